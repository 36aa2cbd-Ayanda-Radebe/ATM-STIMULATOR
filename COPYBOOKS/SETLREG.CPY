      ******************************************************************
      * Copybook: SETLREG
      * Purpose:  Settlement run register record layout, one row per
      *           settlement run sequence sent to the host. Written by
      *           SETTLE-EXTRACT with the run's control totals and an
      *           acknowledgement status of pending ("P"); SETTLE-ACK
      *           flips it to accepted ("A") or rejected ("R") when
      *           the host's acknowledgement for the run arrives.
      *           SETTLE-ACK drops runs acknowledged more than 400
      *           days ago when it rewrites the register; a pending
      *           run is kept however old it is.
      ******************************************************************
       01  SREG-RECORD.
           05  SREG-RUN-SEQUENCE         PIC 9(6).
           05  SREG-BUSINESS-DATE        PIC 9(8).
           05  SREG-SITE-ID              PIC X(8).
           05  SREG-DETAIL-COUNT         PIC 9(5).
           05  SREG-NET-SIGN             PIC X(1).
           05  SREG-NET-TOTAL            PIC 9(12)V99.
           05  SREG-ACK-STATUS           PIC X(1).
               88  SREG-PENDING          VALUE "P".
               88  SREG-ACCEPTED         VALUE "A".
               88  SREG-REJECTED         VALUE "R".
           05  SREG-ACK-DATE             PIC 9(8).
           05  SREG-REJECTED-LINES       PIC 9(5).
