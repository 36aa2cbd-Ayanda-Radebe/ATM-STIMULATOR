      ******************************************************************
      * Copybook: SETLACK
      * Purpose:  Inbound settlement acknowledgement record layouts
      *           returned by the core banking host. The file is one
      *           header record ("HDR"), one run record ("RUN") per
      *           settlement run sequence the host processed, saying
      *           whether the run was accepted or rejected as a whole,
      *           and one detail record ("DTL") per card/account line
      *           the host refused out of an accepted or rejected run,
      *           each with its reject reason.
      ******************************************************************
       01  ACK-HEADER-RECORD.
           05  ACK-HDR-TAG               PIC X(3).
           05  ACK-HDR-DATE              PIC 9(8).
           05  ACK-HDR-SITE-ID           PIC X(8).

      * ACK-RUN-DETAIL-COUNT is the number of detail lines the host
      * received for the run, checked against what was sent.
       01  ACK-RUN-RECORD.
           05  ACK-RUN-TAG               PIC X(3).
           05  ACK-RUN-SEQUENCE          PIC 9(6).
           05  ACK-RUN-STATUS            PIC X(1).
               88  ACK-RUN-ACCEPTED      VALUE "A".
               88  ACK-RUN-REJECTED      VALUE "R".
           05  ACK-RUN-DETAIL-COUNT      PIC 9(5).
           05  ACK-RUN-REASON            PIC X(30).

       01  ACK-DETAIL-RECORD.
           05  ACK-DTL-TAG               PIC X(3).
           05  ACK-DTL-RUN-SEQUENCE      PIC 9(6).
           05  ACK-DTL-CARD-NUMBER       PIC X(16).
           05  ACK-DTL-ACCOUNT-TYPE      PIC X(3).
           05  ACK-DTL-REASON            PIC X(30).
