      *                        day the branch will close it under.
      *                        The default of 240000 never arrives,
      *                        which keeps business date equal to
      *                        calendar date until one is configured;
      *             DUALAMT  - the reversal amount above which an ATM
      *                        supervisor reversal needs a second
      *                        supervisor to approve it;
      *             CASSETTE - one record per cassette fitted: the
      *                        cassette number (1-6) and the note
      *                        denomination it holds. The terminal
      *                        dispenses, loads and reports on these
      *                        denominations. With no CASSETTE
      *                        records the denominations already on
      *                        the cassette file (CASHCASS.DAT) are
      *                        used as they stand.
      *           A missing parameter file, or a parameter with no
      *           record, falls back to the program defaults. Shared
      *           by ATM-SIMULATOR and the batch programs.
               88  PARM-LOW-FLOOR-REC    VALUE "LOWFLOOR".
               88  PARM-SITE-ID-REC      VALUE "SITEID".
               88  PARM-CUTOVER-REC      VALUE "CUTOVER".
               88  PARM-DUAL-AMOUNT-REC  VALUE "DUALAMT".
               88  PARM-CASSETTE-REC     VALUE "CASSETTE".
           05  PARM-DATA                 PIC X(14).
           05  PARM-FLOOR-DATA REDEFINES PARM-DATA.
               10  PARM-DENOM            PIC 9(4).
           05  PARM-CUTOVER-DATA REDEFINES PARM-DATA.
               10  PARM-CUTOVER-TIME     PIC 9(6).
               10  FILLER                PIC X(8).
           05  PARM-DUAL-DATA REDEFINES PARM-DATA.
               10  PARM-DUAL-AMOUNT      PIC 9(10)V99.
               10  FILLER                PIC X(2).
           05  PARM-CASSETTE-DATA REDEFINES PARM-DATA.
               10  PARM-CASS-NUMBER      PIC 9(1).
               10  PARM-CASS-DENOM       PIC 9(4).
               10  FILLER                PIC X(9).
