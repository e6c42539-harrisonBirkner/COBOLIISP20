               RECORD KEY IS AI-KEY
               FILE STATUS IS AVAIL-IN-STATUS.

      *****************************************************************
      * BAL-IN is the indexed balance ledger, read at random by the   *
      * arriving stay's campground/site/start date.                   *
      *****************************************************************
           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT CGPARM-IN
           05  AI-GROUP-ID         PIC X(6).

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.


       01  SWITCHES.
           05  AVAIL-MORE-SW       PIC X      VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'N'.
           05  CGPARM-MORE-SW      PIC X      VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  RUN-DATE            PIC 9(8)   VALUE 0.
           05  CG-SUB              PIC 99     VALUE 0.
           05  AV-SUB              PIC 9(4)   VALUE 0.
           05  GRID-DAY-SUB        PIC 99     VALUE 0.
           05  GRID-SITE-SUB       PIC 99     VALUE 0.
           05  ARRIVE-CTR          PIC 9(4)   VALUE 0.
               10  AVAIL-STATUS         PIC X.
                   88 AVAIL-MAINT       VALUE 'M'.

      *****************************************************************
      * GRID-DATES carries the run date and the 13 days after it --   *
      * built by the same day-advance arithmetic CBLHJB01 prices      *
           PERFORM L2B-BUILD-GRID-DATES.
           PERFORM L2G-LOAD-CG-PARAMETERS.
           PERFORM L2D-LOAD-AVAILABILITY.
           PERFORM L2E-OPEN-BALANCES.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           IF CG-COUNT = 0
           END-IF.
           PERFORM L2D-READ-AVAIL-REC.

       L2E-OPEN-BALANCES.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS = '00'
               MOVE 'Y' TO BAL-OPEN-SW
           END-IF.

      *****************************************************************
      * L3-PRINT-ONE-CG prints one campground's gate sheet: the       *
       L3A-FIND-GATE-BALANCE.
           MOVE 0      TO O-ST-BALANCE.
           MOVE SPACES TO O-ST-NAME.
           IF BAL-OPEN-SW = 'Y'
               MOVE AVAIL-CAMPGROUND(AV-SUB) TO BAL-CAMPGROUND
               MOVE AVAIL-SITE(AV-SUB)       TO BAL-SITE
               MOVE AVAIL-START-DATE(AV-SUB) TO BAL-START-DATE
               READ BAL-IN
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE BAL-NAME        TO O-ST-NAME
                       MOVE BAL-BALANCE-DUE TO O-ST-BALANCE
               END-READ
           END-IF.

       L3B-PRINT-ONE-DEPARTURE.
           END-IF.

       L2-CLOSING.
           IF BAL-OPEN-SW = 'Y'
               CLOSE BAL-IN
           END-IF.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

