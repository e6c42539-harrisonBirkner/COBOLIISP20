       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB28.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB28 -- UNEARNED DEPOSIT LIABILITY LISTING.               *
      * Month-end listing of every stay holding money that has not    *
      * yet been earned, tied to the unearned deposits balance the    *
      * nightly journal CBLHJB27 has built up on GLJRNL.DAT.  Runs    *
      * after CBLHJB27 on the month-end night.                        *
      * A stay's liability is what was collected on it -- the paid    *
      * amount on the ledger less any authorization not yet captured. *
      * A stay still on the availability master has not been earned;  *
      * a ledger entry whose stay has checked out or aged off the     *
      * master was earned by the journal and is counted, not listed.  *
      * The listing total is compared with the GL balance -- credits  *
      * less debits on the UNEARNED lines dated on or before the      *
      * as-of date -- and the difference printed with a verdict.      *
      * The as-of date comes off GLDATE.DAT (YYYYMMDD, one record),   *
      * the same date card the journal run reads; with no date card   *
      * the listing is as of today.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLDATE-IN
               ASSIGN TO 'C:\COBOLSP20\GLDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLDATE-IN-STATUS.

           SELECT GLACCT-IN
               ASSIGN TO 'C:\COBOLSP20\GLACCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCT-IN-STATUS.

           SELECT GLJRNL-IN
               ASSIGN TO 'C:\COBOLSP20\GLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJRNL-IN-STATUS.

           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT AVAIL-MST
               ASSIGN TO 'C:\COBOLSP20\SITEAVL.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\LIABLIST.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *****************************************************************
      * RUNLOG-OUT is the shared run log -- a start record at         *
      * initialization and an end record at closing, appended for     *
      * every execution so the nightly sequencer CBLHJB17 can prove   *
      * each step's predecessors really finished before releasing     *
      * the next step.  A run that died shows a start record with     *
      * no matching end record.                                       *
      *****************************************************************
           SELECT RUNLOG-OUT
               ASSIGN TO 'C:\COBOLSP20\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLDATE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLDATE-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  GLDATE-REC              PIC 9(8).

       FD  GLACCT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLA-REC
           RECORD CONTAINS 50 CHARACTERS.

       COPY GLACCT.

       FD  GLJRNL-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLJ-REC
           RECORD CONTAINS 80 CHARACTERS.

       COPY GLJREC.

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

       FD  AVAIL-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS AVM-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  AVM-REC.
           05  AVM-KEY.
               10  AVM-CAMPGROUND  PIC X(25).
               10  AVM-SITE        PIC X(3).
               10  AVM-START-DATE  PIC 9(8).
           05  AVM-END-DATE        PIC 9(8).
           05  AVM-STATUS          PIC X.
           05  AVM-GROUP-ID        PIC X(6).

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RPTLINE                 PIC X(132).

       FD  RUNLOG-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUNLOG-REC
           RECORD CONTAINS 86 CHARACTERS.

       01  RUNLOG-REC.
           05  RL-TYPE             PIC X.
               88 RL-START-REC     VALUE 'S'.
               88 RL-FILE-REC      VALUE 'F'.
               88 RL-END-REC       VALUE 'E'.
           05  RL-DATE             PIC 9(8).
           05  RL-TIME             PIC X(8).
           05  RL-TEXT             PIC X(40).
           05  RL-RECS-READ        PIC 9(8).
           05  RL-ACCEPT-CTR       PIC 9(8).
           05  RL-REJECT-CTR       PIC 9(8).
           05  RL-CKPT-CTR         PIC 9(4).
           05  RL-STATUS           PIC X.

       WORKING-STORAGE SECTION.
       01  RUNLOG-CONTROL.
           05  RUNLOG-OUT-STATUS   PIC XX     VALUE SPACES.

       01  SWITCHES.
           05  GLACCT-MORE-SW      PIC X      VALUE 'Y'.
           05  GLJRNL-MORE-SW      PIC X      VALUE 'Y'.
           05  BAL-MORE-SW         PIC X      VALUE 'Y'.
           05  AVM-FOUND-SW        PIC X      VALUE 'N'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  GLDATE-IN-STATUS    PIC XX     VALUE SPACES.
           05  GLACCT-IN-STATUS    PIC XX     VALUE SPACES.
           05  GLJRNL-IN-STATUS    PIC XX     VALUE SPACES.
           05  BAL-IN-STATUS       PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  ASOF-DATE           PIC 9(8)   VALUE 0.
           05  UNEARNED-ACCOUNT    PIC X(12)  VALUE SPACES.
           05  LEG-DIFF            PIC S9(7)V99 VALUE 0.

       01  LIAB-TOTALS.
           05  LIAB-READ-CTR       PIC 9(5)       VALUE 0.
           05  LIAB-LISTED-CTR     PIC 9(5)       VALUE 0.
           05  LIAB-EARNED-CTR     PIC 9(5)       VALUE 0.
           05  LIAB-COLLECTED      PIC S9(5)V99   VALUE 0.
           05  LIAB-TOTAL-AMT      PIC S9(7)V99   VALUE 0.
           05  LIAB-EARNED-AMT     PIC S9(7)V99   VALUE 0.
           05  GL-UNEARNED-BAL     PIC S9(7)V99   VALUE 0.

      *****************************************************************
      * CG-SUMMARY carries the listing total per campground for the   *
      * summary that closes the report.                               *
      *****************************************************************
       01  CG-CONTROL.
           05  CG-COUNT            PIC 99     VALUE 0.
           05  CG-SUB              PIC 99     VALUE 0.
           05  CG-HIT-SUB          PIC 99     VALUE 0.

       01  CG-SUMMARY.
           05  CG-ENTRY            OCCURS 10 TIMES.
               10  CG-NAME             PIC X(25).
               10  CG-STAY-CTR         PIC 9(5).
               10  CG-AMT              PIC S9(7)V99.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  RPT-TITLE-DATE.
               10 RPT-TITLE-MONTH   PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 RPT-TITLE-DAY     PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 RPT-TITLE-YEAR    PIC X(4).
           05  FILLER               PIC X(37)   VALUE SPACES.
           05  FILLER               PIC X(25)
               VALUE 'RATHBUN LAKE RESERVATIONS'.
           05  FILLER               PIC X(46)   VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'PAGE: '.
           05  RPT-TITLE-PAGE       PIC Z9.

       01  RPT-TITLE-LINE2.
           05  FILLER               PIC X(42)   VALUE SPACES.
           05  FILLER               PIC X(37)
               VALUE 'UNEARNED DEPOSIT LIABILITY AS OF '.
           05  RPT-ASOF-DATE        PIC 9(8).

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(6)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(10)   VALUE 'STATUS'.
           05  FILLER               PIC X(44)   VALUE 'GUEST NAME'.
           05  FILLER               PIC X(10)   VALUE ' COLLECTED'.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X(3).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-START-DATE         PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-STATUS             PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NAME               PIC X(42).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-COLLECTED          PIC ZZ,ZZ9.99-.

       01  RPT-CG-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(8)    VALUE '  STAYS'.
           05  FILLER               PIC X(14)   VALUE '    LIABILITY'.

       01  RPT-CG-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CG-NAME            PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CG-STAY-CTR        PIC ZZ,ZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CG-AMT             PIC Z,ZZZ,ZZ9.99-.

       01  RPT-FIGURE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-FIG-LABEL          PIC X(38).
           05  O-FIG-AMT            PIC Z,ZZZ,ZZ9.99-.

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.

       01  RPT-ACCOUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(38)
               VALUE 'UNEARNED DEPOSITS ACCOUNT'.
           05  O-ACCOUNT            PIC X(12).

       01  RPT-RESULT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-RESULT-LABEL       PIC X(22).
           05  O-RESULT             PIC X(20).

       01  RPT-NONE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NONE-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-SUM-GL-BALANCE
               UNTIL GLJRNL-MORE-SW = 'N'.
           PERFORM L3-LIST-ONE-STAY
               UNTIL BAL-MORE-SW = 'N'.
           IF LIAB-LISTED-CTR = 0
               MOVE 'NO UNEARNED DEPOSITS HELD' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L4-WRITE-CG-SUMMARY.
           PERFORM L5-PROVE-TO-GL.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           PERFORM L2A-SET-ASOF-DATE.
           PERFORM L2B-FIND-UNEARNED-ACCOUNT.
           OPEN INPUT GLJRNL-IN.
           IF GLJRNL-IN-STATUS NOT = '00'
               MOVE 'N' TO GLJRNL-MORE-SW
           END-IF.
           OPEN INPUT AVAIL-MST.
           IF AVAIL-MST-STATUS NOT = '00'
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                   AVAIL-MST-STATUS
           END-IF.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS NOT = '00'
               MOVE 'N' TO BAL-MORE-SW
           END-IF.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2A-SET-ASOF-DATE.
           MOVE CURRENT-DATE TO ASOF-DATE.
           OPEN INPUT GLDATE-IN.
           IF GLDATE-IN-STATUS = '00'
               READ GLDATE-IN
                   AT END
                       NEXT SENTENCE
                   NOT AT END
                       IF GLDATE-REC NUMERIC AND GLDATE-REC > 0
                           MOVE GLDATE-REC TO ASOF-DATE
                       END-IF
               END-READ
               CLOSE GLDATE-IN
           END-IF.
           MOVE ASOF-DATE TO RPT-ASOF-DATE.

       L2B-FIND-UNEARNED-ACCOUNT.
           OPEN INPUT GLACCT-IN.
           IF GLACCT-IN-STATUS = '00'
               PERFORM L2B-READ-GLACCT-REC
                   UNTIL GLACCT-MORE-SW = 'N'
               CLOSE GLACCT-IN
           END-IF.

       L2B-READ-GLACCT-REC.
           READ GLACCT-IN
               AT END
                   MOVE 'N' TO GLACCT-MORE-SW
               NOT AT END
                   IF GLA-CODE = 'UNEARNED'
                       MOVE GLA-ACCOUNT TO UNEARNED-ACCOUNT
                   END-IF
           END-READ.

       L2-CLOSING.
           IF GLJRNL-IN-STATUS = '00' OR GLJRNL-IN-STATUS = '10'
               CLOSE GLJRNL-IN
           END-IF.
           IF BAL-IN-STATUS = '00' OR BAL-IN-STATUS = '10'
               CLOSE BAL-IN
           END-IF.
           CLOSE AVAIL-MST.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      * the unearned balance is a credit balance -- credits less debits
       L3-SUM-GL-BALANCE.
           READ GLJRNL-IN
               AT END
                   MOVE 'N' TO GLJRNL-MORE-SW
               NOT AT END
                   IF GLJ-CODE = 'UNEARNED' AND GLJ-DATE NOT > ASOF-DATE
                       IF GLJ-CREDIT
                           ADD GLJ-AMT TO GL-UNEARNED-BAL
                       ELSE
                           SUBTRACT GLJ-AMT FROM GL-UNEARNED-BAL
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * L3-LIST-ONE-STAY prices each ledger entry and looks its stay  *
      * up on the availability master.  Only a stay still on the      *
      * master is carried as a liability.                             *
      *****************************************************************
       L3-LIST-ONE-STAY.
           READ BAL-IN
               AT END
                   MOVE 'N' TO BAL-MORE-SW
               NOT AT END
                   ADD 1 TO LIAB-READ-CTR
                   PERFORM L3A-PRICE-ONE-STAY
           END-READ.

       L3A-PRICE-ONE-STAY.
           MOVE BAL-PAID-AMT TO LIAB-COLLECTED.
           IF BAL-AUTH-AMT NUMERIC
               SUBTRACT BAL-AUTH-AMT FROM LIAB-COLLECTED
           END-IF.
           IF LIAB-COLLECTED NOT = 0
               PERFORM L3B-FIND-STAY
               IF AVM-FOUND-SW = 'Y'
                   PERFORM L3C-LIST-STAY
               ELSE
                   ADD 1 TO LIAB-EARNED-CTR
                   ADD LIAB-COLLECTED TO LIAB-EARNED-AMT
               END-IF
           END-IF.

       L3B-FIND-STAY.
           MOVE BAL-CAMPGROUND  TO AVM-CAMPGROUND.
           MOVE BAL-SITE        TO AVM-SITE.
           MOVE BAL-START-DATE  TO AVM-START-DATE.
           READ AVAIL-MST
               INVALID KEY
                   MOVE 'N' TO AVM-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AVM-FOUND-SW
           END-READ.

       L3C-LIST-STAY.
           ADD 1 TO LIAB-LISTED-CTR.
           ADD LIAB-COLLECTED TO LIAB-TOTAL-AMT.
           MOVE BAL-CAMPGROUND  TO O-CAMPGROUND.
           MOVE BAL-SITE        TO O-SITE.
           MOVE BAL-START-DATE  TO O-START-DATE.
           EVALUATE AVM-STATUS
               WHEN 'I'
                   MOVE 'ARRIVED'  TO O-STATUS
               WHEN OTHER
                   MOVE 'BOOKED'   TO O-STATUS
           END-EVALUATE.
           MOVE BAL-NAME        TO O-NAME.
           MOVE LIAB-COLLECTED  TO O-COLLECTED.
           WRITE RPTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 0 TO CG-HIT-SUB.
           PERFORM L3D-MATCH-ONE-CG
               VARYING CG-SUB FROM 1 BY 1
               UNTIL CG-SUB > CG-COUNT OR CG-HIT-SUB > 0.
           IF CG-HIT-SUB = 0 AND CG-COUNT < 10
               ADD 1 TO CG-COUNT
               MOVE CG-COUNT       TO CG-HIT-SUB
               MOVE BAL-CAMPGROUND TO CG-NAME(CG-HIT-SUB)
               MOVE 0              TO CG-STAY-CTR(CG-HIT-SUB)
               MOVE 0              TO CG-AMT(CG-HIT-SUB)
           END-IF.
           IF CG-HIT-SUB > 0
               ADD 1              TO CG-STAY-CTR(CG-HIT-SUB)
               ADD LIAB-COLLECTED TO CG-AMT(CG-HIT-SUB)
           END-IF.

       L3D-MATCH-ONE-CG.
           IF CG-NAME(CG-SUB) = BAL-CAMPGROUND
               MOVE CG-SUB TO CG-HIT-SUB
           END-IF.

       L4-WRITE-CG-SUMMARY.
           MOVE 'LIABILITY BY CAMPGROUND' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-CG-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L4A-WRITE-ONE-CG
               VARYING CG-SUB FROM 1 BY 1
               UNTIL CG-SUB > CG-COUNT.

       L4A-WRITE-ONE-CG.
           MOVE CG-NAME(CG-SUB)     TO O-CG-NAME.
           MOVE CG-STAY-CTR(CG-SUB) TO O-CG-STAY-CTR.
           MOVE CG-AMT(CG-SUB)      TO O-CG-AMT.
           WRITE RPTLINE FROM RPT-CG-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L5-PROVE-TO-GL ties the listing to the journal.  A difference *
      * means money was booked to unearned that no open stay holds,   *
      * or a stay holds money the journal never booked.               *
      *****************************************************************
       L5-PROVE-TO-GL.
           MOVE 'TIE TO GENERAL LEDGER' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE UNEARNED-ACCOUNT TO O-ACCOUNT.
           WRITE RPTLINE FROM RPT-ACCOUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'LEDGER ENTRIES READ'                 TO O-CNT-LABEL.
           MOVE LIAB-READ-CTR                         TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'STAYS LISTED'                        TO O-CNT-LABEL.
           MOVE LIAB-LISTED-CTR                       TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'STAYS COMPLETED (EARNED)'            TO O-CNT-LABEL.
           MOVE LIAB-EARNED-CTR                       TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'COMPLETED STAYS - COLLECTED'         TO O-FIG-LABEL.
           MOVE LIAB-EARNED-AMT                       TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'UNEARNED DEPOSITS PER LISTING'       TO O-FIG-LABEL.
           MOVE LIAB-TOTAL-AMT                        TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'UNEARNED DEPOSITS PER GL'            TO O-FIG-LABEL.
           MOVE GL-UNEARNED-BAL                       TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           COMPUTE LEG-DIFF = LIAB-TOTAL-AMT - GL-UNEARNED-BAL.
           MOVE 'DIFFERENCE'                          TO O-FIG-LABEL.
           MOVE LEG-DIFF                              TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'LISTING TO GL'                       TO O-RESULT-LABEL.
           PERFORM L7-WRITE-VERDICT.

       L7-WRITE-FIGURE.
           WRITE RPTLINE FROM RPT-FIGURE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L7-WRITE-COUNT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L7-WRITE-VERDICT.
           IF LEG-DIFF = 0
               MOVE 'IN BALANCE' TO O-RESULT
           ELSE
               MOVE '** OUT OF BALANCE **' TO O-RESULT
           END-IF.
           WRITE RPTLINE FROM RPT-RESULT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L3-INIT-RPT-HEADING.
           MOVE 1            TO RPT-PAGE-CTR.
           MOVE RPT-PAGE-CTR TO RPT-TITLE-PAGE.
           WRITE RPTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-TITLE-LINE2
               AFTER ADVANCING 1 LINE.

       L5-RPT-HEADING.
           ADD 1 TO RPT-PAGE-CTR.
           MOVE RPT-PAGE-CTR TO RPT-TITLE-PAGE.
           WRITE RPTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RPTLINE FROM RPT-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *****************************************************************
      * L2O-OPEN-RUN-LOG / start / end mirror the run-log writes in   *
      * CBLHJB01 so this program's executions prove themselves to     *
      * the nightly sequencer the same way the edit run's do.         *
      *****************************************************************
       L2O-OPEN-RUN-LOG.
           OPEN EXTEND RUNLOG-OUT.
           IF RUNLOG-OUT-STATUS NOT = '00'
               OPEN OUTPUT RUNLOG-OUT
           END-IF.

       L2O-WRITE-START-RECORD.
           MOVE SPACES            TO RUNLOG-REC.
           MOVE 'S'               TO RL-TYPE.
           MOVE CURRENT-DATE      TO RL-DATE.
           MOVE CURRENT-TIME(1:8) TO RL-TIME.
           MOVE 'CBLHJB28 START'  TO RL-TEXT.
           MOVE 0                 TO RL-RECS-READ.
           MOVE 0                 TO RL-ACCEPT-CTR.
           MOVE 0                 TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE SPACE             TO RL-STATUS.
           WRITE RUNLOG-REC.

       L2O-WRITE-END-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE SPACES            TO RUNLOG-REC.
           MOVE 'E'               TO RL-TYPE.
           MOVE CURRENT-DATE      TO RL-DATE.
           MOVE CURRENT-TIME(1:8) TO RL-TIME.
           MOVE 'CBLHJB28 END'    TO RL-TEXT.
           MOVE LIAB-READ-CTR     TO RL-RECS-READ.
           MOVE LIAB-LISTED-CTR   TO RL-ACCEPT-CTR.
           MOVE 0                 TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB28.
