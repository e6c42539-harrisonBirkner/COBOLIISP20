       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB39.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB39 -- BOOKING PACE AGAINST THE SAME DATE LAST YEAR.     *
      * Runs nightly after the edit.  Takes an on-the-books snapshot  *
      * of every stay still booked or arrived: each balance ledger    *
      * entry is looked up on the indexed master SITEAVL.IDX, and a   *
      * stay the master still holds as A or I is counted by           *
      * campground and arrival month -- stays, site-nights off the    *
      * master's dates the way the forecast CBLHJB11 counts them, and *
      * the ledger's stay revenue.  The master forgets a stay once    *
      * it checks out, so the snapshot is kept: PACESNAP.DAT is       *
      * carried to PACESNAP.NEW with tonight's lines added, the same  *
      * old-master-in new-master-out pattern the maintenance runs     *
      * use.  A rerun on the same day replaces that day's lines.      *
      * While the old snapshot is copied, the lines of the latest     *
      * snapshot taken on or before this date last year (February 29  *
      * looks for February 28) are loaded, and PACE.PRT holds tonight *
      * up against them -- site-nights and revenue for each           *
      * campground and arrival month against the same arrival month   *
      * a year earlier, with the variance and variance percent.  The  *
      * report prints the snapshot date it actually compared to.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PACE-IN
               ASSIGN TO 'C:\COBOLSP20\PACESNAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACE-IN-STATUS.

           SELECT PACE-OUT
               ASSIGN TO 'C:\COBOLSP20\PACESNAP.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\PACE.PRT'
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
               88 AVM-OCCUPIED     VALUE 'A', 'I'.
           05  AVM-GROUP-ID        PIC X(6).

       FD  PACE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS PACEI-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  PACEI-REC               PIC X(62).

       FD  PACE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PC-REC
           RECORD CONTAINS 62 CHARACTERS.

       COPY PACEREC.

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
           05  BAL-MORE-SW         PIC X      VALUE 'Y'.
           05  PACE-MORE-SW        PIC X      VALUE 'Y'.
           05  AVM-FOUND-SW        PIC X      VALUE 'N'.
           05  AVAIL-MST-SW        PIC X      VALUE 'N'.
               88 AVAIL-MST-OPEN   VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  TODAY-DATE.
           05  TODAY-YYYY          PIC 9(4).
           05  TODAY-MM            PIC 99.
           05  TODAY-DD            PIC 99.
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE PIC 9(8).

      *****************************************************************
      * LY-TARGET-DATE is this date a year ago; the comparison is     *
      * the latest snapshot on or before it, so a night the run was   *
      * skipped last year falls back to the night before.             *
      *****************************************************************
       01  LY-TARGET-DATE.
           05  LY-TARGET-YYYY      PIC 9(4).
           05  LY-TARGET-MM        PIC 99.
           05  LY-TARGET-DD        PIC 99.
       01  LY-TARGET-NUM REDEFINES LY-TARGET-DATE PIC 9(8).

       01  MISC.
           05  BAL-IN-STATUS       PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  PACE-IN-STATUS      PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  LY-SNAP-DATE        PIC 9(8)   VALUE 0.
           05  TODAY-MONTH-IDX     PIC 9(6)   VALUE 0.
           05  ARR-OFFSET          PIC S9(6)  VALUE 0.
           05  STAY-NIGHTS         PIC S9(5)  VALUE 0.
           05  PG-HIT-SUB          PIC 99     VALUE 0.
           05  PG-SUB              PIC 99     VALUE 0.
           05  MO-SUB              PIC 99     VALUE 0.
           05  PACE-CAMPGROUND     PIC X(25)  VALUE SPACES.

       01  WK-DATE.
           05  WK-YYYY             PIC 9(4).
           05  WK-MM               PIC 99.
           05  WK-DD               PIC 99.
       01  TBL-WK-DATE-NUM REDEFINES WK-DATE.
           05  WK-DATE-NUM         PIC 9(8).

       01  WK-MONTH.
           05  WK-MONTH-YYYY       PIC 9(4).
           05  WK-MONTH-MM         PIC 99.
       01  WK-MONTH-NUM REDEFINES WK-MONTH PIC 9(6).

      *****************************************************************
      * MONTH-TABLE holds the 48 arrival months the pace covers --    *
      * twelve back from this month for the stays already in the      *
      * house and thirty-five ahead.  Slot 13 is this month.          *
      *****************************************************************
       01  MONTH-TABLE.
           05  MONTH-ENTRY         OCCURS 48 TIMES.
               10  MONTH-YYYYMM    PIC 9(6).

      *****************************************************************
      * PACE-TABLE holds tonight's (TY) and the comparison snapshot's *
      * (LY) totals per campground and arrival month.  A last-year    *
      * line goes in the slot of the same month one year on, so each  *
      * month lines up against itself a year earlier.                 *
      *****************************************************************
       01  PACE-TABLE.
           05  PG-COUNT            PIC 99     VALUE 0.
           05  PG-ENTRY            OCCURS 20 TIMES.
               10  PG-NAME         PIC X(25).
               10  PG-MONTH        OCCURS 48 TIMES.
                   15  TY-STAYS    PIC 9(5).
                   15  TY-NIGHTS   PIC 9(7).
                   15  TY-REVENUE  PIC S9(9)V99.
                   15  LY-STAYS    PIC 9(5).
                   15  LY-NIGHTS   PIC 9(7).
                   15  LY-REVENUE  PIC S9(9)V99.

       01  PACE-SUMS.
           05  SUM-TY-NIGHTS       PIC 9(7)       VALUE 0.
           05  SUM-LY-NIGHTS       PIC 9(7)       VALUE 0.
           05  SUM-TY-REVENUE      PIC S9(9)V99   VALUE 0.
           05  SUM-LY-REVENUE      PIC S9(9)V99   VALUE 0.
           05  GRAND-TY-NIGHTS     PIC 9(7)       VALUE 0.
           05  GRAND-LY-NIGHTS     PIC 9(7)       VALUE 0.
           05  GRAND-TY-REVENUE    PIC S9(9)V99   VALUE 0.
           05  GRAND-LY-REVENUE    PIC S9(9)V99   VALUE 0.
           05  VAR-NIGHTS          PIC S9(7)      VALUE 0.
           05  VAR-REVENUE         PIC S9(9)V99   VALUE 0.
           05  VAR-PCT             PIC S9(5)V9    VALUE 0.

       01  RUN-TOTALS.
           05  TOT-BAL-READ        PIC 9(7)       VALUE 0.
           05  TOT-COUNTED         PIC 9(7)       VALUE 0.
           05  TOT-NOT-ON-MST      PIC 9(7)       VALUE 0.
           05  TOT-OUT-OF-RANGE    PIC 9(7)       VALUE 0.
           05  TOT-TABLE-FULL      PIC 9(7)       VALUE 0.
           05  TOT-PACE-READ       PIC 9(7)       VALUE 0.
           05  TOT-PACE-KEPT       PIC 9(7)       VALUE 0.
           05  TOT-PACE-REPLACED   PIC 9(7)       VALUE 0.
           05  TOT-SNAP-WRITTEN    PIC 9(7)       VALUE 0.

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
           05  FILLER               PIC X(48)   VALUE SPACES.
           05  FILLER               PIC X(35)
               VALUE 'BOOKING PACE AGAINST LAST YEAR'.

       01  RPT-SNAP-LINE.
           05  FILLER               PIC X(18)
               VALUE 'ON THE BOOKS AT '.
           05  O-SNAP-TY            PIC 9(8).
           05  FILLER               PIC X(19)
               VALUE '   COMPARED TO '.
           05  O-SNAP-LY            PIC X(40).

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'ARRIVAL'.
           05  FILLER               PIC X(12)   VALUE '   NIGHTS TY'.
           05  FILLER               PIC X(12)   VALUE '   NIGHTS LY'.
           05  FILLER               PIC X(12)   VALUE '    VARIANCE'.
           05  FILLER               PIC X(9)    VALUE '    VAR %'.
           05  FILLER               PIC X(18)
               VALUE '        REVENUE TY'.
           05  FILLER               PIC X(18)
               VALUE '        REVENUE LY'.
           05  FILLER               PIC X(18)
               VALUE '          VARIANCE'.
           05  FILLER               PIC X(9)    VALUE '    VAR %'.

       01  RPT-CG-HEADING.
           05  FILLER               PIC X(12)   VALUE 'CAMPGROUND: '.
           05  O-CG-NAME            PIC X(25).

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ARRIVAL.
               10 O-ARR-YYYY        PIC 9(4).
               10 O-ARR-SLASH       PIC X.
               10 O-ARR-MM          PIC 99.
           05  FILLER               PIC XXX     VALUE SPACES.
           05  O-TY-NIGHTS          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC XXX     VALUE SPACES.
           05  O-LY-NIGHTS          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC XXX     VALUE SPACES.
           05  O-VAR-NIGHTS         PIC -,---,--9.
           05  FILLER               PIC X       VALUE SPACES.
           05  O-VAR-NIGHTS-PCT     PIC X(8).
           05  FILLER               PIC XXX     VALUE SPACES.
           05  O-TY-REVENUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC XXX     VALUE SPACES.
           05  O-LY-REVENUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC XXX     VALUE SPACES.
           05  O-VAR-REVENUE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X       VALUE SPACES.
           05  O-VAR-REVENUE-PCT    PIC X(8).

       01  PCT-EDIT-WORK.
           05  O-PCT-EDIT           PIC ----9.9.
           05  FILLER               PIC X       VALUE '%'.

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-COPY-ONE-SNAP-REC
               UNTIL PACE-MORE-SW = 'N'.
           PERFORM L4-COUNT-ONE-STAY
               UNTIL BAL-MORE-SW = 'N'.
           PERFORM L5-SNAP-ONE-CG
               VARYING PG-SUB FROM 1 BY 1
               UNTIL PG-SUB > PG-COUNT.
           PERFORM L6-PRINT-ONE-CG
               VARYING PG-SUB FROM 1 BY 1
               UNTIL PG-SUB > PG-COUNT.
           PERFORM L6-WRITE-TOTALS.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           MOVE CURRENT-DATE              TO TODAY-DATE.
           PERFORM L2A-SET-LY-TARGET.
           PERFORM L2B-BUILD-MONTH-TABLE.
           OPEN INPUT AVAIL-MST.
           IF AVAIL-MST-STATUS = '00'
               MOVE 'Y' TO AVAIL-MST-SW
           ELSE
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                   AVAIL-MST-STATUS ' -- NO STAYS COUNTED'
               MOVE 'N' TO BAL-MORE-SW
           END-IF.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS NOT = '00'
               MOVE 'N' TO BAL-MORE-SW
           END-IF.
           OPEN INPUT PACE-IN.
           IF PACE-IN-STATUS NOT = '00'
               MOVE 'N' TO PACE-MORE-SW
           END-IF.
           OPEN OUTPUT PACE-OUT.
           OPEN OUTPUT RPTOUT.

       L2-CLOSING.
           IF AVAIL-MST-OPEN
               CLOSE AVAIL-MST
           END-IF.
           IF BAL-IN-STATUS = '00' OR BAL-IN-STATUS = '10'
               CLOSE BAL-IN
           END-IF.
           IF PACE-IN-STATUS = '00' OR PACE-IN-STATUS = '10'
               CLOSE PACE-IN
           END-IF.
           CLOSE PACE-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      * a leap day has no twin a year back -- it compares to the 28th
       L2A-SET-LY-TARGET.
           MOVE TODAY-DATE TO LY-TARGET-DATE.
           SUBTRACT 1 FROM LY-TARGET-YYYY.
           IF LY-TARGET-MM = 2 AND LY-TARGET-DD = 29
               MOVE 28 TO LY-TARGET-DD
           END-IF.

      * months are numbered year times 12 plus month so the distance
      * between two arrival months is a plain subtraction
       L2B-BUILD-MONTH-TABLE.
           COMPUTE TODAY-MONTH-IDX = TODAY-YYYY * 12 + TODAY-MM.
           MOVE TODAY-YYYY TO WK-MONTH-YYYY.
           MOVE TODAY-MM   TO WK-MONTH-MM.
           SUBTRACT 1 FROM WK-MONTH-YYYY.
           PERFORM L2B-DATE-ONE-MONTH
               VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 48.

       L2B-DATE-ONE-MONTH.
           MOVE WK-MONTH-NUM TO MONTH-YYYYMM(MO-SUB).
           ADD 1 TO WK-MONTH-MM.
           IF WK-MONTH-MM > 12
               MOVE 1 TO WK-MONTH-MM
               ADD 1 TO WK-MONTH-YYYY
           END-IF.

      *****************************************************************
      * L3-COPY-ONE-SNAP-REC carries every earlier night's snapshot   *
      * line to PACESNAP.NEW -- tonight's lines are dropped, since    *
      * this run writes them fresh -- and loads the comparison lines. *
      *****************************************************************
       L3-COPY-ONE-SNAP-REC.
           READ PACE-IN
               AT END
                   MOVE 'N' TO PACE-MORE-SW
               NOT AT END
                   ADD 1 TO TOT-PACE-READ
                   MOVE PACEI-REC TO PC-REC
                   IF PC-SNAP-DATE = TODAY-DATE-NUM
                       ADD 1 TO TOT-PACE-REPLACED
                   ELSE
                       WRITE PC-REC
                       ADD 1 TO TOT-PACE-KEPT
                       PERFORM L3A-LOAD-LY-LINE
                   END-IF
           END-READ.

      * a later snapshot still on or before the target replaces the
      * one loaded so far, so the table ends holding a single night
       L3A-LOAD-LY-LINE.
           IF PC-SNAP-DATE NOT > LY-TARGET-NUM
            AND PC-SNAP-DATE NOT < LY-SNAP-DATE
               IF PC-SNAP-DATE > LY-SNAP-DATE
                   MOVE PC-SNAP-DATE TO LY-SNAP-DATE
                   PERFORM L3B-CLEAR-LY-CG
                       VARYING PG-SUB FROM 1 BY 1
                       UNTIL PG-SUB > PG-COUNT
               END-IF
               MOVE PC-ARRIVAL-MONTH TO WK-MONTH-NUM
               COMPUTE ARR-OFFSET =
                   WK-MONTH-YYYY * 12 + WK-MONTH-MM + 12
                   - TODAY-MONTH-IDX + 13
               IF ARR-OFFSET > 0 AND ARR-OFFSET < 49
                   MOVE ARR-OFFSET     TO MO-SUB
                   MOVE PC-CAMPGROUND  TO PACE-CAMPGROUND
                   PERFORM L7-FIND-PACE-CG
                   IF PG-HIT-SUB > 0
                       ADD PC-STAYS       TO LY-STAYS(PG-HIT-SUB MO-SUB)
                       ADD PC-SITE-NIGHTS
                           TO LY-NIGHTS(PG-HIT-SUB MO-SUB)
                       ADD PC-REVENUE
                           TO LY-REVENUE(PG-HIT-SUB MO-SUB)
                   END-IF
               END-IF
           END-IF.

       L3B-CLEAR-LY-CG.
           PERFORM L3C-CLEAR-LY-MONTH
               VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 48.

       L3C-CLEAR-LY-MONTH.
           MOVE 0 TO LY-STAYS(PG-SUB MO-SUB).
           MOVE 0 TO LY-NIGHTS(PG-SUB MO-SUB).
           MOVE 0 TO LY-REVENUE(PG-SUB MO-SUB).

      *****************************************************************
      * L4-COUNT-ONE-STAY counts a ledger entry when its stay is      *
      * still on the master booked or arrived.  A cancelled or        *
      * checked-out stay, or a ledger entry the master never had, is  *
      * not on the books.                                             *
      *****************************************************************
       L4-COUNT-ONE-STAY.
           READ BAL-IN
               AT END
                   MOVE 'N' TO BAL-MORE-SW
               NOT AT END
                   ADD 1 TO TOT-BAL-READ
                   PERFORM L4A-FIND-STAY
                   IF AVM-FOUND-SW = 'Y' AND AVM-OCCUPIED
                       PERFORM L4B-BANK-STAY
                   ELSE
                       ADD 1 TO TOT-NOT-ON-MST
                   END-IF
           END-READ.

       L4A-FIND-STAY.
           MOVE BAL-CAMPGROUND  TO AVM-CAMPGROUND.
           MOVE BAL-SITE        TO AVM-SITE.
           MOVE BAL-START-DATE  TO AVM-START-DATE.
           READ AVAIL-MST
               INVALID KEY
                   MOVE 'N' TO AVM-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AVM-FOUND-SW
           END-READ.

       L4B-BANK-STAY.
           MOVE AVM-START-DATE TO WK-DATE-NUM.
           COMPUTE ARR-OFFSET =
               WK-YYYY * 12 + WK-MM - TODAY-MONTH-IDX + 13.
           IF ARR-OFFSET > 0 AND ARR-OFFSET < 49
               MOVE ARR-OFFSET     TO MO-SUB
               MOVE BAL-CAMPGROUND TO PACE-CAMPGROUND
               PERFORM L7-FIND-PACE-CG
               IF PG-HIT-SUB > 0
                   COMPUTE STAY-NIGHTS =
                       FUNCTION INTEGER-OF-DATE(AVM-END-DATE) -
                       FUNCTION INTEGER-OF-DATE(AVM-START-DATE)
                   IF STAY-NIGHTS < 0
                       MOVE 0 TO STAY-NIGHTS
                   END-IF
                   ADD 1            TO TY-STAYS(PG-HIT-SUB MO-SUB)
                   ADD STAY-NIGHTS  TO TY-NIGHTS(PG-HIT-SUB MO-SUB)
                   ADD BAL-STAY-AMT TO TY-REVENUE(PG-HIT-SUB MO-SUB)
                   ADD 1            TO TOT-COUNTED
               END-IF
           ELSE
               ADD 1 TO TOT-OUT-OF-RANGE
           END-IF.

      *****************************************************************
      * L5-SNAP-ONE-CG writes tonight's snapshot lines for one        *
      * campground -- one line for each arrival month with a stay.    *
      *****************************************************************
       L5-SNAP-ONE-CG.
           PERFORM L5A-SNAP-ONE-MONTH
               VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 48.

       L5A-SNAP-ONE-MONTH.
           IF TY-STAYS(PG-SUB MO-SUB) > 0
               MOVE TODAY-DATE-NUM              TO PC-SNAP-DATE
               MOVE PG-NAME(PG-SUB)             TO PC-CAMPGROUND
               MOVE MONTH-YYYYMM(MO-SUB)        TO PC-ARRIVAL-MONTH
               MOVE TY-STAYS(PG-SUB MO-SUB)     TO PC-STAYS
               MOVE TY-NIGHTS(PG-SUB MO-SUB)    TO PC-SITE-NIGHTS
               MOVE TY-REVENUE(PG-SUB MO-SUB)   TO PC-REVENUE
               WRITE PC-REC
               ADD 1 TO TOT-SNAP-WRITTEN
           END-IF.

      *****************************************************************
      * L6-PRINT-ONE-CG prints one campground's arrival months that   *
      * have nights on the books either year, then its totals.        *
      *****************************************************************
       L6-PRINT-ONE-CG.
           IF RPT-PAGE-CTR = 0
               PERFORM L3-INIT-RPT-HEADING
           END-IF.
           MOVE PG-NAME(PG-SUB) TO O-CG-NAME.
           WRITE RPTLINE FROM RPT-CG-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 0 TO SUM-TY-NIGHTS.
           MOVE 0 TO SUM-LY-NIGHTS.
           MOVE 0 TO SUM-TY-REVENUE.
           MOVE 0 TO SUM-LY-REVENUE.
           PERFORM L6A-PRINT-ONE-MONTH
               VARYING MO-SUB FROM 1 BY 1
               UNTIL MO-SUB > 48.
           MOVE 'TOTAL'        TO O-ARRIVAL.
           PERFORM L6B-WRITE-SUM-LINE.
           ADD SUM-TY-NIGHTS  TO GRAND-TY-NIGHTS.
           ADD SUM-LY-NIGHTS  TO GRAND-LY-NIGHTS.
           ADD SUM-TY-REVENUE TO GRAND-TY-REVENUE.
           ADD SUM-LY-REVENUE TO GRAND-LY-REVENUE.

       L6A-PRINT-ONE-MONTH.
           IF TY-STAYS(PG-SUB MO-SUB) > 0
            OR LY-STAYS(PG-SUB MO-SUB) > 0
               MOVE MONTH-YYYYMM(MO-SUB) TO WK-MONTH-NUM
               MOVE WK-MONTH-YYYY TO O-ARR-YYYY
               MOVE '/'           TO O-ARR-SLASH
               MOVE WK-MONTH-MM   TO O-ARR-MM
               MOVE TY-NIGHTS(PG-SUB MO-SUB)  TO O-TY-NIGHTS
               MOVE LY-NIGHTS(PG-SUB MO-SUB)  TO O-LY-NIGHTS
               MOVE TY-REVENUE(PG-SUB MO-SUB) TO O-TY-REVENUE
               MOVE LY-REVENUE(PG-SUB MO-SUB) TO O-LY-REVENUE
               ADD TY-NIGHTS(PG-SUB MO-SUB)  TO SUM-TY-NIGHTS
               ADD LY-NIGHTS(PG-SUB MO-SUB)  TO SUM-LY-NIGHTS
               ADD TY-REVENUE(PG-SUB MO-SUB) TO SUM-TY-REVENUE
               ADD LY-REVENUE(PG-SUB MO-SUB) TO SUM-LY-REVENUE
               COMPUTE VAR-NIGHTS = TY-NIGHTS(PG-SUB MO-SUB)
                                  - LY-NIGHTS(PG-SUB MO-SUB)
               COMPUTE VAR-REVENUE = TY-REVENUE(PG-SUB MO-SUB)
                                   - LY-REVENUE(PG-SUB MO-SUB)
               MOVE VAR-NIGHTS  TO O-VAR-NIGHTS
               MOVE VAR-REVENUE TO O-VAR-REVENUE
               IF LY-NIGHTS(PG-SUB MO-SUB) = 0
                   MOVE SPACES TO O-VAR-NIGHTS-PCT
               ELSE
                   COMPUTE VAR-PCT ROUNDED =
                       VAR-NIGHTS * 100 / LY-NIGHTS(PG-SUB MO-SUB)
                       ON SIZE ERROR
                           MOVE 9999.9 TO VAR-PCT
                   END-COMPUTE
                   MOVE VAR-PCT       TO O-PCT-EDIT
                   MOVE PCT-EDIT-WORK TO O-VAR-NIGHTS-PCT
               END-IF
               IF LY-REVENUE(PG-SUB MO-SUB) = 0
                   MOVE SPACES TO O-VAR-REVENUE-PCT
               ELSE
                   COMPUTE VAR-PCT ROUNDED =
                       VAR-REVENUE * 100 / LY-REVENUE(PG-SUB MO-SUB)
                       ON SIZE ERROR
                           MOVE 9999.9 TO VAR-PCT
                   END-COMPUTE
                   MOVE VAR-PCT       TO O-PCT-EDIT
                   MOVE PCT-EDIT-WORK TO O-VAR-REVENUE-PCT
               END-IF
               WRITE RPTLINE FROM RPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
           END-IF.

      * prints the SUM- totals on the detail layout -- the caller
      * labels the arrival column
       L6B-WRITE-SUM-LINE.
           MOVE SUM-TY-NIGHTS  TO O-TY-NIGHTS.
           MOVE SUM-LY-NIGHTS  TO O-LY-NIGHTS.
           MOVE SUM-TY-REVENUE TO O-TY-REVENUE.
           MOVE SUM-LY-REVENUE TO O-LY-REVENUE.
           COMPUTE VAR-NIGHTS  = SUM-TY-NIGHTS  - SUM-LY-NIGHTS.
           COMPUTE VAR-REVENUE = SUM-TY-REVENUE - SUM-LY-REVENUE.
           MOVE VAR-NIGHTS  TO O-VAR-NIGHTS.
           MOVE VAR-REVENUE TO O-VAR-REVENUE.
           IF SUM-LY-NIGHTS = 0
               MOVE SPACES TO O-VAR-NIGHTS-PCT
           ELSE
               COMPUTE VAR-PCT ROUNDED =
                   VAR-NIGHTS * 100 / SUM-LY-NIGHTS
                   ON SIZE ERROR
                       MOVE 9999.9 TO VAR-PCT
               END-COMPUTE
               MOVE VAR-PCT       TO O-PCT-EDIT
               MOVE PCT-EDIT-WORK TO O-VAR-NIGHTS-PCT
           END-IF.
           IF SUM-LY-REVENUE = 0
               MOVE SPACES TO O-VAR-REVENUE-PCT
           ELSE
               COMPUTE VAR-PCT ROUNDED =
                   VAR-REVENUE * 100 / SUM-LY-REVENUE
                   ON SIZE ERROR
                       MOVE 9999.9 TO VAR-PCT
               END-COMPUTE
               MOVE VAR-PCT       TO O-PCT-EDIT
               MOVE PCT-EDIT-WORK TO O-VAR-REVENUE-PCT
           END-IF.
           WRITE RPTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L6-WRITE-TOTALS.
           IF RPT-PAGE-CTR = 0
               PERFORM L3-INIT-RPT-HEADING
           END-IF.
           MOVE 'ALL CAMPGROUNDS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE GRAND-TY-NIGHTS  TO SUM-TY-NIGHTS.
           MOVE GRAND-LY-NIGHTS  TO SUM-LY-NIGHTS.
           MOVE GRAND-TY-REVENUE TO SUM-TY-REVENUE.
           MOVE GRAND-LY-REVENUE TO SUM-LY-REVENUE.
           MOVE 'TOTAL'          TO O-ARRIVAL.
           PERFORM L6B-WRITE-SUM-LINE.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'LEDGER ENTRIES READ'            TO O-CNT-LABEL.
           MOVE TOT-BAL-READ                     TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'STAYS ON THE BOOKS'             TO O-CNT-LABEL.
           MOVE TOT-COUNTED                      TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'ENTRIES NOT BOOKED ON MASTER'   TO O-CNT-LABEL.
           MOVE TOT-NOT-ON-MST                   TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'ARRIVALS OUTSIDE THE 48 MONTHS' TO O-CNT-LABEL.
           MOVE TOT-OUT-OF-RANGE                 TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'STAYS LOST -- CAMPGROUND TABLE FULL'
                                                 TO O-CNT-LABEL.
           MOVE TOT-TABLE-FULL                   TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'SNAPSHOT LINES CARRIED FORWARD'  TO O-CNT-LABEL.
           MOVE TOT-PACE-KEPT                    TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'SNAPSHOT LINES REPLACED (RERUN)' TO O-CNT-LABEL.
           MOVE TOT-PACE-REPLACED                TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'SNAPSHOT LINES WRITTEN TONIGHT'  TO O-CNT-LABEL.
           MOVE TOT-SNAP-WRITTEN                 TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.

      *****************************************************************
      * L7-FIND-PACE-CG finds PACE-CAMPGROUND on the pace table and   *
      * adds it when it is new -- a campground closed since last year *
      * still gets its last-year lines.  PG-HIT-SUB is zero when the  *
      * table is full.                                                *
      *****************************************************************
       L7-FIND-PACE-CG.
           MOVE 0 TO PG-HIT-SUB.
           PERFORM L7A-MATCH-ONE-CG
               VARYING PG-SUB FROM 1 BY 1
               UNTIL PG-SUB > PG-COUNT OR PG-HIT-SUB > 0.
           IF PG-HIT-SUB = 0
               IF PG-COUNT < 20
                   ADD 1 TO PG-COUNT
                   MOVE PG-COUNT TO PG-HIT-SUB
                   MOVE PACE-CAMPGROUND TO PG-NAME(PG-HIT-SUB)
                   MOVE PG-HIT-SUB TO PG-SUB
                   PERFORM L7B-CLEAR-ONE-MONTH
                       VARYING MO-SUB FROM 1 BY 1
                       UNTIL MO-SUB > 48
                   MOVE ARR-OFFSET TO MO-SUB
               ELSE
                   ADD 1 TO TOT-TABLE-FULL
               END-IF
           END-IF.

       L7A-MATCH-ONE-CG.
           IF PG-NAME(PG-SUB) = PACE-CAMPGROUND
               MOVE PG-SUB TO PG-HIT-SUB
           END-IF.

       L7B-CLEAR-ONE-MONTH.
           MOVE 0 TO TY-STAYS(PG-SUB MO-SUB).
           MOVE 0 TO TY-NIGHTS(PG-SUB MO-SUB).
           MOVE 0 TO TY-REVENUE(PG-SUB MO-SUB).
           PERFORM L3C-CLEAR-LY-MONTH.

       L7-WRITE-COUNT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
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
           MOVE TODAY-DATE-NUM TO O-SNAP-TY.
           IF LY-SNAP-DATE = 0
               MOVE 'NO SNAPSHOT ON FILE FOR LAST YEAR' TO O-SNAP-LY
           ELSE
               MOVE SPACES TO O-SNAP-LY
               MOVE LY-SNAP-DATE TO O-SNAP-LY(1:8)
           END-IF.
           WRITE RPTLINE FROM RPT-SNAP-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 2 LINES.

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
           MOVE 'CBLHJB39 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB39 END'    TO RL-TEXT.
           MOVE TOT-BAL-READ      TO RL-RECS-READ.
           MOVE TOT-COUNTED       TO RL-ACCEPT-CTR.
           MOVE 0                 TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB39.
