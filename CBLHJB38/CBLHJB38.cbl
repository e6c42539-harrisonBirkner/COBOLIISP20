       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB38.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB38 -- WEB RESERVATION CHANNEL OPEN INVENTORY.           *
      * Runs after the edit so the web reservation vendor sells only  *
      * what the availability master shows open.  For every active    *
      * campground and every site letter carrying a rate on the       *
      * parameter master, the program lays out the days from today    *
      * through the horizon, closes each day the letter's sites are   *
      * booked, arrived, or out of service on the indexed master      *
      * SITEAVL.IDX -- the same START and READ NEXT browse and the    *
      * same inclusive date test the edit's availability check makes  *
      * -- and each day inside the campground's closed season, and    *
      * writes the runs of open days to WEBINV.CSV:                   *
      *   campground, site letter, nightly rate, from date, thru date *
      * A stay fits a range when its arrival and departure days both  *
      * fall inside it.  Like the availability inquiry CBLHJB13, the  *
      * extract works at the letter the rate tables carry: a letter   *
      * is closed for a day when any numbered site under it is, so    *
      * the vendor can never sell a night the edit would refuse.      *
      * The horizon in days comes off the parameter card INVPARM.DAT  *
      * -- 365 when the card is missing, zero, or not numeric, and    *
      * never more than 366.  WEBINV.PRT totals the open nights.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN
               ASSIGN TO 'C:\COBOLSP20\INVPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-IN-STATUS.

           SELECT AVAIL-MST
               ASSIGN TO 'C:\COBOLSP20\SITEAVL.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

           SELECT CGPARM-IN
               ASSIGN TO 'C:\COBOLSP20\CAMPGRND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGPARM-IN-STATUS.

           SELECT WEBINV-OUT
               ASSIGN TO 'C:\COBOLSP20\WEBINV.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\WEBINV.PRT'
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
       FD  PARM-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 3 CHARACTERS.

       01  PARM-REC.
           05  PI-HORIZON-DAYS     PIC 9(3).

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
               88 AVM-MAINT        VALUE 'M'.
           05  AVM-GROUP-ID        PIC X(6).

       FD  CGPARM-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CGP-REC
           RECORD CONTAINS 131 CHARACTERS.

       COPY CGPARM.

       FD  WEBINV-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS WEBINV-LINE
           RECORD CONTAINS 60 CHARACTERS.

       01  WEBINV-LINE             PIC X(60).

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
           05  CGPARM-MORE-SW      PIC X      VALUE 'Y'.
           05  AVAIL-MST-SW        PIC X      VALUE 'N'.
               88 AVAIL-MST-OPEN   VALUE 'Y'.
           05  AVM-BROWSE-DONE-SW  PIC X      VALUE 'N'.
           05  RUN-OPEN-SW         PIC X      VALUE 'N'.
               88 RUN-OPEN         VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  PARM-IN-STATUS      PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  CGPARM-IN-STATUS    PIC XX     VALUE SPACES.
           05  CG-SITE-SUB         PIC 99     VALUE 0.
           05  CG-SUB              PIC 99     VALUE 0.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  HORIZON-DAYS        PIC 9(3)   VALUE 365.
           05  CLS-WK-MMDD         PIC 9(4)   VALUE 0.
           05  C-LEAP              PIC 9(4)   VALUE 0.

       01  WK-DATE.
           05  WK-YYYY             PIC 9(4).
           05  WK-MM               PIC 99.
               88 VAL-MM           VALUE 1 THRU 12.
               88 VAL-30-MM        VALUE 4, 6, 9, 11.
               88 VAL-31-MM        VALUE 1, 3, 5, 7, 8, 10, 12.
           05  WK-DD               PIC 99.
               88 VAL-WK-DD-31     VALUE 1 THRU 31.
               88 VAL-WK-DD-30     VALUE 1 THRU 30.
               88 VAL-WK-DD-28     VALUE 1 THRU 28.
               88 VAL-WK-DD-29     VALUE 1 THRU 29.

       01  TBL-WK-DATE-NUM REDEFINES WK-DATE.
           05  WK-DATE-NUM         PIC 9(8).

       COPY CGTABLE.

      *****************************************************************
      * DAY-TABLE lays out the horizon a day to an entry.  DAY-SEASON *
      * is set per campground (N inside its closed season) and        *
      * DAY-OPEN per site letter, starting from the season and closed *
      * off by every booking or hold on the master.                   *
      *****************************************************************
       01  DAY-TABLE.
           05  DAY-ENTRY           OCCURS 366 TIMES.
               10  DAY-DATE        PIC 9(8).
               10  DAY-SEASON-SW   PIC X.
               10  DAY-OPEN-SW     PIC X.
       01  DAY-CONTROL.
           05  DAY-SUB             PIC 9(3)   VALUE 0.
           05  DAY-FIRST-DATE      PIC 9(8)   VALUE 0.
           05  DAY-LAST-DATE       PIC 9(8)   VALUE 0.
           05  RUN-FROM-DATE       PIC 9(8)   VALUE 0.
           05  RUN-THRU-DATE       PIC 9(8)   VALUE 0.
           05  LETTER-OPEN-NIGHTS  PIC 9(3)   VALUE 0.
           05  LETTER-RANGES       PIC 9(3)   VALUE 0.

       01  INV-CSV-WORK.
           05  INV-RATE            PIC 99.
           05  INV-FROM-DATE       PIC 9(8).
           05  INV-THRU-DATE       PIC 9(8).

       01  RUN-TOTALS.
           05  TOT-LETTERS         PIC 9(5)       VALUE 0.
           05  TOT-RANGES          PIC 9(7)       VALUE 0.
           05  TOT-OPEN-NIGHTS     PIC 9(7)       VALUE 0.
           05  TOT-MST-READ        PIC 9(7)       VALUE 0.

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
           05  FILLER               PIC X(50)   VALUE SPACES.
           05  FILLER               PIC X(31)
               VALUE 'WEB CHANNEL OPEN INVENTORY'.

       01  RPT-HORIZON-LINE.
           05  FILLER               PIC X(18)
               VALUE 'HORIZON FROM '.
           05  O-HZ-FROM            PIC 9(8).
           05  FILLER               PIC X(6)    VALUE ' THRU '.
           05  O-HZ-THRU            PIC 9(8).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  O-HZ-DAYS            PIC ZZ9.
           05  FILLER               PIC X(5)    VALUE ' DAYS'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(6)    VALUE 'SITE'.
           05  FILLER               PIC X(6)    VALUE 'RATE'.
           05  FILLER               PIC X(13)   VALUE 'OPEN NIGHTS'.
           05  FILLER               PIC X(13)   VALUE 'OPEN RANGES'.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  O-RATE               PIC Z9.
           05  FILLER               PIC X(8)    VALUE SPACES.
           05  O-OPEN-NIGHTS        PIC ZZ9.
           05  FILLER               PIC X(10)   VALUE SPACES.
           05  O-RANGES             PIC ZZ9.

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-EXTRACT-ONE-CAMPGROUND
               VARYING CG-SUB FROM 1 BY 1
               UNTIL CG-SUB > CG-COUNT.
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
           PERFORM L2A-READ-PARAMETER.
           PERFORM L2G-LOAD-CG-PARAMETERS.
           PERFORM L2B-BUILD-DAY-TABLE.
           OPEN INPUT AVAIL-MST.
           IF AVAIL-MST-STATUS = '00'
               MOVE 'Y' TO AVAIL-MST-SW
           ELSE
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                   AVAIL-MST-STATUS ' -- NO INVENTORY EXTRACTED'
               MOVE 0 TO CG-COUNT
           END-IF.
           OPEN OUTPUT WEBINV-OUT.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           MOVE DAY-FIRST-DATE TO O-HZ-FROM.
           MOVE DAY-LAST-DATE  TO O-HZ-THRU.
           MOVE HORIZON-DAYS   TO O-HZ-DAYS.
           WRITE RPTLINE FROM RPT-HORIZON-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           IF AVAIL-MST-OPEN
               CLOSE AVAIL-MST
           END-IF.
           CLOSE WEBINV-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      * a horizon card that is missing, zero, or not numeric leaves
      * the year's default, and the day table holds no more than 366
       L2A-READ-PARAMETER.
           OPEN INPUT PARM-IN.
           IF PARM-IN-STATUS = '00'
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PI-HORIZON-DAYS NUMERIC
                        AND PI-HORIZON-DAYS > 0
                           MOVE PI-HORIZON-DAYS TO HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           IF HORIZON-DAYS > 366
               MOVE 366 TO HORIZON-DAYS
           END-IF.

      *****************************************************************
      * L2G-LOAD-CG-PARAMETERS mirrors the same-named loader in       *
      * CBLHJB01 -- campground list, site rates, and closed seasons   *
      * off the parameter master.                                     *
      *****************************************************************
       L2G-LOAD-CG-PARAMETERS.
           MOVE SPACES TO CG-NAME-TABLE.
           MOVE SPACES TO CG-SITE-TABLE.
           MOVE ZEROS  TO CG-CLOSED-TABLE.
           MOVE SPACES TO CG-TAX-TABLE.
           OPEN INPUT CGPARM-IN.
           IF CGPARM-IN-STATUS = '00'
               PERFORM L2G-READ-CGPARM-REC
               PERFORM L2G-STORE-CGPARM-REC
                   UNTIL CGPARM-MORE-SW = 'N'
               CLOSE CGPARM-IN
           END-IF.
           IF CG-COUNT = 0
               DISPLAY 'NO ACTIVE CAMPGROUNDS ON CAMPGRND.DAT -- '
                   'NO INVENTORY TO EXTRACT'
           END-IF.

       L2G-READ-CGPARM-REC.
           READ CGPARM-IN
               AT END
                   MOVE 'N' TO CGPARM-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CGPARM-MORE-SW
           END-READ.

       L2G-STORE-CGPARM-REC.
           IF CGP-ACTIVE
               IF CG-COUNT < 10
                   ADD 1 TO CG-COUNT
                   MOVE CGP-NAME         TO CG-NAME(CG-COUNT)
                   MOVE CGP-CLOSED-START TO CG-CLOSED-START(CG-COUNT)
                   MOVE CGP-CLOSED-END   TO CG-CLOSED-END(CG-COUNT)
                   MOVE CGP-COUNTY       TO CG-COUNTY(CG-COUNT)
                   IF CGP-TAX-PCT NUMERIC
                       MOVE CGP-TAX-PCT  TO CG-TAX-PCT(CG-COUNT)
                   ELSE
                       MOVE 0            TO CG-TAX-PCT(CG-COUNT)
                   END-IF
                   PERFORM L2G-STORE-ONE-SITE
                       VARYING CG-SITE-SUB FROM 1 BY 1
                       UNTIL CG-SITE-SUB > 26
               ELSE
                   DISPLAY 'CAMPGROUND TABLE FULL -- ENTRY DISCARDED: '
                       CGP-NAME
               END-IF
           END-IF.
           PERFORM L2G-READ-CGPARM-REC.

       L2G-STORE-ONE-SITE.
           MOVE CGP-SITE-NAME(CG-SITE-SUB)
               TO TBL-SITE-NAME(CG-COUNT CG-SITE-SUB).
           MOVE CGP-SITE-PRICE(CG-SITE-SUB)
               TO TBL-SITE-PRICE(CG-COUNT CG-SITE-SUB).

      *****************************************************************
      * L2B-BUILD-DAY-TABLE dates the horizon from today, a day at a  *
      * time with the same calendar stepping the edit run prices      *
      * stays with.                                                   *
      *****************************************************************
       L2B-BUILD-DAY-TABLE.
           MOVE CURRENT-DATE TO WK-DATE-NUM.
           PERFORM L2B-DATE-ONE-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > HORIZON-DAYS.
           MOVE DAY-DATE(1)            TO DAY-FIRST-DATE.
           MOVE DAY-DATE(HORIZON-DAYS) TO DAY-LAST-DATE.

       L2B-DATE-ONE-DAY.
           MOVE WK-DATE-NUM TO DAY-DATE(DAY-SUB).
           PERFORM L3-ADVANCE-ONE-DAY.

      *****************************************************************
      * L3-EXTRACT-ONE-CAMPGROUND marks the campground's closed       *
      * season on the day table, then extracts every site letter      *
      * that carries a rate -- a letter with no rate is not bookable. *
      *****************************************************************
       L3-EXTRACT-ONE-CAMPGROUND.
           SET CG-INDEX TO CG-SUB.
           PERFORM L3A-MARK-ONE-SEASON-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > HORIZON-DAYS.
           PERFORM L4-EXTRACT-ONE-LETTER
               VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > 26.

      * the MMDD closed-season test the edit run's date edit applies
      * -- a closed start past the closed end wraps the new year
       L3A-MARK-ONE-SEASON-DAY.
           MOVE DAY-DATE(DAY-SUB) TO WK-DATE-NUM.
           COMPUTE CLS-WK-MMDD = WK-MM * 100 + WK-DD.
           MOVE 'Y' TO DAY-SEASON-SW(DAY-SUB).
           IF CG-CLOSED-START(CG-INDEX) >
              CG-CLOSED-END(CG-INDEX)
               IF CLS-WK-MMDD >= CG-CLOSED-START(CG-INDEX)
                  OR CLS-WK-MMDD <= CG-CLOSED-END(CG-INDEX)
                   MOVE 'N' TO DAY-SEASON-SW(DAY-SUB)
               END-IF
           ELSE
               IF CLS-WK-MMDD >= CG-CLOSED-START(CG-INDEX)
                  AND CLS-WK-MMDD <= CG-CLOSED-END(CG-INDEX)
                   MOVE 'N' TO DAY-SEASON-SW(DAY-SUB)
               END-IF
           END-IF.

       L3-ADVANCE-ONE-DAY.
           IF VAL-31-MM
               ADD 1 TO WK-DD
               IF NOT VAL-WK-DD-31
                   ADD 1 TO WK-MM
                   SUBTRACT 31 FROM WK-DD
                   IF NOT VAL-MM
                       MOVE 1 TO WK-MM
                       ADD 1 TO WK-YYYY
                   END-IF
               END-IF
           ELSE IF VAL-30-MM
               ADD 1 TO WK-DD
               IF NOT VAL-WK-DD-30
                   ADD 1 TO WK-MM
                   SUBTRACT 30 FROM WK-DD
               END-IF
           ELSE IF WK-MM = 2
               ADD 1 TO WK-DD
               DIVIDE WK-YYYY BY 4 GIVING C-LEAP REMAINDER C-LEAP
               IF C-LEAP = 0
                   IF NOT VAL-WK-DD-29
                       ADD 1 TO WK-MM
                       SUBTRACT 29 FROM WK-DD
                   END-IF
               ELSE
                   IF NOT VAL-WK-DD-28
                       ADD 1 TO WK-MM
                       SUBTRACT 28 FROM WK-DD
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * L4-EXTRACT-ONE-LETTER opens the letter for every in-season    *
      * day, closes the days the master holds, and writes the runs    *
      * of open days that are left.                                   *
      *****************************************************************
       L4-EXTRACT-ONE-LETTER.
           IF TBL-SITE-PRICE(CG-INDEX SITE-INDEX) > 0
            AND TBL-SITE-NAME(CG-INDEX SITE-INDEX) NOT = SPACE
               ADD 1 TO TOT-LETTERS
               MOVE 0 TO LETTER-OPEN-NIGHTS
               MOVE 0 TO LETTER-RANGES
               PERFORM L4A-OPEN-ONE-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > HORIZON-DAYS
               PERFORM L4B-BROWSE-LETTER
               MOVE 'N' TO RUN-OPEN-SW
               PERFORM L4E-SCAN-ONE-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > HORIZON-DAYS
               IF RUN-OPEN
                   MOVE DAY-LAST-DATE TO RUN-THRU-DATE
                   PERFORM L4F-WRITE-RANGE
               END-IF
               MOVE CG-NAME(CG-INDEX)     TO O-CAMPGROUND
               MOVE TBL-SITE-NAME(CG-INDEX SITE-INDEX)
                   TO O-SITE
               MOVE TBL-SITE-PRICE(CG-INDEX SITE-INDEX)
                   TO O-RATE
               MOVE LETTER-OPEN-NIGHTS    TO O-OPEN-NIGHTS
               MOVE LETTER-RANGES         TO O-RANGES
               WRITE RPTLINE FROM RPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
               ADD LETTER-OPEN-NIGHTS TO TOT-OPEN-NIGHTS
           END-IF.

       L4A-OPEN-ONE-DAY.
           MOVE DAY-SEASON-SW(DAY-SUB) TO DAY-OPEN-SW(DAY-SUB).

      *****************************************************************
      * L4B-BROWSE-LETTER walks every master record for the           *
      * campground and site letter -- the master keys sites with      *
      * their number, so the browse starts at the letter and takes    *
      * every numbered site under it, as CBLHJB13's browse does.      *
      *****************************************************************
       L4B-BROWSE-LETTER.
           MOVE 'N' TO AVM-BROWSE-DONE-SW.
           MOVE CG-NAME(CG-INDEX) TO AVM-CAMPGROUND.
           MOVE SPACES            TO AVM-SITE.
           MOVE TBL-SITE-NAME(CG-INDEX SITE-INDEX) TO AVM-SITE(1:1).
           MOVE 0                 TO AVM-START-DATE.
           START AVAIL-MST KEY NOT LESS THAN AVM-KEY
               INVALID KEY
                   MOVE 'Y' TO AVM-BROWSE-DONE-SW
           END-START.
           PERFORM L4C-READ-ONE-MST-REC
               UNTIL AVM-BROWSE-DONE-SW = 'Y'.

       L4C-READ-ONE-MST-REC.
           READ AVAIL-MST NEXT RECORD
               AT END
                   MOVE 'Y' TO AVM-BROWSE-DONE-SW
               NOT AT END
                   IF AVM-CAMPGROUND NOT = CG-NAME(CG-INDEX)
                    OR AVM-SITE(1:1) NOT =
                       TBL-SITE-NAME(CG-INDEX SITE-INDEX)
                       MOVE 'Y' TO AVM-BROWSE-DONE-SW
                   ELSE
                       ADD 1 TO TOT-MST-READ
                       IF (AVM-OCCUPIED OR AVM-MAINT)
                        AND AVM-END-DATE   NOT < DAY-FIRST-DATE
                        AND AVM-START-DATE NOT > DAY-LAST-DATE
                           PERFORM L4D-CLOSE-ONE-DAY
                               VARYING DAY-SUB FROM 1 BY 1
                               UNTIL DAY-SUB > HORIZON-DAYS
                       END-IF
                   END-IF
           END-READ.

       L4D-CLOSE-ONE-DAY.
           IF DAY-DATE(DAY-SUB) NOT < AVM-START-DATE
            AND DAY-DATE(DAY-SUB) NOT > AVM-END-DATE
               MOVE 'N' TO DAY-OPEN-SW(DAY-SUB)
           END-IF.

      * a run of open days starts at the first open day and ends the
      * day before the next closed one
       L4E-SCAN-ONE-DAY.
           IF DAY-OPEN-SW(DAY-SUB) = 'Y'
               ADD 1 TO LETTER-OPEN-NIGHTS
               IF NOT RUN-OPEN
                   MOVE 'Y' TO RUN-OPEN-SW
                   MOVE DAY-DATE(DAY-SUB) TO RUN-FROM-DATE
               END-IF
           ELSE
               IF RUN-OPEN
                   MOVE DAY-DATE(DAY-SUB - 1) TO RUN-THRU-DATE
                   PERFORM L4F-WRITE-RANGE
                   MOVE 'N' TO RUN-OPEN-SW
               END-IF
           END-IF.

       L4F-WRITE-RANGE.
           ADD 1 TO LETTER-RANGES.
           ADD 1 TO TOT-RANGES.
           MOVE TBL-SITE-PRICE(CG-INDEX SITE-INDEX) TO INV-RATE.
           MOVE RUN-FROM-DATE TO INV-FROM-DATE.
           MOVE RUN-THRU-DATE TO INV-THRU-DATE.
           MOVE SPACES TO WEBINV-LINE.
           STRING CG-NAME(CG-INDEX) DELIMITED BY '  '
                  ','               DELIMITED BY SIZE
                  TBL-SITE-NAME(CG-INDEX SITE-INDEX)
                                    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  INV-RATE          DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  INV-FROM-DATE     DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  INV-THRU-DATE     DELIMITED BY SIZE
               INTO WEBINV-LINE
           END-STRING.
           WRITE WEBINV-LINE.

       L6-WRITE-TOTALS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'SITE LETTERS EXTRACTED'         TO O-CNT-LABEL.
           MOVE TOT-LETTERS                      TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'MASTER RECORDS READ'            TO O-CNT-LABEL.
           MOVE TOT-MST-READ                     TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'OPEN RANGES WRITTEN'            TO O-CNT-LABEL.
           MOVE TOT-RANGES                       TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'OPEN LETTER-NIGHTS OFFERED'     TO O-CNT-LABEL.
           MOVE TOT-OPEN-NIGHTS                  TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.

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
           MOVE 'CBLHJB38 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB38 END'    TO RL-TEXT.
           MOVE TOT-MST-READ      TO RL-RECS-READ.
           MOVE TOT-RANGES        TO RL-ACCEPT-CTR.
           MOVE 0                 TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB38.
