       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB33.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB33 -- STAY RULE FILE MAINTENANCE.                       *
      * Loads the stay rule file STAYRULE.DAT, applies the            *
      * maintenance transactions keyed by the office to SRMAINT.DAT,  *
      * writes the updated file to STAYRULE.NEW, and prints an        *
      * update report of every transaction and its disposition --     *
      * the same old-master-in new-master-out pattern CBLHJB05 uses   *
      * for CAMPGRND.DAT.  The edit run, the suspense workbench, and  *
      * the availability inquiry load their stay rule tables from     *
      * this file, so a holiday-weekend minimum or a summer cap at    *
      * one campground takes effect on the next run.                  *
      *                                                               *
      * A maintenance transaction carries an action code, the rule    *
      * ID, and the fields the action uses:                           *
      *   A  add rule (campground or blank for all, arrival from and  *
      *      thru dates or zeros for all year, minimum and maximum    *
      *      nights, description)                                     *
      *   C  change campground, dates, nights, and description        *
      *   D  deactivate rule                                          *
      *   R  reactivate rule                                          *
      * A rule is never physically removed -- deactivation keeps it   *
      * on file so an error printed last season still translates.     *
      * A blank campground with zero dates is the system default.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAYRULE-IN
               ASSIGN TO 'C:\COBOLSP20\STAYRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYRULE-IN-STATUS.

           SELECT MAINT-IN
               ASSIGN TO 'C:\COBOLSP20\SRMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-IN-STATUS.

           SELECT STAYRULE-OUT
               ASSIGN TO 'C:\COBOLSP20\STAYRULE.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CGPARM-IN
               ASSIGN TO 'C:\COBOLSP20\CAMPGRND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGPARM-IN-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\SRMAINT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STAYRULE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS STR-REC
           RECORD CONTAINS 82 CHARACTERS.

       COPY STAYRULE.

       FD  MAINT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS MAINT-REC
           RECORD CONTAINS 82 CHARACTERS.

       01  MAINT-REC.
           05  MT-ACTION           PIC X.
               88 MT-ADD           VALUE 'A'.
               88 MT-CHANGE        VALUE 'C'.
               88 MT-DEACTIVATE    VALUE 'D'.
               88 MT-REACTIVATE    VALUE 'R'.
               88 VAL-MT-ACTION    VALUE 'A', 'C', 'D', 'R'.
           05  MT-RULE-ID          PIC X(6).
           05  MT-CAMPGROUND       PIC X(25).
           05  MT-FROM-DATE        PIC 9(8).
           05  MT-THRU-DATE        PIC 9(8).
           05  MT-MIN-NIGHTS       PIC 99.
           05  MT-MAX-NIGHTS       PIC 99.
           05  MT-DESC             PIC X(30).

       FD  STAYRULE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS STRO-REC
           RECORD CONTAINS 82 CHARACTERS.

       01  STRO-REC                PIC X(82).

       FD  CGPARM-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CGP-REC
           RECORD CONTAINS 131 CHARACTERS.

       COPY CGPARM.

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RPTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  MORE-RECS           PIC X      VALUE 'Y'.
           05  ERR-SW              PIC X      VALUE 'N'.
           05  MAINT-FOUND-SW      PIC X      VALUE 'N'.
           05  STR-MORE-SW         PIC X      VALUE 'Y'.
           05  CG-FOUND-SW         PIC X      VALUE 'N'.
               88 CG-FOUND         VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  STAYRULE-IN-STATUS  PIC XX     VALUE SPACES.
           05  MAINT-IN-STATUS     PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  SR-SUB              PIC 999    VALUE 0.
           05  SR-HIT-SUB          PIC 999    VALUE 0.

       01  CG-PARM-CONTROL.
           05  CGPARM-IN-STATUS    PIC XX     VALUE SPACES.
           05  CGPARM-MORE-SW      PIC X      VALUE 'Y'.

       01  MAINT-TOTALS.
           05  MNT-READ-CTR        PIC 9(5)   VALUE 0.
           05  MNT-APPLIED-CTR     PIC 9(5)   VALUE 0.
           05  MNT-REJECTED-CTR    PIC 9(5)   VALUE 0.

      *****************************************************************
      * SR-TABLE holds the whole stay rule file in memory for the     *
      * run so every transaction is applied against the already-      *
      * updated picture and the file is rewritten once at closing.    *
      *****************************************************************
       01  SR-CONTROL.
           05  SR-COUNT            PIC 999    VALUE 0.

       01  SR-TABLE.
           05  SR-ENTRY            OCCURS 200 TIMES.
               10  SR-RULE-ID      PIC X(6).
               10  SR-STATUS       PIC X.
                   88 SR-ACTIVE    VALUE 'A'.
                   88 SR-INACTIVE  VALUE 'I'.
               10  SR-CAMPGROUND   PIC X(25).
               10  SR-FROM-DATE    PIC 9(8).
               10  SR-THRU-DATE    PIC 9(8).
               10  SR-MIN-NIGHTS   PIC 99.
               10  SR-MAX-NIGHTS   PIC 99.
               10  SR-DESC         PIC X(30).

       COPY CGTABLE.

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
           05  FILLER               PIC X(54)   VALUE SPACES.
           05  FILLER               PIC X(25)
               VALUE 'STAY RULE MAINTENANCE'.

       01  RPT-TRAN-LINE.
           05  O-MT-ACTION          PIC X.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-RULE-ID         PIC X(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-CAMPGROUND      PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-FROM-DATE       PIC 9(8).
           05  FILLER               PIC X(3)    VALUE ' - '.
           05  O-MT-THRU-DATE       PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'NIGHTS: '.
           05  O-MT-MIN-NIGHTS      PIC Z9.
           05  FILLER               PIC X       VALUE '-'.
           05  O-MT-MAX-NIGHTS      PIC Z9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-DESC            PIC X(30).

       01  RPT-DISP-LINE.
           05  FILLER               PIC X(7)    VALUE SPACES.
           05  FILLER               PIC X(13)
               VALUE 'DISPOSITION: '.
           05  O-MT-DISP            PIC X(50).

       01  RPT-TOTAL-HEADING.
           05  FILLER               PIC X(8)    VALUE 'TOTALS: '.
           05  FILLER               PIC X(9)    VALUE 'READ'.
           05  FILLER               PIC X(11)   VALUE 'APPLIED'.
           05  FILLER               PIC X(11)   VALUE 'REJECTED'.

       01  RPT-TOTALS.
           05  FILLER               PIC X(8)    VALUE SPACES.
           05  O-MNT-READ-CTR       PIC ZZZZ9.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  O-MNT-APPLIED-CTR    PIC ZZZZ9.
           05  FILLER               PIC X(6)    VALUE SPACES.
           05  O-MNT-REJECTED-CTR   PIC ZZZZ9.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = 'N'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           MOVE 'Y'                       TO MORE-RECS.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           PERFORM L2B-LOAD-CG-PARAMETERS.
           PERFORM L2A-LOAD-STAYRULE-FILE.
           OPEN INPUT MAINT-IN.
           IF MAINT-IN-STATUS = '00'
               MOVE 'Y' TO MAINT-FOUND-SW
           ELSE
               MOVE 'N' TO MORE-RECS
           END-IF.
           IF MORE-RECS = 'Y'
               PERFORM L9-READ-MAINT
           END-IF.

      *****************************************************************
      * L2A-LOAD-STAYRULE-FILE tables the existing file.  A missing   *
      * STAYRULE.DAT is not an error -- the first run of this         *
      * program is how the file is built in the first place.          *
      *****************************************************************
       L2A-LOAD-STAYRULE-FILE.
           OPEN INPUT STAYRULE-IN.
           IF STAYRULE-IN-STATUS = '00'
               PERFORM L2A-READ-STR-REC
               PERFORM L2A-STORE-STR-REC
                   UNTIL STR-MORE-SW = 'N'
               CLOSE STAYRULE-IN
           END-IF.

       L2A-READ-STR-REC.
           READ STAYRULE-IN
               AT END
                   MOVE 'N' TO STR-MORE-SW
               NOT AT END
                   MOVE 'Y' TO STR-MORE-SW
           END-READ.

       L2A-STORE-STR-REC.
           IF SR-COUNT < 200
               ADD 1 TO SR-COUNT
               MOVE STR-REC TO SR-ENTRY(SR-COUNT)
           ELSE
               DISPLAY 'STAY RULE TABLE FULL -- ENTRY DISCARDED: '
                   STR-RULE-ID
           END-IF.
           PERFORM L2A-READ-STR-REC.

      *****************************************************************
      * L2B-LOAD-CG-PARAMETERS tables the active campgrounds so a     *
      * rule can never be keyed for a campground the system doesn't   *
      * book.                                                         *
      *****************************************************************
       L2B-LOAD-CG-PARAMETERS.
           MOVE SPACES TO CG-NAME-TABLE.
           MOVE SPACES TO CG-SITE-TABLE.
           OPEN INPUT CGPARM-IN.
           IF CGPARM-IN-STATUS = '00'
               PERFORM L2B-READ-CGPARM-REC
               PERFORM L2B-STORE-CGPARM-REC
                   UNTIL CGPARM-MORE-SW = 'N'
               CLOSE CGPARM-IN
           END-IF.

       L2B-READ-CGPARM-REC.
           READ CGPARM-IN
               AT END
                   MOVE 'N' TO CGPARM-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CGPARM-MORE-SW
           END-READ.

       L2B-STORE-CGPARM-REC.
           IF CGP-ACTIVE
               IF CG-COUNT < 10
                   ADD 1 TO CG-COUNT
                   MOVE CGP-NAME TO CG-NAME(CG-COUNT)
               ELSE
                   DISPLAY 'CAMPGROUND TABLE FULL -- ENTRY DISCARDED: '
                       CGP-NAME
               END-IF
           END-IF.
           PERFORM L2B-READ-CGPARM-REC.

       L2-MAINLINE.
           ADD 1 TO MNT-READ-CTR.
           MOVE 'N' TO ERR-SW.
           PERFORM L3-PRINT-TRAN.
           PERFORM L3-FIND-RULE.
           EVALUATE TRUE
               WHEN NOT VAL-MT-ACTION
                   MOVE 'Y' TO ERR-SW
                   MOVE 'ACTION MUST BE A, C, D, OR R'
                       TO O-MT-DISP
               WHEN MT-RULE-ID = SPACES
                   MOVE 'Y' TO ERR-SW
                   MOVE 'RULE ID MUST NOT BE BLANK'
                       TO O-MT-DISP
               WHEN MT-ADD
                   PERFORM L4-APPLY-ADD
               WHEN MT-CHANGE
                   PERFORM L4-APPLY-CHANGE
               WHEN MT-DEACTIVATE
                   PERFORM L4-APPLY-DEACTIVATE
               WHEN MT-REACTIVATE
                   PERFORM L4-APPLY-REACTIVATE
           END-EVALUATE.
           IF ERR-SW = 'Y'
               ADD 1 TO MNT-REJECTED-CTR
           ELSE
               ADD 1 TO MNT-APPLIED-CTR
           END-IF.
           WRITE RPTLINE FROM RPT-DISP-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L9-READ-MAINT.

       L3-PRINT-TRAN.
           MOVE MT-ACTION     TO O-MT-ACTION.
           MOVE MT-RULE-ID    TO O-MT-RULE-ID.
           MOVE MT-CAMPGROUND TO O-MT-CAMPGROUND.
           IF MT-FROM-DATE NUMERIC
               MOVE MT-FROM-DATE TO O-MT-FROM-DATE
           ELSE
               MOVE 0 TO O-MT-FROM-DATE
           END-IF.
           IF MT-THRU-DATE NUMERIC
               MOVE MT-THRU-DATE TO O-MT-THRU-DATE
           ELSE
               MOVE 0 TO O-MT-THRU-DATE
           END-IF.
           IF MT-MIN-NIGHTS NUMERIC
               MOVE MT-MIN-NIGHTS TO O-MT-MIN-NIGHTS
           ELSE
               MOVE 0 TO O-MT-MIN-NIGHTS
           END-IF.
           IF MT-MAX-NIGHTS NUMERIC
               MOVE MT-MAX-NIGHTS TO O-MT-MAX-NIGHTS
           ELSE
               MOVE 0 TO O-MT-MAX-NIGHTS
           END-IF.
           MOVE MT-DESC       TO O-MT-DESC.
           WRITE RPTLINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L3-FIND-RULE.
           MOVE 0 TO SR-HIT-SUB.
           PERFORM L3-TEST-ONE-RULE
               VARYING SR-SUB FROM 1 BY 1
               UNTIL SR-SUB > SR-COUNT OR SR-HIT-SUB > 0.

       L3-TEST-ONE-RULE.
           IF SR-RULE-ID(SR-SUB) = MT-RULE-ID
               MOVE SR-SUB TO SR-HIT-SUB
           END-IF.

       L3-CHECK-CAMPGROUND.
           MOVE 'N' TO CG-FOUND-SW.
           IF MT-CAMPGROUND = SPACES
               MOVE 'Y' TO CG-FOUND-SW
           ELSE
               SET CG-NAME-INDEX TO 1
               SEARCH CG-NAME
                   WHEN CG-NAME(CG-NAME-INDEX) = MT-CAMPGROUND
                       MOVE 'Y' TO CG-FOUND-SW
               END-SEARCH
           END-IF.

      *****************************************************************
      * L4-EDIT-RULE-FIELDS holds an added or changed rule to a       *
      * campground the system books (or blank for all), a date range  *
      * that is either all year (both zero) or keyed in order, and a  *
      * minimum of at least one night no greater than the maximum.    *
      *****************************************************************
       L4-EDIT-RULE-FIELDS.
           PERFORM L3-CHECK-CAMPGROUND.
           EVALUATE TRUE
               WHEN NOT CG-FOUND
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CAMPGROUND NOT ACTIVE ON CAMPGRND.DAT'
                       TO O-MT-DISP
               WHEN MT-FROM-DATE NOT NUMERIC
                OR MT-THRU-DATE NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 'DATE RANGE MUST BE NUMERIC'
                       TO O-MT-DISP
               WHEN (MT-FROM-DATE = 0 AND MT-THRU-DATE NOT = 0)
                OR (MT-FROM-DATE NOT = 0 AND MT-THRU-DATE = 0)
                OR MT-FROM-DATE > MT-THRU-DATE
                   MOVE 'Y' TO ERR-SW
                   MOVE 'DATE RANGE MUST BE IN ORDER OR BOTH ZERO'
                       TO O-MT-DISP
               WHEN MT-MIN-NIGHTS NOT NUMERIC
                OR MT-MAX-NIGHTS NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 'MINIMUM AND MAXIMUM NIGHTS MUST BE NUMERIC'
                       TO O-MT-DISP
               WHEN MT-MIN-NIGHTS = 0
                OR MT-MIN-NIGHTS > MT-MAX-NIGHTS
                   MOVE 'Y' TO ERR-SW
                   MOVE 'MINIMUM MUST BE 1 OR MORE AND NOT OVER MAXIMUM'
                       TO O-MT-DISP
               WHEN MT-DESC = SPACES
                   MOVE 'Y' TO ERR-SW
                   MOVE 'DESCRIPTION MUST NOT BE BLANK'
                       TO O-MT-DISP
           END-EVALUATE.

       L4-MOVE-RULE-FIELDS.
           MOVE MT-CAMPGROUND TO SR-CAMPGROUND(SR-HIT-SUB).
           MOVE MT-FROM-DATE  TO SR-FROM-DATE(SR-HIT-SUB).
           MOVE MT-THRU-DATE  TO SR-THRU-DATE(SR-HIT-SUB).
           MOVE MT-MIN-NIGHTS TO SR-MIN-NIGHTS(SR-HIT-SUB).
           MOVE MT-MAX-NIGHTS TO SR-MAX-NIGHTS(SR-HIT-SUB).
           MOVE MT-DESC       TO SR-DESC(SR-HIT-SUB).

       L4-APPLY-ADD.
           EVALUATE TRUE
               WHEN SR-HIT-SUB > 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'RULE ALREADY ON FILE - NOT ADDED'
                       TO O-MT-DISP
               WHEN SR-COUNT NOT < 200
                   MOVE 'Y' TO ERR-SW
                   MOVE 'STAY RULE FILE IS FULL - NOT ADDED'
                       TO O-MT-DISP
               WHEN OTHER
                   PERFORM L4-EDIT-RULE-FIELDS
                   IF ERR-SW = 'N'
                       ADD 1 TO SR-COUNT
                       MOVE SR-COUNT   TO SR-HIT-SUB
                       MOVE MT-RULE-ID TO SR-RULE-ID(SR-HIT-SUB)
                       MOVE 'A'        TO SR-STATUS(SR-HIT-SUB)
                       PERFORM L4-MOVE-RULE-FIELDS
                       MOVE 'ADDED' TO O-MT-DISP
                   END-IF
           END-EVALUATE.

       L4-APPLY-CHANGE.
           IF SR-HIT-SUB = 0
               MOVE 'Y' TO ERR-SW
               MOVE 'RULE NOT ON FILE' TO O-MT-DISP
           ELSE
               PERFORM L4-EDIT-RULE-FIELDS
               IF ERR-SW = 'N'
                   PERFORM L4-MOVE-RULE-FIELDS
                   MOVE 'CAMPGROUND, DATES, NIGHTS, AND DESC CHANGED'
                       TO O-MT-DISP
               END-IF
           END-IF.

       L4-APPLY-DEACTIVATE.
           EVALUATE TRUE
               WHEN SR-HIT-SUB = 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'RULE NOT ON FILE'
                       TO O-MT-DISP
               WHEN SR-INACTIVE(SR-HIT-SUB)
                   MOVE 'Y' TO ERR-SW
                   MOVE 'RULE IS ALREADY INACTIVE'
                       TO O-MT-DISP
               WHEN OTHER
                   MOVE 'I' TO SR-STATUS(SR-HIT-SUB)
                   MOVE 'DEACTIVATED' TO O-MT-DISP
           END-EVALUATE.

       L4-APPLY-REACTIVATE.
           EVALUATE TRUE
               WHEN SR-HIT-SUB = 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'RULE NOT ON FILE'
                       TO O-MT-DISP
               WHEN SR-ACTIVE(SR-HIT-SUB)
                   MOVE 'Y' TO ERR-SW
                   MOVE 'RULE IS ALREADY ACTIVE'
                       TO O-MT-DISP
               WHEN OTHER
                   MOVE 'A' TO SR-STATUS(SR-HIT-SUB)
                   MOVE 'REACTIVATED' TO O-MT-DISP
           END-EVALUATE.

       L2-CLOSING.
           PERFORM L6-WRITE-STAYRULE-FILE.
           MOVE MNT-READ-CTR     TO O-MNT-READ-CTR.
           MOVE MNT-APPLIED-CTR  TO O-MNT-APPLIED-CTR.
           MOVE MNT-REJECTED-CTR TO O-MNT-REJECTED-CTR.
           WRITE RPTLINE FROM RPT-TOTAL-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE RPTLINE FROM RPT-TOTALS
               AFTER ADVANCING 1 LINE.
           IF MAINT-FOUND-SW = 'Y'
               CLOSE MAINT-IN
           END-IF.
           CLOSE RPTOUT.

       L6-WRITE-STAYRULE-FILE.
           OPEN OUTPUT STAYRULE-OUT.
           PERFORM L6-WRITE-ONE-STR-REC
               VARYING SR-SUB FROM 1 BY 1
               UNTIL SR-SUB > SR-COUNT.
           CLOSE STAYRULE-OUT.

       L6-WRITE-ONE-STR-REC.
           MOVE SR-ENTRY(SR-SUB) TO STRO-REC.
           WRITE STRO-REC.

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

       L9-READ-MAINT.
           READ MAINT-IN
               AT END
                   MOVE 'N' TO MORE-RECS
           END-READ.

       END PROGRAM CBLHJB33.
