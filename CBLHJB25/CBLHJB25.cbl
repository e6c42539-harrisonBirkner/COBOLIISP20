       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB25.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB25 -- SITE ATTRIBUTE FILE MAINTENANCE.                  *
      * Loads the site attribute file SITEATTR.DAT, applies the       *
      * maintenance transactions keyed by the office to SAMAINT.DAT,  *
      * writes the updated file to SITEATTR.NEW, and prints an        *
      * update report of every transaction and its disposition --    *
      * the same old-master-in new-master-out pattern CBLHJB20 uses   *
      * for the discount codes.  The edit run, the suspense           *
      * workbench, and the availability inquiry load their site       *
      * attribute tables from this file, so a re-surveyed pad or a    *
      * newly paved accessible site takes effect on the next run.     *
      *                                                               *
      * A maintenance transaction carries an action code, the         *
      * campground and site (a letter alone sets the whole loop),     *
      * and the attributes the action uses:                           *
      *   A  add site (type T tent / E electric / F full hookup,      *
      *      max rig length, max party size, accessible Y/N)          *
      *   C  change type, max rig, max party, and accessible flag     *
      *   D  delete site -- the site falls back to its loop record,   *
      *      or to no restriction when the loop has none              *
      * The campground and site letter must be on CAMPGRND.DAT so an  *
      * attribute can never be keyed for a site the system can't book.*
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITEATTR-IN
               ASSIGN TO 'C:\COBOLSP20\SITEATTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITEATTR-IN-STATUS.

           SELECT MAINT-IN
               ASSIGN TO 'C:\COBOLSP20\SAMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-IN-STATUS.

           SELECT SITEATTR-OUT
               ASSIGN TO 'C:\COBOLSP20\SITEATTR.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CGPARM-IN
               ASSIGN TO 'C:\COBOLSP20\CAMPGRND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGPARM-IN-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\SAMAINT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SITEATTR-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SAT-REC
           RECORD CONTAINS 34 CHARACTERS.

       COPY SITEATTR.

       FD  MAINT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS MAINT-REC
           RECORD CONTAINS 35 CHARACTERS.

       01  MAINT-REC.
           05  MT-ACTION           PIC X.
               88 MT-ADD           VALUE 'A'.
               88 MT-CHANGE        VALUE 'C'.
               88 MT-DELETE        VALUE 'D'.
               88 VAL-MT-ACTION    VALUE 'A', 'C', 'D'.
           05  MT-CAMPGROUND       PIC X(25).
           05  MT-SITE.
               10  MT-SITE1        PIC X.
               10  MT-SITE2        PIC XX.
           05  MT-TYPE             PIC X.
               88 VAL-MT-TYPE      VALUE 'T', 'E', 'F'.
           05  MT-MAX-RIG          PIC 99.
           05  MT-MAX-PARTY        PIC 99.
           05  MT-ACCESS           PIC X.
               88 VAL-MT-ACCESS    VALUE 'Y', 'N'.

       FD  SITEATTR-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SATO-REC
           RECORD CONTAINS 34 CHARACTERS.

       01  SATO-REC                PIC X(34).

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
           05  SAT-MORE-SW         PIC X      VALUE 'Y'.
           05  CG-FOUND-SW         PIC X      VALUE 'N'.
               88 CG-FOUND         VALUE 'Y'.
           05  SITE-FOUND-SW       PIC X      VALUE 'N'.
               88 SITE-FOUND       VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  SITEATTR-IN-STATUS  PIC XX     VALUE SPACES.
           05  MAINT-IN-STATUS     PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  SA-SUB              PIC 9(4)   VALUE 0.
           05  SA-HIT-SUB          PIC 9(4)   VALUE 0.

       01  CG-PARM-CONTROL.
           05  CGPARM-IN-STATUS    PIC XX     VALUE SPACES.
           05  CGPARM-MORE-SW      PIC X      VALUE 'Y'.
           05  CG-SITE-SUB         PIC 99     VALUE 0.

       01  MAINT-TOTALS.
           05  MNT-READ-CTR        PIC 9(5)   VALUE 0.
           05  MNT-APPLIED-CTR     PIC 9(5)   VALUE 0.
           05  MNT-REJECTED-CTR    PIC 9(5)   VALUE 0.

      *****************************************************************
      * SA-TABLE holds the whole attribute file in memory for the     *
      * run so every transaction is applied against the already-      *
      * updated picture and the file is rewritten once at closing.    *
      * A deleted entry is marked and simply not written back.        *
      *****************************************************************
       01  SA-CONTROL.
           05  SA-COUNT            PIC 9(4)   VALUE 0.

       01  SA-TABLE.
           05  SA-ENTRY            OCCURS 1000 TIMES.
               10  SA-DATA.
                   15  SA-CAMPGROUND   PIC X(25).
                   15  SA-SITE         PIC X(3).
                   15  SA-TYPE         PIC X.
                   15  SA-MAX-RIG      PIC 99.
                   15  SA-MAX-PARTY    PIC 99.
                   15  SA-ACCESS       PIC X.
               10  SA-STATUS       PIC X.
                   88 SA-ACTIVE    VALUE 'A'.
                   88 SA-DELETED   VALUE 'D'.

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
           05  FILLER               PIC X(52)   VALUE SPACES.
           05  FILLER               PIC X(29)
               VALUE 'SITE ATTRIBUTE MAINTENANCE'.

       01  RPT-TRAN-LINE.
           05  O-MT-ACTION          PIC X.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-CAMPGROUND      PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-SITE            PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'TYPE: '.
           05  O-MT-TYPE            PIC X.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(9)    VALUE 'MAX RIG: '.
           05  O-MT-MAX-RIG         PIC Z9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(11)   VALUE 'MAX PARTY: '.
           05  O-MT-MAX-PARTY       PIC Z9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(12)   VALUE 'ACCESSIBLE: '.
           05  O-MT-ACCESS          PIC X.

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
           PERFORM L2A-LOAD-SITEATTR-FILE.
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
      * L2A-LOAD-SITEATTR-FILE tables the existing file.  A missing   *
      * SITEATTR.DAT is not an error -- the first run of this         *
      * program is how the file is built in the first place.          *
      *****************************************************************
       L2A-LOAD-SITEATTR-FILE.
           OPEN INPUT SITEATTR-IN.
           IF SITEATTR-IN-STATUS = '00'
               PERFORM L2A-READ-SAT-REC
               PERFORM L2A-STORE-SAT-REC
                   UNTIL SAT-MORE-SW = 'N'
               CLOSE SITEATTR-IN
           END-IF.

       L2A-READ-SAT-REC.
           READ SITEATTR-IN
               AT END
                   MOVE 'N' TO SAT-MORE-SW
               NOT AT END
                   MOVE 'Y' TO SAT-MORE-SW
           END-READ.

       L2A-STORE-SAT-REC.
           IF SA-COUNT < 1000
               ADD 1 TO SA-COUNT
               MOVE SAT-REC TO SA-DATA(SA-COUNT)
               MOVE 'A'     TO SA-STATUS(SA-COUNT)
           ELSE
               DISPLAY 'SITE ATTRIBUTE TABLE FULL -- ENTRY DISCARDED: '
                   SAT-CAMPGROUND ' ' SAT-SITE
           END-IF.
           PERFORM L2A-READ-SAT-REC.

      *****************************************************************
      * L2B-LOAD-CG-PARAMETERS tables the active campgrounds and      *
      * their site letters so a transaction naming a campground or    *
      * loop the system doesn't book is turned away here.             *
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
           IF CG-COUNT = 0
               DISPLAY 'NO ACTIVE CAMPGROUNDS ON CAMPGRND.DAT -- '
                   'ALL TRANSACTIONS WILL REJECT'
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
                   PERFORM L2B-STORE-ONE-SITE
                       VARYING CG-SITE-SUB FROM 1 BY 1
                       UNTIL CG-SITE-SUB > 26
               ELSE
                   DISPLAY 'CAMPGROUND TABLE FULL -- ENTRY DISCARDED: '
                       CGP-NAME
               END-IF
           END-IF.
           PERFORM L2B-READ-CGPARM-REC.

       L2B-STORE-ONE-SITE.
           MOVE CGP-SITE-NAME(CG-SITE-SUB)
               TO TBL-SITE-NAME(CG-COUNT CG-SITE-SUB).
           MOVE CGP-SITE-PRICE(CG-SITE-SUB)
               TO TBL-SITE-PRICE(CG-COUNT CG-SITE-SUB).

       L2-MAINLINE.
           ADD 1 TO MNT-READ-CTR.
           MOVE 'N' TO ERR-SW.
           PERFORM L3-PRINT-TRAN.
           PERFORM L3-FIND-SITE.
           PERFORM L3-CHECK-CG-SITE.
           EVALUATE TRUE
               WHEN NOT VAL-MT-ACTION
                   MOVE 'Y' TO ERR-SW
                   MOVE 'ACTION MUST BE A, C, OR D'
                       TO O-MT-DISP
               WHEN NOT CG-FOUND
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CAMPGROUND NOT ACTIVE ON CAMPGRND.DAT'
                       TO O-MT-DISP
               WHEN NOT SITE-FOUND
                   MOVE 'Y' TO ERR-SW
                   MOVE 'SITE LETTER NOT ON THE CAMPGROUND SITE TABLE'
                       TO O-MT-DISP
               WHEN MT-SITE2 NOT = SPACES
                AND (MT-SITE2 NOT NUMERIC OR MT-SITE2 = '00')
                   MOVE 'Y' TO ERR-SW
                   MOVE 'SITE NUMBER MUST BE 01-99 OR BLANK FOR LOOP'
                       TO O-MT-DISP
               WHEN MT-ADD
                   PERFORM L4-APPLY-ADD
               WHEN MT-CHANGE
                   PERFORM L4-APPLY-CHANGE
               WHEN MT-DELETE
                   PERFORM L4-APPLY-DELETE
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
           MOVE MT-CAMPGROUND TO O-MT-CAMPGROUND.
           MOVE MT-SITE       TO O-MT-SITE.
           MOVE MT-TYPE       TO O-MT-TYPE.
           IF MT-MAX-RIG NUMERIC
               MOVE MT-MAX-RIG TO O-MT-MAX-RIG
           ELSE
               MOVE 0 TO O-MT-MAX-RIG
           END-IF.
           IF MT-MAX-PARTY NUMERIC
               MOVE MT-MAX-PARTY TO O-MT-MAX-PARTY
           ELSE
               MOVE 0 TO O-MT-MAX-PARTY
           END-IF.
           MOVE MT-ACCESS     TO O-MT-ACCESS.
           WRITE RPTLINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L3-FIND-SITE.
           MOVE 0 TO SA-HIT-SUB.
           PERFORM L3-TEST-ONE-SITE
               VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > SA-COUNT OR SA-HIT-SUB > 0.

       L3-TEST-ONE-SITE.
           IF SA-ACTIVE(SA-SUB)
            AND SA-CAMPGROUND(SA-SUB) = MT-CAMPGROUND
            AND SA-SITE(SA-SUB) = MT-SITE
               MOVE SA-SUB TO SA-HIT-SUB
           END-IF.

       L3-CHECK-CG-SITE.
           MOVE 'N' TO CG-FOUND-SW.
           MOVE 'N' TO SITE-FOUND-SW.
           IF MT-CAMPGROUND NOT = SPACES
               SET CG-NAME-INDEX TO 1
               SEARCH CG-NAME
                   WHEN CG-NAME(CG-NAME-INDEX) = MT-CAMPGROUND
                       SET CG-INDEX TO CG-NAME-INDEX
                       MOVE 'Y' TO CG-FOUND-SW
               END-SEARCH
           END-IF.
           IF CG-FOUND AND MT-SITE1 NOT = SPACE
               SET SITE-INDEX TO 1
               SEARCH TBL-SITE-INFO
                   WHEN TBL-SITE-NAME(CG-INDEX SITE-INDEX) = MT-SITE1
                       MOVE 'Y' TO SITE-FOUND-SW
               END-SEARCH
           END-IF.

       L4-APPLY-ADD.
           EVALUATE TRUE
               WHEN SA-HIT-SUB > 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'SITE ALREADY ON FILE - NOT ADDED'
                       TO O-MT-DISP
               WHEN SA-COUNT NOT < 1000
                   MOVE 'Y' TO ERR-SW
                   MOVE 'SITE ATTRIBUTE FILE IS FULL - NOT ADDED'
                       TO O-MT-DISP
               WHEN OTHER
                   PERFORM L4-EDIT-ATTRIBUTES
                   IF ERR-SW = 'N'
                       ADD 1 TO SA-COUNT
                       MOVE SA-COUNT      TO SA-HIT-SUB
                       MOVE MT-CAMPGROUND TO SA-CAMPGROUND(SA-HIT-SUB)
                       MOVE MT-SITE       TO SA-SITE(SA-HIT-SUB)
                       MOVE 'A'           TO SA-STATUS(SA-HIT-SUB)
                       PERFORM L4-MOVE-ATTRIBUTES
                       MOVE 'ADDED' TO O-MT-DISP
                   END-IF
           END-EVALUATE.

       L4-APPLY-CHANGE.
           IF SA-HIT-SUB = 0
               MOVE 'Y' TO ERR-SW
               MOVE 'SITE NOT ON FILE' TO O-MT-DISP
           ELSE
               PERFORM L4-EDIT-ATTRIBUTES
               IF ERR-SW = 'N'
                   PERFORM L4-MOVE-ATTRIBUTES
                   MOVE 'TYPE, RIG, PARTY, AND ACCESS CHANGED'
                       TO O-MT-DISP
               END-IF
           END-IF.

       L4-APPLY-DELETE.
           IF SA-HIT-SUB = 0
               MOVE 'Y' TO ERR-SW
               MOVE 'SITE NOT ON FILE' TO O-MT-DISP
           ELSE
               MOVE 'D' TO SA-STATUS(SA-HIT-SUB)
               MOVE 'DELETED' TO O-MT-DISP
           END-IF.

       L4-EDIT-ATTRIBUTES.
           EVALUATE TRUE
               WHEN NOT VAL-MT-TYPE
                   MOVE 'Y' TO ERR-SW
                   MOVE 'TYPE MUST BE T TENT, E ELECTRIC, F FULL HOOKUP'
                       TO O-MT-DISP
               WHEN MT-MAX-RIG NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 'MAX RIG LENGTH MUST BE NUMERIC'
                       TO O-MT-DISP
               WHEN MT-MAX-PARTY NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 'MAX PARTY SIZE MUST BE NUMERIC'
                       TO O-MT-DISP
               WHEN NOT VAL-MT-ACCESS
                   MOVE 'Y' TO ERR-SW
                   MOVE 'ACCESSIBLE FLAG MUST BE Y OR N'
                       TO O-MT-DISP
           END-EVALUATE.

       L4-MOVE-ATTRIBUTES.
           MOVE MT-TYPE      TO SA-TYPE(SA-HIT-SUB).
           MOVE MT-MAX-RIG   TO SA-MAX-RIG(SA-HIT-SUB).
           MOVE MT-MAX-PARTY TO SA-MAX-PARTY(SA-HIT-SUB).
           MOVE MT-ACCESS    TO SA-ACCESS(SA-HIT-SUB).

       L2-CLOSING.
           PERFORM L6-WRITE-SITEATTR-FILE.
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

       L6-WRITE-SITEATTR-FILE.
           OPEN OUTPUT SITEATTR-OUT.
           PERFORM L6-WRITE-ONE-SAT-REC
               VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > SA-COUNT.
           CLOSE SITEATTR-OUT.

       L6-WRITE-ONE-SAT-REC.
           IF SA-ACTIVE(SA-SUB)
               MOVE SA-DATA(SA-SUB) TO SATO-REC
               WRITE SATO-REC
           END-IF.

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

       END PROGRAM CBLHJB25.
