       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB26.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB26 -- INCIDENTAL CHARGE CODE FILE MAINTENANCE.          *
      * Loads the charge code file CHGCODE.DAT, applies the           *
      * maintenance transactions keyed by the office to CHMAINT.DAT,  *
      * writes the updated file to CHGCODE.NEW, and prints an update  *
      * report of every transaction and its disposition -- the same   *
      * old-master-in new-master-out pattern CBLHJB20 uses for the    *
      * discount codes.  The edit run loads its charge table from     *
      * this file, so a new firewood price or a newly taxable charge  *
      * takes effect at the gate on the next run.                     *
      *                                                               *
      * A maintenance transaction carries an action code, the charge  *
      * code, and the fields the action uses:                         *
      *   A  add code (description, taxable Y/N, unit price)          *
      *   C  change description, taxable flag, and unit price         *
      *   D  deactivate code                                          *
      *   R  reactivate code                                          *
      * A code is never physically removed -- deactivation keeps it   *
      * on file so a folio printed last season still translates.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGCODE-IN
               ASSIGN TO 'C:\COBOLSP20\CHGCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGCODE-IN-STATUS.

           SELECT MAINT-IN
               ASSIGN TO 'C:\COBOLSP20\CHMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-IN-STATUS.

           SELECT CHGCODE-OUT
               ASSIGN TO 'C:\COBOLSP20\CHGCODE.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\CHMAINT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGCODE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CHG-REC
           RECORD CONTAINS 31 CHARACTERS.

       COPY CHGCODE.

       FD  MAINT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS MAINT-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  MAINT-REC.
           05  MT-ACTION           PIC X.
               88 MT-ADD           VALUE 'A'.
               88 MT-CHANGE        VALUE 'C'.
               88 MT-DEACTIVATE    VALUE 'D'.
               88 MT-REACTIVATE    VALUE 'R'.
               88 VAL-MT-ACTION    VALUE 'A', 'C', 'D', 'R'.
           05  MT-CODE             PIC X(4).
           05  MT-DESC             PIC X(20).
           05  MT-TAXABLE          PIC X.
               88 VAL-MT-TAXABLE   VALUE 'Y', 'N'.
           05  MT-UNIT-PRICE       PIC 9(3)V99.

       FD  CHGCODE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CHGO-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  CHGO-REC                PIC X(31).

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
           05  CHG-MORE-SW         PIC X      VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  CHGCODE-IN-STATUS   PIC XX     VALUE SPACES.
           05  MAINT-IN-STATUS     PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  CH-SUB              PIC 99     VALUE 0.
           05  CH-HIT-SUB          PIC 99     VALUE 0.

       01  MAINT-TOTALS.
           05  MNT-READ-CTR        PIC 9(5)   VALUE 0.
           05  MNT-APPLIED-CTR     PIC 9(5)   VALUE 0.
           05  MNT-REJECTED-CTR    PIC 9(5)   VALUE 0.

      *****************************************************************
      * CH-TABLE holds the whole charge code file in memory for the   *
      * run so every transaction is applied against the already-      *
      * updated picture and the file is rewritten once at closing.    *
      *****************************************************************
       01  CH-CONTROL.
           05  CH-COUNT            PIC 99     VALUE 0.

       01  CH-TABLE.
           05  CH-ENTRY            OCCURS 50 TIMES.
               10  CH-CODE         PIC X(4).
               10  CH-STATUS       PIC X.
                   88 CH-ACTIVE    VALUE 'A'.
                   88 CH-INACTIVE  VALUE 'I'.
               10  CH-DESC         PIC X(20).
               10  CH-TAXABLE      PIC X.
               10  CH-UNIT-PRICE   PIC 9(3)V99.

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
           05  FILLER               PIC X(49)   VALUE SPACES.
           05  FILLER               PIC X(34)
               VALUE 'INCIDENTAL CHARGE CODE MAINTENANCE'.

       01  RPT-TRAN-LINE.
           05  O-MT-ACTION          PIC X.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-CODE            PIC X(4).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-DESC            PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-TAXABLE         PIC X.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-MT-UNIT-PRICE      PIC ZZ9.99.

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
           PERFORM L2A-LOAD-CHGCODE-FILE.
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
      * L2A-LOAD-CHGCODE-FILE tables the existing file.  A missing    *
      * CHGCODE.DAT is not an error -- the first run of this program  *
      * is how the file is built in the first place.                  *
      *****************************************************************
       L2A-LOAD-CHGCODE-FILE.
           OPEN INPUT CHGCODE-IN.
           IF CHGCODE-IN-STATUS = '00'
               PERFORM L2A-READ-CHG-REC
               PERFORM L2A-STORE-CHG-REC
                   UNTIL CHG-MORE-SW = 'N'
               CLOSE CHGCODE-IN
           END-IF.

       L2A-READ-CHG-REC.
           READ CHGCODE-IN
               AT END
                   MOVE 'N' TO CHG-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CHG-MORE-SW
           END-READ.

       L2A-STORE-CHG-REC.
           IF CH-COUNT < 50
               ADD 1 TO CH-COUNT
               MOVE CHG-REC TO CH-ENTRY(CH-COUNT)
           ELSE
               DISPLAY 'CHARGE CODE TABLE FULL -- ENTRY DISCARDED: '
                   CHG-CODE
           END-IF.
           PERFORM L2A-READ-CHG-REC.

       L2-MAINLINE.
           ADD 1 TO MNT-READ-CTR.
           MOVE 'N' TO ERR-SW.
           PERFORM L3-PRINT-TRAN.
           PERFORM L3-FIND-CODE.
           EVALUATE TRUE
               WHEN NOT VAL-MT-ACTION
                   MOVE 'Y' TO ERR-SW
                   MOVE 'ACTION MUST BE A, C, D, OR R'
                       TO O-MT-DISP
               WHEN MT-CODE = SPACES
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CHARGE CODE MUST NOT BE BLANK'
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
           MOVE MT-ACTION  TO O-MT-ACTION.
           MOVE MT-CODE    TO O-MT-CODE.
           MOVE MT-DESC    TO O-MT-DESC.
           MOVE MT-TAXABLE TO O-MT-TAXABLE.
           IF MT-UNIT-PRICE NUMERIC
               MOVE MT-UNIT-PRICE TO O-MT-UNIT-PRICE
           ELSE
               MOVE 0 TO O-MT-UNIT-PRICE
           END-IF.
           WRITE RPTLINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L3-FIND-CODE.
           MOVE 0 TO CH-HIT-SUB.
           PERFORM L3-TEST-ONE-CODE
               VARYING CH-SUB FROM 1 BY 1
               UNTIL CH-SUB > CH-COUNT OR CH-HIT-SUB > 0.

       L3-TEST-ONE-CODE.
           IF CH-CODE(CH-SUB) = MT-CODE
               MOVE CH-SUB TO CH-HIT-SUB
           END-IF.

      *****************************************************************
      * A zero unit price is allowed -- it marks a charge the gate    *
      * always keys the amount for, such as a damage assessment.      *
      *****************************************************************
       L4-APPLY-ADD.
           EVALUATE TRUE
               WHEN CH-HIT-SUB > 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CODE ALREADY ON FILE - NOT ADDED'
                       TO O-MT-DISP
               WHEN CH-COUNT NOT < 50
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CHARGE CODE FILE IS FULL - NOT ADDED'
                       TO O-MT-DISP
               WHEN MT-DESC = SPACES
                   MOVE 'Y' TO ERR-SW
                   MOVE 'DESCRIPTION MUST NOT BE BLANK'
                       TO O-MT-DISP
               WHEN NOT VAL-MT-TAXABLE
                   MOVE 'Y' TO ERR-SW
                   MOVE 'TAXABLE FLAG MUST BE Y OR N'
                       TO O-MT-DISP
               WHEN MT-UNIT-PRICE NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 'UNIT PRICE MUST BE NUMERIC'
                       TO O-MT-DISP
               WHEN OTHER
                   ADD 1 TO CH-COUNT
                   MOVE CH-COUNT      TO CH-HIT-SUB
                   MOVE MT-CODE       TO CH-CODE(CH-HIT-SUB)
                   MOVE 'A'           TO CH-STATUS(CH-HIT-SUB)
                   MOVE MT-DESC       TO CH-DESC(CH-HIT-SUB)
                   MOVE MT-TAXABLE    TO CH-TAXABLE(CH-HIT-SUB)
                   MOVE MT-UNIT-PRICE TO CH-UNIT-PRICE(CH-HIT-SUB)
                   MOVE 'ADDED' TO O-MT-DISP
           END-EVALUATE.

       L4-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN CH-HIT-SUB = 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CODE NOT ON FILE'
                       TO O-MT-DISP
               WHEN MT-DESC = SPACES
                   MOVE 'Y' TO ERR-SW
                   MOVE 'DESCRIPTION MUST NOT BE BLANK'
                       TO O-MT-DISP
               WHEN NOT VAL-MT-TAXABLE
                   MOVE 'Y' TO ERR-SW
                   MOVE 'TAXABLE FLAG MUST BE Y OR N'
                       TO O-MT-DISP
               WHEN MT-UNIT-PRICE NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 'UNIT PRICE MUST BE NUMERIC'
                       TO O-MT-DISP
               WHEN OTHER
                   MOVE MT-DESC       TO CH-DESC(CH-HIT-SUB)
                   MOVE MT-TAXABLE    TO CH-TAXABLE(CH-HIT-SUB)
                   MOVE MT-UNIT-PRICE TO CH-UNIT-PRICE(CH-HIT-SUB)
                   MOVE 'DESCRIPTION, TAXABLE FLAG, AND PRICE CHANGED'
                       TO O-MT-DISP
           END-EVALUATE.

       L4-APPLY-DEACTIVATE.
           EVALUATE TRUE
               WHEN CH-HIT-SUB = 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CODE NOT ON FILE'
                       TO O-MT-DISP
               WHEN CH-INACTIVE(CH-HIT-SUB)
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CODE IS ALREADY INACTIVE'
                       TO O-MT-DISP
               WHEN OTHER
                   MOVE 'I' TO CH-STATUS(CH-HIT-SUB)
                   MOVE 'DEACTIVATED' TO O-MT-DISP
           END-EVALUATE.

       L4-APPLY-REACTIVATE.
           EVALUATE TRUE
               WHEN CH-HIT-SUB = 0
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CODE NOT ON FILE'
                       TO O-MT-DISP
               WHEN CH-ACTIVE(CH-HIT-SUB)
                   MOVE 'Y' TO ERR-SW
                   MOVE 'CODE IS ALREADY ACTIVE'
                       TO O-MT-DISP
               WHEN OTHER
                   MOVE 'A' TO CH-STATUS(CH-HIT-SUB)
                   MOVE 'REACTIVATED' TO O-MT-DISP
           END-EVALUATE.

       L2-CLOSING.
           PERFORM L6-WRITE-CHGCODE-FILE.
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

       L6-WRITE-CHGCODE-FILE.
           OPEN OUTPUT CHGCODE-OUT.
           PERFORM L6-WRITE-ONE-CHG-REC
               VARYING CH-SUB FROM 1 BY 1
               UNTIL CH-SUB > CH-COUNT.
           CLOSE CHGCODE-OUT.

       L6-WRITE-ONE-CHG-REC.
           MOVE CH-ENTRY(CH-SUB) TO CHGO-REC.
           WRITE CHGO-REC.

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

       END PROGRAM CBLHJB26.
