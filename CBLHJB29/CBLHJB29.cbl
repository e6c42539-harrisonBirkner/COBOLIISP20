       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB29.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB29 -- DAILY CASH DRAWER CLOSE AND BANK DEPOSIT SLIP.    *
      * SETTLE.PRT and the cash proof only carry one drawer total     *
      * for the whole system, so a short drawer could not be pinned   *
      * to a campground or a check.  This program closes each         *
      * campground's drawer item by item:                             *
      *   - the office keys the drawer count to DRAWCNT.DAT -- cash   *
      *     count cards ('C') carrying the counted currency and coin, *
      *     and one check card ('K') per check in the drawer carrying *
      *     its check number and amount;                              *
      *   - the cash and check deposits, payments, and settle-now     *
      *     checkouts the edit run accepted today are read off        *
      *     CAMPRES.DAT (the current generation when GENCTL.DAT is    *
      *     on file) with the check number off the tender number;     *
      *   - every check the system took is matched to a counted       *
      *     check on campground and check number.  A check missing    *
      *     from the drawer, a counted check the system never took,   *
      *     and a check counted at a different amount each print.     *
      * DRAWCLOS.PRT prints each campground's items and its cash,     *
      * check, and drawer over/short (counted less system -- a        *
      * positive figure is over).  DEPSLIP.PRT is the bank deposit    *
      * slip -- every counted check by number and the currency total  *
      * -- so the deposit that goes to the bank is the drawer that    *
      * was proved.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWCNT-IN
               ASSIGN TO 'C:\COBOLSP20\DRAWCNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWCNT-IN-STATUS.

           SELECT CAMPRES-IN
               ASSIGN DYNAMIC CAMPRES-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPRES-IN-STATUS.

           SELECT GENCTL
               ASSIGN TO 'C:\COBOLSP20\GENCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\DRAWCLOS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SLIPOUT
               ASSIGN TO 'C:\COBOLSP20\DEPSLIP.PRT'
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
      * one drawer count card -- a cash card carries zero in the
      * check number; several cash cards for a campground add up
       FD  DRAWCNT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS DRAWCNT-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  DRAWCNT-REC.
           05  DC-TYPE             PIC X.
               88 DC-CASH-CARD     VALUE 'C'.
               88 DC-CHECK-CARD    VALUE 'K'.
           05  DC-CAMPGROUND       PIC X(25).
           05  DC-CHECK-NUM        PIC 9(16).
           05  DC-AMT              PIC S9(5)V99.

       FD  CAMPRES-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS VAL-REC
           RECORD CONTAINS 154 CHARACTERS.

       01  VAL-REC.
           05  O-TRAN-TYPE         PIC X.
           05  O-CAMPGROUND        PIC X(25).
           05  O-SITE              PIC X99.
           05  O-DATE              PIC 9(8).
           05  O-END-DATE          PIC 9(8).
           05  O-LEN-STAY          PIC 99.
           05  O-NAME              PIC X(42).
           05  O-AMT               PIC S9(3)V99.
           05  O-BALANCE-DUE       PIC S9(3)V99.
           05  O-CCTYPE            PIC X(16).
           05  O-CCNUM             PIC X(19).
           05  O-CCEXP             PIC 9(8).
           05  O-GROUP-ID          PIC X(6).
           05  O-DISC-CODE         PIC X(6).

       FD  GENCTL
           LABEL RECORD IS OMITTED
           DATA RECORD IS GENCTL-REC
           RECORD CONTAINS 9 CHARACTERS.

       01  GENCTL-REC.
           05  GC-TYPE             PIC X.
               88 GC-DATE-REC      VALUE 'D'.
           05  GC-DATE             PIC 9(8).

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RPTLINE                 PIC X(132).

       FD  SLIPOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SLIPLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  SLIPLINE                PIC X(132).

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
           05  DRAWCNT-MORE-SW     PIC X      VALUE 'Y'.
           05  CAMPRES-MORE-SW     PIC X      VALUE 'Y'.
           05  GENCTL-MORE-SW      PIC X      VALUE 'Y'.
           05  REJECT-HDG-SW       PIC X      VALUE 'N'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  DRAWCNT-IN-STATUS   PIC XX     VALUE SPACES.
           05  CAMPRES-IN-STATUS   PIC XX     VALUE SPACES.
           05  GENCTL-STATUS       PIC XX     VALUE SPACES.
           05  GEN-CURR-DATE       PIC 9(8)   VALUE 0.
           05  CAMPRES-IN-NAME     PIC X(40)
               VALUE 'C:\COBOLSP20\CAMPRES.DAT'.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  SLIP-PAGE-CTR       PIC 99     VALUE 0.
           05  DRAW-DIFF           PIC S9(7)V99 VALUE 0.
           05  CNT-READ-CTR        PIC 9(5)   VALUE 0.
           05  CNT-REJECT-CTR      PIC 9(5)   VALUE 0.
           05  SYS-READ-CTR        PIC 9(5)   VALUE 0.

      *****************************************************************
      * DRAWER-TABLE carries one drawer per campground, in the order  *
      * the campground was first met on the count or the system       *
      * items.  Totals are kept apart for cash and checks so each     *
      * over/short can be told from the other.                        *
      *****************************************************************
       01  DRAWER-CONTROL.
           05  DR-COUNT            PIC 99     VALUE 0.
           05  DR-SUB              PIC 99     VALUE 0.
           05  DR-HIT-SUB          PIC 99     VALUE 0.
           05  DR-FIND-NAME        PIC X(25)  VALUE SPACES.

       01  DRAWER-TABLE.
           05  DR-ENTRY            OCCURS 10 TIMES.
               10  DR-CAMPGROUND       PIC X(25).
               10  DR-SYS-CASH-CTR     PIC 9(5).
               10  DR-SYS-CASH-AMT     PIC S9(7)V99.
               10  DR-CNT-CASH-AMT     PIC S9(7)V99.
               10  DR-SYS-CHECK-CTR    PIC 9(5).
               10  DR-SYS-CHECK-AMT    PIC S9(7)V99.
               10  DR-CNT-CHECK-CTR    PIC 9(5).
               10  DR-CNT-CHECK-AMT    PIC S9(7)V99.

      *****************************************************************
      * SYS-ITEM-TABLE is every cash and check tender the edit run    *
      * accepted today; CNT-CHECK-TABLE is every check counted in a   *
      * drawer.  A match links the two through SI-CNT-SUB.            *
      *****************************************************************
       01  SYS-ITEM-CONTROL.
           05  SI-COUNT            PIC 9(4)   VALUE 0.
           05  SI-SUB              PIC 9(4)   VALUE 0.
           05  SI-HIT-SUB          PIC 9(4)   VALUE 0.

       01  SYS-ITEM-TABLE.
           05  SI-ENTRY            OCCURS 400 TIMES.
               10  SI-DR-SUB           PIC 99.
               10  SI-TENDER           PIC X.
                   88 SI-CASH          VALUE 'C'.
                   88 SI-CHECK         VALUE 'K'.
               10  SI-TRAN-TYPE        PIC X.
               10  SI-CHECK-NUM        PIC X(16).
               10  SI-NAME             PIC X(42).
               10  SI-AMT              PIC S9(3)V99.
               10  SI-CNT-SUB          PIC 9(4).

       01  CNT-CHECK-CONTROL.
           05  CC-COUNT            PIC 9(4)   VALUE 0.
           05  CC-SUB              PIC 9(4)   VALUE 0.

       01  CNT-CHECK-TABLE.
           05  CC-ENTRY            OCCURS 400 TIMES.
               10  CC-DR-SUB           PIC 99.
               10  CC-CHECK-NUM        PIC X(16).
               10  CC-AMT              PIC S9(5)V99.
               10  CC-MATCH-SW         PIC X.
                   88 CC-MATCHED       VALUE 'Y'.

       01  GRAND-TOTALS.
           05  GT-SYS-CASH-AMT     PIC S9(7)V99   VALUE 0.
           05  GT-CNT-CASH-AMT     PIC S9(7)V99   VALUE 0.
           05  GT-SYS-CHECK-AMT    PIC S9(7)V99   VALUE 0.
           05  GT-CNT-CHECK-AMT    PIC S9(7)V99   VALUE 0.
           05  GT-CNT-CHECK-CTR    PIC 9(5)       VALUE 0.
           05  GT-EXCEPTION-CTR    PIC 9(5)       VALUE 0.

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
           05  FILLER               PIC X(46)   VALUE SPACES.
           05  FILLER               PIC X(40)
               VALUE 'CASH DRAWER CLOSE - OVER/SHORT BY DRAWER'.

       01  SLIP-TITLE-LINE2.
           05  FILLER               PIC X(56)   VALUE SPACES.
           05  FILLER               PIC X(17)
               VALUE 'BANK DEPOSIT SLIP'.

       01  RPT-DRAWER-HEADING.
           05  FILLER               PIC X(12)   VALUE 'CAMPGROUND: '.
           05  O-DRAWER-NAME        PIC X(25).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'TENDER'.
           05  FILLER               PIC X(6)    VALUE 'TRAN'.
           05  FILLER               PIC X(18)   VALUE 'CHECK NUMBER'.
           05  FILLER               PIC X(44)   VALUE 'GUEST NAME'.
           05  FILLER               PIC X(11)   VALUE '     SYSTEM'.
           05  FILLER               PIC X(11)   VALUE '    COUNTED'.
           05  FILLER               PIC X(12)   VALUE ' OVER/SHORT'.
           05  FILLER               PIC X(16)   VALUE ' NOTE'.

       01  RPT-ITEM-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-TENDER        PIC X(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-TRAN          PIC X.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  O-ITEM-CHECK-NUM     PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-NAME          PIC X(42).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-SYS-AMT       PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER               PIC X       VALUE SPACES.
           05  O-ITEM-CNT-AMT       PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-DIFF          PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER               PIC X       VALUE SPACES.
           05  O-ITEM-NOTE          PIC X(16).

       01  RPT-SUM-LINE.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-SUM-LABEL          PIC X(20).
           05  O-SUM-SYS-AMT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SUM-CNT-AMT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SUM-DIFF           PIC Z,ZZZ,ZZ9.99-.

       01  RPT-SUM-HEADING.
           05  FILLER               PIC X(24)   VALUE SPACES.
           05  FILLER               PIC X(15)   VALUE '       SYSTEM'.
           05  FILLER               PIC X(15)   VALUE '      COUNTED'.
           05  FILLER               PIC X(15)   VALUE '   OVER/SHORT'.

       01  RPT-RESULT-LINE.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-RESULT-LABEL       PIC X(20).
           05  O-RESULT             PIC X(20).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-CNT-LABEL          PIC X(36).
           05  O-CNT-VALUE          PIC ZZZZ9.

       01  RPT-REJECT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-REJ-CARD           PIC X(49).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-REJ-REASON         PIC X(30).

       01  RPT-NONE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NONE-TEXT          PIC X(60).

       01  SLIP-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(7)    VALUE 'ITEM'.
           05  FILLER               PIC X(18)   VALUE 'CHECK NUMBER'.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(13)   VALUE '       AMOUNT'.

       01  SLIP-CHECK-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SLIP-ITEM          PIC ZZZ9.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-SLIP-CHECK-NUM     PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SLIP-CAMPGROUND    PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SLIP-AMT           PIC Z,ZZZ,ZZ9.99-.

       01  SLIP-TOTAL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SLIP-LABEL         PIC X(52).
           05  O-SLIP-TOTAL         PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-LOAD-DRAWER-COUNT
               UNTIL DRAWCNT-MORE-SW = 'N'.
           PERFORM L3-LOAD-SYSTEM-ITEMS
               UNTIL CAMPRES-MORE-SW = 'N'.
           PERFORM L4-MATCH-ONE-SYSTEM-CHECK
               VARYING SI-SUB FROM 1 BY 1
               UNTIL SI-SUB > SI-COUNT.
           IF DR-COUNT = 0
               MOVE 'NO DRAWER ACTIVITY AND NO DRAWER COUNT'
                   TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM L5-CLOSE-ONE-DRAWER
               VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-COUNT.
           PERFORM L6-WRITE-GRAND-TOTALS.
           PERFORM L7-WRITE-DEPOSIT-SLIP.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           PERFORM L2N-RESOLVE-GENERATION.
           OPEN INPUT DRAWCNT-IN.
           IF DRAWCNT-IN-STATUS NOT = '00'
               DISPLAY 'DRAWER COUNT FILE NOT FOUND -- STATUS '
                   DRAWCNT-IN-STATUS
               MOVE 'N' TO DRAWCNT-MORE-SW
           END-IF.
           OPEN INPUT CAMPRES-IN.
           IF CAMPRES-IN-STATUS NOT = '00'
               MOVE 'N' TO CAMPRES-MORE-SW
           END-IF.
           OPEN OUTPUT RPTOUT.
           OPEN OUTPUT SLIPOUT.
           PERFORM L3-INIT-RPT-HEADING.

       L2-CLOSING.
           IF DRAWCNT-IN-STATUS = '00' OR DRAWCNT-IN-STATUS = '10'
               CLOSE DRAWCNT-IN
           END-IF.
           IF CAMPRES-IN-STATUS = '00' OR CAMPRES-IN-STATUS = '10'
               CLOSE CAMPRES-IN
           END-IF.
           CLOSE RPTOUT.
           CLOSE SLIPOUT.
           PERFORM L2O-WRITE-END-RECORD.

      *****************************************************************
      * L2N-RESOLVE-GENERATION mirrors CBLHJB01's generation catalog  *
      * handling from the reading side.                               *
      *****************************************************************
       L2N-RESOLVE-GENERATION.
           OPEN INPUT GENCTL.
           IF GENCTL-STATUS = '00'
               PERFORM L2N-READ-GENCTL-REC
               PERFORM L2N-NOTE-GENCTL-REC
                   UNTIL GENCTL-MORE-SW = 'N'
               CLOSE GENCTL
           END-IF.
           IF GEN-CURR-DATE > 0
               MOVE SPACES TO CAMPRES-IN-NAME
               STRING 'C:\COBOLSP20\CR' DELIMITED BY SIZE
                   GEN-CURR-DATE '.DAT' DELIMITED BY SIZE
                   INTO CAMPRES-IN-NAME
           END-IF.

       L2N-READ-GENCTL-REC.
           READ GENCTL
               AT END
                   MOVE 'N' TO GENCTL-MORE-SW
               NOT AT END
                   MOVE 'Y' TO GENCTL-MORE-SW
           END-READ.

       L2N-NOTE-GENCTL-REC.
           IF GC-DATE-REC
               MOVE GC-DATE TO GEN-CURR-DATE
           END-IF.
           PERFORM L2N-READ-GENCTL-REC.

      *****************************************************************
      * L3-LOAD-DRAWER-COUNT banks each count card against its        *
      * campground's drawer.  A card with a bad type or a non-numeric *
      * amount is printed and left out -- the drawer it belonged to   *
      * will show short until the card is corrected and rerun.        *
      *****************************************************************
       L3-LOAD-DRAWER-COUNT.
           READ DRAWCNT-IN
               AT END
                   MOVE 'N' TO DRAWCNT-MORE-SW
               NOT AT END
                   ADD 1 TO CNT-READ-CTR
                   PERFORM L3A-BANK-ONE-COUNT-CARD
           END-READ.

       L3A-BANK-ONE-COUNT-CARD.
           EVALUATE TRUE
               WHEN NOT DC-CASH-CARD AND NOT DC-CHECK-CARD
                   MOVE 'CARD TYPE NOT C OR K' TO O-REJ-REASON
                   PERFORM L3B-REJECT-COUNT-CARD
               WHEN DC-AMT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO O-REJ-REASON
                   PERFORM L3B-REJECT-COUNT-CARD
               WHEN DC-CAMPGROUND = SPACES
                   MOVE 'CAMPGROUND MISSING' TO O-REJ-REASON
                   PERFORM L3B-REJECT-COUNT-CARD
               WHEN DC-CHECK-CARD AND CC-COUNT NOT < 400
                   MOVE 'CHECK TABLE FULL' TO O-REJ-REASON
                   PERFORM L3B-REJECT-COUNT-CARD
               WHEN OTHER
                   MOVE DC-CAMPGROUND TO DR-FIND-NAME
                   PERFORM L3C-FIND-DRAWER
                   IF DR-HIT-SUB = 0
                       MOVE 'DRAWER TABLE FULL' TO O-REJ-REASON
                       PERFORM L3B-REJECT-COUNT-CARD
                   ELSE
                       PERFORM L3D-STORE-COUNT-CARD
                   END-IF
           END-EVALUATE.

       L3B-REJECT-COUNT-CARD.
           ADD 1 TO CNT-REJECT-CTR.
           IF REJECT-HDG-SW = 'N'
               MOVE 'Y' TO REJECT-HDG-SW
               MOVE 'DRAWER COUNT CARDS REJECTED' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE DRAWCNT-REC TO O-REJ-CARD.
           WRITE RPTLINE FROM RPT-REJECT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      * finds the drawer for DR-FIND-NAME, opening a new one the
      * first time a campground is met
       L3C-FIND-DRAWER.
           MOVE 0 TO DR-HIT-SUB.
           PERFORM L3C-MATCH-ONE-DRAWER
               VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-COUNT OR DR-HIT-SUB > 0.
           IF DR-HIT-SUB = 0 AND DR-COUNT < 10
               ADD 1 TO DR-COUNT
               MOVE DR-COUNT     TO DR-HIT-SUB
               MOVE DR-FIND-NAME TO DR-CAMPGROUND(DR-HIT-SUB)
               MOVE 0 TO DR-SYS-CASH-CTR(DR-HIT-SUB)
               MOVE 0 TO DR-SYS-CASH-AMT(DR-HIT-SUB)
               MOVE 0 TO DR-CNT-CASH-AMT(DR-HIT-SUB)
               MOVE 0 TO DR-SYS-CHECK-CTR(DR-HIT-SUB)
               MOVE 0 TO DR-SYS-CHECK-AMT(DR-HIT-SUB)
               MOVE 0 TO DR-CNT-CHECK-CTR(DR-HIT-SUB)
               MOVE 0 TO DR-CNT-CHECK-AMT(DR-HIT-SUB)
           END-IF.

       L3C-MATCH-ONE-DRAWER.
           IF DR-CAMPGROUND(DR-SUB) = DR-FIND-NAME
               MOVE DR-SUB TO DR-HIT-SUB
           END-IF.

       L3D-STORE-COUNT-CARD.
           IF DC-CASH-CARD
               ADD DC-AMT TO DR-CNT-CASH-AMT(DR-HIT-SUB)
           ELSE
               ADD 1 TO CC-COUNT
               MOVE DR-HIT-SUB   TO CC-DR-SUB(CC-COUNT)
               MOVE DC-CHECK-NUM TO CC-CHECK-NUM(CC-COUNT)
               MOVE DC-AMT       TO CC-AMT(CC-COUNT)
               MOVE 'N'          TO CC-MATCH-SW(CC-COUNT)
               ADD 1      TO DR-CNT-CHECK-CTR(DR-HIT-SUB)
               ADD DC-AMT TO DR-CNT-CHECK-AMT(DR-HIT-SUB)
           END-IF.

      *****************************************************************
      * L3-LOAD-SYSTEM-ITEMS takes the same cash and check money the  *
      * edit run banked to its drawer totals -- deposits, payments,   *
      * and settle-now checkouts.  A check's number rides in the      *
      * tender number field.                                          *
      *****************************************************************
       L3-LOAD-SYSTEM-ITEMS.
           READ CAMPRES-IN
               AT END
                   MOVE 'N' TO CAMPRES-MORE-SW
               NOT AT END
                   IF (O-CCTYPE = 'CASH' OR O-CCTYPE = 'CHECK')
                    AND (O-TRAN-TYPE = 'N' OR O-TRAN-TYPE = 'P'
                                          OR O-TRAN-TYPE = 'O')
                       ADD 1 TO SYS-READ-CTR
                       PERFORM L3E-STORE-SYSTEM-ITEM
                   END-IF
           END-READ.

       L3E-STORE-SYSTEM-ITEM.
           MOVE O-CAMPGROUND TO DR-FIND-NAME.
           PERFORM L3C-FIND-DRAWER.
           IF DR-HIT-SUB = 0 OR SI-COUNT NOT < 400
               DISPLAY 'DRAWER ITEM TABLE FULL -- ITEM DISCARDED: '
                   O-CAMPGROUND ' ' O-SITE ' ' O-AMT
           ELSE
               ADD 1 TO SI-COUNT
               MOVE DR-HIT-SUB   TO SI-DR-SUB(SI-COUNT)
               MOVE O-TRAN-TYPE  TO SI-TRAN-TYPE(SI-COUNT)
               MOVE O-NAME       TO SI-NAME(SI-COUNT)
               MOVE O-AMT        TO SI-AMT(SI-COUNT)
               MOVE 0            TO SI-CNT-SUB(SI-COUNT)
               IF O-CCTYPE = 'CASH'
                   MOVE 'C'    TO SI-TENDER(SI-COUNT)
                   MOVE SPACES TO SI-CHECK-NUM(SI-COUNT)
                   ADD 1     TO DR-SYS-CASH-CTR(DR-HIT-SUB)
                   ADD O-AMT TO DR-SYS-CASH-AMT(DR-HIT-SUB)
               ELSE
                   MOVE 'K'           TO SI-TENDER(SI-COUNT)
                   MOVE O-CCNUM(1:16) TO SI-CHECK-NUM(SI-COUNT)
                   ADD 1     TO DR-SYS-CHECK-CTR(DR-HIT-SUB)
                   ADD O-AMT TO DR-SYS-CHECK-AMT(DR-HIT-SUB)
               END-IF
           END-IF.

      *****************************************************************
      * L4-MATCH-ONE-SYSTEM-CHECK pairs a check the system took with  *
      * the first unmatched counted check in the same drawer under    *
      * the same number.                                              *
      *****************************************************************
       L4-MATCH-ONE-SYSTEM-CHECK.
           IF SI-CHECK(SI-SUB)
               PERFORM L4A-MATCH-ONE-COUNTED-CHECK
                   VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CC-COUNT OR SI-CNT-SUB(SI-SUB) > 0
           END-IF.

       L4A-MATCH-ONE-COUNTED-CHECK.
           IF NOT CC-MATCHED(CC-SUB)
            AND CC-DR-SUB(CC-SUB)    = SI-DR-SUB(SI-SUB)
            AND CC-CHECK-NUM(CC-SUB) = SI-CHECK-NUM(SI-SUB)
               MOVE 'Y'    TO CC-MATCH-SW(CC-SUB)
               MOVE CC-SUB TO SI-CNT-SUB(SI-SUB)
           END-IF.

      *****************************************************************
      * L5-CLOSE-ONE-DRAWER prints one campground's items -- the      *
      * system's cash and checks, then any counted check the system   *
      * never took -- and its over/short.                             *
      *****************************************************************
       L5-CLOSE-ONE-DRAWER.
           MOVE DR-CAMPGROUND(DR-SUB) TO O-DRAWER-NAME.
           WRITE RPTLINE FROM RPT-DRAWER-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L5A-WRITE-ONE-SYSTEM-ITEM
               VARYING SI-SUB FROM 1 BY 1
               UNTIL SI-SUB > SI-COUNT.
           PERFORM L5B-WRITE-ONE-EXTRA-CHECK
               VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-COUNT.
           WRITE RPTLINE FROM RPT-SUM-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'CASH'                       TO O-SUM-LABEL.
           MOVE DR-SYS-CASH-AMT(DR-SUB)      TO O-SUM-SYS-AMT.
           MOVE DR-CNT-CASH-AMT(DR-SUB)      TO O-SUM-CNT-AMT.
           COMPUTE DRAW-DIFF = DR-CNT-CASH-AMT(DR-SUB)
               - DR-SYS-CASH-AMT(DR-SUB).
           PERFORM L5C-WRITE-SUM-LINE.
           MOVE 'CHECKS'                     TO O-SUM-LABEL.
           MOVE DR-SYS-CHECK-AMT(DR-SUB)     TO O-SUM-SYS-AMT.
           MOVE DR-CNT-CHECK-AMT(DR-SUB)     TO O-SUM-CNT-AMT.
           COMPUTE DRAW-DIFF = DR-CNT-CHECK-AMT(DR-SUB)
               - DR-SYS-CHECK-AMT(DR-SUB).
           PERFORM L5C-WRITE-SUM-LINE.
           MOVE 'DRAWER TOTAL'               TO O-SUM-LABEL.
           COMPUTE O-SUM-SYS-AMT = DR-SYS-CASH-AMT(DR-SUB)
               + DR-SYS-CHECK-AMT(DR-SUB).
           COMPUTE O-SUM-CNT-AMT = DR-CNT-CASH-AMT(DR-SUB)
               + DR-CNT-CHECK-AMT(DR-SUB).
           COMPUTE DRAW-DIFF = DR-CNT-CASH-AMT(DR-SUB)
               + DR-CNT-CHECK-AMT(DR-SUB)
               - DR-SYS-CASH-AMT(DR-SUB)
               - DR-SYS-CHECK-AMT(DR-SUB).
           PERFORM L5C-WRITE-SUM-LINE.
           MOVE 'DRAWER'                     TO O-RESULT-LABEL.
           PERFORM L7-WRITE-VERDICT.
           ADD DR-SYS-CASH-AMT(DR-SUB)  TO GT-SYS-CASH-AMT.
           ADD DR-CNT-CASH-AMT(DR-SUB)  TO GT-CNT-CASH-AMT.
           ADD DR-SYS-CHECK-AMT(DR-SUB) TO GT-SYS-CHECK-AMT.
           ADD DR-CNT-CHECK-AMT(DR-SUB) TO GT-CNT-CHECK-AMT.
           ADD DR-CNT-CHECK-CTR(DR-SUB) TO GT-CNT-CHECK-CTR.

       L5A-WRITE-ONE-SYSTEM-ITEM.
           IF SI-DR-SUB(SI-SUB) = DR-SUB
               MOVE SI-TRAN-TYPE(SI-SUB) TO O-ITEM-TRAN
               MOVE SI-NAME(SI-SUB)      TO O-ITEM-NAME
               MOVE SI-AMT(SI-SUB)       TO O-ITEM-SYS-AMT
               MOVE SPACES               TO O-ITEM-NOTE
               IF SI-CASH(SI-SUB)
                   MOVE 'CASH'   TO O-ITEM-TENDER
                   MOVE SPACES   TO O-ITEM-CHECK-NUM
                   MOVE 0        TO O-ITEM-CNT-AMT
                   MOVE 0        TO O-ITEM-DIFF
               ELSE
                   MOVE 'CHECK'  TO O-ITEM-TENDER
                   MOVE SI-CHECK-NUM(SI-SUB) TO O-ITEM-CHECK-NUM
                   PERFORM L5D-PRICE-SYSTEM-CHECK
               END-IF
               WRITE RPTLINE FROM RPT-ITEM-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
           END-IF.

       L5D-PRICE-SYSTEM-CHECK.
           IF SI-CNT-SUB(SI-SUB) = 0
               MOVE 0 TO O-ITEM-CNT-AMT
               COMPUTE DRAW-DIFF = 0 - SI-AMT(SI-SUB)
               MOVE DRAW-DIFF TO O-ITEM-DIFF
               MOVE 'NOT IN DRAWER' TO O-ITEM-NOTE
               ADD 1 TO GT-EXCEPTION-CTR
           ELSE
               MOVE SI-CNT-SUB(SI-SUB) TO CC-SUB
               MOVE CC-AMT(CC-SUB) TO O-ITEM-CNT-AMT
               COMPUTE DRAW-DIFF = CC-AMT(CC-SUB) - SI-AMT(SI-SUB)
               MOVE DRAW-DIFF TO O-ITEM-DIFF
               IF DRAW-DIFF NOT = 0
                   MOVE 'AMOUNT DIFFERS' TO O-ITEM-NOTE
                   ADD 1 TO GT-EXCEPTION-CTR
               END-IF
           END-IF.

       L5B-WRITE-ONE-EXTRA-CHECK.
           IF CC-DR-SUB(CC-SUB) = DR-SUB AND NOT CC-MATCHED(CC-SUB)
               MOVE 'CHECK'              TO O-ITEM-TENDER
               MOVE SPACE                TO O-ITEM-TRAN
               MOVE CC-CHECK-NUM(CC-SUB) TO O-ITEM-CHECK-NUM
               MOVE SPACES               TO O-ITEM-NAME
               MOVE 0                    TO O-ITEM-SYS-AMT
               MOVE CC-AMT(CC-SUB)       TO O-ITEM-CNT-AMT
               MOVE CC-AMT(CC-SUB)       TO O-ITEM-DIFF
               MOVE 'NOT ON SYSTEM'      TO O-ITEM-NOTE
               ADD 1 TO GT-EXCEPTION-CTR
               WRITE RPTLINE FROM RPT-ITEM-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
           END-IF.

       L5C-WRITE-SUM-LINE.
           MOVE DRAW-DIFF TO O-SUM-DIFF.
           WRITE RPTLINE FROM RPT-SUM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L6-WRITE-GRAND-TOTALS.
           MOVE 'ALL DRAWERS' TO O-DRAWER-NAME.
           WRITE RPTLINE FROM RPT-DRAWER-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-SUM-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'CASH'                       TO O-SUM-LABEL.
           MOVE GT-SYS-CASH-AMT              TO O-SUM-SYS-AMT.
           MOVE GT-CNT-CASH-AMT              TO O-SUM-CNT-AMT.
           COMPUTE DRAW-DIFF = GT-CNT-CASH-AMT - GT-SYS-CASH-AMT.
           PERFORM L5C-WRITE-SUM-LINE.
           MOVE 'CHECKS'                     TO O-SUM-LABEL.
           MOVE GT-SYS-CHECK-AMT             TO O-SUM-SYS-AMT.
           MOVE GT-CNT-CHECK-AMT             TO O-SUM-CNT-AMT.
           COMPUTE DRAW-DIFF = GT-CNT-CHECK-AMT - GT-SYS-CHECK-AMT.
           PERFORM L5C-WRITE-SUM-LINE.
           MOVE 'DRAWER TOTAL'               TO O-SUM-LABEL.
           COMPUTE O-SUM-SYS-AMT = GT-SYS-CASH-AMT + GT-SYS-CHECK-AMT.
           COMPUTE O-SUM-CNT-AMT = GT-CNT-CASH-AMT + GT-CNT-CHECK-AMT.
           COMPUTE DRAW-DIFF = GT-CNT-CASH-AMT + GT-CNT-CHECK-AMT
               - GT-SYS-CASH-AMT - GT-SYS-CHECK-AMT.
           PERFORM L5C-WRITE-SUM-LINE.
           MOVE 'ALL DRAWERS'                TO O-RESULT-LABEL.
           PERFORM L7-WRITE-VERDICT.
           MOVE 'COUNT CARDS READ'           TO O-CNT-LABEL.
           MOVE CNT-READ-CTR                 TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'COUNT CARDS REJECTED'       TO O-CNT-LABEL.
           MOVE CNT-REJECT-CTR               TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'SYSTEM CASH AND CHECK ITEMS' TO O-CNT-LABEL.
           MOVE SYS-READ-CTR                 TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CHECK EXCEPTIONS'           TO O-CNT-LABEL.
           MOVE GT-EXCEPTION-CTR             TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.

      *****************************************************************
      * L7-WRITE-DEPOSIT-SLIP lists what goes to the bank -- every    *
      * counted check by number and the counted currency -- so the    *
      * slip always agrees with the drawers this run proved.          *
      *****************************************************************
       L7-WRITE-DEPOSIT-SLIP.
           MOVE 1             TO SLIP-PAGE-CTR.
           MOVE SLIP-PAGE-CTR TO RPT-TITLE-PAGE.
           WRITE SLIPLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SLIPLINE FROM SLIP-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE SLIPLINE FROM SLIP-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L7A-WRITE-ONE-SLIP-CHECK
               VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-COUNT.
           MOVE 'CURRENCY AND COIN'       TO O-SLIP-LABEL.
           MOVE GT-CNT-CASH-AMT           TO O-SLIP-TOTAL.
           WRITE SLIPLINE FROM SLIP-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L7B-SLIP-HEADING.
           MOVE SPACES                    TO O-SLIP-LABEL.
           STRING 'CHECKS (' DELIMITED BY SIZE
               GT-CNT-CHECK-CTR DELIMITED BY SIZE
               ' ITEMS)' DELIMITED BY SIZE
               INTO O-SLIP-LABEL.
           MOVE GT-CNT-CHECK-AMT          TO O-SLIP-TOTAL.
           WRITE SLIPLINE FROM SLIP-TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L7B-SLIP-HEADING.
           MOVE 'TOTAL DEPOSIT'           TO O-SLIP-LABEL.
           COMPUTE O-SLIP-TOTAL = GT-CNT-CASH-AMT + GT-CNT-CHECK-AMT.
           WRITE SLIPLINE FROM SLIP-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L7B-SLIP-HEADING.

       L7A-WRITE-ONE-SLIP-CHECK.
           MOVE CC-SUB                            TO O-SLIP-ITEM.
           MOVE CC-CHECK-NUM(CC-SUB)              TO O-SLIP-CHECK-NUM.
           MOVE DR-CAMPGROUND(CC-DR-SUB(CC-SUB))  TO O-SLIP-CAMPGROUND.
           MOVE CC-AMT(CC-SUB)                    TO O-SLIP-AMT.
           WRITE SLIPLINE FROM SLIP-CHECK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L7B-SLIP-HEADING.

       L7B-SLIP-HEADING.
           ADD 1 TO SLIP-PAGE-CTR.
           MOVE SLIP-PAGE-CTR TO RPT-TITLE-PAGE.
           WRITE SLIPLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE SLIPLINE FROM SLIP-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE SLIPLINE FROM SLIP-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L7-WRITE-COUNT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L7-WRITE-VERDICT.
           EVALUATE TRUE
               WHEN DRAW-DIFF = 0
                   MOVE 'IN BALANCE'         TO O-RESULT
               WHEN DRAW-DIFF > 0
                   MOVE '** DRAWER OVER **'  TO O-RESULT
               WHEN OTHER
                   MOVE '** DRAWER SHORT **' TO O-RESULT
           END-EVALUATE.
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
           MOVE 'CBLHJB29 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB29 END'    TO RL-TEXT.
           MOVE CNT-READ-CTR      TO RL-RECS-READ.
           MOVE SYS-READ-CTR      TO RL-ACCEPT-CTR.
           MOVE CNT-REJECT-CTR    TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB29.
