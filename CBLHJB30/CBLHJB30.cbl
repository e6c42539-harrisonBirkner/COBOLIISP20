       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB30.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB30 -- REFUND CHECK REGISTER.                            *
      * A cancellation refunding a guest who paid cash or by check    *
      * only reached a drawer total on SETTLE.PRT, and the check was  *
      * written by hand whenever someone noticed.  This program cuts  *
      * a refund check for every non-card refund the edit run wrote   *
      * to REFUND.DAT the same night:                                 *
      *   - check numbers come off the check control file RFCKCTL.DAT *
      *     (the bank account and the next check number), carried     *
      *     forward to RFCKCTL.NEW;                                   *
      *   - the payee's mailing address comes off GSTADDR.IDX through *
      *     the guest number on GUEST.IDX;                            *
      *   - CHKPRT.DAT is the check-print extract, POSPAY.DAT the     *
      *     positive-pay issue file the bank needs before it will     *
      *     clear the checks, and RFCKREG.PRT the register;           *
      *   - every check is kept on the refund check register          *
      *     RFCHECK.DAT (layout RFCKREC), carried forward to          *
      *     RFCHECK.NEW, until the bank pays it or the office voids   *
      *     it.  A refund already on the register is never cut a      *
      *     second check.                                             *
      * The office keys register transactions to RFCKTRN.DAT:         *
      *   P  the bank paid the check (clears it off outstanding)      *
      *   V  void the check -- the refund is not to be paid           *
      *   R  void the check and reissue it under a new number (a      *
      *      lost or spoiled check)                                   *
      * Voids go to the positive-pay file as void records so the      *
      * bank stops the check.  Paid and voided checks drop off the    *
      * register a year after they were settled.                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-IN
               ASSIGN TO 'C:\COBOLSP20\REFUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-IN-STATUS.

      *****************************************************************
      * GUEST-IN and GADDR-IN are read by key -- the refund's name    *
      * finds its guest number on the guest master's name key, and    *
      * the number finds the mailing address.                         *
      *****************************************************************
           SELECT GUEST-IN
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-IN-STATUS.

           SELECT GADDR-IN
               ASSIGN TO 'C:\COBOLSP20\GSTADDR.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GAD-NUMBER
               FILE STATUS IS GADDR-IN-STATUS.

           SELECT CKCTL-IN
               ASSIGN TO 'C:\COBOLSP20\RFCKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKCTL-IN-STATUS.

           SELECT CKCTL-OUT
               ASSIGN TO 'C:\COBOLSP20\RFCKCTL.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RFCHECK-IN
               ASSIGN TO 'C:\COBOLSP20\RFCHECK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFCHECK-IN-STATUS.

           SELECT RFCHECK-OUT
               ASSIGN TO 'C:\COBOLSP20\RFCHECK.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RFTRAN-IN
               ASSIGN TO 'C:\COBOLSP20\RFCKTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFTRAN-IN-STATUS.

           SELECT CHKPRT-OUT
               ASSIGN TO 'C:\COBOLSP20\CHKPRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSPAY-OUT
               ASSIGN TO 'C:\COBOLSP20\POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\RFCKREG.PRT'
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
       FD  REFUND-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS REFUND-REC
           RECORD CONTAINS 108 CHARACTERS.

       01  REFUND-REC.
           05  REF-NAME            PIC X(42).
           05  REF-CAMPGROUND      PIC X(25).
           05  REF-SITE            PIC X(3).
           05  REF-START-DATE      PIC 9(8).
           05  REF-CCTYPE          PIC X.
           05  REF-CCNUM           PIC 9(16).
           05  REF-PAID-AMT        PIC S9(3)V99.
           05  REF-PCT             PIC 9(3).
           05  REF-AMT             PIC S9(3)V99.

       FD  GUEST-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       COPY GSTREC.

       FD  GADDR-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GAD-REC
           RECORD CONTAINS 75 CHARACTERS.

       COPY GADREC.

      * the bank account the refund checks draw on and the next
      * unused check number -- one record, set up by accounting
       FD  CKCTL-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CKCTL-REC
           RECORD CONTAINS 20 CHARACTERS.

       01  CKCTL-REC.
           05  CTL-BANK-ACCOUNT    PIC X(12).
           05  CTL-NEXT-CHECK      PIC 9(8).

       FD  CKCTL-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CKCTL-OUT-REC
           RECORD CONTAINS 20 CHARACTERS.

       01  CKCTL-OUT-REC.
           05  CTLO-BANK-ACCOUNT   PIC X(12).
           05  CTLO-NEXT-CHECK     PIC 9(8).

       FD  RFCHECK-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RFCHECK-IN-REC
           RECORD CONTAINS 125 CHARACTERS.

       01  RFCHECK-IN-REC          PIC X(125).

       FD  RFCHECK-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RFCHECK-OUT-REC
           RECORD CONTAINS 125 CHARACTERS.

       01  RFCHECK-OUT-REC         PIC X(125).

       FD  RFTRAN-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RFTRAN-REC
           RECORD CONTAINS 9 CHARACTERS.

       01  RFTRAN-REC.
           05  RT-ACTION           PIC X.
               88 RT-PAID          VALUE 'P'.
               88 RT-VOID          VALUE 'V'.
               88 RT-REISSUE       VALUE 'R'.
           05  RT-CHECK-NUM        PIC 9(8).

      * one check for the check printer -- the memo names the stay
      * the refund came from
       FD  CHKPRT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CHKPRT-REC
           RECORD CONTAINS 162 CHARACTERS.

       01  CHKPRT-REC.
           05  CP-CHECK-NUM        PIC 9(8).
           05  CP-ISSUE-DATE       PIC 9(8).
           05  CP-AMT              PIC 9(5)V99.
           05  CP-PAYEE            PIC X(42).
           05  CP-STREET           PIC X(25).
           05  CP-CITY             PIC X(20).
           05  CP-STATE            PIC XX.
           05  CP-ZIP              PIC X(10).
           05  CP-MEMO             PIC X(40).

      * the bank's positive-pay layout -- an issue record for every
      * check cut and a void record for every check stopped
       FD  POSPAY-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSPAY-REC
           RECORD CONTAINS 80 CHARACTERS.

       01  POSPAY-REC.
           05  PP-ACCOUNT          PIC X(12).
           05  PP-CHECK-NUM        PIC 9(10).
           05  PP-ISSUE-DATE       PIC 9(8).
           05  PP-AMT              PIC 9(8)V99.
           05  PP-ACTION           PIC X.
               88 PP-ISSUE         VALUE 'I'.
               88 PP-VOID          VALUE 'V'.
           05  PP-PAYEE            PIC X(39).

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
           05  REFUND-MORE-SW      PIC X      VALUE 'Y'.
           05  GST-OPEN-SW         PIC X      VALUE 'N'.
           05  GADDR-OPEN-SW       PIC X      VALUE 'N'.
           05  GADDR-FOUND-SW      PIC X      VALUE 'N'.
               88 GADDR-FOUND      VALUE 'Y'.
           05  RFCHECK-MORE-SW     PIC X      VALUE 'Y'.
           05  RFTRAN-MORE-SW      PIC X      VALUE 'Y'.
           05  CKCTL-FOUND-SW      PIC X      VALUE 'N'.
               88 CKCTL-FOUND      VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  REFUND-IN-STATUS    PIC XX     VALUE SPACES.
           05  GUEST-IN-STATUS     PIC XX     VALUE SPACES.
           05  GADDR-IN-STATUS     PIC XX     VALUE SPACES.
           05  CKCTL-IN-STATUS     PIC XX     VALUE SPACES.
           05  RFCHECK-IN-STATUS   PIC XX     VALUE SPACES.
           05  RFTRAN-IN-STATUS    PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  RUN-DATE-NUM        PIC 9(8)   VALUE 0.
           05  RUN-JULIAN          PIC S9(8)  VALUE 0.
           05  SETTLED-JULIAN      PIC S9(8)  VALUE 0.
           05  BANK-ACCOUNT        PIC X(12)  VALUE SPACES.
           05  NEXT-CHECK-NUM      PIC 9(8)   VALUE 0.

       01  NAME-SPLIT.
           05  NS-LNAME            PIC X(20).
           05  NS-FNAME            PIC X(20).

      *****************************************************************
      * RC-TABLE is the refund check register held for the run --     *
      * the old register plus every check cut tonight, written to     *
      * RFCHECK.NEW at closing.                                       *
      *****************************************************************
       01  RC-TABLE-CONTROL.
           05  RC-COUNT            PIC 9(4)   VALUE 0.
           05  RC-SUB              PIC 9(4)   VALUE 0.
           05  RC-HIT-SUB          PIC 9(4)   VALUE 0.

       01  RC-TABLE.
           05  RC-ENTRY            OCCURS 1000 TIMES.
               10  RC-DATA         PIC X(125).

      * the register entry being worked -- every table entry passes
      * through here on its way in, out, and under examination
       COPY RFCKREC.

      * one check to be cut -- a new refund or a reissue
       01  ISSUE-WORK.
           05  IW-GUEST-NUM        PIC 9(6).
           05  IW-PAYEE            PIC X(42).
           05  IW-CAMPGROUND       PIC X(25).
           05  IW-SITE             PIC X(3).
           05  IW-START-DATE       PIC 9(8).
           05  IW-TENDER           PIC X.
           05  IW-AMT              PIC 9(5)V99.
           05  IW-REISSUE-OF       PIC 9(8).

       01  RUN-TOTALS.
           05  TOT-REFUND-READ     PIC 9(5)       VALUE 0.
           05  TOT-ISSUED-CTR      PIC 9(5)       VALUE 0.
           05  TOT-ISSUED-AMT      PIC S9(7)V99   VALUE 0.
           05  TOT-DUP-CTR         PIC 9(5)       VALUE 0.
           05  TOT-NO-ADDR-CTR     PIC 9(5)       VALUE 0.
           05  TOT-NOT-ISSUED-CTR  PIC 9(5)       VALUE 0.
           05  TOT-VOID-CTR        PIC 9(5)       VALUE 0.
           05  TOT-VOID-AMT        PIC S9(7)V99   VALUE 0.
           05  TOT-PAID-CTR        PIC 9(5)       VALUE 0.
           05  TOT-TRAN-REJ-CTR    PIC 9(5)       VALUE 0.
           05  TOT-OUTST-CTR       PIC 9(5)       VALUE 0.
           05  TOT-OUTST-AMT       PIC S9(7)V99   VALUE 0.
           05  TOT-PURGED-CTR      PIC 9(5)       VALUE 0.

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
           05  FILLER               PIC X(55)   VALUE SPACES.
           05  FILLER               PIC X(21)
               VALUE 'REFUND CHECK REGISTER'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'CHECK'.
           05  FILLER               PIC X(44)   VALUE 'PAYEE'.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(11)   VALUE '     AMOUNT'.
           05  FILLER               PIC X(20)   VALUE '  NOTE'.

       01  RPT-CHECK-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CHECK-NUM          PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-PAYEE              PIC X(42).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-START-DATE         PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AMT                PIC ZZ,ZZ9.99.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NOTE               PIC X(23).

       01  RPT-TRAN-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'ACTION '.
           05  O-TRAN-ACTION        PIC X.
           05  FILLER               PIC X(9)    VALUE '  CHECK '.
           05  O-TRAN-CHECK-NUM     PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-TRAN-RESULT        PIC X(40).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-AMT            PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.

       01  RPT-NONE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NONE-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-REGISTER-TRANS.
           PERFORM L4-CUT-REFUND-CHECKS.
           PERFORM L5-LIST-OUTSTANDING.
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
           MOVE CURRENT-DATE              TO RUN-DATE-NUM.
           COMPUTE RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).
           PERFORM L2A-READ-CHECK-CONTROL.
           PERFORM L2B-OPEN-GUEST-MASTER.
           PERFORM L2C-OPEN-GUEST-ADDRESSES.
           PERFORM L2D-LOAD-REGISTER.
           OPEN OUTPUT CHKPRT-OUT.
           OPEN OUTPUT POSPAY-OUT.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.

      *****************************************************************
      * L2A-READ-CHECK-CONTROL picks up the bank account and the next *
      * check number.  With no control record no check can be cut or  *
      * voided, since positive pay needs the account -- the night's   *
      * refunds still print so none is lost.                          *
      *****************************************************************
       L2A-READ-CHECK-CONTROL.
           OPEN INPUT CKCTL-IN.
           IF CKCTL-IN-STATUS = '00'
               READ CKCTL-IN
                   AT END
                       NEXT SENTENCE
                   NOT AT END
                       IF CTL-NEXT-CHECK NUMERIC
                        AND CTL-NEXT-CHECK > 0
                           MOVE 'Y'              TO CKCTL-FOUND-SW
                           MOVE CTL-BANK-ACCOUNT TO BANK-ACCOUNT
                           MOVE CTL-NEXT-CHECK   TO NEXT-CHECK-NUM
                       END-IF
               END-READ
               CLOSE CKCTL-IN
           END-IF.
           IF NOT CKCTL-FOUND
               DISPLAY 'CHECK CONTROL RECORD MISSING -- NO CHECKS CUT'
           END-IF.

       L2B-OPEN-GUEST-MASTER.
           OPEN INPUT GUEST-IN.
           IF GUEST-IN-STATUS = '00'
               MOVE 'Y' TO GST-OPEN-SW
           END-IF.

       L2C-OPEN-GUEST-ADDRESSES.
           OPEN INPUT GADDR-IN.
           IF GADDR-IN-STATUS = '00'
               MOVE 'Y' TO GADDR-OPEN-SW
           END-IF.

       L2D-LOAD-REGISTER.
           OPEN INPUT RFCHECK-IN.
           IF RFCHECK-IN-STATUS = '00'
               PERFORM L2D-READ-RFCHECK-REC
               PERFORM L2D-STORE-RFCHECK-REC
                   UNTIL RFCHECK-MORE-SW = 'N'
               CLOSE RFCHECK-IN
           END-IF.

       L2D-READ-RFCHECK-REC.
           READ RFCHECK-IN INTO RCK-REC
               AT END
                   MOVE 'N' TO RFCHECK-MORE-SW
               NOT AT END
                   MOVE 'Y' TO RFCHECK-MORE-SW
           END-READ.

       L2D-STORE-RFCHECK-REC.
           IF RC-COUNT < 1000
               ADD 1 TO RC-COUNT
               MOVE RCK-REC TO RC-DATA(RC-COUNT)
           ELSE
               PERFORM L2D-STOP-REGISTER-FULL
           END-IF.
           PERFORM L2D-READ-RFCHECK-REC.

      *****************************************************************
      * L2D-STOP-REGISTER-FULL ends the run when the old register     *
      * will not fit the table.  Carrying it forward short would lose *
      * outstanding checks, so nothing is cut and nothing is written; *
      * the run log is left with a start and no end so the nightly    *
      * sequencer holds the stream.                                   *
      *****************************************************************
       L2D-STOP-REGISTER-FULL.
           DISPLAY 'CHECK REGISTER OVER 1000 ENTRIES -- RUN STOPPED, '
               'NOTHING WRITTEN: ' RCK-CHECK-NUM.
           CLOSE RFCHECK-IN.
           IF GST-OPEN-SW = 'Y'
               CLOSE GUEST-IN
           END-IF.
           IF GADDR-OPEN-SW = 'Y'
               CLOSE GADDR-IN
           END-IF.
           CLOSE RUNLOG-OUT.
           STOP RUN.

      *****************************************************************
      * L2-CLOSING carries the register and the check control forward *
      * -- a paid or voided check settled more than a year ago is     *
      * dropped, every other check is kept.                           *
      *****************************************************************
       L2-CLOSING.
           OPEN OUTPUT RFCHECK-OUT.
           PERFORM L2E-WRITE-ONE-CHECK
               VARYING RC-SUB FROM 1 BY 1
               UNTIL RC-SUB > RC-COUNT.
           CLOSE RFCHECK-OUT.
           IF CKCTL-FOUND
               OPEN OUTPUT CKCTL-OUT
               MOVE BANK-ACCOUNT   TO CTLO-BANK-ACCOUNT
               MOVE NEXT-CHECK-NUM TO CTLO-NEXT-CHECK
               WRITE CKCTL-OUT-REC
               CLOSE CKCTL-OUT
           END-IF.
           IF GST-OPEN-SW = 'Y'
               CLOSE GUEST-IN
           END-IF.
           IF GADDR-OPEN-SW = 'Y'
               CLOSE GADDR-IN
           END-IF.
           CLOSE CHKPRT-OUT.
           CLOSE POSPAY-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

       L2E-WRITE-ONE-CHECK.
           MOVE RC-DATA(RC-SUB) TO RCK-REC.
           IF RCK-OUTSTANDING
               WRITE RFCHECK-OUT-REC FROM RCK-REC
           ELSE
               COMPUTE SETTLED-JULIAN =
                   FUNCTION INTEGER-OF-DATE(RCK-STATUS-DATE)
               IF RUN-JULIAN - SETTLED-JULIAN > 365
                   ADD 1 TO TOT-PURGED-CTR
               ELSE
                   WRITE RFCHECK-OUT-REC FROM RCK-REC
               END-IF
           END-IF.

      *****************************************************************
      * L3-APPLY-REGISTER-TRANS posts the office's paid, void, and    *
      * reissue cards against the register.  Only an outstanding      *
      * check can be paid, voided, or reissued.                       *
      *****************************************************************
       L3-APPLY-REGISTER-TRANS.
           MOVE 'REGISTER TRANSACTIONS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT RFTRAN-IN.
           IF RFTRAN-IN-STATUS = '00'
               PERFORM L3A-READ-RFTRAN-REC
               PERFORM L3B-APPLY-ONE-TRAN
                   UNTIL RFTRAN-MORE-SW = 'N'
               CLOSE RFTRAN-IN
           ELSE
               MOVE 'N' TO RFTRAN-MORE-SW
           END-IF.
           IF TOT-VOID-CTR + TOT-PAID-CTR + TOT-TRAN-REJ-CTR = 0
               MOVE 'NO REGISTER TRANSACTIONS' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3A-READ-RFTRAN-REC.
           READ RFTRAN-IN
               AT END
                   MOVE 'N' TO RFTRAN-MORE-SW
               NOT AT END
                   MOVE 'Y' TO RFTRAN-MORE-SW
           END-READ.

       L3B-APPLY-ONE-TRAN.
           MOVE RT-ACTION    TO O-TRAN-ACTION.
           MOVE RT-CHECK-NUM TO O-TRAN-CHECK-NUM.
           MOVE 0 TO RC-HIT-SUB.
           IF RT-CHECK-NUM NUMERIC
               PERFORM L3C-MATCH-ONE-CHECK
                   VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > RC-COUNT OR RC-HIT-SUB > 0
           END-IF.
           IF RC-HIT-SUB > 0
               MOVE RC-DATA(RC-HIT-SUB) TO RCK-REC
           END-IF.
           EVALUATE TRUE
               WHEN NOT RT-PAID AND NOT RT-VOID AND NOT RT-REISSUE
                   MOVE 'REJECTED - ACTION NOT P, V, OR R'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ-CTR
               WHEN RC-HIT-SUB = 0
                   MOVE 'REJECTED - CHECK NOT ON REGISTER'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ-CTR
               WHEN NOT RCK-OUTSTANDING
                   MOVE 'REJECTED - CHECK NOT OUTSTANDING'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ-CTR
               WHEN (RT-VOID OR RT-REISSUE) AND NOT CKCTL-FOUND
                   MOVE 'REJECTED - NO CHECK CONTROL RECORD'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ-CTR
               WHEN RT-REISSUE AND RC-COUNT NOT < 1000
                   MOVE 'REJECTED - REGISTER FULL' TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ-CTR
               WHEN RT-PAID
                   MOVE 'P'          TO RCK-STATUS
                   MOVE RUN-DATE-NUM TO RCK-STATUS-DATE
                   MOVE RCK-REC      TO RC-DATA(RC-HIT-SUB)
                   ADD 1 TO TOT-PAID-CTR
                   MOVE 'PAID BY BANK' TO O-TRAN-RESULT
               WHEN OTHER
                   PERFORM L3D-VOID-CHECK
           END-EVALUATE.
           WRITE RPTLINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L3A-READ-RFTRAN-REC.

       L3C-MATCH-ONE-CHECK.
           MOVE RC-DATA(RC-SUB) TO RCK-REC.
           IF RCK-CHECK-NUM = RT-CHECK-NUM
               MOVE RC-SUB TO RC-HIT-SUB
           END-IF.

      * a void stops the check at the bank; a reissue then cuts the
      * same refund again under the next check number
       L3D-VOID-CHECK.
           MOVE 'V'          TO RCK-STATUS.
           MOVE RUN-DATE-NUM TO RCK-STATUS-DATE.
           MOVE RCK-REC      TO RC-DATA(RC-HIT-SUB).
           ADD 1       TO TOT-VOID-CTR.
           ADD RCK-AMT TO TOT-VOID-AMT.
           MOVE SPACES          TO POSPAY-REC.
           MOVE BANK-ACCOUNT    TO PP-ACCOUNT.
           MOVE RCK-CHECK-NUM   TO PP-CHECK-NUM.
           MOVE RCK-ISSUE-DATE  TO PP-ISSUE-DATE.
           MOVE RCK-AMT         TO PP-AMT.
           MOVE 'V'             TO PP-ACTION.
           MOVE RCK-PAYEE       TO PP-PAYEE.
           WRITE POSPAY-REC.
           IF RT-REISSUE
               MOVE RCK-GUEST-NUM   TO IW-GUEST-NUM
               MOVE RCK-PAYEE       TO IW-PAYEE
               MOVE RCK-CAMPGROUND  TO IW-CAMPGROUND
               MOVE RCK-SITE        TO IW-SITE
               MOVE RCK-START-DATE  TO IW-START-DATE
               MOVE RCK-TENDER      TO IW-TENDER
               MOVE RCK-AMT         TO IW-AMT
               MOVE RCK-CHECK-NUM   TO IW-REISSUE-OF
               MOVE 'VOIDED - REISSUED AS CHECK' TO O-TRAN-RESULT
               MOVE NEXT-CHECK-NUM  TO O-TRAN-RESULT(28:8)
               PERFORM L4D-ISSUE-CHECK
           ELSE
               MOVE 'VOIDED' TO O-TRAN-RESULT
           END-IF.

      *****************************************************************
      * L4-CUT-REFUND-CHECKS cuts a check for each cash or check      *
      * refund on tonight's REFUND.DAT.  A refund whose stay and      *
      * payee already have a check on the register is skipped -- a    *
      * rerun of the night never pays a guest twice.                  *
      *****************************************************************
       L4-CUT-REFUND-CHECKS.
           MOVE 'REFUND CHECKS ISSUED' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           OPEN INPUT REFUND-IN.
           IF REFUND-IN-STATUS = '00'
               PERFORM L4A-READ-REFUND-REC
                   UNTIL REFUND-MORE-SW = 'N'
               CLOSE REFUND-IN
           END-IF.
           IF TOT-REFUND-READ = 0
               MOVE 'NO CASH OR CHECK REFUNDS TONIGHT' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4A-READ-REFUND-REC.
           READ REFUND-IN
               AT END
                   MOVE 'N' TO REFUND-MORE-SW
               NOT AT END
                   IF (REF-CCTYPE = 'C' OR REF-CCTYPE = 'K')
                    AND REF-AMT NUMERIC AND REF-AMT > 0
                       ADD 1 TO TOT-REFUND-READ
                       PERFORM L4B-CUT-ONE-REFUND
                   END-IF
           END-READ.

       L4B-CUT-ONE-REFUND.
           MOVE 0 TO RC-HIT-SUB.
           PERFORM L4C-MATCH-ONE-REFUND
               VARYING RC-SUB FROM 1 BY 1
               UNTIL RC-SUB > RC-COUNT OR RC-HIT-SUB > 0.
           EVALUATE TRUE
               WHEN RC-HIT-SUB > 0
                   MOVE RC-DATA(RC-HIT-SUB) TO RCK-REC
                   MOVE RCK-CHECK-NUM   TO O-CHECK-NUM
                   MOVE 'ALREADY ON REGISTER' TO O-NOTE
                   ADD 1 TO TOT-DUP-CTR
                   PERFORM L4G-WRITE-REFUND-LINE
               WHEN NOT CKCTL-FOUND
                   MOVE 0 TO O-CHECK-NUM
                   MOVE 'NOT CUT - NO CONTROL' TO O-NOTE
                   ADD 1 TO TOT-NOT-ISSUED-CTR
                   PERFORM L4G-WRITE-REFUND-LINE
               WHEN RC-COUNT NOT < 1000
                   MOVE 0 TO O-CHECK-NUM
                   MOVE 'NOT CUT - REGISTER FULL' TO O-NOTE
                   ADD 1 TO TOT-NOT-ISSUED-CTR
                   PERFORM L4G-WRITE-REFUND-LINE
               WHEN OTHER
                   PERFORM L4E-FIND-GUEST-NUMBER
                   MOVE REF-NAME        TO IW-PAYEE
                   MOVE REF-CAMPGROUND  TO IW-CAMPGROUND
                   MOVE REF-SITE        TO IW-SITE
                   MOVE REF-START-DATE  TO IW-START-DATE
                   MOVE REF-CCTYPE      TO IW-TENDER
                   MOVE REF-AMT         TO IW-AMT
                   MOVE 0               TO IW-REISSUE-OF
                   PERFORM L4D-ISSUE-CHECK
           END-EVALUATE.

       L4C-MATCH-ONE-REFUND.
           MOVE RC-DATA(RC-SUB) TO RCK-REC.
           IF RCK-CAMPGROUND = REF-CAMPGROUND
            AND RCK-SITE       = REF-SITE
            AND RCK-START-DATE = REF-START-DATE
            AND RCK-PAYEE      = REF-NAME
               MOVE RC-SUB TO RC-HIT-SUB
           END-IF.

      *****************************************************************
      * L4D-ISSUE-CHECK cuts the check staged in ISSUE-WORK -- the    *
      * next check number, a register entry, the check-print record,  *
      * the positive-pay issue record, and the register line.  A      *
      * payee with no address on file still gets the check; the line  *
      * is flagged so the office holds it for pickup.                 *
      *****************************************************************
       L4D-ISSUE-CHECK.
           MOVE SPACES          TO RCK-REC.
           MOVE NEXT-CHECK-NUM  TO RCK-CHECK-NUM.
           MOVE 'O'             TO RCK-STATUS.
           MOVE RUN-DATE-NUM    TO RCK-ISSUE-DATE.
           MOVE RUN-DATE-NUM    TO RCK-STATUS-DATE.
           MOVE IW-GUEST-NUM    TO RCK-GUEST-NUM.
           MOVE IW-PAYEE        TO RCK-PAYEE.
           MOVE IW-CAMPGROUND   TO RCK-CAMPGROUND.
           MOVE IW-SITE         TO RCK-SITE.
           MOVE IW-START-DATE   TO RCK-START-DATE.
           MOVE IW-TENDER       TO RCK-TENDER.
           MOVE IW-AMT          TO RCK-AMT.
           MOVE IW-REISSUE-OF   TO RCK-REISSUE-OF.
           ADD 1 TO RC-COUNT.
           MOVE RCK-REC TO RC-DATA(RC-COUNT).
           ADD 1 TO NEXT-CHECK-NUM.
           ADD 1      TO TOT-ISSUED-CTR.
           ADD IW-AMT TO TOT-ISSUED-AMT.
           PERFORM L4F-FIND-ADDRESS.
           MOVE SPACES          TO CHKPRT-REC.
           MOVE RCK-CHECK-NUM   TO CP-CHECK-NUM.
           MOVE RCK-ISSUE-DATE  TO CP-ISSUE-DATE.
           MOVE RCK-AMT         TO CP-AMT.
           MOVE RCK-PAYEE       TO CP-PAYEE.
           IF GADDR-FOUND
               MOVE GAD-STREET TO CP-STREET
               MOVE GAD-CITY   TO CP-CITY
               MOVE GAD-STATE  TO CP-STATE
               MOVE GAD-ZIP    TO CP-ZIP
               MOVE SPACES TO O-NOTE
           ELSE
               ADD 1 TO TOT-NO-ADDR-CTR
               MOVE 'NO ADDRESS - HOLD' TO O-NOTE
           END-IF.
           STRING 'REFUND ' DELIMITED BY SIZE
               RCK-CAMPGROUND DELIMITED BY '  '
               ' SITE ' DELIMITED BY SIZE
               RCK-SITE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RCK-START-DATE DELIMITED BY SIZE
               INTO CP-MEMO.
           WRITE CHKPRT-REC.
           MOVE SPACES          TO POSPAY-REC.
           MOVE BANK-ACCOUNT    TO PP-ACCOUNT.
           MOVE RCK-CHECK-NUM   TO PP-CHECK-NUM.
           MOVE RCK-ISSUE-DATE  TO PP-ISSUE-DATE.
           MOVE RCK-AMT         TO PP-AMT.
           MOVE 'I'             TO PP-ACTION.
           MOVE RCK-PAYEE       TO PP-PAYEE.
           WRITE POSPAY-REC.
           IF RCK-REISSUE-OF > 0 AND O-NOTE = SPACES
               MOVE 'REISSUE OF' TO O-NOTE
               MOVE RCK-REISSUE-OF TO O-NOTE(12:8)
           END-IF.
           MOVE RCK-CHECK-NUM   TO O-CHECK-NUM.
           MOVE RCK-PAYEE       TO O-PAYEE.
           MOVE RCK-CAMPGROUND  TO O-CAMPGROUND.
           MOVE RCK-SITE        TO O-SITE.
           MOVE RCK-START-DATE  TO O-START-DATE.
           MOVE RCK-AMT         TO O-AMT.
           WRITE RPTLINE FROM RPT-CHECK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L4E-FIND-GUEST-NUMBER.
           MOVE 0 TO IW-GUEST-NUM.
           MOVE SPACES TO NAME-SPLIT.
           UNSTRING REF-NAME
               DELIMITED BY ', '
               INTO NS-LNAME NS-FNAME.
           IF GST-OPEN-SW = 'Y'
               MOVE NS-LNAME TO GST-LNAME
               MOVE NS-FNAME TO GST-FNAME
               READ GUEST-IN
                   KEY IS GST-NAME-KEY
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE GST-NUMBER TO IW-GUEST-NUM
               END-READ
           END-IF.

       L4F-FIND-ADDRESS.
           MOVE 'N' TO GADDR-FOUND-SW.
           IF GADDR-OPEN-SW = 'Y' AND RCK-GUEST-NUM > 0
               MOVE RCK-GUEST-NUM TO GAD-NUMBER
               READ GADDR-IN
                   INVALID KEY
                       MOVE 'N' TO GADDR-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO GADDR-FOUND-SW
               END-READ
           END-IF.

       L4G-WRITE-REFUND-LINE.
           MOVE REF-NAME        TO O-PAYEE.
           MOVE REF-CAMPGROUND  TO O-CAMPGROUND.
           MOVE REF-SITE        TO O-SITE.
           MOVE REF-START-DATE  TO O-START-DATE.
           MOVE REF-AMT         TO O-AMT.
           WRITE RPTLINE FROM RPT-CHECK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L5-LIST-OUTSTANDING lists every check the bank has not yet    *
      * paid, oldest first as they sit on the register.               *
      *****************************************************************
       L5-LIST-OUTSTANDING.
           MOVE 'OUTSTANDING REFUND CHECKS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L5A-LIST-ONE-CHECK
               VARYING RC-SUB FROM 1 BY 1
               UNTIL RC-SUB > RC-COUNT.
           IF TOT-OUTST-CTR = 0
               MOVE 'NO CHECKS OUTSTANDING' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L5A-LIST-ONE-CHECK.
           MOVE RC-DATA(RC-SUB) TO RCK-REC.
           IF RCK-OUTSTANDING
               ADD 1       TO TOT-OUTST-CTR
               ADD RCK-AMT TO TOT-OUTST-AMT
               MOVE RCK-CHECK-NUM   TO O-CHECK-NUM
               MOVE RCK-PAYEE       TO O-PAYEE
               MOVE RCK-CAMPGROUND  TO O-CAMPGROUND
               MOVE RCK-SITE        TO O-SITE
               MOVE RCK-START-DATE  TO O-START-DATE
               MOVE RCK-AMT         TO O-AMT
               MOVE SPACES          TO O-NOTE
               STRING 'ISSUED ' DELIMITED BY SIZE
                   RCK-ISSUE-DATE DELIMITED BY SIZE
                   INTO O-NOTE
               WRITE RPTLINE FROM RPT-CHECK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
           END-IF.

       L6-WRITE-TOTALS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'CASH AND CHECK REFUNDS READ'   TO O-CNT-LABEL.
           MOVE TOT-REFUND-READ                 TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CHECKS ISSUED'                 TO O-CNT-LABEL.
           MOVE TOT-ISSUED-CTR                  TO O-CNT-VALUE.
           MOVE TOT-ISSUED-AMT                  TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'REFUNDS ALREADY ON REGISTER'   TO O-CNT-LABEL.
           MOVE TOT-DUP-CTR                     TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'REFUNDS NOT CUT'               TO O-CNT-LABEL.
           MOVE TOT-NOT-ISSUED-CTR              TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CHECKS WITH NO ADDRESS ON FILE' TO O-CNT-LABEL.
           MOVE TOT-NO-ADDR-CTR                 TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CHECKS VOIDED'                 TO O-CNT-LABEL.
           MOVE TOT-VOID-CTR                    TO O-CNT-VALUE.
           MOVE TOT-VOID-AMT                    TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CHECKS PAID BY BANK'           TO O-CNT-LABEL.
           MOVE TOT-PAID-CTR                    TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L7-WRITE-COUNT.
           MOVE 'REGISTER TRANSACTIONS REJECTED' TO O-CNT-LABEL.
           MOVE TOT-TRAN-REJ-CTR                TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'CHECKS OUTSTANDING'            TO O-CNT-LABEL.
           MOVE TOT-OUTST-CTR                   TO O-CNT-VALUE.
           MOVE TOT-OUTST-AMT                   TO O-CNT-AMT.
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
           MOVE 'CBLHJB30 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB30 END'    TO RL-TEXT.
           MOVE TOT-REFUND-READ   TO RL-RECS-READ.
           MOVE TOT-ISSUED-CTR    TO RL-ACCEPT-CTR.
           MOVE TOT-NOT-ISSUED-CTR TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB30.
