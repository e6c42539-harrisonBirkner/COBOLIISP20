       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB27.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB27 -- NIGHTLY GENERAL LEDGER JOURNAL.                   *
      * Books the night's money to the general ledger as balanced     *
      * debit/credit lines instead of accounting rebuilding revenue   *
      * by hand from SETTLE.PRT, REFUND.DAT, and TAXREG.PRT.  Every   *
      * line is mapped to a chart-of-accounts number through the      *
      * account mapping table GLACCT.DAT, appended to the cumulative  *
      * journal GLJRNL.DAT, and printed to GLJRNL.PRT.                *
      * Money taken is deferred -- card charges and captures, cash,   *
      * and checks all credit unearned deposits, because the stay     *
      * they pay for may be months out.  A deposit is earned only     *
      * when its stay is over:                                        *
      *   - a check-out, or an arrived stay aging off the master, on  *
      *     the day's audit trail moves everything collected on the   *
      *     stay (paid less any authorization never captured) from    *
      *     unearned to camping and incidental revenue;               *
      *   - a no-show's forfeited night and the kept slice of a       *
      *     cancellation (the FF and FX settlement totals) move from  *
      *     unearned to forfeits.                                     *
      * Refunds debit unearned through a refunds clearing account     *
      * that the day's card and non-card refund settlements clear --  *
      * the clearing account nets to zero on a clean night.  The      *
      * lodging tax the edit run posts to TAXLEDG.DAT is carved out   *
      * of revenue into lodging tax payable, and the discounts on     *
      * DISCUSE.DAT gross revenue up against the discounts account,   *
      * both dated the night they were posted, so the GL ties to the  *
      * tax register and the discount usage report.                   *
      * A check the bank returns comes back out of cash off the       *
      * returned check run CBLHJB42's audit records -- back into      *
      * unearned when its stay's balance was reinstated, otherwise    *
      * into returned checks receivable until the office collects it  *
      * and its fee, which books when the item is made good.          *
      * SETLTOT.DAT and REFUND.DAT are the edit run's daily files;    *
      * the audit trail, tax ledger, and discount usage ledger are    *
      * cumulative and only the journal date's records are booked.    *
      * The journal date comes off GLDATE.DAT (YYYYMMDD, one record); *
      * with no date card the journal is for today.  A date already   *
      * on GLJRNL.DAT is never booked twice.                          *
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

           SELECT SETLTOT-IN
               ASSIGN TO 'C:\COBOLSP20\SETLTOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETLTOT-IN-STATUS.

           SELECT REFUND-IN
               ASSIGN TO 'C:\COBOLSP20\REFUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-IN-STATUS.

           SELECT AUDIT-IN
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-IN-STATUS.

           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT TAX-IN
               ASSIGN TO 'C:\COBOLSP20\TAXLEDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-IN-STATUS.

           SELECT DISCUSE-IN
               ASSIGN TO 'C:\COBOLSP20\DISCUSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCUSE-IN-STATUS.

           SELECT GLJRNL-FILE
               ASSIGN TO 'C:\COBOLSP20\GLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJRNL-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\GLJRNL.PRT'
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

       FD  SETLTOT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SETLTOT-REC
           RECORD CONTAINS 17 CHARACTERS.

       01  SETLTOT-REC.
           05  STL-TYPE            PIC XX.
           05  STL-BRAND           PIC X.
           05  STL-CTR             PIC 9(5).
           05  STL-AMT             PIC S9(7)V99.

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

      * the before image is the master record the transaction found --
      * for a check-out or an aged-off stay, the stay that just ended
       FD  AUDIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-REC.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-RUN-TIME        PIC X(8).
           05  AUD-TRAN            PIC X(163).
           05  AUD-BEFORE.
               10  AUD-BEF-CAMPGROUND  PIC X(25).
               10  AUD-BEF-SITE        PIC X(3).
               10  AUD-BEF-START-DATE  PIC 9(8).
               10  FILLER              PIC X(15).
           05  AUD-AFTER           PIC X(51).
           05  AUD-CLERK-ID        PIC X(6).

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

       FD  TAX-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS TAX-REC
           RECORD CONTAINS 67 CHARACTERS.

       01  TAX-REC.
           05  TX-CAMPGROUND       PIC X(25).
           05  TX-COUNTY           PIC X(15).
           05  TX-RUN-DATE         PIC 9(8).
           05  TX-START-DATE       PIC 9(8).
           05  TX-TRAN-TYPE        PIC X.
           05  TX-STAY-AMT         PIC S9(3)V99.
           05  TX-TAX-AMT          PIC S9(3)V99.

       FD  DISCUSE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS DISCUSE-REC
           RECORD CONTAINS 57 CHARACTERS.

       01  DISCUSE-REC.
           05  DU-CODE             PIC X(6).
           05  DU-RUN-DATE         PIC 9(8).
           05  DU-CAMPGROUND       PIC X(25).
           05  DU-START-DATE       PIC 9(8).
           05  DU-GROSS-AMT        PIC S9(3)V99.
           05  DU-DISC-AMT         PIC S9(3)V99.

       FD  GLJRNL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLJ-REC
           RECORD CONTAINS 80 CHARACTERS.

       COPY GLJREC.

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
           05  SETLTOT-MORE-SW     PIC X      VALUE 'Y'.
           05  REFUND-MORE-SW      PIC X      VALUE 'Y'.
           05  AUDIT-MORE-SW       PIC X      VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'N'.
               88 BAL-OPEN         VALUE 'Y'.
           05  BAL-FOUND-SW        PIC X      VALUE 'N'.
               88 BAL-FOUND        VALUE 'Y'.
           05  TAX-MORE-SW         PIC X      VALUE 'Y'.
           05  DISCUSE-MORE-SW     PIC X      VALUE 'Y'.
           05  GLJRNL-MORE-SW      PIC X      VALUE 'Y'.
           05  JRNL-POSTED-SW      PIC X      VALUE 'N'.
               88 JRNL-ALREADY-POSTED  VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  GLDATE-IN-STATUS    PIC XX     VALUE SPACES.
           05  GLACCT-IN-STATUS    PIC XX     VALUE SPACES.
           05  SETLTOT-IN-STATUS   PIC XX     VALUE SPACES.
           05  REFUND-IN-STATUS    PIC XX     VALUE SPACES.
           05  AUDIT-IN-STATUS     PIC XX     VALUE SPACES.
           05  BAL-IN-STATUS       PIC XX     VALUE SPACES.
           05  TAX-IN-STATUS       PIC XX     VALUE SPACES.
           05  DISCUSE-IN-STATUS   PIC XX     VALUE SPACES.
           05  GLJRNL-STATUS       PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  JRNL-DATE           PIC 9(8)   VALUE 0.
           05  LEG-DIFF            PIC S9(7)V99 VALUE 0.

      *****************************************************************
      * GLA-TABLE is the account mapping table held for the run.      *
      *****************************************************************
       01  GLA-CONTROL.
           05  GLA-COUNT           PIC 99     VALUE 0.
           05  GLA-SUB             PIC 99     VALUE 0.
           05  GLA-HIT-SUB         PIC 99     VALUE 0.

       01  GLA-TABLE.
           05  GLA-ENTRY           OCCURS 30 TIMES.
               10  GT-CODE         PIC X(8).
               10  GT-ACCOUNT      PIC X(12).

      *****************************************************************
      * GL-TOTALS -- the night's figures, one per journal entry.      *
      *****************************************************************
       01  GL-TOTALS.
           05  GL-CARD-CHG-AMT     PIC S9(7)V99   VALUE 0.
           05  GL-CARD-CAPT-AMT    PIC S9(7)V99   VALUE 0.
           05  GL-CARD-DECL-AMT    PIC S9(7)V99   VALUE 0.
           05  GL-CARD-RFND-AMT    PIC S9(7)V99   VALUE 0.
           05  GL-CASH-AMT         PIC S9(7)V99   VALUE 0.
           05  GL-NC-RFND-AMT      PIC S9(7)V99   VALUE 0.
           05  GL-NOSHOW-FORF-AMT  PIC S9(7)V99   VALUE 0.
           05  GL-CXL-FORF-AMT     PIC S9(7)V99   VALUE 0.
           05  GL-REFUND-AMT       PIC S9(7)V99   VALUE 0.
           05  GL-EARN-STAY-AMT    PIC S9(7)V99   VALUE 0.
           05  GL-EARN-INCID-AMT   PIC S9(7)V99   VALUE 0.
           05  GL-TAX-STAY-AMT     PIC S9(7)V99   VALUE 0.
           05  GL-TAX-INCID-AMT    PIC S9(7)V99   VALUE 0.
           05  GL-DISC-AMT         PIC S9(7)V99   VALUE 0.
           05  GL-RCK-REINST-AMT   PIC S9(7)V99   VALUE 0.
           05  GL-RCK-RECV-AMT     PIC S9(7)V99   VALUE 0.
           05  GL-RCK-GOOD-AMT     PIC S9(7)V99   VALUE 0.
           05  GL-RCK-FEE-AMT      PIC S9(7)V99   VALUE 0.
           05  GL-RCK-CTR          PIC 9(5)       VALUE 0.
           05  GL-EARNED-CTR       PIC 9(5)       VALUE 0.
           05  GL-NO-LEDGER-CTR    PIC 9(5)       VALUE 0.

      * one completed stay's collected money, split for earning
       01  EARN-WORK.
           05  EW-COLLECTED        PIC S9(5)V99   VALUE 0.
           05  EW-INCID            PIC S9(5)V99   VALUE 0.
           05  EW-STAY             PIC S9(5)V99   VALUE 0.

      *****************************************************************
      * RCK-MARKER is the transaction area of CBLHJB42's audit        *
      * records -- a check returned, with how its payment was backed  *
      * out (B onto the stay's balance, L or N left to collect), and  *
      * a check the office collected, with its fee.                   *
      *****************************************************************
       01  RCK-MARKER.
           05  MK-TEXT             PIC X(20).
           05  MK-KEY.
               10  MK-CAMPGROUND   PIC X(25).
               10  MK-SITE         PIC X(3).
               10  MK-START-DATE   PIC 9(8).
           05  MK-CHECK-NUM        PIC 9(16).
           05  MK-CHECK-AMT        PIC 9(5)V99.
           05  MK-FEE-AMT          PIC 9(3)V99.
           05  MK-ITEM-NUM         PIC 9(6).
           05  MK-MATCH-SW         PIC X.
               88 MK-REINSTATED    VALUE 'B'.
           05  FILLER              PIC X(72).

      *****************************************************************
      * POSTING-WORK stages one journal entry -- the debit and        *
      * credit posting codes, the signed amount, and its source.  A   *
      * negative amount posts with the sides reversed.                *
      *****************************************************************
       01  POSTING-WORK.
           05  PST-DR-CODE         PIC X(8).
           05  PST-CR-CODE         PIC X(8).
           05  PST-SWAP-CODE       PIC X(8).
           05  PST-AMT             PIC S9(7)V99.
           05  PST-SOURCE          PIC X(8).
           05  PST-DESC            PIC X(30).
           05  PST-LINE-CODE       PIC X(8).
           05  PST-LINE-SIDE       PIC X.

       01  JRNL-TOTALS.
           05  JRNL-SEQ            PIC 9(4)       VALUE 0.
           05  JRNL-DR-TOTAL       PIC S9(7)V99   VALUE 0.
           05  JRNL-CR-TOTAL       PIC S9(7)V99   VALUE 0.
           05  JRNL-UNMAPPED-CTR   PIC 9(4)       VALUE 0.

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
           05  FILLER               PIC X(43)   VALUE SPACES.
           05  FILLER               PIC X(35)
               VALUE 'NIGHTLY GENERAL LEDGER JOURNAL FOR '.
           05  RPT-JRNL-DATE        PIC 9(8).

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-EARN-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(27)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(6)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(14)   VALUE 'STAY ENDED BY'.
           05  FILLER               PIC X(13)   VALUE '     CAMPING'.
           05  FILLER               PIC X(13)   VALUE ' INCIDENTALS'.

       01  RPT-EARN-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-EARN-CAMPGROUND    PIC X(25).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-EARN-SITE          PIC X(3).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-EARN-START-DATE    PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-EARN-HOW           PIC X(12).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-EARN-STAY          PIC ZZ,ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-EARN-INCID         PIC ZZ,ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-EARN-NOTE          PIC X(22).

       01  RPT-JRNL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'SEQ'.
           05  FILLER               PIC X(14)   VALUE 'ACCOUNT'.
           05  FILLER               PIC X(10)   VALUE 'CODE'.
           05  FILLER               PIC X(32)   VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(14)   VALUE '        DEBIT'.
           05  FILLER               PIC X(14)   VALUE '       CREDIT'.
           05  FILLER               PIC X(8)    VALUE 'SOURCE'.

       01  RPT-JRNL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-SEQ           PIC ZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-ACCOUNT       PIC X(12).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-CODE          PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-DESC          PIC X(30).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-DEBIT         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-CREDIT        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-SOURCE        PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-JRNL-FLAG          PIC X(16).

       01  RPT-JRNL-TOTAL-LINE.
           05  FILLER               PIC X(62)   VALUE
               '  JOURNAL TOTALS'.
           05  O-TOT-DEBIT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X       VALUE SPACES.
           05  O-TOT-CREDIT         PIC Z,ZZZ,ZZ9.99-.

       01  RPT-FIGURE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-FIG-LABEL          PIC X(38).
           05  O-FIG-AMT            PIC Z,ZZZ,ZZ9.99-.

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.

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
           IF JRNL-ALREADY-POSTED
               MOVE 'JOURNAL DATE ALREADY BOOKED - NOTHING POSTED'
                   TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L3-SUM-SETLTOT
                   UNTIL SETLTOT-MORE-SW = 'N'
               PERFORM L3-SUM-REFUNDS
                   UNTIL REFUND-MORE-SW = 'N'
               PERFORM L3-SUM-TAX-LEDGER
                   UNTIL TAX-MORE-SW = 'N'
               PERFORM L3-SUM-DISCOUNTS
                   UNTIL DISCUSE-MORE-SW = 'N'
               PERFORM L4-EARN-COMPLETED-STAYS
               PERFORM L5-BUILD-JOURNAL
               PERFORM L6-PROVE-JOURNAL
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE     TO CURRENT-DATE-AND-TIME.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           MOVE CURRENT-MONTH             TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY               TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR              TO RPT-TITLE-YEAR.
           PERFORM L2A-SET-JOURNAL-DATE.
           PERFORM L2B-LOAD-ACCOUNTS.
           PERFORM L2C-CHECK-ALREADY-POSTED.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           IF NOT JRNL-ALREADY-POSTED
               OPEN EXTEND GLJRNL-FILE
               IF GLJRNL-STATUS NOT = '00'
                   OPEN OUTPUT GLJRNL-FILE
               END-IF
               OPEN INPUT SETLTOT-IN
               IF SETLTOT-IN-STATUS NOT = '00'
                   MOVE 'N' TO SETLTOT-MORE-SW
               END-IF
               OPEN INPUT REFUND-IN
               IF REFUND-IN-STATUS NOT = '00'
                   MOVE 'N' TO REFUND-MORE-SW
               END-IF
               OPEN INPUT AUDIT-IN
               IF AUDIT-IN-STATUS NOT = '00'
                   MOVE 'N' TO AUDIT-MORE-SW
               END-IF
               OPEN INPUT BAL-IN
               IF BAL-IN-STATUS = '00'
                   MOVE 'Y' TO BAL-OPEN-SW
               END-IF
               OPEN INPUT TAX-IN
               IF TAX-IN-STATUS NOT = '00'
                   MOVE 'N' TO TAX-MORE-SW
               END-IF
               OPEN INPUT DISCUSE-IN
               IF DISCUSE-IN-STATUS NOT = '00'
                   MOVE 'N' TO DISCUSE-MORE-SW
               END-IF
           END-IF.

      *****************************************************************
      * L2A-SET-JOURNAL-DATE reads the date card when one is on file  *
      * and otherwise books today, so a missed night can be booked    *
      * the next morning against its own date.                        *
      *****************************************************************
       L2A-SET-JOURNAL-DATE.
           MOVE CURRENT-DATE TO JRNL-DATE.
           OPEN INPUT GLDATE-IN.
           IF GLDATE-IN-STATUS = '00'
               READ GLDATE-IN
                   AT END
                       NEXT SENTENCE
                   NOT AT END
                       IF GLDATE-REC NUMERIC AND GLDATE-REC > 0
                           MOVE GLDATE-REC TO JRNL-DATE
                       END-IF
               END-READ
               CLOSE GLDATE-IN
           END-IF.
           MOVE JRNL-DATE TO RPT-JRNL-DATE.

       L2B-LOAD-ACCOUNTS.
           OPEN INPUT GLACCT-IN.
           IF GLACCT-IN-STATUS = '00'
               PERFORM L2B-READ-GLACCT-REC
               PERFORM L2B-STORE-GLACCT-REC
                   UNTIL GLACCT-MORE-SW = 'N'
               CLOSE GLACCT-IN
           END-IF.

       L2B-READ-GLACCT-REC.
           READ GLACCT-IN
               AT END
                   MOVE 'N' TO GLACCT-MORE-SW
               NOT AT END
                   MOVE 'Y' TO GLACCT-MORE-SW
           END-READ.

       L2B-STORE-GLACCT-REC.
           IF GLA-COUNT < 30
               ADD 1 TO GLA-COUNT
               MOVE GLA-CODE    TO GT-CODE(GLA-COUNT)
               MOVE GLA-ACCOUNT TO GT-ACCOUNT(GLA-COUNT)
           ELSE
               DISPLAY 'GL ACCOUNT TABLE FULL -- ENTRY DISCARDED: '
                   GLA-CODE
           END-IF.
           PERFORM L2B-READ-GLACCT-REC.

      *****************************************************************
      * L2C-CHECK-ALREADY-POSTED scans the cumulative journal for the *
      * journal date -- a rerun of a night already booked would       *
      * double every figure in the ledger, so it books nothing.       *
      *****************************************************************
       L2C-CHECK-ALREADY-POSTED.
           OPEN INPUT GLJRNL-FILE.
           IF GLJRNL-STATUS = '00'
               PERFORM L2C-READ-GLJRNL-REC
                   UNTIL GLJRNL-MORE-SW = 'N'
               CLOSE GLJRNL-FILE
           END-IF.

       L2C-READ-GLJRNL-REC.
           READ GLJRNL-FILE
               AT END
                   MOVE 'N' TO GLJRNL-MORE-SW
               NOT AT END
                   IF GLJ-DATE = JRNL-DATE
                       MOVE 'Y' TO JRNL-POSTED-SW
                       MOVE 'N' TO GLJRNL-MORE-SW
                   END-IF
           END-READ.

       L2-CLOSING.
           IF NOT JRNL-ALREADY-POSTED
               CLOSE GLJRNL-FILE
               IF SETLTOT-IN-STATUS = '00' OR SETLTOT-IN-STATUS = '10'
                   CLOSE SETLTOT-IN
               END-IF
               IF REFUND-IN-STATUS = '00' OR REFUND-IN-STATUS = '10'
                   CLOSE REFUND-IN
               END-IF
               IF AUDIT-IN-STATUS = '00' OR AUDIT-IN-STATUS = '10'
                   CLOSE AUDIT-IN
               END-IF
               IF BAL-OPEN
                   CLOSE BAL-IN
               END-IF
               IF TAX-IN-STATUS = '00' OR TAX-IN-STATUS = '10'
                   CLOSE TAX-IN
               END-IF
               IF DISCUSE-IN-STATUS = '00'
                OR DISCUSE-IN-STATUS = '10'
                   CLOSE DISCUSE-IN
               END-IF
           END-IF.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      *****************************************************************
      * L3-SUM-SETLTOT banks the edit run's settlement totals --      *
      * every brand of a type books as one figure, since the GL       *
      * carries one card clearing account.                            *
      *****************************************************************
       L3-SUM-SETLTOT.
           READ SETLTOT-IN
               AT END
                   MOVE 'N' TO SETLTOT-MORE-SW
               NOT AT END
                   EVALUATE STL-TYPE
                       WHEN 'CH'
                           ADD STL-AMT TO GL-CARD-CHG-AMT
                       WHEN 'CP'
                           ADD STL-AMT TO GL-CARD-CAPT-AMT
                       WHEN 'DC'
                           ADD STL-AMT TO GL-CARD-DECL-AMT
                       WHEN 'RF'
                           ADD STL-AMT TO GL-CARD-RFND-AMT
                       WHEN 'CA'
                           ADD STL-AMT TO GL-CASH-AMT
                       WHEN 'CK'
                           ADD STL-AMT TO GL-CASH-AMT
                       WHEN 'NR'
                           ADD STL-AMT TO GL-NC-RFND-AMT
                       WHEN 'FF'
                           ADD STL-AMT TO GL-NOSHOW-FORF-AMT
                       WHEN 'FX'
                           ADD STL-AMT TO GL-CXL-FORF-AMT
                   END-EVALUATE
           END-READ.

       L3-SUM-REFUNDS.
           READ REFUND-IN
               AT END
                   MOVE 'N' TO REFUND-MORE-SW
               NOT AT END
                   IF REF-AMT NUMERIC
                       ADD REF-AMT TO GL-REFUND-AMT
                   END-IF
           END-READ.

      * tax posted on an incidental charge comes out of incidental
      * revenue; every other tax record comes out of camping revenue
       L3-SUM-TAX-LEDGER.
           READ TAX-IN
               AT END
                   MOVE 'N' TO TAX-MORE-SW
               NOT AT END
                   IF TX-RUN-DATE = JRNL-DATE
                       IF TX-TRAN-TYPE = 'C'
                           ADD TX-TAX-AMT TO GL-TAX-INCID-AMT
                       ELSE
                           ADD TX-TAX-AMT TO GL-TAX-STAY-AMT
                       END-IF
                   END-IF
           END-READ.

       L3-SUM-DISCOUNTS.
           READ DISCUSE-IN
               AT END
                   MOVE 'N' TO DISCUSE-MORE-SW
               NOT AT END
                   IF DU-RUN-DATE = JRNL-DATE
                       ADD DU-DISC-AMT TO GL-DISC-AMT
                   END-IF
           END-READ.

      *****************************************************************
      * L4-EARN-COMPLETED-STAYS walks the journal date's audit        *
      * records for stays that are over -- a check-out transaction    *
      * or the sweep's aged-off record -- and earns what was          *
      * collected on each from the ledger.  Incidentals are earned    *
      * first, the stay value takes the rest.  Each stay prints.      *
      *****************************************************************
       L4-EARN-COMPLETED-STAYS.
           MOVE 'DEPOSITS EARNED - STAYS COMPLETED' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE RPTLINE FROM RPT-EARN-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM L4-READ-AUDIT-REC
               UNTIL AUDIT-MORE-SW = 'N'.
           IF GL-EARNED-CTR = 0
               MOVE 'NO STAYS COMPLETED' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4-READ-AUDIT-REC.
           READ AUDIT-IN
               AT END
                   MOVE 'N' TO AUDIT-MORE-SW
               NOT AT END
                   IF AUD-RUN-DATE = JRNL-DATE
                       EVALUATE TRUE
                           WHEN AUD-TRAN(1:1) = 'O'
                               MOVE 'CHECK-OUT'  TO O-EARN-HOW
                               PERFORM L4-EARN-ONE-STAY
                           WHEN AUD-TRAN(1:15) = '*STAY AGED OFF*'
                               MOVE 'AGED OFF'   TO O-EARN-HOW
                               PERFORM L4-EARN-ONE-STAY
                           WHEN AUD-TRAN(1:16) = '*CHECK RETURNED*'
                               MOVE AUD-TRAN TO RCK-MARKER
                               PERFORM L4-BOOK-RETURNED-CHECK
                           WHEN AUD-TRAN(1:17) = '*CHECK MADE GOOD*'
                               MOVE AUD-TRAN TO RCK-MARKER
                               ADD 1 TO GL-RCK-CTR
                               ADD MK-CHECK-AMT TO GL-RCK-GOOD-AMT
                               ADD MK-FEE-AMT   TO GL-RCK-FEE-AMT
                       END-EVALUATE
                   END-IF
           END-READ.

      * a returned check whose stay was reinstated owes unearned back;
      * any other is owed by the guest
       L4-BOOK-RETURNED-CHECK.
           ADD 1 TO GL-RCK-CTR.
           IF MK-REINSTATED
               ADD MK-CHECK-AMT TO GL-RCK-REINST-AMT
           ELSE
               ADD MK-CHECK-AMT TO GL-RCK-RECV-AMT
           END-IF.

       L4-EARN-ONE-STAY.
           ADD 1 TO GL-EARNED-CTR.
           MOVE 0 TO EW-COLLECTED.
           MOVE 0 TO EW-INCID.
           MOVE 0 TO EW-STAY.
           MOVE SPACES TO O-EARN-NOTE.
           PERFORM L4-READ-LEDGER-ENTRY.
           IF BAL-FOUND
               COMPUTE EW-COLLECTED = BAL-PAID-AMT - BAL-AUTH-AMT
               IF EW-COLLECTED < 0
                   MOVE 0 TO EW-COLLECTED
               END-IF
               MOVE BAL-INCID-AMT TO EW-INCID
               IF EW-INCID > EW-COLLECTED
                   MOVE EW-COLLECTED TO EW-INCID
               END-IF
               IF EW-INCID < 0
                   MOVE 0 TO EW-INCID
               END-IF
               COMPUTE EW-STAY = EW-COLLECTED - EW-INCID
               ADD EW-STAY  TO GL-EARN-STAY-AMT
               ADD EW-INCID TO GL-EARN-INCID-AMT
           ELSE
               ADD 1 TO GL-NO-LEDGER-CTR
               MOVE '** NO LEDGER ENTRY **' TO O-EARN-NOTE
           END-IF.
           MOVE AUD-BEF-CAMPGROUND TO O-EARN-CAMPGROUND.
           MOVE AUD-BEF-SITE       TO O-EARN-SITE.
           MOVE AUD-BEF-START-DATE TO O-EARN-START-DATE.
           MOVE EW-STAY            TO O-EARN-STAY.
           MOVE EW-INCID           TO O-EARN-INCID.
           WRITE RPTLINE FROM RPT-EARN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      * the stay's ledger entry is read by its key off the before
      * image -- records written before authorizations or incidentals
      * were carried hold spaces there, and both price as zero
       L4-READ-LEDGER-ENTRY.
           MOVE 'N' TO BAL-FOUND-SW.
           IF BAL-OPEN
               MOVE AUD-BEF-CAMPGROUND TO BAL-CAMPGROUND
               MOVE AUD-BEF-SITE       TO BAL-SITE
               MOVE AUD-BEF-START-DATE TO BAL-START-DATE
               READ BAL-IN
                   INVALID KEY
                       MOVE 'N' TO BAL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO BAL-FOUND-SW
               END-READ
           END-IF.
           IF BAL-FOUND
               IF BAL-AUTH-AMT NOT NUMERIC
                   MOVE 0 TO BAL-AUTH-AMT
               END-IF
               IF BAL-INCID-AMT NOT NUMERIC
                   MOVE 0 TO BAL-INCID-AMT
               END-IF
           END-IF.

      *****************************************************************
      * L5-BUILD-JOURNAL books the night's entries in a fixed order,  *
      * one debit and one credit line apiece.  A zero figure books    *
      * nothing.                                                      *
      *****************************************************************
       L5-BUILD-JOURNAL.
           MOVE 'JOURNAL LINES' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-JRNL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
      * money taken -- deferred until the stay it pays for is over
           MOVE 'CARDCLR'  TO PST-DR-CODE.
           MOVE 'UNEARNED' TO PST-CR-CODE.
           MOVE GL-CARD-CHG-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'CARD PAYMENTS CHARGED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'CARDCLR'  TO PST-DR-CODE.
           MOVE 'UNEARNED' TO PST-CR-CODE.
           MOVE GL-CARD-CAPT-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'CARD DEPOSITS CAPTURED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'UNEARNED' TO PST-DR-CODE.
           MOVE 'CARDCLR'  TO PST-CR-CODE.
           MOVE GL-CARD-DECL-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'CARD PAYMENTS DECLINED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'CASH'     TO PST-DR-CODE.
           MOVE 'UNEARNED' TO PST-CR-CODE.
           MOVE GL-CASH-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'CASH AND CHECKS TAKEN' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
      * returned checks -- out of cash, and back in when made good
           MOVE 'UNEARNED' TO PST-DR-CODE.
           MOVE 'CASH'     TO PST-CR-CODE.
           MOVE GL-RCK-REINST-AMT TO PST-AMT.
           MOVE 'AUDIT'    TO PST-SOURCE.
           MOVE 'RETURNED CHECKS - REINSTATED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'RETCHK'   TO PST-DR-CODE.
           MOVE 'CASH'     TO PST-CR-CODE.
           MOVE GL-RCK-RECV-AMT TO PST-AMT.
           MOVE 'AUDIT'    TO PST-SOURCE.
           MOVE 'RETURNED CHECKS - TO COLLECT' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'CASH'     TO PST-DR-CODE.
           MOVE 'RETCHK'   TO PST-CR-CODE.
           MOVE GL-RCK-GOOD-AMT TO PST-AMT.
           MOVE 'AUDIT'    TO PST-SOURCE.
           MOVE 'RETURNED CHECKS MADE GOOD' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'CASH'     TO PST-DR-CODE.
           MOVE 'INCIDREV' TO PST-CR-CODE.
           MOVE GL-RCK-FEE-AMT TO PST-AMT.
           MOVE 'AUDIT'    TO PST-SOURCE.
           MOVE 'RETURNED CHECK FEES COLLECTED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
      * refunds -- given back out of unearned through the clearing
      * account, which the day's refund settlements then clear
           MOVE 'UNEARNED' TO PST-DR-CODE.
           MOVE 'REFUNDS'  TO PST-CR-CODE.
           MOVE GL-REFUND-AMT TO PST-AMT.
           MOVE 'REFUND'   TO PST-SOURCE.
           MOVE 'DEPOSITS REFUNDED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'REFUNDS'  TO PST-DR-CODE.
           MOVE 'CARDCLR'  TO PST-CR-CODE.
           MOVE GL-CARD-RFND-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'CARD REFUNDS SETTLED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'REFUNDS'  TO PST-DR-CODE.
           MOVE 'CASH'     TO PST-CR-CODE.
           MOVE GL-NC-RFND-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'CASH AND CHECK REFUNDS PAID' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
      * forfeits and completed stays -- unearned becomes earned
           MOVE 'UNEARNED' TO PST-DR-CODE.
           MOVE 'FORFEIT'  TO PST-CR-CODE.
           MOVE GL-NOSHOW-FORF-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'NO-SHOW DEPOSITS FORFEITED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'UNEARNED' TO PST-DR-CODE.
           MOVE 'FORFEIT'  TO PST-CR-CODE.
           MOVE GL-CXL-FORF-AMT TO PST-AMT.
           MOVE 'SETLTOT'  TO PST-SOURCE.
           MOVE 'CANCEL DEPOSITS FORFEITED' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'UNEARNED' TO PST-DR-CODE.
           MOVE 'CAMPREV'  TO PST-CR-CODE.
           MOVE GL-EARN-STAY-AMT TO PST-AMT.
           MOVE 'AUDIT'    TO PST-SOURCE.
           MOVE 'DEPOSITS EARNED - CAMPING' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'UNEARNED' TO PST-DR-CODE.
           MOVE 'INCIDREV' TO PST-CR-CODE.
           MOVE GL-EARN-INCID-AMT TO PST-AMT.
           MOVE 'AUDIT'    TO PST-SOURCE.
           MOVE 'DEPOSITS EARNED - INCIDENTALS' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
      * lodging tax carved out of revenue, discounts grossed up
           MOVE 'CAMPREV'  TO PST-DR-CODE.
           MOVE 'TAXPAY'   TO PST-CR-CODE.
           MOVE GL-TAX-STAY-AMT TO PST-AMT.
           MOVE 'TAXLEDG'  TO PST-SOURCE.
           MOVE 'LODGING TAX ON STAYS' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'INCIDREV' TO PST-DR-CODE.
           MOVE 'TAXPAY'   TO PST-CR-CODE.
           MOVE GL-TAX-INCID-AMT TO PST-AMT.
           MOVE 'TAXLEDG'  TO PST-SOURCE.
           MOVE 'LODGING TAX ON INCIDENTALS' TO PST-DESC.
           PERFORM L5-POST-ENTRY.
           MOVE 'DISCOUNT' TO PST-DR-CODE.
           MOVE 'CAMPREV'  TO PST-CR-CODE.
           MOVE GL-DISC-AMT TO PST-AMT.
           MOVE 'DISCUSE'  TO PST-SOURCE.
           MOVE 'DISCOUNTS GIVEN AT GROSS' TO PST-DESC.
           PERFORM L5-POST-ENTRY.

       L5-POST-ENTRY.
           IF PST-AMT NOT = 0
               IF PST-AMT < 0
                   MOVE PST-DR-CODE   TO PST-SWAP-CODE
                   MOVE PST-CR-CODE   TO PST-DR-CODE
                   MOVE PST-SWAP-CODE TO PST-CR-CODE
                   COMPUTE PST-AMT = 0 - PST-AMT
               END-IF
               MOVE PST-DR-CODE TO PST-LINE-CODE
               MOVE 'D'         TO PST-LINE-SIDE
               PERFORM L5-WRITE-JRNL-LINE
               MOVE PST-CR-CODE TO PST-LINE-CODE
               MOVE 'C'         TO PST-LINE-SIDE
               PERFORM L5-WRITE-JRNL-LINE
           END-IF.

       L5-WRITE-JRNL-LINE.
           ADD 1 TO JRNL-SEQ.
           MOVE 0 TO GLA-HIT-SUB.
           PERFORM L5-MATCH-ONE-ACCOUNT
               VARYING GLA-SUB FROM 1 BY 1
               UNTIL GLA-SUB > GLA-COUNT OR GLA-HIT-SUB > 0.
           MOVE JRNL-DATE     TO GLJ-DATE.
           MOVE JRNL-SEQ      TO GLJ-SEQ.
           MOVE PST-LINE-CODE TO GLJ-CODE.
           MOVE PST-LINE-SIDE TO GLJ-DR-CR.
           MOVE PST-AMT       TO GLJ-AMT.
           MOVE PST-SOURCE    TO GLJ-SOURCE.
           MOVE PST-DESC      TO GLJ-DESC.
           MOVE SPACES        TO O-JRNL-FLAG.
           IF GLA-HIT-SUB > 0
               MOVE GT-ACCOUNT(GLA-HIT-SUB) TO GLJ-ACCOUNT
           ELSE
               MOVE SPACES TO GLJ-ACCOUNT
               MOVE '** NOT MAPPED **' TO O-JRNL-FLAG
               ADD 1 TO JRNL-UNMAPPED-CTR
           END-IF.
           WRITE GLJ-REC.
           MOVE GLJ-SEQ      TO O-JRNL-SEQ.
           MOVE GLJ-ACCOUNT  TO O-JRNL-ACCOUNT.
           MOVE GLJ-CODE     TO O-JRNL-CODE.
           MOVE GLJ-DESC     TO O-JRNL-DESC.
           MOVE GLJ-SOURCE   TO O-JRNL-SOURCE.
           IF GLJ-DEBIT
               MOVE PST-AMT TO O-JRNL-DEBIT
               MOVE 0       TO O-JRNL-CREDIT
               ADD PST-AMT  TO JRNL-DR-TOTAL
           ELSE
               MOVE 0       TO O-JRNL-DEBIT
               MOVE PST-AMT TO O-JRNL-CREDIT
               ADD PST-AMT  TO JRNL-CR-TOTAL
           END-IF.
           WRITE RPTLINE FROM RPT-JRNL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

       L5-MATCH-ONE-ACCOUNT.
           IF GT-CODE(GLA-SUB) = PST-LINE-CODE
               MOVE GLA-SUB TO GLA-HIT-SUB
           END-IF.

      *****************************************************************
      * L6-PROVE-JOURNAL foots the night's lines and proves the       *
      * refunds clearing account -- what the edit run gave back on    *
      * REFUND.DAT must equal what the card and drawer refunds        *
      * settled, or a refund went out on a tender nothing settles.    *
      *****************************************************************
       L6-PROVE-JOURNAL.
           IF JRNL-SEQ = 0
               MOVE 'NO ACTIVITY TO BOOK' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE JRNL-DR-TOTAL TO O-TOT-DEBIT.
           MOVE JRNL-CR-TOTAL TO O-TOT-CREDIT.
           WRITE RPTLINE FROM RPT-JRNL-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'JOURNAL'     TO O-RESULT-LABEL.
           COMPUTE LEG-DIFF = JRNL-DR-TOTAL - JRNL-CR-TOTAL.
           PERFORM L7-WRITE-VERDICT.
           MOVE 'STAYS EARNED'                        TO O-CNT-LABEL.
           MOVE GL-EARNED-CTR                         TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'STAYS WITH NO LEDGER ENTRY'          TO O-CNT-LABEL.
           MOVE GL-NO-LEDGER-CTR                      TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'RETURNED CHECK RECORDS BOOKED'       TO O-CNT-LABEL.
           MOVE GL-RCK-CTR                            TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'LINES WITH NO ACCOUNT MAPPED'        TO O-CNT-LABEL.
           MOVE JRNL-UNMAPPED-CTR                     TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'REFUNDS CLEARING' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'REFUNDS PER REFUND.DAT'              TO O-FIG-LABEL.
           MOVE GL-REFUND-AMT                         TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'CARD REFUNDS SETTLED'                TO O-FIG-LABEL.
           MOVE GL-CARD-RFND-AMT                      TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'CASH AND CHECK REFUNDS PAID'         TO O-FIG-LABEL.
           MOVE GL-NC-RFND-AMT                        TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'REFUNDS CLEARING'                    TO O-RESULT-LABEL.
           COMPUTE LEG-DIFF = GL-REFUND-AMT
               - GL-CARD-RFND-AMT - GL-NC-RFND-AMT.
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
           MOVE 'CBLHJB27 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB27 END'    TO RL-TEXT.
           MOVE 0                 TO RL-RECS-READ.
           MOVE JRNL-SEQ          TO RL-ACCEPT-CTR.
           MOVE JRNL-UNMAPPED-CTR TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB27.
