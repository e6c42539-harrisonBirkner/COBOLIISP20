      *      CAMPRES.DAT (less waitlist promotions and workbench      *
      *      recycles, which carry no RESERVE.DAT record) plus the    *
      *      amounts held in suspense plus the amounts parked on the  *
      *      waitlist plus the amounts in batches CBLHJB01 held out   *
      *      of balance on HELDBAT.DAT plus the bookings its card     *
      *      fraud screen held for review, less the reviewed          *
      *      bookings released back through it.  Suspense records the *
      *      processor decline run appended are excluded -- they      *
      *      were not keyed today.                                    *
      *   2. STAY LEG -- deposits plus balance due on the day's       *
      *      accepted reservations must cross-foot to the full stay   *
      *      value the balance ledger carries for them.  Stays        *
      *   4. TENDER LEG -- the cash and checks keyed at the window    *
      *      must tie to the drawer totals on SETLTOT.DAT so the      *
      *      physical drawer count can be proved to the system.       *
      * A checkout carrying a settle-now tender is money taken the    *
      * same as a payment and rides every leg a payment does;         *
      * incidental charges post to the ledger and move no money.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITACT-IN-STATUS.

           SELECT HELDBAT-IN
               ASSIGN TO 'C:\COBOLSP20\HELDBAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELDBAT-IN-STATUS.

           SELECT SETLTOT-IN
               ASSIGN TO 'C:\COBOLSP20\SETLTOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETLTOT-IN-STATUS.

           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT GENCTL
       FD  RESERVE-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 163 CHARACTERS.

       COPY TRANREC.

       FD  SUSPENSE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 190 CHARACTERS.

       COPY SUSREC.

       FD  WAITACT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAITACT-REC
           RECORD CONTAINS 164 CHARACTERS.

       01  WAITACT-REC.
           05  WA-TYPE             PIC X.
           05  WA-TRAN             PIC X(163).

       FD  HELDBAT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS HELDBAT-REC
           RECORD CONTAINS 163 CHARACTERS.

       01  HELDBAT-REC             PIC X(163).

       FD  SETLTOT-IN
           LABEL RECORD IS OMITTED
           05  STL-AMT             PIC S9(7)V99.

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

               VALUE 'C:\COBOLSP20\CAMPRES.DAT'.
           05  SUSPENSE-IN-NAME    PIC X(40)
               VALUE 'C:\COBOLSP20\SUSPENSE.DAT'.

       01  SWITCHES.
           05  RESERVE-MORE-SW     PIC X      VALUE 'Y'.
           05  CAMPRES-MORE-SW     PIC X      VALUE 'Y'.
           05  SUSPENSE-MORE-SW    PIC X      VALUE 'Y'.
           05  WAITACT-MORE-SW     PIC X      VALUE 'Y'.
           05  HELDBAT-MORE-SW     PIC X      VALUE 'Y'.
           05  SETLTOT-MORE-SW     PIC X      VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'N'.
           05  BAL-FOUND-SW        PIC X      VALUE 'N'.

       01  BATCH-CONTROL.
           05  BATCH-CTL-STATUS        PIC XX     VALUE SPACES.
           05  CAMPRES-IN-STATUS   PIC XX     VALUE SPACES.
           05  SUSPENSE-IN-STATUS  PIC XX     VALUE SPACES.
           05  WAITACT-IN-STATUS   PIC XX     VALUE SPACES.
           05  HELDBAT-IN-STATUS   PIC XX     VALUE SPACES.
           05  SETLTOT-IN-STATUS   PIC XX     VALUE SPACES.
           05  BAL-IN-STATUS       PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  ST-SUB              PIC 9(4)   VALUE 0.
           05  LEG-DIFF            PIC S9(7)V99 VALUE 0.

      * transaction amounts ride in 5 display digits with an implied
           05  PRF-SUSP-AMT        PIC S9(7)V99   VALUE 0.
           05  PRF-SUSP-DECL-AMT   PIC S9(7)V99   VALUE 0.
           05  PRF-WAIT-AMT        PIC S9(7)V99   VALUE 0.
           05  PRF-HELD-AMT        PIC S9(7)V99   VALUE 0.
           05  PRF-FRD-HELD-AMT    PIC S9(7)V99   VALUE 0.
           05  PRF-FRD-REL-AMT     PIC S9(7)V99   VALUE 0.
           05  PRF-ACCOUNTED-AMT   PIC S9(7)V99   VALUE 0.
           05  PRF-DEPOSIT-AMT     PIC S9(7)V99   VALUE 0.
           05  PRF-BALANCE-AMT     PIC S9(7)V99   VALUE 0.
                   88 ST-CLEAN         VALUE 'A'.
                   88 ST-EXCLUDED      VALUE 'E'.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  RPT-TITLE-DATE.
               UNTIL SUSPENSE-MORE-SW = 'N'.
           PERFORM L3-SUM-WAITACT
               UNTIL WAITACT-MORE-SW = 'N'.
           PERFORM L3-SUM-HELDBAT
               UNTIL HELDBAT-MORE-SW = 'N'.
           PERFORM L3-SUM-SETLTOT
               UNTIL SETLTOT-MORE-SW = 'N'.
           PERFORM L4-PROVE-INPUT-LEG.
           PERFORM L5-PROVE-STAY-LEG.
           PERFORM L6-PROVE-CARD-LEG.
           IF WAITACT-IN-STATUS NOT = '00'
               MOVE 'N' TO WAITACT-MORE-SW
           END-IF.
           OPEN INPUT HELDBAT-IN.
           IF HELDBAT-IN-STATUS NOT = '00'
               MOVE 'N' TO HELDBAT-MORE-SW
           END-IF.
           OPEN INPUT SETLTOT-IN.
           IF SETLTOT-IN-STATUS NOT = '00'
               MOVE 'N' TO SETLTOT-MORE-SW
           END-IF.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS = '00'
               MOVE 'Y' TO BAL-OPEN-SW
           END-IF.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           IF WAITACT-IN-STATUS = '00' OR WAITACT-IN-STATUS = '10'
               CLOSE WAITACT-IN
           END-IF.
           IF HELDBAT-IN-STATUS = '00' OR HELDBAT-IN-STATUS = '10'
               CLOSE HELDBAT-IN
           END-IF.
           IF SETLTOT-IN-STATUS = '00' OR SETLTOT-IN-STATUS = '10'
               CLOSE SETLTOT-IN
           END-IF.
           IF BAL-OPEN-SW = 'Y'
               CLOSE BAL-IN
           END-IF.
           CLOSE RPTOUT.
                    AND I-AMT NUMERIC
                       ADD I-AMT TO PRF-INPUT-AMT
                   END-IF
                   IF TRAN-CHECKOUT AND I-CCTYPE NOT = SPACES
                    AND I-AMT NUMERIC
                       ADD I-AMT TO PRF-INPUT-AMT
                   END-IF
           END-READ.

       L3A-ADVANCE-RESERVE-FILE.
               WHEN 'P'
                   ADD O-AMT TO PRF-ACCEPT-AMT
                   PERFORM L3B-BANK-CARD-AMOUNT
               WHEN 'O'
                   IF O-CCTYPE NOT = SPACES
                       ADD O-AMT TO PRF-ACCEPT-AMT
                       PERFORM L3B-BANK-CARD-AMOUNT
                   END-IF
               WHEN 'G'
                   PERFORM L3B-MARK-STAY-EXCLUDED
               WHEN 'X'

      * a card deposit on an N or B record is authorize-only now and
      * never reaches the settlement the day it is keyed -- only card
      * payments and checkout settlements tie to the CH charges; cash
      * and check tie on their own leg whatever the transaction
       L3B-BANK-CARD-AMOUNT.
           EVALUATE O-CCTYPE
               WHEN 'VISA'
                   IF O-TRAN-TYPE = 'P' OR O-TRAN-TYPE = 'O'
                       ADD O-AMT TO PRF-CARD-VISA-AMT
                   END-IF
               WHEN 'MASTER CARD'
                   IF O-TRAN-TYPE = 'P' OR O-TRAN-TYPE = 'O'
                       ADD O-AMT TO PRF-CARD-MC-AMT
                   END-IF
               WHEN 'AMERICAN EXPRESS'
                   IF O-TRAN-TYPE = 'P' OR O-TRAN-TYPE = 'O'
                       ADD O-AMT TO PRF-CARD-AMEX-AMT
                   END-IF
               WHEN 'CASH'
               END-IF
           ELSE
               IF (SUS-TRAN(1:1) = 'N' OR SUS-TRAN(1:1) = 'P'
                 OR SUS-TRAN(1:1) = 'B'
                 OR (SUS-TRAN(1:1) = 'O'
                  AND SUS-TRAN(85:1) NOT = SPACE))
                AND WORK-AMT-X NUMERIC
                   ADD WORK-AMT TO PRF-SUSP-AMT
               END-IF
                               ADD WORK-AMT TO PRF-PROMOTED-AMT
                           WHEN 'R'
                               PERFORM L3-SUM-ONE-RECYCLE
                           WHEN 'F'
                               PERFORM L3-SUM-ONE-FRAUD-HOLD
                           WHEN 'L'
                               PERFORM L3-SUM-ONE-FRAUD-RELEASE
                       END-EVALUATE
                   END-IF
           END-READ.
       L3-SUM-ONE-RECYCLE.
           IF WA-TRAN(1:1) = 'N' OR WA-TRAN(1:1) = 'P'
            OR WA-TRAN(1:1) = 'B'
            OR (WA-TRAN(1:1) = 'O' AND WA-TRAN(85:1) NOT = SPACE)
               ADD WORK-AMT TO PRF-RECYCLE-AMT
           END-IF.

      * a booking held for card fraud review reached no output file;
      * one released from review comes back through the edit with no
      * RESERVE.DAT record behind it, the same as a recycle
       L3-SUM-ONE-FRAUD-HOLD.
           IF WA-TRAN(1:1) = 'N' OR WA-TRAN(1:1) = 'P'
            OR WA-TRAN(1:1) = 'B'
            OR (WA-TRAN(1:1) = 'O' AND WA-TRAN(85:1) NOT = SPACE)
               ADD WORK-AMT TO PRF-FRD-HELD-AMT
           END-IF.

       L3-SUM-ONE-FRAUD-RELEASE.
           IF WA-TRAN(1:1) = 'N' OR WA-TRAN(1:1) = 'P'
            OR WA-TRAN(1:1) = 'B'
            OR (WA-TRAN(1:1) = 'O' AND WA-TRAN(85:1) NOT = SPACE)
               ADD WORK-AMT TO PRF-FRD-REL-AMT
           END-IF.

      * a held batch's header and trailer carry no money -- only its
      * transactions are summed, on the same types the keyed total
      * takes off RESERVE.DAT
       L3-SUM-HELDBAT.
           READ HELDBAT-IN
               AT END
                   MOVE 'N' TO HELDBAT-MORE-SW
               NOT AT END
                   MOVE HELDBAT-REC(80:5) TO WORK-AMT-X
                   IF WORK-AMT-X NUMERIC
                    AND (HELDBAT-REC(1:1) = 'N'
                     OR HELDBAT-REC(1:1) = 'P'
                     OR HELDBAT-REC(1:1) = 'B'
                     OR (HELDBAT-REC(1:1) = 'O'
                         AND HELDBAT-REC(85:1) NOT = SPACE))
                       ADD WORK-AMT TO PRF-HELD-AMT
                   END-IF
           END-READ.

       L3-SUM-SETLTOT.
           READ SETLTOT-IN
               AT END
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * L4-PROVE-INPUT-LEG -- keyed money in equals money accounted   *
      * for: accepted less promotions plus suspense plus waitlist     *
      * plus the batches held out of balance plus the fraud review    *
      * holds less the fraud review releases.                         *
      *****************************************************************
       L4-PROVE-INPUT-LEG.
           MOVE 'INPUT LEG - KEYED AMOUNTS VS AMOUNTS ACCOUNTED FOR'
           MOVE 'PLUS AMOUNTS PARKED ON WAITLIST'     TO O-FIG-LABEL.
           MOVE PRF-WAIT-AMT                          TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'PLUS AMOUNTS IN HELD BATCHES'        TO O-FIG-LABEL.
           MOVE PRF-HELD-AMT                          TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'LESS WORKBENCH RECYCLES'             TO O-FIG-LABEL.
           COMPUTE O-FIG-AMT = 0 - PRF-RECYCLE-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'PLUS AMOUNTS HELD FOR FRAUD REVIEW'  TO O-FIG-LABEL.
           MOVE PRF-FRD-HELD-AMT                      TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'LESS RELEASED FROM FRAUD REVIEW'     TO O-FIG-LABEL.
           COMPUTE O-FIG-AMT = 0 - PRF-FRD-REL-AMT.
           PERFORM L7-WRITE-FIGURE.
           MOVE 'PROCESSOR DECLINES IN SUSPENSE'      TO O-FIG-LABEL.
           MOVE PRF-SUSP-DECL-AMT                     TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
           COMPUTE PRF-ACCOUNTED-AMT = PRF-ACCEPT-AMT
               - PRF-PROMOTED-AMT - PRF-RECYCLE-AMT
               + PRF-SUSP-AMT + PRF-WAIT-AMT + PRF-HELD-AMT
               + PRF-FRD-HELD-AMT - PRF-FRD-REL-AMT.
           MOVE 'TOTAL ACCOUNTED FOR'                 TO O-FIG-LABEL.
           MOVE PRF-ACCOUNTED-AMT                     TO O-FIG-AMT.
           PERFORM L7-WRITE-FIGURE.
       L5-FOOT-ONE-STAY.
           IF ST-CLEAN(ST-SUB)
               PERFORM L5-FIND-LEDGER-STAY
               IF BAL-FOUND-SW = 'Y'
                   ADD ST-AMT(ST-SUB)     TO PRF-DEPOSIT-AMT
                   ADD ST-BALANCE(ST-SUB) TO PRF-BALANCE-AMT
                   ADD BAL-STAY-AMT       TO PRF-STAY-AMT
               ELSE
                   ADD 1 TO PRF-EXCLUDED-CTR
               END-IF
               ADD 1 TO PRF-EXCLUDED-CTR
           END-IF.

      * the stay's ledger entry is read straight off BALLEDG.IDX by
      * its key -- a stay with no entry on file is excluded
       L5-FIND-LEDGER-STAY.
           MOVE 'N' TO BAL-FOUND-SW.
           IF BAL-OPEN-SW = 'Y'
               MOVE ST-CAMPGROUND(ST-SUB) TO BAL-CAMPGROUND
               MOVE ST-SITE(ST-SUB)       TO BAL-SITE
               MOVE ST-START-DATE(ST-SUB) TO BAL-START-DATE
               READ BAL-IN
                   INVALID KEY
                       MOVE 'N' TO BAL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO BAL-FOUND-SW
               END-READ
           END-IF.

      *****************************************************************
