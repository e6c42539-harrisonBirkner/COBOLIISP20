      *                                                               *
      * A response record carries the card number, the amount, and a  *
      * disposition -- 'A' approved (reported, nothing to do) or 'D'  *
      * declined.  CAMPRES.DAT carries each card's vault token, so    *
      * the response's card number is looked up on the card token     *
      * vault CARDVLT.IDX for its token before it is matched, and     *
      * DECLINE.PRT shows the number masked to its last four digits.  *
      * Every declined token also goes on the card watch list         *
      * CARDWTCH.IDX, so the edit run's card fraud screen holds the   *
      * next booking anyone makes on the card.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLSP20\CARDVLT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-TOKEN
               ALTERNATE RECORD KEY IS VLT-PAN
               FILE STATUS IS CARD-VAULT-STATUS.

           SELECT CARD-WATCH
               ASSIGN TO 'C:\COBOLSP20\CARDWTCH.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FW-TOKEN
               FILE STATUS IS CARD-WATCH-STATUS.

      *****************************************************************
      * BAL-MST is the balance ledger, updated in place by key -- an  *
      * unwound booking's entry is deleted and a declined payment's   *
      * amount goes back on its entry's balance as the response is    *
      * processed.                                                    *
      *****************************************************************
           SELECT BAL-MST
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-MST-STATUS.

           SELECT SUSPOUT
               ASSIGN DYNAMIC SUSPOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-OUT-STATUS.

      *****************************************************************
      * AUDIT-OUT is the edit run's cumulative audit trail -- every   *
      * site an unwind releases from the availability master goes on  *
      * it with its before image, so the trail still accounts for     *
      * every master change when CBLHJB32 rolls the master forward.   *
      * MSTJRNL-OUT is the master image journal the balance ledger's  *
      * deleted and backed-out entries go on the same way, each as    *
      * the ledger is updated.                                        *
      *****************************************************************
           SELECT AUDIT-OUT
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-STATUS.

           SELECT MSTJRNL-OUT
               ASSIGN TO 'C:\COBOLSP20\MSTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-OUT-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\DECLINE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  AVM-STATUS          PIC X.
           05  AVM-GROUP-ID        PIC X(6).

       FD  CARD-VAULT
           LABEL RECORD IS STANDARD
           DATA RECORD IS VLT-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY CARDVLT.

       FD  CARD-WATCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS FW-REC
           RECORD CONTAINS 82 CHARACTERS.

       COPY CARDWTCH.

       FD  BAL-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

       FD  SUSPOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 190 CHARACTERS.

       COPY SUSREC.

           05  TX-STAY-AMT         PIC S9(3)V99.
           05  TX-TAX-AMT          PIC S9(3)V99.

       FD  AUDIT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-REC.
           05  AUD-RUN-DATE        PIC 9(8).
           05  AUD-RUN-TIME        PIC X(8).
           05  AUD-TRAN            PIC X(163).
           05  AUD-BEFORE          PIC X(51).
           05  AUD-AFTER           PIC X(51).
           05  AUD-CLERK-ID        PIC X(6).

       FD  MSTJRNL-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS MJ-REC
           RECORD CONTAINS 265 CHARACTERS.

       COPY MJREC.

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           05  MORE-RECS           PIC X      VALUE 'Y'.
           05  PROC-FOUND-SW       PIC X      VALUE 'N'.
           05  CAMPRES-MORE-SW     PIC X      VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'N'.
           05  STAY-FOUND-SW       PIC X      VALUE 'N'.
               88 STAY-FOUND       VALUE 'Y'.
           05  BAL-FOUND-SW        PIC X      VALUE 'N'.
           05  PROCRESP-IN-STATUS  PIC XX     VALUE SPACES.
           05  CAMPRES-IN-STATUS   PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  BAL-MST-STATUS      PIC XX     VALUE SPACES.
           05  SUSPOUT-STATUS      PIC XX     VALUE SPACES.
           05  SETLADJ-OUT-STATUS  PIC XX     VALUE SPACES.
           05  AUDIT-OUT-STATUS    PIC XX     VALUE SPACES.
           05  MSTJRNL-OUT-STATUS  PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  ST-SUB              PIC 9(4)   VALUE 0.
           05  ST-HIT-SUB          PIC 9(4)   VALUE 0.
           05  SUS-IDX             PIC 99     VALUE 0.
           05  WORK-CCTYPE         PIC X      VALUE SPACE.
           05  CARD-VAULT-STATUS   PIC XX     VALUE SPACES.
           05  CARD-VAULT-SW       PIC X      VALUE 'N'.
               88 CARD-VAULT-OPEN  VALUE 'Y'.
           05  MATCH-CCNUM         PIC X(16)  VALUE SPACES.
           05  CARD-WATCH-STATUS   PIC XX     VALUE SPACES.
           05  CARD-WATCH-SW       PIC X      VALUE 'N'.
               88 CARD-WATCH-OPEN  VALUE 'Y'.
           05  FW-ON-FILE-SW       PIC X      VALUE 'N'.

       01  UNWIND-TOTALS.
           05  RESP-READ-CTR       PIC 9(5)   VALUE 0.
               10  ST-USED-SW          PIC X.
                   88 ST-USED          VALUE 'U'.

       01  NAME-SPLIT.
           05  NS-LNAME            PIC X(20).
           05  NS-FNAME            PIC X(20).
       01  RPT-RESP-LINE.
           05  O-PR-DISP            PIC X(10).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-PR-CCNUM           PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-PR-AMT             PIC ZZ9.99.

           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           PERFORM L2A-LOAD-STAYS.
           PERFORM L2B-OPEN-BALANCES.
           PERFORM L2G-LOAD-CG-PARAMETERS.
           PERFORM L2P-OPEN-TAX-LEDGER.
           OPEN I-O AVAIL-MST.
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                   AVAIL-MST-STATUS
           END-IF.
           OPEN INPUT CARD-VAULT.
           IF CARD-VAULT-STATUS = '00'
               MOVE 'Y' TO CARD-VAULT-SW
           ELSE
               DISPLAY 'CARD TOKEN VAULT OPEN FAILED -- STATUS '
                   CARD-VAULT-STATUS ' -- DECLINES WILL NOT MATCH'
           END-IF.
           PERFORM L2W-OPEN-CARD-WATCH.
           OPEN EXTEND SUSPOUT.
           IF SUSPOUT-STATUS NOT = '00'
               OPEN OUTPUT SUSPOUT
           IF SETLADJ-OUT-STATUS NOT = '00'
               OPEN OUTPUT SETLADJ-OUT
           END-IF.
           OPEN EXTEND AUDIT-OUT.
           IF AUDIT-OUT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           OPEN INPUT PROCRESP-IN.
           IF PROCRESP-IN-STATUS = '00'
               MOVE 'Y' TO PROC-FOUND-SW
           END-IF.
           PERFORM L2A-READ-CAMPRES-REC.

      *****************************************************************
      * L2B-OPEN-BALANCES opens the balance ledger for update and the *
      * master image journal its changes go on.  A ledger that will   *
      * not open leaves every unwind's ledger entry alone; the site   *
      * release and suspense record still go through.                 *
      *****************************************************************
       L2B-OPEN-BALANCES.
           OPEN I-O BAL-MST.
           IF BAL-MST-STATUS = '00'
               MOVE 'Y' TO BAL-OPEN-SW
           ELSE
               DISPLAY 'BALANCE LEDGER OPEN FAILED -- STATUS '
                   BAL-MST-STATUS
           END-IF.
           OPEN EXTEND MSTJRNL-OUT.
           IF MSTJRNL-OUT-STATUS NOT = '00'
               OPEN OUTPUT MSTJRNL-OUT
           END-IF.

      *****************************************************************
      * L2W-OPEN-CARD-WATCH opens the card watch list for update,     *
      * creating it the first time it is needed.  With the list       *
      * unavailable the unwind goes on; the declines just miss the    *
      * list.                                                         *
      *****************************************************************
       L2W-OPEN-CARD-WATCH.
           OPEN I-O CARD-WATCH.
           IF CARD-WATCH-STATUS = '35'
               OPEN OUTPUT CARD-WATCH
               CLOSE CARD-WATCH
               OPEN I-O CARD-WATCH
           END-IF.
           IF CARD-WATCH-STATUS = '00'
               MOVE 'Y' TO CARD-WATCH-SW
           ELSE
               DISPLAY 'CARD WATCH LIST OPEN FAILED -- STATUS '
                   CARD-WATCH-STATUS ' -- DECLINES NOT WATCHED'
           END-IF.

      *****************************************************************
      * L2G-LOAD-CG-PARAMETERS mirrors the same-named loader in       *
           ELSE
               MOVE 'APPROVED' TO O-PR-DISP
           END-IF.
           MOVE ALL '*'       TO O-PR-CCNUM.
           MOVE PR-CCNUM(13:4) TO O-PR-CCNUM(13:4).
           MOVE PR-AMT         TO O-PR-AMT.
           WRITE RPTLINE FROM RPT-RESP-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
      *****************************************************************
       L4-UNWIND-DECLINE.
           PERFORM L4-MATCH-DECLINE.
           PERFORM L4-WATCH-DECLINED-CARD.
           IF NOT STAY-FOUND
               ADD 1 TO RESP-UNMATCHED-CTR
               MOVE 'NO MATCHING CHARGE ON FILE - REVIEW BY HAND'
       L4-MATCH-DECLINE.
           MOVE 'N' TO STAY-FOUND-SW.
           MOVE 0   TO ST-HIT-SUB.
           PERFORM L4-FIND-CARD-TOKEN.
           PERFORM L4-MATCH-ONE-STAY
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > STAY-COUNT OR STAY-FOUND-SW = 'Y'.

       L4-MATCH-ONE-STAY.
           IF NOT ST-USED(ST-SUB)
            AND ST-CCNUM(ST-SUB) = MATCH-CCNUM
            AND ST-AMT(ST-SUB)   = PR-AMT
               MOVE 'Y'    TO STAY-FOUND-SW
               MOVE ST-SUB TO ST-HIT-SUB
           END-IF.

      *****************************************************************
      * L4-FIND-CARD-TOKEN trades the response's card number for its  *
      * vault token, the form the day's CAMPRES.DAT carries it in.  A *
      * number not on the vault is matched as it stands, which finds  *
      * nothing on a tokenized CAMPRES.DAT and so reports the decline *
      * unmatched for the office.                                     *
      *****************************************************************
       L4-FIND-CARD-TOKEN.
           MOVE PR-CCNUM TO MATCH-CCNUM.
           IF CARD-VAULT-OPEN AND PR-CCNUM NUMERIC
               MOVE PR-CCNUM TO VLT-PAN
               READ CARD-VAULT
                   KEY IS VLT-PAN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VLT-TOKEN TO MATCH-CCNUM
               END-READ
           END-IF.

      *****************************************************************
      * L4-WATCH-DECLINED-CARD puts the declined card's token on the  *
      * card watch list, or counts one more decline against it there, *
      * with the name of the guest whose charge it matched.  A number *
      * the vault does not know has no token and is left off the      *
      * list.                                                         *
      *****************************************************************
       L4-WATCH-DECLINED-CARD.
           IF CARD-WATCH-OPEN
            AND MATCH-CCNUM NUMERIC AND MATCH-CCNUM(1:1) = '9'
               MOVE MATCH-CCNUM TO FW-TOKEN
               READ CARD-WATCH
                   INVALID KEY
                       MOVE 0      TO FW-DECL-CTR
                       MOVE 0      TO FW-REJECT-CTR
                       MOVE 0      TO FW-LAST-REJECT-DATE
                       MOVE SPACES TO FW-NAME
                       MOVE 'N'    TO FW-ON-FILE-SW
                   NOT INVALID KEY
                       MOVE 'Y'    TO FW-ON-FILE-SW
               END-READ
               ADD 1 TO FW-DECL-CTR
               MOVE CURRENT-DATE TO FW-LAST-DECL-DATE
               IF STAY-FOUND
                   MOVE ST-NAME(ST-HIT-SUB) TO FW-NAME
               END-IF
               IF FW-ON-FILE-SW = 'Y'
                   REWRITE FW-REC
                       INVALID KEY
                           DISPLAY 'CARD WATCH REWRITE REJECTED -- '
                               'STATUS ' CARD-WATCH-STATUS
                   END-REWRITE
               ELSE
                   WRITE FW-REC
                       INVALID KEY
                           DISPLAY 'CARD WATCH WRITE REJECTED -- '
                               'STATUS ' CARD-WATCH-STATUS
                   END-WRITE
               END-IF
           END-IF.

       L4-RELEASE-SITE.
           MOVE ST-CAMPGROUND(ST-HIT-SUB) TO AVM-CAMPGROUND.
           MOVE ST-SITE(ST-HIT-SUB)       TO AVM-SITE.
                   DISPLAY 'BOOKING ALREADY OFF THE MASTER: '
                       AVM-CAMPGROUND ' ' AVM-SITE ' ' AVM-START-DATE
               NOT INVALID KEY
                   PERFORM L4-WRITE-RELEASE-AUDIT
                   DELETE AVAIL-MST RECORD
           END-READ.

       L4-RELEASE-LEDGER-ENTRY.
           MOVE ST-CAMPGROUND(ST-HIT-SUB) TO BAL-CAMPGROUND.
           MOVE ST-SITE(ST-HIT-SUB)       TO BAL-SITE.
           MOVE ST-START-DATE(ST-HIT-SUB) TO BAL-START-DATE.
           PERFORM L4-FIND-LEDGER-ENTRY.
           IF BAL-ENTRY-FOUND
               PERFORM L4-DELETE-LEDGER-ENTRY
           END-IF.

       L4-RESTORE-BALANCE.
           MOVE ST-CAMPGROUND(ST-HIT-SUB) TO BAL-CAMPGROUND.
           MOVE ST-SITE(ST-HIT-SUB)       TO BAL-SITE.
           MOVE ST-START-DATE(ST-HIT-SUB) TO BAL-START-DATE.
           PERFORM L4-FIND-LEDGER-ENTRY.
           IF BAL-ENTRY-FOUND
               MOVE BAL-REC TO MJ-BEFORE
               SUBTRACT PR-AMT FROM BAL-PAID-AMT
               ADD PR-AMT      TO BAL-BALANCE-DUE
               REWRITE BAL-REC
                   INVALID KEY
                       DISPLAY 'BALANCE LEDGER REWRITE FAILED: '
                           BAL-CAMPGROUND ' ' BAL-SITE
                   NOT INVALID KEY
                       MOVE BAL-REC TO MJ-AFTER
                       PERFORM L6-WRITE-JOURNAL-REC
               END-REWRITE
           END-IF.

      *****************************************************************
      * L4-FIND-LEDGER-ENTRY reads the ledger entry for the key       *
      * already staged in BAL-KEY.                                    *
      *****************************************************************
       L4-FIND-LEDGER-ENTRY.
           MOVE 'N' TO BAL-FOUND-SW.
           IF BAL-OPEN-SW = 'Y'
               READ BAL-MST
                   INVALID KEY
                       MOVE 'N' TO BAL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO BAL-FOUND-SW
               END-READ
           END-IF.

      *****************************************************************
      * L4-DELETE-LEDGER-ENTRY drops a released stay's ledger entry,  *
      * journals it as a drop, and backs its tax posting out.         *
      *****************************************************************
       L4-DELETE-LEDGER-ENTRY.
           MOVE BAL-REC TO MJ-BEFORE.
           MOVE SPACES  TO MJ-AFTER.
           PERFORM L4-REVERSE-TAX-POSTING.
           DELETE BAL-MST RECORD
               INVALID KEY
                   DISPLAY 'BALANCE LEDGER DELETE FAILED: '
                       BAL-CAMPGROUND ' ' BAL-SITE
               NOT INVALID KEY
                   PERFORM L6-WRITE-JOURNAL-REC
           END-DELETE.

      *****************************************************************
      * L4-UNWIND-GROUP releases every master booking carrying the    *
      * declined block's group id -- the same whole-block release a   *
                           MOVE AVM-SITE TO GRP-SITE(GRP-SITE-CTR)
                       END-IF
                       PERFORM L4-RELEASE-LEDGER-BY-KEY
                       PERFORM L4-WRITE-RELEASE-AUDIT
                       DELETE AVAIL-MST RECORD
                   END-IF
           END-READ.

      *****************************************************************
      * L4-WRITE-RELEASE-AUDIT puts a released site on the audit      *
      * trail the way the edit run's cancel does -- the master record *
      * about to be deleted as the before image, no after image.      *
      *****************************************************************
       L4-WRITE-RELEASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE          TO AUD-RUN-DATE.
           MOVE CURRENT-TIME(1:8)     TO AUD-RUN-TIME.
           MOVE SPACES                TO AUD-TRAN.
           MOVE '*CARD DECLINED*'     TO AUD-TRAN(1:15).
           MOVE AVM-REC               TO AUD-BEFORE.
           MOVE SPACES                TO AUD-AFTER.
           MOVE SPACES                TO AUD-CLERK-ID.
           WRITE AUDIT-REC.

       L4-RELEASE-LEDGER-BY-KEY.
           MOVE AVM-CAMPGROUND TO BAL-CAMPGROUND.
           MOVE AVM-SITE       TO BAL-SITE.
           MOVE AVM-START-DATE TO BAL-START-DATE.
           PERFORM L4-FIND-LEDGER-ENTRY.
           IF BAL-ENTRY-FOUND
               PERFORM L4-DELETE-LEDGER-ENTRY
           END-IF.

      *****************************************************************
      * and the state filing count the stay twice.                    *
      *****************************************************************
       L4-REVERSE-TAX-POSTING.
           MOVE BAL-CAMPGROUND  TO TAX-WK-CAMPGROUND.
           MOVE BAL-START-DATE  TO TAX-WK-START-DATE.
           MOVE 'X'             TO TAX-WK-TRAN-TYPE.
           COMPUTE TAX-WK-STAY-AMT =
               0 - BAL-STAY-AMT.
           PERFORM L4-WRITE-TAX-RECORD.

      *****************************************************************
               VARYING SUS-IDX FROM 2 BY 1
               UNTIL SUS-IDX > 9.
           MOVE 0 TO SUS-CYCLE-CTR.
           MOVE SPACES TO SUS-CLERK-ID.
           WRITE SUS-REC.

       L4-CLEAR-ONE-SUS-NUM.
           MOVE 0 TO SUS-ERR-NUMS(SUS-IDX).

       L2-CLOSING.
           MOVE RESP-READ-CTR      TO O-RESP-READ-CTR.
           MOVE RESP-APPR-CTR      TO O-RESP-APPR-CTR.
           MOVE RESP-DECL-CTR      TO O-RESP-DECL-CTR.
               CLOSE PROCRESP-IN
           END-IF.
           CLOSE AVAIL-MST.
           IF CARD-VAULT-OPEN
               CLOSE CARD-VAULT
           END-IF.
           IF CARD-WATCH-OPEN
               CLOSE CARD-WATCH
           END-IF.
           CLOSE SUSPOUT.
           CLOSE SETLADJ-OUT.
           IF BAL-OPEN-SW = 'Y'
               CLOSE BAL-MST
           END-IF.
           CLOSE MSTJRNL-OUT.
           CLOSE AUDIT-OUT.
           CLOSE TAX-OUT.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      *****************************************************************
      * L6-WRITE-JOURNAL-REC journals one balance ledger change to    *
      * the master image journal as it is made -- a backed-out        *
      * payment is a change, a released entry a drop.                 *
      *****************************************************************
       L6-WRITE-JOURNAL-REC.
           MOVE CURRENT-DATE       TO MJ-RUN-DATE.
           MOVE CURRENT-TIME(1:8)  TO MJ-RUN-TIME.
           MOVE 'CBLHJB09'         TO MJ-PROGRAM.
           MOVE 'B'                TO MJ-MASTER.
           WRITE MJ-REC.

       L3-INIT-RPT-HEADING.
           MOVE 1            TO RPT-PAGE-CTR.
