       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB35.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB35 -- CARD TOKEN VAULT RETENTION PURGE.                 *
      * A card number is kept on the card token vault CARDVLT.IDX     *
      * only as long as the office may still need to charge, refund,  *
      * or answer a dispute on it.  Run nightly after the edit run,   *
      * this program:                                                 *
      *   1. reads every file that can still carry a token for an     *
      *      unsettled stay -- the balance ledger BALLEDG.IDX, the    *
      *      waitlist WAITLIST.DAT, the suspense file SUSPENSE.DAT,   *
      *      the held batch file HELDBAT.DAT, and every open or       *
      *      represented dispute on the case file CBCASE.DAT, the     *
      *      bookings held for card fraud review on FRAUDHLD.DAT and  *
      *      open on the review queue FRAUDQ.DAT, and those released  *
      *      back to the edit run on FRAUDREL.DAT -- and stamps each  *
      *      token it finds active as of today.  A ledger entry       *
      *      counts only while its stay is still on the availability  *
      *      master SITEAVL.IDX or it still owes money or holds an    *
      *      authorization -- a stay checked out or aged off stays on *
      *      the ledger settled, and its card is left to age out;     *
      *   2. walks the vault and deletes every entry whose last       *
      *      active date is further back than the chargeback window,  *
      *      so a card leaves the vault once its last stay is settled *
      *      and the processor can no longer charge it back.  The     *
      *      token itself stays on the audit trail, where it is now   *
      *      the card's last four digits and nothing more.            *
      * The window comes off the parameter card VLTPURGE.DAT (days,   *
      * three digits, then a Y/N archive scrub switch); with no card  *
      * on file the window is 180 days and no scrub is done.  With    *
      * the scrub switch set the audit archive AUDARCH.DAT is copied  *
      * to AUDARCH.NEW with every card number still in the clear      *
      * masked to its last four digits, for operations to swap in --  *
      * a one-time cleanup of the years archived before the vault     *
      * was kept.  VLTPURGE.PRT lists every entry deleted, masked.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN
               ASSIGN TO 'C:\COBOLSP20\VLTPURGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-IN-STATUS.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLSP20\CARDVLT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-TOKEN
               ALTERNATE RECORD KEY IS VLT-PAN
               FILE STATUS IS CARD-VAULT-STATUS.

           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT AVAIL-MST
               ASSIGN TO 'C:\COBOLSP20\SITEAVL.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

           SELECT WAIT-IN
               ASSIGN TO 'C:\COBOLSP20\WAITLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-IN-STATUS.

           SELECT SUSPENSE-IN
               ASSIGN TO 'C:\COBOLSP20\SUSPENSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-IN-STATUS.

           SELECT HELDBAT-IN
               ASSIGN TO 'C:\COBOLSP20\HELDBAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELDBAT-IN-STATUS.

           SELECT CASE-IN
               ASSIGN TO 'C:\COBOLSP20\CBCASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-IN-STATUS.

           SELECT FRAUDQ-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDQ-IN-STATUS.

           SELECT FRAUDHLD-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDHLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDHLD-IN-STATUS.

           SELECT FRAUDREL-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDREL-IN-STATUS.

           SELECT AUDARCH-IN
               ASSIGN TO 'C:\COBOLSP20\AUDARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDARCH-IN-STATUS.

           SELECT AUDARCH-OUT
               ASSIGN TO 'C:\COBOLSP20\AUDARCH.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\VLTPURGE.PRT'
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
           RECORD CONTAINS 4 CHARACTERS.

       01  PARM-REC.
           05  PG-WINDOW-DAYS      PIC 9(3).
           05  PG-SCRUB-SW         PIC X.
               88 PG-SCRUB-ARCHIVE VALUE 'Y'.

       FD  CARD-VAULT
           LABEL RECORD IS STANDARD
           DATA RECORD IS VLT-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY CARDVLT.

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
           05  AVM-GROUP-ID        PIC X(6).

       FD  WAIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAIT-REC
           RECORD CONTAINS 183 CHARACTERS.

       01  WAIT-REC.
           05  WL-SEQ              PIC 9(6).
           05  WL-ENTRY-DATE       PIC 9(8).
           05  WL-TRAN             PIC X(163).
           05  WL-CLERK-ID         PIC X(6).

       FD  SUSPENSE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 190 CHARACTERS.

       COPY SUSREC.

       FD  HELDBAT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS HELDBAT-REC
           RECORD CONTAINS 163 CHARACTERS.

       01  HELDBAT-REC             PIC X(163).

       FD  FRAUDQ-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRQ-REC
           RECORD CONTAINS 264 CHARACTERS.

       COPY FRAUDQ.

       FD  FRAUDHLD-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDHLD-REC
           RECORD CONTAINS 264 CHARACTERS.

       01  FRAUDHLD-REC            PIC X(264).

       FD  FRAUDREL-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDREL-REC
           RECORD CONTAINS 171 CHARACTERS.

       01  FRAUDREL-REC            PIC X(171).

       FD  CASE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CS-REC
           RECORD CONTAINS 170 CHARACTERS.

       COPY CBCASE.

       FD  AUDARCH-IN
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

       FD  AUDARCH-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDARCH-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDARCH-REC             PIC X(287).

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
           05  IN-MORE-SW          PIC X      VALUE 'Y'.
           05  VAULT-MORE-SW       PIC X      VALUE 'Y'.
           05  CARD-VAULT-SW       PIC X      VALUE 'N'.
               88 CARD-VAULT-OPEN  VALUE 'Y'.
           05  SCRUB-SW            PIC X      VALUE 'N'.
               88 SCRUB-ARCHIVE    VALUE 'Y'.
           05  AVAIL-OPEN-SW       PIC X      VALUE 'N'.
               88 AVAIL-OPEN       VALUE 'Y'.
           05  STAY-OPEN-SW        PIC X      VALUE 'N'.
               88 STAY-OPEN        VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  PARM-IN-STATUS      PIC XX     VALUE SPACES.
           05  CARD-VAULT-STATUS   PIC XX     VALUE SPACES.
           05  BAL-IN-STATUS       PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  WAIT-IN-STATUS      PIC XX     VALUE SPACES.
           05  SUSPENSE-IN-STATUS  PIC XX     VALUE SPACES.
           05  HELDBAT-IN-STATUS   PIC XX     VALUE SPACES.
           05  CASE-IN-STATUS      PIC XX     VALUE SPACES.
           05  FRAUDQ-IN-STATUS    PIC XX     VALUE SPACES.
           05  FRAUDHLD-IN-STATUS  PIC XX     VALUE SPACES.
           05  FRAUDREL-IN-STATUS  PIC XX     VALUE SPACES.
           05  AUDARCH-IN-STATUS   PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  RUN-DATE-NUM        PIC 9(8)   VALUE 0.
           05  RUN-JULIAN          PIC S9(8)  VALUE 0.
           05  ACTIVE-JULIAN       PIC S9(8)  VALUE 0.
           05  WINDOW-DAYS         PIC 9(3)   VALUE 180.

      *****************************************************************
      * PG-CARD is the card field off whichever open file is being    *
      * read.  Only a vault token (sixteen digits starting with 9) is *
      * looked up; anything else is not the vault's business.         *
      *****************************************************************
       01  PURGE-WORK.
           05  PG-CARD             PIC X(16)  VALUE SPACES.
           05  PG-MASK             PIC X(16)  VALUE SPACES.

       01  RUN-TOTALS.
           05  TOT-TOKENS-SEEN     PIC 9(7)   VALUE 0.
           05  TOT-REFRESHED       PIC 9(7)   VALUE 0.
           05  TOT-NOT-ON-VAULT    PIC 9(7)   VALUE 0.
           05  TOT-VAULT-READ      PIC 9(7)   VALUE 0.
           05  TOT-DELETED         PIC 9(7)   VALUE 0.
           05  TOT-KEPT            PIC 9(7)   VALUE 0.
           05  TOT-ARCH-READ       PIC 9(7)   VALUE 0.
           05  TOT-ARCH-MASKED     PIC 9(7)   VALUE 0.

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
           05  FILLER               PIC X(28)
               VALUE 'CARD TOKEN VAULT RETENTION'.

       01  RPT-WINDOW-LINE.
           05  FILLER               PIC X(27)
               VALUE 'CHARGEBACK WINDOW (DAYS):  '.
           05  O-WINDOW-DAYS        PIC ZZ9.
           05  FILLER               PIC X(24)
               VALUE '   ARCHIVE SCRUB:  '.
           05  O-SCRUB-SW           PIC X.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(18)   VALUE 'CARD'.
           05  FILLER               PIC X(6)    VALUE 'TYPE'.
           05  FILLER               PIC X(10)   VALUE 'ISSUED'.
           05  FILLER               PIC X(12)   VALUE 'LAST ACTIVE'.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CARD               PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CCTYPE             PIC X.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  O-ISSUE-DATE         PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-LAST-ACTIVE        PIC 9(8).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF CARD-VAULT-OPEN
               PERFORM L3-REFRESH-OPEN-TOKENS
               PERFORM L4-PURGE-VAULT
           END-IF.
           IF SCRUB-ARCHIVE
               PERFORM L5-SCRUB-ARCHIVE
           END-IF.
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
           PERFORM L2A-READ-PARAMETER.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.
           MOVE WINDOW-DAYS               TO O-WINDOW-DAYS.
           MOVE SCRUB-SW                  TO O-SCRUB-SW.
           WRITE RPTLINE FROM RPT-WINDOW-LINE
               AFTER ADVANCING 2 LINES.
           OPEN I-O CARD-VAULT.
           IF CARD-VAULT-STATUS = '00'
               MOVE 'Y' TO CARD-VAULT-SW
           ELSE
               DISPLAY 'CARD TOKEN VAULT OPEN FAILED -- STATUS '
                   CARD-VAULT-STATUS ' -- NOTHING PURGED'
           END-IF.

      *****************************************************************
      * L2A-READ-PARAMETER picks up the chargeback window.  A window  *
      * of zero or a card that is not numeric leaves the default, so  *
      * a bad card can never purge the vault out from under an open   *
      * stay.                                                         *
      *****************************************************************
       L2A-READ-PARAMETER.
           OPEN INPUT PARM-IN.
           IF PARM-IN-STATUS = '00'
               READ PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PG-WINDOW-DAYS NUMERIC
                        AND PG-WINDOW-DAYS > 0
                           MOVE PG-WINDOW-DAYS TO WINDOW-DAYS
                       END-IF
                       IF PG-SCRUB-ARCHIVE
                           MOVE 'Y' TO SCRUB-SW
                       END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.

       L2-CLOSING.
           IF CARD-VAULT-OPEN
               CLOSE CARD-VAULT
           END-IF.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

      *****************************************************************
      * L3-REFRESH-OPEN-TOKENS stamps today's date on every token     *
      * still carried by an unsettled stay, a waiting or suspended    *
      * transaction, a held batch, or an unresolved dispute, so none  *
      * of them can age out of the vault while it is still in use.    *
      * Without the availability master every ledger entry is taken   *
      * as unsettled, so a card is never purged out from under a stay *
      * that could not be looked up.                                  *
      *****************************************************************
       L3-REFRESH-OPEN-TOKENS.
           OPEN INPUT AVAIL-MST.
           IF AVAIL-MST-STATUS = '00'
               MOVE 'Y' TO AVAIL-OPEN-SW
           ELSE
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                   AVAIL-MST-STATUS ' -- EVERY LEDGER CARD KEPT'
           END-IF.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3A-SCAN-BAL-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE BAL-IN
           END-IF.
           IF AVAIL-OPEN
               CLOSE AVAIL-MST
           END-IF.
           OPEN INPUT WAIT-IN.
           IF WAIT-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3B-SCAN-WAIT-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE WAIT-IN
           END-IF.
           OPEN INPUT SUSPENSE-IN.
           IF SUSPENSE-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3C-SCAN-SUS-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE SUSPENSE-IN
           END-IF.
           OPEN INPUT HELDBAT-IN.
           IF HELDBAT-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3D-SCAN-HELD-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE HELDBAT-IN
           END-IF.
           OPEN INPUT CASE-IN.
           IF CASE-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3E-SCAN-CASE-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE CASE-IN
           END-IF.
           OPEN INPUT FRAUDQ-IN.
           IF FRAUDQ-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3G-SCAN-FRAUDQ-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE FRAUDQ-IN
           END-IF.
           OPEN INPUT FRAUDHLD-IN.
           IF FRAUDHLD-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3H-SCAN-FRAUDHLD-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE FRAUDHLD-IN
           END-IF.
           OPEN INPUT FRAUDREL-IN.
           IF FRAUDREL-IN-STATUS = '00'
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L3I-SCAN-FRAUDREL-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE FRAUDREL-IN
           END-IF.

       L3A-SCAN-BAL-REC.
           READ BAL-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   PERFORM L3A-TEST-STAY-OPEN
                   IF STAY-OPEN
                       MOVE BAL-CCNUM TO PG-CARD
                       PERFORM L3F-REFRESH-TOKEN
                   END-IF
           END-READ.

      * a ledger entry is unsettled while it owes money or holds an
      * authorization, or while its stay is still on the availability
      * master -- one checked out or aged off is not
       L3A-TEST-STAY-OPEN.
           MOVE 'N' TO STAY-OPEN-SW.
           IF NOT AVAIL-OPEN
               MOVE 'Y' TO STAY-OPEN-SW
           END-IF.
           IF BAL-BALANCE-DUE NOT NUMERIC
            OR BAL-AUTH-AMT NOT NUMERIC
               MOVE 'Y' TO STAY-OPEN-SW
           ELSE
               IF BAL-BALANCE-DUE NOT = 0 OR BAL-AUTH-AMT NOT = 0
                   MOVE 'Y' TO STAY-OPEN-SW
               END-IF
           END-IF.
           IF NOT STAY-OPEN
               MOVE BAL-KEY TO AVM-KEY
               READ AVAIL-MST
                   INVALID KEY
                       MOVE 'N' TO STAY-OPEN-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO STAY-OPEN-SW
               END-READ
           END-IF.

       L3B-SCAN-WAIT-REC.
           READ WAIT-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   MOVE WL-TRAN(86:16) TO PG-CARD
                   PERFORM L3F-REFRESH-TOKEN
           END-READ.

       L3C-SCAN-SUS-REC.
           READ SUSPENSE-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   MOVE SUS-TRAN(86:16) TO PG-CARD
                   PERFORM L3F-REFRESH-TOKEN
           END-READ.

       L3D-SCAN-HELD-REC.
           READ HELDBAT-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   IF HELDBAT-REC(1:1) NOT = 'H'
                    AND HELDBAT-REC(1:1) NOT = 'T'
                       MOVE HELDBAT-REC(86:16) TO PG-CARD
                       PERFORM L3F-REFRESH-TOKEN
                   END-IF
           END-READ.

       L3E-SCAN-CASE-REC.
           READ CASE-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   IF CS-UNRESOLVED
                       MOVE CS-CCNUM TO PG-CARD
                       PERFORM L3F-REFRESH-TOKEN
                   END-IF
           END-READ.

      * a released or rejected review item is settled as far as the
      * queue goes -- a released booking is found on FRAUDREL.DAT or
      * wherever the edit run has since put it
       L3G-SCAN-FRAUDQ-REC.
           READ FRAUDQ-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   IF FRQ-OPEN
                       MOVE FRQ-TRAN(86:16) TO PG-CARD
                       PERFORM L3F-REFRESH-TOKEN
                   END-IF
           END-READ.

       L3H-SCAN-FRAUDHLD-REC.
           READ FRAUDHLD-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   MOVE FRAUDHLD-REC(179:16) TO PG-CARD
                   PERFORM L3F-REFRESH-TOKEN
           END-READ.

       L3I-SCAN-FRAUDREL-REC.
           READ FRAUDREL-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   MOVE FRAUDREL-REC(86:16) TO PG-CARD
                   PERFORM L3F-REFRESH-TOKEN
           END-READ.

       L3F-REFRESH-TOKEN.
           IF PG-CARD NUMERIC
            AND PG-CARD(1:1) = '9'
               ADD 1 TO TOT-TOKENS-SEEN
               MOVE PG-CARD TO VLT-TOKEN
               READ CARD-VAULT
                   KEY IS VLT-TOKEN
                   INVALID KEY
                       ADD 1 TO TOT-NOT-ON-VAULT
                   NOT INVALID KEY
                       IF VLT-LAST-ACTIVE-DATE NOT = RUN-DATE-NUM
                           MOVE RUN-DATE-NUM TO VLT-LAST-ACTIVE-DATE
                           REWRITE VLT-REC
                               INVALID KEY
                                   DISPLAY 'VAULT REWRITE FAILED -- '
                                       'STATUS ' CARD-VAULT-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO TOT-REFRESHED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * L4-PURGE-VAULT walks the vault in token order and deletes     *
      * every entry last active before the chargeback window opened.  *
      * The control entry (token zero) holds the last serial issued   *
      * and is never deleted.                                         *
      *****************************************************************
       L4-PURGE-VAULT.
           MOVE 'DELETED FROM THE VAULT' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 0 TO VLT-TOKEN.
           START CARD-VAULT
               KEY IS NOT LESS THAN VLT-TOKEN
               INVALID KEY
                   MOVE 'N' TO VAULT-MORE-SW
           END-START.
           PERFORM L4A-CHECK-ONE-ENTRY
               UNTIL VAULT-MORE-SW = 'N'.

       L4A-CHECK-ONE-ENTRY.
           READ CARD-VAULT NEXT RECORD
               AT END
                   MOVE 'N' TO VAULT-MORE-SW
               NOT AT END
                   IF VLT-TOKEN NOT = 0
                       ADD 1 TO TOT-VAULT-READ
                       PERFORM L4B-AGE-ONE-ENTRY
                   END-IF
           END-READ.

       L4B-AGE-ONE-ENTRY.
           MOVE 0 TO ACTIVE-JULIAN.
           IF VLT-LAST-ACTIVE-DATE NUMERIC
            AND VLT-LAST-ACTIVE-DATE > 19000000
               COMPUTE ACTIVE-JULIAN = FUNCTION
                   INTEGER-OF-DATE(VLT-LAST-ACTIVE-DATE)
           END-IF.
           IF ACTIVE-JULIAN > 0
            AND ACTIVE-JULIAN + WINDOW-DAYS < RUN-JULIAN
               DELETE CARD-VAULT RECORD
                   INVALID KEY
                       DISPLAY 'VAULT DELETE FAILED -- STATUS '
                           CARD-VAULT-STATUS
                       ADD 1 TO TOT-KEPT
                   NOT INVALID KEY
                       ADD 1 TO TOT-DELETED
                       PERFORM L4C-LIST-DELETED-ENTRY
               END-DELETE
           ELSE
               ADD 1 TO TOT-KEPT
           END-IF.

       L4C-LIST-DELETED-ENTRY.
           MOVE ALL '*'             TO PG-MASK.
           MOVE VLT-TOKEN-LAST4     TO PG-MASK(13:4).
           MOVE PG-MASK             TO O-CARD.
           MOVE VLT-CCTYPE          TO O-CCTYPE.
           MOVE VLT-ISSUE-DATE      TO O-ISSUE-DATE.
           MOVE VLT-LAST-ACTIVE-DATE TO O-LAST-ACTIVE.
           WRITE RPTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L5-SCRUB-ARCHIVE copies the audit archive with every Visa,    *
      * MasterCard, and Amex number still in the clear masked to its  *
      * last four digits -- the same masking CBLHJB16 now applies on  *
      * the way into the archive.                                     *
      *****************************************************************
       L5-SCRUB-ARCHIVE.
           OPEN INPUT AUDARCH-IN.
           IF AUDARCH-IN-STATUS = '00'
               OPEN OUTPUT AUDARCH-OUT
               MOVE 'Y' TO IN-MORE-SW
               PERFORM L5A-SCRUB-ONE-REC
                   UNTIL IN-MORE-SW = 'N'
               CLOSE AUDARCH-IN
               CLOSE AUDARCH-OUT
           END-IF.

       L5A-SCRUB-ONE-REC.
           READ AUDARCH-IN
               AT END
                   MOVE 'N' TO IN-MORE-SW
               NOT AT END
                   ADD 1 TO TOT-ARCH-READ
                   IF (AUD-TRAN(85:1) = 'V' OR 'M' OR 'A')
                    AND AUD-TRAN(86:16) NUMERIC
                    AND AUD-TRAN(86:1) NOT = '9'
                       MOVE ALL '*' TO AUD-TRAN(86:12)
                       ADD 1 TO TOT-ARCH-MASKED
                   END-IF
                   MOVE AUDIT-REC TO AUDARCH-REC
                   WRITE AUDARCH-REC
           END-READ.

       L6-WRITE-TOTALS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'TOKENS FOUND ON OPEN FILES'     TO O-CNT-LABEL.
           MOVE TOT-TOKENS-SEEN                  TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'VAULT ENTRIES MARKED ACTIVE'    TO O-CNT-LABEL.
           MOVE TOT-REFRESHED                    TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'TOKENS NOT ON THE VAULT'        TO O-CNT-LABEL.
           MOVE TOT-NOT-ON-VAULT                 TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'VAULT ENTRIES READ'             TO O-CNT-LABEL.
           MOVE TOT-VAULT-READ                   TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'VAULT ENTRIES DELETED'          TO O-CNT-LABEL.
           MOVE TOT-DELETED                      TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           MOVE 'VAULT ENTRIES KEPT'             TO O-CNT-LABEL.
           MOVE TOT-KEPT                         TO O-CNT-VALUE.
           PERFORM L7-WRITE-COUNT.
           IF SCRUB-ARCHIVE
               MOVE 'ARCHIVE RECORDS READ'       TO O-CNT-LABEL
               MOVE TOT-ARCH-READ                TO O-CNT-VALUE
               PERFORM L7-WRITE-COUNT
               MOVE 'ARCHIVE CARD NUMBERS MASKED' TO O-CNT-LABEL
               MOVE TOT-ARCH-MASKED              TO O-CNT-VALUE
               PERFORM L7-WRITE-COUNT
           END-IF.

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
           MOVE 'CBLHJB35 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB35 END'    TO RL-TEXT.
           MOVE TOT-VAULT-READ    TO RL-RECS-READ.
           MOVE TOT-KEPT          TO RL-ACCEPT-CTR.
           MOVE TOT-DELETED       TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB35.
