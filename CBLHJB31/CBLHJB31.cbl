       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB31.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB31 -- CARD CHARGEBACK INTAKE AND DISPUTE CASES.         *
      * CBLHJB09 unwinds a decline the night it happens, but a guest  *
      * who disputes a charge with the bank months later comes back   *
      * as a chargeback notice from the processor, and the office     *
      * started every one from scratch across the stay history, the   *
      * audit trail, and the statements.  This run:                   *
      *   - takes in the processor's chargeback file CHGBACK.DAT and  *
      *     matches each notice to its stay on the balance ledger     *
      *     BALLEDG.IDX by card number, amount, and charge date --    *
      *     the notice names no stay, so the ledger is browsed in key *
      *     order for each one.  A stay's departure comes off the     *
      *     availability master while the stay is still live, or off  *
      *     the stay-history archive STAYHIST.DAT once it is not, and *
      *     a charge taken after the stay ended cannot be that        *
      *     stay's;                                                   *
      *   - opens a dispute case (layout CBCASE) for every notice,    *
      *     matched or not, on the case file CBCASE.DAT, carried      *
      *     forward to CBCASE.NEW;                                    *
      *   - prints an evidence packet per new case to CBEVID.PRT --   *
      *     the booking, every audit image of the stay off the        *
      *     archived and current audit trails AUDARCH.DAT and         *
      *     AUDIT.DAT (booking, payments, check-in, checkout),        *
      *     the payments on the ledger, and the refund policy tier    *
      *     that applied -- ready to send back to the processor;      *
      *   - applies the office's keyed case transactions CBMAINT.DAT: *
      *       R  case represented (evidence sent to the processor)    *
      *       W  case won -- the charge stands                        *
      *       L  case lost -- the amount goes on SETLADJ.DAT for      *
      *          CBLHJB01 to back out of the next settlement extract, *
      *          and the guest is flagged in place on the guest       *
      *          master GUEST.IDX;                                    *
      *   - lists every case still unresolved on CHGBACK.PRT.         *
      * A notice already on the case file under the same processor    *
      * reference is never opened twice.  The notice's card number is *
      * traded for its token off the card token vault CARDVLT.IDX --  *
      * the form the ledger carries it in -- before it is matched, so *
      * the case file never holds the number itself; a card the vault *
      * does not know is kept as its last four digits alone.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGBACK-IN
               ASSIGN TO 'C:\COBOLSP20\CHGBACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGBACK-IN-STATUS.

           SELECT CBMAINT-IN
               ASSIGN TO 'C:\COBOLSP20\CBMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBMAINT-IN-STATUS.

           SELECT CASE-IN
               ASSIGN TO 'C:\COBOLSP20\CBCASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-IN-STATUS.

           SELECT CASE-OUT
               ASSIGN TO 'C:\COBOLSP20\CBCASE.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAL-IN
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-IN-STATUS.

           SELECT STAYHIST-IN
               ASSIGN TO 'C:\COBOLSP20\STAYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYHIST-IN-STATUS.

           SELECT AVAIL-MST
               ASSIGN TO 'C:\COBOLSP20\SITEAVL.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLSP20\CARDVLT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-TOKEN
               ALTERNATE RECORD KEY IS VLT-PAN
               FILE STATUS IS CARD-VAULT-STATUS.

           SELECT AUDARCH-IN
               ASSIGN TO 'C:\COBOLSP20\AUDARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDARCH-IN-STATUS.

           SELECT AUDIT-IN
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-IN-STATUS.

      *****************************************************************
      * GUEST-MST is the guest master -- read by name to put a new    *
      * case's guest number on it, and by number to flag the guest    *
      * in place when the case is lost.                               *
      *****************************************************************
           SELECT GUEST-MST
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-MST-STATUS.

      *****************************************************************
      * MSTJRNL-OUT is the master image journal -- every guest a lost *
      * case flags goes on it with its before and after image so      *
      * CBLHJB32 can roll the guest master forward over the run.      *
      *****************************************************************
           SELECT MSTJRNL-OUT
               ASSIGN TO 'C:\COBOLSP20\MSTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-OUT-STATUS.

           SELECT SETLADJ-OUT
               ASSIGN TO 'C:\COBOLSP20\SETLADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETLADJ-OUT-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\CHGBACK.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EVIDOUT
               ASSIGN TO 'C:\COBOLSP20\CBEVID.PRT'
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
      * one chargeback notice off the processor's file -- the
      * processor's own reference, the card and amount charged back,
      * the date the original charge posted, the reason code, and the
      * date the processor needs the merchant's answer by
       FD  CHGBACK-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CHGBACK-REC
           RECORD CONTAINS 54 CHARACTERS.

       01  CHGBACK-REC.
           05  CBI-PROC-REF        PIC X(12).
           05  CBI-CCTYPE          PIC X.
           05  CBI-CCNUM           PIC 9(16).
           05  CBI-AMT             PIC S9(3)V99.
           05  CBI-TRAN-DATE       PIC 9(8).
           05  CBI-REASON          PIC X(4).
           05  CBI-REPLY-DATE      PIC 9(8).

       FD  CBMAINT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CBMAINT-REC
           RECORD CONTAINS 7 CHARACTERS.

       01  CBMAINT-REC.
           05  CM-ACTION           PIC X.
               88 CM-REPRESENT     VALUE 'R'.
               88 CM-WON           VALUE 'W'.
               88 CM-LOST          VALUE 'L'.
           05  CM-CASE-NUM         PIC 9(6).

       FD  CASE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CASE-IN-REC
           RECORD CONTAINS 170 CHARACTERS.

       01  CASE-IN-REC             PIC X(170).

       FD  CASE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CASE-OUT-REC
           RECORD CONTAINS 170 CHARACTERS.

       01  CASE-OUT-REC            PIC X(170).

       FD  BAL-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

       FD  STAYHIST-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS STAYHIST-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  STAYHIST-REC.
           05  SH-KEY.
               10  SH-CAMPGROUND   PIC X(25).
               10  SH-SITE         PIC X(3).
               10  SH-START-DATE   PIC 9(8).
           05  SH-END-DATE         PIC 9(8).
           05  SH-STATUS           PIC X.
           05  SH-GROUP-ID         PIC X(6).

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

       FD  CARD-VAULT
           LABEL RECORD IS STANDARD
           DATA RECORD IS VLT-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY CARDVLT.

       FD  AUDARCH-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDARCH-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDARCH-REC             PIC X(287).

       FD  AUDIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-REC               PIC X(287).

       FD  GUEST-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       COPY GSTREC.

       FD  MSTJRNL-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS MJ-REC
           RECORD CONTAINS 265 CHARACTERS.

       COPY MJREC.

       FD  SETLADJ-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SETLADJ-REC
           RECORD CONTAINS 6 CHARACTERS.

       01  SETLADJ-REC.
           05  SJ-CCTYPE           PIC X.
           05  SJ-AMT              PIC S9(3)V99.

       FD  RPTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RPTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  RPTLINE                 PIC X(132).

       FD  EVIDOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS EVIDLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EVIDLINE                PIC X(132).

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
           05  CHGBACK-MORE-SW     PIC X      VALUE 'Y'.
           05  CBMAINT-MORE-SW     PIC X      VALUE 'Y'.
           05  CASE-MORE-SW        PIC X      VALUE 'Y'.
           05  BAL-MORE-SW         PIC X      VALUE 'Y'.
           05  SH-MORE-SW          PIC X      VALUE 'Y'.
           05  AUDIT-MORE-SW       PIC X      VALUE 'Y'.
           05  GST-OPEN-SW         PIC X      VALUE 'N'.
               88 GST-OPEN         VALUE 'Y'.
           05  GST-FOUND-SW        PIC X      VALUE 'N'.
               88 GST-FOUND        VALUE 'Y'.
           05  AVAIL-OPEN-SW       PIC X      VALUE 'N'.
               88 AVAIL-OPEN       VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'N'.
               88 BAL-OPEN         VALUE 'Y'.
           05  BEST-FOUND-SW       PIC X      VALUE 'N'.
               88 BEST-FOUND       VALUE 'Y'.
           05  CANCEL-FOUND-SW     PIC X      VALUE 'N'.
               88 CANCEL-FOUND     VALUE 'Y'.
           05  TRAN-OK-SW          PIC X      VALUE 'N'.
               88 TRAN-OK          VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  CHGBACK-IN-STATUS   PIC XX     VALUE SPACES.
           05  CBMAINT-IN-STATUS   PIC XX     VALUE SPACES.
           05  CASE-IN-STATUS      PIC XX     VALUE SPACES.
           05  BAL-IN-STATUS       PIC XX     VALUE SPACES.
           05  STAYHIST-IN-STATUS  PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  AUDARCH-IN-STATUS   PIC XX     VALUE SPACES.
           05  AUDIT-IN-STATUS     PIC XX     VALUE SPACES.
           05  CARD-VAULT-STATUS   PIC XX     VALUE SPACES.
           05  CARD-VAULT-SW       PIC X      VALUE 'N'.
               88 CARD-VAULT-OPEN  VALUE 'Y'.
           05  GUEST-MST-STATUS    PIC XX     VALUE SPACES.
           05  SETLADJ-OUT-STATUS  PIC XX     VALUE SPACES.
           05  MSTJRNL-OUT-STATUS  PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  EVID-PAGE-CTR       PIC 99     VALUE 0.
           05  RUN-DATE-NUM        PIC 9(8)   VALUE 0.
           05  NEXT-CASE-NUM       PIC 9(6)   VALUE 1.
           05  CANCEL-DATE         PIC 9(8)   VALUE 0.
           05  ARRIVAL-JULIAN      PIC S9(8)  VALUE 0.
           05  CANCEL-JULIAN       PIC S9(8)  VALUE 0.
           05  DAYS-OUT            PIC S9(8)  VALUE 0.
           05  DAYS-OUT-EDIT       PIC ZZZZ9.
           05  POLICY-PCT          PIC 9(3)   VALUE 0.
           05  LOST-SETL-TEXT      PIC X(36)  VALUE SPACES.
           05  LOST-GUEST-TEXT     PIC X(20)  VALUE SPACES.

      *****************************************************************
      * REFUND-POLICY is the published cancellation forfeit schedule  *
      * the edit run prices every cancellation by (CBLHJB01           *
      * L7-COMPUTE-REFUND) -- the full deposit back 30 or more days   *
      * out, half back 7 or more days out, nothing inside a week.     *
      *****************************************************************
       01  REFUND-POLICY.
           05  REFUND-FULL-DAYS    PIC 9(4)   VALUE 30.
           05  REFUND-HALF-DAYS    PIC 9(4)   VALUE 7.

      * the case being worked -- every table entry passes through
      * here on its way in, out, and under examination
       COPY CBCASE.

      * the transaction image off an audit record, for the evidence
      * packet's history lines
       COPY TRANREC.

       01  AUDIT-WORK.
           05  AW-RUN-DATE         PIC 9(8).
           05  AW-RUN-TIME         PIC X(8).
           05  AW-TRAN             PIC X(163).
           05  AW-BEFORE.
               10  AWB-KEY         PIC X(36).
               10  AWB-END-DATE    PIC X(8).
               10  AWB-STATUS      PIC X.
               10  FILLER          PIC X(6).
           05  AW-AFTER.
               10  AWA-KEY         PIC X(36).
               10  AWA-END-DATE    PIC X(8).
               10  AWA-STATUS      PIC X.
               10  FILLER          PIC X(6).
           05  AW-CLERK-ID         PIC X(6).

       01  MASK-WORK.
           05  MASK-CCNUM          PIC 9(16).
           05  MASK-CCNUM-X REDEFINES MASK-CCNUM
                                   PIC X(16).
           05  MASK-OUT            PIC X(16).

      *****************************************************************
      * CB-PAN goes in to L4-FIND-CARD-TOKEN and CB-TOKEN comes back  *
      * -- the vault token, or zeros and the last four digits when    *
      * the vault does not know the card.                             *
      *****************************************************************
       01  CARD-TOKEN-WORK.
           05  CB-PAN              PIC 9(16)  VALUE 0.
           05  CB-PAN-PARTS REDEFINES CB-PAN.
               10  FILLER          PIC 9(12).
               10  CB-PAN-LAST4    PIC 9(4).
           05  CB-TOKEN            PIC 9(16)  VALUE 0.
           05  CB-TOKEN-PARTS REDEFINES CB-TOKEN.
               10  FILLER          PIC 9(12).
               10  CB-TOKEN-LAST4  PIC 9(4).

       01  NAME-SPLIT.
           05  NS-LNAME            PIC X(20).
           05  NS-FNAME            PIC X(20).

      *****************************************************************
      * CT-TABLE is the case file held for the run -- the old cases   *
      * plus every case opened tonight, written to CBCASE.NEW at      *
      * closing.                                                      *
      *****************************************************************
       01  CT-TABLE-CONTROL.
           05  CT-COUNT            PIC 9(4)   VALUE 0.
           05  CT-SUB              PIC 9(4)   VALUE 0.
           05  CT-HIT-SUB          PIC 9(4)   VALUE 0.

       01  CT-TABLE.
           05  CT-ENTRY            OCCURS 1000 TIMES.
               10  CT-DATA         PIC X(170).

      *****************************************************************
      * BL-STAY is one ledger stay with its departure date beside it  *
      * -- the best stay found for a notice, and again the stay a new *
      * case's evidence packet prints from.                           *
      *****************************************************************
       01  BL-STAY.
           05  BL-DATA.
               10  BL-KEY.
                   15  BL-CAMPGROUND    PIC X(25).
                   15  BL-SITE          PIC X(3).
                   15  BL-START-DATE    PIC 9(8).
               10  BL-NAME          PIC X(42).
               10  BL-STAY-AMT      PIC S9(3)V99.
               10  BL-PAID-AMT      PIC S9(3)V99.
               10  BL-BALANCE-DUE   PIC S9(3)V99.
               10  BL-CCTYPE        PIC X.
               10  BL-CCNUM         PIC 9(16).
               10  BL-AUTH-AMT      PIC S9(3)V99.
               10  BL-INCID-AMT     PIC S9(3)V99.
           05  BL-END-DATE          PIC 9(8).

      * the best stay found for one notice -- an exact amount match
      * outranks a partial one, then the stay ending soonest after
      * the charge wins
       01  MATCH-WORK.
           05  BEST-RANK           PIC 9      VALUE 0.
           05  BEST-END-DATE       PIC 9(8)   VALUE 0.
           05  CAND-RANK           PIC 9      VALUE 0.
           05  CAND-STAY-END       PIC 9(8)   VALUE 0.
           05  CAND-END-DATE       PIC 9(8)   VALUE 0.

      *****************************************************************
      * NC-TABLE lists the cases opened tonight, each with the stay   *
      * key its evidence is gathered under (spaces when no stay       *
      * matched) and the stay itself; EV-TABLE holds the audit        *
      * images found for them, in trail order (archive first), each   *
      * tagged with the new case it belongs to.                       *
      *****************************************************************
       01  NC-TABLE-CONTROL.
           05  NC-COUNT            PIC 9(4)   VALUE 0.
           05  NC-SUB              PIC 9(4)   VALUE 0.

       01  NC-TABLE.
           05  NC-ENTRY            OCCURS 100 TIMES.
               10  NC-CT-SUB       PIC 9(4).
               10  NC-KEY          PIC X(36).
               10  NC-BL-STAY      PIC X(128).

       01  EV-TABLE-CONTROL.
           05  EV-COUNT            PIC 9(4)   VALUE 0.
           05  EV-SUB              PIC 9(4)   VALUE 0.
           05  EV-CASE-LINES       PIC 9(4)   VALUE 0.

       01  EV-TABLE.
           05  EV-ENTRY            OCCURS 600 TIMES.
               10  EV-NC-SUB       PIC 9(4).
               10  EV-DATA         PIC X(287).

       01  RUN-TOTALS.
           05  TOT-CB-READ         PIC 9(5)       VALUE 0.
           05  TOT-CB-REJECTED     PIC 9(5)       VALUE 0.
           05  TOT-CB-DUP          PIC 9(5)       VALUE 0.
           05  TOT-OPENED          PIC 9(5)       VALUE 0.
           05  TOT-OPENED-AMT      PIC S9(7)V99   VALUE 0.
           05  TOT-MATCHED         PIC 9(5)       VALUE 0.
           05  TOT-UNMATCHED       PIC 9(5)       VALUE 0.
           05  TOT-REPRESENTED     PIC 9(5)       VALUE 0.
           05  TOT-WON             PIC 9(5)       VALUE 0.
           05  TOT-WON-AMT         PIC S9(7)V99   VALUE 0.
           05  TOT-LOST            PIC 9(5)       VALUE 0.
           05  TOT-LOST-AMT        PIC S9(7)V99   VALUE 0.
           05  TOT-FLAGGED         PIC 9(5)       VALUE 0.
           05  TOT-TRAN-REJ        PIC 9(5)       VALUE 0.
           05  TOT-OPEN-CTR        PIC 9(5)       VALUE 0.
           05  TOT-OPEN-AMT        PIC S9(7)V99   VALUE 0.

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
               VALUE 'CHARGEBACK AND DISPUTE CASES'.

       01  EVID-TITLE-LINE2.
           05  FILLER               PIC X(53)   VALUE SPACES.
           05  FILLER               PIC X(26)
               VALUE 'CHARGEBACK EVIDENCE PACKET'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-CASE-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'CASE'.
           05  FILLER               PIC X(14)   VALUE 'PROC REF'.
           05  FILLER               PIC X(18)   VALUE 'CARD'.
           05  FILLER               PIC X(10)   VALUE 'CHARGED'.
           05  FILLER               PIC X(9)    VALUE ' AMOUNT'.
           05  FILLER               PIC X(22)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(24)   VALUE 'NOTE'.

       01  RPT-CASE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CASE-NUM           PIC 9(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-PROC-REF           PIC X(12).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CARD               PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-TRAN-DATE          PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AMT                PIC ZZ9.99-.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CAMPGROUND         PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-SITE               PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-START-DATE         PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NOTE               PIC X(24).

       01  RPT-TRAN-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'ACTION '.
           05  O-TRAN-ACTION        PIC X.
           05  FILLER               PIC X(8)    VALUE '  CASE '.
           05  O-TRAN-CASE-NUM      PIC 9(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-TRAN-RESULT        PIC X(60).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-AMT            PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.

       01  RPT-NONE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NONE-TEXT          PIC X(70).

       01  EVID-CASE-LINE.
           05  FILLER               PIC X(5)    VALUE 'CASE '.
           05  O-EV-CASE-NUM        PIC 9(6).
           05  FILLER               PIC X(17)
               VALUE '   PROCESSOR REF '.
           05  O-EV-PROC-REF        PIC X(12).
           05  FILLER               PIC X(10)   VALUE '   REASON '.
           05  O-EV-REASON          PIC X(4).
           05  FILLER               PIC X(12)   VALUE '   REPLY BY '.
           05  O-EV-REPLY-DATE      PIC 9(8).

       01  EVID-DETAIL-LINE.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-EV-LABEL           PIC X(26).
           05  O-EV-TEXT            PIC X(50).
           05  O-EV-AMT             PIC Z,ZZ9.99- BLANK WHEN ZERO.

       01  EVID-AUDIT-HEADING.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE 'RUN DATE'.
           05  FILLER               PIC X(10)   VALUE 'TIME'.
           05  FILLER               PIC X(18)   VALUE 'ACTIVITY'.
           05  FILLER               PIC X(8)    VALUE 'TENDER'.
           05  FILLER               PIC X(18)   VALUE 'CARD'.
           05  FILLER               PIC X(9)    VALUE ' AMOUNT'.
           05  FILLER               PIC X(15)   VALUE 'STATUS'.

       01  EVID-AUDIT-LINE.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-AU-RUN-DATE        PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AU-RUN-TIME        PIC X(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AU-ACTIVITY        PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AU-TENDER          PIC X.
           05  FILLER               PIC X(7)    VALUE SPACES.
           05  O-AU-CARD            PIC X(16).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AU-AMT             PIC ZZ9.99- BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-AU-BEFORE          PIC X.
           05  FILLER               PIC X(4)    VALUE ' -> '.
           05  O-AU-AFTER           PIC X.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-CASE-TRANS.
           PERFORM L4-TAKE-IN-CHARGEBACKS.
           IF NC-COUNT > 0
               PERFORM L5-GATHER-EVIDENCE
               PERFORM L6-PRINT-EVIDENCE
           END-IF.
           PERFORM L7-LIST-OPEN-CASES.
           PERFORM L8-WRITE-TOTALS.
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
           OPEN INPUT CARD-VAULT.
           IF CARD-VAULT-STATUS = '00'
               MOVE 'Y' TO CARD-VAULT-SW
           ELSE
               DISPLAY 'CARD TOKEN VAULT OPEN FAILED -- STATUS '
                   CARD-VAULT-STATUS ' -- NOTICES WILL NOT MATCH'
           END-IF.
           PERFORM L2A-LOAD-CASE-FILE.
           PERFORM L2B-OPEN-BALANCE-LEDGER.
           PERFORM L2D-OPEN-GUEST-MASTER.
           OPEN INPUT AVAIL-MST.
           IF AVAIL-MST-STATUS = '00'
               MOVE 'Y' TO AVAIL-OPEN-SW
           ELSE
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                   AVAIL-MST-STATUS
           END-IF.
           OPEN EXTEND SETLADJ-OUT.
           IF SETLADJ-OUT-STATUS NOT = '00'
               OPEN OUTPUT SETLADJ-OUT
           END-IF.
           OPEN OUTPUT RPTOUT.
           OPEN OUTPUT EVIDOUT.
           PERFORM L3-INIT-RPT-HEADING.

       L2A-LOAD-CASE-FILE.
           OPEN INPUT CASE-IN.
           IF CASE-IN-STATUS = '00'
               PERFORM L2A-READ-CASE-REC
               PERFORM L2A-STORE-CASE-REC
                   UNTIL CASE-MORE-SW = 'N'
               CLOSE CASE-IN
           END-IF.

       L2A-READ-CASE-REC.
           READ CASE-IN INTO CS-REC
               AT END
                   MOVE 'N' TO CASE-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CASE-MORE-SW
           END-READ.

       L2A-STORE-CASE-REC.
           IF CT-COUNT < 1000
               ADD 1 TO CT-COUNT
      * a case opened before the vault was kept still carries the
      * card number itself -- it goes out on CBCASE.NEW tokenized
               IF CS-CCNUM NUMERIC
                AND CS-CCNUM NOT = 0
                AND CS-CCNUM(1:1) NOT = '9'
                   MOVE CS-CCNUM TO CB-PAN
                   PERFORM L4-FIND-CARD-TOKEN
                   MOVE CB-TOKEN TO CS-CCNUM
               END-IF
               MOVE CS-REC TO CT-DATA(CT-COUNT)
               IF CS-CASE-NUM NOT < NEXT-CASE-NUM
                   COMPUTE NEXT-CASE-NUM = CS-CASE-NUM + 1
               END-IF
           ELSE
               DISPLAY 'CASE TABLE FULL -- ENTRY DISCARDED: '
                   CS-CASE-NUM
           END-IF.
           PERFORM L2A-READ-CASE-REC.

       L2B-OPEN-BALANCE-LEDGER.
           OPEN INPUT BAL-IN.
           IF BAL-IN-STATUS = '00'
               MOVE 'Y' TO BAL-OPEN-SW
           ELSE
               DISPLAY 'BALLEDG.IDX OPEN FAILED -- STATUS '
                   BAL-IN-STATUS ' -- NOTICES WILL NOT MATCH'
           END-IF.

      *****************************************************************
      * L2D-OPEN-GUEST-MASTER opens the guest master for update and   *
      * the master image journal every flagged guest goes on.         *
      *****************************************************************
       L2D-OPEN-GUEST-MASTER.
           OPEN I-O GUEST-MST.
           IF GUEST-MST-STATUS = '00'
               MOVE 'Y' TO GST-OPEN-SW
               OPEN EXTEND MSTJRNL-OUT
               IF MSTJRNL-OUT-STATUS NOT = '00'
                   OPEN OUTPUT MSTJRNL-OUT
               END-IF
           ELSE
               DISPLAY 'GUEST.IDX OPEN FAILED -- STATUS '
                   GUEST-MST-STATUS ' -- NO GUEST WILL BE FLAGGED'
           END-IF.

      *****************************************************************
      * L2-CLOSING carries the case file forward.                     *
      *****************************************************************
       L2-CLOSING.
           OPEN OUTPUT CASE-OUT.
           PERFORM L2E-WRITE-ONE-CASE
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
           CLOSE CASE-OUT.
           IF GST-OPEN
               CLOSE GUEST-MST
               CLOSE MSTJRNL-OUT
           END-IF.
           IF AVAIL-OPEN
               CLOSE AVAIL-MST
           END-IF.
           IF BAL-OPEN
               CLOSE BAL-IN
           END-IF.
           IF CARD-VAULT-OPEN
               CLOSE CARD-VAULT
           END-IF.
           CLOSE SETLADJ-OUT.
           CLOSE RPTOUT.
           CLOSE EVIDOUT.
           PERFORM L2O-WRITE-END-RECORD.

       L2E-WRITE-ONE-CASE.
           MOVE CT-DATA(CT-SUB) TO CASE-OUT-REC.
           WRITE CASE-OUT-REC.

      *****************************************************************
      * L2G-WRITE-JOURNAL-REC journals one guest the run flagged to   *
      * the master image journal as it is rewritten.                  *
      *****************************************************************
       L2G-WRITE-JOURNAL-REC.
           MOVE CURRENT-DATE       TO MJ-RUN-DATE.
           MOVE CURRENT-TIME(1:8)  TO MJ-RUN-TIME.
           MOVE 'CBLHJB31'         TO MJ-PROGRAM.
           MOVE 'G'                TO MJ-MASTER.
           WRITE MJ-REC.

      *****************************************************************
      * L3-APPLY-CASE-TRANS posts the office's case transactions.     *
      * Only an open case can be represented; an open or represented  *
      * case can be won or lost.  A lost case backs the chargeback    *
      * out of the next settlement and flags the guest.               *
      *****************************************************************
       L3-APPLY-CASE-TRANS.
           MOVE 'CASE TRANSACTIONS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT CBMAINT-IN.
           IF CBMAINT-IN-STATUS = '00'
               PERFORM L3A-READ-CBMAINT-REC
               PERFORM L3B-APPLY-ONE-TRAN
                   UNTIL CBMAINT-MORE-SW = 'N'
               CLOSE CBMAINT-IN
           END-IF.
           IF TOT-REPRESENTED + TOT-WON + TOT-LOST + TOT-TRAN-REJ = 0
               MOVE 'NO CASE TRANSACTIONS' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3A-READ-CBMAINT-REC.
           READ CBMAINT-IN
               AT END
                   MOVE 'N' TO CBMAINT-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CBMAINT-MORE-SW
           END-READ.

       L3B-APPLY-ONE-TRAN.
           MOVE CM-ACTION   TO O-TRAN-ACTION.
           MOVE CM-CASE-NUM TO O-TRAN-CASE-NUM.
           MOVE 'N' TO TRAN-OK-SW.
           MOVE 0 TO CT-HIT-SUB.
           IF CM-CASE-NUM NUMERIC
               PERFORM L3C-MATCH-ONE-CASE
                   VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-COUNT OR CT-HIT-SUB > 0
           END-IF.
           IF CT-HIT-SUB > 0
               MOVE CT-DATA(CT-HIT-SUB) TO CS-REC
           END-IF.
           EVALUATE TRUE
               WHEN NOT CM-REPRESENT AND NOT CM-WON AND NOT CM-LOST
                   MOVE 'REJECTED - ACTION NOT R, W, OR L'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN CT-HIT-SUB = 0
                   MOVE 'REJECTED - CASE NOT ON FILE' TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN NOT CS-UNRESOLVED
                   MOVE 'REJECTED - CASE ALREADY CLOSED'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN CM-REPRESENT AND CS-REPRESENTED
                   MOVE 'REJECTED - CASE ALREADY REPRESENTED'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN CM-REPRESENT
                   MOVE 'Y' TO TRAN-OK-SW
                   MOVE 'R' TO CS-STATUS
                   MOVE 'REPRESENTED' TO O-TRAN-RESULT
                   ADD 1 TO TOT-REPRESENTED
               WHEN CM-WON
                   MOVE 'Y' TO TRAN-OK-SW
                   MOVE 'W' TO CS-STATUS
                   MOVE 'WON - CHARGE STANDS' TO O-TRAN-RESULT
                   ADD 1      TO TOT-WON
                   ADD CS-AMT TO TOT-WON-AMT
               WHEN OTHER
                   MOVE 'Y' TO TRAN-OK-SW
                   MOVE 'L' TO CS-STATUS
                   PERFORM L3D-POST-LOST-CASE
           END-EVALUATE.
           IF TRAN-OK
               MOVE RUN-DATE-NUM TO CS-STATUS-DATE
               MOVE CS-REC       TO CT-DATA(CT-HIT-SUB)
           END-IF.
           WRITE RPTLINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L3A-READ-CBMAINT-REC.

       L3C-MATCH-ONE-CASE.
           MOVE CT-DATA(CT-SUB) TO CS-REC.
           IF CS-CASE-NUM = CM-CASE-NUM
               MOVE CT-SUB TO CT-HIT-SUB
           END-IF.

      * a lost chargeback is money the processor has already taken
      * back -- it comes out of the next settlement extract the same
      * way a declined payment does, and the guest is flagged so the
      * next booking stops at the edit
       L3D-POST-LOST-CASE.
           ADD 1      TO TOT-LOST.
           ADD CS-AMT TO TOT-LOST-AMT.
           IF CS-CCTYPE = 'V' OR CS-CCTYPE = 'M' OR CS-CCTYPE = 'A'
               MOVE CS-CCTYPE TO SJ-CCTYPE
               MOVE CS-AMT    TO SJ-AMT
               WRITE SETLADJ-REC
               MOVE 'LOST - SETTLEMENT ADJUSTED' TO LOST-SETL-TEXT
           ELSE
               MOVE 'LOST - NO CARD TYPE, ADJUST BY HAND'
                   TO LOST-SETL-TEXT
           END-IF.
           PERFORM L3E-FLAG-GUEST.
           IF GST-FOUND
               ADD 1 TO TOT-FLAGGED
               MOVE ', GUEST FLAGGED' TO LOST-GUEST-TEXT
           ELSE
               MOVE ', NO GUEST ON FILE' TO LOST-GUEST-TEXT
           END-IF.
           MOVE SPACES TO O-TRAN-RESULT.
           STRING LOST-SETL-TEXT DELIMITED BY '  '
               LOST-GUEST-TEXT DELIMITED BY '  '
               INTO O-TRAN-RESULT.

       L3E-FLAG-GUEST.
           MOVE 'N' TO GST-FOUND-SW.
           IF GST-OPEN AND CS-GUEST-NUM > 0
               MOVE CS-GUEST-NUM TO GST-NUMBER
               READ GUEST-MST
                   INVALID KEY
                       MOVE 'N' TO GST-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO GST-FOUND-SW
               END-READ
           END-IF.
           IF GST-FOUND
               MOVE GST-REC TO MJ-BEFORE
               MOVE 'F'     TO GST-STATUS
               REWRITE GST-REC
                   INVALID KEY
                       MOVE 'N' TO GST-FOUND-SW
                   NOT INVALID KEY
                       MOVE GST-REC TO MJ-AFTER
                       MOVE FUNCTION CURRENT-DATE
                           TO CURRENT-DATE-AND-TIME
                       PERFORM L2G-WRITE-JOURNAL-REC
               END-REWRITE
           END-IF.

      *****************************************************************
      * L4-TAKE-IN-CHARGEBACKS opens a case for every new notice on   *
      * the processor's file and matches it to its stay.              *
      *****************************************************************
       L4-TAKE-IN-CHARGEBACKS.
           MOVE 'CHARGEBACKS RECEIVED' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-CASE-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           OPEN INPUT CHGBACK-IN.
           IF CHGBACK-IN-STATUS = '00'
               PERFORM L4A-READ-CHGBACK-REC
                   UNTIL CHGBACK-MORE-SW = 'N'
               CLOSE CHGBACK-IN
           END-IF.
           IF TOT-CB-READ = 0
               MOVE 'NO CHARGEBACK NOTICES RECEIVED' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4A-READ-CHGBACK-REC.
           READ CHGBACK-IN
               AT END
                   MOVE 'N' TO CHGBACK-MORE-SW
               NOT AT END
                   ADD 1 TO TOT-CB-READ
                   PERFORM L4B-TAKE-IN-ONE-NOTICE
           END-READ.

       L4B-TAKE-IN-ONE-NOTICE.
           MOVE 0 TO CT-HIT-SUB.
           PERFORM L4C-MATCH-ONE-PROC-REF
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT OR CT-HIT-SUB > 0.
           MOVE SPACES TO CS-REC.
           MOVE 0      TO CS-CASE-NUM.
           MOVE 0      TO CS-START-DATE.
           MOVE CBI-PROC-REF TO CS-PROC-REF.
           MOVE CBI-AMT      TO CS-AMT.
           MOVE CBI-TRAN-DATE TO CS-TRAN-DATE.
           MOVE 0            TO CS-CCNUM.
           MOVE 0            TO CB-TOKEN.
           IF CBI-CCNUM NUMERIC
               MOVE CBI-CCNUM TO CB-PAN
               PERFORM L4-FIND-CARD-TOKEN
               MOVE CB-TOKEN  TO CS-CCNUM
           END-IF.
           EVALUATE TRUE
               WHEN CBI-CCNUM NOT NUMERIC
                 OR CBI-AMT NOT NUMERIC
                 OR CBI-TRAN-DATE NOT NUMERIC
                   MOVE 0 TO CS-CCNUM
                   MOVE 0 TO CS-AMT
                   MOVE 0 TO CS-TRAN-DATE
                   MOVE 'REJECTED - BAD NOTICE' TO O-NOTE
                   ADD 1 TO TOT-CB-REJECTED
               WHEN CBI-AMT NOT > 0
                   MOVE 'REJECTED - NO AMOUNT' TO O-NOTE
                   ADD 1 TO TOT-CB-REJECTED
               WHEN CT-HIT-SUB > 0
                   MOVE CT-DATA(CT-HIT-SUB) TO CS-REC
                   MOVE 'ALREADY ON CASE FILE' TO O-NOTE
                   ADD 1 TO TOT-CB-DUP
               WHEN CT-COUNT NOT < 1000
                   MOVE 'NOT OPENED - FILE FULL' TO O-NOTE
                   ADD 1 TO TOT-CB-REJECTED
               WHEN OTHER
                   PERFORM L4D-OPEN-CASE
           END-EVALUATE.
           PERFORM L4H-WRITE-CASE-LINE.

       L4C-MATCH-ONE-PROC-REF.
           MOVE CT-DATA(CT-SUB) TO CS-REC.
           IF CS-PROC-REF = CBI-PROC-REF
               MOVE CT-SUB TO CT-HIT-SUB
           END-IF.

       L4D-OPEN-CASE.
           MOVE NEXT-CASE-NUM  TO CS-CASE-NUM.
           ADD 1 TO NEXT-CASE-NUM.
           MOVE 'O'            TO CS-STATUS.
           MOVE RUN-DATE-NUM   TO CS-OPEN-DATE.
           MOVE RUN-DATE-NUM   TO CS-STATUS-DATE.
           IF CBI-REPLY-DATE NUMERIC
               MOVE CBI-REPLY-DATE TO CS-REPLY-DATE
           ELSE
               MOVE 0 TO CS-REPLY-DATE
           END-IF.
           MOVE CBI-REASON     TO CS-REASON.
           MOVE CBI-CCTYPE     TO CS-CCTYPE.
           MOVE 'N'            TO CS-MATCH-SW.
           MOVE 0              TO CS-GUEST-NUM.
           MOVE 0              TO CS-START-DATE.
           MOVE 0              TO CS-END-DATE.
           PERFORM L4E-FIND-STAY.
           IF BEST-FOUND
               MOVE 'Y'                      TO CS-MATCH-SW
               MOVE BL-NAME                  TO CS-NAME
               MOVE BL-CAMPGROUND            TO CS-CAMPGROUND
               MOVE BL-SITE                  TO CS-SITE
               MOVE BL-START-DATE            TO CS-START-DATE
               MOVE BL-END-DATE              TO CS-END-DATE
               MOVE BL-CCTYPE                TO CS-CCTYPE
               PERFORM L4G-FIND-GUEST-NUMBER
               ADD 1 TO TOT-MATCHED
               MOVE 'OPENED' TO O-NOTE
           ELSE
               ADD 1 TO TOT-UNMATCHED
               MOVE 'OPENED - NO STAY MATCHED' TO O-NOTE
           END-IF.
           ADD 1 TO CT-COUNT.
           MOVE CS-REC TO CT-DATA(CT-COUNT).
           ADD 1      TO TOT-OPENED.
           ADD CS-AMT TO TOT-OPENED-AMT.
           IF NC-COUNT < 100
               ADD 1 TO NC-COUNT
               MOVE CT-COUNT TO NC-CT-SUB(NC-COUNT)
               MOVE SPACES   TO NC-KEY(NC-COUNT)
               MOVE SPACES   TO NC-BL-STAY(NC-COUNT)
               IF BEST-FOUND
                   MOVE BL-KEY   TO NC-KEY(NC-COUNT)
                   MOVE BL-STAY  TO NC-BL-STAY(NC-COUNT)
               END-IF
           ELSE
               DISPLAY 'EVIDENCE TABLE FULL -- NO PACKET FOR CASE: '
                   CS-CASE-NUM
           END-IF.

      *****************************************************************
      * L4-FIND-CARD-TOKEN looks CB-PAN up on the card token vault by *
      * its alternate card number key.  A card the vault does not     *
      * know comes back as zeros and its last four digits, which      *
      * matches no ledger entry and prints masked like any other.     *
      *****************************************************************
       L4-FIND-CARD-TOKEN.
           MOVE 0            TO CB-TOKEN.
           MOVE CB-PAN-LAST4 TO CB-TOKEN-LAST4.
           IF CARD-VAULT-OPEN
               MOVE CB-PAN TO VLT-PAN
               READ CARD-VAULT
                   KEY IS VLT-PAN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VLT-TOKEN TO CB-TOKEN
               END-READ
           END-IF.

      *****************************************************************
      * L4E-FIND-STAY looks for the ledger stay the notice charged    *
      * back -- same card, an amount no more than was paid on the     *
      * stay, and a charge posted no later than the stay's departure. *
      * The notice carries no part of the stay's key, so the whole    *
      * ledger is browsed from its first key.                         *
      *****************************************************************
       L4E-FIND-STAY.
           MOVE 'N' TO BEST-FOUND-SW.
           MOVE 9 TO BEST-RANK.
           MOVE 0 TO BEST-END-DATE.
           IF BAL-OPEN
               MOVE LOW-VALUES TO BAL-KEY
               MOVE 'Y' TO BAL-MORE-SW
               START BAL-IN
                   KEY IS NOT < BAL-KEY
                   INVALID KEY
                       MOVE 'N' TO BAL-MORE-SW
               END-START
               IF BAL-MORE-SW = 'Y'
                   PERFORM L4E-READ-NEXT-STAY
               END-IF
               PERFORM L4F-TRY-ONE-STAY
                   UNTIL BAL-MORE-SW = 'N'
           END-IF.

       L4E-READ-NEXT-STAY.
           READ BAL-IN NEXT RECORD
               AT END
                   MOVE 'N' TO BAL-MORE-SW
           END-READ.

       L4F-TRY-ONE-STAY.
           IF BAL-CCNUM = CB-TOKEN
            AND BAL-PAID-AMT NUMERIC
            AND CBI-AMT NOT > BAL-PAID-AMT
               PERFORM L4F-DATE-STAY
               IF CAND-STAY-END > 0
                   MOVE CAND-STAY-END  TO CAND-END-DATE
               ELSE
                   MOVE BAL-START-DATE TO CAND-END-DATE
               END-IF
               IF CBI-AMT = BAL-PAID-AMT
                   MOVE 0 TO CAND-RANK
               ELSE
                   MOVE 1 TO CAND-RANK
               END-IF
               IF CBI-TRAN-DATE NOT > CAND-END-DATE
                   IF CAND-RANK < BEST-RANK
                    OR (CAND-RANK = BEST-RANK
                        AND CAND-END-DATE < BEST-END-DATE)
                       MOVE 'Y'           TO BEST-FOUND-SW
                       MOVE BAL-REC       TO BL-DATA
                       MOVE CAND-STAY-END TO BL-END-DATE
                       MOVE CAND-RANK     TO BEST-RANK
                       MOVE CAND-END-DATE TO BEST-END-DATE
                   END-IF
               END-IF
           END-IF.
           PERFORM L4E-READ-NEXT-STAY.

      *****************************************************************
      * L4F-DATE-STAY finds a candidate stay's departure -- off the   *
      * availability master while the stay is live, otherwise off     *
      * the stay-history archive, which is read through for it.       *
      *****************************************************************
       L4F-DATE-STAY.
           MOVE 0 TO CAND-STAY-END.
           IF AVAIL-OPEN
               MOVE BAL-KEY TO AVM-KEY
               READ AVAIL-MST
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE AVM-END-DATE TO CAND-STAY-END
               END-READ
           END-IF.
           IF CAND-STAY-END = 0
               OPEN INPUT STAYHIST-IN
               IF STAYHIST-IN-STATUS = '00'
                   MOVE 'Y' TO SH-MORE-SW
                   PERFORM L4F-READ-STAYHIST-REC
                       UNTIL SH-MORE-SW = 'N'
                   CLOSE STAYHIST-IN
               END-IF
           END-IF.

       L4F-READ-STAYHIST-REC.
           READ STAYHIST-IN
               AT END
                   MOVE 'N' TO SH-MORE-SW
               NOT AT END
                   IF SH-KEY = BAL-KEY
                       MOVE SH-END-DATE TO CAND-STAY-END
                       MOVE 'N' TO SH-MORE-SW
                   END-IF
           END-READ.

       L4G-FIND-GUEST-NUMBER.
           MOVE SPACES TO NAME-SPLIT.
           UNSTRING CS-NAME
               DELIMITED BY ', '
               INTO NS-LNAME NS-FNAME.
           IF GST-OPEN
               MOVE NS-LNAME TO GST-LNAME
               MOVE NS-FNAME TO GST-FNAME
               READ GUEST-MST
                   KEY IS GST-NAME-KEY
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE GST-NUMBER TO CS-GUEST-NUM
               END-READ
           END-IF.

       L4H-WRITE-CASE-LINE.
           MOVE CS-CASE-NUM    TO O-CASE-NUM.
           MOVE CBI-PROC-REF   TO O-PROC-REF.
           MOVE CS-CCNUM       TO MASK-CCNUM.
           PERFORM L9-MASK-CARD.
           MOVE MASK-OUT       TO O-CARD.
           MOVE CS-TRAN-DATE   TO O-TRAN-DATE.
           MOVE CS-AMT         TO O-AMT.
           MOVE CS-CAMPGROUND  TO O-CAMPGROUND.
           MOVE CS-SITE        TO O-SITE.
           MOVE CS-START-DATE  TO O-START-DATE.
           WRITE RPTLINE FROM RPT-CASE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L5-GATHER-EVIDENCE reads the archived audit trail and then    *
      * the current one, keeping every image of each new case's       *
      * stay -- the transaction named the stay, or the availability   *
      * image before or after the change was the stay.                *
      *****************************************************************
       L5-GATHER-EVIDENCE.
           OPEN INPUT AUDARCH-IN.
           IF AUDARCH-IN-STATUS = '00'
               MOVE 'Y' TO AUDIT-MORE-SW
               PERFORM L5A-READ-AUDARCH-REC
               PERFORM L5B-KEEP-ARCHIVE-IMAGE
                   UNTIL AUDIT-MORE-SW = 'N'
               CLOSE AUDARCH-IN
           END-IF.
           OPEN INPUT AUDIT-IN.
           IF AUDIT-IN-STATUS = '00'
               MOVE 'Y' TO AUDIT-MORE-SW
               PERFORM L5C-READ-AUDIT-REC
               PERFORM L5D-KEEP-AUDIT-IMAGE
                   UNTIL AUDIT-MORE-SW = 'N'
               CLOSE AUDIT-IN
           END-IF.

       L5A-READ-AUDARCH-REC.
           READ AUDARCH-IN INTO AUDIT-WORK
               AT END
                   MOVE 'N' TO AUDIT-MORE-SW
           END-READ.

       L5B-KEEP-ARCHIVE-IMAGE.
           PERFORM L5E-TEST-ONE-NEW-CASE
               VARYING NC-SUB FROM 1 BY 1
               UNTIL NC-SUB > NC-COUNT.
           PERFORM L5A-READ-AUDARCH-REC.

       L5C-READ-AUDIT-REC.
           READ AUDIT-IN INTO AUDIT-WORK
               AT END
                   MOVE 'N' TO AUDIT-MORE-SW
           END-READ.

       L5D-KEEP-AUDIT-IMAGE.
           PERFORM L5E-TEST-ONE-NEW-CASE
               VARYING NC-SUB FROM 1 BY 1
               UNTIL NC-SUB > NC-COUNT.
           PERFORM L5C-READ-AUDIT-REC.

       L5E-TEST-ONE-NEW-CASE.
           IF NC-KEY(NC-SUB) NOT = SPACES
               IF AW-TRAN(2:36) = NC-KEY(NC-SUB)
                OR AWB-KEY      = NC-KEY(NC-SUB)
                OR AWA-KEY      = NC-KEY(NC-SUB)
                   IF EV-COUNT < 600
                       ADD 1 TO EV-COUNT
                       MOVE NC-SUB     TO EV-NC-SUB(EV-COUNT)
                       MOVE AUDIT-WORK TO EV-DATA(EV-COUNT)
                   ELSE
                       DISPLAY 'EVIDENCE TABLE FULL -- IMAGE DROPPED: '
                           NC-KEY(NC-SUB)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * L6-PRINT-EVIDENCE prints one packet per new case, each on its *
      * own page so it can be sent to the processor as printed.       *
      *****************************************************************
       L6-PRINT-EVIDENCE.
           PERFORM L6A-PRINT-ONE-PACKET
               VARYING NC-SUB FROM 1 BY 1
               UNTIL NC-SUB > NC-COUNT.

       L6A-PRINT-ONE-PACKET.
           MOVE CT-DATA(NC-CT-SUB(NC-SUB)) TO CS-REC.
           MOVE NC-BL-STAY(NC-SUB)         TO BL-STAY.
           PERFORM L6-EVID-HEADING.
           MOVE CS-CASE-NUM    TO O-EV-CASE-NUM.
           MOVE CS-PROC-REF    TO O-EV-PROC-REF.
           MOVE CS-REASON      TO O-EV-REASON.
           MOVE CS-REPLY-DATE  TO O-EV-REPLY-DATE.
           WRITE EVIDLINE FROM EVID-CASE-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L6-EVID-HEADING.
           MOVE 'CHARGEBACK' TO O-SECTION-TITLE.
           PERFORM L6H-WRITE-EVID-SECTION.
           MOVE 'CARD CHARGED BACK'  TO O-EV-LABEL.
           MOVE CS-CCNUM             TO MASK-CCNUM.
           PERFORM L9-MASK-CARD.
           MOVE MASK-OUT             TO O-EV-TEXT.
           MOVE 0                    TO O-EV-AMT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'ORIGINAL CHARGE DATE' TO O-EV-LABEL.
           MOVE SPACES               TO O-EV-TEXT.
           MOVE CS-TRAN-DATE         TO O-EV-TEXT(1:8).
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'AMOUNT CHARGED BACK' TO O-EV-LABEL.
           MOVE SPACES               TO O-EV-TEXT.
           MOVE CS-AMT               TO O-EV-AMT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           IF NC-KEY(NC-SUB) = SPACES
               MOVE 'NO LEDGER STAY MATCHES -- ANSWER BY HAND'
                   TO O-NONE-TEXT
               WRITE EVIDLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L6-EVID-HEADING
           ELSE
               PERFORM L6B-PRINT-BOOKING
               PERFORM L6C-PRINT-HISTORY
               PERFORM L6E-PRINT-POLICY
           END-IF.

       L6B-PRINT-BOOKING.
           MOVE 'BOOKING' TO O-SECTION-TITLE.
           PERFORM L6H-WRITE-EVID-SECTION.
           MOVE 0                      TO O-EV-AMT.
           MOVE 'GUEST'                TO O-EV-LABEL.
           MOVE CS-NAME                TO O-EV-TEXT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'GUEST NUMBER'         TO O-EV-LABEL.
           MOVE SPACES                 TO O-EV-TEXT.
           IF CS-GUEST-NUM > 0
               MOVE CS-GUEST-NUM       TO O-EV-TEXT(1:6)
           ELSE
               MOVE 'NOT ON GUEST MASTER' TO O-EV-TEXT
           END-IF.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'CAMPGROUND'           TO O-EV-LABEL.
           MOVE CS-CAMPGROUND          TO O-EV-TEXT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'SITE'                 TO O-EV-LABEL.
           MOVE CS-SITE                TO O-EV-TEXT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'ARRIVAL'              TO O-EV-LABEL.
           MOVE SPACES                 TO O-EV-TEXT.
           MOVE CS-START-DATE          TO O-EV-TEXT(1:8).
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'DEPARTURE'            TO O-EV-LABEL.
           MOVE SPACES                 TO O-EV-TEXT.
           IF CS-END-DATE > 0
               MOVE CS-END-DATE        TO O-EV-TEXT(1:8)
           ELSE
               MOVE 'NOT ON FILE'      TO O-EV-TEXT
           END-IF.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'PAYMENTS' TO O-SECTION-TITLE.
           PERFORM L6H-WRITE-EVID-SECTION.
           MOVE SPACES                 TO O-EV-TEXT.
           MOVE 'CARD ON THE BOOKING'  TO O-EV-LABEL.
           MOVE BL-CCNUM               TO MASK-CCNUM.
           PERFORM L9-MASK-CARD.
           MOVE MASK-OUT               TO O-EV-TEXT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE SPACES                 TO O-EV-TEXT.
           MOVE 'STAY VALUE'           TO O-EV-LABEL.
           MOVE BL-STAY-AMT            TO O-EV-AMT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'INCIDENTAL CHARGES'   TO O-EV-LABEL.
           MOVE 0                      TO O-EV-AMT.
           IF BL-INCID-AMT NUMERIC
               MOVE BL-INCID-AMT TO O-EV-AMT
           END-IF.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'PAID TO DATE'         TO O-EV-LABEL.
           MOVE BL-PAID-AMT            TO O-EV-AMT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'BALANCE DUE'          TO O-EV-LABEL.
           MOVE BL-BALANCE-DUE         TO O-EV-AMT.
           PERFORM L6G-WRITE-EVID-DETAIL.

      *****************************************************************
      * L6C-PRINT-HISTORY lists the stay's audit images -- booking,   *
      * changes, payments, check-in, checkout -- noting the date of   *
      * any cancellation for the policy section.                      *
      *****************************************************************
       L6C-PRINT-HISTORY.
           MOVE 'TRANSACTION HISTORY (AUDIT TRAIL)' TO O-SECTION-TITLE.
           PERFORM L6H-WRITE-EVID-SECTION.
           WRITE EVIDLINE FROM EVID-AUDIT-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L6-EVID-HEADING.
           MOVE 'N' TO CANCEL-FOUND-SW.
           MOVE 0   TO CANCEL-DATE.
           MOVE 0   TO EV-CASE-LINES.
           PERFORM L6D-PRINT-ONE-IMAGE
               VARYING EV-SUB FROM 1 BY 1
               UNTIL EV-SUB > EV-COUNT.
           IF EV-CASE-LINES = 0
               MOVE 'NO AUDIT IMAGES ON FILE FOR THIS STAY'
                   TO O-NONE-TEXT
               WRITE EVIDLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L6-EVID-HEADING
           END-IF.

       L6D-PRINT-ONE-IMAGE.
           IF EV-NC-SUB(EV-SUB) = NC-SUB
               ADD 1 TO EV-CASE-LINES
               MOVE EV-DATA(EV-SUB) TO AUDIT-WORK
               MOVE AW-TRAN         TO TRAN-REC
               MOVE AW-RUN-DATE     TO O-AU-RUN-DATE
               MOVE AW-RUN-TIME     TO O-AU-RUN-TIME
               MOVE SPACES          TO O-AU-CARD
               MOVE SPACE           TO O-AU-TENDER
               MOVE 0               TO O-AU-AMT
               IF VAL-TRAN-TYPE
                   MOVE I-CCTYPE    TO O-AU-TENDER
                   IF I-AMT NUMERIC
                       MOVE I-AMT   TO O-AU-AMT
                   END-IF
                   IF TENDER-CARD AND TRAN-REC(98:4) NUMERIC
                       MOVE TRAN-REC(86:16) TO MASK-CCNUM-X
                       PERFORM L9-MASK-CARD
                       MOVE MASK-OUT TO O-AU-CARD
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN TRAN-NEW
                       MOVE 'NEW BOOKING'   TO O-AU-ACTIVITY
                   WHEN TRAN-BLOCK
                       MOVE 'BLOCK BOOKING' TO O-AU-ACTIVITY
                   WHEN TRAN-CHANGE
                       MOVE 'CHANGE'        TO O-AU-ACTIVITY
                   WHEN TRAN-PAYMENT
                       MOVE 'PAYMENT'       TO O-AU-ACTIVITY
                   WHEN TRAN-CHECKIN
                       MOVE 'CHECK-IN'      TO O-AU-ACTIVITY
                   WHEN TRAN-CHECKOUT
                       MOVE 'CHECKOUT'      TO O-AU-ACTIVITY
                   WHEN TRAN-CHARGE
                       MOVE 'GATE CHARGE'   TO O-AU-ACTIVITY
                   WHEN TRAN-CANCEL
                       MOVE 'CANCELLATION'  TO O-AU-ACTIVITY
                       MOVE 'Y'             TO CANCEL-FOUND-SW
                       MOVE AW-RUN-DATE     TO CANCEL-DATE
                   WHEN OTHER
                       MOVE AW-TRAN(1:16)   TO O-AU-ACTIVITY
               END-EVALUATE
               MOVE AWB-STATUS      TO O-AU-BEFORE
               MOVE AWA-STATUS      TO O-AU-AFTER
               WRITE EVIDLINE FROM EVID-AUDIT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L6-EVID-HEADING
           END-IF.

      *****************************************************************
      * L6E-PRINT-POLICY states the forfeit schedule and the tier the *
      * stay fell in -- a cancelled stay by the days between the      *
      * cancellation and arrival, any other stay owed no refund.      *
      *****************************************************************
       L6E-PRINT-POLICY.
           MOVE 'REFUND POLICY' TO O-SECTION-TITLE.
           PERFORM L6H-WRITE-EVID-SECTION.
           MOVE 0                TO O-EV-AMT.
           MOVE 'PUBLISHED SCHEDULE' TO O-EV-LABEL.
           MOVE 'FULL REFUND 30+ DAYS OUT, HALF 7-29, NONE UNDER 7'
               TO O-EV-TEXT.
           PERFORM L6G-WRITE-EVID-DETAIL.
           MOVE 'TIER APPLIED'   TO O-EV-LABEL.
           MOVE SPACES           TO O-EV-TEXT.
           IF CANCEL-FOUND
               COMPUTE ARRIVAL-JULIAN =
                   FUNCTION INTEGER-OF-DATE(CS-START-DATE)
               COMPUTE CANCEL-JULIAN =
                   FUNCTION INTEGER-OF-DATE(CANCEL-DATE)
               COMPUTE DAYS-OUT = ARRIVAL-JULIAN - CANCEL-JULIAN
               EVALUATE TRUE
                   WHEN DAYS-OUT NOT < REFUND-FULL-DAYS
                       MOVE 100 TO POLICY-PCT
                   WHEN DAYS-OUT NOT < REFUND-HALF-DAYS
                       MOVE 50  TO POLICY-PCT
                   WHEN OTHER
                       MOVE 0   TO POLICY-PCT
               END-EVALUATE
               IF DAYS-OUT < 0
                   MOVE 0 TO DAYS-OUT
               END-IF
               MOVE DAYS-OUT TO DAYS-OUT-EDIT
               STRING 'CANCELLED ' DELIMITED BY SIZE
                   DAYS-OUT-EDIT DELIMITED BY SIZE
                   ' DAYS OUT -- ' DELIMITED BY SIZE
                   POLICY-PCT DELIMITED BY SIZE
                   ' PCT REFUND' DELIMITED BY SIZE
                   INTO O-EV-TEXT
           ELSE
               MOVE 'STAY NOT CANCELLED -- NO REFUND DUE'
                   TO O-EV-TEXT
           END-IF.
           PERFORM L6G-WRITE-EVID-DETAIL.

       L6G-WRITE-EVID-DETAIL.
           WRITE EVIDLINE FROM EVID-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L6-EVID-HEADING.

       L6H-WRITE-EVID-SECTION.
           WRITE EVIDLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L6-EVID-HEADING.

       L6-EVID-HEADING.
           ADD 1 TO EVID-PAGE-CTR.
           MOVE EVID-PAGE-CTR TO RPT-TITLE-PAGE.
           IF EVID-PAGE-CTR = 1
               WRITE EVIDLINE FROM RPT-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE EVIDLINE FROM RPT-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE EVIDLINE FROM EVID-TITLE-LINE2
               AFTER ADVANCING 1 LINE.

      *****************************************************************
      * L7-LIST-OPEN-CASES lists every case still open or represented *
      * with the date the processor needs an answer by.               *
      *****************************************************************
       L7-LIST-OPEN-CASES.
           MOVE 'UNRESOLVED DISPUTE CASES' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-CASE-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L7A-LIST-ONE-CASE
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
           IF TOT-OPEN-CTR = 0
               MOVE 'NO CASES UNRESOLVED' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L7A-LIST-ONE-CASE.
           MOVE CT-DATA(CT-SUB) TO CS-REC.
           IF CS-UNRESOLVED
               ADD 1      TO TOT-OPEN-CTR
               ADD CS-AMT TO TOT-OPEN-AMT
               MOVE CS-CASE-NUM    TO O-CASE-NUM
               MOVE CS-PROC-REF    TO O-PROC-REF
               MOVE CS-CCNUM       TO MASK-CCNUM
               PERFORM L9-MASK-CARD
               MOVE MASK-OUT       TO O-CARD
               MOVE CS-TRAN-DATE   TO O-TRAN-DATE
               MOVE CS-AMT         TO O-AMT
               MOVE CS-CAMPGROUND  TO O-CAMPGROUND
               MOVE CS-SITE        TO O-SITE
               MOVE CS-START-DATE  TO O-START-DATE
               MOVE SPACES         TO O-NOTE
               IF CS-REPRESENTED
                   MOVE 'REPRESENTED' TO O-NOTE
               ELSE
                   STRING 'REPLY BY ' DELIMITED BY SIZE
                       CS-REPLY-DATE DELIMITED BY SIZE
                       INTO O-NOTE
               END-IF
               WRITE RPTLINE FROM RPT-CASE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RPT-HEADING
           END-IF.

       L8-WRITE-TOTALS.
           MOVE 'RUN TOTALS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           MOVE 'CHARGEBACK NOTICES READ'       TO O-CNT-LABEL.
           MOVE TOT-CB-READ                     TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'CASES OPENED'                  TO O-CNT-LABEL.
           MOVE TOT-OPENED                      TO O-CNT-VALUE.
           MOVE TOT-OPENED-AMT                  TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  MATCHED TO A STAY'           TO O-CNT-LABEL.
           MOVE TOT-MATCHED                     TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  NO STAY MATCHED'             TO O-CNT-LABEL.
           MOVE TOT-UNMATCHED                   TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'NOTICES ALREADY ON CASE FILE'  TO O-CNT-LABEL.
           MOVE TOT-CB-DUP                      TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'NOTICES REJECTED'              TO O-CNT-LABEL.
           MOVE TOT-CB-REJECTED                 TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'CASES REPRESENTED'             TO O-CNT-LABEL.
           MOVE TOT-REPRESENTED                 TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'CASES WON'                     TO O-CNT-LABEL.
           MOVE TOT-WON                         TO O-CNT-VALUE.
           MOVE TOT-WON-AMT                     TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'CASES LOST'                    TO O-CNT-LABEL.
           MOVE TOT-LOST                        TO O-CNT-VALUE.
           MOVE TOT-LOST-AMT                    TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'GUESTS FLAGGED'                TO O-CNT-LABEL.
           MOVE TOT-FLAGGED                     TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'CASE TRANSACTIONS REJECTED'    TO O-CNT-LABEL.
           MOVE TOT-TRAN-REJ                    TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'CASES UNRESOLVED'              TO O-CNT-LABEL.
           MOVE TOT-OPEN-CTR                    TO O-CNT-VALUE.
           MOVE TOT-OPEN-AMT                    TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.

       L8A-WRITE-COUNT.
           WRITE RPTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      * only the last four digits of a card ever print
       L9-MASK-CARD.
           MOVE ALL '*'              TO MASK-OUT.
           MOVE MASK-CCNUM-X(13:4)   TO MASK-OUT(13:4).

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
           MOVE 'CBLHJB31 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB31 END'    TO RL-TEXT.
           MOVE TOT-CB-READ       TO RL-RECS-READ.
           MOVE TOT-OPENED        TO RL-ACCEPT-CTR.
           MOVE TOT-CB-REJECTED   TO RL-REJECT-CTR.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB31.
