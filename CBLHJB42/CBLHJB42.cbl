       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLHJB42.
       AUTHOR. HARRISON BIRKNER.

      *****************************************************************
      * CBLHJB42 -- RETURNED CHECKS.                                  *
      * A deposit or payment taken by check posts to the balance      *
      * ledger the night it is keyed, and when the bank later sends   *
      * the check back unpaid the stay still shows paid -- the guest  *
      * arrives owing money the gate knows nothing about.  This run:  *
      *   - takes in the bank's return file RTNCHK.DAT and the        *
      *     returns the office keys on RCKMAINT.DAT;                  *
      *   - finds the payment each check made on the archived and     *
      *     current audit trails AUDARCH.DAT and AUDIT.DAT by check   *
      *     number and amount -- a deposit, a payment, or a checkout  *
      *     settled by check; the latest one wins;                    *
      *   - backs the payment out of its stay's entry on the balance  *
      *     ledger BALLEDG.IDX while the stay is still live on the    *
      *     availability master: the amount comes off BAL-PAID-AMT    *
      *     and goes back on the balance due with the returned check  *
      *     fee, which rides the ledger's incidental total so the     *
      *     checkout collects it and the folio prints it;             *
      *   - opens an item (layout RCKITEM) for every return on the    *
      *     returned check file RCKITEM.DAT, carried forward to       *
      *     RCKITEM.NEW;                                              *
      *   - puts a reversal on the audit trail for every return and   *
      *     on the guest history GUESTHIS.DAT for the guest, and      *
      *     marks the guest on the guest master GUEST.IDX so the edit *
      *     takes only card or cash from the guest from then on;      *
      *   - applies the office's keyed made-good transactions -- a    *
      *     check the guest has made good closes its item, and when   *
      *     the office collected it directly the money goes on the    *
      *     audit trail for the ledger journal CBLHJB27;              *
      *   - lists every returned check still open on RTNCHK.PRT.      *
      * Run after the edit run CBLHJB01 and before CBLHJB27.  A       *
      * return already on the audit trail under the same check        *
      * number and amount is never backed out twice.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNCHK-IN
               ASSIGN TO 'C:\COBOLSP20\RTNCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTNCHK-IN-STATUS.

           SELECT RCKMAINT-IN
               ASSIGN TO 'C:\COBOLSP20\RCKMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCKMAINT-IN-STATUS.

           SELECT ITEM-IN
               ASSIGN TO 'C:\COBOLSP20\RCKITEM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-IN-STATUS.

           SELECT ITEM-OUT
               ASSIGN TO 'C:\COBOLSP20\RCKITEM.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDARCH-IN
               ASSIGN TO 'C:\COBOLSP20\AUDARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDARCH-IN-STATUS.

           SELECT AUDIT-IN
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-IN-STATUS.

      *****************************************************************
      * AUDIT-OUT is the same cumulative audit trail, opened for      *
      * append once the sweep of it is done -- every return and       *
      * every check made good at the office goes on it.               *
      *****************************************************************
           SELECT AUDIT-OUT
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-STATUS.

           SELECT BAL-MST
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-MST-STATUS.

           SELECT AVAIL-MST
               ASSIGN TO 'C:\COBOLSP20\SITEAVL.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

      *****************************************************************
      * GUEST-MST is the guest master -- read by name to find the     *
      * guest who wrote the check, and rewritten in place to mark     *
      * the guest.                                                    *
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
      * MSTJRNL-OUT is the master image journal -- every ledger entry *
      * a return reinstates and every guest it marks goes on it with  *
      * its before and after image so CBLHJB32 can roll the masters   *
      * forward over the run.                                         *
      *****************************************************************
           SELECT MSTJRNL-OUT
               ASSIGN TO 'C:\COBOLSP20\MSTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-OUT-STATUS.

           SELECT GUEST-HIST
               ASSIGN TO 'C:\COBOLSP20\GUESTHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GUEST-HIST-STATUS.

           SELECT RPTOUT
               ASSIGN TO 'C:\COBOLSP20\RTNCHK.PRT'
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
      * one check off the bank's return file -- the check's number and
      * amount as the bank read them, the date the bank returned it,
      * the bank's reason code (NSF, closed account, stop payment),
      * and the bank's own reference for the return
       FD  RTNCHK-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RTNCHK-REC
           RECORD CONTAINS 50 CHARACTERS.

       01  RTNCHK-REC.
           05  RB-CHECK-NUM        PIC 9(16).
           05  RB-AMT              PIC 9(5)V99.
           05  RB-RETURN-DATE      PIC 9(8).
           05  RB-REASON           PIC X(4).
           05  RB-BANK-REF         PIC X(15).

      * one keyed transaction -- R a return the office took over the
      * counter or by telephone (the check's number, amount, return
      * date, and reason), M a returned check made good (the item
      * number alone)
       FD  RCKMAINT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RCKMAINT-REC
           RECORD CONTAINS 48 CHARACTERS.

       01  RCKMAINT-REC.
           05  RM-ACTION           PIC X.
               88 RM-RETURN        VALUE 'R'.
               88 RM-MADE-GOOD     VALUE 'M'.
           05  RM-ITEM-NUM         PIC 9(6).
           05  RM-CHECK-NUM        PIC 9(16).
           05  RM-AMT              PIC 9(5)V99.
           05  RM-RETURN-DATE      PIC 9(8).
           05  RM-REASON           PIC X(4).
           05  RM-CLERK-ID         PIC X(6).

       FD  ITEM-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS ITEM-IN-REC
           RECORD CONTAINS 185 CHARACTERS.

       01  ITEM-IN-REC             PIC X(185).

       FD  ITEM-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS ITEM-OUT-REC
           RECORD CONTAINS 185 CHARACTERS.

       01  ITEM-OUT-REC            PIC X(185).

       FD  AUDARCH-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDARCH-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDARCH-REC             PIC X(287).

       FD  AUDIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-IN-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDIT-IN-REC            PIC X(287).

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

       FD  BAL-MST
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

       FD  GUEST-HIST
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-HIST-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  GST-HIST-REC.
           05  GH-GUEST-NUMBER     PIC 9(6).
           05  GH-RUN-DATE         PIC 9(8).
           05  GH-TRAN-TYPE        PIC X.
           05  GH-CAMPGROUND       PIC X(25).
           05  GH-SITE             PIC X(3).
           05  GH-START-DATE       PIC 9(8).
           05  GH-AMT              PIC S9(3)V99.
           05  GH-CLERK-ID         PIC X(6).

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
           05  RTNCHK-MORE-SW      PIC X      VALUE 'Y'.
           05  RCKMAINT-MORE-SW    PIC X      VALUE 'Y'.
           05  ITEM-MORE-SW        PIC X      VALUE 'Y'.
           05  AUDIT-MORE-SW       PIC X      VALUE 'Y'.
           05  GST-OPEN-SW         PIC X      VALUE 'N'.
               88 GST-OPEN         VALUE 'Y'.
           05  GST-FOUND-SW        PIC X      VALUE 'N'.
               88 GST-FOUND        VALUE 'Y'.
           05  BAL-OPEN-SW         PIC X      VALUE 'N'.
               88 BAL-OPEN         VALUE 'Y'.
           05  BAL-FOUND-SW        PIC X      VALUE 'N'.
               88 BAL-FOUND        VALUE 'Y'.
           05  AVAIL-OPEN-SW       PIC X      VALUE 'N'.
               88 AVAIL-OPEN       VALUE 'Y'.
           05  AVAIL-FOUND-SW      PIC X      VALUE 'N'.
               88 AVAIL-FOUND      VALUE 'Y'.
           05  AUDIT-OUT-OPEN-SW   PIC X      VALUE 'N'.
               88 AUDIT-OUT-OPEN   VALUE 'Y'.
           05  RETURN-OK-SW        PIC X      VALUE 'N'.
               88 RETURN-OK        VALUE 'Y'.

       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05  CURRENT-TIME        PIC X(11).

       01  MISC.
           05  RTNCHK-IN-STATUS    PIC XX     VALUE SPACES.
           05  RCKMAINT-IN-STATUS  PIC XX     VALUE SPACES.
           05  ITEM-IN-STATUS      PIC XX     VALUE SPACES.
           05  AUDARCH-IN-STATUS   PIC XX     VALUE SPACES.
           05  AUDIT-IN-STATUS     PIC XX     VALUE SPACES.
           05  AUDIT-OUT-STATUS    PIC XX     VALUE SPACES.
           05  BAL-MST-STATUS      PIC XX     VALUE SPACES.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  GUEST-MST-STATUS    PIC XX     VALUE SPACES.
           05  MSTJRNL-OUT-STATUS  PIC XX     VALUE SPACES.
           05  GUEST-HIST-STATUS   PIC XX     VALUE SPACES.
           05  RPT-PAGE-CTR        PIC 99     VALUE 0.
           05  RUN-DATE-NUM        PIC 9(8)   VALUE 0.
           05  RUN-JULIAN          PIC S9(8)  VALUE 0.
           05  RETURN-JULIAN       PIC S9(8)  VALUE 0.
           05  MADE-GOOD-JULIAN    PIC S9(8)  VALUE 0.
           05  DAYS-OPEN           PIC S9(8)  VALUE 0.
           05  NEXT-ITEM-NUM       PIC 9(6)   VALUE 1.
           05  RESULT-TEXT         PIC X(40)  VALUE SPACES.
           05  CHECK-NUM-EDIT      PIC Z(15)9.

      *****************************************************************
      * RETURN-FEE-POLICY is the published fee for a check the bank   *
      * returns unpaid, assessed on every return taken in.            *
      *****************************************************************
       01  RETURN-FEE-POLICY.
           05  RETURN-FEE-AMT      PIC 9(3)V99 VALUE 25.00.

      * the item being worked -- every table entry passes through here
      * on its way in, out, and under examination
       COPY RCKITEM.

      * the payment transaction image off an audit record
       COPY TRANREC.

       01  AUDIT-WORK.
           05  AW-RUN-DATE         PIC 9(8).
           05  AW-RUN-TIME         PIC X(8).
           05  AW-TRAN             PIC X(163).
           05  AW-BEFORE           PIC X(51).
           05  AW-AFTER            PIC X(51).
           05  AW-CLERK-ID         PIC X(6).

      *****************************************************************
      * RCK-MARKER is the transaction area of the audit record this   *
      * run writes -- '*CHECK RETURNED*' for a return taken in,       *
      * '*CHECK MADE GOOD*' for an item the office collected itself   *
      * -- carrying the stay, the check, the fee, the item, and how   *
      * the return was backed out.  CBLHJB27 books the ledger         *
      * journal off the same layout.                                  *
      *****************************************************************
       01  RCK-MARKER.
           05  MK-TEXT             PIC X(20).
               88 MK-RETURNED      VALUE '*CHECK RETURNED*'.
               88 MK-MADE-GOOD     VALUE '*CHECK MADE GOOD*'.
           05  MK-KEY.
               10  MK-CAMPGROUND   PIC X(25).
               10  MK-SITE         PIC X(3).
               10  MK-START-DATE   PIC 9(8).
           05  MK-CHECK-NUM        PIC 9(16).
           05  MK-CHECK-AMT        PIC 9(5)V99.
           05  MK-FEE-AMT          PIC 9(3)V99.
           05  MK-ITEM-NUM         PIC 9(6).
           05  MK-MATCH-SW         PIC X.
           05  FILLER              PIC X(72).

      * one return on its way into the queue, off either file
       01  NEW-RETURN-WORK.
           05  NW-SOURCE           PIC X.
           05  NW-CHECK-NUM        PIC 9(16).
           05  NW-AMT              PIC 9(5)V99.
           05  NW-RETURN-DATE      PIC 9(8).
           05  NW-RETURN-PARTS REDEFINES NW-RETURN-DATE.
               10  NW-RETURN-YEAR  PIC 9(4).
               10  NW-RETURN-MONTH PIC 99.
               10  NW-RETURN-DAY   PIC 99.
           05  NW-REASON           PIC X(4).
           05  NW-BANK-REF         PIC X(15).
           05  NW-CLERK-ID         PIC X(6).

       01  BAL-BEFORE-IMAGE        PIC X(120).

      *****************************************************************
      * CT-TABLE is the returned check file held for the run -- the   *
      * old items plus every item opened tonight, written to          *
      * RCKITEM.NEW at closing.                                       *
      *****************************************************************
       01  CT-TABLE-CONTROL.
           05  CT-COUNT            PIC 9(4)   VALUE 0.
           05  CT-SUB              PIC 9(4)   VALUE 0.
           05  CT-HIT-SUB          PIC 9(4)   VALUE 0.

       01  CT-TABLE.
           05  CT-ENTRY            OCCURS 2000 TIMES.
               10  CT-DATA         PIC X(185).

      *****************************************************************
      * NR-TABLE queues tonight's returns for the audit sweep -- each *
      * keeps the latest payment found for its check, and is marked   *
      * when the trail already carries its reversal, keeping the      *
      * item, stay, fee, and match off the reversal's marker.         *
      * MG-TABLE lists the items made good tonight, each marked when  *
      * the trail already carries its collection.                     *
      *****************************************************************
       01  NR-TABLE-CONTROL.
           05  NR-COUNT            PIC 9(4)   VALUE 0.
           05  NR-SUB              PIC 9(4)   VALUE 0.
           05  NR-HIT-SUB          PIC 9(4)   VALUE 0.

       01  NR-TABLE.
           05  NR-ENTRY            OCCURS 200 TIMES.
               10  NR-SOURCE       PIC X.
               10  NR-CHECK-NUM    PIC 9(16).
               10  NR-AMT          PIC 9(5)V99.
               10  NR-RETURN-DATE  PIC 9(8).
               10  NR-REASON       PIC X(4).
               10  NR-BANK-REF     PIC X(15).
               10  NR-CLERK-ID     PIC X(6).
               10  NR-DUP-SW       PIC X.
                   88 NR-ON-TRAIL  VALUE 'Y'.
               10  NR-HIT-SW       PIC X.
                   88 NR-PAY-FOUND VALUE 'Y'.
               10  NR-PAY-DATE     PIC 9(8).
               10  NR-PAY-CLERK    PIC X(6).
               10  NR-PAY-TRAN     PIC X(163).
               10  NR-MK-ITEM-NUM  PIC 9(6).
               10  NR-MK-KEY       PIC X(36).
               10  NR-MK-FEE-AMT   PIC 9(3)V99.
               10  NR-MK-MATCH-SW  PIC X.

       01  MG-TABLE-CONTROL.
           05  MG-COUNT            PIC 9(4)   VALUE 0.
           05  MG-SUB              PIC 9(4)   VALUE 0.

       01  MG-TABLE.
           05  MG-ENTRY            OCCURS 200 TIMES.
               10  MG-CT-SUB       PIC 9(4).
               10  MG-ITEM-NUM     PIC 9(6).
               10  MG-DUP-SW       PIC X.
                   88 MG-ON-TRAIL  VALUE 'Y'.

       01  RUN-TOTALS.
           05  TOT-BANK-READ       PIC 9(5)       VALUE 0.
           05  TOT-KEYED-READ      PIC 9(5)       VALUE 0.
           05  TOT-REJECTED        PIC 9(5)       VALUE 0.
           05  TOT-DUP             PIC 9(5)       VALUE 0.
           05  TOT-TAKEN           PIC 9(5)       VALUE 0.
           05  TOT-TAKEN-AMT       PIC S9(7)V99   VALUE 0.
           05  TOT-REINSTATED      PIC 9(5)       VALUE 0.
           05  TOT-REINSTATED-AMT  PIC S9(7)V99   VALUE 0.
           05  TOT-STAY-CLOSED     PIC 9(5)       VALUE 0.
           05  TOT-STAY-CLOSED-AMT PIC S9(7)V99   VALUE 0.
           05  TOT-NOT-FOUND       PIC 9(5)       VALUE 0.
           05  TOT-NOT-FOUND-AMT   PIC S9(7)V99   VALUE 0.
           05  TOT-FEE-AMT         PIC S9(7)V99   VALUE 0.
           05  TOT-MARKED          PIC 9(5)       VALUE 0.
           05  TOT-MADE-GOOD       PIC 9(5)       VALUE 0.
           05  TOT-MADE-GOOD-AMT   PIC S9(7)V99   VALUE 0.
           05  TOT-TRAN-REJ        PIC 9(5)       VALUE 0.
           05  TOT-OPEN-CTR        PIC 9(5)       VALUE 0.
           05  TOT-OPEN-AMT        PIC S9(7)V99   VALUE 0.
           05  TOT-PURGED          PIC 9(5)       VALUE 0.

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
           05  FILLER               PIC X(58)   VALUE SPACES.
           05  FILLER               PIC X(15)
               VALUE 'RETURNED CHECKS'.

       01  RPT-SECTION-HEADING.
           05  O-SECTION-TITLE      PIC X(60).

       01  RPT-TRAN-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'ACTION '.
           05  O-TRAN-ACTION        PIC X.
           05  FILLER               PIC X(8)    VALUE '  ITEM '.
           05  O-TRAN-ITEM-NUM      PIC 9(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-TRAN-RESULT        PIC X(60).

       01  RPT-BANK-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(18)   VALUE 'CHECK NUMBER'.
           05  FILLER               PIC X(11)   VALUE '   AMOUNT'.
           05  FILLER               PIC X(10)   VALUE 'RETURNED'.
           05  FILLER               PIC X(6)    VALUE 'WHY'.
           05  FILLER               PIC X(17)   VALUE 'BANK REF'.
           05  FILLER               PIC X(40)   VALUE 'RESULT'.

       01  RPT-BANK-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-BANK-CHECK-NUM     PIC Z(15)9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-BANK-AMT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-BANK-RETURN-DATE   PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-BANK-REASON        PIC X(4).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-BANK-REF           PIC X(15).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-BANK-RESULT        PIC X(40).

       01  RPT-ITEM-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'ITEM'.
           05  FILLER               PIC X(7)    VALUE 'FROM'.
           05  FILLER               PIC X(18)   VALUE 'CHECK NUMBER'.
           05  FILLER               PIC X(11)   VALUE '   AMOUNT'.
           05  FILLER               PIC X(8)    VALUE '   FEE'.
           05  FILLER               PIC X(22)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER               PIC X(31)   VALUE 'NOTE'.

       01  RPT-ITEM-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-NUM           PIC Z(5)9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-SOURCE        PIC X(5).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-CHECK-NUM     PIC Z(15)9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-AMT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-FEE           PIC ZZ9.99  BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-CAMPGROUND    PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-SITE          PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-START-DATE    PIC Z(7)9   BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-ITEM-NOTE          PIC X(31).

       01  RPT-OPEN-COL-HEADING.
           05  FILLER               PIC XX      VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE 'ITEM'.
           05  FILLER               PIC X(10)   VALUE 'RETURNED'.
           05  FILLER               PIC X(6)    VALUE 'DAYS'.
           05  FILLER               PIC X(18)   VALUE 'CHECK NUMBER'.
           05  FILLER               PIC X(11)   VALUE '   AMOUNT'.
           05  FILLER               PIC X(8)    VALUE '   FEE'.
           05  FILLER               PIC X(22)   VALUE 'GUEST'.
           05  FILLER               PIC X(16)   VALUE 'CAMPGROUND'.
           05  FILLER               PIC X(5)    VALUE 'SITE'.
           05  FILLER               PIC X(24)   VALUE 'STATUS'.

       01  RPT-OPEN-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-ITEM-NUM      PIC Z(5)9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-RETURN-DATE   PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-DAYS          PIC ZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-CHECK-NUM     PIC Z(15)9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-AMT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-FEE           PIC ZZ9.99  BLANK WHEN ZERO.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-NAME          PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-CAMPGROUND    PIC X(14).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-SITE          PIC X(3).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-OPEN-NOTE          PIC X(24).

       01  RPT-COUNT-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-LABEL          PIC X(38).
           05  O-CNT-VALUE          PIC ZZZZ9.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-CNT-AMT            PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.

       01  RPT-NONE-LINE.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-NONE-TEXT          PIC X(70).

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-RETURN-TRANS.
           PERFORM L4-TAKE-IN-BANK-RETURNS.
           IF NR-COUNT > 0 OR MG-COUNT > 0
               PERFORM L5-FIND-PAYMENTS
           END-IF.
           PERFORM L2F-OPEN-AUDIT-OUT.
           PERFORM L6-POST-RETURNS.
           PERFORM L7-LIST-OPEN-ITEMS.
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
           COMPUTE RUN-JULIAN = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).
           PERFORM L2A-LOAD-ITEM-FILE.
           PERFORM L2D-OPEN-MASTERS.
           OPEN EXTEND GUEST-HIST.
           IF GUEST-HIST-STATUS NOT = '00'
               OPEN OUTPUT GUEST-HIST
           END-IF.
           OPEN OUTPUT RPTOUT.
           PERFORM L3-INIT-RPT-HEADING.

       L2A-LOAD-ITEM-FILE.
           OPEN INPUT ITEM-IN.
           IF ITEM-IN-STATUS = '00'
               PERFORM L2A-READ-ITEM-REC
               PERFORM L2A-STORE-ITEM-REC
                   UNTIL ITEM-MORE-SW = 'N'
               CLOSE ITEM-IN
           END-IF.

       L2A-READ-ITEM-REC.
           READ ITEM-IN INTO RC-REC
               AT END
                   MOVE 'N' TO ITEM-MORE-SW
               NOT AT END
                   MOVE 'Y' TO ITEM-MORE-SW
           END-READ.

      *****************************************************************
      * L2A-STORE-ITEM-REC tables one item off the old file.  An item *
      * made good more than a year ago is dropped here, the way the   *
      * refund check register drops a settled check, so the file      *
      * carried forward holds a year of history.  Its number is still *
      * counted so no item number is ever given out twice.            *
      *****************************************************************
       L2A-STORE-ITEM-REC.
           IF RC-ITEM-NUM NOT < NEXT-ITEM-NUM
               COMPUTE NEXT-ITEM-NUM = RC-ITEM-NUM + 1
           END-IF.
           IF RC-MADE-GOOD
               COMPUTE MADE-GOOD-JULIAN =
                   FUNCTION INTEGER-OF-DATE(RC-STATUS-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN RC-MADE-GOOD
                AND RUN-JULIAN - MADE-GOOD-JULIAN > 365
                   ADD 1 TO TOT-PURGED
               WHEN CT-COUNT < 2000
                   ADD 1 TO CT-COUNT
                   MOVE RC-REC TO CT-DATA(CT-COUNT)
               WHEN OTHER
                   PERFORM L2A-STOP-ITEM-FILE-FULL
           END-EVALUATE.
           PERFORM L2A-READ-ITEM-REC.

      *****************************************************************
      * L2A-STOP-ITEM-FILE-FULL ends the run when the old file will   *
      * not fit the table.  Carrying it forward short would lose an   *
      * item the office is still collecting, so nothing is taken in   *
      * and nothing is written; the run log is left with a start and  *
      * no end so the nightly sequencer holds the stream.             *
      *****************************************************************
       L2A-STOP-ITEM-FILE-FULL.
           DISPLAY 'RETURNED CHECK FILE OVER 2000 ITEMS -- '
               'RUN STOPPED, NOTHING WRITTEN: ' RC-ITEM-NUM.
           CLOSE ITEM-IN.
           CLOSE RUNLOG-OUT.
           STOP RUN.

      *****************************************************************
      * L2D-OPEN-MASTERS opens the balance ledger and the guest       *
      * master for update, the availability master to tell a live     *
      * stay from one that is over, and the master image journal      *
      * every change to the ledger or the guest master goes on.       *
      *****************************************************************
       L2D-OPEN-MASTERS.
           OPEN I-O BAL-MST.
           IF BAL-MST-STATUS = '00'
               MOVE 'Y' TO BAL-OPEN-SW
           ELSE
               DISPLAY 'BALLEDG.IDX OPEN FAILED -- STATUS '
                   BAL-MST-STATUS ' -- NO BALANCE WILL BE REINSTATED'
           END-IF.
           OPEN INPUT AVAIL-MST.
           IF AVAIL-MST-STATUS = '00'
               MOVE 'Y' TO AVAIL-OPEN-SW
           ELSE
               DISPLAY 'AVAILABILITY MASTER OPEN FAILED -- STATUS '
                   AVAIL-MST-STATUS ' -- NO BALANCE WILL BE REINSTATED'
           END-IF.
           OPEN I-O GUEST-MST.
           IF GUEST-MST-STATUS = '00'
               MOVE 'Y' TO GST-OPEN-SW
           ELSE
               DISPLAY 'GUEST.IDX OPEN FAILED -- STATUS '
                   GUEST-MST-STATUS ' -- NO GUEST WILL BE MARKED'
           END-IF.
           OPEN EXTEND MSTJRNL-OUT.
           IF MSTJRNL-OUT-STATUS NOT = '00'
               OPEN OUTPUT MSTJRNL-OUT
           END-IF.

      * the trail is appended to only once the sweep has closed it
       L2F-OPEN-AUDIT-OUT.
           OPEN EXTEND AUDIT-OUT.
           IF AUDIT-OUT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           IF AUDIT-OUT-STATUS = '00'
               MOVE 'Y' TO AUDIT-OUT-OPEN-SW
           ELSE
               DISPLAY 'AUDIT.DAT OPEN FAILED -- STATUS '
                   AUDIT-OUT-STATUS ' -- NO REVERSAL WILL BE RECORDED'
           END-IF.

      *****************************************************************
      * L2-CLOSING carries the returned check file forward -- every   *
      * item tabled at load plus every item opened tonight.           *
      *****************************************************************
       L2-CLOSING.
           OPEN OUTPUT ITEM-OUT.
           PERFORM L2E-WRITE-ONE-ITEM
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
           CLOSE ITEM-OUT.
           IF BAL-OPEN
               CLOSE BAL-MST
           END-IF.
           IF AVAIL-OPEN
               CLOSE AVAIL-MST
           END-IF.
           IF GST-OPEN
               CLOSE GUEST-MST
           END-IF.
           IF AUDIT-OUT-OPEN
               CLOSE AUDIT-OUT
           END-IF.
           CLOSE MSTJRNL-OUT.
           CLOSE GUEST-HIST.
           CLOSE RPTOUT.
           PERFORM L2O-WRITE-END-RECORD.

       L2E-WRITE-ONE-ITEM.
           MOVE CT-DATA(CT-SUB) TO ITEM-OUT-REC.
           WRITE ITEM-OUT-REC.

      *****************************************************************
      * L2G-WRITE-JOURNAL-REC journals one ledger entry or guest the  *
      * run changed to the master image journal as it is rewritten.   *
      *****************************************************************
       L2G-WRITE-JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE       TO MJ-RUN-DATE.
           MOVE CURRENT-TIME(1:8)  TO MJ-RUN-TIME.
           MOVE 'CBLHJB42'         TO MJ-PROGRAM.
           WRITE MJ-REC.

      *****************************************************************
      * L3-APPLY-RETURN-TRANS posts the office's keyed transactions.  *
      * A keyed return joins the bank's returns in the queue for the  *
      * audit sweep; only an open item can be made good.              *
      *****************************************************************
       L3-APPLY-RETURN-TRANS.
           MOVE 'RETURNED CHECK TRANSACTIONS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT RCKMAINT-IN.
           IF RCKMAINT-IN-STATUS = '00'
               PERFORM L3A-READ-RCKMAINT-REC
               PERFORM L3B-APPLY-ONE-TRAN
                   UNTIL RCKMAINT-MORE-SW = 'N'
               CLOSE RCKMAINT-IN
           END-IF.
           IF TOT-KEYED-READ + TOT-MADE-GOOD + TOT-TRAN-REJ = 0
               MOVE 'NO RETURNED CHECK TRANSACTIONS' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3A-READ-RCKMAINT-REC.
           READ RCKMAINT-IN
               AT END
                   MOVE 'N' TO RCKMAINT-MORE-SW
               NOT AT END
                   MOVE 'Y' TO RCKMAINT-MORE-SW
           END-READ.

       L3B-APPLY-ONE-TRAN.
           MOVE RM-ACTION TO O-TRAN-ACTION.
           MOVE 0         TO O-TRAN-ITEM-NUM.
           EVALUATE TRUE
               WHEN RM-RETURN
                   ADD 1 TO TOT-KEYED-READ
                   PERFORM L3C-QUEUE-KEYED-RETURN
               WHEN RM-MADE-GOOD
                   PERFORM L3D-MAKE-GOOD
               WHEN OTHER
                   MOVE 'REJECTED - ACTION NOT R OR M' TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
           END-EVALUATE.
           WRITE RPTLINE FROM RPT-TRAN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L3A-READ-RCKMAINT-REC.

       L3C-QUEUE-KEYED-RETURN.
           MOVE 'K'            TO NW-SOURCE.
           MOVE RM-CHECK-NUM   TO NW-CHECK-NUM.
           MOVE RM-AMT         TO NW-AMT.
           MOVE RM-RETURN-DATE TO NW-RETURN-DATE.
           MOVE RM-REASON      TO NW-REASON.
           MOVE SPACES         TO NW-BANK-REF.
           MOVE RM-CLERK-ID    TO NW-CLERK-ID.
           IF RM-CHECK-NUM NOT NUMERIC
            OR RM-AMT NOT NUMERIC
            OR RM-RETURN-DATE NOT NUMERIC
               MOVE 'N' TO RETURN-OK-SW
               MOVE 'REJECTED - BAD RETURN' TO RESULT-TEXT
           ELSE
               PERFORM L4C-QUEUE-RETURN
           END-IF.
           IF RETURN-OK
               MOVE RM-CHECK-NUM TO CHECK-NUM-EDIT
               MOVE SPACES TO O-TRAN-RESULT
               STRING 'RETURN TAKEN IN - CHECK ' DELIMITED BY SIZE
                   CHECK-NUM-EDIT DELIMITED BY SIZE
                   INTO O-TRAN-RESULT
           ELSE
               MOVE RESULT-TEXT TO O-TRAN-RESULT
               ADD 1 TO TOT-TRAN-REJ
           END-IF.

      * a returned check the stay's balance carries is made good
      * through the edit run like any other payment; one the office
      * collected itself goes on the trail for the ledger journal
       L3D-MAKE-GOOD.
           MOVE 0 TO CT-HIT-SUB.
           IF RM-ITEM-NUM NUMERIC
               MOVE RM-ITEM-NUM TO O-TRAN-ITEM-NUM
               PERFORM L3E-MATCH-ONE-ITEM
                   VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-COUNT OR CT-HIT-SUB > 0
           END-IF.
           IF CT-HIT-SUB > 0
               MOVE CT-DATA(CT-HIT-SUB) TO RC-REC
           END-IF.
           EVALUATE TRUE
               WHEN CT-HIT-SUB = 0
                   MOVE 'REJECTED - ITEM NOT ON FILE' TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN NOT RC-OPEN
                   MOVE 'REJECTED - ITEM ALREADY MADE GOOD'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN MG-COUNT NOT < 200
                   MOVE 'REJECTED - TOO MANY MADE GOOD IN ONE RUN'
                       TO O-TRAN-RESULT
                   ADD 1 TO TOT-TRAN-REJ
               WHEN OTHER
                   MOVE 'M'          TO RC-STATUS
                   MOVE RUN-DATE-NUM TO RC-STATUS-DATE
                   MOVE RM-CLERK-ID  TO RC-CLOSE-CLERK
                   MOVE RC-REC       TO CT-DATA(CT-HIT-SUB)
                   ADD 1 TO TOT-MADE-GOOD
                   ADD RC-CHECK-AMT TO TOT-MADE-GOOD-AMT
                   IF RC-REINSTATED
                       MOVE 'MADE GOOD - PAID THROUGH THE STAY BALANCE'
                           TO O-TRAN-RESULT
                   ELSE
                       ADD 1 TO MG-COUNT
                       MOVE CT-HIT-SUB  TO MG-CT-SUB(MG-COUNT)
                       MOVE RC-ITEM-NUM TO MG-ITEM-NUM(MG-COUNT)
                       MOVE 'N'         TO MG-DUP-SW(MG-COUNT)
                       MOVE 'MADE GOOD - COLLECTED BY THE OFFICE'
                           TO O-TRAN-RESULT
                   END-IF
           END-EVALUATE.

       L3E-MATCH-ONE-ITEM.
           MOVE CT-DATA(CT-SUB) TO RC-REC.
           IF RC-ITEM-NUM = RM-ITEM-NUM
               MOVE CT-SUB TO CT-HIT-SUB
           END-IF.

      *****************************************************************
      * L4-TAKE-IN-BANK-RETURNS queues every check on the bank's      *
      * return file for the audit sweep.                              *
      *****************************************************************
       L4-TAKE-IN-BANK-RETURNS.
           MOVE 'BANK RETURN FILE' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-BANK-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           OPEN INPUT RTNCHK-IN.
           IF RTNCHK-IN-STATUS = '00'
               PERFORM L4A-READ-RTNCHK-REC
                   UNTIL RTNCHK-MORE-SW = 'N'
               CLOSE RTNCHK-IN
           END-IF.
           IF TOT-BANK-READ = 0
               MOVE 'NO CHECKS RETURNED BY THE BANK' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4A-READ-RTNCHK-REC.
           READ RTNCHK-IN
               AT END
                   MOVE 'N' TO RTNCHK-MORE-SW
               NOT AT END
                   ADD 1 TO TOT-BANK-READ
                   PERFORM L4B-TAKE-IN-ONE-RETURN
           END-READ.

       L4B-TAKE-IN-ONE-RETURN.
           MOVE 'B'            TO NW-SOURCE.
           MOVE RB-CHECK-NUM   TO NW-CHECK-NUM.
           MOVE RB-AMT         TO NW-AMT.
           MOVE RB-RETURN-DATE TO NW-RETURN-DATE.
           MOVE RB-REASON      TO NW-REASON.
           MOVE RB-BANK-REF    TO NW-BANK-REF.
           MOVE SPACES         TO NW-CLERK-ID.
           MOVE 0 TO O-BANK-CHECK-NUM.
           MOVE 0 TO O-BANK-AMT.
           MOVE 0 TO O-BANK-RETURN-DATE.
           IF RB-CHECK-NUM NOT NUMERIC
            OR RB-AMT NOT NUMERIC
            OR RB-RETURN-DATE NOT NUMERIC
               MOVE 'N' TO RETURN-OK-SW
               MOVE 'REJECTED - BAD RETURN' TO RESULT-TEXT
           ELSE
               MOVE RB-CHECK-NUM   TO O-BANK-CHECK-NUM
               MOVE RB-AMT         TO O-BANK-AMT
               MOVE RB-RETURN-DATE TO O-BANK-RETURN-DATE
               PERFORM L4C-QUEUE-RETURN
           END-IF.
           IF RETURN-OK
               MOVE 'TAKEN IN' TO O-BANK-RESULT
           ELSE
               MOVE RESULT-TEXT TO O-BANK-RESULT
               ADD 1 TO TOT-REJECTED
           END-IF.
           MOVE RB-REASON   TO O-BANK-REASON.
           MOVE RB-BANK-REF TO O-BANK-REF.
           WRITE RPTLINE FROM RPT-BANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L4C-QUEUE-RETURN edits one return off either file and queues  *
      * it -- a return already on the returned check file, or         *
      * already queued tonight, under the same check number and       *
      * amount is the same return.                                    *
      *****************************************************************
       L4C-QUEUE-RETURN.
           MOVE 'N' TO RETURN-OK-SW.
           MOVE 0 TO CT-HIT-SUB.
           PERFORM L4D-MATCH-ONE-OLD-RETURN
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT OR CT-HIT-SUB > 0.
           MOVE 0 TO NR-HIT-SUB.
           PERFORM L4E-MATCH-ONE-NEW-RETURN
               VARYING NR-SUB FROM 1 BY 1
               UNTIL NR-SUB > NR-COUNT OR NR-HIT-SUB > 0.
           EVALUATE TRUE
               WHEN NW-CHECK-NUM = 0
                   MOVE 'REJECTED - NO CHECK NUMBER' TO RESULT-TEXT
               WHEN NW-AMT = 0
                   MOVE 'REJECTED - NO AMOUNT' TO RESULT-TEXT
               WHEN NW-RETURN-MONTH < 1 OR NW-RETURN-MONTH > 12
                 OR NW-RETURN-DAY < 1   OR NW-RETURN-DAY > 31
                 OR NW-RETURN-YEAR < 1900
                 OR NW-RETURN-DATE > RUN-DATE-NUM
                   MOVE 'REJECTED - BAD RETURN DATE' TO RESULT-TEXT
               WHEN CT-HIT-SUB > 0 OR NR-HIT-SUB > 0
                   MOVE 'ALREADY ON RETURNED CHECK FILE'
                       TO RESULT-TEXT
                   ADD 1 TO TOT-DUP
               WHEN NR-COUNT NOT < 200
                   MOVE 'NOT TAKEN IN - TOO MANY IN ONE RUN'
                       TO RESULT-TEXT
               WHEN OTHER
                   MOVE 'Y' TO RETURN-OK-SW
                   ADD 1 TO NR-COUNT
                   MOVE NW-SOURCE      TO NR-SOURCE(NR-COUNT)
                   MOVE NW-CHECK-NUM   TO NR-CHECK-NUM(NR-COUNT)
                   MOVE NW-AMT         TO NR-AMT(NR-COUNT)
                   MOVE NW-RETURN-DATE TO NR-RETURN-DATE(NR-COUNT)
                   MOVE NW-REASON      TO NR-REASON(NR-COUNT)
                   MOVE NW-BANK-REF    TO NR-BANK-REF(NR-COUNT)
                   MOVE NW-CLERK-ID    TO NR-CLERK-ID(NR-COUNT)
                   MOVE 'N'            TO NR-DUP-SW(NR-COUNT)
                   MOVE 'N'            TO NR-HIT-SW(NR-COUNT)
                   MOVE 0              TO NR-PAY-DATE(NR-COUNT)
                   MOVE SPACES         TO NR-PAY-CLERK(NR-COUNT)
                   MOVE SPACES         TO NR-PAY-TRAN(NR-COUNT)
                   MOVE 0              TO NR-MK-ITEM-NUM(NR-COUNT)
                   MOVE SPACES         TO NR-MK-KEY(NR-COUNT)
                   MOVE 0              TO NR-MK-FEE-AMT(NR-COUNT)
                   MOVE 'N'            TO NR-MK-MATCH-SW(NR-COUNT)
           END-EVALUATE.

       L4D-MATCH-ONE-OLD-RETURN.
           MOVE CT-DATA(CT-SUB) TO RC-REC.
           IF RC-CHECK-NUM = NW-CHECK-NUM
            AND RC-CHECK-AMT = NW-AMT
               MOVE CT-SUB TO CT-HIT-SUB
           END-IF.

       L4E-MATCH-ONE-NEW-RETURN.
           IF NR-CHECK-NUM(NR-SUB) = NW-CHECK-NUM
            AND NR-AMT(NR-SUB) = NW-AMT
               MOVE NR-SUB TO NR-HIT-SUB
           END-IF.

      *****************************************************************
      * L5-FIND-PAYMENTS reads the archived audit trail and then the  *
      * current one, in the order the trail was written.  A deposit,  *
      * payment, or settled checkout tendered by check under a        *
      * queued return's check number and amount is its payment -- a   *
      * later one replaces an earlier one.  A reversal or collection  *
      * this run already wrote marks the return or the made-good      *
      * item, so a rerun never posts it again.                        *
      *****************************************************************
       L5-FIND-PAYMENTS.
           OPEN INPUT AUDARCH-IN.
           IF AUDARCH-IN-STATUS = '00'
               MOVE 'Y' TO AUDIT-MORE-SW
               PERFORM L5A-READ-AUDARCH-REC
               PERFORM L5B-TEST-ARCHIVE-REC
                   UNTIL AUDIT-MORE-SW = 'N'
               CLOSE AUDARCH-IN
           END-IF.
           OPEN INPUT AUDIT-IN.
           IF AUDIT-IN-STATUS = '00'
               MOVE 'Y' TO AUDIT-MORE-SW
               PERFORM L5C-READ-AUDIT-REC
               PERFORM L5D-TEST-AUDIT-REC
                   UNTIL AUDIT-MORE-SW = 'N'
               CLOSE AUDIT-IN
           END-IF.

       L5A-READ-AUDARCH-REC.
           READ AUDARCH-IN INTO AUDIT-WORK
               AT END
                   MOVE 'N' TO AUDIT-MORE-SW
           END-READ.

       L5B-TEST-ARCHIVE-REC.
           PERFORM L5E-TEST-ONE-AUDIT-REC.
           PERFORM L5A-READ-AUDARCH-REC.

       L5C-READ-AUDIT-REC.
           READ AUDIT-IN INTO AUDIT-WORK
               AT END
                   MOVE 'N' TO AUDIT-MORE-SW
           END-READ.

       L5D-TEST-AUDIT-REC.
           PERFORM L5E-TEST-ONE-AUDIT-REC.
           PERFORM L5C-READ-AUDIT-REC.

       L5E-TEST-ONE-AUDIT-REC.
           EVALUATE TRUE
               WHEN AW-TRAN(1:16) = '*CHECK RETURNED*'
                   MOVE AW-TRAN TO RCK-MARKER
                   PERFORM L5G-TEST-ONE-REVERSAL
                       VARYING NR-SUB FROM 1 BY 1
                       UNTIL NR-SUB > NR-COUNT
               WHEN AW-TRAN(1:17) = '*CHECK MADE GOOD*'
                   MOVE AW-TRAN TO RCK-MARKER
                   PERFORM L5H-TEST-ONE-COLLECTION
                       VARYING MG-SUB FROM 1 BY 1
                       UNTIL MG-SUB > MG-COUNT
               WHEN (AW-TRAN(1:1) = 'N' OR 'P' OR 'O')
                AND AW-TRAN(85:1) = 'K'
                   MOVE AW-TRAN TO TRAN-REC
                   IF I-CCNUM NUMERIC AND I-AMT NUMERIC
                       PERFORM L5F-TEST-ONE-PAYMENT
                           VARYING NR-SUB FROM 1 BY 1
                           UNTIL NR-SUB > NR-COUNT
                   END-IF
           END-EVALUATE.

       L5F-TEST-ONE-PAYMENT.
           IF NR-CHECK-NUM(NR-SUB) = I-CCNUM
            AND NR-AMT(NR-SUB) = I-AMT
               MOVE 'Y'         TO NR-HIT-SW(NR-SUB)
               MOVE AW-RUN-DATE TO NR-PAY-DATE(NR-SUB)
               MOVE AW-CLERK-ID TO NR-PAY-CLERK(NR-SUB)
               MOVE AW-TRAN     TO NR-PAY-TRAN(NR-SUB)
           END-IF.

       L5G-TEST-ONE-REVERSAL.
           IF MK-CHECK-NUM NUMERIC AND MK-CHECK-AMT NUMERIC
               IF NR-CHECK-NUM(NR-SUB) = MK-CHECK-NUM
                AND NR-AMT(NR-SUB) = MK-CHECK-AMT
                   MOVE 'Y'         TO NR-DUP-SW(NR-SUB)
                   MOVE MK-KEY      TO NR-MK-KEY(NR-SUB)
                   MOVE MK-MATCH-SW TO NR-MK-MATCH-SW(NR-SUB)
                   IF MK-ITEM-NUM NUMERIC
                       MOVE MK-ITEM-NUM TO NR-MK-ITEM-NUM(NR-SUB)
                   END-IF
                   IF MK-FEE-AMT NUMERIC
                       MOVE MK-FEE-AMT  TO NR-MK-FEE-AMT(NR-SUB)
                   END-IF
               END-IF
           END-IF.

       L5H-TEST-ONE-COLLECTION.
           IF MK-ITEM-NUM NUMERIC
               IF MG-ITEM-NUM(MG-SUB) = MK-ITEM-NUM
                   MOVE 'Y' TO MG-DUP-SW(MG-SUB)
               END-IF
           END-IF.

      *****************************************************************
      * L6-POST-RETURNS puts every item made good at the office on    *
      * the trail, then opens an item for every queued return and     *
      * backs its payment out -- or, for a return the trail shows     *
      * already backed out, puts its item back on file.               *
      *****************************************************************
       L6-POST-RETURNS.
           PERFORM L6G-RECORD-ONE-COLLECTION
               VARYING MG-SUB FROM 1 BY 1
               UNTIL MG-SUB > MG-COUNT.
           MOVE 'RETURNED CHECKS TAKEN IN' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-ITEM-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L6A-POST-ONE-RETURN
               VARYING NR-SUB FROM 1 BY 1
               UNTIL NR-SUB > NR-COUNT.
           IF NR-COUNT = 0
               MOVE 'NO RETURNED CHECKS TAKEN IN' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L6A-POST-ONE-RETURN.
           MOVE SPACES TO RC-REC.
           MOVE 0      TO RC-ITEM-NUM.
           MOVE 'O'    TO RC-STATUS.
           MOVE RUN-DATE-NUM            TO RC-STATUS-DATE.
           MOVE NR-SOURCE(NR-SUB)       TO RC-SOURCE.
           MOVE NR-RETURN-DATE(NR-SUB)  TO RC-RETURN-DATE.
           MOVE RUN-DATE-NUM            TO RC-TAKEN-DATE.
           MOVE NR-REASON(NR-SUB)       TO RC-REASON.
           MOVE NR-BANK-REF(NR-SUB)     TO RC-BANK-REF.
           MOVE NR-CHECK-NUM(NR-SUB)    TO RC-CHECK-NUM.
           MOVE NR-AMT(NR-SUB)          TO RC-CHECK-AMT.
           MOVE RETURN-FEE-AMT          TO RC-FEE-AMT.
           MOVE 'N'                     TO RC-MATCH-SW.
           MOVE 0                       TO RC-PAY-DATE.
           MOVE 0                       TO RC-START-DATE.
           MOVE 0                       TO RC-GUEST-NUM.
           EVALUATE TRUE
               WHEN CT-COUNT NOT < 2000
                   MOVE 'NOT TAKEN IN - FILE FULL' TO O-ITEM-NOTE
                   ADD 1 TO TOT-REJECTED
               WHEN NR-ON-TRAIL(NR-SUB)
                   PERFORM L6I-REBUILD-ITEM
               WHEN OTHER
                   PERFORM L6B-OPEN-ITEM
           END-EVALUATE.
           PERFORM L6H-WRITE-ITEM-LINE.

       L6B-OPEN-ITEM.
           MOVE NEXT-ITEM-NUM TO RC-ITEM-NUM.
           ADD 1 TO NEXT-ITEM-NUM.
           IF NR-PAY-FOUND(NR-SUB)
               MOVE NR-PAY-TRAN(NR-SUB)  TO TRAN-REC
               MOVE NR-PAY-DATE(NR-SUB)  TO RC-PAY-DATE
               MOVE NR-PAY-CLERK(NR-SUB) TO RC-PAY-CLERK
               MOVE I-TRAN-TYPE          TO RC-TRAN-TYPE
               MOVE I-CAMPGROUND         TO RC-CAMPGROUND
               MOVE I-SITE               TO RC-SITE
               MOVE I-DATE               TO RC-START-DATE
               MOVE SPACES               TO RC-NAME
               STRING I-LNAME DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   I-FNAME DELIMITED BY '  '
                   INTO RC-NAME
               PERFORM L6C-REINSTATE-BALANCE
               PERFORM L6D-MARK-GUEST
           END-IF.
           PERFORM L6E-WRITE-REVERSAL-AUDIT.
           PERFORM L6J-FILE-ITEM.

       L6J-FILE-ITEM.
           ADD 1 TO CT-COUNT.
           MOVE RC-REC TO CT-DATA(CT-COUNT).
           ADD 1 TO TOT-TAKEN.
           ADD RC-CHECK-AMT TO TOT-TAKEN-AMT.
           ADD RC-FEE-AMT   TO TOT-FEE-AMT.
           EVALUATE TRUE
               WHEN RC-REINSTATED
                   ADD 1 TO TOT-REINSTATED
                   ADD RC-CHECK-AMT TO TOT-REINSTATED-AMT
                   MOVE 'BALANCE REINSTATED' TO O-ITEM-NOTE
               WHEN RC-STAY-CLOSED
                   ADD 1 TO TOT-STAY-CLOSED
                   ADD RC-CHECK-AMT TO TOT-STAY-CLOSED-AMT
                   MOVE 'STAY OVER - COLLECT FROM GUEST'
                       TO O-ITEM-NOTE
               WHEN OTHER
                   ADD 1 TO TOT-NOT-FOUND
                   ADD RC-CHECK-AMT TO TOT-NOT-FOUND-AMT
                   MOVE 'PAYMENT NOT FOUND ON TRAIL' TO O-ITEM-NOTE
           END-EVALUATE.

      *****************************************************************
      * L6C-REINSTATE-BALANCE backs the check out of its stay's       *
      * ledger entry while the stay is still on the availability      *
      * master under the same guest -- the amount comes off what was  *
      * paid and goes back on the balance due along with the fee,     *
      * and the fee joins the stay's incidentals so the checkout      *
      * collects it and the folio shows it.  A checkout's own         *
      * settlement, a stay gone from the master, or a site since      *
      * booked to someone else is left for the office to collect.     *
      *****************************************************************
       L6C-REINSTATE-BALANCE.
           MOVE 'L' TO RC-MATCH-SW.
           MOVE 'N' TO AVAIL-FOUND-SW.
           MOVE 'N' TO BAL-FOUND-SW.
           IF NOT TRAN-CHECKOUT AND AVAIL-OPEN AND BAL-OPEN
               MOVE RC-CAMPGROUND TO AVM-CAMPGROUND
               MOVE RC-SITE       TO AVM-SITE
               MOVE RC-START-DATE TO AVM-START-DATE
               READ AVAIL-MST
                   INVALID KEY
                       MOVE 'N' TO AVAIL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO AVAIL-FOUND-SW
               END-READ
           END-IF.
           IF AVAIL-FOUND
               MOVE RC-CAMPGROUND TO BAL-CAMPGROUND
               MOVE RC-SITE       TO BAL-SITE
               MOVE RC-START-DATE TO BAL-START-DATE
               READ BAL-MST
                   INVALID KEY
                       MOVE 'N' TO BAL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO BAL-FOUND-SW
               END-READ
           END-IF.
           IF BAL-FOUND AND BAL-NAME = RC-NAME
               MOVE BAL-REC TO BAL-BEFORE-IMAGE
               IF BAL-INCID-AMT NOT NUMERIC
                   MOVE 0 TO BAL-INCID-AMT
               END-IF
               SUBTRACT RC-CHECK-AMT FROM BAL-PAID-AMT
               ADD RC-CHECK-AMT RC-FEE-AMT TO BAL-BALANCE-DUE
               ADD RC-FEE-AMT TO BAL-INCID-AMT
               REWRITE BAL-REC
                   INVALID KEY
                       DISPLAY 'BALANCE LEDGER REWRITE REJECTED: '
                           BAL-CAMPGROUND ' ' BAL-SITE ' '
                           BAL-START-DATE
                   NOT INVALID KEY
                       MOVE 'B'              TO RC-MATCH-SW
                       MOVE 'B'              TO MJ-MASTER
                       MOVE BAL-BEFORE-IMAGE TO MJ-BEFORE
                       MOVE BAL-REC          TO MJ-AFTER
                       PERFORM L2G-WRITE-JOURNAL-REC
               END-REWRITE
           END-IF.

      * the guest who wrote the check is marked so the edit takes no
      * check from the guest again -- a guest the office has flagged
      * stays flagged, and the reversal goes on the guest's history
       L6D-MARK-GUEST.
           MOVE 'N' TO GST-FOUND-SW.
           IF GST-OPEN
               MOVE I-LNAME TO GST-LNAME
               MOVE I-FNAME TO GST-FNAME
               READ GUEST-MST
                   KEY IS GST-NAME-KEY
                   INVALID KEY
                       MOVE 'N' TO GST-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO GST-FOUND-SW
               END-READ
           END-IF.
           IF GST-FOUND
               MOVE GST-NUMBER TO RC-GUEST-NUM
               IF NOT GST-FLAGGED AND NOT GST-NO-CHECKS
                   MOVE GST-REC TO MJ-BEFORE
                   MOVE 'K'     TO GST-STATUS
                   REWRITE GST-REC
                       INVALID KEY
                           DISPLAY 'GUEST MASTER REWRITE REJECTED: '
                               GST-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO TOT-MARKED
                           MOVE 'G'     TO MJ-MASTER
                           MOVE GST-REC TO MJ-AFTER
                           PERFORM L2G-WRITE-JOURNAL-REC
                   END-REWRITE
               END-IF
               MOVE GST-NUMBER     TO GH-GUEST-NUMBER
               MOVE RUN-DATE-NUM   TO GH-RUN-DATE
               MOVE 'K'            TO GH-TRAN-TYPE
               MOVE RC-CAMPGROUND  TO GH-CAMPGROUND
               MOVE RC-SITE        TO GH-SITE
               MOVE RC-START-DATE  TO GH-START-DATE
               COMPUTE GH-AMT = 0 - RC-CHECK-AMT
               MOVE NR-CLERK-ID(NR-SUB) TO GH-CLERK-ID
               WRITE GST-HIST-REC
           END-IF.

      *****************************************************************
      * L6E-WRITE-REVERSAL-AUDIT puts the return on the trail, with   *
      * how it was backed out -- the ledger journal books it off      *
      * this record.  L6G-RECORD-ONE-COLLECTION does the same for an  *
      * item the office collected itself.                             *
      *****************************************************************
       L6E-WRITE-REVERSAL-AUDIT.
           MOVE SPACES             TO RCK-MARKER.
           MOVE '*CHECK RETURNED*' TO MK-TEXT.
           PERFORM L6F-WRITE-MARKER.

       L6F-WRITE-MARKER.
           MOVE RC-CAMPGROUND      TO MK-CAMPGROUND.
           MOVE RC-SITE            TO MK-SITE.
           MOVE RC-START-DATE      TO MK-START-DATE.
           MOVE RC-CHECK-NUM       TO MK-CHECK-NUM.
           MOVE RC-CHECK-AMT       TO MK-CHECK-AMT.
           MOVE RC-FEE-AMT         TO MK-FEE-AMT.
           MOVE RC-ITEM-NUM        TO MK-ITEM-NUM.
           MOVE RC-MATCH-SW        TO MK-MATCH-SW.
           IF AUDIT-OUT-OPEN
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CURRENT-DATE       TO AUD-RUN-DATE
               MOVE CURRENT-TIME(1:8)  TO AUD-RUN-TIME
               MOVE RCK-MARKER         TO AUD-TRAN
               MOVE SPACES             TO AUD-BEFORE
               MOVE SPACES             TO AUD-AFTER
               IF RC-MADE-GOOD
                   MOVE RC-CLOSE-CLERK TO AUD-CLERK-ID
               ELSE
                   MOVE NR-CLERK-ID(NR-SUB) TO AUD-CLERK-ID
               END-IF
               WRITE AUDIT-REC
           END-IF.

       L6G-RECORD-ONE-COLLECTION.
           IF NOT MG-ON-TRAIL(MG-SUB)
               MOVE CT-DATA(MG-CT-SUB(MG-SUB)) TO RC-REC
               MOVE SPACES              TO RCK-MARKER
               MOVE '*CHECK MADE GOOD*' TO MK-TEXT
               PERFORM L6F-WRITE-MARKER
           END-IF.

      *****************************************************************
      * L6I-REBUILD-ITEM puts back on file a return whose reversal    *
      * made the trail on a run that never wrote RCKITEM.NEW.  The    *
      * item number, stay, fee, and match come off the marker, so     *
      * the balance ledger and guest master are not touched again     *
      * and no second marker is written -- the guest number is left   *
      * for the office, since the guest master is not read.           *
      *****************************************************************
       L6I-REBUILD-ITEM.
           MOVE NR-MK-ITEM-NUM(NR-SUB) TO RC-ITEM-NUM.
           IF RC-ITEM-NUM = 0
               MOVE NEXT-ITEM-NUM TO RC-ITEM-NUM
           END-IF.
           IF RC-ITEM-NUM NOT < NEXT-ITEM-NUM
               COMPUTE NEXT-ITEM-NUM = RC-ITEM-NUM + 1
           END-IF.
           MOVE NR-MK-KEY(NR-SUB)      TO MK-KEY.
           MOVE MK-CAMPGROUND          TO RC-CAMPGROUND.
           MOVE MK-SITE                TO RC-SITE.
           MOVE MK-START-DATE          TO RC-START-DATE.
           MOVE NR-MK-FEE-AMT(NR-SUB)  TO RC-FEE-AMT.
           MOVE NR-MK-MATCH-SW(NR-SUB) TO RC-MATCH-SW.
           IF NR-PAY-FOUND(NR-SUB)
               MOVE NR-PAY-TRAN(NR-SUB)  TO TRAN-REC
               MOVE NR-PAY-DATE(NR-SUB)  TO RC-PAY-DATE
               MOVE NR-PAY-CLERK(NR-SUB) TO RC-PAY-CLERK
               MOVE I-TRAN-TYPE          TO RC-TRAN-TYPE
               MOVE SPACES               TO RC-NAME
               STRING I-LNAME DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   I-FNAME DELIMITED BY '  '
                   INTO RC-NAME
           END-IF.
           PERFORM L6J-FILE-ITEM.
           MOVE 'REBUILT - BACKED OUT BEFORE' TO O-ITEM-NOTE.

       L6H-WRITE-ITEM-LINE.
           MOVE RC-ITEM-NUM    TO O-ITEM-NUM.
           IF NR-SOURCE(NR-SUB) = 'B'
               MOVE 'BANK'     TO O-ITEM-SOURCE
           ELSE
               MOVE 'KEYED'    TO O-ITEM-SOURCE
           END-IF.
           MOVE RC-CHECK-NUM   TO O-ITEM-CHECK-NUM.
           MOVE RC-CHECK-AMT   TO O-ITEM-AMT.
           MOVE RC-FEE-AMT     TO O-ITEM-FEE.
           MOVE RC-CAMPGROUND  TO O-ITEM-CAMPGROUND.
           MOVE RC-SITE        TO O-ITEM-SITE.
           MOVE RC-START-DATE  TO O-ITEM-START-DATE.
           IF RC-ITEM-NUM = 0
               MOVE 0          TO O-ITEM-FEE
           END-IF.
           WRITE RPTLINE FROM RPT-ITEM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.

      *****************************************************************
      * L7-LIST-OPEN-ITEMS lists every returned check not yet made    *
      * good, with how long since the bank returned it.               *
      *****************************************************************
       L7-LIST-OPEN-ITEMS.
           MOVE 'OPEN RETURNED CHECKS' TO O-SECTION-TITLE.
           WRITE RPTLINE FROM RPT-SECTION-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           WRITE RPTLINE FROM RPT-OPEN-COL-HEADING
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-RPT-HEADING.
           PERFORM L7A-LIST-ONE-ITEM
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
           IF TOT-OPEN-CTR = 0
               MOVE 'NO RETURNED CHECKS OPEN' TO O-NONE-TEXT
               WRITE RPTLINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L7A-LIST-ONE-ITEM.
           MOVE CT-DATA(CT-SUB) TO RC-REC.
           IF RC-OPEN
               ADD 1            TO TOT-OPEN-CTR
               ADD RC-CHECK-AMT TO TOT-OPEN-AMT
               COMPUTE RETURN-JULIAN =
                   FUNCTION INTEGER-OF-DATE(RC-RETURN-DATE)
               COMPUTE DAYS-OPEN = RUN-JULIAN - RETURN-JULIAN
               IF DAYS-OPEN < 0
                   MOVE 0 TO DAYS-OPEN
               END-IF
               MOVE RC-ITEM-NUM    TO O-OPEN-ITEM-NUM
               MOVE RC-RETURN-DATE TO O-OPEN-RETURN-DATE
               MOVE DAYS-OPEN      TO O-OPEN-DAYS
               MOVE RC-CHECK-NUM   TO O-OPEN-CHECK-NUM
               MOVE RC-CHECK-AMT   TO O-OPEN-AMT
               MOVE RC-FEE-AMT     TO O-OPEN-FEE
               MOVE RC-NAME        TO O-OPEN-NAME
               MOVE RC-CAMPGROUND  TO O-OPEN-CAMPGROUND
               MOVE RC-SITE        TO O-OPEN-SITE
               EVALUATE TRUE
                   WHEN RC-REINSTATED
                       MOVE 'BALANCE REINSTATED' TO O-OPEN-NOTE
                   WHEN RC-STAY-CLOSED
                       MOVE 'COLLECT FROM GUEST' TO O-OPEN-NOTE
                   WHEN OTHER
                       MOVE 'PAYMENT NOT FOUND'  TO O-OPEN-NOTE
               END-EVALUATE
               WRITE RPTLINE FROM RPT-OPEN-LINE
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
           MOVE 'BANK RETURNS READ'             TO O-CNT-LABEL.
           MOVE TOT-BANK-READ                   TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'KEYED RETURNS READ'            TO O-CNT-LABEL.
           MOVE TOT-KEYED-READ                  TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'RETURNED CHECKS TAKEN IN'      TO O-CNT-LABEL.
           MOVE TOT-TAKEN                       TO O-CNT-VALUE.
           MOVE TOT-TAKEN-AMT                   TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  BALANCE REINSTATED'          TO O-CNT-LABEL.
           MOVE TOT-REINSTATED                  TO O-CNT-VALUE.
           MOVE TOT-REINSTATED-AMT              TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  STAY OVER - COLLECT FROM GUEST' TO O-CNT-LABEL.
           MOVE TOT-STAY-CLOSED                 TO O-CNT-VALUE.
           MOVE TOT-STAY-CLOSED-AMT             TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE '  PAYMENT NOT FOUND'           TO O-CNT-LABEL.
           MOVE TOT-NOT-FOUND                   TO O-CNT-VALUE.
           MOVE TOT-NOT-FOUND-AMT               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'RETURNED CHECK FEES ASSESSED'  TO O-CNT-LABEL.
           MOVE TOT-TAKEN                       TO O-CNT-VALUE.
           MOVE TOT-FEE-AMT                     TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'GUESTS MARKED - NO CHECKS'     TO O-CNT-LABEL.
           MOVE TOT-MARKED                      TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'RETURNS ALREADY TAKEN IN'      TO O-CNT-LABEL.
           MOVE TOT-DUP                         TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'BANK RETURNS REJECTED'         TO O-CNT-LABEL.
           MOVE TOT-REJECTED                    TO O-CNT-VALUE.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'RETURNED CHECKS MADE GOOD'     TO O-CNT-LABEL.
           MOVE TOT-MADE-GOOD                   TO O-CNT-VALUE.
           MOVE TOT-MADE-GOOD-AMT               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'TRANSACTIONS REJECTED'         TO O-CNT-LABEL.
           MOVE TOT-TRAN-REJ                    TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'RETURNED CHECKS OPEN'          TO O-CNT-LABEL.
           MOVE TOT-OPEN-CTR                    TO O-CNT-VALUE.
           MOVE TOT-OPEN-AMT                    TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.
           MOVE 'MADE GOOD OVER A YEAR - DROPPED' TO O-CNT-LABEL.
           MOVE TOT-PURGED                      TO O-CNT-VALUE.
           MOVE 0                               TO O-CNT-AMT.
           PERFORM L8A-WRITE-COUNT.

       L8A-WRITE-COUNT.
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
           MOVE 'CBLHJB42 START'  TO RL-TEXT.
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
           MOVE 'CBLHJB42 END'    TO RL-TEXT.
           COMPUTE RL-RECS-READ = TOT-BANK-READ + TOT-KEYED-READ.
           MOVE TOT-TAKEN         TO RL-ACCEPT-CTR.
           COMPUTE RL-REJECT-CTR = TOT-REJECTED + TOT-TRAN-REJ.
           MOVE 0                 TO RL-CKPT-CTR.
           MOVE 'C'               TO RL-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-OUT.

       END PROGRAM CBLHJB42.
