               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-CTL-STATUS.

      *****************************************************************
      * The office keys RESERVE.DAT in batches, each opened by a      *
      * header carrying the clerk, the batch number, and the batch's  *
      * record count and I-AMT hash total, and closed by a trailer    *
      * (copybook BATHDR).  Every batch is proved against its header  *
      * before any of it posts -- see L9P-PROVE-NEXT-BATCH.  A batch  *
      * that won't prove goes whole, header and trailer included, to  *
      * HELDBAT-OUT instead of the masters, for the office to correct *
      * and key back in on a later RESERVE.DAT.  PROOF-OUT prints     *
      * every batch's proof, proved or held.                          *
      *****************************************************************
           SELECT HELDBAT-OUT
               ASSIGN TO 'C:\COBOLSP20\HELDBAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-OUT
               ASSIGN TO 'C:\COBOLSP20\BATPROOF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *****************************************************************
      * The four daily outputs are assigned through working-storage   *
      * names -- when the generation catalog GENCTL.DAT is on file    *
               RECORD KEY IS AVM-KEY
               FILE STATUS IS AVAIL-MST-STATUS.

      *****************************************************************
      * CARD-VAULT is the card token vault (layout CARDVLT).  Every   *
      * card number read off RESERVE.DAT is traded for its token      *
      * before the transaction is edited or printed -- see            *
      * L3V-PROTECT-CARD -- so the ledger, waitlist, suspense, audit  *
      * trail, CAMPRES, and the authorization and refund extracts     *
      * never carry the card number itself.  Like AVAIL-MST, a token  *
      * issued lands on disk at once, so a restarted run finds the    *
      * same token for the same card.                                 *
      *****************************************************************
           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLSP20\CARDVLT.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-TOKEN
               ALTERNATE RECORD KEY IS VLT-PAN
               FILE STATUS IS CARD-VAULT-STATUS.

           SELECT CONFIRM-OUT
               ASSIGN DYNAMIC CONFIRM-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS RECYCLE-IN-STATUS.

      *****************************************************************
      * BAL-MST is the balance ledger -- an indexed file keyed by     *
      * campground/site/start date the way AVAIL-MST is, updated in   *
      * place with no size limit.  Every accepted new reservation's   *
      * stay value, deposit, and balance due is written at            *
      * L7-ADD-BALANCE-ENTRY, payments and charges are rewritten      *
      * against the entry in place, and a released stay's entry is    *
      * deleted -- each change journaled to MSTJRNL-OUT as it lands.  *
      * The aging report CBLHJB06 reads the same file; CBLHJB40 loads *
      * and unloads it.  It needs no restart snapshot: a restart      *
      * backs every ledger and guest change made since the last       *
      * checkpoint out of the two masters off their journal images    *
      * (L2H-BACK-OUT-WINDOW), so the records replayed from that      *
      * window post against the masters exactly as they stood at the  *
      * checkpoint.                                                   *
      *****************************************************************
           SELECT BAL-MST
               ASSIGN TO 'C:\COBOLSP20\BALLEDG.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS BAL-MST-STATUS.

      *****************************************************************
      * WAIT-IN/WAIT-OUT carry the waitlist day to day.  A new        *
               FILE STATUS IS CKPT-WL-STATUS.

      *****************************************************************
      * GUEST-MST is the guest master -- an indexed file keyed by     *
      * guest number, with the guest's last and first name as an      *
      * alternate key, updated in place with no size limit.  Each     *
      * accepted transaction reads its guest by name (or a new guest  *
      * number is assigned) at L7-POST-GUEST, the activity counters   *
      * are stepped, and the guest is written back in place and       *
      * journaled.  GUEST-HIST is the cumulative history file -- one  *
      * record per accepted transaction, appended across runs, so any *
      * guest's booking history can be pulled by guest number.        *
      *****************************************************************
           SELECT GUEST-MST
               ASSIGN TO 'C:\COBOLSP20\GUEST.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-NUMBER
               ALTERNATE RECORD KEY IS GST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS GUEST-MST-STATUS.

           SELECT GUEST-HIST
               ASSIGN TO 'C:\COBOLSP20\GUESTHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GUEST-HIST-STATUS.

           SELECT GENCTL
               ASSIGN TO 'C:\COBOLSP20\GENCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENCTL-STATUS.

      *****************************************************************
      * GADDR-MST is the guest address file CBLHJB19 maintains,       *
      * indexed by guest number -- read at random for each letter so  *
      * the mailing address can be stamped on every confirmation      *
      * extract record instead of a clerk working the paper card      *
      * file.  A guest with no address on file extracts with the      *
      * address blank, exactly as before the file existed.            *
      *****************************************************************
           SELECT GADDR-MST
               ASSIGN TO 'C:\COBOLSP20\GSTADDR.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GAD-NUMBER
               FILE STATUS IS GADDR-MST-STATUS.

      *****************************************************************
      * PURGE-FILE is opened OUTPUT against each retired generation   *
      * availability master, carrying the run date and time, the      *
      * input transaction, and the before and after image of the      *
      * master record it touched (including the change-rollback case  *
      * and the no-show sweep, and an arrived stay aging off), and    *
      * one per payment posted, with no images, kept across runs so   *
      * any site's booking history can be reconstructed months later  *
      * and a returned check found by its number.                     *
      *****************************************************************
           SELECT AUDIT-OUT
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-OUT-STATUS.

      *****************************************************************
      * MSTJRNL-OUT is the master image journal -- the audit trail's  *
      * counterpart for the balance ledger and guest master.  Every   *
      * ledger entry and guest the run adds, changes, or deletes is   *
      * journaled as the change is written, before and after image,   *
      * so CBLHJB32 can roll either master forward from a backup.     *
      * MSTJRNL-IN reads the same journal back on a restart to find   *
      * the changes this program made after the last checkpoint.      *
      *****************************************************************
           SELECT MSTJRNL-OUT
               ASSIGN TO 'C:\COBOLSP20\MSTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-OUT-STATUS.

           SELECT MSTJRNL-IN
               ASSIGN TO 'C:\COBOLSP20\MSTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-IN-STATUS.

      *****************************************************************
      * SETLADJ-IN carries the settlement adjustments CBLHJB09 wrote  *
      * while unwinding processor declines, and those CBLHJB31 wrote  *
      * for lost chargebacks -- each record backs one declined or     *
      * charged-back amount out of this run's settlement extract.     *
      * The file is emptied at closing so an adjustment is never      *
      * applied twice.                                                *
      *****************************************************************
           SELECT SETLADJ-IN
               ASSIGN TO 'C:\COBOLSP20\SETLADJ.DAT'
      * refund 7-29 days, no refund inside 7 days), carrying the      *
      * original booking card for the processor.  The same refunds    *
      * post as negative entries in SETTLEMENT-TOTALS so SETTLE.PRT   *
      * foots to what actually hits the bank.  The card rides as its  *
      * vault token; CBLHJB34 trades it back for the card number on   *
      * the transmission to the processor.                            *
      *****************************************************************
           SELECT REFUND-OUT
               ASSIGN TO 'C:\COBOLSP20\REFUND.DAT'
      * settlement extract when the check-in posts, so a booking      *
      * cancelled months out releases its hold instead of pushing a   *
      * refund (and a second processor fee) back through REFUND.DAT.  *
      * Like REFUND-OUT it carries the card's token, which CBLHJB34   *
      * detokenizes for the processor.                                *
      *****************************************************************
           SELECT AUTH-OUT
               ASSIGN TO 'C:\COBOLSP20\AUTHREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *****************************************************************
      * CHNLDISP-OUT records what became of every booking that came   *
      * in on the web reservation channel -- accepted, rejected,      *
      * waitlisted, or held with its batch -- for CBLHJB37 to answer  *
      * the vendor by booking reference.                              *
      *****************************************************************
           SELECT CHNLDISP-OUT
               ASSIGN TO 'C:\COBOLSP20\CHNLDISP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *****************************************************************
      * FRAUDPRM-IN is the card fraud screen's threshold card: the    *
      * most times one card may be used in a day and in a rolling     *
      * week, and the most guest names it may be used under, before a *
      * booking on it is held for review.  With no card on file the   *
      * screen runs at 2 a day, 4 a week, and one name.               *
      *****************************************************************
           SELECT FRAUDPRM-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDPRM-STATUS.

      *****************************************************************
      * AUDHIST-IN reads the audit trail back at L2-INIT, before      *
      * AUDIT-OUT opens it to append, so the fraud screen knows every *
      * card-tendered booking posted in the last week.  FRAUDQ-IN is  *
      * the fraud review queue as CBLHJB41 last left it, and          *
      * FRAUDHLD-OUT the bookings held since -- held and rejected     *
      * bookings count as uses of their card too.                     *
      *****************************************************************
           SELECT AUDHIST-IN
               ASSIGN TO 'C:\COBOLSP20\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDHIST-STATUS.

           SELECT FRAUDQ-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDQ-IN-STATUS.

      *****************************************************************
      * FRAUDHLD-OUT takes every booking the card fraud screen holds  *
      * (layout FRAUDQ), whole and unposted, with the reasons it was  *
      * held.  Nothing goes on AUTHREQ.DAT for it.  The file is       *
      * cumulative until CBLHJB41 takes its items into the review     *
      * queue and empties it.                                         *
      *****************************************************************
           SELECT FRAUDHLD-OUT
               ASSIGN TO 'C:\COBOLSP20\FRAUDHLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDHLD-STATUS.

      *****************************************************************
      * FRAUDREL-IN carries the held bookings the office released on  *
      * the fraud review back into the edit, in the RECYCLE.DAT       *
      * layout.  They are read ahead of the workbench's recycles,     *
      * edited like any other transaction, and not screened again.    *
      * The file is emptied at closing.                               *
      *****************************************************************
           SELECT FRAUDREL-IN
               ASSIGN TO 'C:\COBOLSP20\FRAUDREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUDREL-STATUS.

      *****************************************************************
      * CARD-WATCH is the card watch list (layout CARDWTCH), keyed by *
      * vault token -- every card the processor has declined          *
      * (CBLHJB09) or the office has rejected on the fraud review     *
      * (CBLHJB41).  A new booking on a card on the list is held.  It *
      * is only read here; with the list missing the screen goes on   *
      * without it.                                                   *
      *****************************************************************
           SELECT CARD-WATCH
               ASSIGN TO 'C:\COBOLSP20\CARDWTCH.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FW-TOKEN
               FILE STATUS IS CARD-WATCH-STATUS.

      *****************************************************************
      * CGPARM-IN is the campground parameter master maintained by    *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCUSE-OUT-STATUS.

      *****************************************************************
      * SITEATTR-IN is the site attribute file CBLHJB25 maintains --  *
      * site type, longest rig, party limit, and accessible flag per  *
      * site (or per lettered loop), so a booking whose equipment     *
      * won't fit the pad rejects at the edit instead of at the gate. *
      *****************************************************************
           SELECT SITEATTR-IN
               ASSIGN TO 'C:\COBOLSP20\SITEATTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITEATTR-IN-STATUS.

      *****************************************************************
      * STAYRULE-IN is the stay rule file CBLHJB33 maintains -- the   *
      * minimum and maximum nights by campground and arrival-date     *
      * range, with a system default for arrivals no rule covers.     *
      *****************************************************************
           SELECT STAYRULE-IN
               ASSIGN TO 'C:\COBOLSP20\STAYRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAYRULE-IN-STATUS.

      *****************************************************************
      * CHGCODE-IN is the incidental charge code file CBLHJB26        *
      * maintains -- firewood, extra vehicles, pets, late checkout -- *
      * with the unit price and whether the charge is taxable.        *
      * INCID-IN/INCID-OUT carry the open incidental charge lines     *
      * day to day, old master in and new master out: every accepted  *
      * charge transaction adds a line against its arrived stay, and  *
      * the checkout prints the stay's lines on the guest folio       *
      * FOLIO-OUT and drops them from the carry-forward.  The lines   *
      * are held in IN-TABLE for the run, so CKPT-INC snapshots the   *
      * table alongside every CKPT-REC and a restart reloads it from  *
      * there instead of from INCIDENT.DAT.                           *
      *****************************************************************
           SELECT CHGCODE-IN
               ASSIGN TO 'C:\COBOLSP20\CHGCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGCODE-IN-STATUS.

           SELECT INCID-IN
               ASSIGN TO 'C:\COBOLSP20\INCIDENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCID-IN-STATUS.

           SELECT INCID-OUT
               ASSIGN TO 'C:\COBOLSP20\INCIDENT.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CKPT-INC
               ASSIGN TO 'C:\COBOLSP20\CBLHJB01.CKI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-INC-STATUS.

           SELECT FOLIO-OUT
               ASSIGN TO 'C:\COBOLSP20\FOLIO.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPRES-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 163 CHARACTERS.

       COPY TRANREC.

       COPY BATHDR.

      *****************************************************************
      * BATCH-CTL, when present, lists the dated RESERVE.DAT files to  *
      * run through CAMPRES-INPUT for this job, one path per record,  *

       01  BATCH-CTL-REC               PIC X(40).

       FD  HELDBAT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS HELDBAT-REC
           RECORD CONTAINS 163 CHARACTERS.

       01  HELDBAT-REC             PIC X(163).

       FD  PROOF-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PROOFLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PROOFLINE               PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS VAL-REC
       FD  CKPT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CKPT-REC
           RECORD CONTAINS 285 CHARACTERS.

       01  CKPT-REC.
           05  CKPT-STATUS         PIC X.
           05  CKPT-CAPT-MC-AMT    PIC S9(7)V99.
           05  CKPT-CAPT-AMEX-CTR  PIC 9(5).
           05  CKPT-CAPT-AMEX-AMT  PIC S9(7)V99.
           05  CKPT-CXLF-CTR       PIC 9(5).
           05  CKPT-CXLF-AMT       PIC S9(7)V99.
           05  CKPT-PRF-BAT-CTR    PIC 9(5).
           05  CKPT-PRF-HELD-CTR   PIC 9(5).
           05  CKPT-PRF-HELD-RECS  PIC 9(7).
           05  CKPT-PRF-PAGE-CTR   PIC 9(4).
           05  CKPT-MJ-DATE        PIC 9(8).
           05  CKPT-MJ-TIME        PIC X(8).
           05  CKPT-MJ-CTR         PIC 9(7).
           05  FILLER              PIC X(02).

       FD  SUSPOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUS-REC
           RECORD CONTAINS 190 CHARACTERS.

       COPY SUSREC.

               88 AVM-MAINT        VALUE 'M'.
           05  AVM-GROUP-ID        PIC X(6).

       FD  CARD-VAULT
           LABEL RECORD IS STANDARD
           DATA RECORD IS VLT-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY CARDVLT.

      *****************************************************************
      * CONFIRM-OUT carries a mail-merge-ready extract of every       *
      * reservation record CBLHJB01 writes to CAMPRES.DAT, so guest   *
       FD  RECYCLE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS RECYCLE-REC
           RECORD CONTAINS 171 CHARACTERS.

       01  RECYCLE-REC.
           05  RC-TRAN             PIC X(163).
           05  RC-CYCLE            PIC 99.
           05  RC-CLERK-ID         PIC X(6).

       FD  CGPARM-IN
           LABEL RECORD IS OMITTED

       COPY DSCREC.

       FD  SITEATTR-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS SAT-REC
           RECORD CONTAINS 34 CHARACTERS.

       COPY SITEATTR.

       FD  STAYRULE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS STR-REC
           RECORD CONTAINS 82 CHARACTERS.

       COPY STAYRULE.

       FD  CHGCODE-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CHG-REC
           RECORD CONTAINS 31 CHARACTERS.

       COPY CHGCODE.

       FD  INCID-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS INC-REC
           RECORD CONTAINS 76 CHARACTERS.

       COPY INCREC.

       FD  INCID-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS INCO-REC
           RECORD CONTAINS 76 CHARACTERS.

       01  INCO-REC                PIC X(76).

       FD  CKPT-INC
           LABEL RECORD IS OMITTED
           DATA RECORD IS CKPT-INC-REC
           RECORD CONTAINS 77 CHARACTERS.

       01  CKPT-INC-REC.
           05  CI-DATA             PIC X(76).
           05  CI-STATUS           PIC X.

       FD  FOLIO-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS FOLIOLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01  FOLIOLINE               PIC X(132).

       FD  DISCUSE-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS DISCUSE-REC
           05  DU-GROSS-AMT        PIC S9(3)V99.
           05  DU-DISC-AMT         PIC S9(3)V99.

       FD  BAL-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-REC
           RECORD CONTAINS 120 CHARACTERS.

       COPY BALREC.

       FD  WAIT-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAIT-REC
           RECORD CONTAINS 183 CHARACTERS.

       01  WAIT-REC.
           05  WL-SEQ              PIC 9(6).
           05  WL-ENTRY-DATE       PIC 9(8).
           05  WL-TRAN             PIC X(163).
           05  WL-CLERK-ID         PIC X(6).

       FD  WAIT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAITO-REC
           RECORD CONTAINS 183 CHARACTERS.

       01  WAITO-REC.
           05  WLO-SEQ             PIC 9(6).
           05  WLO-ENTRY-DATE      PIC 9(8).
           05  WLO-TRAN            PIC X(163).
           05  WLO-CLERK-ID        PIC X(6).

       FD  WAITACT-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAITACT-REC
           RECORD CONTAINS 164 CHARACTERS.

       01  WAITACT-REC.
           05  WA-TYPE             PIC X.
           05  WA-TRAN             PIC X(163).

       FD  CKPT-WL
           LABEL RECORD IS OMITTED
           DATA RECORD IS CKPT-WL-REC
           RECORD CONTAINS 184 CHARACTERS.

       01  CKPT-WL-REC.
           05  CW-SEQ              PIC 9(6).
           05  CW-ENTRY-DATE       PIC 9(8).
           05  CW-TRAN             PIC X(163).
           05  CW-STATUS           PIC X.
           05  CW-CLERK-ID         PIC X(6).

       FD  GUEST-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GST-REC
           RECORD CONTAINS 67 CHARACTERS.

       COPY GSTREC.

       FD  GUEST-HIST
           LABEL RECORD IS OMITTED
           DATA RECORD IS GST-HIST-REC
           RECORD CONTAINS 62 CHARACTERS.

       01  GST-HIST-REC.
           05  GH-GUEST-NUMBER     PIC 9(6).
           05  GH-SITE             PIC X(3).
           05  GH-START-DATE       PIC 9(8).
           05  GH-AMT              PIC S9(3)V99.
           05  GH-CLERK-ID         PIC X(6).

       FD  GADDR-MST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GAD-REC
           RECORD CONTAINS 75 CHARACTERS.

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

       FD  MSTJRNL-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS MJI-REC
           RECORD CONTAINS 265 CHARACTERS.

       01  MJI-REC.
           05  MJI-STAMP.
               10  MJI-RUN-DATE    PIC 9(8).
               10  MJI-RUN-TIME    PIC X(8).
           05  MJI-PROGRAM         PIC X(8).
           05  MJI-IMAGES          PIC X(241).

       FD  SETLADJ-IN
           LABEL RECORD IS OMITTED
           05  ARQ-CCEXP           PIC 9(8).
           05  ARQ-AMT             PIC S9(3)V99.

       FD  CHNLDISP-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CD-REC
           RECORD CONTAINS 76 CHARACTERS.

       COPY CHNLDSP.

       FD  FRAUDPRM-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDPRM-REC
           RECORD CONTAINS 6 CHARACTERS.

       01  FRAUDPRM-REC.
           05  FP-DAY-MAX          PIC 99.
           05  FP-WEEK-MAX         PIC 99.
           05  FP-NAME-MAX         PIC 99.

       FD  AUDHIST-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDHIST-REC
           RECORD CONTAINS 287 CHARACTERS.

       01  AUDHIST-REC.
           05  AH-RUN-DATE         PIC 9(8).
           05  AH-RUN-TIME         PIC X(8).
           05  AH-TRAN             PIC X(163).
           05  FILLER              PIC X(108).

       FD  FRAUDQ-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDQ-IN-REC
           RECORD CONTAINS 264 CHARACTERS.

       01  FRAUDQ-IN-REC           PIC X(264).

       FD  FRAUDHLD-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDHLD-REC
           RECORD CONTAINS 264 CHARACTERS.

       01  FRAUDHLD-REC            PIC X(264).

       FD  FRAUDREL-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS FRAUDREL-REC
           RECORD CONTAINS 171 CHARACTERS.

       01  FRAUDREL-REC.
           05  FRL-TRAN            PIC X(163).
           05  FRL-CYCLE           PIC 99.
           05  FRL-CLERK-ID        PIC X(6).

       FD  CARD-WATCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS FW-REC
           RECORD CONTAINS 82 CHARACTERS.

       COPY CARDWTCH.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  FIRST-ERR-SW        PIC X.
           05  CG-FOUND-SW         PIC X.
               88 CG-FOUND         VALUE 'Y'.
           05  SITE-EDIT-SKIP-SW   PIC X.
           05  SETTLE-NOW-SW       PIC X.
               88 SETTLE-NOW       VALUE 'Y'.
       01  CURRENT-DATE-AND-TIME.
           05  CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
           05  RECYCLE-FOUND-SW    PIC X      VALUE 'N'.
           05  CURR-CYCLE-CTR      PIC 99     VALUE 0.

      *****************************************************************
      * PROOF-CONTROL proves one RESERVE.DAT batch at a time.  The    *
      * batch's transactions are read whole into PROOF-TABLE, counted *
      * and hashed on I-AMT as they come, and only when the trailer   *
      * closes the batch are the totals held up against the header.   *
      * A batch that proves is fed to the edit one record at a time   *
      * off the table with its clerk in CURR-CLERK-ID; one that       *
      * doesn't goes whole to HELDBAT-OUT.  A header met while a      *
      * batch is still open waits in PRF-PENDING-REC to open the next *
      * one.  A batch too big for the table spills to the held file   *
      * as it is read and is held whatever its totals.                *
      *****************************************************************
       01  PROOF-CONTROL.
           05  CURR-CLERK-ID       PIC X(6)   VALUE SPACES.
           05  PRF-OPEN-SW         PIC X      VALUE 'N'.
               88 PRF-BATCH-OPEN   VALUE 'Y'.
           05  PRF-DONE-SW         PIC X      VALUE 'N'.
               88 PRF-BATCH-DONE   VALUE 'Y'.
           05  PRF-HDR-SW          PIC X      VALUE 'N'.
               88 PRF-HAS-HEADER   VALUE 'Y'.
           05  PRF-HDR-BAD-SW      PIC X      VALUE 'N'.
               88 PRF-HDR-BAD      VALUE 'Y'.
           05  PRF-TRL-SW          PIC X      VALUE 'N'.
               88 PRF-HAS-TRAILER  VALUE 'Y'.
           05  PRF-SPILL-SW        PIC X      VALUE 'N'.
               88 PRF-SPILLED      VALUE 'Y'.
           05  PRF-PENDING-SW      PIC X      VALUE 'N'.
               88 PRF-PENDING      VALUE 'Y'.
           05  PRF-PENDING-REC     PIC X(163) VALUE SPACES.
           05  PRF-HDR-REC         PIC X(163) VALUE SPACES.
           05  PRF-TRL-REC         PIC X(163) VALUE SPACES.
           05  PRF-CLERK-ID        PIC X(6)   VALUE SPACES.
           05  PRF-BATCH-NUM       PIC X(6)   VALUE SPACES.
           05  PRF-TRL-BATCH-NUM   PIC X(6)   VALUE SPACES.
           05  PRF-HDR-CNT         PIC 9(5)   VALUE 0.
           05  PRF-HDR-HASH        PIC S9(9)V99 VALUE 0.
           05  PRF-ACT-CNT         PIC 9(5)   VALUE 0.
           05  PRF-ACT-HASH        PIC S9(9)V99 VALUE 0.
           05  PRF-REASON          PIC X(30)  VALUE SPACES.
           05  PRF-COUNT           PIC 999    VALUE 0.
           05  PRF-FEED-SUB        PIC 999    VALUE 0.
           05  PRF-HOLD-SUB        PIC 999    VALUE 0.
           05  PRF-BAT-CTR         PIC 9(5)   VALUE 0.
           05  PRF-HELD-CTR        PIC 9(5)   VALUE 0.
           05  PRF-HELD-RECS       PIC 9(7)   VALUE 0.
           05  PRF-PAGE-CTR        PIC 9(4)   VALUE 0.

       01  PROOF-TABLE.
           05  PRF-ENTRY           PIC X(163) OCCURS 500 TIMES.

       01  PRF-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  PRF-TITLE-DATE.
               10 PRF-TITLE-MONTH   PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 PRF-TITLE-DAY     PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 PRF-TITLE-YEAR    PIC X(4).
           05  FILLER               PIC X(37)   VALUE SPACES.
           05  FILLER               PIC X(25)
               VALUE 'RATHBUN LAKE RESERVATIONS'.
           05  FILLER               PIC X(44)   VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'PAGE: '.
           05  PRF-TITLE-PAGE       PIC ZZZ9.

       01  PRF-TITLE-LINE2.
           05  FILLER               PIC X(57)   VALUE SPACES.
           05  FILLER               PIC X(18)
               VALUE 'BATCH PROOF REPORT'.

       01  PRF-COL-HEADING.
           05  FILLER               PIC X(8)    VALUE 'CLERK'.
           05  FILLER               PIC X(9)    VALUE 'BATCH'.
           05  FILLER               PIC X(9)    VALUE 'HDR RECS'.
           05  FILLER               PIC X(9)    VALUE 'ACT RECS'.
           05  FILLER               PIC X(18)   VALUE
               '       HEADER HASH'.
           05  FILLER               PIC X(18)   VALUE
               '       ACTUAL HASH'.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  FILLER               PIC X(11)   VALUE 'DISPOSITION'.

       01  PRF-DETAIL-LINE.
           05  O-PRF-CLERK          PIC X(6).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-PRF-BATCH          PIC X(6).
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-PRF-HDR-CNT        PIC ZZZZ9.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-PRF-ACT-CNT        PIC ZZZZ9.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-PRF-HDR-HASH       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-PRF-ACT-HASH       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-PRF-DISP           PIC X(8).
           05  O-PRF-REASON         PIC X(30).

       01  PRF-TOTAL-LINE.
           05  O-PRF-TOT-LABEL      PIC X(34).
           05  O-PRF-TOT-CTR        PIC Z,ZZZ,ZZ9.

       01  CG-PARM-CONTROL.
           05  CGPARM-IN-STATUS    PIC XX     VALUE SPACES.
           05  CGPARM-MORE-SW      PIC X      VALUE 'Y'.
       01  AUDIT-CONTROL.
           05  AUDIT-OUT-STATUS    PIC XX     VALUE SPACES.

       01  JRNL-CONTROL.
           05  MSTJRNL-OUT-STATUS  PIC XX     VALUE SPACES.
           05  MSTJRNL-IN-STATUS   PIC XX     VALUE SPACES.
           05  MSTJRNL-MORE-SW     PIC X      VALUE 'Y'.
           05  MJ-WRITE-CTR        PIC 9(7)   VALUE 0.
           05  MJ-CKPT-SEQ         PIC 9(7)   VALUE 0.
           05  MJ-CKPT-CTR         PIC 9(7)   VALUE 0.
           05  MJ-CKPT-STAMP.
               10  MJ-CKPT-DATE    PIC 9(8)   VALUE 0.
               10  MJ-CKPT-TIME    PIC X(8)   VALUE SPACES.

      *****************************************************************
      * BO-TABLE holds, on a restart, the journal images of every     *
      * ledger and guest change this program made after the last      *
      * checkpoint, in the order they were made -- the abended run's  *
      * and any earlier restart's that died before checkpointing.     *
      * L2H-BACK-OUT-WINDOW undoes them newest first.                 *
      *****************************************************************
       01  BO-TABLE-CONTROL.
           05  BO-COUNT            PIC 9(4)   VALUE 0.
           05  BO-SUB              PIC 9(4)   VALUE 0.

       01  BO-TABLE.
           05  BO-ENTRY            OCCURS 2000 TIMES.
               10  BO-MASTER       PIC X.
               10  BO-BEFORE       PIC X(120).
               10  BO-AFTER        PIC X(120).

       01  SETLADJ-CONTROL.
           05  SETLADJ-IN-STATUS   PIC XX     VALUE SPACES.
           05  SETLADJ-MORE-SW     PIC X      VALUE 'Y'.
               10  DS-CG-LIST.
                   15 DS-CG-NAME   PIC X(25)  OCCURS 10 TIMES.

      *****************************************************************
      * SA-TABLE carries the site attribute file for the run.  The    *
      * fit edit looks for the exact site first and falls back to the *
      * letter-only record for its loop; a site with neither has not  *
      * been surveyed and takes any equipment.  FIT-SITE-RANK and     *
      * FIT-NEED-RANK order the hookups (tent 0, electric 1, full 2)  *
      * so a site serves any rig needing its hookup or less.  The     *
      * four FIT- switches are cleared before a site (or a whole      *
      * block's list) is tested and only ever set to 'N' by the test, *
      * so a block reports each kind of misfit once.                  *
      *****************************************************************
       01  SITE-ATTR-CONTROL.
           05  SITEATTR-IN-STATUS  PIC XX       VALUE SPACES.
           05  SITEATTR-MORE-SW    PIC X        VALUE 'Y'.
           05  SA-COUNT            PIC 9(4)     VALUE 0.
           05  SA-SUB              PIC 9(4)     VALUE 0.
           05  SA-HIT-SUB          PIC 9(4)     VALUE 0.
           05  FIT-SITE.
               10  FIT-SITE1       PIC X.
               10  FIT-SITE2       PIC XX.
           05  FIT-LOOP-SITE.
               10  FIT-LOOP-LETTER PIC X.
               10  FILLER          PIC XX       VALUE SPACES.
           05  FIT-SITE-RANK       PIC 9        VALUE 0.
           05  FIT-NEED-RANK       PIC 9        VALUE 0.
           05  EQUIP-OK-SW         PIC X        VALUE 'Y'.
           05  FIT-OK-SW           PIC X        VALUE 'Y'.
           05  FIT-RIG-SW          PIC X        VALUE 'Y'.
           05  FIT-PARTY-SW        PIC X        VALUE 'Y'.
           05  FIT-HOOKUP-SW       PIC X        VALUE 'Y'.
           05  FIT-ACCESS-SW       PIC X        VALUE 'Y'.

       01  SA-TABLE.
           05  SA-ENTRY            OCCURS 1000 TIMES.
               10  SA-CAMPGROUND   PIC X(25).
               10  SA-SITE         PIC X(3).
               10  SA-TYPE         PIC X.
               10  SA-MAX-RIG      PIC 99.
               10  SA-MAX-PARTY    PIC 99.
               10  SA-ACCESS       PIC X.

      *****************************************************************
      * SR-TABLE carries the active stay rules for the run.  The      *
      * rule that governs a stay is the most specific one covering    *
      * its campground and arrival date -- SR-RANK scores a match 4   *
      * for the campground and a date range, 3 for the campground all *
      * year, 2 for every campground and a date range, 1 for the      *
      * system default -- and the first rule loaded wins a tie.  With *
      * no rule on file at all the stay is held to the built-in 2-11  *
      * night SYSTEM rule.  SR-ERR-NUM comes back 0 when the stay     *
      * fits, 13 when it breaks the default, or 63/64 when it falls   *
      * under or over a campground or seasonal rule; SR-MSG-SUFFIX    *
      * names the rule on the printed error.                          *
      *****************************************************************
       01  STAY-RULE-CONTROL.
           05  STAYRULE-IN-STATUS  PIC XX       VALUE SPACES.
           05  STAYRULE-MORE-SW    PIC X        VALUE 'Y'.
           05  SR-COUNT            PIC 999      VALUE 0.
           05  SR-SUB              PIC 999      VALUE 0.
           05  SR-HIT-SUB          PIC 999      VALUE 0.
           05  SR-RANK             PIC 9        VALUE 0.
           05  SR-HIT-RANK         PIC 9        VALUE 0.
           05  SR-CURR-ID          PIC X(6)     VALUE SPACES.
           05  SR-CURR-MIN         PIC 99       VALUE 0.
           05  SR-CURR-MAX         PIC 99       VALUE 0.
           05  SR-ERR-NUM          PIC 99       VALUE 0.

       01  SR-TABLE.
           05  SR-ENTRY            OCCURS 200 TIMES.
               10  SR-RULE-ID      PIC X(6).
               10  SR-CAMPGROUND   PIC X(25).
               10  SR-FROM-DATE    PIC 9(8).
               10  SR-THRU-DATE    PIC 9(8).
               10  SR-MIN-NIGHTS   PIC 99.
               10  SR-MAX-NIGHTS   PIC 99.

       01  SR-MSG-SUFFIX.
           05  FILLER              PIC X(7)     VALUE ' (RULE '.
           05  SR-MSG-ID           PIC X(6).
           05  FILLER              PIC X        VALUE SPACE.
           05  SR-MSG-MIN          PIC Z9.
           05  FILLER              PIC X        VALUE '-'.
           05  SR-MSG-MAX          PIC Z9.
           05  FILLER              PIC X        VALUE ')'.

      *****************************************************************
      * FRAUD-CONTROL works the card fraud screen.  CU-TABLE holds    *
      * every use of a card token in the last seven days -- loaded at *
      * L2-INIT off the audit trail, the review queue, and the held   *
      * file, and added to as each card-tendered booking is screened  *
      * -- with the guest name it was used under.  FN-TABLE gathers   *
      * the distinct names one card was used under for the booking in *
      * hand, the booking's own name first.  FRD-REASONS says which   *
      * tests held the booking.  FRD-RELEASED-SW marks a booking the  *
      * office released off the review queue, which is edited but not *
      * screened again.                                               *
      *****************************************************************
       01  FRAUD-CONTROL.
           05  FRAUDPRM-STATUS     PIC XX     VALUE SPACES.
           05  AUDHIST-STATUS      PIC XX     VALUE SPACES.
           05  FRAUDQ-IN-STATUS    PIC XX     VALUE SPACES.
           05  FRAUDHLD-STATUS     PIC XX     VALUE SPACES.
           05  FRAUDREL-STATUS     PIC XX     VALUE SPACES.
           05  CARD-WATCH-STATUS   PIC XX     VALUE SPACES.
           05  CARD-WATCH-SW       PIC X      VALUE 'N'.
               88 CARD-WATCH-OPEN  VALUE 'Y'.
           05  FRD-LOAD-MORE-SW    PIC X      VALUE 'Y'.
           05  FRD-RELEASE-MODE-SW PIC X      VALUE 'N'.
               88 FRD-RELEASE-MODE VALUE 'Y'.
           05  FRD-RELEASE-FOUND-SW
                                   PIC X      VALUE 'N'.
           05  FRD-RELEASED-SW     PIC X      VALUE 'N'.
               88 FRD-RELEASED-ITEM
                                   VALUE 'Y'.
           05  FRD-HELD-SW         PIC X      VALUE 'N'.
               88 FRD-HELD         VALUE 'Y'.
           05  FRD-DAY-MAX         PIC 99     VALUE 2.
           05  FRD-WEEK-MAX        PIC 99     VALUE 4.
           05  FRD-NAME-MAX        PIC 99     VALUE 1.
           05  FRD-TODAY           PIC 9(8)   VALUE 0.
           05  FRD-WEEK-START      PIC 9(8)   VALUE 0.
           05  FRD-DAY-USES        PIC 9(3)   VALUE 0.
           05  FRD-WEEK-USES       PIC 9(3)   VALUE 0.
           05  FRD-TIED-NAME       PIC X(42)  VALUE SPACES.
           05  FRD-TIED-KEY.
               10  FRD-TIED-LNAME  PIC X(20)  VALUE SPACES.
               10  FRD-TIED-FNAME  PIC X(20)  VALUE SPACES.
           05  FRD-REASONS.
               10  FRD-DAY-SW      PIC X      VALUE 'N'.
               10  FRD-WEEK-SW     PIC X      VALUE 'N'.
               10  FRD-NAME-SW     PIC X      VALUE 'N'.
               10  FRD-DECL-SW     PIC X      VALUE 'N'.
               10  FRD-FLAG-SW     PIC X      VALUE 'N'.
           05  FRD-HOLD-CTR        PIC 9(6)   VALUE 0.
           05  CU-COUNT            PIC 9(4)   VALUE 0.
           05  CU-SUB              PIC 9(4)   VALUE 0.
           05  CU-DUP-SW           PIC X      VALUE 'N'.
           05  CU-FULL-SW          PIC X      VALUE 'N'.
           05  FN-COUNT            PIC 99     VALUE 0.
           05  FN-SUB              PIC 99     VALUE 0.
           05  FN-FOUND-SW         PIC X      VALUE 'N'.
           05  FRD-NEW-USE.
               10  FRD-NEW-TOKEN   PIC 9(16).
               10  FRD-NEW-DATE    PIC 9(8).
               10  FRD-NEW-NAME.
                   15  FRD-NEW-LNAME
                                   PIC X(20).
                   15  FRD-NEW-FNAME
                                   PIC X(20).
               10  FRD-NEW-GROUP-ID
                                   PIC X(6).
       01  CU-TABLE.
           05  CU-ENTRY            OCCURS 2000 TIMES.
               10  CU-TOKEN        PIC 9(16).
               10  CU-DATE         PIC 9(8).
               10  CU-NAME.
                   15  CU-LNAME    PIC X(20).
                   15  CU-FNAME    PIC X(20).
               10  CU-GROUP-ID     PIC X(6).
       01  FN-TABLE.
           05  FN-NAME             PIC X(40)  OCCURS 10 TIMES.

       COPY FRAUDQ.

      *****************************************************************
      * CARD-VAULT-CONTROL works the card token vault.  CV-PAN goes   *
      * in to L3V-VAULT-CARD and CV-TOKEN comes back; CARD-PROTECT-SW *
      * tells the card number edit why a keyed number was masked      *
      * instead of tokenized -- it failed its check digit, or the     *
      * vault could not be opened or written.  CARD-FIELD-SW says     *
      * whether the transaction's I-CCNUM holds a card at all (cash   *
      * and check tender carry a check number or nothing there).      *
      *****************************************************************
       01  CARD-VAULT-CONTROL.
           05  CARD-VAULT-STATUS   PIC XX       VALUE SPACES.
           05  CARD-VAULT-SW       PIC X        VALUE 'N'.
               88 CARD-VAULT-OPEN  VALUE 'Y'.
           05  CARD-PROTECT-SW     PIC X        VALUE SPACE.
               88 CARD-CHECK-FAILED
                                   VALUE 'F'.
               88 CARD-VAULT-DOWN  VALUE 'V'.
           05  CARD-FIELD-SW       PIC X        VALUE 'N'.
               88 CARD-ON-TRAN     VALUE 'Y'.
           05  CV-PAN              PIC 9(16)    VALUE 0.
           05  CV-PAN-PARTS REDEFINES CV-PAN.
               10  FILLER          PIC 9(12).
               10  CV-PAN-LAST4    PIC 9(4).
           05  CV-CCTYPE           PIC X        VALUE SPACE.
           05  CV-TOKEN            PIC 9(16)    VALUE 0.
           05  CV-TOKEN-PARTS REDEFINES CV-TOKEN.
               10  CV-TOKEN-FLAG   PIC 9.
               10  CV-TOKEN-SERIAL PIC 9(11).
               10  CV-TOKEN-LAST4  PIC 9(4).
           05  CV-TODAY            PIC 9(8)     VALUE 0.

      *****************************************************************
      * CC-TABLE carries the incidental charge code file for the run  *
      * -- a charge transaction is priced and judged taxable against  *
      * it, and a code not on file or inactive rejects.  IN-TABLE     *
      * carries the open incidental charge lines: loaded from         *
      * INCIDENT.DAT, added to as charges post, marked folioed ('F')  *
      * when the stay checks out, and carried forward (minus the      *
      * folioed lines) to INCIDENT.NEW at closing.                    *
      *****************************************************************
       01  CHARGE-CONTROL.
           05  CHGCODE-IN-STATUS   PIC XX       VALUE SPACES.
           05  CHG-MORE-SW         PIC X        VALUE 'Y'.
           05  CC-COUNT            PIC 99       VALUE 0.
           05  CC-SUB              PIC 99       VALUE 0.
           05  CC-HIT-SUB          PIC 99       VALUE 0.
           05  C-CHG-QTY           PIC 99       VALUE 0.
           05  C-CHG-AMT           PIC S9(3)V99 VALUE 0.

       01  CC-TABLE.
           05  CC-ENTRY            OCCURS 50 TIMES.
               10  CC-CODE         PIC X(4).
               10  CC-STATUS       PIC X.
                   88 CC-ACTIVE    VALUE 'A'.
               10  CC-DESC         PIC X(20).
               10  CC-TAXABLE      PIC X.
                   88 CC-IS-TAXABLE VALUE 'Y'.
               10  CC-UNIT-PRICE   PIC 9(3)V99.

       01  INCID-CONTROL.
           05  INCID-IN-STATUS     PIC XX       VALUE SPACES.
           05  CKPT-INC-STATUS     PIC XX       VALUE SPACES.
           05  INCID-MORE-SW       PIC X        VALUE 'Y'.
           05  IN-COUNT            PIC 9(4)     VALUE 0.
           05  IN-SUB              PIC 9(4)     VALUE 0.

       01  IN-TABLE.
           05  IN-ENTRY            OCCURS 1000 TIMES.
               10  IN-DATA.
                   15  IN-CAMPGROUND    PIC X(25).
                   15  IN-SITE          PIC X(3).
                   15  IN-START-DATE    PIC 9(8).
                   15  IN-POST-DATE     PIC 9(8).
                   15  IN-CHG-CODE      PIC X(4).
                   15  IN-DESC          PIC X(20).
                   15  IN-QTY           PIC 99.
                   15  IN-TAXABLE       PIC X.
                   15  IN-AMT           PIC S9(3)V99.
               10  IN-STATUS            PIC X.
                   88 IN-OPEN           VALUE 'O'.
                   88 IN-FOLIOED        VALUE 'F'.

      *****************************************************************
      * FOLIO-WORK and the FOL- lines print the guest folio handed    *
      * over at the gate when a stay checks out -- the stay, every    *
      * incidental charge posted against it, what was paid before     *
      * checkout, what was settled on the spot, and the balance.      *
      * A returned check fee CBLHJB42 put on the stay's ledger entry  *
      * has no incidental line -- it prints as the part of the        *
      * ledger's incidental total the stay's lines do not account     *
      * for.                                                          *
      *****************************************************************
       01  FOLIO-WORK.
           05  FOL-PAGE-CTR        PIC 9(4)     VALUE 0.
           05  FOL-CHG-TOTAL       PIC S9(5)V99 VALUE 0.
           05  FOL-ITEM-TOTAL      PIC S9(5)V99 VALUE 0.
           05  FOL-FEE-AMT         PIC S9(5)V99 VALUE 0.
           05  FOL-PRIOR-PAID      PIC S9(5)V99 VALUE 0.
           05  FOL-SETTLE-AMT      PIC S9(5)V99 VALUE 0.
           05  FOL-BALANCE         PIC S9(5)V99 VALUE 0.

       01  FOL-TITLE-LINE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  FOL-TITLE-DATE.
               10 FOL-TITLE-MONTH   PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 FOL-TITLE-DAY     PIC XX.
               10 FILLER            PIC X       VALUE '/'.
               10 FOL-TITLE-YEAR    PIC X(4).
           05  FILLER               PIC X(37)   VALUE SPACES.
           05  FILLER               PIC X(25)
               VALUE 'RATHBUN LAKE RESERVATIONS'.
           05  FILLER               PIC X(44)   VALUE SPACES.
           05  FILLER               PIC X(6)    VALUE 'PAGE: '.
           05  FOL-TITLE-PAGE       PIC ZZZ9.

       01  FOL-TITLE-LINE2.
           05  FILLER               PIC X(58)   VALUE SPACES.
           05  FILLER               PIC X(11)   VALUE 'GUEST FOLIO'.

       01  FOL-GUEST-LINE.
           05  FILLER               PIC X(7)    VALUE 'GUEST: '.
           05  O-FOL-NAME           PIC X(42).
           05  FILLER               PIC X(14)
               VALUE '  CAMPGROUND: '.
           05  O-FOL-CAMPGROUND     PIC X(25).
           05  FILLER               PIC X(8)    VALUE '  SITE: '.
           05  O-FOL-SITE           PIC X(3).

       01  FOL-STAY-LINE.
           05  FILLER               PIC X(9)    VALUE 'ARRIVED: '.
           05  O-FOL-START-DATE     PIC 9(8).
           05  FILLER               PIC X(12)   VALUE '  DEPARTED: '.
           05  O-FOL-END-DATE       PIC 9(8).
           05  FILLER               PIC X(10)   VALUE '  NIGHTS: '.
           05  O-FOL-NIGHTS         PIC Z9.

       01  FOL-COL-HEADING.
           05  FILLER               PIC X(10)   VALUE 'POSTED'.
           05  FILLER               PIC X(6)    VALUE 'CODE'.
           05  FILLER               PIC X(22)   VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(5)    VALUE 'QTY'.
           05  FILLER               PIC X(5)    VALUE 'TAX'.
           05  FILLER               PIC X(10)   VALUE '    AMOUNT'.

       01  FOL-DETAIL-LINE.
           05  O-FOL-POST-DATE      PIC 9(8).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-FOL-CODE           PIC X(4).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-FOL-DESC           PIC X(20).
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-FOL-QTY            PIC Z9.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-FOL-TAXABLE        PIC X.
           05  FILLER               PIC XX      VALUE SPACES.
           05  O-FOL-AMT            PIC ZZ,ZZ9.99-.

       01  FOL-TOTAL-LINE.
           05  FILLER               PIC X(16)   VALUE SPACES.
           05  O-FOL-TOT-LABEL      PIC X(32).
           05  O-FOL-TOT-AMT        PIC ZZ,ZZ9.99-.

       01  AVAIL-CONTROL.
           05  AVAIL-MST-STATUS    PIC XX     VALUE SPACES.
           05  AVM-BROWSE-DONE-SW  PIC X      VALUE 'N'.
               88 AVAIL-ENTRY-FOUND     VALUE 'Y'.
           05  AVM-SAVE-END-DATE   PIC 9(8)   VALUE 0.

      *****************************************************************
      * BAL-REC on BAL-MST is the one ledger entry the transaction is *
      * working -- L7-FIND-BALANCE-ENTRY reads it and keeps the entry *
      * as read in BAL-BEFORE-IMAGE for the journal, the way          *
      * L7D-SAVE-BEFORE-IMAGE keeps AVM-REC for the audit trail.      *
      *****************************************************************
       01  BAL-CONTROL.
           05  BAL-MST-STATUS      PIC XX     VALUE SPACES.
           05  BAL-FOUND-SW        PIC X      VALUE 'N'.
               88 BAL-ENTRY-FOUND       VALUE 'Y'.
           05  BAL-BEFORE-IMAGE    PIC X(120) VALUE SPACES.

       01  WAIT-CONTROL.
           05  WAIT-IN-STATUS      PIC XX     VALUE SPACES.
           05  WL-REL-END-DATE     PIC 9(8)   VALUE 0.
           05  WL-REL-START-JUL    PIC S9(8)  VALUE 0.
           05  WL-PROMOTED-SW      PIC X      VALUE 'N'.
           05  WL-SCAN-DONE-SW     PIC X      VALUE 'N'.
           05  WL-LAST-SEQ         PIC 9(6)   VALUE 0.
           05  WL-SCAN-DATE        PIC 9(8)   VALUE 0.
           05  WT-ENTRY            OCCURS 200 TIMES.
               10  WT-SEQ              PIC 9(6).
               10  WT-ENTRY-DATE       PIC 9(8).
               10  WT-TRAN             PIC X(163).
               10  WT-STATUS           PIC X.
                   88 WT-ACTIVE        VALUE 'A'.
                   88 WT-RELEASED      VALUE 'R'.
               10  WT-CLERK-ID         PIC X(6).

       01  GADDR-CONTROL.
           05  GADDR-MST-STATUS    PIC XX     VALUE SPACES.
           05  GADDR-OPEN-SW       PIC X      VALUE 'N'.
               88 GADDR-OPEN            VALUE 'Y'.

      *****************************************************************
      * GST-REC on GUEST-MST is the one guest the transaction is      *
      * working -- read by name at L7-FIND-GUEST, or built at         *
      * L7-CREATE-GUEST under the next guest number and flagged to be *
      * added rather than rewritten.  GST-BEFORE-IMAGE keeps the      *
      * guest as read for the journal.  Guests are never deleted.     *
      *****************************************************************
       01  GUEST-CONTROL.
           05  GUEST-MST-STATUS    PIC XX     VALUE SPACES.
           05  GUEST-HIST-STATUS   PIC XX     VALUE SPACES.
           05  GST-MORE-SW         PIC X      VALUE 'Y'.
           05  GST-FOUND-SW        PIC X      VALUE 'N'.
               88 GST-ENTRY-FOUND       VALUE 'Y'.
           05  GST-ADD-SW          PIC X      VALUE 'N'.
               88 GST-NEW-ENTRY         VALUE 'Y'.
           05  NEXT-GST-NUMBER     PIC 9(6)   VALUE 1.
           05  GST-CURR-NUMBER     PIC 9(6)   VALUE 0.
           05  GST-BEFORE-IMAGE    PIC X(67)  VALUE SPACES.

      *****************************************************************
      * BLOCK-CONTROL carries a block booking through its all-or-     *
           05  SETL-RFND-AMEX-AMT  PIC S9(7)V99    VALUE 0.
           05  SETL-FORF-CTR       PIC 9(5)       VALUE 0.
           05  SETL-FORF-AMT       PIC S9(7)V99    VALUE 0.
           05  SETL-CXLF-CTR       PIC 9(5)       VALUE 0.
           05  SETL-CXLF-AMT       PIC S9(7)V99    VALUE 0.
           05  SETL-DECL-VISA-CTR  PIC 9(5)       VALUE 0.
           05  SETL-DECL-VISA-AMT  PIC S9(7)V99    VALUE 0.
           05  SETL-DECL-MC-CTR    PIC 9(5)       VALUE 0.
           05  O-ERR                PIC X(132).

       01  ERROR-LINE2.
           05  O-ERR-OVFL           PIC X(100).

       01  ERR-MSG-LINE.
           05  O-ERR-MSG            PIC X(100).
           MOVE CURRENT-MONTH             TO ERR-TITLE-MONTH.
           MOVE CURRENT-DAY               TO ERR-TITLE-DAY.
           MOVE CURRENT-YEAR              TO ERR-TITLE-YEAR.
           MOVE CURRENT-MONTH             TO PRF-TITLE-MONTH.
           MOVE CURRENT-DAY               TO PRF-TITLE-DAY.
           MOVE CURRENT-YEAR              TO PRF-TITLE-YEAR.
           PERFORM L2N-SET-GENERATIONS.
           PERFORM L2O-OPEN-RUN-LOG.
           PERFORM L2O-WRITE-START-RECORD.
           PERFORM L2G-LOAD-CG-PARAMETERS.
           PERFORM L2A-CHECK-RESTART.
           PERFORM L2Y-OPEN-FRAUD-RELEASES.
           PERFORM L2F-OPEN-RECYCLE.
           PERFORM L2D-OPEN-BATCH-CONTROL.
           PERFORM L2E-OPEN-NEXT-INPUT-FILE.
           MOVE 'Y'                       TO MORE-RECS.
           IF BATCH-MORE-SW = 'N' AND RECYCLE-MODE-SW = 'N'
            AND FRD-RELEASE-MODE-SW = 'N'
               MOVE 'N' TO MORE-RECS
           END-IF.

               OPEN EXTEND CONFIRM-OUT
               OPEN EXTEND REFUND-OUT
               OPEN EXTEND AUTH-OUT
               OPEN EXTEND CHNLDISP-OUT
               OPEN EXTEND WAITACT-OUT
               OPEN EXTEND FOLIO-OUT
               OPEN EXTEND HELDBAT-OUT
               OPEN EXTEND PROOF-OUT
               PERFORM L4-ERROR-HEADING
               PERFORM L9P-PROOF-HEADING
               PERFORM L2B-SKIP-PROCESSED-RECS
           ELSE
               OPEN OUTPUT PRTOUT
               OPEN OUTPUT CONFIRM-OUT
               OPEN OUTPUT REFUND-OUT
               OPEN OUTPUT AUTH-OUT
               OPEN OUTPUT CHNLDISP-OUT
               OPEN OUTPUT WAITACT-OUT
               OPEN OUTPUT FOLIO-OUT
               OPEN OUTPUT HELDBAT-OUT
               OPEN OUTPUT PROOF-OUT
               PERFORM L3-INIT-HEADING
               PERFORM L9P-PROOF-HEADING
           END-IF.
           OPEN OUTPUT SETLOUT.
           PERFORM L2K-OPEN-AVAIL-MASTER.
           PERFORM L2X-OPEN-CARD-VAULT.
           PERFORM L2H-OPEN-BALANCE-LEDGER.
           PERFORM L2I-OPEN-GUEST-MASTER.
           PERFORM L2H-OPEN-MASTER-JOURNAL.
           IF CKPT-RESUME AND BO-COUNT > 0
               PERFORM L2H-BACK-OUT-WINDOW
           END-IF.
           IF NOT CKPT-RESUME
               PERFORM L2L-LOAD-SETTLE-ADJUSTMENTS
           END-IF.
           IF CKPT-RESUME
               PERFORM L2J-LOAD-WAIT-FROM-CKPT
               PERFORM L2V-LOAD-INCID-FROM-CKPT
           ELSE
               PERFORM L2J-LOAD-WAITLIST
               PERFORM L2V-LOAD-INCIDENTALS
           END-IF.
           PERFORM L2I-OPEN-GUEST-HISTORY.
           PERFORM L2Q-OPEN-GUEST-ADDRESSES.
           PERFORM L2R-LOAD-DISCOUNT-CODES.
           PERFORM L2T-LOAD-SITE-ATTRIBUTES.
           PERFORM L2W-LOAD-STAY-RULES.
           PERFORM L2U-LOAD-CHARGE-CODES.
           PERFORM L2Y-LOAD-CARD-USES.
           PERFORM L2M-OPEN-AUDIT-TRAIL.
           PERFORM L2R-OPEN-DISCOUNT-USAGE.
           PERFORM L2P-OPEN-TAX-LEDGER.
                   AVAIL-MST-STATUS
           END-IF.

      *****************************************************************
      * L2X-OPEN-CARD-VAULT opens the card token vault for update,    *
      * creating it empty the first time.  A vault that will not open *
      * leaves every keyed card number masked and the transaction     *
      * rejecting -- a card number is never carried in the clear for  *
      * want of a token.                                              *
      *****************************************************************
       L2X-OPEN-CARD-VAULT.
           MOVE CURRENT-DATE TO CV-TODAY.
           OPEN I-O CARD-VAULT.
           IF CARD-VAULT-STATUS = '35'
               OPEN OUTPUT CARD-VAULT
               CLOSE CARD-VAULT
               OPEN I-O CARD-VAULT
           END-IF.
           IF CARD-VAULT-STATUS = '00'
               MOVE 'Y' TO CARD-VAULT-SW
           ELSE
               DISPLAY 'CARD TOKEN VAULT OPEN FAILED -- STATUS '
                   CARD-VAULT-STATUS ' -- CARD TRANSACTIONS WILL REJECT'
           END-IF.

      *****************************************************************
      * L2X-TOKENIZE-WAIT-CARD trades a card number still carried in  *
      * the clear on a waitlisted request -- one written before the   *
      * vault was kept -- for its token as the file loads, so the     *
      * carry-forward goes out tokenized.  A number that looks like a *
      * token but is not on the vault is masked, so it is never       *
      * carried forward in the clear.  A check number on a cash or    *
      * check request is left as it is.                               *
      *****************************************************************
       L2X-TOKENIZE-WAIT-CARD.
           IF WT-TRAN(WL-COUNT)(85:1) NOT = 'C'
            AND WT-TRAN(WL-COUNT)(85:1) NOT = 'K'
            AND WT-TRAN(WL-COUNT)(86:16) NUMERIC
            AND WT-TRAN(WL-COUNT)(86:16) NOT = ZEROS
               IF WT-TRAN(WL-COUNT)(86:1) = '9'
                   MOVE WT-TRAN(WL-COUNT)(86:16) TO CV-TOKEN
                   PERFORM L3V-FIND-TOKEN
                   IF CARD-CHECK-FAILED
                       MOVE ALL '*' TO WT-TRAN(WL-COUNT)(86:12)
                   END-IF
               ELSE
                   MOVE WT-TRAN(WL-COUNT)(86:16) TO CV-PAN
                   MOVE WT-TRAN(WL-COUNT)(85:1)  TO CV-CCTYPE
                   PERFORM L3V-VAULT-CARD
                   IF NOT CARD-VAULT-DOWN
                       MOVE CV-TOKEN TO WT-TRAN(WL-COUNT)(86:16)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * L2H-OPEN-BALANCE-LEDGER and L2I-OPEN-GUEST-MASTER open the    *
      * two indexed masters for update, creating each empty the first *
      * time, the same way L2K-OPEN-AVAIL-MASTER opens the            *
      * availability master.  Guest numbers run in key order, so one  *
      * pass down the guest master finds the next number to assign -- *
      * a restarted run finds it again once the guests added after    *
      * the checkpoint are backed out.                                *
      *****************************************************************
       L2H-OPEN-BALANCE-LEDGER.
           OPEN I-O BAL-MST.
           IF BAL-MST-STATUS = '35'
               OPEN OUTPUT BAL-MST
               CLOSE BAL-MST
               OPEN I-O BAL-MST
           END-IF.
           IF BAL-MST-STATUS NOT = '00'
               DISPLAY 'BALANCE LEDGER OPEN FAILED -- STATUS '
                   BAL-MST-STATUS
           END-IF.

       L2I-OPEN-GUEST-MASTER.
           OPEN I-O GUEST-MST.
           IF GUEST-MST-STATUS = '35'
               OPEN OUTPUT GUEST-MST
               CLOSE GUEST-MST
               OPEN I-O GUEST-MST
           END-IF.
           IF GUEST-MST-STATUS = '00'
               PERFORM L2I-FIND-NEXT-GUEST-NUMBER
           ELSE
               DISPLAY 'GUEST MASTER OPEN FAILED -- STATUS '
                   GUEST-MST-STATUS
           END-IF.

       L2I-FIND-NEXT-GUEST-NUMBER.
           MOVE 0 TO GST-NUMBER.
           START GUEST-MST KEY NOT LESS THAN GST-NUMBER
               INVALID KEY
                   MOVE 'N' TO GST-MORE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO GST-MORE-SW
           END-START.
           PERFORM L2I-READ-NEXT-GUEST
               UNTIL GST-MORE-SW = 'N'.

       L2I-READ-NEXT-GUEST.
           READ GUEST-MST NEXT RECORD
               AT END
                   MOVE 'N' TO GST-MORE-SW
               NOT AT END
                   IF GST-NUMBER NOT < NEXT-GST-NUMBER
                       COMPUTE NEXT-GST-NUMBER = GST-NUMBER + 1
                   END-IF
           END-READ.

      *****************************************************************
      * L2H-OPEN-MASTER-JOURNAL opens the cumulative master image     *
      * journal in extend for the run -- the first run ever creates   *
      * it fresh.                                                     *
      *****************************************************************
       L2H-OPEN-MASTER-JOURNAL.
           OPEN EXTEND MSTJRNL-OUT.
           IF MSTJRNL-OUT-STATUS NOT = '00'
               OPEN OUTPUT MSTJRNL-OUT
           END-IF.

      *****************************************************************
      * L2H-BACK-OUT-WINDOW puts the ledger and the guest master back *
      * the way they stood at the checkpoint, newest change first: an *
      * added record is deleted, a deleted one written back, and a    *
      * changed one rewritten from its before image.  Each undo is    *
      * journaled like any other change, so CBLHJB32 rolling forward  *
      * from a backup lands in the same place.  Guest numbers handed  *
      * out after the checkpoint are free again, so the next number   *
      * is found afresh.                                              *
      *****************************************************************
       L2H-BACK-OUT-WINDOW.
           PERFORM L2H-BACK-OUT-ONE-CHANGE
               VARYING BO-SUB FROM BO-COUNT BY -1
               UNTIL BO-SUB < 1.
           MOVE 1 TO NEXT-GST-NUMBER.
           PERFORM L2I-FIND-NEXT-GUEST-NUMBER.
           DISPLAY 'RESTART -- MASTER CHANGES BACKED OUT TO THE '
               'CHECKPOINT: ' BO-COUNT.

       L2H-BACK-OUT-ONE-CHANGE.
           MOVE BO-MASTER(BO-SUB) TO MJ-MASTER.
           MOVE BO-AFTER(BO-SUB)  TO MJ-BEFORE.
           MOVE BO-BEFORE(BO-SUB) TO MJ-AFTER.
           EVALUATE TRUE
               WHEN MJ-LEDGER
                   PERFORM L2H-BACK-OUT-LEDGER
               WHEN MJ-GUEST
                   PERFORM L2H-BACK-OUT-GUEST
           END-EVALUATE.

       L2H-BACK-OUT-LEDGER.
           EVALUATE TRUE
               WHEN MJ-AFTER = SPACES
                   MOVE MJ-BEFORE TO BAL-REC
                   DELETE BAL-MST RECORD
                       INVALID KEY
                           DISPLAY 'BALANCE LEDGER BACK-OUT REJECTED: '
                               BAL-CAMPGROUND ' ' BAL-SITE ' '
                               BAL-START-DATE
                       NOT INVALID KEY
                           PERFORM L6-WRITE-JOURNAL-REC
                   END-DELETE
               WHEN MJ-BEFORE = SPACES
                   MOVE MJ-AFTER TO BAL-REC
                   WRITE BAL-REC
                       INVALID KEY
                           DISPLAY 'BALANCE LEDGER BACK-OUT REJECTED: '
                               BAL-CAMPGROUND ' ' BAL-SITE ' '
                               BAL-START-DATE
                       NOT INVALID KEY
                           PERFORM L6-WRITE-JOURNAL-REC
                   END-WRITE
               WHEN OTHER
                   MOVE MJ-AFTER TO BAL-REC
                   REWRITE BAL-REC
                       INVALID KEY
                           DISPLAY 'BALANCE LEDGER BACK-OUT REJECTED: '
                               BAL-CAMPGROUND ' ' BAL-SITE ' '
                               BAL-START-DATE
                       NOT INVALID KEY
                           PERFORM L6-WRITE-JOURNAL-REC
                   END-REWRITE
           END-EVALUATE.

       L2H-BACK-OUT-GUEST.
           EVALUATE TRUE
               WHEN MJ-AFTER = SPACES
                   MOVE MJ-BEFORE TO GST-REC
                   DELETE GUEST-MST RECORD
                       INVALID KEY
                           DISPLAY 'GUEST MASTER BACK-OUT REJECTED: '
                               GST-NUMBER ' ' GST-LNAME
                       NOT INVALID KEY
                           PERFORM L6-WRITE-JOURNAL-REC
                   END-DELETE
               WHEN MJ-BEFORE = SPACES
                   MOVE MJ-AFTER TO GST-REC
                   WRITE GST-REC
                       INVALID KEY
                           DISPLAY 'GUEST MASTER BACK-OUT REJECTED: '
                               GST-NUMBER ' ' GST-LNAME
                       NOT INVALID KEY
                           PERFORM L6-WRITE-JOURNAL-REC
                   END-WRITE
               WHEN OTHER
                   MOVE MJ-AFTER TO GST-REC
                   REWRITE GST-REC
                       INVALID KEY
                           DISPLAY 'GUEST MASTER BACK-OUT REJECTED: '
                               GST-NUMBER ' ' GST-LNAME
                       NOT INVALID KEY
                           PERFORM L6-WRITE-JOURNAL-REC
                   END-REWRITE
           END-EVALUATE.

      *****************************************************************
      * L2I-OPEN-GUEST-HISTORY opens the cumulative history file in   *
           END-IF.

      *****************************************************************
      * L2Q-OPEN-GUEST-ADDRESSES opens the address file CBLHJB19      *
      * maintains -- a missing file simply leaves every extract's     *
      * address blank.                                                *
      *****************************************************************
       L2Q-OPEN-GUEST-ADDRESSES.
           OPEN INPUT GADDR-MST.
           IF GADDR-MST-STATUS = '00'
               MOVE 'Y' TO GADDR-OPEN-SW
           END-IF.

      *****************************************************************
      * L2R-LOAD-DISCOUNT-CODES tables the discount code file -- a    *
               OPEN OUTPUT DISCUSE-OUT
           END-IF.

      *****************************************************************
      * L2T-LOAD-SITE-ATTRIBUTES tables the site attribute file -- a  *
      * missing file leaves every site unsurveyed, so bookings edit   *
      * exactly as they did before the file existed.                  *
      *****************************************************************
       L2T-LOAD-SITE-ATTRIBUTES.
           OPEN INPUT SITEATTR-IN.
           IF SITEATTR-IN-STATUS = '00'
               PERFORM L2T-READ-SAT-REC
               PERFORM L2T-STORE-SAT-REC
                   UNTIL SITEATTR-MORE-SW = 'N'
               CLOSE SITEATTR-IN
           END-IF.

       L2T-READ-SAT-REC.
           READ SITEATTR-IN
               AT END
                   MOVE 'N' TO SITEATTR-MORE-SW
               NOT AT END
                   MOVE 'Y' TO SITEATTR-MORE-SW
           END-READ.

       L2T-STORE-SAT-REC.
           IF SA-COUNT < 1000
               ADD 1 TO SA-COUNT
               MOVE SAT-CAMPGROUND TO SA-CAMPGROUND(SA-COUNT)
               MOVE SAT-SITE       TO SA-SITE(SA-COUNT)
               MOVE SAT-TYPE       TO SA-TYPE(SA-COUNT)
               MOVE SAT-MAX-RIG    TO SA-MAX-RIG(SA-COUNT)
               MOVE SAT-MAX-PARTY  TO SA-MAX-PARTY(SA-COUNT)
               MOVE SAT-ACCESS     TO SA-ACCESS(SA-COUNT)
           ELSE
               DISPLAY 'SITE ATTRIBUTE TABLE FULL -- ENTRY DISCARDED: '
                   SAT-CAMPGROUND ' ' SAT-SITE
           END-IF.
           PERFORM L2T-READ-SAT-REC.

      *****************************************************************
      * L2W-LOAD-STAY-RULES tables the active stay rules -- a missing *
      * file leaves the table empty and every stay held to the        *
      * built-in 2-11 nights, exactly as before the file existed.     *
      *****************************************************************
       L2W-LOAD-STAY-RULES.
           OPEN INPUT STAYRULE-IN.
           IF STAYRULE-IN-STATUS = '00'
               PERFORM L2W-READ-STR-REC
               PERFORM L2W-STORE-STR-REC
                   UNTIL STAYRULE-MORE-SW = 'N'
               CLOSE STAYRULE-IN
           END-IF.

       L2W-READ-STR-REC.
           READ STAYRULE-IN
               AT END
                   MOVE 'N' TO STAYRULE-MORE-SW
               NOT AT END
                   MOVE 'Y' TO STAYRULE-MORE-SW
           END-READ.

       L2W-STORE-STR-REC.
           IF STR-ACTIVE
               IF SR-COUNT < 200
                   ADD 1 TO SR-COUNT
                   MOVE STR-RULE-ID    TO SR-RULE-ID(SR-COUNT)
                   MOVE STR-CAMPGROUND TO SR-CAMPGROUND(SR-COUNT)
                   MOVE STR-FROM-DATE  TO SR-FROM-DATE(SR-COUNT)
                   MOVE STR-THRU-DATE  TO SR-THRU-DATE(SR-COUNT)
                   MOVE STR-MIN-NIGHTS TO SR-MIN-NIGHTS(SR-COUNT)
                   MOVE STR-MAX-NIGHTS TO SR-MAX-NIGHTS(SR-COUNT)
               ELSE
                   DISPLAY 'STAY RULE TABLE FULL -- ENTRY DISCARDED: '
                       STR-RULE-ID
               END-IF
           END-IF.
           PERFORM L2W-READ-STR-REC.

      *****************************************************************
      * L2U-LOAD-CHARGE-CODES tables the incidental charge code file  *
      * -- a missing file leaves the table empty and every charge     *
      * transaction rejecting on its code, nothing else.              *
      *****************************************************************
       L2U-LOAD-CHARGE-CODES.
           OPEN INPUT CHGCODE-IN.
           IF CHGCODE-IN-STATUS = '00'
               PERFORM L2U-READ-CHG-REC
               PERFORM L2U-STORE-CHG-REC
                   UNTIL CHG-MORE-SW = 'N'
               CLOSE CHGCODE-IN
           END-IF.

       L2U-READ-CHG-REC.
           READ CHGCODE-IN
               AT END
                   MOVE 'N' TO CHG-MORE-SW
               NOT AT END
                   MOVE 'Y' TO CHG-MORE-SW
           END-READ.

       L2U-STORE-CHG-REC.
           IF CC-COUNT < 50
               ADD 1 TO CC-COUNT
               MOVE CHG-CODE       TO CC-CODE(CC-COUNT)
               MOVE CHG-STATUS     TO CC-STATUS(CC-COUNT)
               MOVE CHG-DESC       TO CC-DESC(CC-COUNT)
               MOVE CHG-TAXABLE    TO CC-TAXABLE(CC-COUNT)
               MOVE CHG-UNIT-PRICE TO CC-UNIT-PRICE(CC-COUNT)
           ELSE
               DISPLAY 'CHARGE CODE TABLE FULL -- ENTRY DISCARDED: '
                   CHG-CODE
           END-IF.
           PERFORM L2U-READ-CHG-REC.

      *****************************************************************
      * L2V-LOAD-INCIDENTALS tables the open incidental charge lines  *
      * carried from the last run; L2V-LOAD-INCID-FROM-CKPT rebuilds  *
      * the table from the CKPT-INC snapshot on a restart instead, so *
      * the lines stand as they did at the checkpoint, the same as    *
      * the ledger entries they were charged against.                 *
      *****************************************************************
       L2V-LOAD-INCIDENTALS.
           OPEN INPUT INCID-IN.
           IF INCID-IN-STATUS = '00'
               PERFORM L2V-READ-INC-REC
               PERFORM L2V-STORE-INC-REC
                   UNTIL INCID-MORE-SW = 'N'
               CLOSE INCID-IN
           END-IF.

       L2V-READ-INC-REC.
           READ INCID-IN
               AT END
                   MOVE 'N' TO INCID-MORE-SW
               NOT AT END
                   MOVE 'Y' TO INCID-MORE-SW
           END-READ.

       L2V-STORE-INC-REC.
           IF IN-COUNT < 1000
               ADD 1 TO IN-COUNT
               MOVE INC-REC TO IN-DATA(IN-COUNT)
               MOVE 'O'     TO IN-STATUS(IN-COUNT)
           ELSE
               DISPLAY 'INCIDENTAL TABLE FULL -- ENTRY DISCARDED: '
                   INC-CAMPGROUND ' ' INC-SITE
           END-IF.
           PERFORM L2V-READ-INC-REC.

       L2V-LOAD-INCID-FROM-CKPT.
           OPEN INPUT CKPT-INC.
           IF CKPT-INC-STATUS = '00'
               PERFORM L2V-READ-CKPT-INC-REC
               PERFORM L2V-STORE-CKPT-INC-REC
                   UNTIL INCID-MORE-SW = 'N'
               CLOSE CKPT-INC
           ELSE
               PERFORM L2V-LOAD-INCIDENTALS
           END-IF.

       L2V-READ-CKPT-INC-REC.
           READ CKPT-INC
               AT END
                   MOVE 'N' TO INCID-MORE-SW
               NOT AT END
                   MOVE 'Y' TO INCID-MORE-SW
           END-READ.

       L2V-STORE-CKPT-INC-REC.
           IF IN-COUNT < 1000
               ADD 1 TO IN-COUNT
               MOVE CI-DATA   TO IN-DATA(IN-COUNT)
               MOVE CI-STATUS TO IN-STATUS(IN-COUNT)
           ELSE
               DISPLAY 'INCIDENTAL TABLE FULL -- CKPT ENTRY DISCARDED'
           END-IF.
           PERFORM L2V-READ-CKPT-INC-REC.

       L2J-LOAD-WAITLIST.
           OPEN INPUT WAIT-IN.
           IF WAIT-IN-STATUS = '00'
               PERFORM L2J-READ-WAIT-REC
               PERFORM L2J-STORE-WAIT-REC
                   UNTIL WAIT-MORE-SW = 'N'
               CLOSE WAIT-IN
           END-IF.

       L2J-READ-WAIT-REC.
           READ WAIT-IN
               AT END
                   MOVE 'N' TO WAIT-MORE-SW
               NOT AT END
                   MOVE 'Y' TO WAIT-MORE-SW
           END-READ.

       L2J-STORE-WAIT-REC.
               MOVE WL-ENTRY-DATE TO WT-ENTRY-DATE(WL-COUNT)
               MOVE WL-TRAN       TO WT-TRAN(WL-COUNT)
               MOVE 'A'           TO WT-STATUS(WL-COUNT)
               MOVE WL-CLERK-ID   TO WT-CLERK-ID(WL-COUNT)
               PERFORM L2X-TOKENIZE-WAIT-CARD
               IF WL-SEQ NOT < NEXT-WL-SEQ
                   COMPUTE NEXT-WL-SEQ = WL-SEQ + 1
               END-IF
               MOVE CW-ENTRY-DATE TO WT-ENTRY-DATE(WL-COUNT)
               MOVE CW-TRAN       TO WT-TRAN(WL-COUNT)
               MOVE CW-STATUS     TO WT-STATUS(WL-COUNT)
               MOVE CW-CLERK-ID   TO WT-CLERK-ID(WL-COUNT)
               IF CW-SEQ NOT < NEXT-WL-SEQ
                   COMPUTE NEXT-WL-SEQ = CW-SEQ + 1
               END-IF

      *****************************************************************
      * L2L-LOAD-SETTLE-ADJUSTMENTS banks the decline adjustments     *
      * CBLHJB09 and the lost chargebacks CBLHJB31 left on            *
      * SETLADJ.DAT so those amounts come back out of this run's      *
      * settlement extract.  Skipped on a restart -- the restored     *
      * checkpoint counters already carry them.                       *
      *****************************************************************
       L2L-LOAD-SETTLE-ADJUSTMENTS.
           OPEN INPUT SETLADJ-IN.
                   MOVE CKPT-CAPT-MC-AMT    TO SETL-CAPT-MC-AMT
                   MOVE CKPT-CAPT-AMEX-CTR  TO SETL-CAPT-AMEX-CTR
                   MOVE CKPT-CAPT-AMEX-AMT  TO SETL-CAPT-AMEX-AMT
                   MOVE CKPT-CXLF-CTR       TO SETL-CXLF-CTR
                   MOVE CKPT-CXLF-AMT       TO SETL-CXLF-AMT
                   MOVE CKPT-PRF-BAT-CTR    TO PRF-BAT-CTR
                   MOVE CKPT-PRF-HELD-CTR   TO PRF-HELD-CTR
                   MOVE CKPT-PRF-HELD-RECS  TO PRF-HELD-RECS
                   MOVE CKPT-PRF-PAGE-CTR   TO PRF-PAGE-CTR
                   MOVE CKPT-MJ-DATE        TO MJ-CKPT-DATE
                   MOVE CKPT-MJ-TIME        TO MJ-CKPT-TIME
                   MOVE CKPT-MJ-CTR         TO MJ-CKPT-CTR
               END-IF
               CLOSE CKPT-FILE
           END-IF.
           IF CKPT-RESUME
               IF CKPT-MJ-DATE NUMERIC AND CKPT-MJ-CTR NUMERIC
                   PERFORM L2A-COLLECT-BACKOUT
               ELSE
                   DISPLAY 'CHECKPOINT CARRIES NO JOURNAL POSITION -- '
                       'MASTERS NOT BACKED OUT'
               END-IF
           END-IF.

      *****************************************************************
      * L2A-COLLECT-BACKOUT reads the master image journal for the    *
      * changes made after the checkpoint.  Every journal record this *
      * program writes in a run carries the run's start stamp, and    *
      * the checkpoint holds that stamp and how many records the run  *
      * had journaled -- the records under the stamp past that count, *
      * and every later record of this program, came after it.  The   *
      * images are gathered before anything is changed; a window too  *
      * large to hold stops the run with the masters untouched.       *
      *****************************************************************
       L2A-COLLECT-BACKOUT.
           OPEN INPUT MSTJRNL-IN.
           IF MSTJRNL-IN-STATUS = '00'
               PERFORM L2A-READ-MSTJRNL-REC
               PERFORM L2A-TEST-MSTJRNL-REC
                   UNTIL MSTJRNL-MORE-SW = 'N'
               CLOSE MSTJRNL-IN
           END-IF.

       L2A-READ-MSTJRNL-REC.
           READ MSTJRNL-IN
               AT END
                   MOVE 'N' TO MSTJRNL-MORE-SW
               NOT AT END
                   MOVE 'Y' TO MSTJRNL-MORE-SW
           END-READ.

       L2A-TEST-MSTJRNL-REC.
           IF MJI-PROGRAM = 'CBLHJB01'
               IF MJI-STAMP = MJ-CKPT-STAMP
                   ADD 1 TO MJ-CKPT-SEQ
                   IF MJ-CKPT-SEQ > MJ-CKPT-CTR
                       PERFORM L2A-STORE-BACKOUT-REC
                   END-IF
               ELSE
                   IF MJI-STAMP > MJ-CKPT-STAMP
                       PERFORM L2A-STORE-BACKOUT-REC
                   END-IF
               END-IF
           END-IF.
           PERFORM L2A-READ-MSTJRNL-REC.

       L2A-STORE-BACKOUT-REC.
           IF BO-COUNT < 2000
               ADD 1 TO BO-COUNT
               MOVE MJI-IMAGES TO BO-ENTRY(BO-COUNT)
           ELSE
               DISPLAY 'RESTART WINDOW OVER 2000 MASTER CHANGES -- '
                   'RUN STOPPED, NOTHING WRITTEN'
               CLOSE MSTJRNL-IN
               CLOSE RUNLOG-OUT
               STOP RUN
           END-IF.

      *****************************************************************
      * L2Y-OPEN-FRAUD-RELEASES opens the bookings the office         *
      * released off the fraud review queue when any are on disk --   *
      * they are read ahead of the workbench's recycles, and the file *
      * is emptied at closing so the same release can't be posted     *
      * twice.                                                        *
      *****************************************************************
       L2Y-OPEN-FRAUD-RELEASES.
           OPEN INPUT FRAUDREL-IN.
           IF FRAUDREL-STATUS = '00'
               MOVE 'Y' TO FRD-RELEASE-MODE-SW
               MOVE 'Y' TO FRD-RELEASE-FOUND-SW
           ELSE
               MOVE 'N' TO FRD-RELEASE-MODE-SW
           END-IF.

      *****************************************************************
      * L2Y-LOAD-CARD-USES sets up the card fraud screen.  The        *
      * thresholds come off FRAUDPRM.DAT, and CU-TABLE is loaded with *
      * every card use on or after FRD-WEEK-START (today less six     *
      * days): the card-tendered new and block bookings on the audit  *
      * trail, the open and rejected items on the review queue, and   *
      * the bookings held since the queue was last worked.  A block's *
      * sites each carry an audit record, but count as one use.  The  *
      * card watch list is opened last, and FRAUDHLD.DAT is left open *
      * to take this run's holds.                                     *
      *****************************************************************
       L2Y-LOAD-CARD-USES.
           MOVE CURRENT-DATE TO FRD-TODAY.
           MOVE FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(FRD-TODAY) - 6)
                             TO FRD-WEEK-START.
           PERFORM L2Y-READ-FRAUD-PARMS.
           MOVE 0   TO CU-COUNT.
           MOVE 'N' TO CU-FULL-SW.
           OPEN INPUT AUDHIST-IN.
           IF AUDHIST-STATUS = '00'
               MOVE 'Y' TO FRD-LOAD-MORE-SW
               PERFORM L2Y-LOAD-ONE-AUDIT-USE
                   UNTIL FRD-LOAD-MORE-SW = 'N'
               CLOSE AUDHIST-IN
           END-IF.
           OPEN INPUT FRAUDQ-IN.
           IF FRAUDQ-IN-STATUS = '00'
               MOVE 'Y' TO FRD-LOAD-MORE-SW
               PERFORM L2Y-LOAD-ONE-QUEUE-USE
                   UNTIL FRD-LOAD-MORE-SW = 'N'
               CLOSE FRAUDQ-IN
           END-IF.
           OPEN INPUT FRAUDHLD-OUT.
           IF FRAUDHLD-STATUS = '00'
               MOVE 'Y' TO FRD-LOAD-MORE-SW
               PERFORM L2Y-LOAD-ONE-HELD-USE
                   UNTIL FRD-LOAD-MORE-SW = 'N'
               CLOSE FRAUDHLD-OUT
           END-IF.
           OPEN EXTEND FRAUDHLD-OUT.
           IF FRAUDHLD-STATUS NOT = '00'
               OPEN OUTPUT FRAUDHLD-OUT
           END-IF.
           OPEN INPUT CARD-WATCH.
           IF CARD-WATCH-STATUS = '00'
               MOVE 'Y' TO CARD-WATCH-SW
           ELSE
               MOVE 'N' TO CARD-WATCH-SW
               DISPLAY 'CARD WATCH LIST NOT OPENED -- STATUS '
                   CARD-WATCH-STATUS ' -- DECLINE TIES NOT SCREENED'
           END-IF.

      * a missing card, or a threshold not numeric or zero, keeps
      * its default
       L2Y-READ-FRAUD-PARMS.
           OPEN INPUT FRAUDPRM-IN.
           IF FRAUDPRM-STATUS = '00'
               READ FRAUDPRM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-DAY-MAX NUMERIC AND FP-DAY-MAX > 0
                           MOVE FP-DAY-MAX TO FRD-DAY-MAX
                       END-IF
                       IF FP-WEEK-MAX NUMERIC AND FP-WEEK-MAX > 0
                           MOVE FP-WEEK-MAX TO FRD-WEEK-MAX
                       END-IF
                       IF FP-NAME-MAX NUMERIC AND FP-NAME-MAX > 0
                           MOVE FP-NAME-MAX TO FRD-NAME-MAX
                       END-IF
               END-READ
               CLOSE FRAUDPRM-IN
           END-IF.

       L2Y-LOAD-ONE-AUDIT-USE.
           READ AUDHIST-IN
               AT END
                   MOVE 'N' TO FRD-LOAD-MORE-SW
               NOT AT END
                   IF AH-RUN-DATE NUMERIC
                    AND AH-RUN-DATE NOT < FRD-WEEK-START
                    AND (AH-TRAN(1:1) = 'N' OR AH-TRAN(1:1) = 'B')
                    AND (AH-TRAN(85:1) = 'V' OR 'M' OR 'A')
                    AND AH-TRAN(86:16) NUMERIC
                    AND AH-TRAN(86:1) = '9'
                       MOVE AH-TRAN(86:16)  TO FRD-NEW-TOKEN
                       MOVE AH-RUN-DATE     TO FRD-NEW-DATE
                       MOVE AH-TRAN(40:40)  TO FRD-NEW-NAME
                       IF AH-TRAN(1:1) = 'B'
                           MOVE AH-TRAN(110:6) TO FRD-NEW-GROUP-ID
                       ELSE
                           MOVE SPACES TO FRD-NEW-GROUP-ID
                       END-IF
                       PERFORM L3Y-ADD-CARD-USE
                   END-IF
           END-READ.

       L2Y-LOAD-ONE-QUEUE-USE.
           READ FRAUDQ-IN INTO FRQ-REC
               AT END
                   MOVE 'N' TO FRD-LOAD-MORE-SW
               NOT AT END
                   IF FRQ-OPEN OR FRQ-REJECTED
                       PERFORM L2Y-TABLE-HELD-USE
                   END-IF
           END-READ.

       L2Y-LOAD-ONE-HELD-USE.
           READ FRAUDHLD-OUT INTO FRQ-REC
               AT END
                   MOVE 'N' TO FRD-LOAD-MORE-SW
               NOT AT END
                   PERFORM L2Y-TABLE-HELD-USE
           END-READ.

       L2Y-TABLE-HELD-USE.
           IF FRQ-HELD-DATE NUMERIC
            AND FRQ-HELD-DATE NOT < FRD-WEEK-START
            AND FRQ-TRAN(86:16) NUMERIC
               MOVE FRQ-TRAN(86:16)  TO FRD-NEW-TOKEN
               MOVE FRQ-HELD-DATE    TO FRD-NEW-DATE
               MOVE FRQ-TRAN(40:40)  TO FRD-NEW-NAME
               MOVE SPACES           TO FRD-NEW-GROUP-ID
               PERFORM L3Y-ADD-CARD-USE
           END-IF.

      *****************************************************************
      * L2F-OPEN-RECYCLE opens the workbench's recycle file when one  *
                       PERFORM L7-PROCESS-CHECKIN
                   WHEN TRAN-CHECKOUT
                       PERFORM L7-PROCESS-CHECKOUT
                   WHEN TRAN-CHARGE
                       PERFORM L7L-PROCESS-CHARGE
                   WHEN OTHER
                       PERFORM L6-CHECK-AVAILABILITY
               END-EVALUATE
           END-IF.
      * a card deposit that would post or go to the waitlist is
      * screened before it can reach the authorization request
           MOVE 'N' TO FRD-HELD-SW.
           IF ERR-SW = 'N'
            OR (TRAN-NEW AND SUS-ERR-CTR-WS = 1
                AND SUS-ERR-NUMS-WS(1) = 28)
               IF (TRAN-NEW OR (TRAN-BLOCK AND I-AMT > 0))
                AND TENDER-CARD
                   IF FRD-RELEASED-ITEM
                       PERFORM L3Y-SET-NEW-USE
                       PERFORM L3Y-ADD-CARD-USE
                   ELSE
                       PERFORM L3Y-SCREEN-CARD
                   END-IF
               END-IF
           END-IF.
           IF FRD-HELD
               PERFORM L3Y-HOLD-FOR-REVIEW
           ELSE
               IF ERR-SW = 'N'
                   IF TRAN-BLOCK
                       PERFORM L7E-BOOK-BLOCK
                   ELSE
                       PERFORM L7-POST-GUEST
                       PERFORM L3-MOVE-PRINT
                       IF TRAN-NEW
                           PERFORM L6-UPDATE-AVAILABILITY
                           PERFORM L7-ADD-BALANCE-ENTRY
                           PERFORM L7D-CLEAR-BEFORE-IMAGE
                           PERFORM L7D-SAVE-AFTER-IMAGE
                           PERFORM L7D-WRITE-AUDIT-REC
                       END-IF
                   END-IF
               ELSE
                   IF TRAN-NEW AND SUS-ERR-CTR-WS = 1
                      AND SUS-ERR-NUMS-WS(1) = 28
                       PERFORM L3-ADD-TO-WAITLIST
                   ELSE
                       PERFORM L3-WRITE-SUSPENSE
                   END-IF
               END-IF
           END-IF.
           IF CHANNEL-WEB AND TRAN-NEW
               PERFORM L7W-WRITE-CHANNEL-DISP
           END-IF.
           IF WL-PROMOTE-PENDING
               PERFORM L7B-PROMOTE-FROM-WAITLIST
           END-IF.
      * L7-PROCESS-PAYMENT applies a payment transaction against the  *
      * reservation's balance ledger entry -- the remaining balance   *
      * lands in C-BALANCE-DUE so the payment record on CAMPRES.DAT   *
      * shows what is still owed after this payment posted.  The      *
      * payment goes on the audit trail with no master images, so a   *
      * check the bank returns later can be traced to its stay.       *
      *****************************************************************
       L7-PROCESS-PAYMENT.
           PERFORM L7-FIND-BALANCE-ENTRY.
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           ELSE
               IF I-AMT > BAL-BALANCE-DUE
                   MOVE 37 TO ERR-NUM-CURR
                   MOVE ERR-MSG(37) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   PERFORM L4-ERROR-PRINT
               ELSE
                   ADD I-AMT       TO BAL-PAID-AMT
                   SUBTRACT I-AMT  FROM BAL-BALANCE-DUE
                   MOVE BAL-BALANCE-DUE TO C-BALANCE-DUE
                   PERFORM L6-REWRITE-BALANCE-ENTRY
                   PERFORM L7D-CLEAR-BEFORE-IMAGE
                   PERFORM L7D-CLEAR-AFTER-IMAGE
                   PERFORM L7D-WRITE-AUDIT-REC
               END-IF
           END-IF.

      *****************************************************************
      * L7-FIND-BALANCE-ENTRY reads the transaction's stay off the    *
      * ledger by campground/site/start date and keeps the entry as   *
      * read for the journal.  An entry written before incidentals    *
      * were carried reads zero for them.                             *
      *****************************************************************
       L7-FIND-BALANCE-ENTRY.
           MOVE I-CAMPGROUND TO BAL-CAMPGROUND.
           MOVE I-SITE       TO BAL-SITE.
           MOVE I-DATE       TO BAL-START-DATE.
           PERFORM L7-READ-BALANCE-ENTRY.

       L7-READ-BALANCE-ENTRY.
           MOVE 'N' TO BAL-FOUND-SW.
           READ BAL-MST
               INVALID KEY
                   MOVE 'N' TO BAL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO BAL-FOUND-SW
                   IF BAL-INCID-AMT NOT NUMERIC
                       MOVE 0 TO BAL-INCID-AMT
                   END-IF
                   MOVE BAL-REC TO BAL-BEFORE-IMAGE
           END-READ.

      *****************************************************************
      * L7-ADD-BALANCE-ENTRY posts an accepted new reservation's      *
      * money position to the ledger -- stay value, deposit taken,    *
      * and the balance due at the gate -- as a new keyed entry.  An  *
      * entry already on file under the stay's key is left alone and  *
      * shown to operations, the way a rejected availability restore  *
      * is.                                                           *
      *****************************************************************
       L7-ADD-BALANCE-ENTRY.
           MOVE I-CAMPGROUND  TO BAL-CAMPGROUND.
           MOVE I-SITE        TO BAL-SITE.
           MOVE I-DATE        TO BAL-START-DATE.
           MOVE O-NAME        TO BAL-NAME.
           MOVE C-AMT         TO BAL-STAY-AMT.
           MOVE I-AMT         TO BAL-PAID-AMT.
           MOVE C-BALANCE-DUE TO BAL-BALANCE-DUE.
           MOVE I-CCTYPE      TO BAL-CCTYPE.
           MOVE I-CCNUM       TO BAL-CCNUM.
           MOVE 0             TO BAL-INCID-AMT.
      * a card deposit is authorized only -- it rides here uncaptured
      * until the check-in posts; cash and check money is in the
      * drawer already and carries no authorization
           IF TENDER-CARD
               MOVE I-AMT     TO BAL-AUTH-AMT
           ELSE
               MOVE 0         TO BAL-AUTH-AMT
           END-IF.
           MOVE 'B'     TO MJ-MASTER.
           MOVE SPACES  TO MJ-BEFORE.
           MOVE BAL-REC TO MJ-AFTER.
           WRITE BAL-REC
               INVALID KEY
                   DISPLAY 'BALANCE LEDGER ENTRY ALREADY ON FILE: '
                       I-CAMPGROUND ' ' I-SITE ' ' I-DATE
               NOT INVALID KEY
                   PERFORM L6-WRITE-JOURNAL-REC
      * every stay the ledger takes on also posts its lodging tax --
      * one call here covers new reservations, block sites, and
      * waitlist promotions alike
                   MOVE I-CAMPGROUND  TO TAX-WK-CAMPGROUND
                   MOVE I-DATE        TO TAX-WK-START-DATE
                   MOVE I-TRAN-TYPE   TO TAX-WK-TRAN-TYPE
                   MOVE C-AMT         TO TAX-WK-STAY-AMT
                   PERFORM L7G-WRITE-TAX-RECORD
                   IF C-DISC-AMT > 0
                       PERFORM L7J-WRITE-DISCOUNT-USAGE
                   END-IF
           END-WRITE.

       L7-RELEASE-BALANCE-ENTRY.
           PERFORM L7-FIND-BALANCE-ENTRY.
           IF BAL-ENTRY-FOUND
      * a cancelled stay backs its taxable revenue out of the ledger
               MOVE BAL-CAMPGROUND TO TAX-WK-CAMPGROUND
               MOVE BAL-START-DATE TO TAX-WK-START-DATE
               MOVE 'X'            TO TAX-WK-TRAN-TYPE
               COMPUTE TAX-WK-STAY-AMT = 0 - BAL-STAY-AMT
               PERFORM L7G-WRITE-TAX-RECORD
               PERFORM L6-DELETE-BALANCE-ENTRY
           END-IF.

      *****************************************************************
           MOVE 0 TO C-REFUND-PCT.
           PERFORM L7-FIND-BALANCE-ENTRY.
           IF BAL-ENTRY-FOUND
               IF BAL-PAID-AMT > 0
                   MOVE CURRENT-DATE TO ADV-CURR-DATE-NUM
                   COMPUTE ADV-CURR-JULIAN =
                       FUNCTION INTEGER-OF-DATE(ADV-CURR-DATE-NUM)
                   COMPUTE ADV-RES-JULIAN =
                       FUNCTION INTEGER-OF-DATE(BAL-START-DATE)
                   COMPUTE ADV-DAYS-OUT =
                       ADV-RES-JULIAN - ADV-CURR-JULIAN
                   EVALUATE TRUE
                           MOVE 0   TO C-REFUND-PCT
                   END-EVALUATE
                   COMPUTE C-REFUND-AMT ROUNDED =
                       BAL-PAID-AMT * C-REFUND-PCT / 100
                   PERFORM L7-POST-CANCEL-FORFEIT
                   PERFORM L7H-NET-AUTH-ON-RELEASE
                   IF C-REFUND-AMT > 0
                       PERFORM L7-WRITE-REFUND-REC
               END-IF
           END-IF.

      *****************************************************************
      * L7-POST-CANCEL-FORFEIT counts the slice of a cancelled stay's *
      * payments the schedule lets the campground keep -- everything  *
      * paid less the scheduled refund, before any open authorization *
      * is netted -- so the GL journal can move it out of unearned    *
      * deposits the night the cancel posts.                          *
      *****************************************************************
       L7-POST-CANCEL-FORFEIT.
           COMPUTE C-KEPT-AMT =
               BAL-PAID-AMT - C-REFUND-AMT.
           IF C-KEPT-AMT > 0
               ADD 1          TO SETL-CXLF-CTR
               ADD C-KEPT-AMT TO SETL-CXLF-AMT
           END-IF.

       L7-WRITE-REFUND-REC.
           MOVE BAL-NAME       TO REF-NAME.
           MOVE BAL-CAMPGROUND TO REF-CAMPGROUND.
           MOVE BAL-SITE       TO REF-SITE.
           MOVE BAL-START-DATE TO REF-START-DATE.
           MOVE BAL-CCTYPE     TO REF-CCTYPE.
           MOVE BAL-CCNUM      TO REF-CCNUM.
           MOVE BAL-PAID-AMT   TO REF-PAID-AMT.
           MOVE C-REFUND-PCT   TO REF-PCT.
           MOVE C-REFUND-AMT   TO REF-AMT.
           WRITE REFUND-REC.

       L7-POST-REFUND-TO-SETTLEMENT.
           EVALUATE BAL-CCTYPE
               WHEN 'V'
                   ADD 1            TO SETL-RFND-VISA-CTR
                   ADD C-REFUND-AMT TO SETL-RFND-VISA-AMT
               WHEN 'A'
                   ADD 1            TO SETL-RFND-AMEX-CTR
                   ADD C-REFUND-AMT TO SETL-RFND-AMEX-AMT
      * money taken in cash or by check goes back by check -- the
      * refund record carries the tender so the refund check register
      * CBLHJB30 cuts the check instead of sending it to the processor
               WHEN 'C'
                   ADD 1            TO SETL-RFND-NC-CTR
                   ADD C-REFUND-AMT TO SETL-RFND-NC-AMT
       L7-UPDATE-BALANCE-ON-CHANGE.
           PERFORM L7-FIND-BALANCE-ENTRY.
           IF BAL-ENTRY-FOUND
               MOVE BAL-STAY-AMT TO TAX-WK-OLD-STAY
               MOVE C-AMT        TO BAL-STAY-AMT
               COMPUTE BAL-BALANCE-DUE = C-AMT - BAL-PAID-AMT
               MOVE BAL-BALANCE-DUE TO C-BALANCE-DUE
               PERFORM L6-REWRITE-BALANCE-ENTRY
      * the tax ledger carries the repricing as a signed adjustment
      * so the month's taxable revenue follows the stay value
               COMPUTE TAX-WK-STAY-AMT = C-AMT - TAX-WK-OLD-STAY
           END-IF.

      *****************************************************************
      * L7-FIND-GUEST reads the transaction's guest off the guest     *
      * master by last and first name -- the alternate key -- and     *
      * keeps the guest as read for the journal.  Where two guests    *
      * share one name, the one added to the file first is matched,   *
      * the same guest the old table search found first.              *
      *****************************************************************
       L7-FIND-GUEST.
           MOVE 'N' TO GST-FOUND-SW.
           MOVE 'N' TO GST-ADD-SW.
           MOVE 0   TO GST-CURR-NUMBER.
           IF I-LNAME NOT = SPACES
               MOVE I-LNAME TO GST-LNAME
               MOVE I-FNAME TO GST-FNAME
               READ GUEST-MST
                   KEY IS GST-NAME-KEY
                   INVALID KEY
                       MOVE 'N' TO GST-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO GST-FOUND-SW
                       MOVE GST-NUMBER TO GST-CURR-NUMBER
                       MOVE GST-REC    TO GST-BEFORE-IMAGE
               END-READ
           END-IF.

      *****************************************************************
      * L7-POST-GUEST matches-or-creates the guest for an accepted    *
      * transaction, steps the activity counter the transaction       *
      * earns, puts the guest back on file, and appends the           *
      * transaction to the guest's history file.  A brand-new guest   *
      * gets the next assigned number.                                *
      *****************************************************************
       L7-POST-GUEST.
           PERFORM L7-FIND-GUEST.
           IF GST-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN TRAN-NEW
                       ADD 1 TO GST-RES-CTR
                   WHEN TRAN-BLOCK
                       ADD 1 TO GST-RES-CTR
                   WHEN TRAN-CANCEL
                       ADD 1 TO GST-CANCEL-CTR
                   WHEN TRAN-CHANGE
                       ADD 1 TO GST-CHANGE-CTR
               END-EVALUATE
               MOVE CURRENT-DATE TO GST-LAST-ACT-DATE
               PERFORM L6-SAVE-GUEST-ENTRY
               PERFORM L7-WRITE-GUEST-HISTORY
           END-IF.

       L7-CREATE-GUEST.
           MOVE NEXT-GST-NUMBER TO GST-NUMBER.
           MOVE NEXT-GST-NUMBER TO GST-CURR-NUMBER.
           MOVE I-LNAME         TO GST-LNAME.
           MOVE I-FNAME         TO GST-FNAME.
           MOVE 'A'             TO GST-STATUS.
           MOVE 0               TO GST-RES-CTR.
           MOVE 0               TO GST-CANCEL-CTR.
           MOVE 0               TO GST-CHANGE-CTR.
           MOVE CURRENT-DATE    TO GST-LAST-ACT-DATE.
           ADD 1 TO NEXT-GST-NUMBER.
           MOVE 'Y' TO GST-ADD-SW.
           MOVE 'Y' TO GST-FOUND-SW.

       L7-WRITE-GUEST-HISTORY.
           MOVE GST-NUMBER           TO GH-GUEST-NUMBER.
           MOVE CURRENT-DATE         TO GH-RUN-DATE.
           MOVE I-TRAN-TYPE          TO GH-TRAN-TYPE.
           MOVE I-CAMPGROUND         TO GH-CAMPGROUND.
           MOVE I-SITE               TO GH-SITE.
           MOVE I-DATE               TO GH-START-DATE.
           MOVE I-AMT                TO GH-AMT.
           MOVE CURR-CLERK-ID        TO GH-CLERK-ID.
           WRITE GST-HIST-REC.

      *****************************************************************
      * L3Y-SCREEN-CARD is the card fraud screen.  The booking's      *
      * token is counted through CU-TABLE -- uses today, uses this    *
      * week, and the names it was used under -- with the booking     *
      * itself counted as one more use.  The booking is held if a     *
      * count passes its threshold, if the card is on the watch list, *
      * or if any other name the card was used under this week is a   *
      * flagged guest.  A held booking prints on the error report     *
      * under error 67.  Held or not, the use joins the table for the *
      * bookings still to come.                                       *
      *****************************************************************
       L3Y-SCREEN-CARD.
           PERFORM L3Y-SET-NEW-USE.
           MOVE 'NNNNN' TO FRD-REASONS.
           MOVE 1       TO FRD-DAY-USES.
           MOVE 1       TO FRD-WEEK-USES.
           MOVE SPACES  TO FRD-TIED-NAME.
           MOVE 1       TO FN-COUNT.
           MOVE FRD-NEW-NAME TO FN-NAME(1).
           PERFORM L3Y-COUNT-ONE-USE
               VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > CU-COUNT.
           IF FRD-DAY-USES > FRD-DAY-MAX
               MOVE 'Y' TO FRD-DAY-SW
           END-IF.
           IF FRD-WEEK-USES > FRD-WEEK-MAX
               MOVE 'Y' TO FRD-WEEK-SW
           END-IF.
           IF FN-COUNT > FRD-NAME-MAX
               MOVE 'Y' TO FRD-NAME-SW
           END-IF.
           IF CARD-WATCH-OPEN
               MOVE FRD-NEW-TOKEN TO FW-TOKEN
               READ CARD-WATCH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO FRD-DECL-SW
               END-READ
           END-IF.
           PERFORM L3Y-CHECK-ONE-NAME
               VARYING FN-SUB FROM 2 BY 1
               UNTIL FN-SUB > FN-COUNT OR FRD-FLAG-SW = 'Y'.
           IF FRD-REASONS NOT = 'NNNNN'
               MOVE 'Y' TO FRD-HELD-SW
               IF FRD-TIED-NAME = SPACES
                   IF FRD-DECL-SW = 'Y'
                       MOVE FW-NAME TO FRD-TIED-NAME
                   ELSE
                       IF FN-COUNT > 1
                           MOVE FN-NAME(2) TO FRD-TIED-KEY
                           PERFORM L3Y-EDIT-TIED-NAME
                       END-IF
                   END-IF
               END-IF
               MOVE 67 TO ERR-NUM-CURR
               MOVE ERR-MSG(67) TO O-ERR-MSG
               PERFORM L4-ERROR-PRINT
           END-IF.
           PERFORM L3Y-ADD-CARD-USE.

       L3Y-SET-NEW-USE.
           MOVE I-CCNUM      TO FRD-NEW-TOKEN.
           MOVE CURRENT-DATE TO FRD-NEW-DATE.
           MOVE I-LNAME      TO FRD-NEW-LNAME.
           MOVE I-FNAME      TO FRD-NEW-FNAME.
           MOVE SPACES       TO FRD-NEW-GROUP-ID.

       L3Y-COUNT-ONE-USE.
           IF CU-TOKEN(CU-SUB) = FRD-NEW-TOKEN
               ADD 1 TO FRD-WEEK-USES
               IF CU-DATE(CU-SUB) = FRD-TODAY
                   ADD 1 TO FRD-DAY-USES
               END-IF
               MOVE 'N' TO FN-FOUND-SW
               PERFORM L3Y-MATCH-ONE-NAME
                   VARYING FN-SUB FROM 1 BY 1
                   UNTIL FN-SUB > FN-COUNT OR FN-FOUND-SW = 'Y'
               IF FN-FOUND-SW = 'N' AND FN-COUNT < 10
                   ADD 1 TO FN-COUNT
                   MOVE CU-NAME(CU-SUB) TO FN-NAME(FN-COUNT)
               END-IF
           END-IF.

       L3Y-MATCH-ONE-NAME.
           IF FN-NAME(FN-SUB) = CU-NAME(CU-SUB)
               MOVE 'Y' TO FN-FOUND-SW
           END-IF.

      * the guest master is read by name the way L7-FIND-GUEST reads
      * it; the booking's own guest was already held to its flag at
      * L3G-CHECK-GUEST-FLAG
       L3Y-CHECK-ONE-NAME.
           MOVE FN-NAME(FN-SUB) TO GST-NAME-KEY.
           READ GUEST-MST
               KEY IS GST-NAME-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GST-FLAGGED
                       MOVE 'Y' TO FRD-FLAG-SW
                       MOVE FN-NAME(FN-SUB) TO FRD-TIED-KEY
                       PERFORM L3Y-EDIT-TIED-NAME
                   END-IF
           END-READ.

       L3Y-EDIT-TIED-NAME.
           MOVE SPACES TO FRD-TIED-NAME.
           STRING FRD-TIED-LNAME DELIMITED BY "  "
               ', ' DELIMITED BY SIZE
               FRD-TIED-FNAME DELIMITED BY "  "
               INTO FRD-TIED-NAME.

      * a block's audit records repeat one use site by site; past
      * the table's end a use goes uncounted, noted once
       L3Y-ADD-CARD-USE.
           MOVE 'N' TO CU-DUP-SW.
           IF FRD-NEW-GROUP-ID NOT = SPACES
               PERFORM L3Y-MATCH-ONE-BLOCK-USE
                   VARYING CU-SUB FROM 1 BY 1
                   UNTIL CU-SUB > CU-COUNT OR CU-DUP-SW = 'Y'
           END-IF.
           IF CU-DUP-SW = 'N'
               IF CU-COUNT < 2000
                   ADD 1 TO CU-COUNT
                   MOVE FRD-NEW-USE TO CU-ENTRY(CU-COUNT)
               ELSE
                   IF CU-FULL-SW = 'N'
                       MOVE 'Y' TO CU-FULL-SW
                       DISPLAY 'CARD USE TABLE FULL AT 2000 -- '
                           'LATER USES NOT COUNTED BY FRAUD SCREEN'
                   END-IF
               END-IF
           END-IF.

       L3Y-MATCH-ONE-BLOCK-USE.
           IF CU-TOKEN(CU-SUB)    = FRD-NEW-TOKEN
            AND CU-DATE(CU-SUB)   = FRD-NEW-DATE
            AND CU-GROUP-ID(CU-SUB) = FRD-NEW-GROUP-ID
               MOVE 'Y' TO CU-DUP-SW
           END-IF.

      *****************************************************************
      * L3Y-HOLD-FOR-REVIEW holds a screened booking for the fraud    *
      * review instead of posting it.  The booking goes whole to      *
      * FRAUDHLD.DAT with the reasons and counts that held it, for    *
      * CBLHJB41 to number onto the review queue, and a WAITACT-OUT   *
      * 'F' record carries it to the record and cash reconciliations  *
      * as accounted for.  Nothing is booked, so no authorization     *
      * request is written.                                           *
      *****************************************************************
       L3Y-HOLD-FOR-REVIEW.
           MOVE 0                 TO FRQ-ITEM-NUM.
           MOVE 'H'               TO FRQ-STATUS.
           MOVE CURRENT-DATE      TO FRQ-STATUS-DATE.
           MOVE SPACES            TO FRQ-REVIEW-CLERK.
           MOVE CURRENT-DATE      TO FRQ-HELD-DATE.
           MOVE CURRENT-TIME(1:8) TO FRQ-HELD-TIME.
           MOVE FRD-REASONS       TO FRQ-REASONS.
           MOVE FRD-DAY-USES      TO FRQ-DAY-USES.
           MOVE FRD-WEEK-USES     TO FRQ-WEEK-USES.
           MOVE FN-COUNT          TO FRQ-NAME-CTR.
           MOVE FRD-TIED-NAME     TO FRQ-TIED-NAME.
           MOVE TRAN-REC          TO FRQ-TRAN.
           MOVE CURR-CYCLE-CTR    TO FRQ-CYCLE.
           MOVE CURR-CLERK-ID     TO FRQ-CLERK-ID.
           WRITE FRAUDHLD-REC FROM FRQ-REC.
           ADD 1 TO FRD-HOLD-CTR.
           MOVE 'F'      TO WA-TYPE.
           MOVE TRAN-REC TO WA-TRAN.
           WRITE WAITACT-REC.

      *****************************************************************
      * L3G-CHECK-GUEST-FLAG rejects a new booking keyed for a guest  *
      * the office has flagged on the guest master -- the record      *
       L3G-CHECK-GUEST-FLAG.
           PERFORM L7-FIND-GUEST.
           IF GST-ENTRY-FOUND
               IF GST-FLAGGED
                   MOVE 38 TO ERR-NUM-CURR
                   MOVE ERR-MSG(38) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
               END-IF
           END-IF.

      *****************************************************************
      * L3G-CHECK-CHECK-TENDER refuses a check from a guest with a    *
      * returned check on record -- the returned check run CBLHJB42   *
      * marks the guest, and from then on the office takes card or    *
      * cash only.  A flagged guest is refused a check too: the mark  *
      * never takes the place of an 'F' flag, and a chargeback flags  *
      * a guest who may already carry one.                            *
      *****************************************************************
       L3G-CHECK-CHECK-TENDER.
           PERFORM L7-FIND-GUEST.
           IF GST-ENTRY-FOUND
               IF GST-FLAGGED OR GST-NO-CHECKS
                   MOVE 69 TO ERR-NUM-CURR
                   MOVE ERR-MSG(69) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   PERFORM L4-ERROR-PRINT
               END-IF
           END-IF.

      *****************************************************************
      * L3-ADD-TO-WAITLIST takes a new reservation whose only failing *
               MOVE CURRENT-DATE TO WT-ENTRY-DATE(WL-SLOT-SUB)
               MOVE TRAN-REC     TO WT-TRAN(WL-SLOT-SUB)
               MOVE 'A'          TO WT-STATUS(WL-SLOT-SUB)
               MOVE CURR-CLERK-ID TO WT-CLERK-ID(WL-SLOT-SUB)
               MOVE 'A'          TO WA-TYPE
               MOVE TRAN-REC     TO WA-TRAN
               WRITE WAITACT-REC
               END-IF
           END-IF.

      * a promoted booking posts under the clerk who keyed the
      * original request, not the one whose cancel freed the site
       L7B-TRY-PROMOTE.
           MOVE WT-TRAN(WL-CAND-SUB)     TO TRAN-REC.
           MOVE WT-CLERK-ID(WL-CAND-SUB) TO CURR-CLERK-ID.
           PERFORM L7B-FIND-CG-QUIET.
           PERFORM L3K-RESET-FIT.
           IF CG-FOUND
               PERFORM L7B-CHECK-FIT-QUIET
           END-IF.
           PERFORM L3S-CHECK-STAY-RULE.
           IF NOT CG-FOUND OR FIT-OK-SW = 'N' OR SR-ERR-NUM > 0
               MOVE 'R' TO WT-STATUS(WL-CAND-SUB)
           ELSE
               MOVE 'N' TO WL-CLEAR-SW
                       PERFORM L3-CALCS
                       PERFORM L7B-TEST-AVAILABILITY
               END-SEARCH
               IF WL-AVAIL-CLEAR
                   MOVE 'Y' TO WL-PROMOTED-SW
                   MOVE 'N' TO ERR-SW
                   MOVE 'Y' TO WL-PROMOTING-SW
                   MOVE 'P'      TO WA-TYPE
                   MOVE TRAN-REC TO WA-TRAN
                   WRITE WAITACT-REC
                   IF CHANNEL-WEB
                       PERFORM L7W-WRITE-CHANNEL-DISP
                   END-IF
                   MOVE 'R' TO WT-STATUS(WL-CAND-SUB)
                   MOVE 'N' TO WL-PROMOTING-SW
               END-IF
           END-IF.

      *****************************************************************
      * L7B-APPLY-DISCOUNT-QUIET is the promotion path's twin of the  *
      * discount edit -- a parked request re-prices with its code     *
               END-IF
           END-IF.

      *****************************************************************
      * L7B-CHECK-FIT-QUIET re-holds a parked request's equipment to  *
      * the site as the attribute file reads today -- a pad that was  *
      * re-surveyed shorter while the guest waited drops the request  *
      * off the waitlist instead of booking a rig that won't fit.     *
      *****************************************************************
       L7B-CHECK-FIT-QUIET.
           PERFORM L3K-NORMALIZE-EQUIP.
           IF EQUIP-OK-SW = 'N'
               MOVE 'N' TO FIT-OK-SW
           ELSE
               MOVE I-SITE TO FIT-SITE
               PERFORM L3K-TEST-FIT
           END-IF.

       L7B-FIND-CG-QUIET.
           MOVE 'N' TO CG-FOUND-SW.
           IF I-CAMPGROUND NOT = SPACES
               MOVE WT-SEQ(WL-SUB)        TO WLO-SEQ
               MOVE WT-ENTRY-DATE(WL-SUB) TO WLO-ENTRY-DATE
               MOVE WT-TRAN(WL-SUB)       TO WLO-TRAN
               MOVE WT-CLERK-ID(WL-SUB)   TO WLO-CLERK-ID
               WRITE WAITO-REC
           END-IF.

           MOVE WT-ENTRY-DATE(WL-SUB) TO CW-ENTRY-DATE.
           MOVE WT-TRAN(WL-SUB)       TO CW-TRAN.
           MOVE WT-STATUS(WL-SUB)     TO CW-STATUS.
           MOVE WT-CLERK-ID(WL-SUB)   TO CW-CLERK-ID.
           WRITE CKPT-WL-REC.

      *****************************************************************
      *****************************************************************
      * L7-PROCESS-CHECKOUT removes an arrived booking from the       *
      * master -- the stay is over and the site goes straight back    *
      * to inventory.  A stay still owing money on the ledger (the    *
      * unpaid stay balance plus any incidentals posted at the gate)  *
      * only checks out when the transaction carries a settle-now     *
      * tender for exactly the open balance; the tender is applied    *
      * to the ledger and the guest folio prints for the gate.        *
      *****************************************************************
       L7-PROCESS-CHECKOUT.
           PERFORM L7-FIND-ARRIVED-ENTRY.
           IF AVAIL-ENTRY-FOUND
               PERFORM L7-FIND-BALANCE-ENTRY
               PERFORM L7L-CHECK-OPEN-BALANCE
           ELSE
               MOVE 39 TO ERR-NUM-CURR
               MOVE ERR-MSG(39) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
           IF ERR-SW = 'N'
               PERFORM L7D-SAVE-BEFORE-IMAGE
               PERFORM L7K-ARCHIVE-COMPLETED-STAY
               DELETE AVAIL-MST RECORD
               PERFORM L7D-CLEAR-AFTER-IMAGE
               PERFORM L7D-WRITE-AUDIT-REC
               MOVE 0 TO FOL-SETTLE-AMT
               IF SETTLE-NOW AND BAL-ENTRY-FOUND
                   MOVE I-AMT TO FOL-SETTLE-AMT
                   ADD I-AMT  TO BAL-PAID-AMT
                   MOVE 0     TO BAL-BALANCE-DUE
                   MOVE 0     TO C-BALANCE-DUE
                   PERFORM L6-REWRITE-BALANCE-ENTRY
               END-IF
               PERFORM L7L-PRINT-FOLIO
           END-IF.

       L7L-CHECK-OPEN-BALANCE.
           MOVE 0 TO C-BALANCE-DUE.
           IF BAL-ENTRY-FOUND
               MOVE BAL-BALANCE-DUE TO C-BALANCE-DUE
           END-IF.
           EVALUATE TRUE
               WHEN C-BALANCE-DUE > 0 AND NOT SETTLE-NOW
                   MOVE 60 TO ERR-NUM-CURR
                   MOVE ERR-MSG(60) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   PERFORM L4-ERROR-PRINT
               WHEN SETTLE-NOW AND I-AMT NOT = C-BALANCE-DUE
                   MOVE 61 TO ERR-NUM-CURR
                   MOVE ERR-MSG(61) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   PERFORM L4-ERROR-PRINT
           END-EVALUATE.

      *****************************************************************
      * L7L-PROCESS-CHARGE posts an incidental charge against an      *
      * arrived stay -- the charge is added to the stay's ledger      *
      * entry and balance due, an itemized line goes on the           *
      * incidental table for the folio, a taxable charge posts its    *
      * lodging tax, and the audit trail records the charge against   *
      * the unchanged master image.  The priced amount replaces       *
      * I-AMT so CAMPRES and the guest history carry what was posted. *
      *****************************************************************
       L7L-PROCESS-CHARGE.
           PERFORM L7-FIND-ARRIVED-ENTRY.
           IF AVAIL-ENTRY-FOUND
               PERFORM L7-FIND-BALANCE-ENTRY
               EVALUATE TRUE
                   WHEN NOT BAL-ENTRY-FOUND
                       MOVE 36 TO ERR-NUM-CURR
                       MOVE ERR-MSG(36) TO O-ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       PERFORM L4-ERROR-PRINT
                   WHEN IN-COUNT NOT < 1000
                       MOVE 62 TO ERR-NUM-CURR
                       MOVE ERR-MSG(62) TO O-ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       PERFORM L4-ERROR-PRINT
                   WHEN OTHER
                       PERFORM L7L-POST-CHARGE
               END-EVALUATE
           ELSE
               MOVE 39 TO ERR-NUM-CURR
               MOVE ERR-MSG(39) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.

       L7L-POST-CHARGE.
           MOVE C-CHG-AMT TO I-AMT.
           ADD C-CHG-AMT  TO BAL-INCID-AMT.
           ADD C-CHG-AMT  TO BAL-BALANCE-DUE.
           MOVE BAL-BALANCE-DUE TO C-BALANCE-DUE.
           PERFORM L6-REWRITE-BALANCE-ENTRY.
           ADD 1 TO IN-COUNT.
           MOVE I-CAMPGROUND              TO IN-CAMPGROUND(IN-COUNT).
           MOVE I-SITE                    TO IN-SITE(IN-COUNT).
           MOVE I-DATE                    TO IN-START-DATE(IN-COUNT).
           MOVE CURRENT-DATE              TO IN-POST-DATE(IN-COUNT).
           MOVE I-CHG-CODE                TO IN-CHG-CODE(IN-COUNT).
           MOVE CC-DESC(CC-HIT-SUB)       TO IN-DESC(IN-COUNT).
           MOVE C-CHG-QTY                 TO IN-QTY(IN-COUNT).
           MOVE CC-TAXABLE(CC-HIT-SUB)    TO IN-TAXABLE(IN-COUNT).
           MOVE C-CHG-AMT                 TO IN-AMT(IN-COUNT).
           MOVE 'O'                       TO IN-STATUS(IN-COUNT).
           IF CC-IS-TAXABLE(CC-HIT-SUB)
               MOVE I-CAMPGROUND  TO TAX-WK-CAMPGROUND
               MOVE I-DATE        TO TAX-WK-START-DATE
               MOVE I-TRAN-TYPE   TO TAX-WK-TRAN-TYPE
               MOVE C-CHG-AMT     TO TAX-WK-STAY-AMT
               PERFORM L7G-WRITE-TAX-RECORD
           END-IF.
           PERFORM L7D-SAVE-BEFORE-IMAGE.
           PERFORM L7D-SAVE-AFTER-IMAGE.
           PERFORM L7D-WRITE-AUDIT-REC.

      *****************************************************************
      * L7L-PRINT-FOLIO prints the checked-out stay's guest folio --  *
      * the stay itself, each open incidental line posted against it  *
      * (each marked folioed so it drops from the carry-forward),     *
      * payments taken before checkout, the settle-now tender, and    *
      * the balance left.  A stay with no ledger entry prints its     *
      * incidentals alone.                                            *
      *****************************************************************
       L7L-PRINT-FOLIO.
           MOVE CURRENT-MONTH TO FOL-TITLE-MONTH.
           MOVE CURRENT-DAY   TO FOL-TITLE-DAY.
           MOVE CURRENT-YEAR  TO FOL-TITLE-YEAR.
           PERFORM L5L-FOLIO-HEADING.
           MOVE 0 TO FOL-CHG-TOTAL.
           MOVE 0 TO FOL-ITEM-TOTAL.
           MOVE 0 TO FOL-PRIOR-PAID.
           MOVE 0 TO FOL-BALANCE.
           IF BAL-ENTRY-FOUND
               COMPUTE FOL-CHG-TOTAL =
                   BAL-STAY-AMT + BAL-INCID-AMT
               COMPUTE FOL-PRIOR-PAID =
                   BAL-PAID-AMT - FOL-SETTLE-AMT
               MOVE BAL-BALANCE-DUE TO FOL-BALANCE
               MOVE I-DATE                 TO O-FOL-POST-DATE
               MOVE 'STAY'                 TO O-FOL-CODE
               MOVE 'CAMPSITE'             TO O-FOL-DESC
               MOVE I-LEN-STAY             TO O-FOL-QTY
               MOVE 'Y'                    TO O-FOL-TAXABLE
               MOVE BAL-STAY-AMT           TO O-FOL-AMT
               WRITE FOLIOLINE FROM FOL-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L5L-FOLIO-HEADING
               END-WRITE
           END-IF.
           PERFORM L7L-FOLIO-ONE-ITEM
               VARYING IN-SUB FROM 1 BY 1
               UNTIL IN-SUB > IN-COUNT.
           IF BAL-ENTRY-FOUND
               COMPUTE FOL-FEE-AMT = BAL-INCID-AMT - FOL-ITEM-TOTAL
               IF FOL-FEE-AMT > 0
                   MOVE CURRENT-DATE         TO O-FOL-POST-DATE
                   MOVE 'RCK '               TO O-FOL-CODE
                   MOVE 'RETURNED CHECK FEE' TO O-FOL-DESC
                   MOVE 1                    TO O-FOL-QTY
                   MOVE 'N'                  TO O-FOL-TAXABLE
                   MOVE FOL-FEE-AMT          TO O-FOL-AMT
                   WRITE FOLIOLINE FROM FOL-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L5L-FOLIO-HEADING
                   END-WRITE
               END-IF
           END-IF.
           MOVE 'TOTAL CHARGES'           TO O-FOL-TOT-LABEL.
           MOVE FOL-CHG-TOTAL             TO O-FOL-TOT-AMT.
           WRITE FOLIOLINE FROM FOL-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5L-FOLIO-HEADING
           END-WRITE.
           MOVE 'LESS PAYMENTS BEFORE CHECKOUT' TO O-FOL-TOT-LABEL.
           MOVE FOL-PRIOR-PAID            TO O-FOL-TOT-AMT.
           WRITE FOLIOLINE FROM FOL-TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5L-FOLIO-HEADING
           END-WRITE.
           IF FOL-SETTLE-AMT > 0
               MOVE SPACES TO O-FOL-TOT-LABEL
               EVALUATE TRUE
                   WHEN TENDER-CARD
                       MOVE 'SETTLED AT CHECKOUT - CARD'
                           TO O-FOL-TOT-LABEL
                   WHEN TENDER-CASH
                       MOVE 'SETTLED AT CHECKOUT - CASH'
                           TO O-FOL-TOT-LABEL
                   WHEN TENDER-CHECK
                       MOVE 'SETTLED AT CHECKOUT - CHECK'
                           TO O-FOL-TOT-LABEL
               END-EVALUATE
               MOVE FOL-SETTLE-AMT        TO O-FOL-TOT-AMT
               WRITE FOLIOLINE FROM FOL-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5L-FOLIO-HEADING
               END-WRITE
           END-IF.
           MOVE 'BALANCE DUE'             TO O-FOL-TOT-LABEL.
           MOVE FOL-BALANCE               TO O-FOL-TOT-AMT.
           WRITE FOLIOLINE FROM FOL-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L5L-FOLIO-HEADING
           END-WRITE.

       L7L-FOLIO-ONE-ITEM.
           IF IN-OPEN(IN-SUB)
            AND IN-CAMPGROUND(IN-SUB)  = I-CAMPGROUND
            AND IN-SITE(IN-SUB)        = I-SITE
            AND IN-START-DATE(IN-SUB)  = I-DATE
               MOVE IN-POST-DATE(IN-SUB)  TO O-FOL-POST-DATE
               MOVE IN-CHG-CODE(IN-SUB)   TO O-FOL-CODE
               MOVE IN-DESC(IN-SUB)       TO O-FOL-DESC
               MOVE IN-QTY(IN-SUB)        TO O-FOL-QTY
               MOVE IN-TAXABLE(IN-SUB)    TO O-FOL-TAXABLE
               MOVE IN-AMT(IN-SUB)        TO O-FOL-AMT
               WRITE FOLIOLINE FROM FOL-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5L-FOLIO-HEADING
               END-WRITE
               ADD IN-AMT(IN-SUB) TO FOL-ITEM-TOTAL
               IF NOT BAL-ENTRY-FOUND
                   ADD IN-AMT(IN-SUB) TO FOL-CHG-TOTAL
               END-IF
               MOVE 'F' TO IN-STATUS(IN-SUB)
           END-IF.

       L5L-FOLIO-HEADING.
           ADD 1 TO FOL-PAGE-CTR.
           MOVE FOL-PAGE-CTR TO FOL-TITLE-PAGE.
           WRITE FOLIOLINE FROM FOL-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE FOLIOLINE FROM FOL-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           IF BAL-ENTRY-FOUND
               MOVE BAL-NAME TO O-FOL-NAME
           ELSE
               MOVE SPACES TO O-FOL-NAME
               STRING I-LNAME DELIMITED BY "  "
                   ', ' DELIMITED BY SIZE
                   I-FNAME DELIMITED BY "  "
                   INTO O-FOL-NAME
           END-IF.
           MOVE I-CAMPGROUND  TO O-FOL-CAMPGROUND.
           MOVE I-SITE        TO O-FOL-SITE.
           WRITE FOLIOLINE FROM FOL-GUEST-LINE
               AFTER ADVANCING 2 LINES.
           MOVE I-DATE        TO O-FOL-START-DATE.
           MOVE C-END-DATE    TO O-FOL-END-DATE.
           MOVE I-LEN-STAY    TO O-FOL-NIGHTS.
           WRITE FOLIOLINE FROM FOL-STAY-LINE
               AFTER ADVANCING 1 LINE.
           WRITE FOLIOLINE FROM FOL-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L7-FIND-ARRIVED-ENTRY.
           MOVE 'N' TO AVAIL-FOUND-SW.
           MOVE I-CAMPGROUND TO AVM-CAMPGROUND.
           MOVE I-SITE       TO AVM-SITE.
           END-IF.
           IF AVM-ARRIVED
            AND AVM-END-DATE < CURRENT-DATE
               PERFORM L7D-SAVE-BEFORE-IMAGE
               PERFORM L7K-ARCHIVE-COMPLETED-STAY
               DELETE AVAIL-MST RECORD
               PERFORM L7D-CLEAR-AFTER-IMAGE
               PERFORM L7D-WRITE-AGED-OFF-AUDIT
           END-IF.
      * an out-of-service hold whose range has passed ages off the
      * master here -- no money and no guest ever rode on it, but
      * its image archives so the state filing still subtracts the
      * hold's nights from the month's capacity.  The delete goes on
      * the trail as a sweep record, so a roll-forward removes the
      * hold again -- it is not a stay, so the GL journal earns
      * nothing off it
           IF AVM-MAINT
            AND AVM-END-DATE < CURRENT-DATE
               PERFORM L7D-SAVE-BEFORE-IMAGE
               PERFORM L7K-ARCHIVE-COMPLETED-STAY
               DELETE AVAIL-MST RECORD
               PERFORM L7D-CLEAR-AFTER-IMAGE
               PERFORM L7D-WRITE-SWEEP-AUDIT
           END-IF.

      *****************************************************************
       L7C-REFUND-NO-SHOW.
           PERFORM L7C-FIND-NO-SHOW-BALANCE.
           IF BAL-ENTRY-FOUND
               IF C-FORF-NIGHT-AMT > BAL-PAID-AMT
                   MOVE BAL-PAID-AMT TO C-FORF-NIGHT-AMT
               END-IF
               MOVE 0 TO C-REFUND-PCT
               COMPUTE C-REFUND-AMT =
                   BAL-PAID-AMT - C-FORF-NIGHT-AMT
               PERFORM L7H-NET-AUTH-ON-RELEASE
               IF C-REFUND-AMT > 0
                   PERFORM L7-WRITE-REFUND-REC
                   PERFORM L7-POST-REFUND-TO-SETTLEMENT
               END-IF
      * a no-show keeps only the forfeited night as revenue -- the
      * rest of the stay value backs out of the tax ledger
               MOVE BAL-CAMPGROUND TO TAX-WK-CAMPGROUND
               MOVE BAL-START-DATE TO TAX-WK-START-DATE
               MOVE 'F'            TO TAX-WK-TRAN-TYPE
               COMPUTE TAX-WK-STAY-AMT =
                   C-FORF-NIGHT-AMT - BAL-STAY-AMT
               IF TAX-WK-STAY-AMT NOT = 0
                   PERFORM L7G-WRITE-TAX-RECORD
               END-IF
               PERFORM L6-DELETE-BALANCE-ENTRY
           ELSE
               MOVE 0 TO C-FORF-NIGHT-AMT
           END-IF.

       L7C-FIND-NO-SHOW-BALANCE.
           MOVE AVM-CAMPGROUND TO BAL-CAMPGROUND.
           MOVE AVM-SITE       TO BAL-SITE.
           MOVE AVM-START-DATE TO BAL-START-DATE.
           PERFORM L7-READ-BALANCE-ENTRY.

      *****************************************************************
      * L6-REWRITE-BALANCE-ENTRY puts a changed ledger entry back on  *
      * file and journals it -- the before image is the entry as      *
      * L7-READ-BALANCE-ENTRY read it, the after image the entry as   *
      * rewritten.  L6-DELETE-BALANCE-ENTRY drops a released stay's   *
      * entry the way a released availability entry is dropped, and   *
      * journals the drop with spaces for the after image.            *
      *****************************************************************
       L6-REWRITE-BALANCE-ENTRY.
           MOVE 'B'              TO MJ-MASTER.
           MOVE BAL-BEFORE-IMAGE TO MJ-BEFORE.
           MOVE BAL-REC          TO MJ-AFTER.
           REWRITE BAL-REC
               INVALID KEY
                   DISPLAY 'BALANCE LEDGER REWRITE REJECTED: '
                       BAL-CAMPGROUND ' ' BAL-SITE ' ' BAL-START-DATE
               NOT INVALID KEY
                   PERFORM L6-WRITE-JOURNAL-REC
                   MOVE MJ-AFTER TO BAL-BEFORE-IMAGE
           END-REWRITE.

       L6-DELETE-BALANCE-ENTRY.
           MOVE 'B'              TO MJ-MASTER.
           MOVE BAL-BEFORE-IMAGE TO MJ-BEFORE.
           MOVE SPACES           TO MJ-AFTER.
           DELETE BAL-MST RECORD
               INVALID KEY
                   DISPLAY 'BALANCE LEDGER DELETE REJECTED: '
                       BAL-CAMPGROUND ' ' BAL-SITE ' ' BAL-START-DATE
               NOT INVALID KEY
                   PERFORM L6-WRITE-JOURNAL-REC
           END-DELETE.

      *****************************************************************
      * L6-SAVE-GUEST-ENTRY puts the guest L7-POST-GUEST just posted  *
      * on file and journals it -- a brand-new guest is added with    *
      * spaces for the before image, a matched guest rewritten over   *
      * the image L7-FIND-GUEST read.                                 *
      *****************************************************************
       L6-SAVE-GUEST-ENTRY.
           MOVE 'G'     TO MJ-MASTER.
           MOVE GST-REC TO MJ-AFTER.
           IF GST-NEW-ENTRY
               MOVE SPACES TO MJ-BEFORE
               WRITE GST-REC
                   INVALID KEY
                       DISPLAY 'GUEST MASTER ADD REJECTED: '
                           GST-NUMBER ' ' GST-LNAME
                   NOT INVALID KEY
                       PERFORM L6-WRITE-JOURNAL-REC
               END-WRITE
               MOVE 'N' TO GST-ADD-SW
           ELSE
               MOVE GST-BEFORE-IMAGE TO MJ-BEFORE
               REWRITE GST-REC
                   INVALID KEY
                       DISPLAY 'GUEST MASTER REWRITE REJECTED: '
                           GST-NUMBER ' ' GST-LNAME
                   NOT INVALID KEY
                       PERFORM L6-WRITE-JOURNAL-REC
               END-REWRITE
           END-IF.
           MOVE MJ-AFTER TO GST-BEFORE-IMAGE.

       L6-WRITE-JOURNAL-REC.
           MOVE CURRENT-DATE       TO MJ-RUN-DATE.
           MOVE CURRENT-TIME(1:8)  TO MJ-RUN-TIME.
           MOVE 'CBLHJB01'         TO MJ-PROGRAM.
           WRITE MJ-REC.
           ADD 1 TO MJ-WRITE-CTR.

      *****************************************************************
      * L7E-PROCESS-BLOCK is the all-or-nothing availability check    *
       L7E-REFUND-GROUP-ENTRY.
           PERFORM L7C-FIND-NO-SHOW-BALANCE.
           IF BAL-ENTRY-FOUND
               IF BAL-PAID-AMT > 0
                   MOVE CURRENT-DATE TO ADV-CURR-DATE-NUM
                   COMPUTE ADV-CURR-JULIAN =
                       FUNCTION INTEGER-OF-DATE(ADV-CURR-DATE-NUM)
                   COMPUTE ADV-RES-JULIAN =
                       FUNCTION INTEGER-OF-DATE(BAL-START-DATE)
                   COMPUTE ADV-DAYS-OUT =
                       ADV-RES-JULIAN - ADV-CURR-JULIAN
                   EVALUATE TRUE
                           MOVE 0   TO C-REFUND-PCT
                   END-EVALUATE
                   COMPUTE C-REFUND-AMT ROUNDED =
                       BAL-PAID-AMT * C-REFUND-PCT / 100
                   PERFORM L7-POST-CANCEL-FORFEIT
                   PERFORM L7H-NET-AUTH-ON-RELEASE
                   IF C-REFUND-AMT > 0
                       PERFORM L7-WRITE-REFUND-REC
                       PERFORM L7-POST-REFUND-TO-SETTLEMENT
                   END-IF
               END-IF
               MOVE BAL-CAMPGROUND TO TAX-WK-CAMPGROUND
               MOVE BAL-START-DATE TO TAX-WK-START-DATE
               MOVE 'X'            TO TAX-WK-TRAN-TYPE
               COMPUTE TAX-WK-STAY-AMT = 0 - BAL-STAY-AMT
               PERFORM L7G-WRITE-TAX-RECORD
               PERFORM L6-DELETE-BALANCE-ENTRY
           END-IF.

      *****************************************************************
           MOVE I-AMT        TO ARQ-AMT.
           WRITE AUTH-REC.

      *****************************************************************
      * L7W-WRITE-CHANNEL-DISP records what became of one booking     *
      * taken on the web reservation channel.  It runs after the      *
      * booking is posted, waitlisted, suspended, or held for fraud   *
      * review, so the switches the edit left behind tell them apart; *
      * a promotion off the waitlist comes back through here as an    *
      * acceptance.  The first error number stands for the rejection  *
      * -- CBLHJB37 looks its reason up on the error table for the    *
      * vendor.  A fraud hold answers H under error 67 until the      *
      * office releases or rejects it.                                *
      *****************************************************************
       L7W-WRITE-CHANNEL-DISP.
           MOVE CURRENT-DATE  TO CD-RUN-DATE.
           MOVE I-CHANNEL-REF TO CD-CHANNEL-REF.
           MOVE I-CAMPGROUND  TO CD-CAMPGROUND.
           MOVE I-SITE        TO CD-SITE.
           IF I-DATE NUMERIC
               MOVE I-DATE TO CD-START-DATE
           ELSE
               MOVE 0 TO CD-START-DATE
           END-IF.
           IF I-LEN-STAY NUMERIC
               MOVE I-LEN-STAY TO CD-LEN-STAY
           ELSE
               MOVE 0 TO CD-LEN-STAY
           END-IF.
           MOVE 0 TO CD-GUEST-NUM.
           MOVE 0 TO CD-ERR-CTR.
           MOVE 0 TO CD-ERR-NUM.
           EVALUATE TRUE
               WHEN FRD-HELD
                   MOVE 'H' TO CD-STATUS
                   MOVE 1   TO CD-ERR-CTR
                   MOVE 67  TO CD-ERR-NUM
               WHEN ERR-SW = 'N'
                   MOVE 'A'             TO CD-STATUS
                   MOVE GST-CURR-NUMBER TO CD-GUEST-NUM
               WHEN OTHER
                   MOVE SUS-ERR-CTR-WS     TO CD-ERR-CTR
                   MOVE SUS-ERR-NUMS-WS(1) TO CD-ERR-NUM
                   IF SUS-ERR-CTR-WS = 1 AND SUS-ERR-NUMS-WS(1) = 28
                    AND WL-SLOT-SUB > 0
                       MOVE 'W' TO CD-STATUS
                   ELSE
                       MOVE 'R' TO CD-STATUS
                   END-IF
           END-EVALUATE.
           WRITE CD-REC.

      *****************************************************************
      * L7H-CAPTURE-ON-CHECKIN captures the deposit authorized at     *
      * booking now that the guest has arrived -- the amount joins    *
       L7H-CAPTURE-ON-CHECKIN.
           PERFORM L7-FIND-BALANCE-ENTRY.
           IF BAL-ENTRY-FOUND
            AND BAL-AUTH-AMT NUMERIC
            AND BAL-AUTH-AMT > 0
               MOVE BAL-AUTH-AMT TO C-CAPT-AMT
               PERFORM L7H-POST-CAPTURE
               MOVE 0 TO BAL-AUTH-AMT
               PERFORM L6-REWRITE-BALANCE-ENTRY
           END-IF.

      *****************************************************************
      * checked-in stay -- the refund passes through unchanged.       *
      *****************************************************************
       L7H-NET-AUTH-ON-RELEASE.
           IF BAL-AUTH-AMT NUMERIC
            AND BAL-AUTH-AMT > 0
               COMPUTE C-KEPT-AMT =
                   BAL-PAID-AMT - C-REFUND-AMT
               IF BAL-AUTH-AMT < C-KEPT-AMT
                   MOVE BAL-AUTH-AMT TO C-CAPT-AMT
               ELSE
                   MOVE C-KEPT-AMT TO C-CAPT-AMT
               END-IF
               END-IF
               COMPUTE C-REFUND-AMT =
                   C-REFUND-AMT
                   - (BAL-AUTH-AMT - C-CAPT-AMT)
               IF C-REFUND-AMT < 0
                   MOVE 0 TO C-REFUND-AMT
               END-IF
               MOVE 0 TO BAL-AUTH-AMT
           END-IF.

       L7H-POST-CAPTURE.
           EVALUATE BAL-CCTYPE
               WHEN 'V'
                   ADD 1          TO SETL-CAPT-VISA-CTR
                   ADD C-CAPT-AMT TO SETL-CAPT-VISA-AMT
           MOVE CURRENT-DATE       TO AUD-RUN-DATE.
           MOVE CURRENT-TIME(1:8)  TO AUD-RUN-TIME.
           MOVE TRAN-REC           TO AUD-TRAN.
           MOVE CURR-CLERK-ID      TO AUD-CLERK-ID.
           WRITE AUDIT-REC.

       L7D-WRITE-SWEEP-AUDIT.
           MOVE CURRENT-TIME(1:8)  TO AUD-RUN-TIME.
           MOVE SPACES             TO AUD-TRAN.
           MOVE '*NO-SHOW SWEEP*'  TO AUD-TRAN(1:15).
           MOVE SPACES             TO AUD-CLERK-ID.
           WRITE AUDIT-REC.

      * an arrived stay that ages off without a check-out is over the
      * same as a checked-out one -- the GL journal earns its deposit
      * off this record
       L7D-WRITE-AGED-OFF-AUDIT.
           MOVE CURRENT-DATE       TO AUD-RUN-DATE.
           MOVE CURRENT-TIME(1:8)  TO AUD-RUN-TIME.
           MOVE SPACES             TO AUD-TRAN.
           MOVE '*STAY AGED OFF*'  TO AUD-TRAN(1:15).
           MOVE SPACES             TO AUD-CLERK-ID.
           WRITE AUDIT-REC.

      *****************************************************************

           MOVE SETL-FORF-CTR        TO O-FORF-CTR.
           MOVE SETL-FORF-AMT        TO O-FORF-AMT.
           WRITE SETLLINE FROM SETL-FORFEIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CANCEL FORFEITS'    TO O-FORF-LABEL.
           MOVE SETL-CXLF-CTR        TO O-FORF-CTR.
           MOVE SETL-CXLF-AMT        TO O-FORF-AMT.
           WRITE SETLLINE FROM SETL-FORFEIT-LINE
               AFTER ADVANCING 1 LINE.

      * L7-WRITE-SETTLEMENT-TOTALS records the same settlement        *
      * figures as data -- CH charges, RF refunds, DC declines, FF    *
      * forfeits, by brand -- for the daily cash proof to tie to.     *
      * The nightly GL journal CBLHJB27 books its entries off the     *
      * same records.                                                 *
      *****************************************************************
       L7-WRITE-SETTLEMENT-TOTALS.
           OPEN OUTPUT SETLTOT-OUT.
           MOVE SETL-FORF-CTR TO STL-CTR.
           MOVE SETL-FORF-AMT TO STL-AMT.
           WRITE SETLTOT-REC.
      * FX is the kept slice of the day's cancellations -- no money
      * moves, but the GL journal earns it out of unearned deposits
           MOVE 'FX' TO STL-TYPE.
           MOVE SETL-CXLF-CTR TO STL-CTR.
           MOVE SETL-CXLF-AMT TO STL-AMT.
           WRITE SETLTOT-REC.
      * CA cash taken, CK checks taken, NR non-card refunds -- the
      * cash proof ties the drawer to these instead of the card legs
           MOVE 'CA' TO STL-TYPE.
           MOVE TRAN-REC       TO SUS-TRAN.
           MOVE SUS-ERR-CTR-WS TO SUS-ERR-CTR.
           MOVE CURR-CYCLE-CTR TO SUS-CYCLE-CTR.
           MOVE CURR-CLERK-ID  TO SUS-CLERK-ID.
           PERFORM L3A-MOVE-ONE-SUS-NUM
               VARYING SUS-IDX FROM 1 BY 1
               UNTIL SUS-IDX > 9.
           MOVE SETL-CAPT-MC-AMT   TO CKPT-CAPT-MC-AMT.
           MOVE SETL-CAPT-AMEX-CTR TO CKPT-CAPT-AMEX-CTR.
           MOVE SETL-CAPT-AMEX-AMT TO CKPT-CAPT-AMEX-AMT.
           MOVE SETL-CXLF-CTR      TO CKPT-CXLF-CTR.
           MOVE SETL-CXLF-AMT      TO CKPT-CXLF-AMT.
           MOVE PRF-BAT-CTR        TO CKPT-PRF-BAT-CTR.
           MOVE PRF-HELD-CTR       TO CKPT-PRF-HELD-CTR.
           MOVE PRF-HELD-RECS      TO CKPT-PRF-HELD-RECS.
           MOVE PRF-PAGE-CTR       TO CKPT-PRF-PAGE-CTR.
           MOVE CURRENT-DATE       TO CKPT-MJ-DATE.
           MOVE CURRENT-TIME(1:8)  TO CKPT-MJ-TIME.
           MOVE MJ-WRITE-CTR       TO CKPT-MJ-CTR.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-REC.
           CLOSE CKPT-FILE.
           ADD 1 TO CKPT-WRITE-CTR.
           PERFORM L8-WRITE-WL-CHECKPOINT.
           PERFORM L8-WRITE-INC-CHECKPOINT.

       L8-WRITE-INC-CHECKPOINT.
           OPEN OUTPUT CKPT-INC.
           PERFORM L8-WRITE-ONE-CKPT-INC-REC
               VARYING IN-SUB FROM 1 BY 1
               UNTIL IN-SUB > IN-COUNT.
           CLOSE CKPT-INC.

       L8-WRITE-ONE-CKPT-INC-REC.
           MOVE IN-DATA(IN-SUB)   TO CI-DATA.
           MOVE IN-STATUS(IN-SUB) TO CI-STATUS.
           WRITE CKPT-INC-REC.

      *****************************************************************
      * L6-WRITE-INCIDENTALS carries the open incidental lines to     *
      * INCIDENT.NEW -- lines already printed on a checkout folio     *
      * are done and drop off here.                                   *
      *****************************************************************
       L6-WRITE-INCIDENTALS.
           OPEN OUTPUT INCID-OUT.
           PERFORM L6-WRITE-ONE-INC-REC
               VARYING IN-SUB FROM 1 BY 1
               UNTIL IN-SUB > IN-COUNT.
           CLOSE INCID-OUT.

       L6-WRITE-ONE-INC-REC.
           IF IN-OPEN(IN-SUB)
               MOVE IN-DATA(IN-SUB) TO INCO-REC
               WRITE INCO-REC
           END-IF.

       L2-CLOSING.
           PERFORM L7C-SWEEP-NO-SHOWS.
           PERFORM L3-ERR-TOTALS.
           PERFORM L9P-PROOF-TOTALS.
           PERFORM L7-WRITE-SETTLEMENT-EXTRACT.
           IF RECYCLE-FOUND-SW = 'Y'
               OPEN OUTPUT RECYCLE-IN
               CLOSE RECYCLE-IN
           END-IF.
           IF FRD-RELEASE-FOUND-SW = 'Y'
               OPEN OUTPUT FRAUDREL-IN
               CLOSE FRAUDREL-IN
           END-IF.
      * emptied unconditionally -- a restarted run never reloaded the
      * file (the checkpoint counters already carried it), but its
      * adjustments are settled now either way
           CLOSE CONFIRM-OUT.
           CLOSE REFUND-OUT.
           CLOSE AUTH-OUT.
           CLOSE CHNLDISP-OUT.
           CLOSE FRAUDHLD-OUT.
           IF CARD-WATCH-OPEN
               CLOSE CARD-WATCH
           END-IF.
           CLOSE WAITACT-OUT.
           CLOSE HELDBAT-OUT.
           CLOSE PROOF-OUT.
           CLOSE GUEST-HIST.
           CLOSE AUDIT-OUT.
           CLOSE STAYHIST-OUT.
           CLOSE TAX-OUT.
           CLOSE DISCUSE-OUT.
           CLOSE FOLIO-OUT.
           CLOSE SETLOUT.
           CLOSE AVAIL-MST.
           CLOSE BAL-MST.
           CLOSE GUEST-MST.
           IF GADDR-OPEN
               CLOSE GADDR-MST
           END-IF.
           CLOSE MSTJRNL-OUT.
           IF CARD-VAULT-OPEN
               CLOSE CARD-VAULT
           END-IF.
           PERFORM L6-WRITE-WAITLIST.
           PERFORM L6-WRITE-INCIDENTALS.
           MOVE 'C' TO CKPT-STATUS.
           PERFORM L8-WRITE-CHECKPOINT.
           IF GEN-MODE
           MOVE 'N' TO SITE2-SW
           MOVE 'N' TO AMNT-SW.
           MOVE 'N' TO LEN-STAY-SW.
           MOVE 'N' TO SETTLE-NOW-SW.
           MOVE 'Y' TO FIRST-ERR-SW.
      * the card number is traded for its token before anything can
      * print or carry it
           PERFORM L3V-PROTECT-CARD.
           IF NOT VAL-TRAN-TYPE
               MOVE 29 TO ERR-NUM-CURR
               MOVE ERR-MSG(29) TO O-ERR-MSG
           PERFORM L5-DATE-VAL
               THRU L5-DATE-VAL-EXIT.

      * a booking, block, or change is held to the stay rule for its
      * campground and arrival date; any other transaction names a
      * stay already booked and only needs a length of stay at all
           IF I-LEN-STAY NUMERIC
               IF TRAN-NEW OR TRAN-BLOCK OR TRAN-CHANGE
                   PERFORM L3S-CHECK-STAY-RULE
                   IF SR-ERR-NUM > 0
                       PERFORM L3S-PRINT-STAY-RULE-ERR
                   END-IF
               ELSE
                   IF I-LEN-STAY = 0
                       MOVE 13 TO ERR-NUM-CURR
                       MOVE ERR-MSG(13) TO O-ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       PERFORM L4-ERROR-PRINT
                   END-IF
               END-IF
           ELSE
               MOVE 12 TO ERR-NUM-CURR
               END-IF

               IF TENDER-CARD
                   PERFORM L3C-EDIT-CARD-NUMBER

                   MOVE I-CCEXP TO WK-DATE
                   MOVE 'C' TO DATE-TYPE
               PERFORM L3F-EDIT-PAYMENT
           END-IF.

      * a checkout carrying a tender settles the stay's open balance
      * on the spot, and the tender takes the payment edits
           IF TRAN-CHECKOUT AND I-CCTYPE NOT = SPACES
               MOVE 'Y' TO SETTLE-NOW-SW
               PERFORM L3F-EDIT-PAYMENT
           END-IF.

           IF TRAN-CHARGE
               PERFORM L3L-EDIT-CHARGE
           END-IF.

           IF I-GROUP-ID NOT = SPACES
            AND NOT TRAN-BLOCK AND NOT TRAN-CANCEL
               MOVE 45 TO ERR-NUM-CURR
               PERFORM L3G-CHECK-GUEST-FLAG
           END-IF.

           IF TENDER-CHECK
            AND (TRAN-NEW OR TRAN-PAYMENT OR SETTLE-NOW)
               PERFORM L3G-CHECK-CHECK-TENDER
           END-IF.

       L3-VALIDATION-EXIT.
           EXIT.

               PERFORM L4-ERROR-PRINT
           END-IF.
           IF TENDER-CARD
               PERFORM L3C-EDIT-CARD-NUMBER
           END-IF.
           IF TENDER-CHECK
               IF I-CCNUM NOT NUMERIC
               END-IF
           END-IF.

      *****************************************************************
      * L3L-EDIT-CHARGE holds an incidental charge to its charge code *
      * and prices it -- a keyed amount stands as the extended        *
      * charge, and a blank or zero amount is priced at the code's    *
      * unit price times the quantity (a blank quantity is one).      *
      * Whether the stay is arrived and on the ledger is judged in    *
      * L7L-PROCESS-CHARGE.                                           *
      *****************************************************************
       L3L-EDIT-CHARGE.
           MOVE 0 TO C-CHG-AMT.
           PERFORM L3L-FIND-CHARGE-CODE.
           IF CC-HIT-SUB = 0
               MOVE 58 TO ERR-NUM-CURR
               MOVE ERR-MSG(58) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           ELSE
               IF I-CHG-QTY-X = SPACES
                   MOVE 1 TO C-CHG-QTY
               ELSE
                   IF I-CHG-QTY NUMERIC
                       MOVE I-CHG-QTY TO C-CHG-QTY
                   ELSE
                       MOVE 0 TO C-CHG-QTY
                   END-IF
               END-IF
               IF I-AMT NUMERIC AND I-AMT NOT = 0
                   MOVE I-AMT TO C-CHG-AMT
               ELSE
                   COMPUTE C-CHG-AMT =
                       CC-UNIT-PRICE(CC-HIT-SUB) * C-CHG-QTY
                       ON SIZE ERROR
                           MOVE 0 TO C-CHG-AMT
                   END-COMPUTE
               END-IF
               IF C-CHG-QTY = 0 OR C-CHG-AMT NOT > 0
                   MOVE 59 TO ERR-NUM-CURR
                   MOVE ERR-MSG(59) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   PERFORM L4-ERROR-PRINT
               END-IF
           END-IF.

       L3L-FIND-CHARGE-CODE.
           MOVE 0 TO CC-HIT-SUB.
           PERFORM L3L-MATCH-ONE-CODE
               VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-COUNT OR CC-HIT-SUB > 0.

       L3L-MATCH-ONE-CODE.
           IF CC-CODE(CC-SUB) = I-CHG-CODE
            AND CC-ACTIVE(CC-SUB)
               MOVE CC-SUB TO CC-HIT-SUB
           END-IF.

      *****************************************************************
      * L3J-EDIT-DISCOUNT judges a keyed discount code and, when it   *
      * holds up, reprices the stay before the deposit edit -- so a   *
           END-IF.
           SUBTRACT C-DISC-AMT FROM C-AMT.

      *****************************************************************
      * L3S-CHECK-STAY-RULE finds the rule governing the stay in      *
      * TRAN-REC and sets SR-ERR-NUM when its nights fall outside     *
      * it.  An arrival date that is not numeric has already drawn    *
      * its own error, so only the all-year rules are tried for it.   *
      *****************************************************************
       L3S-CHECK-STAY-RULE.
           PERFORM L3S-FIND-STAY-RULE.
           MOVE 0 TO SR-ERR-NUM.
           IF I-LEN-STAY < SR-CURR-MIN OR I-LEN-STAY > SR-CURR-MAX
               IF SR-HIT-RANK < 2
                   MOVE 13 TO SR-ERR-NUM
               ELSE
                   IF I-LEN-STAY < SR-CURR-MIN
                       MOVE 63 TO SR-ERR-NUM
                   ELSE
                       MOVE 64 TO SR-ERR-NUM
                   END-IF
               END-IF
           END-IF.

       L3S-FIND-STAY-RULE.
           MOVE 0        TO SR-HIT-SUB.
           MOVE 0        TO SR-HIT-RANK.
           MOVE 'SYSTEM' TO SR-CURR-ID.
           MOVE 2        TO SR-CURR-MIN.
           MOVE 11       TO SR-CURR-MAX.
           PERFORM L3S-TEST-ONE-RULE
               VARYING SR-SUB FROM 1 BY 1
               UNTIL SR-SUB > SR-COUNT.
           IF SR-HIT-SUB > 0
               MOVE SR-RULE-ID(SR-HIT-SUB)    TO SR-CURR-ID
               MOVE SR-MIN-NIGHTS(SR-HIT-SUB) TO SR-CURR-MIN
               MOVE SR-MAX-NIGHTS(SR-HIT-SUB) TO SR-CURR-MAX
           END-IF.

       L3S-TEST-ONE-RULE.
           MOVE 0 TO SR-RANK.
           IF SR-CAMPGROUND(SR-SUB) = SPACES
            OR SR-CAMPGROUND(SR-SUB) = I-CAMPGROUND
               IF SR-FROM-DATE(SR-SUB) = 0
                   MOVE 1 TO SR-RANK
               ELSE
                   IF I-DATE NUMERIC
                    AND I-DATE NOT < SR-FROM-DATE(SR-SUB)
                    AND I-DATE NOT > SR-THRU-DATE(SR-SUB)
                       MOVE 2 TO SR-RANK
                   END-IF
               END-IF
               IF SR-RANK > 0 AND SR-CAMPGROUND(SR-SUB) NOT = SPACES
                   ADD 2 TO SR-RANK
               END-IF
           END-IF.
           IF SR-RANK > SR-HIT-RANK
               MOVE SR-RANK TO SR-HIT-RANK
               MOVE SR-SUB  TO SR-HIT-SUB
           END-IF.

      * the error text is followed by the rule that was broken and
      * the nights it allows, e.g. (RULE HOLWKD  3-11)
       L3S-PRINT-STAY-RULE-ERR.
           MOVE SR-CURR-ID  TO SR-MSG-ID.
           MOVE SR-CURR-MIN TO SR-MSG-MIN.
           MOVE SR-CURR-MAX TO SR-MSG-MAX.
           MOVE SR-ERR-NUM  TO ERR-NUM-CURR.
           MOVE SPACES      TO O-ERR-MSG.
           STRING ERR-MSG(SR-ERR-NUM) DELIMITED BY '  '
                  SR-MSG-SUFFIX       DELIMITED BY SIZE
               INTO O-ERR-MSG
           END-STRING.
           MOVE 'Y' TO ERR-SW.
           PERFORM L4-ERROR-PRINT.

      *****************************************************************
      * L3I-EDIT-SINGLE-SITE holds the one keyed site to the edits a  *
      * single-site transaction has always had -- a block booking     *
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
      * a new booking or a change puts the party on this site, so
      * its equipment is held to the site's attributes
           IF TRAN-NEW OR TRAN-CHANGE
               PERFORM L3K-EDIT-EQUIP-FIELDS
               IF EQUIP-OK-SW = 'Y' AND CG-FOUND
                AND SITE1-SW = 'N' AND SITE2-SW = 'N'
                   PERFORM L3K-RESET-FIT
                   MOVE I-SITE TO FIT-SITE
                   PERFORM L3K-TEST-FIT
                   PERFORM L3K-REPORT-FIT
               END-IF
           END-IF.

      *****************************************************************
      * L3H-EDIT-GROUP holds a block booking to its own edits: a      *
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
      * the whole party's equipment must fit every site on the list
      * -- a block books all-or-nothing, so one misfit holds it all
           PERFORM L3K-EDIT-EQUIP-FIELDS.
           IF EQUIP-OK-SW = 'Y' AND CG-FOUND
               PERFORM L3K-RESET-FIT
               PERFORM L3K-FIT-ONE-GROUP-SITE
                   VARYING BLK-SUB FROM 1 BY 1
                   UNTIL BLK-SUB > 10
               PERFORM L3K-REPORT-FIT
           END-IF.
           IF ERR-SW = 'N'
               IF I-AMT NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
               MOVE ERR-MSG(52) TO O-ERR-MSG
               PERFORM L4-ERROR-PRINT
           END-IF.
           PERFORM L3C-EDIT-CARD-NUMBER.
           MOVE I-CCEXP TO WK-DATE.
           MOVE 'C' TO DATE-TYPE.
           PERFORM L5-DATE-VAL
               MOVE 'N' TO BLK-SITE-OK-SW
           END-IF.

      *****************************************************************
      * L3K-EDIT-EQUIP-FIELDS holds the keyed equipment to its own    *
      * edit -- blank rig length or party size reads as zero (nothing *
      * keyed, nothing to hold the site to), anything else must be    *
      * numeric, and the hookup and access codes must be known ones.  *
      *****************************************************************
       L3K-EDIT-EQUIP-FIELDS.
           PERFORM L3K-NORMALIZE-EQUIP.
           IF EQUIP-OK-SW = 'N'
               MOVE 57 TO ERR-NUM-CURR
               MOVE ERR-MSG(57) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.

       L3K-NORMALIZE-EQUIP.
           MOVE 'Y' TO EQUIP-OK-SW.
           IF I-RIG-LEN-X = SPACES
               MOVE 0 TO I-RIG-LEN
           END-IF.
           IF I-PARTY-SIZE-X = SPACES
               MOVE 0 TO I-PARTY-SIZE
           END-IF.
           IF I-RIG-LEN NOT NUMERIC OR I-PARTY-SIZE NOT NUMERIC
            OR NOT VAL-HOOKUP-NEED OR NOT VAL-ACCESS-NEED
               MOVE 'N' TO EQUIP-OK-SW
           END-IF.

       L3K-RESET-FIT.
           MOVE 'Y' TO FIT-RIG-SW.
           MOVE 'Y' TO FIT-PARTY-SW.
           MOVE 'Y' TO FIT-HOOKUP-SW.
           MOVE 'Y' TO FIT-ACCESS-SW.
           MOVE 'Y' TO FIT-OK-SW.

       L3K-FIT-ONE-GROUP-SITE.
           IF I-GROUP-SITE(BLK-SUB) NOT = SPACES
               MOVE I-GROUP-SITE(BLK-SUB) TO FIT-SITE
               PERFORM L3K-TEST-FIT
           END-IF.

      *****************************************************************
      * L3K-TEST-FIT holds the keyed equipment to FIT-SITE's          *
      * attributes.  A zero party limit on the file means the site    *
      * carries none; a zero rig limit means a walk-in tent pad, so   *
      * any rig length keyed at all is too long for it.               *
      *****************************************************************
       L3K-TEST-FIT.
           PERFORM L3K-FIND-SITE-ATTR.
           IF SA-HIT-SUB > 0
               IF I-RIG-LEN > SA-MAX-RIG(SA-HIT-SUB)
                   MOVE 'N' TO FIT-RIG-SW
               END-IF
               IF SA-MAX-PARTY(SA-HIT-SUB) > 0
                AND I-PARTY-SIZE > SA-MAX-PARTY(SA-HIT-SUB)
                   MOVE 'N' TO FIT-PARTY-SW
               END-IF
               EVALUATE SA-TYPE(SA-HIT-SUB)
                   WHEN 'F'
                       MOVE 2 TO FIT-SITE-RANK
                   WHEN 'E'
                       MOVE 1 TO FIT-SITE-RANK
                   WHEN OTHER
                       MOVE 0 TO FIT-SITE-RANK
               END-EVALUATE
               EVALUATE TRUE
                   WHEN HOOKUP-FULL
                       MOVE 2 TO FIT-NEED-RANK
                   WHEN HOOKUP-ELECTRIC
                       MOVE 1 TO FIT-NEED-RANK
                   WHEN OTHER
                       MOVE 0 TO FIT-NEED-RANK
               END-EVALUATE
               IF FIT-NEED-RANK > FIT-SITE-RANK
                   MOVE 'N' TO FIT-HOOKUP-SW
               END-IF
               IF ACCESS-NEEDED AND SA-ACCESS(SA-HIT-SUB) NOT = 'Y'
                   MOVE 'N' TO FIT-ACCESS-SW
               END-IF
           END-IF.
           IF FIT-RIG-SW = 'N' OR FIT-PARTY-SW = 'N'
            OR FIT-HOOKUP-SW = 'N' OR FIT-ACCESS-SW = 'N'
               MOVE 'N' TO FIT-OK-SW
           END-IF.

       L3K-FIND-SITE-ATTR.
           MOVE 0 TO SA-HIT-SUB.
           PERFORM L3K-MATCH-EXACT-SITE
               VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > SA-COUNT OR SA-HIT-SUB > 0.
           IF SA-HIT-SUB = 0
               MOVE FIT-SITE1 TO FIT-LOOP-LETTER
               PERFORM L3K-MATCH-LOOP-SITE
                   VARYING SA-SUB FROM 1 BY 1
                   UNTIL SA-SUB > SA-COUNT OR SA-HIT-SUB > 0
           END-IF.

       L3K-MATCH-EXACT-SITE.
           IF SA-CAMPGROUND(SA-SUB) = I-CAMPGROUND
            AND SA-SITE(SA-SUB) = FIT-SITE
               MOVE SA-SUB TO SA-HIT-SUB
           END-IF.

       L3K-MATCH-LOOP-SITE.
           IF SA-CAMPGROUND(SA-SUB) = I-CAMPGROUND
            AND SA-SITE(SA-SUB) = FIT-LOOP-SITE
               MOVE SA-SUB TO SA-HIT-SUB
           END-IF.

       L3K-REPORT-FIT.
           IF FIT-RIG-SW = 'N'
               MOVE 53 TO ERR-NUM-CURR
               MOVE ERR-MSG(53) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
           IF FIT-PARTY-SW = 'N'
               MOVE 54 TO ERR-NUM-CURR
               MOVE ERR-MSG(54) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
           IF FIT-HOOKUP-SW = 'N'
               MOVE 55 TO ERR-NUM-CURR
               MOVE ERR-MSG(55) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.
           IF FIT-ACCESS-SW = 'N'
               MOVE 56 TO ERR-NUM-CURR
               MOVE ERR-MSG(56) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               PERFORM L4-ERROR-PRINT
           END-IF.

       L3B-FIND-CAMPGROUND.
           MOVE 'N' TO CG-FOUND-SW.
           IF I-CAMPGROUND NOT = SPACES
               PERFORM L4-ERROR-PRINT
           END-IF.

      *****************************************************************
      * L3C-EDIT-CARD-NUMBER edits a card tender's number.  By now    *
      * L3V-PROTECT-CARD has traded a good number for its token, so   *
      * a token is a number that passed; a number masked at intake    *
      * reports why -- it failed its check digit, or the vault could  *
      * not take it -- and anything else masked was never numeric.    *
      *****************************************************************
       L3C-EDIT-CARD-NUMBER.
           EVALUATE TRUE
               WHEN CARD-CHECK-FAILED
                   MOVE 'Y' TO ERR-SW
                   MOVE 31 TO ERR-NUM-CURR
                   MOVE ERR-MSG(31) TO O-ERR-MSG
                   PERFORM L4-ERROR-PRINT
               WHEN CARD-VAULT-DOWN
                   MOVE 'Y' TO ERR-SW
                   MOVE 65 TO ERR-NUM-CURR
                   MOVE ERR-MSG(65) TO O-ERR-MSG
                   PERFORM L4-ERROR-PRINT
               WHEN I-CCNUM NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   MOVE 19 TO ERR-NUM-CURR
                   MOVE ERR-MSG(19) TO O-ERR-MSG
                   PERFORM L4-ERROR-PRINT
           END-EVALUATE.

      *****************************************************************
      * L3C-LUHN-CHECK applies the mod-10 (Luhn) check digit test to  *
      * I-CCNUM.  Every other digit, counting from the rightmost      *
      * (check) digit, is doubled -- and reduced by 9 if that makes   *
      * it a two-digit value -- before all 16 digits are summed; the  *
      * number passes only if that sum is a multiple of 10, leaving   *
      * C-LUHN-REM zero.                                              *
      *****************************************************************
       L3C-LUHN-CHECK.
           MOVE 0 TO C-LUHN-SUM.
               UNTIL CCNUM-INDEX > 16.
           DIVIDE C-LUHN-SUM BY 10 GIVING C-LUHN-DIV
               REMAINDER C-LUHN-REM.

       L3C-LUHN-ADD-DIGIT.
           DIVIDE CCNUM-INDEX BY 2 GIVING C-LUHN-DIV
           END-IF.
           ADD C-LUHN-DIGIT TO C-LUHN-SUM.

      *****************************************************************
      * L3V-PROTECT-CARD trades the transaction's card number for its *
      * vault token in TRAN-REC itself, before the first edit, so the *
      * number never reaches the error report, suspense, the masters, *
      * or any extract.  A number that fails its check digit is not   *
      * worth a vault entry -- it is masked to its last four digits   *
      * and CARD-PROTECT-SW tells the card number edit to reject it.  *
      * A token (resubmitted, recycled, or promoted off the waitlist) *
      * passes through untouched once it is found on the vault -- a   *
      * number starting with 9 that is not there is masked and        *
      * rejected the same way.  A zero number passes through, and     *
      * anything else that isn't numeric is masked as it stands.      *
      *****************************************************************
       L3V-PROTECT-CARD.
           MOVE SPACE TO CARD-PROTECT-SW.
           PERFORM L3V-CHECK-CARD-FIELD.
           IF CARD-ON-TRAN
               IF I-CCNUM NUMERIC
                   IF I-CCNUM NOT = 0
                       IF I-CCNUM-DIGITS(1) = 9
                           PERFORM L3V-PROTECT-TOKEN
                       ELSE
                           PERFORM L3V-PROTECT-PAN
                       END-IF
                   END-IF
               ELSE
                   MOVE ALL '*' TO TRAN-REC(86:12)
               END-IF
           END-IF.

       L3V-PROTECT-TOKEN.
           MOVE I-CCNUM TO CV-TOKEN.
           PERFORM L3V-FIND-TOKEN.
           IF CARD-CHECK-FAILED OR CARD-VAULT-DOWN
               MOVE ALL '*' TO TRAN-REC(86:12)
           END-IF.

       L3V-PROTECT-PAN.
           PERFORM L3C-LUHN-CHECK.
           IF C-LUHN-REM NOT = 0
               MOVE 'F' TO CARD-PROTECT-SW
               MOVE ALL '*' TO TRAN-REC(86:12)
           ELSE
               MOVE I-CCNUM  TO CV-PAN
               MOVE I-CCTYPE TO CV-CCTYPE
               PERFORM L3V-VAULT-CARD
               IF CARD-VAULT-DOWN
                   MOVE ALL '*' TO TRAN-REC(86:12)
               ELSE
                   MOVE CV-TOKEN TO I-CCNUM
               END-IF
           END-IF.

      *****************************************************************
      * L3V-CHECK-CARD-FIELD says whether I-CCNUM holds a card.  Cash *
      * and check tender carry nothing there, or a check number; a    *
      * block deposit is always a card, whatever tender was keyed,    *
      * and a blank or zero field holds nothing to protect.           *
      *****************************************************************
       L3V-CHECK-CARD-FIELD.
           MOVE 'Y' TO CARD-FIELD-SW.
           IF (TENDER-CASH OR TENDER-CHECK) AND NOT TRAN-BLOCK
               MOVE 'N' TO CARD-FIELD-SW
           END-IF.
           IF TRAN-REC(86:16) = SPACES OR TRAN-REC(86:16) = ZEROS
               MOVE 'N' TO CARD-FIELD-SW
           END-IF.

      *****************************************************************
      * L3V-VAULT-CARD returns CV-PAN's token in CV-TOKEN -- the one  *
      * already on the vault under its alternate card number key, or  *
      * a new one off the control entry's serial.  Either way the     *
      * entry's last-active date is set to today, which holds off the *
      * retention purge.  With the vault down CARD-VAULT-DOWN comes   *
      * back set and CV-TOKEN zero.                                   *
      *****************************************************************
       L3V-VAULT-CARD.
           MOVE SPACE TO CARD-PROTECT-SW.
           MOVE 0     TO CV-TOKEN.
           IF NOT CARD-VAULT-OPEN
               MOVE 'V' TO CARD-PROTECT-SW
           ELSE
               MOVE CV-PAN TO VLT-PAN
               READ CARD-VAULT
                   KEY IS VLT-PAN
                   INVALID KEY
                       PERFORM L3V-ISSUE-TOKEN
                   NOT INVALID KEY
                       MOVE VLT-TOKEN TO CV-TOKEN
                       MOVE CV-TODAY  TO VLT-LAST-ACTIVE-DATE
                       REWRITE VLT-REC
                           INVALID KEY
                               DISPLAY 'CARD TOKEN VAULT REWRITE '
                                   'REJECTED -- STATUS '
                                   CARD-VAULT-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       L3V-ISSUE-TOKEN.
           MOVE 0 TO VLT-TOKEN.
           READ CARD-VAULT
               KEY IS VLT-TOKEN
               INVALID KEY
                   MOVE 0        TO VLT-TOKEN
                   MOVE 0        TO VLT-PAN
                   MOVE SPACE    TO VLT-CCTYPE
                   MOVE CV-TODAY TO VLT-ISSUE-DATE
                   MOVE CV-TODAY TO VLT-LAST-ACTIVE-DATE
                   MOVE 1        TO VLT-LAST-SERIAL
                   WRITE VLT-REC
                       INVALID KEY
                           MOVE 'V' TO CARD-PROTECT-SW
                   END-WRITE
               NOT INVALID KEY
                   ADD 1         TO VLT-LAST-SERIAL
                   MOVE CV-TODAY TO VLT-LAST-ACTIVE-DATE
                   REWRITE VLT-REC
                       INVALID KEY
                           MOVE 'V' TO CARD-PROTECT-SW
                   END-REWRITE
           END-READ.
           IF NOT CARD-VAULT-DOWN
               MOVE 9               TO CV-TOKEN-FLAG
               MOVE VLT-LAST-SERIAL TO CV-TOKEN-SERIAL
               MOVE CV-PAN-LAST4    TO CV-TOKEN-LAST4
               MOVE CV-TOKEN        TO VLT-TOKEN
               MOVE CV-PAN          TO VLT-PAN
               MOVE CV-CCTYPE       TO VLT-CCTYPE
               MOVE CV-TODAY        TO VLT-ISSUE-DATE
               MOVE CV-TODAY        TO VLT-LAST-ACTIVE-DATE
               MOVE 0               TO VLT-LAST-SERIAL
               WRITE VLT-REC
                   INVALID KEY
                       MOVE 'V' TO CARD-PROTECT-SW
                       MOVE 0   TO CV-TOKEN
               END-WRITE
           END-IF.
           IF CARD-VAULT-DOWN
               DISPLAY 'CARD TOKEN VAULT WRITE REJECTED -- STATUS '
                   CARD-VAULT-STATUS
           END-IF.

      *****************************************************************
      * L3V-FIND-TOKEN looks CV-TOKEN up on the vault by its token    *
      * key.  A token on file has its last-active date set to today,  *
      * the same as L3V-VAULT-CARD; one not on file -- a clear number *
      * that happens to start with 9, or a token keyed wrong -- comes *
      * back CARD-CHECK-FAILED, and with the vault down               *
      * CARD-VAULT-DOWN comes back set.                               *
      *****************************************************************
       L3V-FIND-TOKEN.
           MOVE SPACE TO CARD-PROTECT-SW.
           IF NOT CARD-VAULT-OPEN
               MOVE 'V' TO CARD-PROTECT-SW
           ELSE
               MOVE CV-TOKEN TO VLT-TOKEN
               READ CARD-VAULT
                   KEY IS VLT-TOKEN
                   INVALID KEY
                       MOVE 'F' TO CARD-PROTECT-SW
                   NOT INVALID KEY
                       MOVE CV-TODAY TO VLT-LAST-ACTIVE-DATE
                       REWRITE VLT-REC
                           INVALID KEY
                               DISPLAY 'CARD TOKEN VAULT REWRITE '
                                   'REJECTED -- STATUS '
                                   CARD-VAULT-STATUS
                       END-REWRITE
               END-READ
           END-IF.

      *****************************************************************
      * L3D-COMPUTE-TOTAL prices the stay night by night instead of   *
      * a flat rate * length-of-stay -- each night off TBL-SITE-PRICE *
           EVALUATE I-CCTYPE
      * a card deposit on a new or block booking is authorize-only
      * now -- the charge reaches the settlement as a capture when
      * the check-in posts, so only card payments and checkout
      * settlements settle here
               WHEN 'V'
                   MOVE 'VISA' TO O-CCTYPE
                   IF TRAN-PAYMENT OR SETTLE-NOW
                       ADD 1     TO SETL-VISA-CTR
                       ADD I-AMT TO SETL-VISA-AMT
                   END-IF
               WHEN 'M'
                   MOVE 'MASTER CARD' TO O-CCTYPE
                   IF TRAN-PAYMENT OR SETTLE-NOW
                       ADD 1     TO SETL-MC-CTR
                       ADD I-AMT TO SETL-MC-AMT
                   END-IF
               WHEN 'A'
                   MOVE 'AMERICAN EXPRESS' TO O-CCTYPE
                   IF TRAN-PAYMENT OR SETTLE-NOW
                       ADD 1     TO SETL-AMEX-CTR
                       ADD I-AMT TO SETL-AMEX-AMT
                   END-IF
      * and never touches the card settlement
               WHEN 'C'
                   MOVE 'CASH' TO O-CCTYPE
                   IF TRAN-NEW OR TRAN-PAYMENT OR SETTLE-NOW
                       ADD 1     TO SETL-CASH-CTR
                       ADD I-AMT TO SETL-CASH-AMT
                   END-IF
               WHEN 'K'
                   MOVE 'CHECK' TO O-CCTYPE
                   IF TRAN-NEW OR TRAN-PAYMENT OR SETTLE-NOW
                       ADD 1     TO SETL-CHEK-CTR
                       ADD I-AMT TO SETL-CHEK-AMT
                   END-IF
      * a charge, check-in, or plain checkout carries no tender
               WHEN OTHER
                   MOVE SPACES TO O-CCTYPE
           END-EVALUATE.

           MOVE I-TRAN-TYPE TO O-TRAN-TYPE.
           MOVE SPACES TO CF-CITY.
           MOVE SPACES TO CF-STATE.
           MOVE SPACES TO CF-ZIP.
           IF GST-CURR-NUMBER > 0 AND GADDR-OPEN
               MOVE GST-CURR-NUMBER TO GAD-NUMBER
               READ GADDR-MST
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE GAD-STREET TO CF-STREET
                       MOVE GAD-CITY   TO CF-CITY
                       MOVE GAD-STATE  TO CF-STATE
                       MOVE GAD-ZIP    TO CF-ZIP
               END-READ
           END-IF.

       L3-ERR-TOTALS.
               MOVE 'N' TO FIRST-ERR-SW
               ADD 1 TO C-REC-ERR-CTR
               MOVE TRAN-REC TO O-ERR
               PERFORM L3V-CHECK-CARD-FIELD
               IF CARD-ON-TRAN
                   MOVE ALL '*' TO O-ERR(86:12)
               END-IF
               WRITE ERRLINE FROM ERROR-LINE
                   AFTER ADVANCING 2 LINES
                      AT EOP
                   PERFORM L4-ERROR-HEADING
               END-WRITE
               IF TRAN-REC(133:) NOT = SPACES
                   MOVE TRAN-REC(133:) TO O-ERR-OVFL
                   WRITE ERRLINE FROM ERROR-LINE2
                       AFTER ADVANCING 1 LINE
                           AT EOP
      *****************************************************************
       L9-READ-INPUT.
           MOVE 'N' TO READ-OK-SW.
           MOVE 'N' TO FRD-RELEASED-SW.
           PERFORM L9-READ-ONE-REC
               UNTIL READ-OK-SW = 'Y' OR MORE-RECS = 'N'.

       L9-READ-ONE-REC.
           EVALUATE TRUE
               WHEN FRD-RELEASE-MODE
                   PERFORM L9-READ-FRAUD-RELEASE
               WHEN RECYCLE-MODE
                   PERFORM L9-READ-RECYCLE
               WHEN PRF-FEED-SUB < PRF-COUNT
                   PERFORM L9P-FEED-NEXT-REC
               WHEN OTHER
                   PERFORM L9P-PROVE-NEXT-BATCH
           END-EVALUATE.

      * a released fraud hold is written to WAITACT-OUT as an 'L' so
      * the reconciliations can take it back off the held count
       L9-READ-FRAUD-RELEASE.
           READ FRAUDREL-IN
               AT END
                   PERFORM L9-CLOSE-FRAUD-RELEASES
               NOT AT END
                   MOVE FRL-TRAN     TO TRAN-REC
                   MOVE FRL-CYCLE    TO CURR-CYCLE-CTR
                   MOVE FRL-CLERK-ID TO CURR-CLERK-ID
                   MOVE 'Y' TO FRD-RELEASED-SW
                   ADD 1 TO CKPT-TOTAL-READ
                   MOVE 'Y' TO READ-OK-SW
                   IF NOT CKPT-SKIPPING
                       MOVE 'L'      TO WA-TYPE
                       MOVE TRAN-REC TO WA-TRAN
                       WRITE WAITACT-REC
                   END-IF
           END-READ.

       L9-CLOSE-FRAUD-RELEASES.
           CLOSE FRAUDREL-IN.
           MOVE 'N' TO FRD-RELEASE-MODE-SW.
           IF BATCH-MORE-SW = 'N' AND RECYCLE-MODE-SW = 'N'
               MOVE 'N' TO MORE-RECS
           END-IF.

       L9-READ-RECYCLE.
           READ RECYCLE-IN
               AT END
                   PERFORM L9-CLOSE-RECYCLE
               NOT AT END
                   MOVE RC-TRAN     TO TRAN-REC
                   MOVE RC-CYCLE    TO CURR-CYCLE-CTR
                   MOVE RC-CLERK-ID TO CURR-CLERK-ID
                   ADD 1 TO CKPT-TOTAL-READ
                   MOVE 'Y' TO READ-OK-SW
                   IF NOT CKPT-SKIPPING
                       MOVE 'R'      TO WA-TYPE
                       MOVE TRAN-REC TO WA-TRAN
                       WRITE WAITACT-REC
                   END-IF
           END-READ.

       L9-CLOSE-RECYCLE.
           CLOSE RECYCLE-IN.
           MOVE 'N' TO RECYCLE-MODE-SW.
               MOVE 'N' TO MORE-RECS
           END-IF.

      *****************************************************************
      * L9P-FEED-NEXT-REC hands the edit the next transaction of the  *
      * batch just proved, stamped with the clerk off its header.     *
      *****************************************************************
       L9P-FEED-NEXT-REC.
           ADD 1 TO PRF-FEED-SUB.
           MOVE PRF-ENTRY(PRF-FEED-SUB) TO TRAN-REC.
           MOVE PRF-CLERK-ID            TO CURR-CLERK-ID.
           MOVE 0                       TO CURR-CYCLE-CTR.
           ADD 1 TO CKPT-TOTAL-READ.
           MOVE 'Y' TO READ-OK-SW.

      *****************************************************************
      * L9P-PROVE-NEXT-BATCH reads the next batch off RESERVE.DAT --  *
      * header, transactions, and trailer -- and proves it.  The end  *
      * of a file closes whatever batch is open; a batch never spans  *
      * two RESERVE.DAT files.  A restarted run proves the batches it *
      * skips over again, but their held records and proof lines went *
      * out before the failure and aren't repeated.                   *
      *****************************************************************
       L9P-PROVE-NEXT-BATCH.
           MOVE 'N'    TO PRF-OPEN-SW.
           MOVE 'N'    TO PRF-DONE-SW.
           MOVE 'N'    TO PRF-HDR-SW.
           MOVE 'N'    TO PRF-HDR-BAD-SW.
           MOVE 'N'    TO PRF-TRL-SW.
           MOVE 'N'    TO PRF-SPILL-SW.
           MOVE SPACES TO PRF-HDR-REC.
           MOVE SPACES TO PRF-TRL-REC.
           MOVE SPACES TO PRF-CLERK-ID.
           MOVE SPACES TO PRF-BATCH-NUM.
           MOVE SPACES TO PRF-TRL-BATCH-NUM.
           MOVE SPACES TO PRF-REASON.
           MOVE 0      TO PRF-HDR-CNT.
           MOVE 0      TO PRF-HDR-HASH.
           MOVE 0      TO PRF-ACT-CNT.
           MOVE 0      TO PRF-ACT-HASH.
           MOVE 0      TO PRF-COUNT.
           MOVE 0      TO PRF-FEED-SUB.
           PERFORM L9P-READ-BATCH-REC
               UNTIL PRF-BATCH-DONE.
           IF PRF-BATCH-OPEN
               PERFORM L9P-CLOSE-BATCH
           END-IF.

       L9P-READ-BATCH-REC.
           IF PRF-PENDING
               MOVE 'N'             TO PRF-PENDING-SW
               MOVE PRF-PENDING-REC TO TRAN-REC
               PERFORM L9P-TAKE-BATCH-REC
           ELSE
               READ CAMPRES-INPUT
                   AT END
                       MOVE 'Y' TO PRF-DONE-SW
                       PERFORM L9-ADVANCE-TO-NEXT-FILE
                   NOT AT END
                       PERFORM L9P-TAKE-BATCH-REC
               END-READ
           END-IF.

      * a header arriving while a batch is still open means the open
      * batch lost its trailer -- the header is kept for the next
      * batch and the open one closes short
       L9P-TAKE-BATCH-REC.
           EVALUATE TRUE
               WHEN BH-HEADER
                   IF PRF-BATCH-OPEN
                       MOVE BH-REC TO PRF-PENDING-REC
                       MOVE 'Y'    TO PRF-PENDING-SW
                       MOVE 'Y'    TO PRF-DONE-SW
                   ELSE
                       PERFORM L9P-OPEN-BATCH
                   END-IF
               WHEN BH-TRAILER
                   MOVE 'Y'            TO PRF-OPEN-SW
                   MOVE 'Y'            TO PRF-TRL-SW
                   MOVE BH-REC         TO PRF-TRL-REC
                   MOVE BH-BATCH-NUM-X TO PRF-TRL-BATCH-NUM
                   MOVE 'Y'            TO PRF-DONE-SW
               WHEN OTHER
                   MOVE 'Y' TO PRF-OPEN-SW
                   PERFORM L9P-ADD-DETAIL
           END-EVALUATE.

       L9P-OPEN-BATCH.
           MOVE 'Y'            TO PRF-OPEN-SW.
           MOVE 'Y'            TO PRF-HDR-SW.
           MOVE BH-REC         TO PRF-HDR-REC.
           MOVE BH-CLERK-ID    TO PRF-CLERK-ID.
           MOVE BH-BATCH-NUM-X TO PRF-BATCH-NUM.
           IF BH-REC-CNT-X NUMERIC AND BH-HASH-AMT-X NUMERIC
               MOVE BH-REC-CNT  TO PRF-HDR-CNT
               MOVE BH-HASH-AMT TO PRF-HDR-HASH
           ELSE
               MOVE 'Y' TO PRF-HDR-BAD-SW
           END-IF.

      * a non-numeric I-AMT adds nothing to the hash -- the edit will
      * reject the record on its own once the batch proves
       L9P-ADD-DETAIL.
           ADD 1 TO PRF-ACT-CNT.
           IF I-AMT NUMERIC
               ADD I-AMT TO PRF-ACT-HASH
           END-IF.
           IF PRF-SPILLED
               MOVE TRAN-REC TO HELDBAT-REC
               PERFORM L9P-WRITE-HELD-REC
           ELSE
               IF PRF-COUNT < 500
                   ADD 1 TO PRF-COUNT
                   MOVE TRAN-REC TO PRF-ENTRY(PRF-COUNT)
               ELSE
                   PERFORM L9P-SPILL-BATCH
                   MOVE TRAN-REC TO HELDBAT-REC
                   PERFORM L9P-WRITE-HELD-REC
               END-IF
           END-IF.

       L9P-SPILL-BATCH.
           MOVE 'Y' TO PRF-SPILL-SW.
           PERFORM L9P-HOLD-HEADER-AND-TABLE.

      *****************************************************************
      * L9P-CLOSE-BATCH holds the closed batch up against its header  *
      * and either readies it to feed or holds it, then prints its    *
      * line on the batch proof report.                               *
      *****************************************************************
       L9P-CLOSE-BATCH.
           EVALUATE TRUE
               WHEN NOT PRF-HAS-HEADER
                   MOVE 'NO BATCH HEADER'        TO PRF-REASON
               WHEN PRF-HDR-BAD
                   MOVE 'HEADER TOTALS NOT NUMERIC' TO PRF-REASON
               WHEN NOT PRF-HAS-TRAILER
                   MOVE 'NO BATCH TRAILER'       TO PRF-REASON
               WHEN PRF-TRL-BATCH-NUM NOT = PRF-BATCH-NUM
                   MOVE 'TRAILER FOR ANOTHER BATCH' TO PRF-REASON
               WHEN PRF-SPILLED
                   MOVE 'OVER 500 RECORDS IN BATCH' TO PRF-REASON
               WHEN PRF-ACT-CNT  NOT = PRF-HDR-CNT
                AND PRF-ACT-HASH NOT = PRF-HDR-HASH
                   MOVE 'COUNT AND HASH OUT OF BALANCE' TO PRF-REASON
               WHEN PRF-ACT-CNT  NOT = PRF-HDR-CNT
                   MOVE 'RECORD COUNT OUT OF BALANCE' TO PRF-REASON
               WHEN PRF-ACT-HASH NOT = PRF-HDR-HASH
                   MOVE 'HASH TOTAL OUT OF BALANCE' TO PRF-REASON
               WHEN OTHER
                   MOVE SPACES TO PRF-REASON
           END-EVALUATE.
           IF PRF-REASON = SPACES
               MOVE 'PROVED' TO O-PRF-DISP
               IF NOT CKPT-SKIPPING
                   ADD 1 TO PRF-BAT-CTR
               END-IF
           ELSE
               MOVE 'HELD'   TO O-PRF-DISP
               PERFORM L9P-HOLD-BATCH
               MOVE 0 TO PRF-COUNT
               IF NOT CKPT-SKIPPING
                   ADD 1           TO PRF-HELD-CTR
                   ADD PRF-ACT-CNT TO PRF-HELD-RECS
               END-IF
           END-IF.
           IF NOT CKPT-SKIPPING
               MOVE PRF-CLERK-ID  TO O-PRF-CLERK
               MOVE PRF-BATCH-NUM TO O-PRF-BATCH
               MOVE PRF-HDR-CNT   TO O-PRF-HDR-CNT
               MOVE PRF-ACT-CNT   TO O-PRF-ACT-CNT
               MOVE PRF-HDR-HASH  TO O-PRF-HDR-HASH
               MOVE PRF-ACT-HASH  TO O-PRF-ACT-HASH
               MOVE PRF-REASON    TO O-PRF-REASON
               WRITE PROOFLINE FROM PRF-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L9P-PROOF-HEADING
               END-WRITE
           END-IF.

      * a spilled batch already has its header and first 500 records
      * on the held file -- only its trailer is left to go
       L9P-HOLD-BATCH.
           IF NOT PRF-SPILLED
               PERFORM L9P-HOLD-HEADER-AND-TABLE
           END-IF.
           IF PRF-HAS-TRAILER
               MOVE PRF-TRL-REC TO HELDBAT-REC
               PERFORM L9P-WRITE-HELD-REC
           END-IF.

       L9P-HOLD-HEADER-AND-TABLE.
           IF PRF-HAS-HEADER
               MOVE PRF-HDR-REC TO HELDBAT-REC
               PERFORM L9P-WRITE-HELD-REC
           END-IF.
           PERFORM L9P-HOLD-ONE-TABLE-REC
               VARYING PRF-HOLD-SUB FROM 1 BY 1
               UNTIL PRF-HOLD-SUB > PRF-COUNT.

       L9P-HOLD-ONE-TABLE-REC.
           MOVE PRF-ENTRY(PRF-HOLD-SUB) TO HELDBAT-REC.
           PERFORM L9P-WRITE-HELD-REC.

      * a held batch goes back to the office with its card numbers
      * already traded for tokens -- it keys back in exactly as it
      * stands, and the edit passes a token straight through
       L9P-WRITE-HELD-REC.
           IF NOT CKPT-SKIPPING
               IF HELDBAT-REC(1:1) NOT = 'H'
                AND HELDBAT-REC(1:1) NOT = 'T'
                   PERFORM L9P-PROTECT-HELD-CARD
               END-IF
               WRITE HELDBAT-REC
               IF HELDBAT-REC(1:1) = 'N'
                AND HELDBAT-REC(136:4) = 'WEB '
                   PERFORM L9P-HELD-CHANNEL-DISP
               END-IF
           END-IF.

      * a channel booking held with its batch never reaches the edit,
      * so the vendor hears it was held here, off the held record --
      * TRAN-REC may already hold the next record read
       L9P-HELD-CHANNEL-DISP.
           MOVE CURRENT-DATE        TO CD-RUN-DATE.
           MOVE HELDBAT-REC(116:20) TO CD-CHANNEL-REF.
           MOVE 'H'                 TO CD-STATUS.
           MOVE 0                   TO CD-GUEST-NUM.
           MOVE 1                   TO CD-ERR-CTR.
           MOVE 66                  TO CD-ERR-NUM.
           MOVE HELDBAT-REC(2:25)   TO CD-CAMPGROUND.
           MOVE HELDBAT-REC(27:3)   TO CD-SITE.
           IF HELDBAT-REC(30:8) NUMERIC
               MOVE HELDBAT-REC(30:8) TO CD-START-DATE
           ELSE
               MOVE 0 TO CD-START-DATE
           END-IF.
           IF HELDBAT-REC(38:2) NUMERIC
               MOVE HELDBAT-REC(38:2) TO CD-LEN-STAY
           ELSE
               MOVE 0 TO CD-LEN-STAY
           END-IF.
           WRITE CD-REC.

       L9P-PROTECT-HELD-CARD.
           IF HELDBAT-REC(85:1) NOT = 'C'
            AND HELDBAT-REC(85:1) NOT = 'K'
            AND HELDBAT-REC(86:16) NOT = SPACES
            AND HELDBAT-REC(86:16) NOT = ZEROS
               IF HELDBAT-REC(86:16) NUMERIC
                AND HELDBAT-REC(86:1) = '9'
                   MOVE HELDBAT-REC(86:16) TO CV-TOKEN
                   PERFORM L3V-FIND-TOKEN
                   IF CARD-CHECK-FAILED OR CARD-VAULT-DOWN
                       MOVE ALL '*'  TO HELDBAT-REC(86:12)
                   END-IF
               ELSE
                   PERFORM L9P-VAULT-HELD-CARD
               END-IF
           END-IF.

       L9P-VAULT-HELD-CARD.
           IF HELDBAT-REC(86:16) NUMERIC
               MOVE HELDBAT-REC(86:16) TO CV-PAN
               MOVE HELDBAT-REC(85:1)  TO CV-CCTYPE
               PERFORM L3V-VAULT-CARD
           END-IF.
           IF HELDBAT-REC(86:16) NUMERIC AND NOT CARD-VAULT-DOWN
               MOVE CV-TOKEN TO HELDBAT-REC(86:16)
           ELSE
               MOVE ALL '*'  TO HELDBAT-REC(86:12)
           END-IF.

       L9P-PROOF-HEADING.
           ADD 1 TO PRF-PAGE-CTR.
           MOVE PRF-PAGE-CTR TO PRF-TITLE-PAGE.
           WRITE PROOFLINE FROM PRF-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PROOFLINE FROM PRF-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE PROOFLINE FROM PRF-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PROOFLINE.
           WRITE PROOFLINE
               AFTER ADVANCING 1 LINE.

       L9P-PROOF-TOTALS.
           MOVE 'BATCHES PROVED AND POSTED'     TO O-PRF-TOT-LABEL.
           MOVE PRF-BAT-CTR                     TO O-PRF-TOT-CTR.
           WRITE PROOFLINE FROM PRF-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'BATCHES HELD OUT OF BALANCE'   TO O-PRF-TOT-LABEL.
           MOVE PRF-HELD-CTR                    TO O-PRF-TOT-CTR.
           WRITE PROOFLINE FROM PRF-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS IN HELD BATCHES'  TO O-PRF-TOT-LABEL.
           MOVE PRF-HELD-RECS                   TO O-PRF-TOT-CTR.
           WRITE PROOFLINE FROM PRF-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLHJB01.
