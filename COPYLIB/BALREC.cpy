      *****************************************************************
      * BALREC -- one reservation's money position on the balance     *
      * ledger BALLEDG.IDX, an indexed file keyed by BAL-KEY the same *
      * way SITEAVL.IDX is keyed (campground/site/start date).        *
      * CBLHJB01 adds an entry for every accepted new reservation,    *
      * applies payment transactions against it in place, and         *
      * deletes it when the stay is released -- the aging report      *
      * CBLHJB06 reads the same file, so the office chases exactly    *
      * the balances the edit run is carrying.  CBLHJB40 loads the    *
      * file from, and unloads it to, the sequential BALLEDG.DAT.     *
      * The card the stay was booked on rides along so a              *
      * cancellation refund is always settled back to the original    *
      * card, not whatever was rekeyed on the cancel transaction.     *
      * BAL-AUTH-AMT is the card money authorized at booking but not  *
      * yet captured -- the deposit rides here from the night the     *
      * booking is keyed until the check-in captures it to the        *
      * settlement, so a cancel releases the hold instead of pushing  *
      * a refund back through the processor.  Cash and check          *
      * deposits carry zero: that money is in the drawer already.     *
      * BAL-INCID-AMT is the running total of incidental charges      *
      * (firewood, extra vehicles, pets, late checkout) posted at the *
      * gate against the arrived stay; each charge is also added to   *
      * BAL-BALANCE-DUE, so the checkout collects it.  A check the    *
      * bank returns is backed out of BAL-PAID-AMT by CBLHJB42, and   *
      * its returned check fee rides here the same way a charge does. *
      * Ledger records written before incidentals were carried hold   *
      * spaces here.                                                  *
      *****************************************************************
       01  BAL-REC.
           05  BAL-KEY.
               10  BAL-CAMPGROUND  PIC X(25).
               10  BAL-SITE        PIC X(3).
               10  BAL-START-DATE  PIC 9(8).
           05  BAL-NAME            PIC X(42).
           05  BAL-STAY-AMT        PIC S9(3)V99.
           05  BAL-PAID-AMT        PIC S9(3)V99.
           05  BAL-CCTYPE          PIC X.
           05  BAL-CCNUM           PIC 9(16).
           05  BAL-AUTH-AMT        PIC S9(3)V99.
           05  BAL-INCID-AMT       PIC S9(3)V99.
