      *****************************************************************
      * RCKITEM -- one returned check on the returned check file      *
      * RCKITEM.DAT, keyed by the item number CBLHJB42 assigns when   *
      * the bank's return (or the office's keyed return) is taken     *
      * in.  The check's own number, amount, and return reason ride   *
      * along with the payment it was matched to on the audit trail   *
      * -- the stay it paid on, the run date it was taken, and the    *
      * guest -- and with how the payment was backed out:             *
      *   B  the stay is still live; the amount and the fee went      *
      *      back on its balance ledger entry for the gate to collect *
      *   L  the stay is over or gone from the ledger; the office     *
      *      collects the amount and the fee from the guest           *
      *   N  no payment on the trail matched; the office works the    *
      *      check by hand                                            *
      * An item stays open until the office keys it made good.  The   *
      * file is carried forward to RCKITEM.NEW the way the dispute    *
      * case file is; an item made good stays on file for a year as   *
      * the guest's returned check history, and a return already on   *
      * file under the same check number and amount is never taken    *
      * twice.                                                        *
      *****************************************************************
       01  RC-REC.
           05  RC-ITEM-NUM         PIC 9(6).
           05  RC-STATUS           PIC X.
               88 RC-OPEN          VALUE 'O'.
               88 RC-MADE-GOOD     VALUE 'M'.
           05  RC-STATUS-DATE      PIC 9(8).
           05  RC-CLOSE-CLERK      PIC X(6).
           05  RC-SOURCE           PIC X.
               88 RC-FROM-BANK     VALUE 'B'.
               88 RC-KEYED         VALUE 'K'.
           05  RC-RETURN-DATE      PIC 9(8).
           05  RC-TAKEN-DATE       PIC 9(8).
           05  RC-REASON           PIC X(4).
           05  RC-BANK-REF         PIC X(15).
           05  RC-CHECK-NUM        PIC 9(16).
           05  RC-CHECK-AMT        PIC 9(5)V99.
           05  RC-FEE-AMT          PIC 9(3)V99.
           05  RC-MATCH-SW         PIC X.
               88 RC-REINSTATED    VALUE 'B'.
               88 RC-STAY-CLOSED   VALUE 'L'.
               88 RC-NOT-FOUND     VALUE 'N'.
           05  RC-PAY-DATE         PIC 9(8).
           05  RC-TRAN-TYPE        PIC X.
           05  RC-CAMPGROUND       PIC X(25).
           05  RC-SITE             PIC X(3).
           05  RC-START-DATE       PIC 9(8).
           05  RC-GUEST-NUM        PIC 9(6).
           05  RC-NAME             PIC X(42).
           05  RC-PAY-CLERK        PIC X(6).
