      *****************************************************************
      * GSTREC -- one guest on the guest master GUEST.IDX, keyed by   *
      * the guest number CBLHJB01 assigns the first time a name is    *
      * seen on an accepted transaction.  The activity counters and   *
      * last-activity date answer "how many repeat campers do we      *
      * have"; the status byte lets the office (or the processor      *
      * decline run) flag a problem guest so a new booking stops at   *
      * the edit instead of sailing through.  A guest whose check     *
      * came back from the bank (CBLHJB42) is marked so the edit      *
      * takes only card or cash from the guest from then on; a        *
      * flagged guest stays flagged.  GST-NAME-KEY is the             *
      * file's alternate key, duplicates allowed, so a name on a      *
      * transaction reads its guest straight off the file.  Updated   *
      * in place the way the balance ledger is; CBLHJB40 loads and    *
      * unloads it against the sequential GUEST.DAT.                  *
      *****************************************************************
       01  GST-REC.
           05  GST-NUMBER          PIC 9(6).
           05  GST-NAME-KEY.
               10  GST-LNAME       PIC X(20).
               10  GST-FNAME       PIC X(20).
           05  GST-STATUS          PIC X.
               88 GST-OK           VALUE 'A'.
               88 GST-FLAGGED      VALUE 'F'.
               88 GST-NO-CHECKS    VALUE 'K'.
           05  GST-RES-CTR         PIC 9(4).
           05  GST-CANCEL-CTR      PIC 9(4).
           05  GST-CHANGE-CTR      PIC 9(4).
