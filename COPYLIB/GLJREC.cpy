      *****************************************************************
      * GLJREC -- one line of the general ledger journal GLJRNL.DAT,  *
      * appended across runs by CBLHJB27 the way TAXLEDG.DAT is.      *
      * Every entry posts as a debit line and a credit line of the    *
      * same amount, so the lines for any journal date foot to zero.  *
      * GLJ-AMT is always positive -- GLJ-DR-CR carries the side.     *
      * GLJ-CODE is the GLACCT posting code the account was mapped    *
      * from; a line whose code was not on the mapping table carries  *
      * a blank GLJ-ACCOUNT and is flagged on the journal report.     *
      *****************************************************************
       01  GLJ-REC.
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-SEQ             PIC 9(4).
           05  GLJ-ACCOUNT         PIC X(12).
           05  GLJ-CODE            PIC X(8).
           05  GLJ-DR-CR           PIC X.
               88 GLJ-DEBIT        VALUE 'D'.
               88 GLJ-CREDIT       VALUE 'C'.
           05  GLJ-AMT             PIC 9(7)V99.
           05  GLJ-SOURCE          PIC X(8).
           05  GLJ-DESC            PIC X(30).
