      *****************************************************************
      * GLACCT -- one entry on the general ledger account mapping     *
      * table GLACCT.DAT, keyed by the posting code the journal run   *
      * CBLHJB27 books under.  Accounting owns the table and keys     *
      * the chart-of-accounts number for each code, so an account     *
      * renumbering is a file change, not a recompile.  The codes     *
      * the journal posts to are:                                     *
      *   CARDCLR   card clearing (processor receivable)              *
      *   CASH      cash and checks in the drawer                     *
      *   UNEARNED  unearned deposits (money held for future stays)   *
      *   CAMPREV   earned camping revenue                            *
      *   INCIDREV  earned incidental revenue                         *
      *   TAXPAY    lodging tax payable                               *
      *   DISCOUNT  discounts given (contra revenue)                  *
      *   REFUNDS   refunds clearing                                  *
      *   FORFEIT   forfeited deposits (no-shows and cancellations)   *
      *   RETCHK    returned checks receivable                        *
      * Two codes may map to the same account number.                 *
      *****************************************************************
       01  GLA-REC.
           05  GLA-CODE            PIC X(8).
           05  GLA-ACCOUNT         PIC X(12).
           05  GLA-DESC            PIC X(30).
