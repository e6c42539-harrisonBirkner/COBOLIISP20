      *****************************************************************
      * CARDWTCH -- one card on the card watch list CARDWTCH.IDX,     *
      * keyed by the card's vault token.  The decline unwind CBLHJB09 *
      * adds or bumps an entry for every authorization the processor  *
      * declines, and the fraud review CBLHJB41 does the same for     *
      * every held booking the office rejects.  The edit run's fraud  *
      * screen holds any new card-tendered booking whose token is on  *
      * the list.  FW-NAME is the guest name the card was last tied   *
      * to, last name first.                                          *
      *****************************************************************
       01  FW-REC.
           05  FW-TOKEN            PIC 9(16).
           05  FW-DECL-CTR         PIC 9(4).
           05  FW-LAST-DECL-DATE   PIC 9(8).
           05  FW-REJECT-CTR       PIC 9(4).
           05  FW-LAST-REJECT-DATE PIC 9(8).
           05  FW-NAME             PIC X(42).
