      *****************************************************************
      * CARDVLT -- one entry on the card token vault CARDVLT.IDX, the *
      * only file in the suite that holds a full card number.  The    *
      * edit run (and the suspense workbench for a corrected number)  *
      * trades every card number keyed for a token the moment the     *
      * transaction is read, so the masters, ledgers, suspense,       *
      * waitlist, audit trail, and extracts carry the token instead.  *
      * A token is sixteen digits so it rides in every existing card  *
      * number field unchanged:                                       *
      *   9             flags a token -- no card brand starts with 9  *
      *   nnnnnnnnnnn   the vault serial, issued in sequence          *
      *   nnnn          the card's last four digits                   *
      * so a report masks a token exactly as it would a card number,  *
      * keeping only positions 13-16.  The vault is keyed by token    *
      * and, alternately, by card number, so the same card always     *
      * trades for the same token.  Only the processor transmission   *
      * extract CBLHJB34 reads a card number back out by token.       *
      * VLT-LAST-ACTIVE-DATE is the last day the token was keyed or   *
      * seen on an open stay; the retention purge CBLHJB35 deletes    *
      * the entry once it is off every open file and past the         *
      * chargeback window.  The control entry (token and card number  *
      * both zero) holds the last serial issued in VLT-LAST-SERIAL.   *
      *****************************************************************
       01  VLT-REC.
           05  VLT-TOKEN           PIC 9(16).
           05  VLT-TOKEN-PARTS REDEFINES VLT-TOKEN.
               10  VLT-TOKEN-FLAG  PIC 9.
               10  VLT-TOKEN-SERIAL
                                   PIC 9(11).
               10  VLT-TOKEN-LAST4 PIC 9(4).
           05  VLT-PAN             PIC 9(16).
           05  VLT-CCTYPE          PIC X.
           05  VLT-ISSUE-DATE      PIC 9(8).
           05  VLT-LAST-ACTIVE-DATE
                                   PIC 9(8).
           05  VLT-LAST-SERIAL     PIC 9(11).
