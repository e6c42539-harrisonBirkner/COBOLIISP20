      *****************************************************************
      * CHNLDSP -- one booking disposition on the channel disposition *
      * file CHNLDISP.DAT, written by the edit run for every booking  *
      * that came in on the web reservation channel and read by the   *
      * acknowledgment program CBLHJB37, which answers the vendor by  *
      * its booking reference.  Dispositions are:                     *
      *   A  accepted -- booked, CD-GUEST-NUM is our guest number     *
      *   R  rejected -- held in suspense under CD-ERR-NUM            *
      *   W  waitlisted -- the site was taken, the request waits and  *
      *      is acknowledged again with an A if it is promoted        *
      *   H  held -- the whole channel batch failed to prove against  *
      *      its header and was held unedited (error 66), or the      *
      *      booking's card was held for fraud review (error 67)      *
      * A rejection corrected on the suspense workbench and recycled  *
      * through the edit is acknowledged again on the night it books, *
      * as is a fraud hold the office releases.  A fraud hold the     *
      * office rejects is answered R under error 68 by the fraud      *
      * review program CBLHJB41.                                      *
      *****************************************************************
       01  CD-REC.
           05  CD-RUN-DATE         PIC 9(8).
           05  CD-CHANNEL-REF      PIC X(20).
           05  CD-STATUS           PIC X.
               88 CD-ACCEPTED      VALUE 'A'.
               88 CD-REJECTED      VALUE 'R'.
               88 CD-WAITLISTED    VALUE 'W'.
               88 CD-HELD          VALUE 'H'.
           05  CD-GUEST-NUM        PIC 9(6).
           05  CD-ERR-CTR          PIC 9.
           05  CD-ERR-NUM          PIC 99.
           05  CD-CAMPGROUND       PIC X(25).
           05  CD-SITE             PIC X(3).
           05  CD-START-DATE       PIC 9(8).
           05  CD-LEN-STAY         PIC 99.
