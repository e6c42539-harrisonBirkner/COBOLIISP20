      *****************************************************************
      * PACEREC -- one line of the nightly on-the-books snapshot      *
      * PACESNAP.DAT written by the booking pace report CBLHJB39: as  *
      * of PC-SNAP-DATE, the stays booked on the balance ledger for   *
      * one campground arriving in one month, their site-nights off   *
      * the availability master, and their stay revenue.  The file    *
      * is cumulative, one set of lines per run date, so next year's  *
      * run can hold its own snapshot up against this one -- the      *
      * master itself forgets a stay once it checks out.              *
      *****************************************************************
       01  PC-REC.
           05  PC-SNAP-DATE        PIC 9(8).
           05  PC-CAMPGROUND       PIC X(25).
           05  PC-ARRIVAL-MONTH    PIC 9(6).
           05  PC-STAYS            PIC 9(5).
           05  PC-SITE-NIGHTS      PIC 9(7).
           05  PC-REVENUE          PIC S9(9)V99.
