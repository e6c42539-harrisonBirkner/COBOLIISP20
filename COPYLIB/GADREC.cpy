      *****************************************************************
      * GADREC -- one guest's mailing address on GSTADDR.IDX, keyed   *
      * by the guest number the edit run assigned on GUEST.IDX.       *
      * Maintained by the guest address maintenance CBLHJB19 from     *
      * keyed cards the way CBLHJB05 maintains the campground         *
      * parameters.  CBLHJB01 stamps the address onto every           *
      * confirmation extract record and CBLHJB18 onto every           *
      * reminder letter record, so the letter extracts can actually   *
      * be mailed without a clerk working the paper card file.        *
      * CBLHJB40 loads and unloads it against the sequential          *
      * GSTADDR.DAT.                                                  *
      *****************************************************************
       01  GAD-REC.
           05  GAD-NUMBER          PIC 9(6).
