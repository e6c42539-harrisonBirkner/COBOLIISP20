      *****************************************************************
      * STAYRULE -- one length-of-stay rule on the stay rule file     *
      * STAYRULE.DAT, maintained by CBLHJB33 and loaded at start-up   *
      * by the edit run, the suspense workbench, and the availability *
      * inquiry so all three hold a stay to the same minimum and      *
      * maximum nights.  A rule names a campground (spaces for every  *
      * campground) and an arrival-date range, inclusive (zero from   *
      * and thru dates for all year).  When more than one active rule *
      * covers an arrival the most specific one governs:              *
      *   1  the campground and a date range                          *
      *   2  the campground, all year                                 *
      *   3  every campground, a date range                           *
      *   4  every campground, all year -- the system default         *
      * With no default on file the stay is held to 2-11 nights, the  *
      * window the edit run has always booked under.  Deactivated     *
      * rules stay on file with STR-INACTIVE set and are never        *
      * loaded by the programs that enforce the rules.                *
      *****************************************************************
       01  STR-REC.
           05  STR-RULE-ID         PIC X(6).
           05  STR-STATUS          PIC X.
               88 STR-ACTIVE       VALUE 'A'.
               88 STR-INACTIVE     VALUE 'I'.
           05  STR-CAMPGROUND      PIC X(25).
           05  STR-FROM-DATE       PIC 9(8).
           05  STR-THRU-DATE       PIC 9(8).
           05  STR-MIN-NIGHTS      PIC 99.
           05  STR-MAX-NIGHTS      PIC 99.
           05  STR-DESC            PIC X(30).
