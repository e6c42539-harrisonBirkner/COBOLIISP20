      *****************************************************************
      * SITEATTR -- one site's physical attributes on the site        *
      * attribute file SITEATTR.DAT, maintained by CBLHJB25 and       *
      * loaded at start-up by the edit run, the suspense workbench,   *
      * and the availability inquiry so a booking can be held to      *
      * what the pad will actually take.                              *
      * SAT-SITE is either a full site (letter plus two digits, e.g.  *
      * 'A07') or a letter alone ('A  ') -- a letter-only record sets *
      * the attributes for every numbered site on that loop, and a    *
      * full-site record overrides it for the one site.  A site with  *
      * neither record on file has not been surveyed and takes any    *
      * equipment, the way every site did before this file existed.   *
      * SAT-MAX-RIG is the longest rig in feet the pad will take --   *
      * zero means a walk-in tent pad with no vehicle parking.  A     *
      * zero SAT-MAX-PARTY means the site carries no party limit.     *
      *****************************************************************
       01  SAT-REC.
           05  SAT-CAMPGROUND      PIC X(25).
           05  SAT-SITE            PIC X(3).
           05  SAT-TYPE            PIC X.
               88 SAT-TENT         VALUE 'T'.
               88 SAT-ELECTRIC     VALUE 'E'.
               88 SAT-FULL-HOOKUP  VALUE 'F'.
               88 VAL-SAT-TYPE     VALUE 'T', 'E', 'F'.
           05  SAT-MAX-RIG         PIC 99.
           05  SAT-MAX-PARTY       PIC 99.
           05  SAT-ACCESS          PIC X.
               88 SAT-ACCESSIBLE   VALUE 'Y'.
               88 VAL-SAT-ACCESS   VALUE 'Y', 'N'.
