      *
      * --- START OF COPYBOOK:  WISPPGDL.CPY ---
      *
      *    Record layout for WISPPGDL.LOG, the pager delivery log.
      *    WISPPAGE appends one record for every alert it is asked to
      *    page, whether or not anybody could be paged, so "nobody
      *    called me" can be checked against the record (WISPPGRP
      *    lists it).
      *       WPGDL-ROSTER-DATE/-SHIFT  the roster entry the alert
      *                           fell in
      *       WPGDL-ROLE/-LEVEL   as on WISPPAGE.LOG
      *       WPGDL-RESULT        "Q" queued on WISPPAGE.LOG for the
      *                           gateway, "N" nobody to page (no
      *                           roster entry, or no one in the
      *                           role), "F" WISPPAGE.LOG could not
      *                           be opened
      *
       01  WISPPGDL-RECORD.
           05  WPGDL-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-ALERT-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-ALERT-ID          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-LEVEL             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-ROSTER-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-ROSTER-SHIFT      PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-ROLE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPGDL-RESULT            PIC X(01).
               88  WPGDL-QUEUED            VALUE "Q".
               88  WPGDL-NOBODY            VALUE "N".
               88  WPGDL-FEED-FAILED       VALUE "F".
      *
      * --- END OF COPYBOOK ---
      *
