      *
      * --- START OF COPYBOOK:  WISPPKGR.CPY ---
      *
      *    Record layout for a WISPPKG promotion package,
      *    WISPPKG.<package>, and for the before-image the apply
      *    leaves behind, WISPPKB.<package>.  One control-file record
      *    per line: the file it belongs to (WISPAUTH, WISPOPRA,
      *    WISPMSGC, WISPSTRM, WISPSCHD or WISPDEAD), an action, and
      *    the record image exactly as it sits in that file - key
      *    fields in their own columns.
      *
      *    In a package WPKGR-ACTION is:
      *       P  put the record - added when its key is not on the
      *          production file, replaced when it is
      *       D  delete the record with this key (only the key
      *          columns of the image are needed)
      *    A WISPSTRM step put or delete carries the step's "*PARM"
      *    records with it: the step's parameters on production are
      *    dropped and the package's own "*PARM" lines, which follow
      *    the step, put in their place.
      *
      *    In a before-image WPKGR-ACTION says what the apply did, so
      *    the rollback can undo it working from the last line back:
      *       A  the record was added - the image is the one added
      *       C  the record was replaced - the image is the old one
      *       D  the record was deleted - the image is the old one
      *
      *    A line starting "*" is a comment; WISPPKG heads every
      *    package and before-image it writes with one saying who
      *    built or applied it and when.
      *
       01  WISPPKG-RECORD.
           05  WPKGR-FILE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  WPKGR-ACTION            PIC X(01).
               88  WPKGR-PUT               VALUE "P".
               88  WPKGR-DELETE            VALUE "D".
               88  WPKGR-WAS-ADDED         VALUE "A".
               88  WPKGR-WAS-CHANGED       VALUE "C".
               88  WPKGR-WAS-DELETED       VALUE "D".
           05  FILLER                  PIC X(01).
           05  WPKGR-IMAGE             PIC X(310).
      *
      * --- END OF COPYBOOK ---
      *
