      *
      * --- START OF COPYBOOK:  WISPPKGL.CPY ---
      *
      *    Record layout for WISPPKGL.LOG, the promotion-package log
      *    appended by WISPPKG - one record for every APPLY and
      *    ROLLBACK run against the production control files, refused
      *    ones included, saying which package, who ran it and when.
      *    WPKGL-RECORDS is the number of control-file records the
      *    run added, replaced or deleted (the before-image line
      *    count); WPKGL-OUTCOME is:
      *       COMPLETE  every file was written
      *       REFUSED   nothing was touched - WPKGL-REASON says why
      *       FAILED    a file could not be rewritten part way
      *                 through; the before-image is in place, so
      *                 the package can still be rolled back
      *
       01  WISPPKGL-RECORD.
           05  WPKGL-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPKGL-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPKGL-PACKAGE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPKGL-FUNCTION          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPKGL-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPKGL-RECORDS           PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPKGL-OUTCOME           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPKGL-REASON            PIC X(50).
      *
      * --- END OF COPYBOOK ---
      *
