      *
      * --- START OF COPYBOOK:  WISPPROV.CPY ---
      *
      *    Record layout for WISPPROV.LOG, the parameter override
      *    log appended by the WISPPARM resolver whenever a job's
      *    environment variable overrides a parameter with a value
      *    other than the one WISPPARM.DAT would have given it -
      *    so a one-off run's setting is never a guess afterwards.
      *    Written once per stream and parameter in a run unit.
      *    WPROV-FILE-VALUE and WPROV-FILE-SOURCE are what the
      *    file would have supplied: source STREAM or SYSTEM, or
      *    DEFAULT with a value of spaces when the file has no
      *    value and the program's built-in default would apply.
      *    Listed by WISPPRMR on the effective-settings report.
      *
       01  WISPPROV-RECORD.
           05  WPROV-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPROV-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPROV-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPROV-STREAM            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPROV-NAME              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPROV-ENV-VALUE         PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPROV-FILE-VALUE        PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPROV-FILE-SOURCE       PIC X(08).
      *
      * --- END OF COPYBOOK ---
      *
