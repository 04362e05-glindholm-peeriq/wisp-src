      *
      * --- START OF COPYBOOK:  WISPPRJL.CPY ---
      *
      *    Record layout for WISPPRJL.LOG, the runtime parameter
      *    change journal - one record for every value set or
      *    removed from the WACUPARM screen, saying who changed
      *    which parameter, for which stream ("*SYSTEM" for the
      *    system-wide value), from what to what, and why.
      *    WPRJL-ACTION is SET or REMOVE; an old value of spaces
      *    is a value newly set, a new value of spaces one
      *    removed (the next level down applies again).
      *
       01  WISPPRJL-RECORD.
           05  WPRJL-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-STREAM            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-NAME              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-ACTION            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-OLD-VALUE         PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-NEW-VALUE         PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPRJL-REASON            PIC X(50).
      *
      * --- END OF COPYBOOK ---
      *
