      *
      * --- START OF COPYBOOK:  WISPSCTR.CPY ---
      *
      *    Record layout for WISPSCTL.DAT, the stream control
      *    directives set from the WACUSCTL console and honored by
      *    the batch drivers.  One record per pending directive;
      *    WSCTR-ACTION:
      *       H  hold the stream - WISPSCHD journals it HELD at its
      *          run time instead of launching it, every night,
      *          until the hold is released from the console
      *       S  skip step WSCTR-STEP on the next run - WISPSTRM
      *          passes over it (counting it toward the checkpoint)
      *          and removes the record once it has
      *       F  restart from step WSCTR-STEP on the next run -
      *          WISPSTRM takes it in place of the WISPCHKP.DAT
      *          checkpoint and removes the record at start-up
      *    WSCTR-STEP is zero on a hold.  The date, time, and
      *    operator are when and by whom the directive was set;
      *    the reason typed for it is in the WISPSCJL.LOG control
      *    journal.
      *
       01  WISPSCTL-RECORD.
           05  WSCTR-STREAM            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCTR-ACTION            PIC X(01).
               88  WSCTR-HOLD              VALUE "H".
               88  WSCTR-SKIP-STEP         VALUE "S".
               88  WSCTR-RESTART-FROM      VALUE "F".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCTR-STEP              PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCTR-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCTR-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCTR-OPERATOR          PIC X(08).
      *
      * --- END OF COPYBOOK ---
      *
