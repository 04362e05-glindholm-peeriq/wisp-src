      *
      * --- START OF COPYBOOK:  WISPSCJL.CPY ---
      *
      *    Record layout for WISPSCJL.LOG, the stream control
      *    journal - the audit trail of every action taken from
      *    the WACUSCTL console, and of the drivers carrying those
      *    actions out.  WSCJL-ACTION values:
      *       HOLD       stream held from the console
      *       RELEASE    hold released from the console
      *       SKIP       step marked to be skipped on the next run
      *       RESTART    next run set to restart from the step
      *       CLEAR-CKP  WISPCHKP.DAT checkpoint cleared
      *       HELD       WISPSCHD did not launch a held stream
      *       SKIPPED    WISPSTRM skipped the marked step
      *       RESTARTED  WISPSTRM restarted from the chosen step
      *       DROPPED    WISPSTRM removed a skip or restart-from
      *                  set for a step no longer in the stream
      *    WSCJL-OPERATOR is always the operator who took the
      *    console action, so the driver records name the person
      *    responsible too; WSCJL-REASON is the reason typed at the
      *    console, or which driver applied it.  WSCJL-STEP is zero
      *    for a stream-level action.  Listed nightly on the
      *    WISPBWIN batch-window report.
      *
       01  WISPSCJL-RECORD.
           05  WSCJL-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCJL-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCJL-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCJL-STREAM            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCJL-STEP              PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCJL-ACTION            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WSCJL-REASON            PIC X(50).
      *
      * --- END OF COPYBOOK ---
      *
