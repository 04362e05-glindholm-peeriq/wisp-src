      *
      * --- START OF COPYBOOK:  WISPBASR.CPY ---
      *
      *    Record layout for WISPBASE.DAT, the per-program runtime
      *    baselines rebuilt every night by WISPBASE from the
      *    retained WISPLINK.LOG history (the live log plus its
      *    WISPLGAR month archives).  One record per program with at
      *    least one successful timed dispatch on file:
      *       WBASR-RUNS          dispatches the figures are built on
      *       WBASR-TYPICAL-SECS  mean elapsed seconds over them all
      *       WBASR-WORST-SECS    longest elapsed seconds on file
      *       WBASR-RECENT-SECS   mean elapsed seconds of the last
      *                           ten runs
      *       WBASR-TREND         recent against typical - "U" up or
      *                           "D" down when they differ by ten
      *                           percent or more, else "S" steady
      *       WBASR-TREND-PCT     that difference as a percentage of
      *                           typical (999 at most)
      *    WISPSLAC and WACUMONI project a running stream's finish
      *    from the typical figures of its remaining steps; the
      *    WISPTRND monthly report shows them beside each month.
      *
       01  WISPBASE-RECORD.
           05  WBASR-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WBASR-RUNS              PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WBASR-TYPICAL-SECS      PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WBASR-WORST-SECS        PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WBASR-RECENT-SECS       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WBASR-TREND             PIC X(01).
               88  WBASR-TREND-UP          VALUE "U".
               88  WBASR-TREND-DOWN        VALUE "D".
               88  WBASR-TREND-STEADY      VALUE "S".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WBASR-TREND-PCT         PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WBASR-BUILT-DATE        PIC X(08).
      *
      * --- END OF COPYBOOK ---
      *
