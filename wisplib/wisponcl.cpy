      *
      * --- START OF COPYBOOK:  WISPONCL.CPY ---
      *
      *    Record layout for WISPONCL.DAT, the on-call roster kept on
      *    the WACUONCL screen.  One record per date and shift names
      *    the primary and backup operator (WISPOPMS.DAT ids) the
      *    WISPPAGE pager feed pages for alerts raised in that shift.
      *    Shifts follow the WOPMS-SHIFT codes: day, evening and
      *    night, each running from its start time (HHMM, default
      *    0700, 1500 and 2300 - WISP_SHIFT_DAY_START, _EVENING_START
      *    and _NIGHT_START) to the next one's; the night shift of a
      *    date runs on past midnight into the next morning.
      *
       01  WISPONCL-RECORD.
           05  WONCL-KEY.
               10  WONCL-DATE          PIC X(08).
               10  WONCL-SHIFT         PIC X(01).
                   88  WONCL-SHIFT-DAY     VALUE "D".
                   88  WONCL-SHIFT-EVENING VALUE "E".
                   88  WONCL-SHIFT-NIGHT   VALUE "N".
           05  WONCL-PRIMARY           PIC X(08).
           05  WONCL-BACKUP            PIC X(08).
           05  WONCL-CHANGED-BY        PIC X(08).
           05  WONCL-CHANGED-DATE      PIC X(08).
      *
      * --- END OF COPYBOOK ---
      *
