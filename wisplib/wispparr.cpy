      *
      * --- START OF COPYBOOK:  WISPPARR.CPY ---
      *
      *    Record layout for WISPPARM.DAT, the runtime parameter
      *    file - one record per value set from the WACUPARM
      *    screen.  WPARR-STREAM is "*SYSTEM" for the system-wide
      *    value of a parameter, or a WISPSTRM.DAT stream name for
      *    that stream's own value.  The WISPPARM resolver takes,
      *    in order: the job's environment variable of the same
      *    name if it is set, the record for the stream running
      *    (WISP_STREAM), the *SYSTEM record, and last the reading
      *    program's built-in default.  The date, time and operator
      *    are when and by whom the value was last set; the reason
      *    typed for it is in the WISPPRJL.LOG change journal.
      *    The parameters known to the system are listed in
      *    WISPPARC.CPY.
      *
       01  WISPPARM-RECORD.
           05  WPARR-STREAM            PIC X(08).
               88  WPARR-SYSTEM-WIDE       VALUE "*SYSTEM".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPARR-NAME              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPARR-VALUE             PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPARR-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPARR-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPARR-OPERATOR          PIC X(08).
      *
      * --- END OF COPYBOOK ---
      *
