      *
      * --- START OF COPYBOOK:  WISPPRQR.CPY ---
      *
      *    Record layout for WISPPREQ.DAT, the stream prerequisites
      *    read by the WISPSCHD run scheduler.  One record per
      *    prerequisite; a stream with several records waits for all
      *    of them, and a stream with none launches at its run time
      *    exactly as before.  WPRQR-TYPE:
      *       S  WPRQR-OBJECT names a predecessor stream that must
      *          have been journaled in WISPSJRN.LOG tonight with an
      *          acceptable outcome - COMPLETED, or WARNINGS as well
      *          unless WPRQR-ACCEPT is "C" (completed only).  Any
      *          other outcome tonight holds the stream at once.
      *       F  WPRQR-OBJECT names an inbound file that must exist
      *          and hold at least one record.
      *    WPRQR-TIMEOUT-MINS is how long past its run time the
      *    stream waits for this prerequisite before it is journaled
      *    HELD-PREREQ and a WISPALRT.LOG alert is raised; zero
      *    checks once and holds at once.  Built and maintained by
      *    operations with a text editor, the same way WISPSCHD.DAT
      *    is.
      *
       01  WISPPREQ-RECORD.
           05  WPRQR-STREAM            PIC X(08).
           05  FILLER                  PIC X(01).
           05  WPRQR-TYPE              PIC X(01).
               88  WPRQR-TYPE-STREAM       VALUE "S".
               88  WPRQR-TYPE-FILE         VALUE "F".
           05  FILLER                  PIC X(01).
           05  WPRQR-TIMEOUT-MINS      PIC 9(04).
           05  FILLER                  PIC X(01).
           05  WPRQR-OBJECT            PIC X(28).
           05  FILLER                  PIC X(01).
           05  WPRQR-ACCEPT            PIC X(01).
               88  WPRQR-COMPLETED-ONLY    VALUE "C".
      *
      * --- END OF COPYBOOK ---
      *
