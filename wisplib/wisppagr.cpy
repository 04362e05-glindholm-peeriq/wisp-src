      *
      * --- START OF COPYBOOK:  WISPPAGR.CPY ---
      *
      *    Record layout for WISPPAGE.LOG, the outbound notification
      *    file the paging gateway picks up.  WISPPAGE appends one
      *    record for every new or escalated WISPALRT.LOG alert,
      *    addressed to the on-call operator the WISPONCL.DAT roster
      *    names for the shift the alert was raised in:
      *       WPAGR-ROLE          "P" the shift's primary (a new
      *                           alert), "B" the backup (the first
      *                           escalation), "S" the primary's
      *                           WOPMS-SUPERVISOR (a further
      *                           escalation, or the first when the
      *                           shift has no backup)
      *       WPAGR-LEVEL         "N" new alert, "1" first
      *                           escalation, "2" a later one
      *    The gateway maps WPAGR-OPERATOR to the pager or phone.
      *    Every page, and every alert nobody could be paged for, is
      *    also kept in the WISPPGDL.LOG delivery log.
      *
       01  WISPPAGE-RECORD.
           05  WPAGR-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-NAME              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-ROLE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-LEVEL             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-ALERT-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-ALERT-ID          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WPAGR-TEXT              PIC X(75).
      *
      * --- END OF COPYBOOK ---
      *
