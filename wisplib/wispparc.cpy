      *
      * --- START OF COPYBOOK:  WISPPARC.CPY ---
      *
      *    The runtime parameters known to the system, with each
      *    one's built-in default (what the reading program uses
      *    when neither the environment nor WISPPARM.DAT sets it)
      *    and a short description.  WACUPARM will only set the
      *    names listed here, checking the value by its type:
      *       N  a whole number above zero, of no more digits
      *          than WPARC-DIGITS - the width of the field the
      *          reading program takes it into (0 for the other
      *          types)
      *       Y  YES or NO
      *       F  Y or N
      *       T  a time of day, HHMM
      *    WISPPRMR reports every one of them.  A program that
      *    starts reading a new parameter through WISPPARM adds it
      *    here and raises WPARC-COUNT.
      *
       01  WISPPARC-TABLE.
           05  FILLER PIC X(30) VALUE "WISP_BATCH_MODE".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC 9(01) VALUE 0.
           05  FILLER PIC X(08) VALUE "NO".
           05  FILLER PIC X(36) VALUE "WACUERROR does not wait (YES)".
           05  FILLER PIC X(30) VALUE "WISP_STORM_LIMIT".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 5.
           05  FILLER PIC X(08) VALUE "10".
           05  FILLER PIC X(36) VALUE "FATAL errors that raise a storm".
           05  FILLER PIC X(30) VALUE "WISP_STORM_WINDOW".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 5.
           05  FILLER PIC X(08) VALUE "30".
           05  FILLER PIC X(36) VALUE "Storm window, minutes".
           05  FILLER PIC X(30) VALUE "WISP_ALERT_ESCALATE_MINS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 5.
           05  FILLER PIC X(08) VALUE "30".
           05  FILLER PIC X(36) VALUE
               "WISPAESC re-raise after, minutes".
           05  FILLER PIC X(30) VALUE "WISP_LOG_RETAIN_MONTHS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "12".
           05  FILLER PIC X(36) VALUE "Log archive months kept".
           05  FILLER PIC X(30) VALUE "WISP_SNAP_GENERATIONS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "7".
           05  FILLER PIC X(36) VALUE "WISPSNAP generations kept".
           05  FILLER PIC X(30) VALUE "WISP_LINK_BUFFER".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC 9(01) VALUE 0.
           05  FILLER PIC X(08) VALUE "NO".
           05  FILLER PIC X(36) VALUE "Buffer WISPLINK/WISPSTAT (YES)".
           05  FILLER PIC X(30) VALUE "WISP_MSG_IDLE_MONTHS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "6".
           05  FILLER PIC X(36) VALUE "WISPMSGH idle message, months".
           05  FILLER PIC X(30) VALUE "WISP_SHIFT_DAY_START".
           05  FILLER PIC X(01) VALUE "T".
           05  FILLER PIC 9(01) VALUE 0.
           05  FILLER PIC X(08) VALUE "0700".
           05  FILLER PIC X(36) VALUE "Day shift starts, HHMM".
           05  FILLER PIC X(30) VALUE "WISP_SHIFT_EVENING_START".
           05  FILLER PIC X(01) VALUE "T".
           05  FILLER PIC 9(01) VALUE 0.
           05  FILLER PIC X(08) VALUE "1500".
           05  FILLER PIC X(36) VALUE "Evening shift starts, HHMM".
           05  FILLER PIC X(30) VALUE "WISP_SHIFT_NIGHT_START".
           05  FILLER PIC X(01) VALUE "T".
           05  FILLER PIC 9(01) VALUE 0.
           05  FILLER PIC X(08) VALUE "2300".
           05  FILLER PIC X(36) VALUE "Night shift starts, HHMM".
           05  FILLER PIC X(30) VALUE "WISP_RECERT_DAYS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "30".
           05  FILLER PIC X(36) VALUE "Recertification campaign, days".
           05  FILLER PIC X(30) VALUE "WISP_RECERT_SUSPEND".
           05  FILLER PIC X(01) VALUE "F".
           05  FILLER PIC 9(01) VALUE 0.
           05  FILLER PIC X(08) VALUE "N".
           05  FILLER PIC X(36) VALUE "Suspend undecided pairs (Y)".
           05  FILLER PIC X(30) VALUE "WISP_HELP_REPEAT_MINUTES".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "5".
           05  FILLER PIC X(36) VALUE "WISPHFBR repeat press, minutes".
           05  FILLER PIC X(30) VALUE "WISP_HELP_ERROR_MINUTES".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "10".
           05  FILLER PIC X(36) VALUE
               "WISPHFBR error after help, minutes".
           05  FILLER PIC X(30) VALUE "WISP_ERRFP_DAYS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "7".
           05  FILLER PIC X(36) VALUE "WISPERFP days to yesterday".
           05  FILLER PIC X(30) VALUE "WISP_ERRFP_RECUR".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "3".
           05  FILLER PIC X(36) VALUE "WISPERFP errors that recur".
           05  FILLER PIC X(30) VALUE "WISP_ERRFP_TOP".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "50".
           05  FILLER PIC X(36) VALUE "WISPERFP ranking lines".
           05  FILLER PIC X(30) VALUE "WISP_PARM_OVERRIDE_DAYS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC X(08) VALUE "7".
           05  FILLER PIC X(36) VALUE "WISPPRMR override days listed".
       01  FILLER REDEFINES WISPPARC-TABLE.
           05  WPARC-ENTRY OCCURS 19 TIMES.
               10  WPARC-NAME          PIC X(30).
               10  WPARC-TYPE          PIC X(01).
                   88  WPARC-NUMBER        VALUE "N".
                   88  WPARC-YES-NO        VALUE "Y".
                   88  WPARC-FLAG          VALUE "F".
                   88  WPARC-TIME-OF-DAY   VALUE "T".
               10  WPARC-DIGITS        PIC 9(01).
               10  WPARC-DEFAULT       PIC X(08).
               10  WPARC-DESC          PIC X(36).
       01  WPARC-COUNT                 PIC 9(03) COMP VALUE 19.
      *
      * --- END OF COPYBOOK ---
      *
