      *
      * --- START OF COPYBOOK:  WISPINCD.CPY ---
      *
      *    Record layout for WISPINCD.DAT, the incident file kept by
      *    the WACUINCM incident screen and summarized monthly by the
      *    WISPMTTR incident report.  An incident is opened by the
      *    duty operator from a WISPALRT.LOG alert (date plus alert
      *    id) or from a WISPERRX.DAT error (the WACUERRQ entry's
      *    date, time and program), and records what was actually
      *    wrong and how long it took to put right.
      *       WINCD-NUMBER        opening date plus a two-digit
      *                           sequence within the day
      *       WINCD-SOURCE        "A" alert, "E" error
      *       WINCD-SOURCE-KEY    the alert's date and id, or the
      *                           error's WERRX-KEY
      *       WINCD-RAISED-DATE/-TIME  when the alert or error was
      *                           raised - the clock MTTR runs from
      *       WINCD-ACK-DATE/-TIME  when somebody took it up: the
      *                           WACUALRT acknowledgment of the
      *                           source alert when there was one,
      *                           otherwise the opening of the
      *                           incident
      *       WINCD-STATUS        "O" open, "P" in progress,
      *                           "R" resolved
      *       WINCD-RESOLVED-DATE/-TIME  stamped when the incident
      *                           is first saved resolved, cleared
      *                           if it is reopened
      *       WINCD-KP-KEY        the WISPKPRB.DAT known problem the
      *                           incident is an occurrence of,
      *                           spaces when there is none
      *
       01  WISPINCD-RECORD.
           05  WINCD-NUMBER            PIC X(10).
           05  WINCD-SOURCE            PIC X(01).
               88  WINCD-FROM-ALERT        VALUE "A".
               88  WINCD-FROM-ERROR        VALUE "E".
           05  WINCD-SOURCE-KEY        PIC X(26).
           05  WINCD-ALERT-KEY REDEFINES WINCD-SOURCE-KEY.
               10  WINCD-ALERT-DATE    PIC X(08).
               10  WINCD-ALERT-ID      PIC X(06).
               10  FILLER              PIC X(12).
           05  WINCD-ERROR-KEY REDEFINES WINCD-SOURCE-KEY.
               10  WINCD-ERROR-DATE    PIC X(08).
               10  WINCD-ERROR-TIME    PIC X(08).
               10  WINCD-ERROR-PROGRAM PIC X(08).
               10  WINCD-ERROR-SEQ     PIC 9(02).
           05  WINCD-PROGRAM           PIC X(08).
           05  WINCD-MSG-ID            PIC X(08).
           05  WINCD-SUMMARY           PIC X(75).
           05  WINCD-RAISED-DATE       PIC X(08).
           05  WINCD-RAISED-TIME       PIC X(08).
           05  WINCD-OPENED-BY         PIC X(08).
           05  WINCD-OPENED-DATE       PIC X(08).
           05  WINCD-OPENED-TIME       PIC X(08).
           05  WINCD-OWNER             PIC X(08).
           05  WINCD-STATUS            PIC X(01).
               88  WINCD-OPEN              VALUE "O".
               88  WINCD-IN-PROGRESS       VALUE "P".
               88  WINCD-RESOLVED          VALUE "R".
           05  WINCD-ACK-DATE          PIC X(08).
           05  WINCD-ACK-TIME          PIC X(08).
           05  WINCD-RESOLVED-DATE     PIC X(08).
           05  WINCD-RESOLVED-TIME     PIC X(08).
           05  WINCD-KP-KEY.
               10  WINCD-KP-PROGRAM    PIC X(08).
               10  WINCD-KP-MSG-ID     PIC X(08).
           05  WINCD-NOTES-GROUP.
               10  WINCD-NOTES-LINE OCCURS 4 TIMES
                                       PIC X(75).
      *
      * --- END OF COPYBOOK ---
      *
