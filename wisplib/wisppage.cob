      *
      * --- START OF PROGRAM:  WISPPAGE.COB ---
      *
      *    Purpose:  Shared pager feed.  Called by every program that
      *              raises or escalates a WISPALRT.LOG alert (the
      *              WACUERROR storm alert, the WISPSLAC deadline
      *              alert, the WISPAESC escalation) with the alert's
      *              date, time, id, program and text.  Works out the
      *              shift the alert was raised in, looks the shift
      *              up on the WISPONCL.DAT on-call roster, and
      *              queues a page on WISPPAGE.LOG for the operator
      *              the level calls for:
      *                "N"  new alert       primary, then backup,
      *                                     then the primary's
      *                                     supervisor
      *                "1"  first escalation  backup, then the
      *                                     primary's supervisor,
      *                                     then the primary
      *                "2"  a further escalation  the primary's
      *                                     supervisor, then the
      *                                     backup, then the primary
      *              The first of those who is named and is not
      *              marked inactive (or unknown) on WISPOPMS.DAT is
      *              paged; with no operator master, anybody named
      *              is paged.  The supervisor is WOPMS-SUPERVISOR
      *              of the roster primary.
      *
      *              Every call also appends a WISPPGDL.LOG delivery
      *              record - queued, nobody to page, or the feed
      *              file could not be opened - so WISPPGRP can show
      *              whether anybody was actually paged.
      *
      *              Shift start times are HHMM runtime parameters
      *              (see WISPPARM), WISP_SHIFT_DAY_START (default
      *              0700), WISP_SHIFT_EVENING_START (1500) and
      *              WISP_SHIFT_NIGHT_START (2300).  An alert raised
      *              after midnight but before the day shift starts
      *              belongs to the previous date's night shift.
      *
      *    Modifications:
      *      dgh  Original version.
      *      dgh  Read the shift start times through WISPPARM, so
      *           the WISPPARM.DAT value applies unless the job's
      *           environment overrides it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISPPAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WISPONCL-FILE ASSIGN TO "WISPONCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WONCL-KEY
               FILE STATUS IS WONCL-FILE-STATUS.

           SELECT WISPOPMS-FILE ASSIGN TO "WISPOPMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WOPMS-OPERATOR
               FILE STATUS IS WOPMS-FILE-STATUS.

           SELECT WISPPAGE-LOG ASSIGN TO "WISPPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPAGR-FILE-STATUS.

           SELECT WISPPGDL-LOG ASSIGN TO "WISPPGDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPGDL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WISPONCL-FILE.
           COPY "wisponcl.cpy".

       FD  WISPOPMS-FILE.
           COPY "wispopms.cpy".

       FD  WISPPAGE-LOG.
           COPY "wisppagr.cpy".

       FD  WISPPGDL-LOG.
           COPY "wisppgdl.cpy".

       WORKING-STORAGE SECTION.
       01  WONCL-FILE-STATUS PIC XX.
           88  WONCL-FILE-OK VALUE "00".
       01  WOPMS-FILE-STATUS PIC XX.
           88  WOPMS-FILE-OK VALUE "00".
       01  WPAGR-FILE-STATUS PIC XX.
           88  WPAGR-FILE-OK VALUE "00".
           88  WPAGR-FILE-NOT-FOUND VALUE "35".
       01  WPGDL-FILE-STATUS PIC XX.
           88  WPGDL-FILE-OK VALUE "00".
           88  WPGDL-FILE-NOT-FOUND VALUE "35".
       01  WPAGE-RETRY-COUNT PIC 9(03) COMP VALUE 0.
       01  WPAGE-ENV-VALUE PIC X(04).
       01  WPAGE-PARM-NAME PIC X(30) VALUE SPACES.
       01  WPAGE-PARM-VALUE PIC X(40) VALUE SPACES.
       01  WPAGE-DAY-START PIC 9(04).
       01  WPAGE-EVENING-START PIC 9(04).
       01  WPAGE-NIGHT-START PIC 9(04).
       01  WPAGE-ALERT-HHMM PIC 9(04).
       01  WPAGE-NOW-TIME PIC X(08).
       01  WPAGE-DATE-NUM PIC 9(08).
       01  WPAGE-DAY-NUMBER PIC S9(09) COMP.
       01  WPAGE-ROSTER-KEY.
           05  WPAGE-ROSTER-DATE PIC X(08).
           05  WPAGE-ROSTER-SHIFT PIC X(01).
       01  WPAGE-PRIMARY PIC X(08).
       01  WPAGE-BACKUP PIC X(08).
       01  WPAGE-SUPERVISOR PIC X(08).
       01  WPAGE-MASTER-SW PIC X(01) VALUE "N".
           88  WPAGE-MASTER-OPEN VALUE "Y".
       01  WPAGE-PICKED-SW PIC X(01) VALUE "N".
           88  WPAGE-PICKED VALUE "Y".
       01  WPAGE-CANDIDATE-AREA.
           05  WPAGE-CANDIDATE OCCURS 3 TIMES.
               10  WPAGE-CAND-OPERATOR PIC X(08).
               10  WPAGE-CAND-ROLE PIC X(01).
       01  WPAGE-SUB PIC 9(03) COMP.
       01  WPAGE-TARGET-OPERATOR PIC X(08).
       01  WPAGE-TARGET-NAME PIC X(30).
       01  WPAGE-TARGET-ROLE PIC X(01).
       01  WPAGE-RESULT PIC X(01).

       LINKAGE SECTION.
       01  WPAGE-LEVEL PIC X(01).
           88  WPAGE-LEVEL-NEW VALUE "N".
           88  WPAGE-LEVEL-FIRST VALUE "1".
           88  WPAGE-LEVEL-FURTHER VALUE "2".
       01  WPAGE-ALERT-DATE PIC X(08).
       01  WPAGE-ALERT-TIME PIC X(08).
       01  WPAGE-ALERT-ID PIC X(06).
       01  WPAGE-PROGRAM PIC X(08).
       01  WPAGE-TEXT PIC X(75).

       PROCEDURE DIVISION USING WPAGE-LEVEL
                                WPAGE-ALERT-DATE
                                WPAGE-ALERT-TIME
                                WPAGE-ALERT-ID
                                WPAGE-PROGRAM
                                WPAGE-TEXT.

       WISPPAGE-BEGIN.
           PERFORM 1000-FIND-ROSTER THRU 1000-EXIT.
           PERFORM 2000-PICK-OPERATOR THRU 2000-EXIT.
           IF WPAGE-PICKED
               PERFORM 3000-QUEUE-PAGE THRU 3000-EXIT
           ELSE
               MOVE "N" TO WPAGE-RESULT
           END-IF.
           PERFORM 4000-LOG-DELIVERY THRU 4000-EXIT.
           EXIT PROGRAM.

      * ---------------------------------------------------------- *
      *  1000-FIND-ROSTER                                          *
      *  Turn the alert's date and time into the roster date and   *
      *  shift, and pick up that entry's primary and backup.  No   *
      *  roster file or no entry leaves both blank.                *
      * ---------------------------------------------------------- *
       1000-FIND-ROSTER.
           MOVE SPACES TO WPAGE-PRIMARY.
           MOVE SPACES TO WPAGE-BACKUP.
           PERFORM 1100-SHIFT-TIMES THRU 1100-EXIT.
           IF WPAGE-ALERT-TIME (1:4) IS NUMERIC
               MOVE WPAGE-ALERT-TIME (1:4) TO WPAGE-ALERT-HHMM
           ELSE
               ACCEPT WPAGE-NOW-TIME FROM TIME
               MOVE WPAGE-NOW-TIME (1:4) TO WPAGE-ALERT-HHMM
           END-IF.
           MOVE WPAGE-ALERT-DATE TO WPAGE-ROSTER-DATE.
           IF WPAGE-ALERT-HHMM NOT < WPAGE-NIGHT-START
               MOVE "N" TO WPAGE-ROSTER-SHIFT
           ELSE
               IF WPAGE-ALERT-HHMM NOT < WPAGE-EVENING-START
                   MOVE "E" TO WPAGE-ROSTER-SHIFT
               ELSE
                   IF WPAGE-ALERT-HHMM NOT < WPAGE-DAY-START
                       MOVE "D" TO WPAGE-ROSTER-SHIFT
                   ELSE
                       MOVE "N" TO WPAGE-ROSTER-SHIFT
                       PERFORM 1200-PRIOR-DATE THRU 1200-EXIT
                   END-IF
               END-IF
           END-IF.
           OPEN INPUT WISPONCL-FILE.
           IF NOT WONCL-FILE-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE WPAGE-ROSTER-KEY TO WONCL-KEY.
           READ WISPONCL-FILE
               INVALID KEY
                   MOVE SPACES TO WONCL-PRIMARY
                   MOVE SPACES TO WONCL-BACKUP
           END-READ.
           MOVE WONCL-PRIMARY TO WPAGE-PRIMARY.
           MOVE WONCL-BACKUP TO WPAGE-BACKUP.
           CLOSE WISPONCL-FILE.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  1100-SHIFT-TIMES                                          *
      *  Shift start times through WISPPARM; anything missing     *
      *  or not four digits keeps the standard 0700/1500/2300.     *
      * ---------------------------------------------------------- *
       1100-SHIFT-TIMES.
           MOVE 0700 TO WPAGE-DAY-START.
           MOVE 1500 TO WPAGE-EVENING-START.
           MOVE 2300 TO WPAGE-NIGHT-START.
           MOVE SPACES TO WPAGE-ENV-VALUE.
           MOVE "WISP_SHIFT_DAY_START" TO WPAGE-PARM-NAME.
           CALL "WISPPARM" USING WPAGE-PARM-NAME WPAGE-PARM-VALUE.
           MOVE WPAGE-PARM-VALUE TO WPAGE-ENV-VALUE.
           IF WPAGE-ENV-VALUE IS NUMERIC
               MOVE WPAGE-ENV-VALUE TO WPAGE-DAY-START
           END-IF.
           MOVE SPACES TO WPAGE-ENV-VALUE.
           MOVE "WISP_SHIFT_EVENING_START" TO WPAGE-PARM-NAME.
           CALL "WISPPARM" USING WPAGE-PARM-NAME WPAGE-PARM-VALUE.
           MOVE WPAGE-PARM-VALUE TO WPAGE-ENV-VALUE.
           IF WPAGE-ENV-VALUE IS NUMERIC
               MOVE WPAGE-ENV-VALUE TO WPAGE-EVENING-START
           END-IF.
           MOVE SPACES TO WPAGE-ENV-VALUE.
           MOVE "WISP_SHIFT_NIGHT_START" TO WPAGE-PARM-NAME.
           CALL "WISPPARM" USING WPAGE-PARM-NAME WPAGE-PARM-VALUE.
           MOVE WPAGE-PARM-VALUE TO WPAGE-ENV-VALUE.
           IF WPAGE-ENV-VALUE IS NUMERIC
               MOVE WPAGE-ENV-VALUE TO WPAGE-NIGHT-START
           END-IF.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  1200-PRIOR-DATE                                           *
      *  Small hours before the day shift: the roster date is the  *
      *  day before, whose night shift is still on.                *
      * ---------------------------------------------------------- *
       1200-PRIOR-DATE.
           IF WPAGE-ALERT-DATE IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           MOVE WPAGE-ALERT-DATE TO WPAGE-DATE-NUM.
           COMPUTE WPAGE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WPAGE-DATE-NUM) - 1.
           COMPUTE WPAGE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WPAGE-DAY-NUMBER).
           MOVE WPAGE-DATE-NUM TO WPAGE-ROSTER-DATE.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  2000-PICK-OPERATOR                                        *
      *  Line up the three people in the order the level calls     *
      *  for and page the first one who is named and not inactive  *
      *  or unknown on the operator master.                        *
      * ---------------------------------------------------------- *
       2000-PICK-OPERATOR.
           MOVE "N" TO WPAGE-PICKED-SW.
           MOVE SPACES TO WPAGE-TARGET-OPERATOR.
           MOVE SPACES TO WPAGE-TARGET-NAME.
           MOVE SPACES TO WPAGE-TARGET-ROLE.
           MOVE SPACES TO WPAGE-SUPERVISOR.
           MOVE "N" TO WPAGE-MASTER-SW.
           OPEN INPUT WISPOPMS-FILE.
           IF WOPMS-FILE-OK
               MOVE "Y" TO WPAGE-MASTER-SW
           END-IF.
           IF WPAGE-MASTER-OPEN
                   AND WPAGE-PRIMARY NOT = SPACES
               MOVE WPAGE-PRIMARY TO WOPMS-OPERATOR
               READ WISPOPMS-FILE
                   INVALID KEY
                       MOVE SPACES TO WOPMS-SUPERVISOR
               END-READ
               MOVE WOPMS-SUPERVISOR TO WPAGE-SUPERVISOR
           END-IF.
           EVALUATE TRUE
               WHEN WPAGE-LEVEL-FIRST
                   MOVE WPAGE-BACKUP TO WPAGE-CAND-OPERATOR (1)
                   MOVE "B" TO WPAGE-CAND-ROLE (1)
                   MOVE WPAGE-SUPERVISOR TO WPAGE-CAND-OPERATOR (2)
                   MOVE "S" TO WPAGE-CAND-ROLE (2)
                   MOVE WPAGE-PRIMARY TO WPAGE-CAND-OPERATOR (3)
                   MOVE "P" TO WPAGE-CAND-ROLE (3)
               WHEN WPAGE-LEVEL-FURTHER
                   MOVE WPAGE-SUPERVISOR TO WPAGE-CAND-OPERATOR (1)
                   MOVE "S" TO WPAGE-CAND-ROLE (1)
                   MOVE WPAGE-BACKUP TO WPAGE-CAND-OPERATOR (2)
                   MOVE "B" TO WPAGE-CAND-ROLE (2)
                   MOVE WPAGE-PRIMARY TO WPAGE-CAND-OPERATOR (3)
                   MOVE "P" TO WPAGE-CAND-ROLE (3)
               WHEN OTHER
                   MOVE WPAGE-PRIMARY TO WPAGE-CAND-OPERATOR (1)
                   MOVE "P" TO WPAGE-CAND-ROLE (1)
                   MOVE WPAGE-BACKUP TO WPAGE-CAND-OPERATOR (2)
                   MOVE "B" TO WPAGE-CAND-ROLE (2)
                   MOVE WPAGE-SUPERVISOR TO WPAGE-CAND-OPERATOR (3)
                   MOVE "S" TO WPAGE-CAND-ROLE (3)
           END-EVALUATE.
           MOVE 1 TO WPAGE-SUB.
           PERFORM 2100-TRY-CANDIDATE THRU 2100-EXIT
               UNTIL WPAGE-PICKED
                  OR WPAGE-SUB > 3.
           IF WPAGE-MASTER-OPEN
               CLOSE WISPOPMS-FILE
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  2100-TRY-CANDIDATE                                        *
      * ---------------------------------------------------------- *
       2100-TRY-CANDIDATE.
           IF WPAGE-CAND-OPERATOR (WPAGE-SUB) = SPACES
               ADD 1 TO WPAGE-SUB
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WPAGE-TARGET-NAME.
           IF WPAGE-MASTER-OPEN
               MOVE WPAGE-CAND-OPERATOR (WPAGE-SUB) TO WOPMS-OPERATOR
               READ WISPOPMS-FILE
                   INVALID KEY
                       ADD 1 TO WPAGE-SUB
                       GO TO 2100-EXIT
               END-READ
               IF WOPMS-IS-INACTIVE
                   ADD 1 TO WPAGE-SUB
                   GO TO 2100-EXIT
               END-IF
               MOVE WOPMS-NAME TO WPAGE-TARGET-NAME
           END-IF.
           MOVE WPAGE-CAND-OPERATOR (WPAGE-SUB)
               TO WPAGE-TARGET-OPERATOR.
           MOVE WPAGE-CAND-ROLE (WPAGE-SUB) TO WPAGE-TARGET-ROLE.
           MOVE "Y" TO WPAGE-PICKED-SW.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  3000-QUEUE-PAGE                                           *
      *  Append the page to the gateway's feed file.  The feed is  *
      *  shared by every session - a busy open is retried, and the *
      *  file is only created on status 35.                        *
      * ---------------------------------------------------------- *
       3000-QUEUE-PAGE.
           MOVE SPACES TO WISPPAGE-RECORD.
           ACCEPT WPAGR-DATE FROM DATE YYYYMMDD.
           ACCEPT WPAGR-TIME FROM TIME.
           MOVE WPAGE-TARGET-OPERATOR TO WPAGR-OPERATOR.
           MOVE WPAGE-TARGET-NAME TO WPAGR-NAME.
           MOVE WPAGE-TARGET-ROLE TO WPAGR-ROLE.
           MOVE WPAGE-LEVEL TO WPAGR-LEVEL.
           MOVE WPAGE-ALERT-DATE TO WPAGR-ALERT-DATE.
           MOVE WPAGE-ALERT-ID TO WPAGR-ALERT-ID.
           MOVE WPAGE-PROGRAM TO WPAGR-PROGRAM.
           MOVE WPAGE-TEXT TO WPAGR-TEXT.
           MOVE 0 TO WPAGE-RETRY-COUNT.
           PERFORM 3100-OPEN-FEED THRU 3100-EXIT.
           IF NOT WPAGR-FILE-OK
               MOVE "F" TO WPAGE-RESULT
               GO TO 3000-EXIT
           END-IF.
           WRITE WISPPAGE-RECORD.
           CLOSE WISPPAGE-LOG.
           MOVE "Q" TO WPAGE-RESULT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-OPEN-FEED.
           OPEN EXTEND WISPPAGE-LOG.
           IF WPAGR-FILE-OK
               GO TO 3100-EXIT
           END-IF.
           IF WPAGR-FILE-NOT-FOUND
               OPEN OUTPUT WISPPAGE-LOG
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WPAGE-RETRY-COUNT.
           IF WPAGE-RETRY-COUNT < 30
               GO TO 3100-OPEN-FEED
           END-IF.
       3100-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  4000-LOG-DELIVERY                                         *
      *  One delivery-log record for every call, paged or not.     *
      * ---------------------------------------------------------- *
       4000-LOG-DELIVERY.
           MOVE SPACES TO WISPPGDL-RECORD.
           ACCEPT WPGDL-DATE FROM DATE YYYYMMDD.
           ACCEPT WPGDL-TIME FROM TIME.
           MOVE WPAGE-ALERT-DATE TO WPGDL-ALERT-DATE.
           MOVE WPAGE-ALERT-ID TO WPGDL-ALERT-ID.
           MOVE WPAGE-PROGRAM TO WPGDL-PROGRAM.
           MOVE WPAGE-LEVEL TO WPGDL-LEVEL.
           MOVE WPAGE-ROSTER-DATE TO WPGDL-ROSTER-DATE.
           MOVE WPAGE-ROSTER-SHIFT TO WPGDL-ROSTER-SHIFT.
           MOVE WPAGE-TARGET-ROLE TO WPGDL-ROLE.
           MOVE WPAGE-TARGET-OPERATOR TO WPGDL-OPERATOR.
           MOVE WPAGE-RESULT TO WPGDL-RESULT.
           MOVE 0 TO WPAGE-RETRY-COUNT.
           PERFORM 4100-OPEN-DELIVERY THRU 4100-EXIT.
           IF NOT WPGDL-FILE-OK
               GO TO 4000-EXIT
           END-IF.
           WRITE WISPPGDL-RECORD.
           CLOSE WISPPGDL-LOG.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-OPEN-DELIVERY.
           OPEN EXTEND WISPPGDL-LOG.
           IF WPGDL-FILE-OK
               GO TO 4100-EXIT
           END-IF.
           IF WPGDL-FILE-NOT-FOUND
               OPEN OUTPUT WISPPGDL-LOG
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WPAGE-RETRY-COUNT.
           IF WPAGE-RETRY-COUNT < 30
               GO TO 4100-OPEN-DELIVERY
           END-IF.
       4100-EXIT.
           EXIT.
      *
      * --- END OF PROGRAM ---
      *
