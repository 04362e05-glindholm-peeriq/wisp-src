      *           Each page can name up to three see-also topics; the
      *           operator jumps to one by number and comes back with
      *           B, through a small return stack.
      *      dgh  Ask "Was this topic helpful?" (Y/N, with an optional
      *           short comment) as the operator leaves, and log the
      *           answer with the program, field, deepest page read
      *           and operator to WISPHFB.LOG for the WISPHFBR topic
      *           effectiveness report.  Per-session file under
      *           WISP_SESSION_ID, as WACUHELP does for WISPHLP.LOG.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISPHELP.
               RECORD KEY IS WHLPT-KEY
               FILE STATUS IS WHLPT-FILE-STATUS.

           SELECT WISPHFB-LOG ASSIGN TO DYNAMIC WHLP-FB-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHFBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WISPHLPT-FILE.
           COPY "wisphlpt.cpy".

       FD  WISPHFB-LOG.
           COPY "wisphfbl.cpy".

       WORKING-STORAGE SECTION.
       01  WHLPT-FILE-STATUS PIC XX.
           88  WHLPT-FILE-OK VALUE "00".
       01  WHFBL-FILE-STATUS PIC XX.
           88  WHFBL-FILE-OK VALUE "00".

       01  WHLP-CRT-STATUS PIC 9(04).
           88  WHLP-KEY-PF7 VALUE 2007.
       01  WHLP-CUR-FIELD   PIC X(30) VALUE SPACES.
       01  WHLP-CUR-PAGE    PIC 9(02) VALUE 1.
       01  WHLP-PROBE-PAGE  PIC 9(02) VALUE 0.
       01  WHLP-MAX-PAGE    PIC 9(02) VALUE 0.

       01  WHLP-RATING  PIC X(01) VALUE SPACES.
           88  WHLP-RATED-YES VALUE "Y" "y".
           88  WHLP-RATED-NO  VALUE "N" "n".
       01  WHLP-COMMENT PIC X(50) VALUE SPACES.
       01  WHLP-FB-LOG-NAME  PIC X(20) VALUE "WISPHFB".
       01  WHLP-FB-MASTER    PIC X(08) VALUE "WISPHFB".
       01  WHLP-SESSION-ID   PIC X(08) VALUE SPACES.

       01  WHLP-STACK-AREA.
           05  WHLP-STACK-DEPTH PIC 9(03) COMP VALUE 0.
           05  LINE 19 COL 5 BOLD VALUE
               "(ENTER)=Exit  (PF7)=Prior page  (PF8)=Next page".

       01  WHLP-RATING-SCREEN.
           05  LINE 1 COL 18 BOLD VALUE "**** HELP ****".
           05  LINE 3 COL 5 VALUE
               "Was this topic helpful?  (Y/N, blank to skip):".
           05  LINE 3 COL 53 PIC X(01) USING WHLP-RATING AUTO.
           05  LINE 5 COL 5 VALUE "Comment (optional):".
           05  LINE 6 COL 5 PIC X(50) USING WHLP-COMMENT.
           05  LINE 8 COL 5 BOLD VALUE "(ENTER)=Done".

       PROCEDURE DIVISION USING OPTIONAL WACUHELP-PROGRAM-NAME
                                OPTIONAL WACUHELP-FIELD-NAME.

           MOVE WHLP-PROGRAM-WS TO WHLP-CUR-PROGRAM.
           MOVE WHLP-FIELD-WS TO WHLP-CUR-FIELD.
           MOVE 1 TO WHLP-CUR-PAGE.
           MOVE 0 TO WHLP-MAX-PAGE.
           MOVE 0 TO WHLP-STACK-DEPTH.
           MOVE "N" TO WHLP-DONE-SW.
           PERFORM 2500-SHOW-PAGE THRU 2500-EXIT
               UNTIL WHLP-DONE.
           PERFORM 4000-ASK-RATING THRU 4000-EXIT.
           IF WHLP-FILE-IS-OPEN
               CLOSE WISPHLPT-FILE
               MOVE "N" TO WHLP-FILE-OPEN-SW
      * ---------------------------------------------------------- *
       2500-SHOW-PAGE.
           PERFORM 2000-LOOKUP-TOPIC THRU 2000-EXIT.
           IF WHLP-STACK-DEPTH = 0
                   AND WHLP-CUR-PAGE > WHLP-MAX-PAGE
               MOVE WHLP-CUR-PAGE TO WHLP-MAX-PAGE
           END-IF.
           MOVE "N" TO WHLP-GENERIC-SW.
           IF WHLP-TOPIC-FOUND
               MOVE WHLPT-TEXT-GROUP TO WHLP-TEXT-WS
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  4000-ASK-RATING                                            *
      *  One keystroke - Y or N - rates the topic the HELP key was  *
      *  pressed for; anything else skips the question and nothing  *
      *  is logged.                                                 *
      * ---------------------------------------------------------- *
       4000-ASK-RATING.
           MOVE SPACES TO WHLP-RATING.
           MOVE SPACES TO WHLP-COMMENT.
           DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 10 ERASE.
           DISPLAY WHLP-RATING-SCREEN.
           ACCEPT WHLP-RATING-SCREEN.
           IF NOT WHLP-RATED-YES AND NOT WHLP-RATED-NO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LOG-RATING THRU 4100-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  4100-LOG-RATING                                            *
      *  With WISP_SESSION_ID set the record goes to this session's *
      *  own file; WISPLMRG rolls it into the master.               *
      * ---------------------------------------------------------- *
       4100-LOG-RATING.
           ACCEPT WHLP-SESSION-ID FROM ENVIRONMENT
               "WISP_SESSION_ID".
           IF WHLP-SESSION-ID NOT = SPACES
               MOVE SPACES TO WHLP-FB-LOG-NAME
               STRING WHLP-FB-MASTER DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WHLP-SESSION-ID DELIMITED BY SPACE
                   INTO WHLP-FB-LOG-NAME
               CALL "WISPLREG" USING WHLP-FB-MASTER
                                     WHLP-FB-LOG-NAME
           ELSE
               MOVE "WISPHFB" TO WHLP-FB-LOG-NAME
           END-IF.
           ACCEPT WHFBL-DATE FROM DATE YYYYMMDD.
           ACCEPT WHFBL-TIME FROM TIME.
           MOVE WHLP-PROGRAM-WS TO WHFBL-PROGRAM.
           MOVE WHLP-FIELD-WS TO WHFBL-FIELD.
           ACCEPT WHFBL-OPERATOR FROM ENVIRONMENT "USER".
           IF WHLP-MAX-PAGE = 0
               MOVE 1 TO WHLP-MAX-PAGE
           END-IF.
           MOVE WHLP-MAX-PAGE TO WHFBL-PAGE.
           IF WHLP-RATED-YES
               SET WHFBL-HELPFUL TO TRUE
           ELSE
               SET WHFBL-NOT-HELPFUL TO TRUE
           END-IF.
           MOVE WHLP-COMMENT TO WHFBL-COMMENT.
           OPEN EXTEND WISPHFB-LOG.
           IF NOT WHFBL-FILE-OK
               OPEN OUTPUT WISPHFB-LOG
           END-IF.
           WRITE WISPHFB-LOG-RECORD.
           CLOSE WISPHFB-LOG.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *
      * --- END OF PROGRAM ---
      *
