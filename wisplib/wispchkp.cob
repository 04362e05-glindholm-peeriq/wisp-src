      *              counter; MODE "Q" lets the driving job ask
      *              "where did I leave off" on startup; MODE "R"
      *              clears the checkpoint after a stream completes
      *              so the next run starts from the top; MODE "S"
      *              sets it outright to STEP-NUMBER completed steps,
      *              for a restart from a step the operator chose.
      *
      *    Modifications:
      *      dgh  Add MODE "R" (reset) for WISPSTRM - a stream that
      *           hand it back on MODE "Q" through a new OPTIONAL
      *           parameter, so a driver can tell its own checkpoint
      *           from one another stream left behind.
      *      dgh  Add MODE "S" (set) so WISPSTRM can honor a
      *           restart-from-step set at the WACUSCTL console:
      *           the checkpoint is written as the given step count
      *           and program, stamped with the stream passed in
      *           (or WISP_STREAM when none is passed).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISPCHKP.
           88  WCHKP-MODE-UPDATE VALUE "U".
           88  WCHKP-MODE-QUERY  VALUE "Q".
           88  WCHKP-MODE-RESET  VALUE "R".
           88  WCHKP-MODE-SET    VALUE "S".
       01  WCHKP-PROGRAM-NAME PIC X(8).
       01  WCHKP-STEP-NUMBER PIC 9(9) COMP.
       01  WCHKP-STREAM-NAME PIC X(8).
                   PERFORM 2000-QUERY-CHECKPOINT THRU 2000-EXIT
               WHEN WCHKP-MODE-RESET
                   PERFORM 3000-RESET-CHECKPOINT THRU 3000-EXIT
               WHEN WCHKP-MODE-SET
                   PERFORM 4000-SET-CHECKPOINT THRU 4000-EXIT
           END-EVALUATE.
           EXIT PROGRAM.

           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  4000-SET-CHECKPOINT                                       *
      *  Rewrite WISPCHKP.DAT as STEP-NUMBER steps completed, the   *
      *  last of them PROGRAM-NAME, so the run about to start and   *
      *  every MODE "U" bump after it count on from the step the    *
      *  operator chose rather than from where the stream stopped.  *
      * ---------------------------------------------------------- *
       4000-SET-CHECKPOINT.
           MOVE WCHKP-PROGRAM-NAME TO WCHKR-PROGRAM.
           MOVE WCHKP-STEP-NUMBER TO WCHKR-STEP-NUMBER.
           ACCEPT WCHKR-DATE FROM DATE YYYYMMDD.
           ACCEPT WCHKR-TIME FROM TIME.
           IF ADDRESS OF WCHKP-STREAM-NAME NOT = NULL
               MOVE WCHKP-STREAM-NAME TO WCHKR-STREAM
           ELSE
               ACCEPT WCHKP-ENV-STREAM FROM ENVIRONMENT "WISP_STREAM"
               MOVE WCHKP-ENV-STREAM TO WCHKR-STREAM
           END-IF.
           OPEN OUTPUT WISPCHKP-FILE.
           WRITE WISPCHKP-RECORD.
           CLOSE WISPCHKP-FILE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *
      * --- END OF PROGRAM ---
      *
