      *           always lands every record and WISPRCON still
      *           balances.  "*FLUSH" is a no-op in unbuffered mode,
      *           and unbuffered remains the default, unchanged.
      *      dgh  WISP_LINK_BUFFER is read through WISPPARM, so a
      *           stream can be buffered from its WISPPARM.DAT value
      *           instead of every job's profile having to say so;
      *           the environment variable still overrides it.
      *      dgh  WISP_LINK_BUFFER is resolved again whenever
      *           WISP_STREAM changes - WISPSCHD runs one stream
      *           after another in the same run unit, and each must
      *           run with its own setting.  Records buffered under
      *           the old stream are written out first.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISPLNKL.

       01  WLNKL-MODE-SW PIC X(01) VALUE "N".
           88  WLNKL-MODE-RESOLVED VALUE "Y".
       01  WLNKL-MODE-STREAM PIC X(08) VALUE SPACES.
       01  WLNKL-CURR-STREAM PIC X(08) VALUE SPACES.
       01  WLNKL-BUFFER-FLAG PIC X(03) VALUE SPACES.
           88  WLNKL-BUFFERED VALUE "YES".
       01  WLNKL-PARM-NAME PIC X(30) VALUE SPACES.
       01  WLNKL-PARM-VALUE PIC X(40) VALUE SPACES.
       01  WLNKL-BUF-TABLE.
           05  WLNKL-BUF-COUNT PIC 9(03) COMP VALUE 0.
           05  WLNKL-BUF-RECORD OCCURS 100 TIMES PIC X(60).
                                OPTIONAL WLNKL-CALL-START-TIME.

       WISPLNKL-BEGIN.
           PERFORM WISPLNKL-RESOLVE-MODE
               THRU WISPLNKL-RESOLVE-MODE-EXIT.
           IF WLNKL-CALLED-PROGRAM = "*FLUSH"
               PERFORM WISPLNKL-FLUSH-BUFFER
                   THRU WISPLNKL-FLUSH-BUFFER-EXIT
       WISPLNKL-RETURN.
           EXIT PROGRAM.

      * ---------------------------------------------------------- *
      *  WISPLNKL-RESOLVE-MODE                                     *
      *  Read WISP_LINK_BUFFER through WISPPARM the first time in  *
      *  the run unit, and again whenever WISP_STREAM has changed  *
      *  since - flushing anything buffered under the old stream   *
      *  before the new stream's setting takes over.               *
      * ---------------------------------------------------------- *
       WISPLNKL-RESOLVE-MODE.
           MOVE SPACES TO WLNKL-CURR-STREAM.
           ACCEPT WLNKL-CURR-STREAM FROM ENVIRONMENT "WISP_STREAM".
           IF WLNKL-MODE-RESOLVED
                   AND WLNKL-CURR-STREAM = WLNKL-MODE-STREAM
               GO TO WISPLNKL-RESOLVE-MODE-EXIT
           END-IF.
           IF WLNKL-MODE-RESOLVED
               PERFORM WISPLNKL-FLUSH-BUFFER
                   THRU WISPLNKL-FLUSH-BUFFER-EXIT
           END-IF.
           MOVE "Y" TO WLNKL-MODE-SW.
           MOVE WLNKL-CURR-STREAM TO WLNKL-MODE-STREAM.
           MOVE "WISP_LINK_BUFFER" TO WLNKL-PARM-NAME.
           MOVE SPACES TO WLNKL-PARM-VALUE.
           CALL "WISPPARM" USING WLNKL-PARM-NAME WLNKL-PARM-VALUE.
           MOVE WLNKL-PARM-VALUE TO WLNKL-BUFFER-FLAG.
       WISPLNKL-RESOLVE-MODE-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  WISPLNKL-FLUSH-BUFFER                                     *
      *  Write the gathered records in arrival order and empty the *
