      *           reconciliation still balances.  "*FLUSH" is a
      *           no-op in unbuffered mode, and unbuffered remains
      *           the default, unchanged.
      *      dgh  WISP_LINK_BUFFER is read through WISPPARM, so a
      *           stream can be buffered from its WISPPARM.DAT value
      *           instead of every job's profile having to say so;
      *           the environment variable still overrides it.
      *      dgh  WISP_LINK_BUFFER is resolved again whenever
      *           WISP_STREAM changes - WISPSCHD runs one stream
      *           after another in the same run unit, and each must
      *           run with its own setting.  Counts buffered under
      *           the old stream are landed first.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISPSTAT.
           88  WSTAT-FILE-OPENED VALUE "Y".
       01  WSTAT-MODE-SW PIC X(01) VALUE "N".
           88  WSTAT-MODE-RESOLVED VALUE "Y".
       01  WSTAT-MODE-STREAM PIC X(08) VALUE SPACES.
       01  WSTAT-CURR-STREAM PIC X(08) VALUE SPACES.
       01  WSTAT-BUFFER-FLAG PIC X(03) VALUE SPACES.
           88  WSTAT-BUFFERED VALUE "YES".
       01  WSTAT-PARM-NAME PIC X(30) VALUE SPACES.
       01  WSTAT-PARM-VALUE PIC X(40) VALUE SPACES.
       01  WSTAT-FOUND-SW PIC X(01) VALUE "N".
           88  WSTAT-ENTRY-FOUND VALUE "Y".
       01  WSTAT-BUF-TABLE.
       PROCEDURE DIVISION USING WSTAT-PROGRAM-NAME.

       WISPSTAT-BEGIN.
           PERFORM WISPSTAT-RESOLVE-MODE
               THRU WISPSTAT-RESOLVE-MODE-EXIT.
           IF WSTAT-PROGRAM-NAME = "*FLUSH"
               PERFORM WISPSTAT-FLUSH-BUFFER
                   THRU WISPSTAT-FLUSH-BUFFER-EXIT
       WISPSTAT-LOOK-FOR-ENTRY-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  WISPSTAT-RESOLVE-MODE                                     *
      *  Read WISP_LINK_BUFFER through WISPPARM the first time in  *
      *  the run unit, and again whenever WISP_STREAM has changed  *
      *  since - flushing anything buffered under the old stream   *
      *  before the new stream's setting takes over.               *
      * ---------------------------------------------------------- *
       WISPSTAT-RESOLVE-MODE.
           MOVE SPACES TO WSTAT-CURR-STREAM.
           ACCEPT WSTAT-CURR-STREAM FROM ENVIRONMENT "WISP_STREAM".
           IF WSTAT-MODE-RESOLVED
                   AND WSTAT-CURR-STREAM = WSTAT-MODE-STREAM
               GO TO WISPSTAT-RESOLVE-MODE-EXIT
           END-IF.
           IF WSTAT-MODE-RESOLVED
               PERFORM WISPSTAT-FLUSH-BUFFER
                   THRU WISPSTAT-FLUSH-BUFFER-EXIT
           END-IF.
           MOVE "Y" TO WSTAT-MODE-SW.
           MOVE WSTAT-CURR-STREAM TO WSTAT-MODE-STREAM.
           MOVE "WISP_LINK_BUFFER" TO WSTAT-PARM-NAME.
           MOVE SPACES TO WSTAT-PARM-VALUE.
           CALL "WISPPARM" USING WSTAT-PARM-NAME WSTAT-PARM-VALUE.
           MOVE WSTAT-PARM-VALUE TO WSTAT-BUFFER-FLAG.
       WISPSTAT-RESOLVE-MODE-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  WISPSTAT-FLUSH-BUFFER                                     *
      *  Land every accumulated count on WISPSTAT.DAT with one     *
