      *
      * --- START OF PROGRAM:  WISPPARM.COB ---
      *
      *    Purpose:  Resolve one runtime parameter for the calling
      *              program, so every job reads the same value
      *              instead of whatever its own profile happens to
      *              export.  The value comes from, in order:
      *                1. the environment variable of the same
      *                   name, when it is set - still the way to
      *                   change a setting for a one-off run;
      *                2. the WISPPARM.DAT record for the stream
      *                   being run (WISP_STREAM);
      *                3. the WISPPARM.DAT *SYSTEM record.
      *              With none of these the value comes back as
      *              spaces and the caller applies its built-in
      *              default, exactly as when the variable was not
      *              set before.  The source comes back as ENV,
      *              STREAM, SYSTEM or spaces.
      *
      *              WISPPARM.DAT is loaded into a table once per
      *              run unit, the WISPAUTH convention.  WISP_STREAM
      *              is looked at on every call - WISPSCHD runs one
      *              stream after another in the same run unit.
      *
      *              An environment value that differs from what
      *              the file would have given is written to
      *              WISPPROV.LOG, once per stream and parameter in
      *              the run unit, so the effective-settings report
      *              can show which jobs ran with an override.
      *
      *              The optional fourth parameter asks for the
      *              file's value for the stream named in it (spaces
      *              for the system-wide value) without looking at
      *              this job's environment - used by WISPPRMR to
      *              report what each stream would run with.
      *
      *    Modifications:
      *      dgh  Original version.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISPPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WISPPARM-FILE ASSIGN TO "WISPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPARR-FILE-STATUS.

           SELECT WISPPROV-LOG ASSIGN TO "WISPPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WPROV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WISPPARM-FILE.
           COPY "wispparr.cpy".

       FD  WISPPROV-LOG.
           COPY "wispprov.cpy".

       WORKING-STORAGE SECTION.
       01  WPARR-FILE-STATUS PIC XX.
           88  WPARR-FILE-OK VALUE "00".
       01  WPROV-FILE-STATUS PIC XX.
           88  WPROV-FILE-OK VALUE "00".
           88  WPROV-FILE-NOT-FOUND VALUE "35".
       01  WPARM-EOF-SW PIC X(01) VALUE "N".
           88  WPARM-EOF VALUE "Y".
       01  WPARM-LOADED-SW PIC X(01) VALUE "N".
           88  WPARM-TABLE-LOADED VALUE "Y".
       01  WPARM-FOUND-SW PIC X(01) VALUE "N".
           88  WPARM-FOUND VALUE "Y".
       01  WPARM-OPEN-RETRY PIC 9(03) COMP VALUE 0.

       01  WPARM-STREAM PIC X(08) VALUE SPACES.
       01  WPARM-ENV-VALUE PIC X(40) VALUE SPACES.
       01  WPARM-FILE-VALUE PIC X(40) VALUE SPACES.
       01  WPARM-FILE-SOURCE PIC X(08) VALUE SPACES.

      *    Every WISPPARM.DAT record - stream, name and value.
       01  WPARM-TABLE-COUNT PIC 9(03) COMP VALUE 0.
       01  WPARM-SUB PIC 9(03) COMP.
       01  WPARM-TABLE-AREA.
           05  WPARM-TABLE-ENTRY OCCURS 500 TIMES.
               10  WPARM-TE-STREAM PIC X(08).
               10  WPARM-TE-NAME PIC X(30).
               10  WPARM-TE-VALUE PIC X(40).

      *    Overrides already logged in this run unit.
       01  WPARM-LOGGED-COUNT PIC 9(03) COMP VALUE 0.
       01  WPARM-LOGGED-SUB PIC 9(03) COMP.
       01  WPARM-LOGGED-AREA.
           05  WPARM-LOGGED-ENTRY OCCURS 50 TIMES.
               10  WPARM-LE-STREAM PIC X(08).
               10  WPARM-LE-NAME PIC X(30).

       LINKAGE SECTION.
       01  WPARM-NAME PIC X(30).
       01  WPARM-VALUE PIC X(40).
       01  WPARM-SOURCE PIC X(08).
       01  WPARM-FOR-STREAM PIC X(08).

       PROCEDURE DIVISION USING WPARM-NAME
                                WPARM-VALUE
                                OPTIONAL WPARM-SOURCE
                                OPTIONAL WPARM-FOR-STREAM.

       WISPPARM-BEGIN.
           IF NOT WPARM-TABLE-LOADED
               PERFORM WISPPARM-LOAD-TABLE THRU WISPPARM-LOAD-TABLE-EXIT
           END-IF.
           MOVE SPACES TO WPARM-ENV-VALUE.
           IF ADDRESS OF WPARM-FOR-STREAM = NULL
               MOVE SPACES TO WPARM-STREAM
               ACCEPT WPARM-STREAM FROM ENVIRONMENT "WISP_STREAM"
               ACCEPT WPARM-ENV-VALUE FROM ENVIRONMENT WPARM-NAME
           ELSE
               MOVE WPARM-FOR-STREAM TO WPARM-STREAM
           END-IF.
           PERFORM WISPPARM-FIND-FILE-VALUE
               THRU WISPPARM-FIND-FILE-VALUE-EXIT.
           IF WPARM-ENV-VALUE = SPACES
               MOVE WPARM-FILE-VALUE TO WPARM-VALUE
               IF ADDRESS OF WPARM-SOURCE NOT = NULL
                   MOVE WPARM-FILE-SOURCE TO WPARM-SOURCE
               END-IF
               GO TO WISPPARM-EXIT
           END-IF.
           MOVE WPARM-ENV-VALUE TO WPARM-VALUE.
           IF ADDRESS OF WPARM-SOURCE NOT = NULL
               MOVE "ENV" TO WPARM-SOURCE
           END-IF.
           IF WPARM-ENV-VALUE NOT = WPARM-FILE-VALUE
               PERFORM WISPPARM-LOG-OVERRIDE
                   THRU WISPPARM-LOG-OVERRIDE-EXIT
           END-IF.
       WISPPARM-EXIT.
           EXIT PROGRAM.

      * ---------------------------------------------------------- *
      *  WISPPARM-FIND-FILE-VALUE                                  *
      *  The stream's own record wins over the *SYSTEM record,     *
      *  whichever order they are in on the file.                  *
      * ---------------------------------------------------------- *
       WISPPARM-FIND-FILE-VALUE.
           MOVE SPACES TO WPARM-FILE-VALUE.
           MOVE SPACES TO WPARM-FILE-SOURCE.
           MOVE "N" TO WPARM-FOUND-SW.
           PERFORM WISPPARM-CHECK-ONE THRU WISPPARM-CHECK-ONE-EXIT
               VARYING WPARM-SUB FROM 1 BY 1
               UNTIL WPARM-SUB > WPARM-TABLE-COUNT
                  OR WPARM-FOUND.
       WISPPARM-FIND-FILE-VALUE-EXIT.
           EXIT.

       WISPPARM-CHECK-ONE.
           IF WPARM-TE-NAME (WPARM-SUB) NOT = WPARM-NAME
               GO TO WISPPARM-CHECK-ONE-EXIT
           END-IF.
           IF WPARM-STREAM NOT = SPACES
                   AND WPARM-TE-STREAM (WPARM-SUB) = WPARM-STREAM
               MOVE WPARM-TE-VALUE (WPARM-SUB) TO WPARM-FILE-VALUE
               MOVE "STREAM" TO WPARM-FILE-SOURCE
               MOVE "Y" TO WPARM-FOUND-SW
               GO TO WISPPARM-CHECK-ONE-EXIT
           END-IF.
           IF WPARM-TE-STREAM (WPARM-SUB) = "*SYSTEM"
               MOVE WPARM-TE-VALUE (WPARM-SUB) TO WPARM-FILE-VALUE
               MOVE "SYSTEM" TO WPARM-FILE-SOURCE
           END-IF.
       WISPPARM-CHECK-ONE-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  WISPPARM-LOAD-TABLE                                       *
      *  Read WISPPARM.DAT into WPARM-TABLE-AREA one time per run  *
      *  unit.  No file at all simply means nothing is set there - *
      *  the environment and the built-in defaults still apply.    *
      * ---------------------------------------------------------- *
       WISPPARM-LOAD-TABLE.
           MOVE "Y" TO WPARM-LOADED-SW.
           MOVE "N" TO WPARM-EOF-SW.
           OPEN INPUT WISPPARM-FILE.
           IF NOT WPARR-FILE-OK
               GO TO WISPPARM-LOAD-TABLE-EXIT
           END-IF.
           PERFORM WISPPARM-LOAD-ONE THRU WISPPARM-LOAD-ONE-EXIT
               UNTIL WPARM-EOF
                  OR WPARM-TABLE-COUNT = 500.
           CLOSE WISPPARM-FILE.
       WISPPARM-LOAD-TABLE-EXIT.
           EXIT.

       WISPPARM-LOAD-ONE.
           READ WISPPARM-FILE
               AT END
                   MOVE "Y" TO WPARM-EOF-SW
               NOT AT END
                   ADD 1 TO WPARM-TABLE-COUNT
                   MOVE WPARR-STREAM TO
                       WPARM-TE-STREAM (WPARM-TABLE-COUNT)
                   MOVE WPARR-NAME TO
                       WPARM-TE-NAME (WPARM-TABLE-COUNT)
                   MOVE WPARR-VALUE TO
                       WPARM-TE-VALUE (WPARM-TABLE-COUNT)
           END-READ.
       WISPPARM-LOAD-ONE-EXIT.
           EXIT.

      * ---------------------------------------------------------- *
      *  WISPPARM-LOG-OVERRIDE                                     *
      *  Append the override to WISPPROV.LOG unless it has been    *
      *  logged already in this run unit.  A busy log is retried   *
      *  a little and then let go - the calling job must not fail  *
      *  for want of an audit line.                                *
      * ---------------------------------------------------------- *
       WISPPARM-LOG-OVERRIDE.
           MOVE "N" TO WPARM-FOUND-SW.
           PERFORM WISPPARM-CHECK-LOGGED
               THRU WISPPARM-CHECK-LOGGED-EXIT
               VARYING WPARM-LOGGED-SUB FROM 1 BY 1
               UNTIL WPARM-LOGGED-SUB > WPARM-LOGGED-COUNT
                  OR WPARM-FOUND.
           IF WPARM-FOUND
               GO TO WISPPARM-LOG-OVERRIDE-EXIT
           END-IF.
           IF WPARM-LOGGED-COUNT < 50
               ADD 1 TO WPARM-LOGGED-COUNT
               MOVE WPARM-STREAM TO
                   WPARM-LE-STREAM (WPARM-LOGGED-COUNT)
               MOVE WPARM-NAME TO
                   WPARM-LE-NAME (WPARM-LOGGED-COUNT)
           END-IF.
           MOVE SPACES TO WISPPROV-RECORD.
           ACCEPT WPROV-DATE FROM DATE YYYYMMDD.
           ACCEPT WPROV-TIME FROM TIME.
           ACCEPT WPROV-OPERATOR FROM ENVIRONMENT "USER".
           MOVE WPARM-STREAM TO WPROV-STREAM.
           MOVE WPARM-NAME TO WPROV-NAME.
           MOVE WPARM-ENV-VALUE TO WPROV-ENV-VALUE.
           MOVE WPARM-FILE-VALUE TO WPROV-FILE-VALUE.
           MOVE WPARM-FILE-SOURCE TO WPROV-FILE-SOURCE.
           IF WPARM-FILE-SOURCE = SPACES
               MOVE "DEFAULT" TO WPROV-FILE-SOURCE
           END-IF.
           MOVE 0 TO WPARM-OPEN-RETRY.
       WISPPARM-TRY-OPEN.
           OPEN EXTEND WISPPROV-LOG.
           IF WPROV-FILE-NOT-FOUND
               OPEN OUTPUT WISPPROV-LOG
           END-IF.
           IF NOT WPROV-FILE-OK
               ADD 1 TO WPARM-OPEN-RETRY
               IF WPARM-OPEN-RETRY < 10
                   GO TO WISPPARM-TRY-OPEN
               END-IF
               GO TO WISPPARM-LOG-OVERRIDE-EXIT
           END-IF.
           WRITE WISPPROV-RECORD.
           CLOSE WISPPROV-LOG.
       WISPPARM-LOG-OVERRIDE-EXIT.
           EXIT.

       WISPPARM-CHECK-LOGGED.
           IF WPARM-LE-STREAM (WPARM-LOGGED-SUB) = WPARM-STREAM
                   AND WPARM-LE-NAME (WPARM-LOGGED-SUB) = WPARM-NAME
               MOVE "Y" TO WPARM-FOUND-SW
           END-IF.
       WISPPARM-CHECK-LOGGED-EXIT.
           EXIT.
      *
      * --- END OF PROGRAM ---
      *
