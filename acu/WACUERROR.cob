000626**          alert (id from the raise time, open and
000627**          unescalated) for the WACUALRT console and the
000628**          WISPAESC escalation job.
000629**     dgh  Page the on-call operator (WISPPAGE) on storm alerts.
000630**     dgh  Read WISP_STORM_LIMIT, WISP_STORM_WINDOW and
000631**          WISP_BATCH_MODE through WISPPARM, so the
000632**          WISPPARM.DAT stream or system value applies unless
000633**          the job's environment overrides it.
000635**
000640
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.
001480     88  WALRT-FILE-EOF            VALUE "10".
001490     88  WALRT-FILE-NOT-FOUND      VALUE "35".
001500 01  WALRT-RETRY-COUNT        PIC 9(03) COMP VALUE 0.
001505 01  WERR-PAGE-LEVEL          PIC X(01) VALUE "N".
001507 01  WERR-ALERT-ID            PIC X(06) VALUE SPACES.
001510
001512 01  WERR-PARM-NAME           PIC X(30) VALUE SPACES.
001514 01  WERR-PARM-VALUE          PIC X(40) VALUE SPACES.
001520 01  WERR-STORM-LIMIT-X       PIC X(05) VALUE SPACES.
001530 01  WERR-STORM-WINDOW-X      PIC X(05) VALUE SPACES.
001540 77  WERR-STORM-LIMIT         PIC 9(05) COMP VALUE 10.
005160 1200-CHECK-ERROR-STORM.
005170     ACCEPT WERR-NOW-DATE FROM DATE YYYYMMDD.
005180     ACCEPT WERR-NOW-TIME FROM TIME.
005185     MOVE "WISP_STORM_LIMIT" TO WERR-PARM-NAME.
005190     CALL "WISPPARM" USING WERR-PARM-NAME WERR-PARM-VALUE.
005195     MOVE WERR-PARM-VALUE TO WERR-STORM-LIMIT-X.
005210     IF WERR-STORM-LIMIT-X NOT = SPACES
005220         COMPUTE WERR-STORM-LIMIT =
005230             FUNCTION NUMVAL (WERR-STORM-LIMIT-X)
005250     IF WERR-STORM-LIMIT = 0
005260         MOVE 10 TO WERR-STORM-LIMIT
005270     END-IF.
005275     MOVE "WISP_STORM_WINDOW" TO WERR-PARM-NAME.
005280     CALL "WISPPARM" USING WERR-PARM-NAME WERR-PARM-VALUE.
005285     MOVE WERR-PARM-VALUE TO WERR-STORM-WINDOW-X.
005300     IF WERR-STORM-WINDOW-X NOT = SPACES
005310         COMPUTE WERR-STORM-WINDOW-MINS =
005320             FUNCTION NUMVAL (WERR-STORM-WINDOW-X)
007720     MOVE WERR-STM-ERR-COUNT (WERR-STM-CUR) TO WALRT-COUNT.
007730     MOVE WERR-STM-FIRST-TEXT (WERR-STM-CUR) TO WALRT-TEXT.
007732*    The alert id is the raise time - what WACUALRT acks by.
007733     MOVE WERR-NOW-TIME (1:6) TO WERR-ALERT-ID.
007734     MOVE WERR-ALERT-ID TO WALRT-ID.
007736     MOVE "N" TO WALRT-ACK.
007738     MOVE "N" TO WALRT-ESCALATED.
007740*    The alert log is shared by every session - a busy open
007810     END-IF.
007820     WRITE WISPALRT-RECORD.
007830     CLOSE WISPALRT-LOG.
007831*    Page whoever is on call for the shift - a new alert.
007832     CALL "WISPPAGE" USING WERR-PAGE-LEVEL
007833                           WERR-NOW-DATE
007834                           WERR-NOW-TIME
007835                           WERR-ALERT-ID
007836                           WERR-STM-PROGRAM (WERR-STM-CUR)
007837                           WERR-STM-FIRST-TEXT (WERR-STM-CUR).
007840     GO TO 1300-EXIT.
007850 1300-EXIT.
007860     EXIT.
008060
008070**-----------------------------------------------------------**
008080**  1400-CHECK-BATCH-MODE                                    **
008090**  Overnight batch streams set WISP_BATCH_MODE=YES (their  **
008100**  WISPPARM.DAT stream value, or the job environment) so a  **
008110**  routine that drives into this error path does not hang   **
008115**  waiting on an operator who isn't there.                  **
008120**-----------------------------------------------------------**
008130 1400-CHECK-BATCH-MODE.
008140     MOVE SPACES TO WERR-BATCH-FLAG.
008145     MOVE "WISP_BATCH_MODE" TO WERR-PARM-NAME.
008150     CALL "WISPPARM" USING WERR-PARM-NAME WERR-PARM-VALUE.
008155     MOVE WERR-PARM-VALUE TO WERR-BATCH-FLAG.
008160     GO TO 1400-EXIT.
008170 1400-EXIT.
008180     EXIT.
