002000**
002100**   Modifications:
002200**     dgh  Original version.
002220**     dgh  Page the shift's backup (first escalation) or the
002240**          primary's supervisor (a further one) through
002260**          WISPPAGE for every re-raise once it is on file.
002270**     dgh  Read WISP_ALERT_ESCALATE_MINS through WISPPARM, so
002280**          the WISPPARM.DAT stream or system value applies
002290**          unless the job's environment overrides it.
002300**
002400
002500 IDENTIFICATION DIVISION.
005600 01  WAES-TODAY                  PIC X(08) VALUE SPACES.
005700 01  WAES-NOW-TIME               PIC X(08) VALUE SPACES.
005800
005820 01  WAES-PARM-NAME              PIC X(30) VALUE SPACES.
005840 01  WAES-PARM-VALUE             PIC X(40) VALUE SPACES.
005900 01  WAES-MINS-X                 PIC X(05) VALUE SPACES.
006000 77  WAES-ESCALATE-MINS          PIC 9(05) COMP VALUE 30.
006100 77  WAES-ALERT-SECS             PIC 9(09) COMP VALUE 0.
007700 77  WAES-ORIGINAL-COUNT         PIC 9(03) COMP VALUE 0.
007800
007900 77  WAES-RAISED-COUNT           PIC 9(03) COMP VALUE 0.
007920 77  WAES-FIRST-RAISED           PIC 9(03) COMP VALUE 0.
007940 01  WAES-PAGE-LEVEL             PIC X(01) VALUE SPACE.
008000 01  WAES-COUNT-DISP             PIC ZZ9.
008100 01  WAES-ESC-TEXT               PIC X(75) VALUE SPACES.
008200
009100     IF WAES-RAISED-COUNT > 0
009200         PERFORM 3000-REWRITE-LOG THRU 3000-EXIT
009300     END-IF.
009310*    A rewrite that failed zeroes the count - nothing on file,
009320*    so nobody is paged until the next cycle raises it.
009330     IF WAES-RAISED-COUNT > 0
009340         COMPUTE WAES-FIRST-RAISED = WAES-ORIGINAL-COUNT + 1
009350         PERFORM 4000-PAGE-ONE-RAISE THRU 4000-EXIT
009360             VARYING WAES-REC-SUB FROM WAES-FIRST-RAISED BY 1
009370             UNTIL WAES-REC-SUB > WAES-REC-COUNT
009380     END-IF.
009400     MOVE WAES-RAISED-COUNT TO WAES-COUNT-DISP.
009500     DISPLAY "WISPAESC: " WAES-COUNT-DISP
009600         " ALERT(S) ESCALATED.".
010200 1000-INITIALIZE.
010300     ACCEPT WAES-TODAY FROM DATE YYYYMMDD.
010400     ACCEPT WAES-NOW-TIME FROM TIME.
010450     MOVE "WISP_ALERT_ESCALATE_MINS" TO WAES-PARM-NAME.
010500     CALL "WISPPARM" USING WAES-PARM-NAME WAES-PARM-VALUE.
010550     MOVE WAES-PARM-VALUE TO WAES-MINS-X.
010700     IF WAES-MINS-X NOT = SPACES
010800         COMPUTE WAES-ESCALATE-MINS =
010900             FUNCTION NUMVAL (WAES-MINS-X)
023400     GO TO 3100-EXIT.
023500 3100-EXIT.
023600     EXIT.
023700
023800**-----------------------------------------------------------**
023900**  4000-PAGE-ONE-RAISE                                      **
024000**  A re-raise of an alert that was itself a re-raise starts **
024100**  its copied text with the earlier ESCALATED prefix - that **
024200**  one goes past the backup to the supervisor.              **
024300**-----------------------------------------------------------**
024400 4000-PAGE-ONE-RAISE.
024500     MOVE WAES-REC-ENTRY (WAES-REC-SUB) TO WISPALRT-RECORD.
024600     IF WALRT-TEXT (39:14) = "ESCALATED (ID "
024700         MOVE "2" TO WAES-PAGE-LEVEL
024800     ELSE
024900         MOVE "1" TO WAES-PAGE-LEVEL
025000     END-IF.
025100     CALL "WISPPAGE" USING WAES-PAGE-LEVEL
025200                           WALRT-DATE
025300                           WALRT-TIME
025400                           WALRT-ID
025500                           WALRT-PROGRAM
025600                           WALRT-TEXT.
025700     GO TO 4000-EXIT.
025800 4000-EXIT.
025900     EXIT.
