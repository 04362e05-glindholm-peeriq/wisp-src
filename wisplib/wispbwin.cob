001400**               the total against the average of the other
001500**               nights on file - so when the window overruns,
001600**               the step to blame is named instead of guessed.
001610**               It closes with the day's WISPSCJL.LOG stream
001620**               control actions - holds, releases, skipped
001630**               steps, restarts, and cleared checkpoints, with
001640**               the operator and reason for each - so the
001650**               auditors can see who bypassed which step and
001660**               why.
001700**
001800**   Build:      ccbl -o WISPBWIN.acu WISPBWIN.cob
001900**
002103**          name via WISPSPLR and register it in the report
002104**          catalog, so a run no longer overwrites the last one
002105**          and WACURPTV can redisplay or reprint it.
002106**     dgh  List the report day's WISPSCJL.LOG stream control
002107**          actions from the WACUSCTL console and the drivers
002108**          that carried them out.
002200**
002300
002400 IDENTIFICATION DIVISION.
004500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WBWN-SPOOL-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RPTO-FILE-STATUS.
004710
004720     SELECT WISPSCJL-LOG ASSIGN TO "WISPSCJL"
004730         ORGANIZATION IS LINE SEQUENTIAL
004740         FILE STATUS IS WSCJL-FILE-STATUS.
004800
004900 DATA DIVISION.
005000
006200
006300 FD  REPORT-OUT.
006400 01  REPORT-LINE                 PIC X(132).
006410
006420 FD  WISPSCJL-LOG.
006430     COPY "wispscjl.cpy".
006500
006600 WORKING-STORAGE SECTION.
006700
007203 01  WBWN-SPOOL-MODE                    PIC X(01).
007204 01  WBWN-REPORT-ID                   PIC X(08) VALUE "WISPBRPT".
007205 01  WBWN-SPOOL-PGM                   PIC X(08) VALUE "WISPBWIN".
007206 01  WSCJL-FILE-STATUS           PIC XX.
007207     88  WSCJL-FILE-OK               VALUE "00".
007300
007400 01  WBWN-LOG-EOF-SW             PIC X(01) VALUE "N".
007500     88  WBWN-LOG-EOF                VALUE "Y".
007700     88  WBWN-SORT-EOF               VALUE "Y".
007710 01  WBWN-OVERFLOW-SW            PIC X(01) VALUE "N".
007720     88  WBWN-STEPS-OVERFLOWED       VALUE "Y".
007730 01  WBWN-CTL-EOF-SW             PIC X(01) VALUE "N".
007740     88  WBWN-CTL-EOF                VALUE "Y".
007800
007900 01  WBWN-REPORT-DATE            PIC 9(08).
008000 01  FILLER REDEFINES WBWN-REPORT-DATE.
010900 77  WBWN-NORM-AVG               PIC 9(09) COMP VALUE 0.
011000 77  WBWN-RANK                   PIC 9(03) COMP VALUE 0.
011100 77  WBWN-ELAPSED-WORK           PIC 9(06) COMP VALUE 0.
011110 77  WBWN-CTL-COUNT              PIC 9(05) COMP VALUE 0.
011200
011300 01  WBWN-HEADING-1.
011400     05  FILLER                  PIC X(20) VALUE SPACES.
018120 01  WBWN-OVERFLOW-LINE.
018130     05  FILLER                  PIC X(53) VALUE
018140         "STEP TABLE FULL - FIRST 500 SHOWN, TOTAL INCOMPLETE.".
018150
018151 01  WBWN-CTL-HEADING.
018152     05  FILLER                  PIC X(30) VALUE
018153         "STREAM CONTROL ACTIONS".
018154
018155 01  WBWN-CTL-HEADING-2.
018156     05  FILLER                  PIC X(09) VALUE "TIME    ".
018157     05  FILLER                  PIC X(09) VALUE "OPERATOR".
018158     05  FILLER                  PIC X(09) VALUE "STREAM  ".
018159     05  FILLER                  PIC X(05) VALUE "STEP".
018160     05  FILLER                  PIC X(11) VALUE "ACTION    ".
018161     05  FILLER                  PIC X(06) VALUE "REASON".
018162
018163 01  WBWN-CTL-LINE.
018164     05  WBWN-CT-TIME            PIC X(08).
018165     05  FILLER                  PIC X(01) VALUE SPACES.
018166     05  WBWN-CT-OPERATOR        PIC X(08).
018167     05  FILLER                  PIC X(01) VALUE SPACES.
018168     05  WBWN-CT-STREAM          PIC X(08).
018169     05  FILLER                  PIC X(01) VALUE SPACES.
018170     05  WBWN-CT-STEP            PIC X(03).
018171     05  FILLER                  PIC X(02) VALUE SPACES.
018172     05  WBWN-CT-ACTION          PIC X(10).
018173     05  FILLER                  PIC X(01) VALUE SPACES.
018174     05  WBWN-CT-REASON          PIC X(50).
018175
018176 01  WBWN-NO-CTL-LINE.
018177     05  FILLER                  PIC X(40) VALUE
018178         "NO STREAM CONTROL ACTIONS FOR THE DAY.".
018200
018300 PROCEDURE DIVISION.
018400
019400             OUTPUT PROCEDURE 5000-PRINT-RANKING THRU 5000-EXIT
019500     END-IF.
019600     PERFORM 6000-PRINT-NORM THRU 6000-EXIT.
019610     PERFORM 7000-PRINT-CONTROL-ACTIONS THRU 7000-EXIT.
019700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019800     STOP RUN.
019900
053000     GO TO 6100-EXIT.
053100 6100-EXIT.
053200     EXIT.
053210
053220**-----------------------------------------------------------**
053230**  7000-PRINT-CONTROL-ACTIONS                               **
053240**  Every WISPSCJL.LOG record dated the report day, in the   **
053250**  order taken.  A stream-level action (hold, release,      **
053260**  HELD, cleared checkpoint) shows no step.                 **
053270**-----------------------------------------------------------**
053280 7000-PRINT-CONTROL-ACTIONS.
053290     MOVE SPACES TO REPORT-LINE.
053291     WRITE REPORT-LINE.
053292     MOVE WBWN-CTL-HEADING TO REPORT-LINE.
053293     WRITE REPORT-LINE.
053294     MOVE WBWN-CTL-HEADING-2 TO REPORT-LINE.
053295     WRITE REPORT-LINE.
053296     MOVE 0 TO WBWN-CTL-COUNT.
053297     MOVE "N" TO WBWN-CTL-EOF-SW.
053298     OPEN INPUT WISPSCJL-LOG.
053299     IF WSCJL-FILE-OK
053300         PERFORM 7100-PRINT-CONTROL-LINE THRU 7100-EXIT
053301             UNTIL WBWN-CTL-EOF
053302         CLOSE WISPSCJL-LOG
053303     END-IF.
053304     IF WBWN-CTL-COUNT = 0
053305         MOVE WBWN-NO-CTL-LINE TO REPORT-LINE
053306         WRITE REPORT-LINE
053307     END-IF.
053308     GO TO 7000-EXIT.
053309 7000-EXIT.
053310     EXIT.
053311
053312**-----------------------------------------------------------**
053313**  7100-PRINT-CONTROL-LINE                                  **
053314**-----------------------------------------------------------**
053315 7100-PRINT-CONTROL-LINE.
053316     READ WISPSCJL-LOG
053317         AT END SET WBWN-CTL-EOF TO TRUE
053318     END-READ.
053319     IF WBWN-CTL-EOF
053320             OR WSCJL-DATE NOT = WBWN-HDG-DATE
053321         GO TO 7100-EXIT
053322     END-IF.
053323     ADD 1 TO WBWN-CTL-COUNT.
053324     MOVE WSCJL-TIME TO WBWN-CT-TIME.
053325     MOVE WSCJL-OPERATOR TO WBWN-CT-OPERATOR.
053326     MOVE WSCJL-STREAM TO WBWN-CT-STREAM.
053327     IF WSCJL-STEP = 0
053328         MOVE SPACES TO WBWN-CT-STEP
053329     ELSE
053330         MOVE WSCJL-STEP TO WBWN-CT-STEP
053331     END-IF.
053332     MOVE WSCJL-ACTION TO WBWN-CT-ACTION.
053333     MOVE WSCJL-REASON TO WBWN-CT-REASON.
053334     MOVE WBWN-CTL-LINE TO REPORT-LINE.
053335     WRITE REPORT-LINE.
053336     GO TO 7100-EXIT.
053337 7100-EXIT.
053338     EXIT.
053339
053400**-----------------------------------------------------------**
053500**  9000-TERMINATE                                           **
053600**-----------------------------------------------------------**
