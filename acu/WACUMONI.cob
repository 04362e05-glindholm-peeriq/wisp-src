001700**               the operator can follow the night from their
001800**               own terminal instead of babysitting the
001900**               console the WISPSTRM DISPLAYs scroll by on.
001910**
001920**               The screen also projects when the stream will
001930**               finish - what is left of the current step's
001940**               typical run time plus the typical run times of
001950**               the steps still waiting, out of the WISPBASE
001960**               nightly baselines - and sets it against the
001970**               stream's WISPDEAD.DAT latest acceptable finish.
002000**
002100**   Build:      ccbl -Da4 -o WACUMONI.acu WACUMONI.cob
002200**
002300**   Modifications:
002400**     dgh  Original version.
002420**     dgh  Show the stream's projected finish time from the
002440**          WISPBASE.DAT step baselines against its WISPDEAD
002460**          late finish.
002500**
002600
002700 IDENTIFICATION DIVISION.
004900     SELECT WISPALRT-LOG ASSIGN TO "WISPALRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WALRT-FILE-STATUS.
005110
005120     SELECT WISPBASE-FILE ASSIGN TO "WISPBASE"
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS WBAS-FILE-STATUS.
005150
005160     SELECT WISPDEAD-FILE ASSIGN TO "WISPDEAD"
005170         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS WDED-FILE-STATUS.
005200
005300 DATA DIVISION.
005400
006100
006200 FD  WISPALRT-LOG.
006300     COPY "wispalrr.cpy".
006310
006320 FD  WISPBASE-FILE.
006330     COPY "wispbasr.cpy".
006340
006350 FD  WISPDEAD-FILE.
006360     COPY "wispdedr.cpy".
006400
006500 WORKING-STORAGE SECTION.
006600 01  WSTR-FILE-STATUS         PIC XX.
006900     88  WLNKL-FILE-OK             VALUE "00".
007000 01  WALRT-FILE-STATUS        PIC XX.
007100     88  WALRT-FILE-OK             VALUE "00".
007120 01  WBAS-FILE-STATUS         PIC XX.
007140     88  WBAS-FILE-OK              VALUE "00".
007160 01  WDED-FILE-STATUS         PIC XX.
007180     88  WDED-FILE-OK              VALUE "00".
007200
007300 01  WMON-CRT-STATUS          PIC 9(04).
007400     88  WMON-KEY-PF7              VALUE 2007.
008200     88  WMON-LINK-EOF             VALUE "Y".
008300 01  WMON-ALRT-EOF-SW         PIC X(01) VALUE "N".
008400     88  WMON-ALRT-EOF             VALUE "Y".
008420 01  WMON-BASE-EOF-SW         PIC X(01) VALUE "N".
008440     88  WMON-BASE-EOF             VALUE "Y".
008460 01  WMON-DEAD-EOF-SW         PIC X(01) VALUE "N".
008480     88  WMON-DEAD-EOF             VALUE "Y".
008500 01  WMON-MATCH-SW            PIC X(01) VALUE "N".
008600     88  WMON-PROGRAM-MATCHES      VALUE "Y".
008700
009900     05  WMON-STEP-ENTRY OCCURS 100 TIMES.
010000         10  WMON-ST-STEP     PIC 9(03).
010100         10  WMON-ST-PROGRAM  PIC X(08).
010120         10  WMON-ST-BASE-SECS
010140                              PIC 9(06).
010200 01  WMON-STEP-SUB            PIC 9(03) COMP VALUE 0.
010300
010400 01  WMON-LIST-TOP            PIC 9(03) COMP VALUE 1.
011500 77  WMON-LAST-SECS           PIC 9(09) COMP VALUE 0.
011600 77  WMON-NOW-SECS            PIC 9(09) COMP VALUE 0.
011700 77  WMON-ELAPSED-SECS        PIC 9(09) COMP VALUE 0.
011710 77  WMON-BASE-COUNT          PIC 9(03) COMP VALUE 0.
011720 77  WMON-CLOCK-SECS          PIC 9(09) COMP VALUE 0.
011730 77  WMON-REMAIN-SECS         PIC 9(09) COMP VALUE 0.
011740 77  WMON-PROJECT-SECS        PIC 9(09) COMP VALUE 0.
011750 77  WMON-DEADLINE-SECS       PIC 9(09) COMP VALUE 0.
011760 77  WMON-HMS-SECS            PIC 9(09) COMP VALUE 0.
011770 01  WMON-LATE-FINISH         PIC X(08) VALUE SPACES.
011800
011900 01  WMON-TIME-PARTS.
012000     05  WMON-TP-HH           PIC 9(02).
012100     05  WMON-TP-MM           PIC 9(02).
012200     05  WMON-TP-SS           PIC 9(02).
012300     05  FILLER               PIC X(02).
012310
012320 01  WMON-HMS-TIME.
012330     05  WMON-HMS-HH          PIC 9(02).
012340     05  FILLER               PIC X(01) VALUE ":".
012350     05  WMON-HMS-MM          PIC 9(02).
012360     05  FILLER               PIC X(01) VALUE ":".
012370     05  WMON-HMS-SS          PIC 9(02).
012380 01  WMON-PROJECT-DISP        PIC X(08) VALUE SPACES.
012390 01  WMON-DEADLINE-DISP       PIC X(08) VALUE SPACES.
012400
012500 77  WMON-ALERT-COUNT         PIC 9(05) COMP VALUE 0.
012600 01  WMON-LAST-ALERT          PIC X(75) VALUE SPACES.
013200
013300 01  WMON-CHKP-MSG            PIC X(50) VALUE SPACES.
013400 01  WMON-ELAPSED-MSG         PIC X(60) VALUE SPACES.
013450 01  WMON-PROJECT-MSG         PIC X(75) VALUE SPACES.
013500 01  WMON-ALERT-MSG           PIC X(40) VALUE SPACES.
013600 01  WMON-POSITION-MSG        PIC X(40) VALUE SPACES.
013700 01  WMON-MSG                 PIC X(60) VALUE SPACES.
014800     05  LINE 3 COL 39 PIC X(01) USING WMON-FUNCTION.
014900     05  LINE 4 COL 3 PIC X(50) FROM WMON-CHKP-MSG.
015000     05  LINE 5 COL 3 PIC X(60) FROM WMON-ELAPSED-MSG.
015050     05  LINE 6 COL 3 PIC X(75) FROM WMON-PROJECT-MSG.
015100     05  LINE 7 COL 3 VALUE "STEP PROGRAM   STATUS".
015200     05  LINE PLUS 1 COL 3 PIC X(40) OCCURS 10
015300         FROM WMON-LIST-LINE.
018000     ACCEPT WMON-NOW-TIME FROM TIME.
018100     MOVE SPACES TO WMON-MSG.
018200     PERFORM 3000-LOAD-STREAM-STEPS THRU 3000-EXIT.
018220     PERFORM 8000-LOAD-BASELINES THRU 8000-EXIT.
018240     PERFORM 8100-LOAD-LATE-FINISH THRU 8100-EXIT.
018300     PERFORM 4000-QUERY-CHECKPOINT THRU 4000-EXIT.
018400     PERFORM 5000-SCAN-LINK-LOG THRU 5000-EXIT.
018500     PERFORM 6000-SCAN-ALERT-LOG THRU 6000-EXIT.
024500             TO WMON-ST-STEP (WMON-STEP-COUNT)
024600         MOVE WSTRR-PROGRAM
024700             TO WMON-ST-PROGRAM (WMON-STEP-COUNT)
024750         MOVE 0 TO WMON-ST-BASE-SECS (WMON-STEP-COUNT)
024800     END-IF.
024900     GO TO 3100-EXIT.
025000 3100-EXIT.
038700             INTO WMON-CHKP-MSG
038800     END-IF.
038900     PERFORM 7100-BUILD-ELAPSED-MSG THRU 7100-EXIT.
038950     PERFORM 7300-BUILD-PROJECTION-MSG THRU 7300-EXIT.
039000     MOVE WMON-ALERT-COUNT TO WMON-ALERT-DISP.
039100     MOVE SPACES TO WMON-ALERT-MSG.
039200     IF WMON-ALERT-COUNT = 0
049700 7210-EXIT.
049800     EXIT.
049900
050000**-----------------------------------------------------------**
050100**  7300-BUILD-PROJECTION-MSG                                **
050200**  Projected finish: the clock, plus what is left of the    **
050300**  running step's typical time, plus the typical time of    **
050400**  every step still waiting.  A step with no baseline yet   **
050500**  counts as nothing.  Nothing is running yet when no       **
050600**  dispatch is logged tonight, so the whole stream is        **
050700**  counted from now.                                        **
050800**-----------------------------------------------------------**
050900 7300-BUILD-PROJECTION-MSG.
051000     MOVE SPACES TO WMON-PROJECT-MSG.
051100     IF WMON-STEP-COUNT = 0
051200             OR WMON-COMPLETED-STEPS >= WMON-STEP-COUNT
051300         GO TO 7300-EXIT
051400     END-IF.
051500     IF WMON-BASE-COUNT = 0
051600         MOVE "No WISPBASE.DAT baselines for these steps yet."
051700             TO WMON-PROJECT-MSG
051800         GO TO 7300-EXIT
051900     END-IF.
052000     MOVE WMON-NOW-TIME TO WMON-TIME-PARTS.
052100     COMPUTE WMON-CLOCK-SECS =
052200         (WMON-TP-HH * 3600) + (WMON-TP-MM * 60)
052300         + WMON-TP-SS.
052400     MOVE 0 TO WMON-REMAIN-SECS.
052500     COMPUTE WMON-STEP-SUB = WMON-COMPLETED-STEPS + 1.
052600     IF WMON-LAST-END-TIME NOT = SPACES
052700         IF WMON-ST-BASE-SECS (WMON-STEP-SUB)
052800                 > WMON-ELAPSED-SECS
052900             COMPUTE WMON-REMAIN-SECS =
053000                 WMON-ST-BASE-SECS (WMON-STEP-SUB)
053100                 - WMON-ELAPSED-SECS
053200         END-IF
053300         ADD 1 TO WMON-STEP-SUB
053400     END-IF.
053500     PERFORM 7310-ADD-STEP-BASELINE THRU 7310-EXIT
053600         UNTIL WMON-STEP-SUB > WMON-STEP-COUNT.
053700     COMPUTE WMON-PROJECT-SECS =
053800         WMON-CLOCK-SECS + WMON-REMAIN-SECS.
053900     MOVE WMON-PROJECT-SECS TO WMON-HMS-SECS.
054000     IF WMON-HMS-SECS >= 86400
054100         SUBTRACT 86400 FROM WMON-HMS-SECS
054200     END-IF.
054300     PERFORM 7320-FORMAT-HMS THRU 7320-EXIT.
054400     MOVE WMON-HMS-TIME TO WMON-PROJECT-DISP.
054500     IF WMON-LATE-FINISH = SPACES
054600         STRING "Projected finish " DELIMITED BY SIZE
054700             WMON-PROJECT-DISP DELIMITED BY SIZE
054800             " (no late finish on WISPDEAD.DAT)"
054900                 DELIMITED BY SIZE
055000             INTO WMON-PROJECT-MSG
055100         GO TO 7300-EXIT
055200     END-IF.
055300     MOVE WMON-LATE-FINISH TO WMON-TIME-PARTS.
055400     COMPUTE WMON-DEADLINE-SECS =
055500         (WMON-TP-HH * 3600) + (WMON-TP-MM * 60)
055600         + WMON-TP-SS.
055700     MOVE WMON-DEADLINE-SECS TO WMON-HMS-SECS.
055800     PERFORM 7320-FORMAT-HMS THRU 7320-EXIT.
055900     MOVE WMON-HMS-TIME TO WMON-DEADLINE-DISP.
056000     IF WMON-NOW-TIME <= WMON-LATE-FINISH
056100             AND WMON-PROJECT-SECS > WMON-DEADLINE-SECS
056200         STRING "Projected finish " DELIMITED BY SIZE
056300             WMON-PROJECT-DISP DELIMITED BY SIZE
056400             " - PAST LATE FINISH " DELIMITED BY SIZE
056500             WMON-DEADLINE-DISP DELIMITED BY SIZE
056600             INTO WMON-PROJECT-MSG
056700     ELSE
056800         STRING "Projected finish " DELIMITED BY SIZE
056900             WMON-PROJECT-DISP DELIMITED BY SIZE
057000             " (late finish " DELIMITED BY SIZE
057100             WMON-DEADLINE-DISP DELIMITED BY SIZE
057200             ")" DELIMITED BY SIZE
057300             INTO WMON-PROJECT-MSG
057400     END-IF.
057500     GO TO 7300-EXIT.
057600 7300-EXIT.
057700     EXIT.
057800
057900**-----------------------------------------------------------**
058000**  7310-ADD-STEP-BASELINE                                   **
058100**-----------------------------------------------------------**
058200 7310-ADD-STEP-BASELINE.
058300     ADD WMON-ST-BASE-SECS (WMON-STEP-SUB) TO WMON-REMAIN-SECS.
058400     ADD 1 TO WMON-STEP-SUB.
058500     GO TO 7310-EXIT.
058600 7310-EXIT.
058700     EXIT.
058800
058900**-----------------------------------------------------------**
059000**  7320-FORMAT-HMS                                          **
059100**  WMON-HMS-SECS (seconds into the day) as HH:MM:SS.        **
059200**-----------------------------------------------------------**
059300 7320-FORMAT-HMS.
059400     COMPUTE WMON-HMS-HH = WMON-HMS-SECS / 3600.
059500     COMPUTE WMON-HMS-MM =
059600         (WMON-HMS-SECS - (WMON-HMS-HH * 3600)) / 60.
059700     COMPUTE WMON-HMS-SS = WMON-HMS-SECS
059800         - (WMON-HMS-HH * 3600) - (WMON-HMS-MM * 60).
059900     GO TO 7320-EXIT.
060000 7320-EXIT.
060100     EXIT.
060200
060300**-----------------------------------------------------------**
060400**  8000-LOAD-BASELINES                                      **
060500**  Typical seconds out of WISPBASE.DAT for every step of    **
060600**  the stream; no file leaves the projection off.           **
060700**-----------------------------------------------------------**
060800 8000-LOAD-BASELINES.
060900     MOVE 0 TO WMON-BASE-COUNT.
061000     MOVE "N" TO WMON-BASE-EOF-SW.
061100     IF WMON-STEP-COUNT = 0
061200         GO TO 8000-EXIT
061300     END-IF.
061400     OPEN INPUT WISPBASE-FILE.
061500     IF NOT WBAS-FILE-OK
061600         GO TO 8000-EXIT
061700     END-IF.
061800     PERFORM 8010-LOAD-ONE-BASELINE THRU 8010-EXIT
061900         UNTIL WMON-BASE-EOF.
062000     CLOSE WISPBASE-FILE.
062100     GO TO 8000-EXIT.
062200 8000-EXIT.
062300     EXIT.
062400
062500**-----------------------------------------------------------**
062600**  8010-LOAD-ONE-BASELINE                                   **
062700**  A program used by two steps gets the figure on both.     **
062800**-----------------------------------------------------------**
062900 8010-LOAD-ONE-BASELINE.
063000     READ WISPBASE-FILE
063100         AT END SET WMON-BASE-EOF TO TRUE
063200     END-READ.
063300     IF WMON-BASE-EOF
063400             OR WBASR-TYPICAL-SECS IS NOT NUMERIC
063500         GO TO 8010-EXIT
063600     END-IF.
063700     PERFORM 8020-MATCH-BASELINE THRU 8020-EXIT
063800         VARYING WMON-STEP-SUB FROM 1 BY 1
063900         UNTIL WMON-STEP-SUB > WMON-STEP-COUNT.
064000     GO TO 8010-EXIT.
064100 8010-EXIT.
064200     EXIT.
064300
064400**-----------------------------------------------------------**
064500**  8020-MATCH-BASELINE                                      **
064600**-----------------------------------------------------------**
064700 8020-MATCH-BASELINE.
064800     IF WMON-ST-PROGRAM (WMON-STEP-SUB) = WBASR-PROGRAM
064900         MOVE WBASR-TYPICAL-SECS
065000             TO WMON-ST-BASE-SECS (WMON-STEP-SUB)
065100         ADD 1 TO WMON-BASE-COUNT
065200     END-IF.
065300     GO TO 8020-EXIT.
065400 8020-EXIT.
065500     EXIT.
065600
065700**-----------------------------------------------------------**
065800**  8100-LOAD-LATE-FINISH                                    **
065900**  The stream's "*STREAM" deadline record, if it has one.   **
066000**-----------------------------------------------------------**
066100 8100-LOAD-LATE-FINISH.
066200     MOVE SPACES TO WMON-LATE-FINISH.
066300     MOVE "N" TO WMON-DEAD-EOF-SW.
066400     OPEN INPUT WISPDEAD-FILE.
066500     IF NOT WDED-FILE-OK
066600         GO TO 8100-EXIT
066700     END-IF.
066800     PERFORM 8110-READ-DEADLINE THRU 8110-EXIT
066900         UNTIL WMON-DEAD-EOF.
067000     CLOSE WISPDEAD-FILE.
067100     GO TO 8100-EXIT.
067200 8100-EXIT.
067300     EXIT.
067400
067500**-----------------------------------------------------------**
067600**  8110-READ-DEADLINE                                       **
067700**-----------------------------------------------------------**
067800 8110-READ-DEADLINE.
067900     READ WISPDEAD-FILE
068000         AT END SET WMON-DEAD-EOF TO TRUE
068100     END-READ.
068200     IF NOT WMON-DEAD-EOF
068300             AND WDEDR-STREAM = WMON-STREAM-NAME
068400             AND WDEDR-STREAM-REC
068500         MOVE WDEDR-LATE-FINISH TO WMON-LATE-FINISH
068600     END-IF.
068700     GO TO 8110-EXIT.
068800 8110-EXIT.
068900     EXIT.
069000
069100 9999-EXIT.
069200     EXIT PROGRAM.
069300 9999-STOP.
069400     STOP RUN.
