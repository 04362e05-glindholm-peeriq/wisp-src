002500**               crosses midnight its deadline in the morning
002600**               hours and let the after-midnight checker runs
002700**               catch it.
002710**
002720**               Once a stream is under way its finish is also
002730**               projected - the current step's remaining
002740**               typical run time plus the typical run times of
002750**               the steps after it, out of the WISPBASE.DAT
002760**               baselines - and an alert is raised as soon as
002770**               that projection crosses the latest acceptable
002780**               finish, hours before the deadline itself goes
002790**               by.
002800**
002900**   Build:      ccbl -o WISPSLAC.acu WISPSLAC.cob
003000**
003100**   Modifications:
003200**     dgh  Original version.
003220**     dgh  Project a running stream's finish from the
003240**          WISPBASE.DAT step baselines and alert once per
003260**          night when the projection passes late finish.
003280**     dgh  Page the on-call operator (WISPPAGE) on each alert.
003300**
003400
003500 IDENTIFICATION DIVISION.
003800 REMARKS.
003900     Raises WISPALRT.LOG alerts for late-start, late-finish,
004000     and step-overrun deadline breaks, once per night each.
004020     Also raises a projected late-finish alert from the
004040     WISPBASE.DAT step baselines.
004100
004200 ENVIRONMENT DIVISION.
004300
006200     SELECT WISPALRT-LOG ASSIGN TO "WISPALRT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WALRT-FILE-STATUS.
006420
006440     SELECT WISPBASE-FILE ASSIGN TO "WISPBASE"
006460         ORGANIZATION IS LINE SEQUENTIAL
006480         FILE STATUS IS WBAS-FILE-STATUS.
006500
006600 DATA DIVISION.
006700
008700
008800 FD  WISPALRT-LOG.
008900     COPY "wispalrr.cpy".
008920
008940 FD  WISPBASE-FILE.
008960     COPY "wispbasr.cpy".
009000
009100 WORKING-STORAGE SECTION.
009200
010200     88  WALRT-FILE-OK               VALUE "00".
010300     88  WALRT-FILE-NOT-FOUND        VALUE "35".
010400 01  WALRT-RETRY-COUNT           PIC 9(03) COMP VALUE 0.
010405 01  WSLA-PAGE-LEVEL             PIC X(01) VALUE "N".
010407 01  WSLA-ALERT-ID               PIC X(06) VALUE SPACES.
010410 01  WSLA-ALERT-PROGRAM          PIC X(08) VALUE SPACES.
010420 01  WBAS-FILE-STATUS            PIC XX.
010440     88  WBAS-FILE-OK                VALUE "00".
010500
010600 01  WSLA-DEAD-EOF-SW            PIC X(01) VALUE "N".
010700     88  WSLA-DEAD-EOF               VALUE "Y".
011500     88  WSLA-ALREADY-RAISED         VALUE "Y".
011600 01  WSLA-STEP-DL-SW             PIC X(01) VALUE "N".
011700     88  WSLA-STEP-DL-FOUND          VALUE "Y".
011720 01  WSLA-BASE-EOF-SW            PIC X(01) VALUE "N".
011740     88  WSLA-BASE-EOF               VALUE "Y".
011800
011900*    The deadline definitions, stream-level and step-level in
012000*    one table the way they share one record layout.
015000 01  WSLA-PGM-CUR                PIC 9(03) COMP VALUE 0.
015100
015200*    The already-raised list for tonight, from WISPSLAC.DAT.
015300*    Type "S" late start, "F" late finish, "E" step elapsed,
015350*    "P" projected finish past late finish.
015400 01  WSLA-STATE-TABLE.
015500     05  WSLA-STATE-COUNT        PIC 9(03) COMP VALUE 0.
015600     05  WSLA-STATE-ENTRY OCCURS 200 TIMES.
015800         10  WSLA-STE-TYPE       PIC X(01).
015900         10  WSLA-STE-PROGRAM    PIC X(08).
016000 01  WSLA-STATE-SUB              PIC 9(03) COMP VALUE 0.
016005
016010*    Typical step run times out of WISPBASE.DAT.
016015 01  WSLA-BASE-TABLE.
016020     05  WSLA-BASE-COUNT         PIC 9(03) COMP VALUE 0.
016025     05  WSLA-BASE-ENTRY OCCURS 500 TIMES.
016030         10  WSLA-BE-PROGRAM     PIC X(08).
016035         10  WSLA-BE-TYPICAL-SECS
016040                                 PIC 9(06).
016045 01  WSLA-BASE-SUB               PIC 9(03) COMP VALUE 0.
016050 01  WSLA-BASE-PROGRAM           PIC X(08) VALUE SPACES.
016100
016200 01  WSLA-TODAY                  PIC X(08) VALUE SPACES.
016300 01  WSLA-NOW-TIME               PIC X(08) VALUE SPACES.
017100 77  WSLA-NOW-SECS               PIC 9(09) COMP VALUE 0.
017200 77  WSLA-RUN-SECS               PIC 9(09) COMP VALUE 0.
017300 77  WSLA-ALERTS-RAISED          PIC 9(03) COMP VALUE 0.
017310 77  WSLA-CLOCK-SECS             PIC 9(09) COMP VALUE 0.
017320 77  WSLA-BASE-SECS              PIC 9(09) COMP VALUE 0.
017330 77  WSLA-REMAIN-SECS            PIC 9(09) COMP VALUE 0.
017340 77  WSLA-PROJECT-SECS           PIC 9(09) COMP VALUE 0.
017350 77  WSLA-DEADLINE-SECS          PIC 9(09) COMP VALUE 0.
017400
017500 01  WSLA-TIME-PARTS.
017600     05  WSLA-TP-HH              PIC 9(02).
017700     05  WSLA-TP-MM              PIC 9(02).
017800     05  WSLA-TP-SS              PIC 9(02).
017900     05  FILLER                  PIC X(02).
017910
017920 01  WSLA-PROJECT-TIME.
017930     05  WSLA-PT-HH              PIC 9(02).
017940     05  WSLA-PT-MM              PIC 9(02).
017950     05  WSLA-PT-SS              PIC 9(02).
017960     05  WSLA-PT-HS              PIC 9(02) VALUE 0.
018000
018100 01  WSLA-ELAPSED-DISP           PIC ZZZZZ9.
018200 01  WSLA-COUNT-DISP             PIC ZZ9.
022700                OR WSLA-STATE-COUNT = 200
022800         CLOSE WISPSLAC-FILE
022900     END-IF.
022910     OPEN INPUT WISPBASE-FILE.
022920     IF WBAS-FILE-OK
022930         PERFORM 1400-LOAD-BASELINE THRU 1400-EXIT
022940             UNTIL WSLA-BASE-EOF
022950                OR WSLA-BASE-COUNT = 500
022960         CLOSE WISPBASE-FILE
022970     END-IF.
023000     GO TO 1000-EXIT.
023100 1000-EXIT.
023200     EXIT.
034900     GO TO 1300-EXIT.
035000 1300-EXIT.
035100     EXIT.
035102
035104**-----------------------------------------------------------**
035106**  1400-LOAD-BASELINE                                       **
035108**-----------------------------------------------------------**
035110 1400-LOAD-BASELINE.
035112     READ WISPBASE-FILE
035114         AT END
035116             SET WSLA-BASE-EOF TO TRUE
035118         NOT AT END
035120             IF WBASR-TYPICAL-SECS IS NUMERIC
035122                 ADD 1 TO WSLA-BASE-COUNT
035124                 MOVE WBASR-PROGRAM
035126                     TO WSLA-BE-PROGRAM (WSLA-BASE-COUNT)
035128                 MOVE WBASR-TYPICAL-SECS
035130                     TO WSLA-BE-TYPICAL-SECS (WSLA-BASE-COUNT)
035132             END-IF
035134     END-READ.
035136     GO TO 1400-EXIT.
035138 1400-EXIT.
035140     EXIT.
035200
035300**-----------------------------------------------------------**
035400**  2000-SCAN-LINK-LOG                                       **
054500             INTO WSLA-ALERT-TEXT
054600         PERFORM 6000-RAISE-ONCE THRU 6000-EXIT
054700     END-IF.
054750     PERFORM 8000-CHECK-PROJECTED-FINISH THRU 8000-EXIT.
054800     GO TO 3100-EXIT.
054900 3100-EXIT.
055000     EXIT.
076900     MOVE WSLA-TODAY TO WALRT-DATE.
077000     MOVE WSLA-NOW-TIME TO WALRT-TIME.
077100     IF WSLA-CHECK-PROGRAM = SPACES
077200         MOVE WSLA-CHECK-STREAM TO WSLA-ALERT-PROGRAM
077300     ELSE
077400         MOVE WSLA-CHECK-PROGRAM TO WSLA-ALERT-PROGRAM
077500     END-IF.
077550     MOVE WSLA-ALERT-PROGRAM TO WALRT-PROGRAM.
077600     MOVE 0 TO WALRT-COUNT.
077700     MOVE WSLA-ALERT-TEXT TO WALRT-TEXT.
077710*    The alert id is the raise time - what WACUALRT acks by.
077715     MOVE WSLA-NOW-TIME (1:6) TO WSLA-ALERT-ID.
077720     MOVE WSLA-ALERT-ID TO WALRT-ID.
077730     MOVE "N" TO WALRT-ACK.
077740     MOVE "N" TO WALRT-ESCALATED.
077800     MOVE 0 TO WALRT-RETRY-COUNT.
078300     WRITE WISPALRT-RECORD.
078400     CLOSE WISPALRT-LOG.
078500     DISPLAY "WISPSLAC: " WSLA-ALERT-TEXT.
078510*    Page whoever is on call for the shift - a new alert.
078520     CALL "WISPPAGE" USING WSLA-PAGE-LEVEL
078530                           WSLA-TODAY
078540                           WSLA-NOW-TIME
078550                           WSLA-ALERT-ID
078560                           WSLA-ALERT-PROGRAM
078570                           WSLA-ALERT-TEXT.
078600     GO TO 6500-EXIT.
078700 6500-EXIT.
078800     EXIT.
083800     GO TO 7100-EXIT.
083900 7100-EXIT.
084000     EXIT.
084100
084200**-----------------------------------------------------------**
084300**  8000-CHECK-PROJECTED-FINISH                              **
084400**  For a stream under way and not yet past its late finish: **
084500**  what is left of the current step's typical run time,     **
084600**  plus the typical run time of every step after it, added  **
084700**  to the clock.  A step with no baseline yet counts as     **
084800**  nothing, so the projection errs early, never late.  A    **
084900**  projection that runs past midnight is past any deadline  **
085000**  still ahead of it today.                                 **
085100**-----------------------------------------------------------**
085200 8000-CHECK-PROJECTED-FINISH.
085300     IF WSLA-DE-LATE-FINISH (WSLA-DEAD-SUB) = SPACES
085400             OR WSLA-NOW-TIME >
085500                 WSLA-DE-LATE-FINISH (WSLA-DEAD-SUB)
085600         GO TO 8000-EXIT
085700     END-IF.
085800     IF WSLA-STRM-CUR = 0
085900             OR WSLA-BASE-COUNT = 0
086000         GO TO 8000-EXIT
086100     END-IF.
086200     IF WSLA-SE-FIRST-START (WSLA-STRM-CUR) = SPACES
086300             OR WSLA-SE-FINISHED (WSLA-STRM-CUR) = "Y"
086400         GO TO 8000-EXIT
086500     END-IF.
086600     PERFORM 3210-FIND-CURRENT-STEP THRU 3210-EXIT.
086700     IF WSLA-PGM-CUR = 0
086800         GO TO 8000-EXIT
086900     END-IF.
087000     MOVE WSLA-SE-LAST-END (WSLA-STRM-CUR)
087100         TO WSLA-TIME-PARTS.
087200     COMPUTE WSLA-LAST-SECS =
087300         (WSLA-TP-HH * 3600) + (WSLA-TP-MM * 60)
087400         + WSLA-TP-SS.
087500     MOVE WSLA-NOW-TIME TO WSLA-TIME-PARTS.
087600     COMPUTE WSLA-CLOCK-SECS =
087700         (WSLA-TP-HH * 3600) + (WSLA-TP-MM * 60)
087800         + WSLA-TP-SS.
087900     MOVE WSLA-CLOCK-SECS TO WSLA-NOW-SECS.
088000     IF WSLA-NOW-SECS < WSLA-LAST-SECS
088100         ADD 86400 TO WSLA-NOW-SECS
088200     END-IF.
088300     COMPUTE WSLA-RUN-SECS = WSLA-NOW-SECS - WSLA-LAST-SECS.
088400     MOVE WSLA-SE-PROGRAM (WSLA-STRM-CUR, WSLA-PGM-CUR)
088500         TO WSLA-BASE-PROGRAM.
088600     PERFORM 8020-FIND-BASELINE THRU 8020-EXIT.
088700     IF WSLA-BASE-SECS > WSLA-RUN-SECS
088800         COMPUTE WSLA-REMAIN-SECS =
088900             WSLA-BASE-SECS - WSLA-RUN-SECS
089000     ELSE
089100         MOVE 0 TO WSLA-REMAIN-SECS
089200     END-IF.
089300     COMPUTE WSLA-PGM-SUB = WSLA-PGM-CUR + 1.
089400     PERFORM 8010-ADD-STEP-BASELINE THRU 8010-EXIT
089500         UNTIL WSLA-PGM-SUB >
089600             WSLA-SE-PGM-COUNT (WSLA-STRM-CUR).
089700     COMPUTE WSLA-PROJECT-SECS =
089800         WSLA-CLOCK-SECS + WSLA-REMAIN-SECS.
089900     MOVE WSLA-DE-LATE-FINISH (WSLA-DEAD-SUB)
090000         TO WSLA-TIME-PARTS.
090100     COMPUTE WSLA-DEADLINE-SECS =
090200         (WSLA-TP-HH * 3600) + (WSLA-TP-MM * 60)
090300         + WSLA-TP-SS.
090400     IF WSLA-PROJECT-SECS <= WSLA-DEADLINE-SECS
090500         GO TO 8000-EXIT
090600     END-IF.
090700     IF WSLA-PROJECT-SECS >= 86400
090800         SUBTRACT 86400 FROM WSLA-PROJECT-SECS
090900     END-IF.
091000     COMPUTE WSLA-PT-HH = WSLA-PROJECT-SECS / 3600.
091100     COMPUTE WSLA-PT-MM =
091200         (WSLA-PROJECT-SECS - (WSLA-PT-HH * 3600)) / 60.
091300     COMPUTE WSLA-PT-SS = WSLA-PROJECT-SECS
091400         - (WSLA-PT-HH * 3600) - (WSLA-PT-MM * 60).
091500     MOVE "P" TO WSLA-CHECK-TYPE.
091600     MOVE SPACES TO WSLA-CHECK-PROGRAM.
091700     MOVE SPACES TO WSLA-ALERT-TEXT.
091800     STRING "DEADLINE: STREAM " DELIMITED BY SIZE
091900         WSLA-CHECK-STREAM DELIMITED BY SIZE
092000         " PROJECTED END " DELIMITED BY SIZE
092100         WSLA-PROJECT-TIME DELIMITED BY SIZE
092200         " - LATE FINISH " DELIMITED BY SIZE
092300         WSLA-DE-LATE-FINISH (WSLA-DEAD-SUB)
092400             DELIMITED BY SIZE
092500         INTO WSLA-ALERT-TEXT.
092600     PERFORM 6000-RAISE-ONCE THRU 6000-EXIT.
092700     GO TO 8000-EXIT.
092800 8000-EXIT.
092900     EXIT.
093000
093100**-----------------------------------------------------------**
093200**  8010-ADD-STEP-BASELINE                                   **
093300**-----------------------------------------------------------**
093400 8010-ADD-STEP-BASELINE.
093500     MOVE WSLA-SE-PROGRAM (WSLA-STRM-CUR, WSLA-PGM-SUB)
093600         TO WSLA-BASE-PROGRAM.
093700     PERFORM 8020-FIND-BASELINE THRU 8020-EXIT.
093800     ADD WSLA-BASE-SECS TO WSLA-REMAIN-SECS.
093900     ADD 1 TO WSLA-PGM-SUB.
094000     GO TO 8010-EXIT.
094100 8010-EXIT.
094200     EXIT.
094300
094400**-----------------------------------------------------------**
094500**  8020-FIND-BASELINE                                       **
094600**  Typical seconds for WSLA-BASE-PROGRAM; zero when none.   **
094700**-----------------------------------------------------------**
094800 8020-FIND-BASELINE.
094900     MOVE 0 TO WSLA-BASE-SECS.
095000     MOVE 1 TO WSLA-BASE-SUB.
095100     PERFORM 8030-LOOK-FOR-BASELINE THRU 8030-EXIT
095200         UNTIL WSLA-BASE-SUB > WSLA-BASE-COUNT.
095300     GO TO 8020-EXIT.
095400 8020-EXIT.
095500     EXIT.
095600
095700**-----------------------------------------------------------**
095800**  8030-LOOK-FOR-BASELINE                                   **
095900**-----------------------------------------------------------**
096000 8030-LOOK-FOR-BASELINE.
096100     IF WSLA-BE-PROGRAM (WSLA-BASE-SUB) = WSLA-BASE-PROGRAM
096200         MOVE WSLA-BE-TYPICAL-SECS (WSLA-BASE-SUB)
096300             TO WSLA-BASE-SECS
096400         COMPUTE WSLA-BASE-SUB = WSLA-BASE-COUNT + 1
096500     ELSE
096600         ADD 1 TO WSLA-BASE-SUB
096700     END-IF.
096800     GO TO 8030-EXIT.
096900 8030-EXIT.
097000     EXIT.
