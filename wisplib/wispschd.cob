002500**               skipped as a non-business day, and what never
002600**               started, without anyone keying streams in by
002700**               hand over a holiday.
002710**
002720**               A stream listed in WISPPREQ.DAT is also held
002730**               past its run time until its prerequisites are
002740**               met - a predecessor stream journaled tonight
002750**               with an acceptable outcome, or an inbound file
002760**               that has landed and is not empty.  Prerequisites
002770**               not met by their timeout journal the stream
002780**               HELD-PREREQ and raise a WISPALRT.LOG alert
002790**               instead of launching it against half-finished
002791**               work.
002792**
002793**               A stream held from the WACUSCTL console (an
002794**               "H" record in WISPSCTL.DAT) is journaled HELD
002795**               at its run time and not launched, night after
002796**               night, until the hold is released; each such
002797**               night is also written to the WISPSCJL.LOG
002798**               control journal.
002800**
002900**   Build:      ccbl -o WISPSCHD.acu WISPSCHD.cob
003000**
003100**   Modifications:
003200**     dgh  Original version.
003210**     dgh  Wait for WISPPREQ.DAT prerequisites (predecessor
003220**          stream outcome or inbound file) before launching;
003230**          journal HELD-PREREQ and raise a WISPALRT.LOG alert
003240**          when they are not met by the timeout.
003250**     dgh  Honor WACUSCTL console holds from WISPSCTL.DAT:
003260**          journal the stream HELD instead of launching it
003270**          and log it to WISPSCJL.LOG under the operator who
003280**          set the hold.
003285**     dgh  Page the on-call operator (WISPPAGE) on the
003290**          HELD-PREREQ alert, as every other new alert is.
003300**
003400
003500 IDENTIFICATION DIVISION.
005400     SELECT WISPSJRN-LOG ASSIGN TO "WISPSJRN"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WSJRN-FILE-STATUS.
005610
005620     SELECT WISPPREQ-FILE ASSIGN TO "WISPPREQ"
005630         ORGANIZATION IS LINE SEQUENTIAL
005640         FILE STATUS IS WPRQ-FILE-STATUS.
005650
005660     SELECT PREREQ-INBOUND ASSIGN TO DYNAMIC WSCH-PRQ-FILE-NAME
005670         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WSCH-INBOUND-STATUS.
005690
005691     SELECT WISPALRT-LOG ASSIGN TO "WISPALRT"
005692         ORGANIZATION IS LINE SEQUENTIAL
005693         FILE STATUS IS WALRT-FILE-STATUS.
005694
005695     SELECT WISPSCTL-FILE ASSIGN TO "WISPSCTL"
005696         ORGANIZATION IS LINE SEQUENTIAL
005697         FILE STATUS IS WSCTL-FILE-STATUS.
005698
005699     SELECT WISPSCJL-LOG ASSIGN TO "WISPSCJL"
005701         ORGANIZATION IS LINE SEQUENTIAL
005702         FILE STATUS IS WSCJL-FILE-STATUS.
005703
005800 DATA DIVISION.
005900
006000 FILE SECTION.
006600
006700 FD  WISPSJRN-LOG.
006800     COPY "wispsjrn.cpy".
006810
006820 FD  WISPPREQ-FILE.
006830     COPY "wispprqr.cpy".
006840
006850 FD  PREREQ-INBOUND.
006860 01  PREREQ-INBOUND-REC          PIC X(132).
006870
006880 FD  WISPALRT-LOG.
006890     COPY "wispalrr.cpy".
006891
006892 FD  WISPSCTL-FILE.
006893     COPY "wispsctr.cpy".
006894
006895 FD  WISPSCJL-LOG.
006896     COPY "wispscjl.cpy".
006900
007000 WORKING-STORAGE SECTION.
007100
007500     88  WHOL-FILE-OK                VALUE "00".
007600 01  WSJRN-FILE-STATUS           PIC XX.
007700     88  WSJRN-FILE-OK               VALUE "00".
007710 01  WPRQ-FILE-STATUS            PIC XX.
007720     88  WPRQ-FILE-OK                VALUE "00".
007730 01  WSCH-INBOUND-STATUS         PIC XX.
007740     88  WSCH-INBOUND-OK             VALUE "00".
007750 01  WALRT-FILE-STATUS           PIC XX.
007760     88  WALRT-FILE-OK               VALUE "00".
007770     88  WALRT-FILE-NOT-FOUND        VALUE "35".
007780 01  WALRT-RETRY-COUNT           PIC 9(03) COMP VALUE 0.
007781 01  WSCTL-FILE-STATUS           PIC XX.
007782     88  WSCTL-FILE-OK               VALUE "00".
007783 01  WSCJL-FILE-STATUS           PIC XX.
007784     88  WSCJL-FILE-OK               VALUE "00".
007785     88  WSCJL-FILE-NOT-FOUND        VALUE "35".
007786 01  WSCJL-RETRY-COUNT           PIC 9(03) COMP VALUE 0.
007800
007900 01  WSCH-SCHED-EOF-SW           PIC X(01) VALUE "N".
008000     88  WSCH-SCHED-EOF              VALUE "Y".
008800     88  WSCH-IS-HOLIDAY             VALUE "Y".
008900 01  WSCH-MONTH-END-SW           PIC X(01) VALUE "N".
009000     88  WSCH-IS-MONTH-END           VALUE "Y".
009010 01  WSCH-PREQ-EOF-SW            PIC X(01) VALUE "N".
009020     88  WSCH-PREQ-EOF               VALUE "Y".
009030 01  WSCH-JRN-EOF-SW             PIC X(01) VALUE "N".
009040     88  WSCH-JRN-EOF                VALUE "Y".
009050 01  WSCH-HELD-SW                PIC X(01) VALUE "N".
009060     88  WSCH-STREAM-HELD            VALUE "Y".
009070 01  WSCH-ALL-MET-SW             PIC X(01) VALUE "N".
009080     88  WSCH-PREREQS-MET            VALUE "Y".
009090 01  WSCH-PRQ-STATE-SW           PIC X(01) VALUE SPACE.
009091     88  WSCH-PRQ-MET                VALUE "M".
009092     88  WSCH-PRQ-WAITING            VALUE "W".
009093     88  WSCH-PRQ-FAILED             VALUE "F".
009094 01  WSCH-CTL-EOF-SW             PIC X(01) VALUE "N".
009095     88  WSCH-CTL-EOF                VALUE "Y".
009096 01  WSCH-CONSOLE-HOLD-SW        PIC X(01) VALUE "N".
009097     88  WSCH-CONSOLE-HELD           VALUE "Y".
009100
009200 01  WSCH-SCHED-TABLE.
009300     05  WSCH-SCHED-COUNT        PIC 9(03) COMP VALUE 0.
010300     05  WSCH-HOL-DATE OCCURS 200 TIMES
010400                                 PIC X(08).
010500 01  WSCH-HOL-SUB                PIC 9(03) COMP VALUE 0.
010510
010520 01  WSCH-PREQ-TABLE.
010530     05  WSCH-PREQ-COUNT         PIC 9(03) COMP VALUE 0.
010540     05  WSCH-PREQ-ENTRY OCCURS 200 TIMES.
010550         10  WSCH-PQ-STREAM      PIC X(08).
010560         10  WSCH-PQ-TYPE        PIC X(01).
010570         10  WSCH-PQ-TIMEOUT     PIC 9(04).
010580         10  WSCH-PQ-OBJECT      PIC X(28).
010590         10  WSCH-PQ-ACCEPT      PIC X(01).
010591 01  WSCH-PREQ-SUB               PIC 9(03) COMP VALUE 0.
010600
010700 01  WSCH-TODAY                  PIC 9(08).
010800 01  FILLER REDEFINES WSCH-TODAY.
012800 77  WSCH-RUN-SECS               PIC 9(09) COMP VALUE 0.
012900 77  WSCH-WAIT-SECS              PIC 9(09) COMP VALUE 0.
013000
013010 01  WSCH-PRQ-FILE-NAME          PIC X(28) VALUE SPACES.
013020 01  WSCH-PRED-OUTCOME           PIC X(12) VALUE SPACES.
013030 01  WSCH-PRQ-START-TIME         PIC X(08) VALUE SPACES.
013040 77  WSCH-PRQ-START-SECS         PIC 9(09) COMP VALUE 0.
013050 77  WSCH-PRQ-WAITED-SECS        PIC 9(09) COMP VALUE 0.
013060 77  WSCH-POLL-SECS              PIC 9(09) COMP VALUE 60.
013070 01  WSCH-HELD-TEXT              PIC X(75) VALUE SPACES.
013080 01  WSCH-ALERT-DATE             PIC X(08) VALUE SPACES.
013081 01  WSCH-HOLD-OPERATOR          PIC X(08) VALUE SPACES.
013083 01  WSCH-PAGE-LEVEL             PIC X(01) VALUE "N".
013085 01  WSCH-ALERT-ID               PIC X(06) VALUE SPACES.
013087 01  WSCH-ALERT-TIME             PIC X(08) VALUE SPACES.
013089 01  WSCH-ALERT-STREAM           PIC X(08) VALUE SPACES.
013090
013100 01  WSCH-TIME-PARTS.
013200     05  WSCH-TP-HH              PIC 9(02).
013300     05  WSCH-TP-MM              PIC 9(02).
013500     05  FILLER                  PIC X(02).
013600
013700 77  WSCH-DUE-COUNT              PIC 9(03) COMP VALUE 0.
013710 77  WSCH-HELD-COUNT             PIC 9(03) COMP VALUE 0.
013720 77  WSCH-CONSOLE-HELD-COUNT     PIC 9(03) COMP VALUE 0.
013800 01  WSCH-COUNT-DISP             PIC ZZ9.
013900
014000 PROCEDURE DIVISION.
014700     MOVE WSCH-DUE-COUNT TO WSCH-COUNT-DISP.
014800     DISPLAY "WISPSCHD: " WSCH-COUNT-DISP
014900         " STREAM(S) LAUNCHED - SEE WISPSJRN.LOG.".
014910     IF WSCH-HELD-COUNT > 0
014920         MOVE WSCH-HELD-COUNT TO WSCH-COUNT-DISP
014930         DISPLAY "WISPSCHD: " WSCH-COUNT-DISP
014940             " STREAM(S) HELD FOR PREREQUISITES."
014950     END-IF.
014960     IF WSCH-CONSOLE-HELD-COUNT > 0
014970         MOVE WSCH-CONSOLE-HELD-COUNT TO WSCH-COUNT-DISP
014980         DISPLAY "WISPSCHD: " WSCH-COUNT-DISP
014990             " STREAM(S) HELD FROM THE CONSOLE."
014995     END-IF.
015000     GO TO 9999-STOP.
015100
015200**-----------------------------------------------------------**
015300**  1000-INITIALIZE                                          **
015400**  Load the schedule and the holiday calendar.  A missing    **
015500**  holiday file just means no holidays are on record; a      **
015600**  missing schedule means there is nothing to run, and a     **
015610**  missing prerequisites file means no stream waits on       **
015620**  anything but its run time.                                **
015700**-----------------------------------------------------------**
015800 1000-INITIALIZE.
015900     ACCEPT WSCH-TODAY FROM DATE YYYYMMDD.
018000                OR WSCH-HOL-COUNT = 200
018100         CLOSE WISPHOLS-FILE
018200     END-IF.
018210     OPEN INPUT WISPPREQ-FILE.
018220     IF WPRQ-FILE-OK
018230         PERFORM 1300-LOAD-PREREQ THRU 1300-EXIT
018240             UNTIL WSCH-PREQ-EOF
018250                OR WSCH-PREQ-COUNT = 200
018260         CLOSE WISPPREQ-FILE
018270     END-IF.
018300     GO TO 1000-EXIT.
018400 1000-EXIT.
018500     EXIT.
022500     GO TO 1200-EXIT.
022600 1200-EXIT.
022700     EXIT.
022710
022720**-----------------------------------------------------------**
022730**  1300-LOAD-PREREQ                                         **
022740**-----------------------------------------------------------**
022750 1300-LOAD-PREREQ.
022760     READ WISPPREQ-FILE
022770         AT END
022780             SET WSCH-PREQ-EOF TO TRUE
022790         NOT AT END
022791             ADD 1 TO WSCH-PREQ-COUNT
022792             MOVE WPRQR-STREAM
022793                 TO WSCH-PQ-STREAM (WSCH-PREQ-COUNT)
022794             MOVE WPRQR-TYPE
022795                 TO WSCH-PQ-TYPE (WSCH-PREQ-COUNT)
022796             IF WPRQR-TIMEOUT-MINS IS NUMERIC
022797                 MOVE WPRQR-TIMEOUT-MINS
022798                     TO WSCH-PQ-TIMEOUT (WSCH-PREQ-COUNT)
022799             ELSE
022800                 MOVE 0 TO WSCH-PQ-TIMEOUT (WSCH-PREQ-COUNT)
022801             END-IF
022802             MOVE WPRQR-OBJECT
022803                 TO WSCH-PQ-OBJECT (WSCH-PREQ-COUNT)
022804             MOVE WPRQR-ACCEPT
022805                 TO WSCH-PQ-ACCEPT (WSCH-PREQ-COUNT)
022806     END-READ.
022807     GO TO 1300-EXIT.
022808 1300-EXIT.
022809     EXIT.
022800
022900**-----------------------------------------------------------**
023000**  3000-PROCESS-ONE-STREAM                                  **
028400**  same way an operator would, CALL it, and map its          **
028500**  RETURN-CODE to the journal outcome.  The CANCEL gives the **
028600**  next stream a fresh driver, the way a fresh command-line  **
028700**  run always did.  A stream whose prerequisites are not     **
028710**  met by their timeout is journaled held, never launched.   **
028720**  Neither is a stream held from the console - the hold is  **
028730**  looked at once the run time comes, so a hold released    **
028740**  during the evening lets the stream go as usual.          **
028800**-----------------------------------------------------------**
028900 4000-LAUNCH-STREAM.
029000     PERFORM 4100-WAIT-FOR-RUN-TIME THRU 4100-EXIT.
029001     PERFORM 4050-CHECK-CONSOLE-HOLD THRU 4050-EXIT.
029002     IF WSCH-CONSOLE-HELD
029003         PERFORM 5200-JOURNAL-CONSOLE-HELD THRU 5200-EXIT
029004         GO TO 4000-EXIT
029005     END-IF.
029010     PERFORM 4200-WAIT-FOR-PREREQS THRU 4200-EXIT.
029020     IF WSCH-STREAM-HELD
029030         PERFORM 5100-JOURNAL-HELD THRU 5100-EXIT
029040         GO TO 4000-EXIT
029050     END-IF.
029100     ADD 1 TO WSCH-DUE-COUNT.
029200     SET ENVIRONMENT "WISP_STREAM" TO WSCH-STREAM-NAME.
029300     ACCEPT WSCH-START-TIME FROM TIME.
031600     GO TO 4000-EXIT.
031700 4000-EXIT.
031800     EXIT.
031810
031820**-----------------------------------------------------------**
031830**  4050-CHECK-CONSOLE-HOLD                                  **
031840**  Is there an "H" record for the stream in WISPSCTL.DAT?   **
031850**  No file means nothing is held.                           **
031860**-----------------------------------------------------------**
031870 4050-CHECK-CONSOLE-HOLD.
031880     MOVE "N" TO WSCH-CONSOLE-HOLD-SW.
031890     MOVE "N" TO WSCH-CTL-EOF-SW.
031891     MOVE SPACES TO WSCH-HOLD-OPERATOR.
031892     OPEN INPUT WISPSCTL-FILE.
031893     IF NOT WSCTL-FILE-OK
031894         GO TO 4050-EXIT
031895     END-IF.
031896     PERFORM 4060-READ-CONTROL THRU 4060-EXIT
031897         UNTIL WSCH-CTL-EOF
031898            OR WSCH-CONSOLE-HELD.
031899     CLOSE WISPSCTL-FILE.
031900     GO TO 4050-EXIT.
031901 4050-EXIT.
031902     EXIT.
031903
031904**-----------------------------------------------------------**
031905**  4060-READ-CONTROL                                        **
031906**-----------------------------------------------------------**
031907 4060-READ-CONTROL.
031908     READ WISPSCTL-FILE
031909         AT END SET WSCH-CTL-EOF TO TRUE
031910     END-READ.
031911     IF WSCH-CTL-EOF
031912         GO TO 4060-EXIT
031913     END-IF.
031914     IF WSCTR-STREAM = WSCH-STREAM-NAME AND WSCTR-HOLD
031915         SET WSCH-CONSOLE-HELD TO TRUE
031916         MOVE WSCTR-OPERATOR TO WSCH-HOLD-OPERATOR
031917     END-IF.
031918     GO TO 4060-EXIT.
031919 4060-EXIT.
031920     EXIT.
031921
032000**-----------------------------------------------------------**
032100**  4100-WAIT-FOR-RUN-TIME                                   **
032200**  Sleep until the schedule entry's run time.  Times are    **
035100     GO TO 4100-EXIT.
035200 4100-EXIT.
035300     EXIT.
035310
035320**-----------------------------------------------------------**
035330**  4200-WAIT-FOR-PREREQS                                    **
035340**  Check the stream's WISPPREQ.DAT entries, and while any   **
035350**  is still only waiting, sleep a minute and check again.   **
035360**  The wait is timed from here (the run time), across       **
035370**  midnight if need be; a prerequisite still unmet past its **
035380**  own timeout, or a predecessor that already ended badly   **
035390**  tonight, holds the stream.                               **
035391**-----------------------------------------------------------**
035392 4200-WAIT-FOR-PREREQS.
035393     MOVE "N" TO WSCH-HELD-SW.
035394     ACCEPT WSCH-PRQ-START-TIME FROM TIME.
035395     MOVE WSCH-PRQ-START-TIME TO WSCH-TIME-PARTS.
035396     COMPUTE WSCH-PRQ-START-SECS =
035397         (WSCH-TP-HH * 3600) + (WSCH-TP-MM * 60)
035398         + WSCH-TP-SS.
035399     MOVE 0 TO WSCH-PRQ-WAITED-SECS.
035400 4210-CHECK-PREREQS.
035401     MOVE "Y" TO WSCH-ALL-MET-SW.
035402     PERFORM 4300-CHECK-ONE-PREREQ THRU 4300-EXIT
035403         VARYING WSCH-PREQ-SUB FROM 1 BY 1
035404         UNTIL WSCH-PREQ-SUB > WSCH-PREQ-COUNT
035405            OR WSCH-STREAM-HELD.
035406     IF WSCH-STREAM-HELD OR WSCH-PREREQS-MET
035407         GO TO 4200-EXIT
035408     END-IF.
035409     IF WSCH-PRQ-WAITED-SECS = 0
035410         DISPLAY "WISPSCHD: STREAM " WSCH-STREAM-NAME
035411             " WAITING FOR ITS PREREQUISITES."
035412     END-IF.
035413     CALL "C$SLEEP" USING WSCH-POLL-SECS.
035414     ACCEPT WSCH-NOW-TIME FROM TIME.
035415     MOVE WSCH-NOW-TIME TO WSCH-TIME-PARTS.
035416     COMPUTE WSCH-NOW-SECS =
035417         (WSCH-TP-HH * 3600) + (WSCH-TP-MM * 60)
035418         + WSCH-TP-SS.
035419     IF WSCH-NOW-SECS < WSCH-PRQ-START-SECS
035420         ADD 86400 TO WSCH-NOW-SECS
035421     END-IF.
035422     COMPUTE WSCH-PRQ-WAITED-SECS =
035423         WSCH-NOW-SECS - WSCH-PRQ-START-SECS.
035424     GO TO 4210-CHECK-PREREQS.
035425 4200-EXIT.
035426     EXIT.
035427
035428**-----------------------------------------------------------**
035429**  4300-CHECK-ONE-PREREQ                                    **
035430**  Entries for other streams are passed over.  An unknown   **
035431**  prerequisite type is reported and does not hold the      **
035432**  stream - a typo must not stop the night.                 **
035433**-----------------------------------------------------------**
035434 4300-CHECK-ONE-PREREQ.
035435     IF WSCH-PQ-STREAM (WSCH-PREQ-SUB) NOT = WSCH-STREAM-NAME
035436         GO TO 4300-EXIT
035437     END-IF.
035438     EVALUATE WSCH-PQ-TYPE (WSCH-PREQ-SUB)
035439         WHEN "S"
035440             PERFORM 4310-CHECK-PRED-STREAM THRU 4310-EXIT
035441         WHEN "F"
035442             PERFORM 4320-CHECK-INBOUND-FILE THRU 4320-EXIT
035443         WHEN OTHER
035444             DISPLAY "WISPSCHD: STREAM " WSCH-STREAM-NAME
035445                 " HAS UNKNOWN PREREQUISITE TYPE """
035446                 WSCH-PQ-TYPE (WSCH-PREQ-SUB)
035447                 """ - IGNORED."
035448             SET WSCH-PRQ-MET TO TRUE
035449     END-EVALUATE.
035450     IF WSCH-PRQ-MET
035451         GO TO 4300-EXIT
035452     END-IF.
035453     MOVE "N" TO WSCH-ALL-MET-SW.
035454     IF WSCH-PRQ-WAITING
035455         IF WSCH-PRQ-WAITED-SECS <
035456                 WSCH-PQ-TIMEOUT (WSCH-PREQ-SUB) * 60
035457             GO TO 4300-EXIT
035458         END-IF
035459     END-IF.
035460     SET WSCH-STREAM-HELD TO TRUE.
035461     PERFORM 4400-BUILD-HELD-TEXT THRU 4400-EXIT.
035462     GO TO 4300-EXIT.
035463 4300-EXIT.
035464     EXIT.
035465
035466**-----------------------------------------------------------**
035467**  4310-CHECK-PRED-STREAM                                   **
035468**  The predecessor's latest journal record for tonight      **
035469**  decides: none yet is still waiting, COMPLETED (or        **
035470**  WARNINGS unless completed-only) is met, anything else    **
035471**  has failed.                                              **
035472**-----------------------------------------------------------**
035473 4310-CHECK-PRED-STREAM.
035474     MOVE SPACES TO WSCH-PRED-OUTCOME.
035475     MOVE "N" TO WSCH-JRN-EOF-SW.
035476     OPEN INPUT WISPSJRN-LOG.
035477     IF WSJRN-FILE-OK
035478         PERFORM 4311-READ-JOURNAL-ENTRY THRU 4311-EXIT
035479             UNTIL WSCH-JRN-EOF
035480         CLOSE WISPSJRN-LOG
035481     END-IF.
035482     EVALUATE TRUE
035483         WHEN WSCH-PRED-OUTCOME = SPACES
035484             SET WSCH-PRQ-WAITING TO TRUE
035485         WHEN WSCH-PRED-OUTCOME = "COMPLETED"
035486             SET WSCH-PRQ-MET TO TRUE
035487         WHEN WSCH-PRED-OUTCOME = "WARNINGS"
035488          AND WSCH-PQ-ACCEPT (WSCH-PREQ-SUB) NOT = "C"
035489             SET WSCH-PRQ-MET TO TRUE
035490         WHEN OTHER
035491             SET WSCH-PRQ-FAILED TO TRUE
035492     END-EVALUATE.
035493     GO TO 4310-EXIT.
035494 4310-EXIT.
035495     EXIT.
035496
035497**-----------------------------------------------------------**
035498**  4311-READ-JOURNAL-ENTRY                                  **
035499**-----------------------------------------------------------**
035500 4311-READ-JOURNAL-ENTRY.
035501     READ WISPSJRN-LOG
035502         AT END
035503             SET WSCH-JRN-EOF TO TRUE
035504         NOT AT END
035505             IF WSJRN-DATE = WSCH-TODAY
035506                AND WSJRN-STREAM = WSCH-PQ-OBJECT (WSCH-PREQ-SUB)
035507                 MOVE WSJRN-OUTCOME TO WSCH-PRED-OUTCOME
035508             END-IF
035509     END-READ.
035510     GO TO 4311-EXIT.
035511 4311-EXIT.
035512     EXIT.
035513
035514**-----------------------------------------------------------**
035515**  4320-CHECK-INBOUND-FILE                                  **
035516**  The file has landed once it opens and yields a record;   **
035517**  an empty file is a transmission still in progress.       **
035518**-----------------------------------------------------------**
035519 4320-CHECK-INBOUND-FILE.
035520     SET WSCH-PRQ-WAITING TO TRUE.
035521     MOVE WSCH-PQ-OBJECT (WSCH-PREQ-SUB) TO WSCH-PRQ-FILE-NAME.
035522     OPEN INPUT PREREQ-INBOUND.
035523     IF NOT WSCH-INBOUND-OK
035524         GO TO 4320-EXIT
035525     END-IF.
035526     READ PREREQ-INBOUND
035527         AT END
035528             CONTINUE
035529         NOT AT END
035530             SET WSCH-PRQ-MET TO TRUE
035531     END-READ.
035532     CLOSE PREREQ-INBOUND.
035533     GO TO 4320-EXIT.
035534 4320-EXIT.
035535     EXIT.
035536
035537**-----------------------------------------------------------**
035538**  4400-BUILD-HELD-TEXT                                     **
035539**-----------------------------------------------------------**
035540 4400-BUILD-HELD-TEXT.
035541     MOVE SPACES TO WSCH-HELD-TEXT.
035542     EVALUATE TRUE
035543         WHEN WSCH-PQ-TYPE (WSCH-PREQ-SUB) = "F"
035544             STRING "STREAM " DELIMITED BY SIZE
035545                 WSCH-STREAM-NAME DELIMITED BY SPACE
035546                 " HELD - FILE " DELIMITED BY SIZE
035547                 WSCH-PQ-OBJECT (WSCH-PREQ-SUB)
035548                     DELIMITED BY SPACE
035549                 " NOT RECEIVED" DELIMITED BY SIZE
035550                 INTO WSCH-HELD-TEXT
035551         WHEN WSCH-PRQ-FAILED
035552             STRING "STREAM " DELIMITED BY SIZE
035553                 WSCH-STREAM-NAME DELIMITED BY SPACE
035554                 " HELD - " DELIMITED BY SIZE
035555                 WSCH-PQ-OBJECT (WSCH-PREQ-SUB)
035556                     DELIMITED BY SPACE
035557                 " ENDED " DELIMITED BY SIZE
035558                 WSCH-PRED-OUTCOME DELIMITED BY SPACE
035559                 INTO WSCH-HELD-TEXT
035560         WHEN OTHER
035561             STRING "STREAM " DELIMITED BY SIZE
035562                 WSCH-STREAM-NAME DELIMITED BY SPACE
035563                 " HELD - " DELIMITED BY SIZE
035564                 WSCH-PQ-OBJECT (WSCH-PREQ-SUB)
035565                     DELIMITED BY SPACE
035566                 " NOT FINISHED BY TIMEOUT" DELIMITED BY SIZE
035567                 INTO WSCH-HELD-TEXT
035568     END-EVALUATE.
035569     GO TO 4400-EXIT.
035570 4400-EXIT.
035571     EXIT.
035400
035500**-----------------------------------------------------------**
035600**  5000-JOURNAL-SKIPPED                                     **
036500     GO TO 5000-EXIT.
036600 5000-EXIT.
036700     EXIT.
036710
036720**-----------------------------------------------------------**
036730**  5100-JOURNAL-HELD                                        **
036740**  Start is when the wait began, end is when it was given   **
036750**  up; the alert tells the duty operator which prerequisite **
036760**  held the stream.                                         **
036770**-----------------------------------------------------------**
036780 5100-JOURNAL-HELD.
036790     MOVE WSCH-PRQ-START-TIME TO WSCH-START-TIME.
036791     ACCEPT WSCH-END-TIME FROM TIME.
036792     MOVE "HELD-PREREQ" TO WSCH-OUTCOME.
036793     ADD 1 TO WSCH-HELD-COUNT.
036794     DISPLAY "WISPSCHD: " WSCH-HELD-TEXT.
036795     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
036796     PERFORM 6500-APPEND-ALERT THRU 6500-EXIT.
036797     GO TO 5100-EXIT.
036798 5100-EXIT.
036799     EXIT.
036800
036801**-----------------------------------------------------------**
036802**  5200-JOURNAL-CONSOLE-HELD                                **
036803**  Start and end are both the run time the stream was       **
036804**  passed over at.  The control journal names the operator  **
036805**  whose hold kept it back.                                 **
036806**-----------------------------------------------------------**
036807 5200-JOURNAL-CONSOLE-HELD.
036808     ACCEPT WSCH-START-TIME FROM TIME.
036809     MOVE WSCH-START-TIME TO WSCH-END-TIME.
036810     MOVE "HELD" TO WSCH-OUTCOME.
036811     ADD 1 TO WSCH-CONSOLE-HELD-COUNT.
036812     DISPLAY "WISPSCHD: STREAM " WSCH-STREAM-NAME
036813         " HELD FROM THE CONSOLE BY " WSCH-HOLD-OPERATOR
036814         " - NOT LAUNCHED.".
036815     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
036816     PERFORM 6600-WRITE-CONTROL-JOURNAL THRU 6600-EXIT.
036817     GO TO 5200-EXIT.
036818 5200-EXIT.
036819     EXIT.
036820
036900**-----------------------------------------------------------**
037000**  6000-WRITE-JOURNAL                                       **
037100**  One appended record per decision.  The journal is opened  **
038700     GO TO 6000-EXIT.
038800 6000-EXIT.
038900     EXIT.
038910
038920**-----------------------------------------------------------**
038930**  6500-APPEND-ALERT                                        **
038940**  The alert log is shared by every session - a busy open   **
038950**  is retried, and the file is only created on status 35,   **
038960**  the same handling WACUERROR's storm alert uses.          **
038970**-----------------------------------------------------------**
038980 6500-APPEND-ALERT.
038981     ACCEPT WSCH-ALERT-DATE FROM DATE YYYYMMDD.
038982     MOVE SPACES TO WISPALRT-RECORD.
038983     MOVE WSCH-ALERT-DATE TO WALRT-DATE.
038984     MOVE WSCH-END-TIME TO WALRT-TIME.
038985     MOVE WSCH-STREAM-NAME TO WALRT-PROGRAM.
038986     MOVE 0 TO WALRT-COUNT.
038987     MOVE WSCH-HELD-TEXT TO WALRT-TEXT.
038988*    The alert id is the raise time - what WACUALRT acks by.
038989     MOVE WSCH-END-TIME (1:6) TO WSCH-ALERT-ID.
038990     MOVE WSCH-ALERT-ID TO WALRT-ID.
038991     MOVE "N" TO WALRT-ACK.
038992     MOVE "N" TO WALRT-ESCALATED.
038993     MOVE 0 TO WALRT-RETRY-COUNT.
038994     PERFORM 6510-OPEN-ALERT-APPEND THRU 6510-EXIT.
038995     IF NOT WALRT-FILE-OK
038996         GO TO 6500-EXIT
038997     END-IF.
038998     WRITE WISPALRT-RECORD.
038999     CLOSE WISPALRT-LOG.
039000*    Page whoever is on call for the shift - a new alert.
039001     MOVE WSCH-END-TIME TO WSCH-ALERT-TIME.
039002     MOVE WSCH-STREAM-NAME TO WSCH-ALERT-STREAM.
039003     CALL "WISPPAGE" USING WSCH-PAGE-LEVEL
039004                           WSCH-ALERT-DATE
039005                           WSCH-ALERT-TIME
039006                           WSCH-ALERT-ID
039007                           WSCH-ALERT-STREAM
039008                           WSCH-HELD-TEXT.
039009     GO TO 6500-EXIT.
039010 6500-EXIT.
039011     EXIT.
039012
039013**-----------------------------------------------------------**
039014**  6510-OPEN-ALERT-APPEND                                   **
039015**-----------------------------------------------------------**
039016 6510-OPEN-ALERT-APPEND.
039017     OPEN EXTEND WISPALRT-LOG.
039018     IF WALRT-FILE-OK
039019         GO TO 6510-EXIT
039020     END-IF.
039021     IF WALRT-FILE-NOT-FOUND
039022         OPEN OUTPUT WISPALRT-LOG
039023         GO TO 6510-EXIT
039024     END-IF.
039025     ADD 1 TO WALRT-RETRY-COUNT.
039026     IF WALRT-RETRY-COUNT < 30
039027         GO TO 6510-OPEN-ALERT-APPEND
039028     END-IF.
039029     GO TO 6510-EXIT.
039030 6510-EXIT.
039031     EXIT.
039032
039033**-----------------------------------------------------------**
039034**  6600-WRITE-CONTROL-JOURNAL                               **
039035**  WISPSCJL.LOG is shared with the console and WISPSTRM,    **
039036**  and is opened the same way as the alert log.             **
039037**-----------------------------------------------------------**
039038 6600-WRITE-CONTROL-JOURNAL.
039039     MOVE SPACES TO WISPSCJL-RECORD.
039040     ACCEPT WSCJL-DATE FROM DATE YYYYMMDD.
039041     MOVE WSCH-END-TIME TO WSCJL-TIME.
039042     MOVE WSCH-HOLD-OPERATOR TO WSCJL-OPERATOR.
039043     MOVE WSCH-STREAM-NAME TO WSCJL-STREAM.
039044     MOVE 0 TO WSCJL-STEP.
039045     MOVE "HELD" TO WSCJL-ACTION.
039046     MOVE "NOT LAUNCHED BY WISPSCHD - HELD FROM CONSOLE"
039047         TO WSCJL-REASON.
039048     MOVE 0 TO WSCJL-RETRY-COUNT.
039049     PERFORM 6610-OPEN-CONTROL-APPEND THRU 6610-EXIT.
039050     IF NOT WSCJL-FILE-OK
039051         GO TO 6600-EXIT
039052     END-IF.
039053     WRITE WISPSCJL-RECORD.
039054     CLOSE WISPSCJL-LOG.
039055     GO TO 6600-EXIT.
039056 6600-EXIT.
039057     EXIT.
039058
039059**-----------------------------------------------------------**
039060**  6610-OPEN-CONTROL-APPEND                                 **
039061**-----------------------------------------------------------**
039062 6610-OPEN-CONTROL-APPEND.
039063     OPEN EXTEND WISPSCJL-LOG.
039064     IF WSCJL-FILE-OK
039065         GO TO 6610-EXIT
039066     END-IF.
039067     IF WSCJL-FILE-NOT-FOUND
039068         OPEN OUTPUT WISPSCJL-LOG
039069         GO TO 6610-EXIT
039070     END-IF.
039071     ADD 1 TO WSCJL-RETRY-COUNT.
039072     IF WSCJL-RETRY-COUNT < 30
039073         GO TO 6610-OPEN-CONTROL-APPEND
039074     END-IF.
039075     GO TO 6610-EXIT.
039076 6610-EXIT.
039077     EXIT.
039000
039100**-----------------------------------------------------------**
039200**  8000-CHECK-BUSINESS-DAY                                  **
