000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACUSCTL.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Stream control console.  Lets an authorized
000900**               operator act on a batch stream without editing
001000**               WISPCHKP.DAT or WISPSTRM.DAT by hand: hold a
001100**               scheduled stream so WISPSCHD journals it HELD
001200**               instead of launching it, release the hold,
001300**               mark a step to be skipped on the next run,
001400**               set the next run to restart from a chosen step
001500**               instead of the checkpoint, and clear a stale
001600**               checkpoint.  The directives are kept in
001700**               WISPSCTL.DAT for WISPSCHD and WISPSTRM to
001800**               honor, rewritten whole on each action the way
001900**               WACUOPRM maintains WISPOPRA.DAT.  Every action
002000**               needs a typed reason and is journaled to
002100**               WISPSCJL.LOG with the operator, time, stream,
002200**               and step, which WISPBWIN lists each morning.
002300**               The operator must hold a WISPOPRA.DAT grant
002400**               for WACUSCTL.
002500**
002600**   Build:      ccbl -Da4 -o WACUSCTL.acu WACUSCTL.cob
002700**
002800**   Modifications:
002900**     dgh  Original version.
003000**
003100
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.
003400     WACUSCTL.
003500 REMARKS.
003600     Online console to hold, release, skip a step of, restart
003700     from a step of, or clear the checkpoint of a stream.
003800
003900 ENVIRONMENT DIVISION.
004000
004100 CONFIGURATION SECTION.
004200 SPECIAL-NAMES.
004300     CRT STATUS IS WSCT-CRT-STATUS.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WSTR-FILE-STATUS.
005000
005100     SELECT WISPSCTL-FILE ASSIGN TO "WISPSCTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WSCTL-FILE-STATUS.
005400
005500     SELECT WISPSCJL-LOG ASSIGN TO "WISPSCJL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WSCJL-FILE-STATUS.
005800
005900 DATA DIVISION.
006000
006100 FILE SECTION.
006200 FD  WISPSTRM-FILE.
006300     COPY "wispstrr.cpy".
006400
006500 FD  WISPSCTL-FILE.
006600     COPY "wispsctr.cpy".
006700
006800 FD  WISPSCJL-LOG.
006900     COPY "wispscjl.cpy".
007000
007100 WORKING-STORAGE SECTION.
007200 01  WSTR-FILE-STATUS         PIC XX.
007300     88  WSTR-FILE-OK              VALUE "00".
007400 01  WSCTL-FILE-STATUS        PIC XX.
007500     88  WSCTL-FILE-OK             VALUE "00".
007600 01  WSCJL-FILE-STATUS        PIC XX.
007700     88  WSCJL-FILE-OK             VALUE "00".
007800     88  WSCJL-FILE-NOT-FOUND      VALUE "35".
007900
008000 01  WSCT-CRT-STATUS          PIC 9(04).
008100
008200 01  WSCT-DONE-SW             PIC X(01) VALUE "N".
008300     88  WSCT-DONE                 VALUE "Y".
008400 01  WSCT-EOF-SW              PIC X(01) VALUE "N".
008500     88  WSCT-EOF                  VALUE "Y".
008600 01  WSCT-FULL-SW             PIC X(01) VALUE "N".
008700     88  WSCT-TABLE-FULL           VALUE "Y".
008800 01  WSCT-HELD-SW             PIC X(01) VALUE "N".
008900     88  WSCT-STREAM-HELD          VALUE "Y".
009000 01  WSCT-FOUND-SW            PIC X(01) VALUE "N".
009100     88  WSCT-FOUND                VALUE "Y".
009200 01  WSCT-SAVED-SW            PIC X(01) VALUE "N".
009300     88  WSCT-SAVED                VALUE "Y".
009400 01  WSCT-OPEN-RETRY          PIC 9(03) COMP VALUE 0.
009500
009600 01  WSCT-OPERATOR            PIC X(08) VALUE SPACES.
009700 01  WSCT-PROGRAM             PIC X(08) VALUE "WACUSCTL".
009800 01  WSCT-AUTH-FLAG           PIC X(01) VALUE "N".
009900     88  WSCT-AUTHORIZED           VALUE "Y".
010000 01  WSCT-TODAY               PIC X(08) VALUE SPACES.
010100 01  WSCT-NOW-TIME            PIC X(08) VALUE SPACES.
010200
010300*    Keyed on the console.
010400 01  WSCT-STREAM              PIC X(08) VALUE SPACES.
010500 01  WSCT-FUNCTION            PIC X(01) VALUE SPACE.
010600 01  WSCT-STEP                PIC 9(03) VALUE 0.
010700 01  WSCT-REASON              PIC X(50) VALUE SPACES.
010800
010900*    The stream's step numbers from WISPSTRM.DAT, in file
011000*    order - the same 100-step cap WISPSTRM runs under.
011100 01  WSCT-STEP-TABLE.
011200     05  WSCT-STEP-COUNT      PIC 9(03) COMP VALUE 0.
011300     05  WSCT-STEP-NUM OCCURS 100 TIMES
011400                              PIC 9(03).
011500 01  WSCT-STEP-SUB            PIC 9(03) COMP VALUE 0.
011600
011700*    Every WISPSCTL.DAT record, held whole so an action is a
011800*    whole-file rewrite (the WACUOPRM list convention).
011900 01  WSCT-CTL-TABLE.
012000     05  WSCT-CTL-COUNT       PIC 9(03) COMP VALUE 0.
012100     05  WSCT-CTL-LINE OCCURS 500 TIMES
012200                              PIC X(41).
012300 01  WSCT-CTL-SUB             PIC 9(03) COMP VALUE 0.
012400 01  WSCT-KEEP-COUNT          PIC 9(03) COMP VALUE 0.
012500 01  WSCT-CTL-ACTION          PIC X(01) VALUE SPACE.
012600
012700 01  WSCT-CHKP-MODE           PIC X(01).
012800 01  WSCT-CHKP-PROGRAM        PIC X(08) VALUE SPACES.
012900 01  WSCT-CHKP-STEPS          PIC 9(09) COMP VALUE 0.
013000 01  WSCT-CHKP-STREAM         PIC X(08) VALUE SPACES.
013100
013200 01  WSCT-JRN-ACTION          PIC X(10) VALUE SPACES.
013300 01  WSCT-JRN-STEP            PIC 9(03) VALUE 0.
013400
013500 01  WSCT-SKIP-PTR            PIC 9(03) COMP VALUE 0.
013600 01  WSCT-STEPS-MSG           PIC X(70) VALUE SPACES.
013700 01  WSCT-HOLD-MSG            PIC X(70) VALUE SPACES.
013800 01  WSCT-SKIP-MSG            PIC X(70) VALUE SPACES.
013900 01  WSCT-RESTART-MSG         PIC X(70) VALUE SPACES.
014000 01  WSCT-CHKP-MSG            PIC X(70) VALUE SPACES.
014100 01  WSCT-MSG                 PIC X(70) VALUE SPACES.
014200 01  WSCT-STEP-D              PIC 999.
014300 01  WSCT-COUNT-D             PIC ZZ9.
014400
014500 SCREEN SECTION.
014600 01  WSCT-CONSOLE-SCREEN.
014700     05  LINE 1 COL 18 BOLD VALUE
014800         "**** WISP STREAM CONTROL CONSOLE ****".
014900     05  LINE 3 COL 5 VALUE "Stream:".
015000     05  LINE 3 COL 18 PIC X(08) USING WSCT-STREAM.
015100     05  LINE 5 COL 5 PIC X(70) FROM WSCT-STEPS-MSG.
015200     05  LINE 6 COL 5 PIC X(70) FROM WSCT-HOLD-MSG.
015300     05  LINE 7 COL 5 PIC X(70) FROM WSCT-SKIP-MSG.
015400     05  LINE 8 COL 5 PIC X(70) FROM WSCT-RESTART-MSG.
015500     05  LINE 9 COL 5 PIC X(70) FROM WSCT-CHKP-MSG.
015600     05  LINE 11 COL 5 VALUE "Function:".
015700     05  LINE 11 COL 18 PIC X(01) USING WSCT-FUNCTION.
015800     05  LINE 11 COL 25 VALUE "Step:".
015900     05  LINE 11 COL 31 PIC 9(03) USING WSCT-STEP.
016000     05  LINE 12 COL 5 VALUE "Reason:".
016100     05  LINE 12 COL 18 PIC X(50) USING WSCT-REASON.
016200     05  LINE 15 COL 5 PIC X(70) FROM WSCT-MSG.
016300     05  LINE 18 COL 5 VALUE
016400         "H)old stream   R)elease hold   S)kip step on next run".
016500     05  LINE 19 COL 5 VALUE
016600         "F)rom step restart next run   C)lear checkpoint  Q)uit".
016700     05  LINE 22 COL 5 BOLD VALUE
016800         "(ENTER)=Do function   (ENTER) alone=Show stream".
016900
017000 PROCEDURE DIVISION.
017100
017200 0000-START.
017300     ACCEPT WSCT-OPERATOR FROM ENVIRONMENT "USER".
017400     CALL "WISPOPRA" USING WSCT-OPERATOR, WSCT-PROGRAM,
017500                           WSCT-AUTH-FLAG.
017600     IF NOT WSCT-AUTHORIZED
017700         DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE
017800         DISPLAY "WACUSCTL: OPERATOR " WSCT-OPERATOR
017900             " IS NOT AUTHORIZED FOR THE STREAM CONTROL CONSOLE."
018000         ACCEPT OMITTED
018100         GO TO 9999-EXIT
018200     END-IF.
018300     PERFORM 2000-SHOW-CONSOLE THRU 2000-EXIT
018400         UNTIL WSCT-DONE.
018500     DISPLAY WINDOW ERASE.
018600     GO TO 9999-EXIT.
018700
018800**-----------------------------------------------------------**
018900**  2000-SHOW-CONSOLE                                        **
019000**  Show where the keyed stream stands and act on the        **
019100**  function.  A bare ENTER just shows the stream - the     **
019200**  status lines are rebuilt from the files every time.     **
019300**-----------------------------------------------------------**
019400 2000-SHOW-CONSOLE.
019500     PERFORM 3000-LOAD-STREAM-STATUS THRU 3000-EXIT.
019600     MOVE SPACE TO WSCT-FUNCTION.
019700     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
019800     DISPLAY WSCT-CONSOLE-SCREEN.
019900     ACCEPT WSCT-CONSOLE-SCREEN.
020000     MOVE SPACES TO WSCT-MSG.
020100     INSPECT WSCT-STREAM CONVERTING
020200         "abcdefghijklmnopqrstuvwxyz"
020300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
020400     INSPECT WSCT-FUNCTION CONVERTING "hrsfcq" TO "HRSFCQ".
020500     EVALUATE WSCT-FUNCTION
020600         WHEN "Q"
020700             SET WSCT-DONE TO TRUE
020800         WHEN SPACE
020900             CONTINUE
021000         WHEN "H"
021100         WHEN "R"
021200         WHEN "S"
021300         WHEN "F"
021400         WHEN "C"
021500             PERFORM 5000-DO-FUNCTION THRU 5000-EXIT
021600         WHEN OTHER
021700             MOVE "Function must be H, R, S, F, C, or Q."
021800                 TO WSCT-MSG
021900     END-EVALUATE.
022000     GO TO 2000-EXIT.
022100 2000-EXIT.
022200     EXIT.
022300
022400**-----------------------------------------------------------**
022500**  3000-LOAD-STREAM-STATUS                                  **
022600**  Load the stream's steps, every control directive on      **
022700**  file, and the WISPCHKP checkpoint, and build the status  **
022800**  lines from them.                                         **
022900**-----------------------------------------------------------**
023000 3000-LOAD-STREAM-STATUS.
023100     MOVE 0 TO WSCT-STEP-COUNT.
023200     MOVE 0 TO WSCT-CTL-COUNT.
023300     MOVE "N" TO WSCT-HELD-SW.
023400     MOVE "N" TO WSCT-FULL-SW.
023500     MOVE SPACES TO WSCT-STEPS-MSG.
023600     MOVE SPACES TO WSCT-HOLD-MSG.
023700     MOVE SPACES TO WSCT-SKIP-MSG.
023800     MOVE SPACES TO WSCT-RESTART-MSG.
023900     MOVE SPACES TO WSCT-CHKP-MSG.
024000     IF WSCT-STREAM = SPACES
024100         MOVE "Key a stream name and press ENTER."
024200             TO WSCT-STEPS-MSG
024300         GO TO 3000-EXIT
024400     END-IF.
024500     PERFORM 3100-LOAD-STEPS THRU 3100-EXIT.
024600     IF WSCT-STEP-COUNT = 0
024700         MOVE "No steps on WISPSTRM.DAT for this stream."
024800             TO WSCT-STEPS-MSG
024900     ELSE
025000         MOVE WSCT-STEP-COUNT TO WSCT-COUNT-D
025100         STRING "Steps on WISPSTRM.DAT: " DELIMITED BY SIZE
025200             WSCT-COUNT-D DELIMITED BY SIZE
025300             INTO WSCT-STEPS-MSG
025400     END-IF.
025500     MOVE "Not held - WISPSCHD launches it at its run time."
025600         TO WSCT-HOLD-MSG.
025700     MOVE "Steps to skip on the next run:" TO WSCT-SKIP-MSG.
025800     MOVE 31 TO WSCT-SKIP-PTR.
025900     MOVE "No restart step set - the checkpoint decides."
026000         TO WSCT-RESTART-MSG.
026100     PERFORM 3200-LOAD-CONTROLS THRU 3200-EXIT.
026200     IF WSCT-SKIP-PTR = 31
026300         MOVE "No steps marked to skip on the next run."
026400             TO WSCT-SKIP-MSG
026500     END-IF.
026600     PERFORM 3300-QUERY-CHECKPOINT THRU 3300-EXIT.
026700     GO TO 3000-EXIT.
026800 3000-EXIT.
026900     EXIT.
027000
027100**-----------------------------------------------------------**
027200**  3100-LOAD-STEPS                                          **
027300**-----------------------------------------------------------**
027400 3100-LOAD-STEPS.
027500     MOVE "N" TO WSCT-EOF-SW.
027600     OPEN INPUT WISPSTRM-FILE.
027700     IF NOT WSTR-FILE-OK
027800         GO TO 3100-EXIT
027900     END-IF.
028000     PERFORM 3110-LOAD-ONE-STEP THRU 3110-EXIT
028100         UNTIL WSCT-EOF
028200            OR WSCT-STEP-COUNT = 100.
028300     CLOSE WISPSTRM-FILE.
028400     GO TO 3100-EXIT.
028500 3100-EXIT.
028600     EXIT.
028700
028800**-----------------------------------------------------------**
028900**  3110-LOAD-ONE-STEP                                       **
029000**-----------------------------------------------------------**
029100 3110-LOAD-ONE-STEP.
029200     READ WISPSTRM-FILE
029300         AT END SET WSCT-EOF TO TRUE
029400     END-READ.
029500     IF WSCT-EOF
029600             OR WSTRR-STREAM NOT = WSCT-STREAM
029700             OR WSTRP-PARM-REC
029800         GO TO 3110-EXIT
029900     END-IF.
030000     ADD 1 TO WSCT-STEP-COUNT.
030100     MOVE WSTRR-STEP TO WSCT-STEP-NUM (WSCT-STEP-COUNT).
030200     GO TO 3110-EXIT.
030300 3110-EXIT.
030400     EXIT.
030500
030600**-----------------------------------------------------------**
030700**  3200-LOAD-CONTROLS                                       **
030800**  Every record is kept for the rewrite; this stream's are  **
030900**  also shown.                                              **
031000**-----------------------------------------------------------**
031100 3200-LOAD-CONTROLS.
031200     MOVE "N" TO WSCT-EOF-SW.
031300     OPEN INPUT WISPSCTL-FILE.
031400     IF NOT WSCTL-FILE-OK
031500         GO TO 3200-EXIT
031600     END-IF.
031700     PERFORM 3210-LOAD-ONE-CONTROL THRU 3210-EXIT
031800         UNTIL WSCT-EOF
031900            OR WSCT-CTL-COUNT = 500.
032000*    Records left unread would be destroyed by the whole-file
032100*    rewrite an action does - remember the overflow so 5000
032200*    refuses, the WACUALRT convention.
032300     IF NOT WSCT-EOF
032400         SET WSCT-TABLE-FULL TO TRUE
032500     END-IF.
032600     CLOSE WISPSCTL-FILE.
032700     GO TO 3200-EXIT.
032800 3200-EXIT.
032900     EXIT.
033000
033100**-----------------------------------------------------------**
033200**  3210-LOAD-ONE-CONTROL                                    **
033300**-----------------------------------------------------------**
033400 3210-LOAD-ONE-CONTROL.
033500     READ WISPSCTL-FILE
033600         AT END SET WSCT-EOF TO TRUE
033700     END-READ.
033800     IF WSCT-EOF
033900         GO TO 3210-EXIT
034000     END-IF.
034100     ADD 1 TO WSCT-CTL-COUNT.
034200     MOVE WISPSCTL-RECORD TO WSCT-CTL-LINE (WSCT-CTL-COUNT).
034300     IF WSCTR-STREAM NOT = WSCT-STREAM
034400         GO TO 3210-EXIT
034500     END-IF.
034600     EVALUATE TRUE
034700         WHEN WSCTR-HOLD
034800             SET WSCT-STREAM-HELD TO TRUE
034900             MOVE SPACES TO WSCT-HOLD-MSG
035000             STRING "HELD by " DELIMITED BY SIZE
035100                 WSCTR-OPERATOR DELIMITED BY SPACE
035200                 " since " DELIMITED BY SIZE
035300                 WSCTR-DATE DELIMITED BY SIZE
035400                 " " DELIMITED BY SIZE
035500                 WSCTR-TIME (1:2) DELIMITED BY SIZE
035600                 ":" DELIMITED BY SIZE
035700                 WSCTR-TIME (3:2) DELIMITED BY SIZE
035800                 " - WISPSCHD will not launch it."
035900                     DELIMITED BY SIZE
036000                 INTO WSCT-HOLD-MSG
036100         WHEN WSCTR-SKIP-STEP
036200             IF WSCT-SKIP-PTR < 67
036300                 STRING " " DELIMITED BY SIZE
036400                     WSCTR-STEP DELIMITED BY SIZE
036500                     INTO WSCT-SKIP-MSG
036600                     WITH POINTER WSCT-SKIP-PTR
036700             END-IF
036800         WHEN WSCTR-RESTART-FROM
036900             MOVE SPACES TO WSCT-RESTART-MSG
037000             STRING "Next run restarts from step "
037100                     DELIMITED BY SIZE
037200                 WSCTR-STEP DELIMITED BY SIZE
037300                 " - set by " DELIMITED BY SIZE
037400                 WSCTR-OPERATOR DELIMITED BY SPACE
037500                 "." DELIMITED BY SIZE
037600                 INTO WSCT-RESTART-MSG
037700         WHEN OTHER
037800             CONTINUE
037900     END-EVALUATE.
038000     GO TO 3210-EXIT.
038100 3210-EXIT.
038200     EXIT.
038300
038400**-----------------------------------------------------------**
038500**  3300-QUERY-CHECKPOINT                                    **
038600**  WISPCHKP.DAT holds one checkpoint for whichever stream   **
038700**  ran last - say whose it is.                              **
038800**-----------------------------------------------------------**
038900 3300-QUERY-CHECKPOINT.
039000     MOVE "Q" TO WSCT-CHKP-MODE.
039100     MOVE SPACES TO WSCT-CHKP-PROGRAM.
039200     MOVE SPACES TO WSCT-CHKP-STREAM.
039300     MOVE 0 TO WSCT-CHKP-STEPS.
039400     CALL "WISPCHKP" USING WSCT-CHKP-MODE
039500                           WSCT-CHKP-PROGRAM
039600                           WSCT-CHKP-STEPS
039700                           WSCT-CHKP-STREAM.
039800     IF WSCT-CHKP-STEPS = 0
039900         MOVE "No restart checkpoint pending."
040000             TO WSCT-CHKP-MSG
040100         GO TO 3300-EXIT
040200     END-IF.
040300     MOVE WSCT-CHKP-STEPS TO WSCT-COUNT-D.
040400     STRING "Checkpoint: stream " DELIMITED BY SIZE
040500         WSCT-CHKP-STREAM DELIMITED BY SIZE
040600         " - " DELIMITED BY SIZE
040700         WSCT-COUNT-D DELIMITED BY SIZE
040800         " step(s) done, last " DELIMITED BY SIZE
040900         WSCT-CHKP-PROGRAM DELIMITED BY SIZE
041000         INTO WSCT-CHKP-MSG.
041100     GO TO 3300-EXIT.
041200 3300-EXIT.
041300     EXIT.
041400
041500**-----------------------------------------------------------**
041600**  5000-DO-FUNCTION                                         **
041700**  The status is reloaded for the stream as keyed, so the   **
041800**  checks below act on what is on file now, not on what the **
041900**  screen showed before the ENTER.                          **
042000**-----------------------------------------------------------**
042100 5000-DO-FUNCTION.
042200     IF WSCT-STREAM = SPACES
042300         MOVE "Key the stream to act on." TO WSCT-MSG
042400         GO TO 5000-EXIT
042500     END-IF.
042600     PERFORM 3000-LOAD-STREAM-STATUS THRU 3000-EXIT.
042700     IF WSCT-STEP-COUNT = 0
042800         MOVE "That stream has no steps on WISPSTRM.DAT."
042900             TO WSCT-MSG
043000         GO TO 5000-EXIT
043100     END-IF.
043200     IF WSCT-REASON = SPACES
043300         MOVE "A reason is required for every control action."
043400             TO WSCT-MSG
043500         GO TO 5000-EXIT
043600     END-IF.
043700     IF WSCT-TABLE-FULL
043800         MOVE "WISPSCTL.DAT over 500 records - clean it up first."
043900             TO WSCT-MSG
044000         GO TO 5000-EXIT
044100     END-IF.
044200     ACCEPT WSCT-TODAY FROM DATE YYYYMMDD.
044300     ACCEPT WSCT-NOW-TIME FROM TIME.
044400     MOVE "N" TO WSCT-SAVED-SW.
044500     EVALUATE WSCT-FUNCTION
044600         WHEN "H"
044700             PERFORM 5100-HOLD-STREAM THRU 5100-EXIT
044800         WHEN "R"
044900             PERFORM 5200-RELEASE-STREAM THRU 5200-EXIT
045000         WHEN "S"
045100             PERFORM 5300-SKIP-STEP THRU 5300-EXIT
045200         WHEN "F"
045300             PERFORM 5400-RESTART-FROM-STEP THRU 5400-EXIT
045400         WHEN "C"
045500             PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
045600     END-EVALUATE.
045700     IF NOT WSCT-SAVED
045800         GO TO 5000-EXIT
045900     END-IF.
046000     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
046100     MOVE 0 TO WSCT-STEP.
046200     MOVE SPACES TO WSCT-REASON.
046300     GO TO 5000-EXIT.
046400 5000-EXIT.
046500     EXIT.
046600
046700**-----------------------------------------------------------**
046800**  5100-HOLD-STREAM                                         **
046900**-----------------------------------------------------------**
047000 5100-HOLD-STREAM.
047100     IF WSCT-STREAM-HELD
047200         MOVE "The stream is already held." TO WSCT-MSG
047300         GO TO 5100-EXIT
047400     END-IF.
047500     MOVE "H" TO WSCT-CTL-ACTION.
047600     MOVE 0 TO WSCT-STEP.
047700     PERFORM 5800-ADD-CONTROL THRU 5800-EXIT.
047800     PERFORM 6000-REWRITE-CONTROLS THRU 6000-EXIT.
047900     IF NOT WSCT-SAVED
048000         GO TO 5100-EXIT
048100     END-IF.
048200     MOVE "HOLD" TO WSCT-JRN-ACTION.
048300     MOVE 0 TO WSCT-JRN-STEP.
048400     MOVE "Stream held - WISPSCHD will journal it HELD."
048500         TO WSCT-MSG.
048600     GO TO 5100-EXIT.
048700 5100-EXIT.
048800     EXIT.
048900
049000**-----------------------------------------------------------**
049100**  5200-RELEASE-STREAM                                      **
049200**-----------------------------------------------------------**
049300 5200-RELEASE-STREAM.
049400     IF NOT WSCT-STREAM-HELD
049500         MOVE "The stream is not held." TO WSCT-MSG
049600         GO TO 5200-EXIT
049700     END-IF.
049800     MOVE "H" TO WSCT-CTL-ACTION.
049900     PERFORM 5850-REMOVE-CONTROLS THRU 5850-EXIT.
050000     PERFORM 6000-REWRITE-CONTROLS THRU 6000-EXIT.
050100     IF NOT WSCT-SAVED
050200         GO TO 5200-EXIT
050300     END-IF.
050400     MOVE "RELEASE" TO WSCT-JRN-ACTION.
050500     MOVE 0 TO WSCT-JRN-STEP.
050600     MOVE "Hold released - the stream runs at its next run time."
050700         TO WSCT-MSG.
050800     GO TO 5200-EXIT.
050900 5200-EXIT.
051000     EXIT.
051100
051200**-----------------------------------------------------------**
051300**  5300-SKIP-STEP                                           **
051400**  One skip record per step; WISPSTRM removes it once the   **
051500**  step has been passed over.                               **
051600**-----------------------------------------------------------**
051700 5300-SKIP-STEP.
051800     PERFORM 5900-FIND-STEP THRU 5900-EXIT.
051900     IF NOT WSCT-FOUND
052000         MOVE "That step is not in the stream." TO WSCT-MSG
052100         GO TO 5300-EXIT
052200     END-IF.
052300     MOVE "N" TO WSCT-FOUND-SW.
052400     PERFORM 5310-CHECK-SKIP THRU 5310-EXIT
052500         VARYING WSCT-CTL-SUB FROM 1 BY 1
052600         UNTIL WSCT-CTL-SUB > WSCT-CTL-COUNT
052700            OR WSCT-FOUND.
052800     IF WSCT-FOUND
052900         MOVE "That step is already marked to be skipped."
053000             TO WSCT-MSG
053100         GO TO 5300-EXIT
053200     END-IF.
053300     MOVE "S" TO WSCT-CTL-ACTION.
053400     PERFORM 5800-ADD-CONTROL THRU 5800-EXIT.
053500     PERFORM 6000-REWRITE-CONTROLS THRU 6000-EXIT.
053600     IF NOT WSCT-SAVED
053700         GO TO 5300-EXIT
053800     END-IF.
053900     MOVE "SKIP" TO WSCT-JRN-ACTION.
054000     MOVE WSCT-STEP TO WSCT-JRN-STEP.
054100     MOVE "Step marked - WISPSTRM skips it on the next run."
054200         TO WSCT-MSG.
054300     GO TO 5300-EXIT.
054400 5300-EXIT.
054500     EXIT.
054600
054700**-----------------------------------------------------------**
054800**  5310-CHECK-SKIP                                          **
054900**-----------------------------------------------------------**
055000 5310-CHECK-SKIP.
055100     MOVE WSCT-CTL-LINE (WSCT-CTL-SUB) TO WISPSCTL-RECORD.
055200     IF WSCTR-STREAM = WSCT-STREAM
055300             AND WSCTR-SKIP-STEP
055400             AND WSCTR-STEP = WSCT-STEP
055500         SET WSCT-FOUND TO TRUE
055600     END-IF.
055700     GO TO 5310-EXIT.
055800 5310-EXIT.
055900     EXIT.
056000
056100**-----------------------------------------------------------**
056200**  5400-RESTART-FROM-STEP                                   **
056300**  Only one restart point makes sense - a new one replaces  **
056400**  any already set for the stream.                          **
056500**-----------------------------------------------------------**
056600 5400-RESTART-FROM-STEP.
056700     PERFORM 5900-FIND-STEP THRU 5900-EXIT.
056800     IF NOT WSCT-FOUND
056900         MOVE "That step is not in the stream." TO WSCT-MSG
057000         GO TO 5400-EXIT
057100     END-IF.
057200     MOVE "F" TO WSCT-CTL-ACTION.
057300     PERFORM 5850-REMOVE-CONTROLS THRU 5850-EXIT.
057400     PERFORM 5800-ADD-CONTROL THRU 5800-EXIT.
057500     PERFORM 6000-REWRITE-CONTROLS THRU 6000-EXIT.
057600     IF NOT WSCT-SAVED
057700         GO TO 5400-EXIT
057800     END-IF.
057900     MOVE "RESTART" TO WSCT-JRN-ACTION.
058000     MOVE WSCT-STEP TO WSCT-JRN-STEP.
058100     MOVE "Restart set - the next run starts from that step."
058200         TO WSCT-MSG.
058300     GO TO 5400-EXIT.
058400 5400-EXIT.
058500     EXIT.
058600
058700**-----------------------------------------------------------**
058800**  5500-CLEAR-CHECKPOINT                                    **
058900**  Only this stream's checkpoint may be cleared from here - **
059000**  one stamped for another stream belongs to that stream's  **
059100**  restart.  An unstamped checkpoint predates stream        **
059200**  stamping and is taken as anyone's.                       **
059300**-----------------------------------------------------------**
059400 5500-CLEAR-CHECKPOINT.
059500     IF WSCT-CHKP-STEPS = 0
059600         MOVE "There is no checkpoint to clear." TO WSCT-MSG
059700         GO TO 5500-EXIT
059800     END-IF.
059900     IF WSCT-CHKP-STREAM NOT = WSCT-STREAM
060000             AND WSCT-CHKP-STREAM NOT = SPACES
060100         MOVE "The checkpoint belongs to another stream."
060200             TO WSCT-MSG
060300         GO TO 5500-EXIT
060400     END-IF.
060500     MOVE 0 TO WSCT-JRN-STEP.
060600     MOVE "R" TO WSCT-CHKP-MODE.
060700     CALL "WISPCHKP" USING WSCT-CHKP-MODE
060800                           WSCT-CHKP-PROGRAM
060900                           WSCT-CHKP-STEPS.
061000     SET WSCT-SAVED TO TRUE.
061100     MOVE "CLEAR-CKP" TO WSCT-JRN-ACTION.
061200     MOVE "Checkpoint cleared - the next run starts from the top."
061300         TO WSCT-MSG.
061400     GO TO 5500-EXIT.
061500 5500-EXIT.
061600     EXIT.
061700
061800**-----------------------------------------------------------**
061900**  5800-ADD-CONTROL                                         **
062000**  Append a WSCT-CTL-ACTION directive for the keyed stream  **
062100**  and step, stamped with who set it and when.              **
062200**-----------------------------------------------------------**
062300 5800-ADD-CONTROL.
062400     MOVE SPACES TO WISPSCTL-RECORD.
062500     MOVE WSCT-STREAM TO WSCTR-STREAM.
062600     MOVE WSCT-CTL-ACTION TO WSCTR-ACTION.
062700     MOVE WSCT-STEP TO WSCTR-STEP.
062800     MOVE WSCT-TODAY TO WSCTR-DATE.
062900     MOVE WSCT-NOW-TIME TO WSCTR-TIME.
063000     MOVE WSCT-OPERATOR TO WSCTR-OPERATOR.
063100     ADD 1 TO WSCT-CTL-COUNT.
063200     MOVE WISPSCTL-RECORD TO WSCT-CTL-LINE (WSCT-CTL-COUNT).
063300     GO TO 5800-EXIT.
063400 5800-EXIT.
063500     EXIT.
063600
063700**-----------------------------------------------------------**
063800**  5850-REMOVE-CONTROLS                                     **
063900**  Drop every WSCT-CTL-ACTION directive for the keyed       **
064000**  stream, closing up the table.                            **
064100**-----------------------------------------------------------**
064200 5850-REMOVE-CONTROLS.
064300     MOVE 0 TO WSCT-KEEP-COUNT.
064400     PERFORM 5860-KEEP-ONE-CONTROL THRU 5860-EXIT
064500         VARYING WSCT-CTL-SUB FROM 1 BY 1
064600         UNTIL WSCT-CTL-SUB > WSCT-CTL-COUNT.
064700     MOVE WSCT-KEEP-COUNT TO WSCT-CTL-COUNT.
064800     GO TO 5850-EXIT.
064900 5850-EXIT.
065000     EXIT.
065100
065200**-----------------------------------------------------------**
065300**  5860-KEEP-ONE-CONTROL                                    **
065400**-----------------------------------------------------------**
065500 5860-KEEP-ONE-CONTROL.
065600     MOVE WSCT-CTL-LINE (WSCT-CTL-SUB) TO WISPSCTL-RECORD.
065700     IF WSCTR-STREAM = WSCT-STREAM
065800             AND WSCTR-ACTION = WSCT-CTL-ACTION
065900         GO TO 5860-EXIT
066000     END-IF.
066100     ADD 1 TO WSCT-KEEP-COUNT.
066200     MOVE WISPSCTL-RECORD TO WSCT-CTL-LINE (WSCT-KEEP-COUNT).
066300     GO TO 5860-EXIT.
066400 5860-EXIT.
066500     EXIT.
066600
066700**-----------------------------------------------------------**
066800**  5900-FIND-STEP                                           **
066900**  Is WSCT-STEP one of the stream's step numbers?           **
067000**-----------------------------------------------------------**
067100 5900-FIND-STEP.
067200     MOVE "N" TO WSCT-FOUND-SW.
067300     PERFORM 5910-CHECK-STEP THRU 5910-EXIT
067400         VARYING WSCT-STEP-SUB FROM 1 BY 1
067500         UNTIL WSCT-STEP-SUB > WSCT-STEP-COUNT
067600            OR WSCT-FOUND.
067700     GO TO 5900-EXIT.
067800 5900-EXIT.
067900     EXIT.
068000
068100**-----------------------------------------------------------**
068200**  5910-CHECK-STEP                                          **
068300**-----------------------------------------------------------**
068400 5910-CHECK-STEP.
068500     IF WSCT-STEP-NUM (WSCT-STEP-SUB) = WSCT-STEP
068600         SET WSCT-FOUND TO TRUE
068700     END-IF.
068800     GO TO 5910-EXIT.
068900 5910-EXIT.
069000     EXIT.
069100
069200**-----------------------------------------------------------**
069300**  6000-REWRITE-CONTROLS                                    **
069400**  The file is shared with WISPSCHD and WISPSTRM - a busy   **
069500**  open is retried, and on failure the action is abandoned  **
069600**  whole rather than half written (the WACUALRT handling).  **
069700**-----------------------------------------------------------**
069800 6000-REWRITE-CONTROLS.
069900     MOVE 0 TO WSCT-OPEN-RETRY.
070000 6010-TRY-OPEN.
070100     OPEN OUTPUT WISPSCTL-FILE.
070200     IF NOT WSCTL-FILE-OK
070300         ADD 1 TO WSCT-OPEN-RETRY
070400         IF WSCT-OPEN-RETRY < 30
070500             GO TO 6010-TRY-OPEN
070600         END-IF
070700         MOVE "WISPSCTL.DAT is busy - try again in a moment."
070800             TO WSCT-MSG
070900         GO TO 6000-EXIT
071000     END-IF.
071100     PERFORM 6100-WRITE-ONE-CONTROL THRU 6100-EXIT
071200         VARYING WSCT-CTL-SUB FROM 1 BY 1
071300         UNTIL WSCT-CTL-SUB > WSCT-CTL-COUNT.
071400     CLOSE WISPSCTL-FILE.
071500     SET WSCT-SAVED TO TRUE.
071600     GO TO 6000-EXIT.
071700 6000-EXIT.
071800     EXIT.
071900
072000**-----------------------------------------------------------**
072100**  6100-WRITE-ONE-CONTROL                                   **
072200**-----------------------------------------------------------**
072300 6100-WRITE-ONE-CONTROL.
072400     MOVE WSCT-CTL-LINE (WSCT-CTL-SUB) TO WISPSCTL-RECORD.
072500     WRITE WISPSCTL-RECORD.
072600     GO TO 6100-EXIT.
072700 6100-EXIT.
072800     EXIT.
072900
073000**-----------------------------------------------------------**
073100**  6500-WRITE-JOURNAL                                       **
073200**  Append the action to WISPSCJL.LOG.  A busy open is       **
073300**  retried; the file is only created on status 35.          **
073400**-----------------------------------------------------------**
073500 6500-WRITE-JOURNAL.
073600     MOVE SPACES TO WISPSCJL-RECORD.
073700     MOVE WSCT-TODAY TO WSCJL-DATE.
073800     MOVE WSCT-NOW-TIME TO WSCJL-TIME.
073900     MOVE WSCT-OPERATOR TO WSCJL-OPERATOR.
074000     MOVE WSCT-STREAM TO WSCJL-STREAM.
074100     MOVE WSCT-JRN-STEP TO WSCJL-STEP.
074200     MOVE WSCT-JRN-ACTION TO WSCJL-ACTION.
074300     MOVE WSCT-REASON TO WSCJL-REASON.
074400     MOVE 0 TO WSCT-OPEN-RETRY.
074500 6510-TRY-OPEN.
074600     OPEN EXTEND WISPSCJL-LOG.
074700     IF WSCJL-FILE-NOT-FOUND
074800         OPEN OUTPUT WISPSCJL-LOG
074900     END-IF.
075000     IF NOT WSCJL-FILE-OK
075100         ADD 1 TO WSCT-OPEN-RETRY
075200         IF WSCT-OPEN-RETRY < 30
075300             GO TO 6510-TRY-OPEN
075400         END-IF
075500         MOVE "Action taken - WISPSCJL.LOG could not be written."
075600             TO WSCT-MSG
075700         GO TO 6500-EXIT
075800     END-IF.
075900     WRITE WISPSCJL-RECORD.
076000     CLOSE WISPSCJL-LOG.
076100     GO TO 6500-EXIT.
076200 6500-EXIT.
076300     EXIT.
076400
076500 9999-EXIT.
076600     EXIT PROGRAM.
076700 9999-STOP.
076800     STOP RUN.
076900
