000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACUSTRM.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Maintain a stream's definition online instead
000900**               of with a text editor: its WISPSTRM.DAT step
001000**               records in run order, each step's "*PARM"
001100**               parameter slots (01-48), and its WISPDEAD.DAT
001200**               deadlines - the stream's late start and late
001300**               finish and each step's elapsed allowance.
001400**               Steps can be added, inserted, changed,
001500**               deleted, and resequenced; a step program must
001600**               be on the WISPAUTH.DAT whitelist before it is
001700**               accepted, and every saved change is logged to
001800**               WISPSTRH.LOG with the operator who made it.
001900**               Both files are rewritten whole on each save,
002000**               the way WACUOPRM maintains WISPOPRA.DAT, with
002100**               every other stream's records kept in place.
002200**
002300**   Build:      ccbl -Da4 -o WACUSTRM.acu WACUSTRM.cob
002400**
002500**   Modifications:
002600**     dgh  Original version.
002620**     dgh  A late start or finish that is refused is put back
002640**          to the value on file, so a later save of a step
002660**          cannot write it to WISPDEAD.DAT; and the time must
002680**          be a real time of day (HH 00-23, MM and SS 00-59).
002682**     dgh  Lock insert, delete, resequence and step number
002684**          changes while the stream has a WACUSCTL skip or
002686**          restart-from pending in WISPSCTL.DAT - those are
002688**          kept by step number and would land on another step.
002690**     dgh  A save whose WISPDEAD.DAT rewrite fails is logged
002692**          with "deadlines not saved" and says so on screen,
002694**          instead of reporting the change saved.
002700**
002800
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.
003100     WACUSTRM.
003200 REMARKS.
003300     Online maintenance for WISPSTRM.DAT stream steps and
003400     parameters and the WISPDEAD.DAT stream deadlines.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     CRT STATUS IS WSTM-CRT-STATUS.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WSTR-FILE-STATUS.
004700
004800     SELECT WISPDEAD-FILE ASSIGN TO "WISPDEAD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WDED-FILE-STATUS.
005100
005200     SELECT WISPSTRH-LOG ASSIGN TO "WISPSTRH"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WSTRH-FILE-STATUS.
005500
005520     SELECT WISPSCTL-FILE ASSIGN TO "WISPSCTL"
005540         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WSCTL-FILE-STATUS.
005580
005600 DATA DIVISION.
005700
005800 FILE SECTION.
005900 FD  WISPSTRM-FILE.
006000     COPY "wispstrr.cpy".
006100
006200 FD  WISPDEAD-FILE.
006300     COPY "wispdedr.cpy".
006400
006500 FD  WISPSTRH-LOG.
006600     COPY "wispstrh.cpy".
006700
006720 FD  WISPSCTL-FILE.
006740     COPY "wispsctr.cpy".
006760
006800 WORKING-STORAGE SECTION.
006900 01  WSTR-FILE-STATUS         PIC XX.
007000     88  WSTR-FILE-OK              VALUE "00".
007100 01  WDED-FILE-STATUS         PIC XX.
007200     88  WDED-FILE-OK              VALUE "00".
007300 01  WSTRH-FILE-STATUS        PIC XX.
007400     88  WSTRH-FILE-OK             VALUE "00".
007420 01  WSCTL-FILE-STATUS        PIC XX.
007440     88  WSCTL-FILE-OK             VALUE "00".
007460     88  WSCTL-FILE-NOT-FOUND      VALUE "35".
007500
007600 01  WSTM-CRT-STATUS          PIC 9(04).
007700     88  WSTM-KEY-PF7              VALUE 2007.
007800     88  WSTM-KEY-PF8              VALUE 2008.
007900
008000 01  WSTM-DONE-SW             PIC X(01) VALUE "N".
008100     88  WSTM-DONE                 VALUE "Y".
008200 01  WSTM-EDIT-DONE-SW        PIC X(01) VALUE "N".
008300     88  WSTM-EDIT-DONE            VALUE "Y".
008400 01  WSTM-EOF-SW              PIC X(01) VALUE "N".
008500     88  WSTM-EOF                  VALUE "Y".
008600 01  WSTM-FOUND-SW            PIC X(01) VALUE "N".
008700     88  WSTM-FOUND                VALUE "Y".
008800 01  WSTM-VALID-SW            PIC X(01) VALUE "N".
008900     88  WSTM-STEP-VALID           VALUE "Y".
009000 01  WSTM-OVERFLOW-SW         PIC X(01) VALUE "N".
009100     88  WSTM-TOO-MANY-RECORDS     VALUE "Y".
009200 01  WSTM-SAVED-SW            PIC X(01) VALUE "N".
009300     88  WSTM-SAVED                VALUE "Y".
009400 01  WSTM-CHKP-PENDING-SW     PIC X(01) VALUE "N".
009500     88  WSTM-CHKP-PENDING         VALUE "Y".
009520 01  WSTM-SCTL-PENDING-SW     PIC X(01) VALUE "N".
009540     88  WSTM-SCTL-PENDING         VALUE "Y".
009600
009700 01  WSTM-FUNCTION            PIC X(01) VALUE SPACES.
009800     88  WSTM-FUNC-EDIT            VALUE "E" "e".
009900     88  WSTM-FUNC-QUIT            VALUE "Q" "q".
010000
010100 01  WSTM-STEP-FUNCTION       PIC X(01) VALUE SPACES.
010200     88  WSTM-SFUNC-ADD            VALUE "A" "a".
010300     88  WSTM-SFUNC-INSERT         VALUE "I" "i".
010400     88  WSTM-SFUNC-CHANGE         VALUE "C" "c".
010500     88  WSTM-SFUNC-DELETE         VALUE "D" "d".
010600     88  WSTM-SFUNC-RESEQUENCE     VALUE "R" "r".
010700     88  WSTM-SFUNC-PARMS          VALUE "P" "p".
010800     88  WSTM-SFUNC-LIMITS         VALUE "L" "l".
010900     88  WSTM-SFUNC-QUIT           VALUE "Q" "q".
011000     88  WSTM-SFUNC-NONE           VALUE SPACE.
011100
011200 01  WSTM-CONFIRM             PIC X(01) VALUE SPACES.
011300     88  WSTM-CONFIRM-YES          VALUE "Y" "y".
011400
011500 01  WSTM-STREAM              PIC X(08) VALUE SPACES.
011600 01  WSTM-SEL-STEP            PIC 9(03) VALUE 0.
011700 01  WSTM-OPERATOR            PIC X(08) VALUE SPACES.
011800 01  WSTM-TODAY               PIC X(08) VALUE SPACES.
011900 01  WSTM-NOW-TIME            PIC X(08) VALUE SPACES.
012000 01  WSTM-MSG                 PIC X(60) VALUE SPACES.
012100 01  WSTM-AUTH-FLAG           PIC X(01) VALUE SPACE.
012200     88  WSTM-PROGRAM-AUTHORIZED   VALUE "Y".
012300
012400*    The whole of each file as read, one line per record, so a
012500*    save can write every other stream's records back exactly
012600*    where they were.  WSTM-DEF-FIRST / WSTM-DEAD-FIRST mark
012700*    where the edited stream's block sat (zero - a stream new
012800*    to the file - appends it at the end).
012900 01  WSTM-DEF-TABLE.
013000     05  WSTM-DEF-COUNT       PIC 9(05) COMP VALUE 0.
013100     05  WSTM-DEF-LINE OCCURS 3000 TIMES
013200                              PIC X(45).
013300 01  WSTM-DEF-SUB             PIC 9(05) COMP VALUE 0.
013400 01  WSTM-DEF-FIRST           PIC 9(05) COMP VALUE 0.
013500
013600 01  WSTM-DEAD-TABLE.
013700     05  WSTM-DEAD-COUNT      PIC 9(05) COMP VALUE 0.
013800     05  WSTM-DEAD-LINE OCCURS 2000 TIMES
013900                              PIC X(42).
014000 01  WSTM-DEAD-SUB            PIC 9(05) COMP VALUE 0.
014100 01  WSTM-DEAD-FIRST          PIC 9(05) COMP VALUE 0.
014200
014300*    The stream being edited, one entry per step in run order
014400*    with its parameter slots and elapsed allowance alongside.
014500 01  WSTM-STEP-TABLE.
014600     05  WSTM-STEP-COUNT      PIC 9(03) COMP VALUE 0.
014700     05  WSTM-STEP-ENTRY OCCURS 100 TIMES.
014800         10  WSTM-SE-STEP     PIC 9(03).
014900         10  WSTM-SE-PROGRAM  PIC X(08).
015000         10  WSTM-SE-RESTART  PIC X(01).
015100         10  WSTM-SE-RETRY    PIC 9(01).
015200         10  WSTM-SE-DELAY    PIC 9(03).
015300         10  WSTM-SE-CONTINUE PIC X(01).
015400         10  WSTM-SE-MAX-ELAPSED
015500                              PIC 9(06).
015600         10  WSTM-SE-PARM OCCURS 48 TIMES
015700                              PIC X(20).
015800 01  WSTM-STEP-SUB            PIC 9(03) COMP VALUE 0.
015900 01  WSTM-STEP-CUR            PIC 9(03) COMP VALUE 0.
016000 01  WSTM-PREV-ROW            PIC 9(03) COMP VALUE 0.
016100 01  WSTM-NEXT-ROW            PIC 9(03) COMP VALUE 0.
016200 01  WSTM-SCAN-SUB            PIC 9(03) COMP VALUE 0.
016300 01  WSTM-PARM-SUB            PIC 9(03) COMP VALUE 0.
016400 01  WSTM-PARM-COUNT          PIC 9(03) COMP VALUE 0.
016500 01  WSTM-STEP-INCREMENT      PIC 9(03) COMP VALUE 10.
016600 01  WSTM-LATE-START          PIC X(08) VALUE SPACES.
016700 01  WSTM-LATE-FINISH         PIC X(08) VALUE SPACES.
016705*    The deadlines as they stood before the limits screen,
016710*    put back when what was keyed is refused.
016715 01  WSTM-OLD-LATE-START      PIC X(08) VALUE SPACES.
016720 01  WSTM-OLD-LATE-FINISH     PIC X(08) VALUE SPACES.
016725 01  WSTM-CHECK-TIME          PIC X(08) VALUE SPACES.
016730 01  FILLER REDEFINES WSTM-CHECK-TIME.
016735     05  WSTM-CHECK-HH        PIC 9(02).
016740     05  WSTM-CHECK-MM        PIC 9(02).
016745     05  WSTM-CHECK-SS        PIC 9(02).
016750     05  WSTM-CHECK-HS        PIC 9(02).
016755 01  WSTM-TIME-SW             PIC X(01) VALUE "N".
016760     88  WSTM-TIME-VALID           VALUE "Y".
016800
016900*    The step on the detail screens - laid out exactly like a
017000*    WSTM-STEP-ENTRY so it moves in and out as a group.
017100 01  WSTM-EDIT-STEP.
017200     05  WSTM-ED-STEP         PIC 9(03).
017300     05  WSTM-ED-PROGRAM      PIC X(08).
017400     05  WSTM-ED-RESTART      PIC X(01).
017500     05  WSTM-ED-RETRY        PIC 9(01).
017600     05  WSTM-ED-DELAY        PIC 9(03).
017700     05  WSTM-ED-CONTINUE     PIC X(01).
017800     05  WSTM-ED-MAX-ELAPSED  PIC 9(06).
017900     05  WSTM-ED-PARM-GROUP.
018000         10  WSTM-ED-PARM OCCURS 48 TIMES
018100                              PIC X(20).
018200     05  FILLER REDEFINES WSTM-ED-PARM-GROUP.
018300         10  WSTM-ED-PARM-A OCCURS 16 TIMES
018400                              PIC X(20).
018500         10  WSTM-ED-PARM-B OCCURS 16 TIMES
018600                              PIC X(20).
018700         10  WSTM-ED-PARM-C OCCURS 16 TIMES
018800                              PIC X(20).
018900
019000 01  WSTM-SLOT-LABELS.
019100     05  FILLER               PIC X(32) VALUE
019200         "01020304050607080910111213141516".
019300     05  FILLER               PIC X(32) VALUE
019400         "17181920212223242526272829303132".
019500     05  FILLER               PIC X(32) VALUE
019600         "33343536373839404142434445464748".
019700 01  FILLER REDEFINES WSTM-SLOT-LABELS.
019800     05  WSTM-SLOT-A OCCURS 16 TIMES
019900                              PIC X(02).
020000     05  WSTM-SLOT-B OCCURS 16 TIMES
020100                              PIC X(02).
020200     05  WSTM-SLOT-C OCCURS 16 TIMES
020300                              PIC X(02).
020400
020500 01  WSTM-CHKP-MODE           PIC X(01) VALUE "Q".
020600 01  WSTM-CHKP-PROGRAM        PIC X(08) VALUE SPACES.
020700 01  WSTM-CHKP-STEPS          PIC 9(09) COMP VALUE 0.
020800 01  WSTM-CHKP-STREAM         PIC X(08) VALUE SPACES.
020900
021000 01  WSTM-LOG-ACTION          PIC X(01) VALUE SPACE.
021100 01  WSTM-LOG-DETAIL          PIC X(50) VALUE SPACES.
021200
021300 01  WSTM-LIST-TOP            PIC 9(03) COMP VALUE 1.
021400 01  WSTM-LIST-LINES          PIC 9(03) COMP VALUE 12.
021500 01  WSTM-PAGE-SUB            PIC 9(03) COMP VALUE 0.
021600 01  WSTM-LIST-GROUP.
021700     05  WSTM-LIST-LINE OCCURS 12 PIC X(60).
021800
021900 01  WSTM-LIST-DETAIL.
022000     05  WSTM-LD-STEP         PIC ZZ9.
022100     05  FILLER               PIC X(02) VALUE SPACES.
022200     05  WSTM-LD-PROGRAM      PIC X(08).
022300     05  FILLER               PIC X(03) VALUE SPACES.
022400     05  WSTM-LD-RESTART      PIC X(01).
022500     05  FILLER               PIC X(04) VALUE SPACES.
022600     05  WSTM-LD-RETRY        PIC 9(01).
022700     05  FILLER               PIC X(02) VALUE SPACES.
022800     05  WSTM-LD-DELAY        PIC ZZ9.
022900     05  FILLER               PIC X(04) VALUE SPACES.
023000     05  WSTM-LD-CONTINUE     PIC X(01).
023100     05  FILLER               PIC X(03) VALUE SPACES.
023200     05  WSTM-LD-MAX-ELAPSED  PIC ZZZZZ9.
023300     05  FILLER               PIC X(04) VALUE SPACES.
023400     05  WSTM-LD-PARMS        PIC Z9.
023500
023600 01  WSTM-POSITION-MSG        PIC X(40) VALUE SPACES.
023700 01  WSTM-CHKP-MSG            PIC X(60) VALUE SPACES.
023750 01  WSTM-SCTL-MSG            PIC X(60) VALUE SPACES.
023800 01  WSTM-TOP-D               PIC ZZ9.
023900 01  WSTM-COUNT-D             PIC ZZ9.
024000 01  WSTM-STEP-D              PIC ZZ9.
024100 01  WSTM-MAX-D               PIC ZZZZZ9.
024200
024300 SCREEN SECTION.
024400 01  WSTM-KEY-SCREEN.
024500     05  LINE 1 COL 15 BOLD VALUE
024600         "**** WISP STREAM DEFINITION MAINTENANCE ****".
024700     05  LINE 4 COL 5 VALUE "Stream....:".
024800     05  LINE 4 COL 18 PIC X(08) USING WSTM-STREAM.
024900     05  LINE 6 COL 5 VALUE
025000         "Function: E)dit steps  Q)uit  =>".
025100     05  LINE 6 COL 39 PIC X(01) USING WSTM-FUNCTION.
025200     05  LINE 9 COL 5 VALUE
025300         "Every saved change is logged in WISPSTRH.LOG under yo
025400-        "ur user id.".
025500
025600 01  WSTM-LIST-SCREEN.
025700     05  LINE 1 COL 15 BOLD VALUE
025800         "**** WISP STREAM DEFINITION MAINTENANCE ****".
025900     05  LINE 3 COL 5 VALUE "Stream:".
026000     05  LINE 3 COL 13 PIC X(08) FROM WSTM-STREAM.
026100     05  LINE 3 COL 24 VALUE "Late start:".
026200     05  LINE 3 COL 36 PIC X(08) FROM WSTM-LATE-START.
026300     05  LINE 3 COL 47 VALUE "Late finish:".
026400     05  LINE 3 COL 60 PIC X(08) FROM WSTM-LATE-FINISH.
026500     05  LINE 5 COL 5 VALUE
026600         "STP  PROGRAM  RST  RTY  DLY  CON   MAXSECS  PARMS".
026700     05  LINE PLUS 1 COL 5 PIC X(60) OCCURS 12
026800         FROM WSTM-LIST-LINE.
026900     05  LINE 18 COL 5 PIC X(40) FROM WSTM-POSITION-MSG.
027000     05  LINE 19 COL 5 PIC X(60) FROM WSTM-CHKP-MSG.
027100     05  LINE 21 COL 5 VALUE
027200         "A)dd I)nsert C)hange D)elete R)esequence P)arms L)imi
027300-        "ts Q)uit".
027400     05  LINE 22 COL 5 VALUE "Function =>".
027500     05  LINE 22 COL 17 PIC X(01) USING WSTM-STEP-FUNCTION.
027600     05  LINE 22 COL 21 VALUE "Step =>".
027700     05  LINE 22 COL 29 PIC 9(03) USING WSTM-SEL-STEP.
027800     05  LINE 22 COL 36 VALUE "(PF7)=Up  (PF8)=Down".
027900
028000 01  WSTM-STEP-SCREEN.
028100     05  LINE 1 COL 15 BOLD VALUE
028200         "**** WISP STREAM DEFINITION MAINTENANCE ****".
028300     05  LINE 3 COL 5 VALUE "Stream..........:".
028400     05  LINE 3 COL 23 PIC X(08) FROM WSTM-STREAM.
028500     05  LINE 5 COL 5 VALUE "Step number.....:".
028600     05  LINE 5 COL 23 PIC 9(03) USING WSTM-ED-STEP.
028700     05  LINE 6 COL 5 VALUE "Program.........:".
028800     05  LINE 6 COL 23 PIC X(08) USING WSTM-ED-PROGRAM.
028900     05  LINE 7 COL 5 VALUE "Restart flag....:".
029000     05  LINE 7 COL 23 PIC X(01) USING WSTM-ED-RESTART.
029100     05  LINE 7 COL 33 VALUE
029200         "(R = skip when done, M = always rerun)".
029300     05  LINE 8 COL 5 VALUE "Retry count.....:".
029400     05  LINE 8 COL 23 PIC 9(01) USING WSTM-ED-RETRY.
029500     05  LINE 8 COL 33 VALUE "(extra tries after a failure)".
029600     05  LINE 9 COL 5 VALUE "Retry delay.....:".
029700     05  LINE 9 COL 23 PIC 9(03) USING WSTM-ED-DELAY.
029800     05  LINE 9 COL 33 VALUE "(seconds between tries)".
029900     05  LINE 10 COL 5 VALUE "Continue flag...:".
030000     05  LINE 10 COL 23 PIC X(01) USING WSTM-ED-CONTINUE.
030100     05  LINE 10 COL 33 VALUE
030200         "(C = stream continues if it fails)".
030300     05  LINE 11 COL 5 VALUE "Max elapsed.....:".
030400     05  LINE 11 COL 23 PIC 9(06) USING WSTM-ED-MAX-ELAPSED.
030500     05  LINE 11 COL 33 VALUE "(seconds allowed, 0 = none)".
030600     05  LINE 13 COL 5 VALUE
030700         "Parameters are edited with P)arms from the step list.".
030800     05  LINE 15 COL 5 VALUE
030900         "Press (ENTER) to save this step.".
031000
031100 01  WSTM-DELETE-SCREEN.
031200     05  LINE 1 COL 15 BOLD VALUE
031300         "**** WISP STREAM DEFINITION MAINTENANCE ****".
031400     05  LINE 3 COL 5 VALUE "Stream..........:".
031500     05  LINE 3 COL 23 PIC X(08) FROM WSTM-STREAM.
031600     05  LINE 5 COL 5 VALUE "Step number.....:".
031700     05  LINE 5 COL 23 PIC 9(03) FROM WSTM-ED-STEP.
031800     05  LINE 6 COL 5 VALUE "Program.........:".
031900     05  LINE 6 COL 23 PIC X(08) FROM WSTM-ED-PROGRAM.
032000     05  LINE 8 COL 5 VALUE
032100         "Delete this step and its parameters? (Y/N):".
032200     05  LINE 8 COL 50 PIC X(01) USING WSTM-CONFIRM.
032300
032400 01  WSTM-PARM-SCREEN.
032500     05  LINE 1 COL 15 BOLD VALUE
032600         "**** WISP STREAM DEFINITION MAINTENANCE ****".
032700     05  LINE 2 COL 5 VALUE "Stream:".
032800     05  LINE 2 COL 13 PIC X(08) FROM WSTM-STREAM.
032900     05  LINE 2 COL 24 VALUE "Step:".
033000     05  LINE 2 COL 30 PIC 9(03) FROM WSTM-ED-STEP.
033100     05  LINE 2 COL 36 VALUE "Program:".
033200     05  LINE 2 COL 45 PIC X(08) FROM WSTM-ED-PROGRAM.
033300     05  LINE 4 COL 2 VALUE "No".
033400     05  LINE PLUS 1 COL 2 PIC X(02) OCCURS 16
033500         FROM WSTM-SLOT-A.
033600     05  LINE 4 COL 5 VALUE "Parameter value".
033700     05  LINE PLUS 1 COL 5 PIC X(20) OCCURS 16
033800         USING WSTM-ED-PARM-A.
033900     05  LINE 4 COL 28 VALUE "No".
034000     05  LINE PLUS 1 COL 28 PIC X(02) OCCURS 16
034100         FROM WSTM-SLOT-B.
034200     05  LINE 4 COL 31 VALUE "Parameter value".
034300     05  LINE PLUS 1 COL 31 PIC X(20) OCCURS 16
034400         USING WSTM-ED-PARM-B.
034500     05  LINE 4 COL 54 VALUE "No".
034600     05  LINE PLUS 1 COL 54 PIC X(02) OCCURS 16
034700         FROM WSTM-SLOT-C.
034800     05  LINE 4 COL 57 VALUE "Parameter value".
034900     05  LINE PLUS 1 COL 57 PIC X(20) OCCURS 16
035000         USING WSTM-ED-PARM-C.
035100     05  LINE 22 COL 5 VALUE
035200         "Press (ENTER) to save the parameters.".
035300
035400 01  WSTM-LIMITS-SCREEN.
035500     05  LINE 1 COL 15 BOLD VALUE
035600         "**** WISP STREAM DEFINITION MAINTENANCE ****".
035700     05  LINE 3 COL 5 VALUE "Stream..........:".
035800     05  LINE 3 COL 23 PIC X(08) FROM WSTM-STREAM.
035900     05  LINE 5 COL 5 VALUE "Latest start....:".
036000     05  LINE 5 COL 23 PIC X(08) USING WSTM-LATE-START.
036100     05  LINE 5 COL 33 VALUE "(HHMMSShh, blank = none)".
036200     05  LINE 6 COL 5 VALUE "Latest finish...:".
036300     05  LINE 6 COL 23 PIC X(08) USING WSTM-LATE-FINISH.
036400     05  LINE 6 COL 33 VALUE "(HHMMSShh, blank = none)".
036500     05  LINE 8 COL 5 VALUE
036600         "Step elapsed allowances are set by C)hange on a step.".
036800     05  LINE 10 COL 5 VALUE
036900         "Press (ENTER) to save the stream deadlines.".
037000
037100 01  WSTM-MSG-SCREEN.
037200     05  LINE 1 COL 5 PIC X(60) FROM WSTM-MSG.
037300     05  LINE 2 COL 5 VALUE "Press (ENTER) to continue.".
037400
037500 PROCEDURE DIVISION.
037600
037700 0000-START.
037800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037900     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
038000         UNTIL WSTM-DONE.
038100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038200     GO TO 9999-EXIT.
038300
038400**-----------------------------------------------------------**
038500**  1000-INITIALIZE                                          **
038600**-----------------------------------------------------------**
038700 1000-INITIALIZE.
038800     ACCEPT WSTM-OPERATOR FROM ENVIRONMENT "USER".
038900     GO TO 1000-EXIT.
039000 1000-EXIT.
039100     EXIT.
039200
039300**-----------------------------------------------------------**
039400**  2000-PROCESS-FUNCTION                                    **
039500**  Prompt for a stream and a function code.                 **
039600**-----------------------------------------------------------**
039700 2000-PROCESS-FUNCTION.
039800     MOVE SPACES TO WSTM-FUNCTION.
039900     MOVE SPACES TO WSTM-MSG.
040000     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
040100     DISPLAY WSTM-KEY-SCREEN.
040200     ACCEPT WSTM-KEY-SCREEN.
040300     EVALUATE TRUE
040400         WHEN WSTM-FUNC-EDIT
040500             PERFORM 3000-EDIT-STREAM THRU 3000-EXIT
040600         WHEN WSTM-FUNC-QUIT
040700             SET WSTM-DONE TO TRUE
040800         WHEN OTHER
040900             MOVE "Invalid function - enter E or Q." TO WSTM-MSG
041000             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
041100     END-EVALUATE.
041200     GO TO 2000-EXIT.
041300 2000-EXIT.
041400     EXIT.
041500
041600**-----------------------------------------------------------**
041700**  2900-SHOW-MESSAGE                                        **
041800**-----------------------------------------------------------**
041900 2900-SHOW-MESSAGE.
042000     DISPLAY WINDOW LINE 14 COL 1 SIZE 80 LINES 3 ERASE.
042100     DISPLAY WSTM-MSG-SCREEN.
042200     ACCEPT OMITTED.
042300     GO TO 2900-EXIT.
042400 2900-EXIT.
042500     EXIT.
042600
042700**-----------------------------------------------------------**
042800**  3000-EDIT-STREAM                                         **
042900**  Read both files fresh (someone may have saved another    **
043000**  stream since), then work the step list until Q)uit.  A   **
043100**  file too big for the tables is not opened for editing -  **
043200**  rewriting it would drop the records that did not fit,    **
043300**  the same refusal WISPSTRM makes for a stream over 100    **
043400**  steps.                                                   **
043500**-----------------------------------------------------------**
043600 3000-EDIT-STREAM.
043700     IF WSTM-STREAM = SPACES
043800         MOVE "Stream name is required." TO WSTM-MSG
043900         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
044000         GO TO 3000-EXIT
044100     END-IF.
044200     PERFORM 3100-LOAD-DEFINITIONS THRU 3100-EXIT.
044300     IF WSTM-TOO-MANY-RECORDS
044400         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
044500         GO TO 3000-EXIT
044600     END-IF.
044700     PERFORM 3300-CHECK-CHECKPOINT THRU 3300-EXIT.
044710     PERFORM 3400-CHECK-DIRECTIVES THRU 3400-EXIT.
044720     IF WSTM-SCTL-PENDING
044730             AND WSTM-CHKP-MSG = SPACES
044740         MOVE WSTM-SCTL-MSG TO WSTM-CHKP-MSG
044750     END-IF.
044800     IF WSTM-STEP-COUNT = 0
044900         MOVE "New stream - use A)dd to enter its first step."
045000             TO WSTM-MSG
045100         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
045200     END-IF.
045300     MOVE 1 TO WSTM-LIST-TOP.
045400     MOVE "N" TO WSTM-EDIT-DONE-SW.
045500     PERFORM 4000-STEP-FUNCTION THRU 4000-EXIT
045600         UNTIL WSTM-EDIT-DONE.
045700     GO TO 3000-EXIT.
045800 3000-EXIT.
045900     EXIT.
046000
046100**-----------------------------------------------------------**
046200**  3100-LOAD-DEFINITIONS                                    **
046300**  Every record of both files goes into the line tables;    **
046400**  the edited stream's records are also unpacked into the   **
046500**  step table.  Missing files are empty lists about to be   **
046600**  built.                                                   **
046700**-----------------------------------------------------------**
046800 3100-LOAD-DEFINITIONS.
046900     MOVE "N" TO WSTM-OVERFLOW-SW.
047000     MOVE 0 TO WSTM-DEF-COUNT.
047100     MOVE 0 TO WSTM-DEF-FIRST.
047200     MOVE 0 TO WSTM-DEAD-COUNT.
047300     MOVE 0 TO WSTM-DEAD-FIRST.
047400     MOVE 0 TO WSTM-STEP-COUNT.
047500     MOVE SPACES TO WSTM-LATE-START.
047600     MOVE SPACES TO WSTM-LATE-FINISH.
047700     MOVE "N" TO WSTM-EOF-SW.
047800     OPEN INPUT WISPSTRM-FILE.
047900     IF WSTR-FILE-OK
048000         PERFORM 3110-LOAD-DEF-RECORD THRU 3110-EXIT
048100             UNTIL WSTM-EOF
048200                OR WSTM-TOO-MANY-RECORDS
048300         CLOSE WISPSTRM-FILE
048400     END-IF.
048500     IF WSTM-TOO-MANY-RECORDS
048600         GO TO 3100-EXIT
048700     END-IF.
048800     MOVE "N" TO WSTM-EOF-SW.
048900     OPEN INPUT WISPDEAD-FILE.
049000     IF WDED-FILE-OK
049100         PERFORM 3150-LOAD-DEAD-RECORD THRU 3150-EXIT
049200             UNTIL WSTM-EOF
049300                OR WSTM-TOO-MANY-RECORDS
049400         CLOSE WISPDEAD-FILE
049500     END-IF.
049600     GO TO 3100-EXIT.
049700 3100-EXIT.
049800     EXIT.
049900
050000**-----------------------------------------------------------**
050100**  3110-LOAD-DEF-RECORD                                     **
050200**-----------------------------------------------------------**
050300 3110-LOAD-DEF-RECORD.
050400     READ WISPSTRM-FILE
050500         AT END
050600             SET WSTM-EOF TO TRUE
050700     END-READ.
050800     IF WSTM-EOF
050900         GO TO 3110-EXIT
051000     END-IF.
051100     IF WSTM-DEF-COUNT = 3000
051200         SET WSTM-TOO-MANY-RECORDS TO TRUE
051300         MOVE "WISPSTRM.DAT holds more than 3000 records - not ed
051400-            "ited here." TO WSTM-MSG
051500         GO TO 3110-EXIT
051600     END-IF.
051700     ADD 1 TO WSTM-DEF-COUNT.
051800     MOVE WISPSTRM-PARM-RECORD TO WSTM-DEF-LINE (WSTM-DEF-COUNT).
051900     IF WSTRR-STREAM NOT = WSTM-STREAM
052000         GO TO 3110-EXIT
052100     END-IF.
052200     IF WSTM-DEF-FIRST = 0
052300         MOVE WSTM-DEF-COUNT TO WSTM-DEF-FIRST
052400     END-IF.
052500     IF WSTRP-PARM-REC
052600         PERFORM 3130-LOAD-STEP-PARM THRU 3130-EXIT
052700         GO TO 3110-EXIT
052800     END-IF.
052900     IF WSTM-STEP-COUNT = 100
053000         SET WSTM-TOO-MANY-RECORDS TO TRUE
053100         MOVE "Stream has more than 100 steps - not edited here."
053200             TO WSTM-MSG
053300         GO TO 3110-EXIT
053400     END-IF.
053500     ADD 1 TO WSTM-STEP-COUNT.
053600     MOVE SPACES TO WSTM-STEP-ENTRY (WSTM-STEP-COUNT).
053700     MOVE WSTRR-STEP TO WSTM-SE-STEP (WSTM-STEP-COUNT).
053800     MOVE WSTRR-PROGRAM TO WSTM-SE-PROGRAM (WSTM-STEP-COUNT).
053900     MOVE WSTRR-RESTART TO WSTM-SE-RESTART (WSTM-STEP-COUNT).
054000*    Blank failure-policy fields (records older than them)
054100*    come up as no retries, the way WISPSTRM reads them.
054200     IF WSTRR-RETRY-COUNT IS NUMERIC
054300         MOVE WSTRR-RETRY-COUNT
054400             TO WSTM-SE-RETRY (WSTM-STEP-COUNT)
054500     ELSE
054600         MOVE 0 TO WSTM-SE-RETRY (WSTM-STEP-COUNT)
054700     END-IF.
054800     IF WSTRR-RETRY-DELAY IS NUMERIC
054900         MOVE WSTRR-RETRY-DELAY
055000             TO WSTM-SE-DELAY (WSTM-STEP-COUNT)
055100     ELSE
055200         MOVE 0 TO WSTM-SE-DELAY (WSTM-STEP-COUNT)
055300     END-IF.
055400     MOVE WSTRR-CONTINUE TO WSTM-SE-CONTINUE (WSTM-STEP-COUNT).
055500     MOVE 0 TO WSTM-SE-MAX-ELAPSED (WSTM-STEP-COUNT).
055600     GO TO 3110-EXIT.
055700 3110-EXIT.
055800     EXIT.
055900
056000**-----------------------------------------------------------**
056100**  3130-LOAD-STEP-PARM                                      **
056200**  A parameter for a step not on file, or for a position    **
056300**  outside 01-48, is one WISPSTRM already ignores; it is    **
056400**  not carried forward when the stream is saved.            **
056500**-----------------------------------------------------------**
056600 3130-LOAD-STEP-PARM.
056700     IF WSTRP-POSITION IS NOT NUMERIC
056800         GO TO 3130-EXIT
056900     END-IF.
057000     IF WSTRP-POSITION < 1 OR WSTRP-POSITION > 48
057100         GO TO 3130-EXIT
057200     END-IF.
057300     MOVE WSTRP-STEP TO WSTM-SEL-STEP.
057400     PERFORM 5100-FIND-STEP THRU 5100-EXIT.
057500     IF NOT WSTM-FOUND
057600         GO TO 3130-EXIT
057700     END-IF.
057800     MOVE WSTRP-VALUE
057900         TO WSTM-SE-PARM (WSTM-STEP-CUR, WSTRP-POSITION).
058000     GO TO 3130-EXIT.
058100 3130-EXIT.
058200     EXIT.
058300
058400**-----------------------------------------------------------**
058500**  3150-LOAD-DEAD-RECORD                                    **
058600**  The "*STREAM" record gives the stream deadlines; a step  **
058700**  record's allowance goes to every step that runs that     **
058800**  program.                                                 **
058900**-----------------------------------------------------------**
059000 3150-LOAD-DEAD-RECORD.
059100     READ WISPDEAD-FILE
059200         AT END
059300             SET WSTM-EOF TO TRUE
059400     END-READ.
059500     IF WSTM-EOF
059600         GO TO 3150-EXIT
059700     END-IF.
059800     IF WSTM-DEAD-COUNT = 2000
059900         SET WSTM-TOO-MANY-RECORDS TO TRUE
060000         MOVE "WISPDEAD.DAT holds more than 2000 records - not ed
060100-            "ited here." TO WSTM-MSG
060200         GO TO 3150-EXIT
060300     END-IF.
060400     ADD 1 TO WSTM-DEAD-COUNT.
060500     MOVE WISPDEAD-RECORD TO WSTM-DEAD-LINE (WSTM-DEAD-COUNT).
060600     IF WDEDR-STREAM NOT = WSTM-STREAM
060700         GO TO 3150-EXIT
060800     END-IF.
060900     IF WSTM-DEAD-FIRST = 0
061000         MOVE WSTM-DEAD-COUNT TO WSTM-DEAD-FIRST
061100     END-IF.
061200     IF WDEDR-STREAM-REC
061300         MOVE WDEDR-LATE-START TO WSTM-LATE-START
061400         MOVE WDEDR-LATE-FINISH TO WSTM-LATE-FINISH
061500         GO TO 3150-EXIT
061600     END-IF.
061700     IF WDEDR-MAX-ELAPSED IS NOT NUMERIC
061800         GO TO 3150-EXIT
061900     END-IF.
062000     PERFORM 3160-SET-ALLOWANCE THRU 3160-EXIT
062100         VARYING WSTM-SCAN-SUB FROM 1 BY 1
062200         UNTIL WSTM-SCAN-SUB > WSTM-STEP-COUNT.
062300     GO TO 3150-EXIT.
062400 3150-EXIT.
062500     EXIT.
062600
062700**-----------------------------------------------------------**
062800**  3160-SET-ALLOWANCE                                       **
062900**-----------------------------------------------------------**
063000 3160-SET-ALLOWANCE.
063100     IF WSTM-SE-PROGRAM (WSTM-SCAN-SUB) = WDEDR-PROGRAM
063200         MOVE WDEDR-MAX-ELAPSED
063300             TO WSTM-SE-MAX-ELAPSED (WSTM-SCAN-SUB)
063400     END-IF.
063500     GO TO 3160-EXIT.
063600 3160-EXIT.
063700     EXIT.
063800
063900**-----------------------------------------------------------**
064000**  3300-CHECK-CHECKPOINT                                    **
064100**  WISPSTRM restarts by step POSITION.  While this stream   **
064200**  has a checkpoint waiting, inserting or deleting a step   **
064300**  ahead of it would make the restart skip the wrong steps, **
064400**  so those two functions are locked until the stream runs **
064500**  clean or the checkpoint is cleared.                      **
064600**-----------------------------------------------------------**
064700 3300-CHECK-CHECKPOINT.
064800     MOVE "N" TO WSTM-CHKP-PENDING-SW.
064900     MOVE SPACES TO WSTM-CHKP-MSG.
065000     MOVE "Q" TO WSTM-CHKP-MODE.
065100     CALL "WISPCHKP" USING WSTM-CHKP-MODE
065200                           WSTM-CHKP-PROGRAM
065300                           WSTM-CHKP-STEPS
065400                           WSTM-CHKP-STREAM.
065500     IF WSTM-CHKP-STEPS > 0
065600             AND WSTM-CHKP-STREAM = WSTM-STREAM
065700         SET WSTM-CHKP-PENDING TO TRUE
065800         MOVE WSTM-CHKP-STEPS TO WSTM-COUNT-D
065900         STRING "Restart checkpoint after step position "
066000                 DELIMITED BY SIZE
066100             WSTM-COUNT-D DELIMITED BY SIZE
066200             " - insert/delete locked." DELIMITED BY SIZE
066300             INTO WSTM-CHKP-MSG
066400     END-IF.
066500     GO TO 3300-EXIT.
066600 3300-EXIT.
066700     EXIT.
066800
066801**-----------------------------------------------------------**
066802**  3400-CHECK-DIRECTIVES                                    **
066803**  A skip or restart-from set at the WACUSCTL console is    **
066804**  kept in WISPSCTL.DAT by step number.  While one is       **
066805**  pending for this stream, a function that renumbers or   **
066806**  removes steps would move it onto a different step, so   **
066807**  those are locked until WISPSTRM has used it up or it is **
066808**  taken off at the console.  Read fresh each time - the   **
066809**  console may set one while the stream is on screen.  A   **
066810**  file that cannot be read is taken as locked.             **
066811**-----------------------------------------------------------**
066812 3400-CHECK-DIRECTIVES.
066813     MOVE "N" TO WSTM-SCTL-PENDING-SW.
066814     MOVE SPACES TO WSTM-SCTL-MSG.
066815     MOVE "N" TO WSTM-EOF-SW.
066816     OPEN INPUT WISPSCTL-FILE.
066817     IF WSCTL-FILE-NOT-FOUND
066818         GO TO 3400-EXIT
066819     END-IF.
066820     IF NOT WSCTL-FILE-OK
066821         SET WSTM-SCTL-PENDING TO TRUE
066822         MOVE "WISPSCTL.DAT is busy - try again in a moment."
066823             TO WSTM-SCTL-MSG
066824         GO TO 3400-EXIT
066825     END-IF.
066826     PERFORM 3410-CHECK-ONE-DIRECTIVE THRU 3410-EXIT
066827         UNTIL WSTM-EOF
066828            OR WSTM-SCTL-PENDING.
066829     CLOSE WISPSCTL-FILE.
066830     IF WSTM-SCTL-PENDING
066831         MOVE "Skip/restart-from pending - step numbers locked."
066832             TO WSTM-SCTL-MSG
066833     END-IF.
066834     GO TO 3400-EXIT.
066835 3400-EXIT.
066836     EXIT.
066837
066838**-----------------------------------------------------------**
066839**  3410-CHECK-ONE-DIRECTIVE                                 **
066840**-----------------------------------------------------------**
066841 3410-CHECK-ONE-DIRECTIVE.
066842     READ WISPSCTL-FILE
066843         AT END
066844             SET WSTM-EOF TO TRUE
066845     END-READ.
066846     IF WSTM-EOF
066847         GO TO 3410-EXIT
066848     END-IF.
066849     IF WSCTR-STREAM = WSTM-STREAM
066850             AND (WSCTR-SKIP-STEP OR WSCTR-RESTART-FROM)
066851         SET WSTM-SCTL-PENDING TO TRUE
066852     END-IF.
066853     GO TO 3410-EXIT.
066854 3410-EXIT.
066855     EXIT.
066856
066900**-----------------------------------------------------------**
067000**  4000-STEP-FUNCTION                                       **
067100**  Show a page of the step list and act on the function     **
067200**  and step number keyed.  PF7/PF8 page the list.           **
067300**-----------------------------------------------------------**
067400 4000-STEP-FUNCTION.
067500     PERFORM 4900-BUILD-LIST-PAGE THRU 4900-EXIT.
067600     MOVE SPACES TO WSTM-STEP-FUNCTION.
067700     MOVE 0 TO WSTM-SEL-STEP.
067800     MOVE SPACES TO WSTM-MSG.
067900     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
068000     DISPLAY WSTM-LIST-SCREEN.
068100     ACCEPT WSTM-LIST-SCREEN.
068200     IF WSTM-KEY-PF8
068300         IF (WSTM-LIST-TOP + WSTM-LIST-LINES) <=
068400                 WSTM-STEP-COUNT
068500             ADD WSTM-LIST-LINES TO WSTM-LIST-TOP
068600         END-IF
068700         GO TO 4000-EXIT
068800     END-IF.
068900     IF WSTM-KEY-PF7
069000         IF WSTM-LIST-TOP > WSTM-LIST-LINES
069100             SUBTRACT WSTM-LIST-LINES FROM WSTM-LIST-TOP
069200         ELSE
069300             MOVE 1 TO WSTM-LIST-TOP
069400         END-IF
069500         GO TO 4000-EXIT
069600     END-IF.
069700     EVALUATE TRUE
069800         WHEN WSTM-SFUNC-ADD
069900             PERFORM 4100-ADD-STEP THRU 4100-EXIT
070000         WHEN WSTM-SFUNC-INSERT
070100             PERFORM 4200-INSERT-STEP THRU 4200-EXIT
070200         WHEN WSTM-SFUNC-CHANGE
070300             PERFORM 4300-CHANGE-STEP THRU 4300-EXIT
070400         WHEN WSTM-SFUNC-DELETE
070500             PERFORM 4400-DELETE-STEP THRU 4400-EXIT
070600         WHEN WSTM-SFUNC-RESEQUENCE
070700             PERFORM 4500-RESEQUENCE-STEPS THRU 4500-EXIT
070800         WHEN WSTM-SFUNC-PARMS
070900             PERFORM 4600-EDIT-PARMS THRU 4600-EXIT
071000         WHEN WSTM-SFUNC-LIMITS
071100             PERFORM 4700-EDIT-LIMITS THRU 4700-EXIT
071200         WHEN WSTM-SFUNC-QUIT
071300             SET WSTM-EDIT-DONE TO TRUE
071400         WHEN WSTM-SFUNC-NONE
071500             CONTINUE
071600         WHEN OTHER
071700             MOVE "Invalid function - enter A, I, C, D, R, P, L o
071800-                "r Q." TO WSTM-MSG
071900             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
072000     END-EVALUATE.
072100     GO TO 4000-EXIT.
072200 4000-EXIT.
072300     EXIT.
072400
072500**-----------------------------------------------------------**
072600**  4100-ADD-STEP                                            **
072700**  A new last step, numbered ten past the current last one  **
072800**  unless the operator keys something else.                 **
072900**-----------------------------------------------------------**
073000 4100-ADD-STEP.
073100     IF WSTM-STEP-COUNT = 100
073200         MOVE "Stream already has 100 steps." TO WSTM-MSG
073300         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
073400         GO TO 4100-EXIT
073500     END-IF.
073600     MOVE SPACES TO WSTM-EDIT-STEP.
073700     MOVE 10 TO WSTM-ED-STEP.
073800     IF WSTM-STEP-COUNT > 0
073900         IF WSTM-SE-STEP (WSTM-STEP-COUNT) < 990
074000             COMPUTE WSTM-ED-STEP =
074100                 WSTM-SE-STEP (WSTM-STEP-COUNT) + 10
074200         ELSE
074300             MOVE 0 TO WSTM-ED-STEP
074400         END-IF
074500     END-IF.
074600     MOVE "R" TO WSTM-ED-RESTART.
074700     MOVE 0 TO WSTM-ED-RETRY.
074800     MOVE 0 TO WSTM-ED-DELAY.
074900     MOVE 0 TO WSTM-ED-MAX-ELAPSED.
075000     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
075100     DISPLAY WSTM-STEP-SCREEN.
075200     ACCEPT WSTM-STEP-SCREEN.
075300     MOVE WSTM-STEP-COUNT TO WSTM-PREV-ROW.
075400     MOVE 0 TO WSTM-NEXT-ROW.
075500     PERFORM 5000-VALIDATE-STEP THRU 5000-EXIT.
075600     IF NOT WSTM-STEP-VALID
075700         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
075800         GO TO 4100-EXIT
075900     END-IF.
076000     ADD 1 TO WSTM-STEP-COUNT.
076100     MOVE WSTM-EDIT-STEP TO WSTM-STEP-ENTRY (WSTM-STEP-COUNT).
076200     MOVE "A" TO WSTM-LOG-ACTION.
076300     PERFORM 5200-BUILD-STEP-DETAIL THRU 5200-EXIT.
076400     PERFORM 6000-SAVE-STREAM THRU 6000-EXIT.
076500     GO TO 4100-EXIT.
076600 4100-EXIT.
076700     EXIT.
076800
076900**-----------------------------------------------------------**
077000**  4200-INSERT-STEP                                         **
077100**  The new step goes ahead of the step number keyed, and    **
077200**  its number must fall between its neighbours' - when      **
077300**  there is no gap, R)esequence first.                      **
077400**-----------------------------------------------------------**
077500 4200-INSERT-STEP.
077600     IF WSTM-CHKP-PENDING
077700         MOVE WSTM-CHKP-MSG TO WSTM-MSG
077800         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
077900         GO TO 4200-EXIT
078000     END-IF.
078010     PERFORM 3400-CHECK-DIRECTIVES THRU 3400-EXIT.
078020     IF WSTM-SCTL-PENDING
078030         MOVE WSTM-SCTL-MSG TO WSTM-MSG
078040         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
078050         GO TO 4200-EXIT
078060     END-IF.
078100     PERFORM 5100-FIND-STEP THRU 5100-EXIT.
078200     IF NOT WSTM-FOUND
078300         MOVE "Key the step number to insert ahead of."
078400             TO WSTM-MSG
078500         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
078600         GO TO 4200-EXIT
078700     END-IF.
078800     IF WSTM-STEP-COUNT = 100
078900         MOVE "Stream already has 100 steps." TO WSTM-MSG
079000         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
079100         GO TO 4200-EXIT
079200     END-IF.
079300     COMPUTE WSTM-PREV-ROW = WSTM-STEP-CUR - 1.
079400     MOVE WSTM-STEP-CUR TO WSTM-NEXT-ROW.
079500     MOVE SPACES TO WSTM-EDIT-STEP.
079600     IF WSTM-PREV-ROW = 0
079700         COMPUTE WSTM-ED-STEP = WSTM-SE-STEP (WSTM-STEP-CUR) / 2
079800     ELSE
079900         COMPUTE WSTM-ED-STEP =
080000             (WSTM-SE-STEP (WSTM-PREV-ROW)
080100              + WSTM-SE-STEP (WSTM-STEP-CUR)) / 2
080200     END-IF.
080300     MOVE "R" TO WSTM-ED-RESTART.
080400     MOVE 0 TO WSTM-ED-RETRY.
080500     MOVE 0 TO WSTM-ED-DELAY.
080600     MOVE 0 TO WSTM-ED-MAX-ELAPSED.
080700     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
080800     DISPLAY WSTM-STEP-SCREEN.
080900     ACCEPT WSTM-STEP-SCREEN.
081000     PERFORM 5000-VALIDATE-STEP THRU 5000-EXIT.
081100     IF NOT WSTM-STEP-VALID
081200         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
081300         GO TO 4200-EXIT
081400     END-IF.
081500     MOVE WSTM-STEP-COUNT TO WSTM-STEP-SUB.
081600     PERFORM 4210-SHIFT-STEP-UP THRU 4210-EXIT
081700         UNTIL WSTM-STEP-SUB < WSTM-STEP-CUR.
081800     ADD 1 TO WSTM-STEP-COUNT.
081900     MOVE WSTM-EDIT-STEP TO WSTM-STEP-ENTRY (WSTM-STEP-CUR).
082000     MOVE "I" TO WSTM-LOG-ACTION.
082100     PERFORM 5200-BUILD-STEP-DETAIL THRU 5200-EXIT.
082200     PERFORM 6000-SAVE-STREAM THRU 6000-EXIT.
082300     GO TO 4200-EXIT.
082400 4200-EXIT.
082500     EXIT.
082600
082700**-----------------------------------------------------------**
082800**  4210-SHIFT-STEP-UP                                       **
082900**-----------------------------------------------------------**
083000 4210-SHIFT-STEP-UP.
083100     MOVE WSTM-STEP-ENTRY (WSTM-STEP-SUB)
083200         TO WSTM-STEP-ENTRY (WSTM-STEP-SUB + 1).
083300     SUBTRACT 1 FROM WSTM-STEP-SUB.
083400     GO TO 4210-EXIT.
083500 4210-EXIT.
083600     EXIT.
083700
083800**-----------------------------------------------------------**
083900**  4300-CHANGE-STEP                                         **
084000**-----------------------------------------------------------**
084100 4300-CHANGE-STEP.
084200     PERFORM 5100-FIND-STEP THRU 5100-EXIT.
084300     IF NOT WSTM-FOUND
084400         MOVE "Step not found - key its step number."
084500             TO WSTM-MSG
084600         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
084700         GO TO 4300-EXIT
084800     END-IF.
084900     MOVE WSTM-STEP-ENTRY (WSTM-STEP-CUR) TO WSTM-EDIT-STEP.
085000     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
085100     DISPLAY WSTM-STEP-SCREEN.
085200     ACCEPT WSTM-STEP-SCREEN.
085300     COMPUTE WSTM-PREV-ROW = WSTM-STEP-CUR - 1.
085400     IF WSTM-STEP-CUR < WSTM-STEP-COUNT
085500         COMPUTE WSTM-NEXT-ROW = WSTM-STEP-CUR + 1
085600     ELSE
085700         MOVE 0 TO WSTM-NEXT-ROW
085800     END-IF.
085900     PERFORM 5000-VALIDATE-STEP THRU 5000-EXIT.
086000     IF NOT WSTM-STEP-VALID
086100         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
086200         GO TO 4300-EXIT
086300     END-IF.
086310     IF WSTM-ED-STEP NOT = WSTM-SE-STEP (WSTM-STEP-CUR)
086320         PERFORM 3400-CHECK-DIRECTIVES THRU 3400-EXIT
086330         IF WSTM-SCTL-PENDING
086340             MOVE WSTM-SCTL-MSG TO WSTM-MSG
086350             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
086360             GO TO 4300-EXIT
086370         END-IF
086380     END-IF.
086400     MOVE WSTM-EDIT-STEP TO WSTM-STEP-ENTRY (WSTM-STEP-CUR).
086500     MOVE "C" TO WSTM-LOG-ACTION.
086600     PERFORM 5200-BUILD-STEP-DETAIL THRU 5200-EXIT.
086700     PERFORM 6000-SAVE-STREAM THRU 6000-EXIT.
086800     GO TO 4300-EXIT.
086900 4300-EXIT.
087000     EXIT.
087100
087200**-----------------------------------------------------------**
087300**  4400-DELETE-STEP                                         **
087400**  The step's parameters go with it; entries above slide    **
087500**  down one slot.                                           **
087600**-----------------------------------------------------------**
087700 4400-DELETE-STEP.
087800     IF WSTM-CHKP-PENDING
087900         MOVE WSTM-CHKP-MSG TO WSTM-MSG
088000         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
088100         GO TO 4400-EXIT
088200     END-IF.
088210     PERFORM 3400-CHECK-DIRECTIVES THRU 3400-EXIT.
088220     IF WSTM-SCTL-PENDING
088230         MOVE WSTM-SCTL-MSG TO WSTM-MSG
088240         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
088250         GO TO 4400-EXIT
088260     END-IF.
088300     PERFORM 5100-FIND-STEP THRU 5100-EXIT.
088400     IF NOT WSTM-FOUND
088500         MOVE "Step not found - key its step number."
088600             TO WSTM-MSG
088700         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
088800         GO TO 4400-EXIT
088900     END-IF.
089000     MOVE WSTM-STEP-ENTRY (WSTM-STEP-CUR) TO WSTM-EDIT-STEP.
089100     MOVE SPACES TO WSTM-CONFIRM.
089200     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
089300     DISPLAY WSTM-DELETE-SCREEN.
089400     ACCEPT WSTM-DELETE-SCREEN.
089500     IF NOT WSTM-CONFIRM-YES
089600         MOVE "Delete cancelled." TO WSTM-MSG
089700         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
089800         GO TO 4400-EXIT
089900     END-IF.
090000     MOVE WSTM-STEP-CUR TO WSTM-STEP-SUB.
090100     PERFORM 4410-SLIDE-STEP-DOWN THRU 4410-EXIT
090200         UNTIL WSTM-STEP-SUB >= WSTM-STEP-COUNT.
090300     SUBTRACT 1 FROM WSTM-STEP-COUNT.
090400     MOVE "D" TO WSTM-LOG-ACTION.
090500     MOVE "STEP AND ITS PARAMETERS DELETED" TO WSTM-LOG-DETAIL.
090600     PERFORM 6000-SAVE-STREAM THRU 6000-EXIT.
090700     IF WSTM-LIST-TOP > WSTM-STEP-COUNT
090800         MOVE 1 TO WSTM-LIST-TOP
090900     END-IF.
091000     GO TO 4400-EXIT.
091100 4400-EXIT.
091200     EXIT.
091300
091400**-----------------------------------------------------------**
091500**  4410-SLIDE-STEP-DOWN                                     **
091600**-----------------------------------------------------------**
091700 4410-SLIDE-STEP-DOWN.
091800     MOVE WSTM-STEP-ENTRY (WSTM-STEP-SUB + 1)
091900         TO WSTM-STEP-ENTRY (WSTM-STEP-SUB).
092000     ADD 1 TO WSTM-STEP-SUB.
092100     GO TO 4410-EXIT.
092200 4410-EXIT.
092300     EXIT.
092400
092500**-----------------------------------------------------------**
092600**  4500-RESEQUENCE-STEPS                                    **
092700**  Renumber in run order by tens (fives for a stream too    **
092800**  long to fit 999 by tens).  Parameters follow their step, **
092900**  and the run order - all the checkpoint counts - is       **
093000**  unchanged.                                               **
093100**-----------------------------------------------------------**
093200 4500-RESEQUENCE-STEPS.
093300     IF WSTM-STEP-COUNT = 0
093400         MOVE "There are no steps to resequence." TO WSTM-MSG
093500         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
093600         GO TO 4500-EXIT
093700     END-IF.
093710     PERFORM 3400-CHECK-DIRECTIVES THRU 3400-EXIT.
093720     IF WSTM-SCTL-PENDING
093730         MOVE WSTM-SCTL-MSG TO WSTM-MSG
093740         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
093750         GO TO 4500-EXIT
093760     END-IF.
093800     MOVE 10 TO WSTM-STEP-INCREMENT.
093900     IF WSTM-STEP-COUNT > 99
094000         MOVE 5 TO WSTM-STEP-INCREMENT
094100     END-IF.
094200     PERFORM 4510-RENUMBER-STEP THRU 4510-EXIT
094300         VARYING WSTM-STEP-SUB FROM 1 BY 1
094400         UNTIL WSTM-STEP-SUB > WSTM-STEP-COUNT.
094500     MOVE 0 TO WSTM-ED-STEP.
094600     MOVE SPACES TO WSTM-ED-PROGRAM.
094700     MOVE "R" TO WSTM-LOG-ACTION.
094800     MOVE WSTM-STEP-COUNT TO WSTM-COUNT-D.
094900     MOVE SPACES TO WSTM-LOG-DETAIL.
095000     STRING WSTM-COUNT-D DELIMITED BY SIZE
095100         " STEPS RESEQUENCED" DELIMITED BY SIZE
095200         INTO WSTM-LOG-DETAIL.
095300     PERFORM 6000-SAVE-STREAM THRU 6000-EXIT.
095400     GO TO 4500-EXIT.
095500 4500-EXIT.
095600     EXIT.
095700
095800**-----------------------------------------------------------**
095900**  4510-RENUMBER-STEP                                       **
096000**-----------------------------------------------------------**
096100 4510-RENUMBER-STEP.
096200     COMPUTE WSTM-SE-STEP (WSTM-STEP-SUB) =
096300         WSTM-STEP-SUB * WSTM-STEP-INCREMENT.
096400     GO TO 4510-EXIT.
096500 4510-EXIT.
096600     EXIT.
096700
096800**-----------------------------------------------------------**
096900**  4600-EDIT-PARMS                                          **
097000**  All 48 WCLINKX slots on one screen; a blank slot writes  **
097100**  no "*PARM" record.                                       **
097200**-----------------------------------------------------------**
097300 4600-EDIT-PARMS.
097400     PERFORM 5100-FIND-STEP THRU 5100-EXIT.
097500     IF NOT WSTM-FOUND
097600         MOVE "Step not found - key its step number."
097700             TO WSTM-MSG
097800         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
097900         GO TO 4600-EXIT
098000     END-IF.
098100     MOVE WSTM-STEP-ENTRY (WSTM-STEP-CUR) TO WSTM-EDIT-STEP.
098200     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
098300     DISPLAY WSTM-PARM-SCREEN.
098400     ACCEPT WSTM-PARM-SCREEN.
098500     MOVE WSTM-EDIT-STEP TO WSTM-STEP-ENTRY (WSTM-STEP-CUR).
098600     MOVE "P" TO WSTM-LOG-ACTION.
098700     MOVE 0 TO WSTM-PARM-COUNT.
098800     PERFORM 4610-COUNT-EDIT-PARM THRU 4610-EXIT
098900         VARYING WSTM-PARM-SUB FROM 1 BY 1
099000         UNTIL WSTM-PARM-SUB > 48.
099100     MOVE WSTM-PARM-COUNT TO WSTM-COUNT-D.
099200     MOVE SPACES TO WSTM-LOG-DETAIL.
099300     STRING "PARAMETERS SAVED, " DELIMITED BY SIZE
099400         WSTM-COUNT-D DELIMITED BY SIZE
099500         " SLOT(S) IN USE" DELIMITED BY SIZE
099600         INTO WSTM-LOG-DETAIL.
099700     PERFORM 6000-SAVE-STREAM THRU 6000-EXIT.
099800     GO TO 4600-EXIT.
099900 4600-EXIT.
100000     EXIT.
100100
100200**-----------------------------------------------------------**
100300**  4610-COUNT-EDIT-PARM                                     **
100400**-----------------------------------------------------------**
100500 4610-COUNT-EDIT-PARM.
100600     IF WSTM-ED-PARM (WSTM-PARM-SUB) NOT = SPACES
100700         ADD 1 TO WSTM-PARM-COUNT
100800     END-IF.
100900     GO TO 4610-EXIT.
101000 4610-EXIT.
101100     EXIT.
101200
101300**-----------------------------------------------------------**
101400**  4700-EDIT-LIMITS                                         **
101500**  Stream late start and late finish, HHMMSShh as ACCEPT    **
101600**  FROM TIME stamps them, or blank for no deadline.         **
101700**-----------------------------------------------------------**
101800 4700-EDIT-LIMITS.
101900     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
102000     DISPLAY WSTM-LIMITS-SCREEN.
102020     MOVE WSTM-LATE-START TO WSTM-OLD-LATE-START.
102040     MOVE WSTM-LATE-FINISH TO WSTM-OLD-LATE-FINISH.
102100     ACCEPT WSTM-LIMITS-SCREEN.
102120     MOVE WSTM-LATE-START TO WSTM-CHECK-TIME.
102140     PERFORM 4710-CHECK-TIME THRU 4710-EXIT.
102200     IF NOT WSTM-TIME-VALID
102400         MOVE "Latest start must be HHMMSShh or blank."
102500             TO WSTM-MSG
102520         MOVE WSTM-OLD-LATE-START TO WSTM-LATE-START
102540         MOVE WSTM-OLD-LATE-FINISH TO WSTM-LATE-FINISH
102600         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
102700         GO TO 4700-EXIT
102800     END-IF.
102820     MOVE WSTM-LATE-FINISH TO WSTM-CHECK-TIME.
102840     PERFORM 4710-CHECK-TIME THRU 4710-EXIT.
102900     IF NOT WSTM-TIME-VALID
103100         MOVE "Latest finish must be HHMMSShh or blank."
103200             TO WSTM-MSG
103220         MOVE WSTM-OLD-LATE-START TO WSTM-LATE-START
103240         MOVE WSTM-OLD-LATE-FINISH TO WSTM-LATE-FINISH
103300         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
103400         GO TO 4700-EXIT
103500     END-IF.
103600     MOVE 0 TO WSTM-ED-STEP.
103700     MOVE "*STREAM" TO WSTM-ED-PROGRAM.
103800     MOVE "L" TO WSTM-LOG-ACTION.
103900     MOVE SPACES TO WSTM-LOG-DETAIL.
104000     STRING "LATE START " DELIMITED BY SIZE
104100         WSTM-LATE-START DELIMITED BY SIZE
104200         "  LATE FINISH " DELIMITED BY SIZE
104300         WSTM-LATE-FINISH DELIMITED BY SIZE
104400         INTO WSTM-LOG-DETAIL.
104500     PERFORM 6000-SAVE-STREAM THRU 6000-EXIT.
104600     GO TO 4700-EXIT.
104700 4700-EXIT.
104800     EXIT.
104802
104804**-----------------------------------------------------------**
104806**  4710-CHECK-TIME                                          **
104808**  WSTM-CHECK-TIME is blank (no deadline) or a time of day  **
104810**  HHMMSShh.                                                **
104812**-----------------------------------------------------------**
104814 4710-CHECK-TIME.
104816     MOVE "N" TO WSTM-TIME-SW.
104818     IF WSTM-CHECK-TIME = SPACES
104820         SET WSTM-TIME-VALID TO TRUE
104822         GO TO 4710-EXIT
104824     END-IF.
104826     IF WSTM-CHECK-TIME IS NOT NUMERIC
104828         GO TO 4710-EXIT
104830     END-IF.
104832     IF WSTM-CHECK-HH > 23
104834             OR WSTM-CHECK-MM > 59
104836             OR WSTM-CHECK-SS > 59
104838         GO TO 4710-EXIT
104840     END-IF.
104842     SET WSTM-TIME-VALID TO TRUE.
104844     GO TO 4710-EXIT.
104846 4710-EXIT.
104848     EXIT.
104900
105000**-----------------------------------------------------------**
105100**  4900-BUILD-LIST-PAGE                                     **
105200**-----------------------------------------------------------**
105300 4900-BUILD-LIST-PAGE.
105400     MOVE SPACES TO WSTM-LIST-GROUP.
105500     MOVE WSTM-LIST-TOP TO WSTM-STEP-SUB.
105600     MOVE 1 TO WSTM-PAGE-SUB.
105700     PERFORM 4910-BUILD-LIST-LINE THRU 4910-EXIT
105800         UNTIL WSTM-PAGE-SUB > WSTM-LIST-LINES
105900            OR WSTM-STEP-SUB > WSTM-STEP-COUNT.
106000     MOVE SPACES TO WSTM-POSITION-MSG.
106100     IF WSTM-STEP-COUNT = 0
106200         MOVE "No steps defined." TO WSTM-POSITION-MSG
106300         GO TO 4900-EXIT
106400     END-IF.
106500     MOVE WSTM-LIST-TOP TO WSTM-TOP-D.
106600     MOVE WSTM-STEP-COUNT TO WSTM-COUNT-D.
106700     STRING "Steps " DELIMITED BY SIZE
106800         WSTM-TOP-D DELIMITED BY SIZE
106900         " of " DELIMITED BY SIZE
107000         WSTM-COUNT-D DELIMITED BY SIZE
107100         INTO WSTM-POSITION-MSG.
107200     GO TO 4900-EXIT.
107300 4900-EXIT.
107400     EXIT.
107500
107600**-----------------------------------------------------------**
107700**  4910-BUILD-LIST-LINE                                     **
107800**-----------------------------------------------------------**
107900 4910-BUILD-LIST-LINE.
108000     MOVE WSTM-SE-STEP (WSTM-STEP-SUB) TO WSTM-LD-STEP.
108100     MOVE WSTM-SE-PROGRAM (WSTM-STEP-SUB) TO WSTM-LD-PROGRAM.
108200     MOVE WSTM-SE-RESTART (WSTM-STEP-SUB) TO WSTM-LD-RESTART.
108300     MOVE WSTM-SE-RETRY (WSTM-STEP-SUB) TO WSTM-LD-RETRY.
108400     MOVE WSTM-SE-DELAY (WSTM-STEP-SUB) TO WSTM-LD-DELAY.
108500     MOVE WSTM-SE-CONTINUE (WSTM-STEP-SUB)
108600         TO WSTM-LD-CONTINUE.
108700     MOVE WSTM-SE-MAX-ELAPSED (WSTM-STEP-SUB)
108800         TO WSTM-LD-MAX-ELAPSED.
108900     MOVE 0 TO WSTM-PARM-COUNT.
109000     PERFORM 4920-COUNT-STEP-PARM THRU 4920-EXIT
109100         VARYING WSTM-PARM-SUB FROM 1 BY 1
109200         UNTIL WSTM-PARM-SUB > 48.
109300     MOVE WSTM-PARM-COUNT TO WSTM-LD-PARMS.
109400     MOVE WSTM-LIST-DETAIL TO WSTM-LIST-LINE (WSTM-PAGE-SUB).
109500     ADD 1 TO WSTM-PAGE-SUB.
109600     ADD 1 TO WSTM-STEP-SUB.
109700     GO TO 4910-EXIT.
109800 4910-EXIT.
109900     EXIT.
110000
110100**-----------------------------------------------------------**
110200**  4920-COUNT-STEP-PARM                                     **
110300**-----------------------------------------------------------**
110400 4920-COUNT-STEP-PARM.
110500     IF WSTM-SE-PARM (WSTM-STEP-SUB, WSTM-PARM-SUB) NOT = SPACES
110600         ADD 1 TO WSTM-PARM-COUNT
110700     END-IF.
110800     GO TO 4920-EXIT.
110900 4920-EXIT.
111000     EXIT.
111100
111200**-----------------------------------------------------------**
111300**  5000-VALIDATE-STEP                                       **
111400**  WSTM-PREV-ROW / WSTM-NEXT-ROW name the neighbours the    **
111500**  step will sit between (zero for none): its number must   **
111600**  fall strictly between theirs, so step numbers stay       **
111700**  unique and ascending and the "*PARM" records stay tied   **
111800**  to the right step.  The program must be whitelisted.     **
111900**-----------------------------------------------------------**
112000 5000-VALIDATE-STEP.
112100     MOVE "N" TO WSTM-VALID-SW.
112200     IF WSTM-ED-STEP = 0
112300         MOVE "Step number required - R)esequence to open a ga
112400-            "p." TO WSTM-MSG
112500         GO TO 5000-EXIT
112600     END-IF.
112700     IF WSTM-PREV-ROW > 0
112800         IF WSTM-ED-STEP NOT > WSTM-SE-STEP (WSTM-PREV-ROW)
112900             MOVE WSTM-SE-STEP (WSTM-PREV-ROW) TO WSTM-STEP-D
113000             STRING "Step number must be above " DELIMITED BY SIZE
113100                 WSTM-STEP-D DELIMITED BY SIZE
113200                 " (the step before it)." DELIMITED BY SIZE
113300                 INTO WSTM-MSG
113400             GO TO 5000-EXIT
113500         END-IF
113600     END-IF.
113700     IF WSTM-NEXT-ROW > 0
113800         IF WSTM-ED-STEP NOT < WSTM-SE-STEP (WSTM-NEXT-ROW)
113900             MOVE WSTM-SE-STEP (WSTM-NEXT-ROW) TO WSTM-STEP-D
114000             STRING "Step number must be below " DELIMITED BY SIZE
114100                 WSTM-STEP-D DELIMITED BY SIZE
114200                 " (the step after it)." DELIMITED BY SIZE
114300                 INTO WSTM-MSG
114400             GO TO 5000-EXIT
114500         END-IF
114600     END-IF.
114700     IF WSTM-ED-PROGRAM = SPACES
114800         MOVE "Program name is required." TO WSTM-MSG
114900         GO TO 5000-EXIT
115000     END-IF.
115100*    "*PARM" and "*STREAM" mark record types in the two files
115200*    and can never name a step.
115300     IF WSTM-ED-PROGRAM (1:1) = "*"
115400         MOVE "A program name cannot begin with *." TO WSTM-MSG
115500         GO TO 5000-EXIT
115600     END-IF.
115700     CALL "WISPAUTH" USING WSTM-ED-PROGRAM
115800                           WSTM-AUTH-FLAG.
115900     IF NOT WSTM-PROGRAM-AUTHORIZED
116000         MOVE "Program is not on the WISPAUTH.DAT whitelist."
116100             TO WSTM-MSG
116200         GO TO 5000-EXIT
116300     END-IF.
116400     IF WSTM-ED-RESTART = SPACE
116500         MOVE "R" TO WSTM-ED-RESTART
116600     END-IF.
116700     IF WSTM-ED-RESTART = "r" OR "m"
116800         INSPECT WSTM-ED-RESTART CONVERTING "rm" TO "RM"
116900     END-IF.
117000     IF WSTM-ED-RESTART NOT = "R" AND NOT = "M"
117100         MOVE "Restart flag must be R or M." TO WSTM-MSG
117200         GO TO 5000-EXIT
117300     END-IF.
117400     IF WSTM-ED-CONTINUE = "c"
117500         MOVE "C" TO WSTM-ED-CONTINUE
117600     END-IF.
117700     IF WSTM-ED-CONTINUE NOT = "C" AND NOT = SPACE
117800         MOVE "Continue flag must be C or blank." TO WSTM-MSG
117900         GO TO 5000-EXIT
118000     END-IF.
118100     SET WSTM-STEP-VALID TO TRUE.
118200     GO TO 5000-EXIT.
118300 5000-EXIT.
118400     EXIT.
118500
118600**-----------------------------------------------------------**
118700**  5100-FIND-STEP                                           **
118800**  WSTM-SEL-STEP in, WSTM-STEP-CUR out.                     **
118900**-----------------------------------------------------------**
119000 5100-FIND-STEP.
119100     MOVE "N" TO WSTM-FOUND-SW.
119200     MOVE 0 TO WSTM-STEP-CUR.
119300     MOVE 1 TO WSTM-SCAN-SUB.
119400     PERFORM 5110-CHECK-STEP THRU 5110-EXIT
119500         UNTIL WSTM-FOUND
119600            OR WSTM-SCAN-SUB > WSTM-STEP-COUNT.
119700     GO TO 5100-EXIT.
119800 5100-EXIT.
119900     EXIT.
120000
120100**-----------------------------------------------------------**
120200**  5110-CHECK-STEP                                          **
120300**-----------------------------------------------------------**
120400 5110-CHECK-STEP.
120500     IF WSTM-SE-STEP (WSTM-SCAN-SUB) = WSTM-SEL-STEP
120600         SET WSTM-FOUND TO TRUE
120700         MOVE WSTM-SCAN-SUB TO WSTM-STEP-CUR
120800     ELSE
120900         ADD 1 TO WSTM-SCAN-SUB
121000     END-IF.
121100     GO TO 5110-EXIT.
121200 5110-EXIT.
121300     EXIT.
121400
121500**-----------------------------------------------------------**
121600**  5200-BUILD-STEP-DETAIL                                   **
121700**  What was saved for the step, for the change history.     **
121800**-----------------------------------------------------------**
121900 5200-BUILD-STEP-DETAIL.
122000     MOVE WSTM-ED-MAX-ELAPSED TO WSTM-MAX-D.
122100     MOVE SPACES TO WSTM-LOG-DETAIL.
122200     STRING "RST " DELIMITED BY SIZE
122300         WSTM-ED-RESTART DELIMITED BY SIZE
122400         " RTY " DELIMITED BY SIZE
122500         WSTM-ED-RETRY DELIMITED BY SIZE
122600         " DLY " DELIMITED BY SIZE
122700         WSTM-ED-DELAY DELIMITED BY SIZE
122800         " CON " DELIMITED BY SIZE
122900         WSTM-ED-CONTINUE DELIMITED BY SIZE
123000         " MAXSECS " DELIMITED BY SIZE
123100         WSTM-MAX-D DELIMITED BY SIZE
123200         INTO WSTM-LOG-DETAIL.
123300     GO TO 5200-EXIT.
123400 5200-EXIT.
123500     EXIT.
123600
123700**-----------------------------------------------------------**
123800**  6000-SAVE-STREAM                                         **
123900**  Rewrite both files, then log who changed what.  When    **
123920**  only WISPSTRM.DAT could be written, the change is still **
123940**  logged - marked deadlines not saved - and the failure   **
123960**  stays the message the operator sees.                    **
124000**-----------------------------------------------------------**
124100 6000-SAVE-STREAM.
124200     MOVE "N" TO WSTM-SAVED-SW.
124300     PERFORM 6100-REWRITE-STREAMS THRU 6100-EXIT.
124400     IF NOT WSTM-SAVED
124500         MOVE "Unable to rewrite WISPSTRM.DAT - change not saved
124600-            "." TO WSTM-MSG
124700         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
124800         GO TO 6000-EXIT
124900     END-IF.
125000     PERFORM 6200-REWRITE-DEADLINES THRU 6200-EXIT.
125100     IF WSTM-SAVED
125150         PERFORM 6300-LOG-CHANGE THRU 6300-EXIT
125160         GO TO 6000-EXIT
125170     END-IF.
125180     MOVE "WISPDEAD.DAT NOT REWRITTEN - DEADLINES NOT SAVED"
125190         TO WSTM-LOG-DETAIL.
125195     PERFORM 6300-LOG-CHANGE THRU 6300-EXIT.
125200     MOVE "Unable to rewrite WISPDEAD.DAT - deadlines not sav
125300-        "ed." TO WSTM-MSG.
125400     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
125700     GO TO 6000-EXIT.
125800 6000-EXIT.
125900     EXIT.
126000
126100**-----------------------------------------------------------**
126200**  6100-REWRITE-STREAMS                                     **
126300**  Every other stream's lines go back as read; this         **
126400**  stream's block is written fresh where it used to start - **
126500**  each step record followed by its "*PARM" records, the    **
126600**  order WISPSTRM expects.                                  **
126700**-----------------------------------------------------------**
126800 6100-REWRITE-STREAMS.
126900     OPEN OUTPUT WISPSTRM-FILE.
127000     IF NOT WSTR-FILE-OK
127100         GO TO 6100-EXIT
127200     END-IF.
127300     PERFORM 6110-WRITE-DEF-LINE THRU 6110-EXIT
127400         VARYING WSTM-DEF-SUB FROM 1 BY 1
127500         UNTIL WSTM-DEF-SUB > WSTM-DEF-COUNT.
127600     IF WSTM-DEF-FIRST = 0
127700         PERFORM 6120-WRITE-STREAM-STEPS THRU 6120-EXIT
127800     END-IF.
127900     CLOSE WISPSTRM-FILE.
128000     SET WSTM-SAVED TO TRUE.
128100     GO TO 6100-EXIT.
128200 6100-EXIT.
128300     EXIT.
128400
128500**-----------------------------------------------------------**
128600**  6110-WRITE-DEF-LINE                                      **
128700**-----------------------------------------------------------**
128800 6110-WRITE-DEF-LINE.
128900     IF WSTM-DEF-SUB = WSTM-DEF-FIRST
129000         PERFORM 6120-WRITE-STREAM-STEPS THRU 6120-EXIT
129100     END-IF.
129200     IF WSTM-DEF-LINE (WSTM-DEF-SUB) (1:8) = WSTM-STREAM
129300         GO TO 6110-EXIT
129400     END-IF.
129500     MOVE WSTM-DEF-LINE (WSTM-DEF-SUB) TO WISPSTRM-PARM-RECORD.
129600     WRITE WISPSTRM-PARM-RECORD.
129700     GO TO 6110-EXIT.
129800 6110-EXIT.
129900     EXIT.
130000
130100**-----------------------------------------------------------**
130200**  6120-WRITE-STREAM-STEPS                                  **
130300**-----------------------------------------------------------**
130400 6120-WRITE-STREAM-STEPS.
130500     PERFORM 6130-WRITE-ONE-STEP THRU 6130-EXIT
130600         VARYING WSTM-STEP-SUB FROM 1 BY 1
130700         UNTIL WSTM-STEP-SUB > WSTM-STEP-COUNT.
130800     GO TO 6120-EXIT.
130900 6120-EXIT.
131000     EXIT.
131100
131200**-----------------------------------------------------------**
131300**  6130-WRITE-ONE-STEP                                      **
131400**-----------------------------------------------------------**
131500 6130-WRITE-ONE-STEP.
131600     MOVE SPACES TO WISPSTRM-PARM-RECORD.
131700     MOVE WSTM-STREAM TO WSTRR-STREAM.
131800     MOVE WSTM-SE-STEP (WSTM-STEP-SUB) TO WSTRR-STEP.
131900     MOVE WSTM-SE-PROGRAM (WSTM-STEP-SUB) TO WSTRR-PROGRAM.
132000     MOVE WSTM-SE-RESTART (WSTM-STEP-SUB) TO WSTRR-RESTART.
132100     MOVE WSTM-SE-RETRY (WSTM-STEP-SUB) TO WSTRR-RETRY-COUNT.
132200     MOVE WSTM-SE-DELAY (WSTM-STEP-SUB) TO WSTRR-RETRY-DELAY.
132300     MOVE WSTM-SE-CONTINUE (WSTM-STEP-SUB) TO WSTRR-CONTINUE.
132400     WRITE WISPSTRM-RECORD.
132500     PERFORM 6140-WRITE-ONE-PARM THRU 6140-EXIT
132600         VARYING WSTM-PARM-SUB FROM 1 BY 1
132700         UNTIL WSTM-PARM-SUB > 48.
132800     GO TO 6130-EXIT.
132900 6130-EXIT.
133000     EXIT.
133100
133200**-----------------------------------------------------------**
133300**  6140-WRITE-ONE-PARM                                      **
133400**-----------------------------------------------------------**
133500 6140-WRITE-ONE-PARM.
133600     IF WSTM-SE-PARM (WSTM-STEP-SUB, WSTM-PARM-SUB) = SPACES
133700         GO TO 6140-EXIT
133800     END-IF.
133900     MOVE SPACES TO WISPSTRM-PARM-RECORD.
134000     MOVE WSTM-STREAM TO WSTRP-STREAM.
134100     MOVE WSTM-SE-STEP (WSTM-STEP-SUB) TO WSTRP-STEP.
134200     MOVE "*PARM" TO WSTRP-TYPE.
134300     MOVE WSTM-PARM-SUB TO WSTRP-POSITION.
134400     MOVE WSTM-SE-PARM (WSTM-STEP-SUB, WSTM-PARM-SUB)
134500         TO WSTRP-VALUE.
134600     WRITE WISPSTRM-PARM-RECORD.
134700     GO TO 6140-EXIT.
134800 6140-EXIT.
134900     EXIT.
135000
135100**-----------------------------------------------------------**
135200**  6200-REWRITE-DEADLINES                                   **
135300**  Same shape as the stream file: this stream's "*STREAM"   **
135400**  record (when it has a deadline) and one step record per  **
135500**  program with an allowance replace its old block.  An    **
135600**  allowance for a program no longer in the stream goes.    **
135700**-----------------------------------------------------------**
135800 6200-REWRITE-DEADLINES.
135900     MOVE "N" TO WSTM-SAVED-SW.
136000     OPEN OUTPUT WISPDEAD-FILE.
136100     IF NOT WDED-FILE-OK
136200         GO TO 6200-EXIT
136300     END-IF.
136400     PERFORM 6210-WRITE-DEAD-LINE THRU 6210-EXIT
136500         VARYING WSTM-DEAD-SUB FROM 1 BY 1
136600         UNTIL WSTM-DEAD-SUB > WSTM-DEAD-COUNT.
136700     IF WSTM-DEAD-FIRST = 0
136800         PERFORM 6220-WRITE-STREAM-DEADLINES THRU 6220-EXIT
136900     END-IF.
137000     CLOSE WISPDEAD-FILE.
137100     SET WSTM-SAVED TO TRUE.
137200     GO TO 6200-EXIT.
137300 6200-EXIT.
137400     EXIT.
137500
137600**-----------------------------------------------------------**
137700**  6210-WRITE-DEAD-LINE                                     **
137800**-----------------------------------------------------------**
137900 6210-WRITE-DEAD-LINE.
138000     IF WSTM-DEAD-SUB = WSTM-DEAD-FIRST
138100         PERFORM 6220-WRITE-STREAM-DEADLINES THRU 6220-EXIT
138200     END-IF.
138300     IF WSTM-DEAD-LINE (WSTM-DEAD-SUB) (1:8) = WSTM-STREAM
138400         GO TO 6210-EXIT
138500     END-IF.
138600     MOVE WSTM-DEAD-LINE (WSTM-DEAD-SUB) TO WISPDEAD-RECORD.
138700     WRITE WISPDEAD-RECORD.
138800     GO TO 6210-EXIT.
138900 6210-EXIT.
139000     EXIT.
139100
139200**-----------------------------------------------------------**
139300**  6220-WRITE-STREAM-DEADLINES                              **
139400**-----------------------------------------------------------**
139500 6220-WRITE-STREAM-DEADLINES.
139600     IF WSTM-LATE-START NOT = SPACES
139700             OR WSTM-LATE-FINISH NOT = SPACES
139800         MOVE SPACES TO WISPDEAD-RECORD
139900         MOVE WSTM-STREAM TO WDEDR-STREAM
140000         MOVE "*STREAM" TO WDEDR-PROGRAM
140100         MOVE WSTM-LATE-START TO WDEDR-LATE-START
140200         MOVE WSTM-LATE-FINISH TO WDEDR-LATE-FINISH
140300         MOVE 0 TO WDEDR-MAX-ELAPSED
140400         WRITE WISPDEAD-RECORD
140500     END-IF.
140600     PERFORM 6230-WRITE-STEP-ALLOWANCE THRU 6230-EXIT
140700         VARYING WSTM-STEP-SUB FROM 1 BY 1
140800         UNTIL WSTM-STEP-SUB > WSTM-STEP-COUNT.
140900     GO TO 6220-EXIT.
141000 6220-EXIT.
141100     EXIT.
141200
141300**-----------------------------------------------------------**
141400**  6230-WRITE-STEP-ALLOWANCE                                **
141500**  WISPDEAD.DAT keys an allowance by program, so a program  **
141600**  that runs twice in the stream is written once, from its  **
141700**  first step.                                              **
141800**-----------------------------------------------------------**
141900 6230-WRITE-STEP-ALLOWANCE.
142000     IF WSTM-SE-MAX-ELAPSED (WSTM-STEP-SUB) = 0
142100         GO TO 6230-EXIT
142200     END-IF.
142300     MOVE "N" TO WSTM-FOUND-SW.
142400     MOVE 1 TO WSTM-SCAN-SUB.
142500     PERFORM 6240-CHECK-EARLIER-STEP THRU 6240-EXIT
142600         UNTIL WSTM-FOUND
142700            OR WSTM-SCAN-SUB >= WSTM-STEP-SUB.
142800     IF WSTM-FOUND
142900         GO TO 6230-EXIT
143000     END-IF.
143100     MOVE SPACES TO WISPDEAD-RECORD.
143200     MOVE WSTM-STREAM TO WDEDR-STREAM.
143300     MOVE WSTM-SE-PROGRAM (WSTM-STEP-SUB) TO WDEDR-PROGRAM.
143400     MOVE WSTM-SE-MAX-ELAPSED (WSTM-STEP-SUB)
143500         TO WDEDR-MAX-ELAPSED.
143600     WRITE WISPDEAD-RECORD.
143700     GO TO 6230-EXIT.
143800 6230-EXIT.
143900     EXIT.
144000
144100**-----------------------------------------------------------**
144200**  6240-CHECK-EARLIER-STEP                                  **
144300**-----------------------------------------------------------**
144400 6240-CHECK-EARLIER-STEP.
144500     IF WSTM-SE-PROGRAM (WSTM-SCAN-SUB)
144600             = WSTM-SE-PROGRAM (WSTM-STEP-SUB)
144700             AND WSTM-SE-MAX-ELAPSED (WSTM-SCAN-SUB) > 0
144800         SET WSTM-FOUND TO TRUE
144900     ELSE
145000         ADD 1 TO WSTM-SCAN-SUB
145100     END-IF.
145200     GO TO 6240-EXIT.
145300 6240-EXIT.
145400     EXIT.
145500
145600**-----------------------------------------------------------**
145700**  6300-LOG-CHANGE                                          **
145800**  One appended history record per save, opened per write   **
145900**  like the scheduler journal.                              **
146000**-----------------------------------------------------------**
146100 6300-LOG-CHANGE.
146200     OPEN EXTEND WISPSTRH-LOG.
146300     IF NOT WSTRH-FILE-OK
146400         OPEN OUTPUT WISPSTRH-LOG
146500     END-IF.
146600     IF NOT WSTRH-FILE-OK
146700         GO TO 6300-EXIT
146800     END-IF.
146900     ACCEPT WSTM-TODAY FROM DATE YYYYMMDD.
147000     ACCEPT WSTM-NOW-TIME FROM TIME.
147100     MOVE WSTM-TODAY TO WSTRH-DATE.
147200     MOVE WSTM-NOW-TIME TO WSTRH-TIME.
147300     MOVE WSTM-OPERATOR TO WSTRH-OPERATOR.
147400     MOVE WSTM-STREAM TO WSTRH-STREAM.
147500     MOVE WSTM-ED-STEP TO WSTRH-STEP.
147600     MOVE WSTM-LOG-ACTION TO WSTRH-ACTION.
147700     MOVE WSTM-ED-PROGRAM TO WSTRH-PROGRAM.
147800     MOVE WSTM-LOG-DETAIL TO WSTRH-DETAIL.
147900     WRITE WISPSTRH-RECORD.
148000     CLOSE WISPSTRH-LOG.
148050     IF NOT WSTM-SAVED
148060         GO TO 6300-EXIT
148070     END-IF.
148100     MOVE "Change saved and logged." TO WSTM-MSG.
148200     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
148300     GO TO 6300-EXIT.
148400 6300-EXIT.
148500     EXIT.
148600
148700**-----------------------------------------------------------**
148800**  9000-TERMINATE                                           **
148900**-----------------------------------------------------------**
149000 9000-TERMINATE.
149100     DISPLAY WINDOW ERASE.
149200     GO TO 9000-EXIT.
149300 9000-EXIT.
149400     EXIT.
149500
149600 9999-EXIT.
149700     EXIT PROGRAM.
149800 9999-STOP.
149900     STOP RUN.
