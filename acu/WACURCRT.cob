000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACURCRT.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Work a supervisor's list in the open access
000900**               recertification campaign (WISPRCRT.DAT, opened
001000**               by WISPRCOP).  Each operator/program pair is
001100**               shown with the operator's name and WISPOPRD.LOG
001200**               denied-attempt count and is marked C)ertify or
001300**               R)evoke.  On S)ave every revoke is taken off
001400**               WISPOPRA.DAT at once - the WACUOPRM whole-file
001500**               rewrite - and each decision is stamped in the
001600**               campaign with the deciding operator, date and
001700**               time for WISPRCCL's close report.
001800**
001900**               The list shown is the signed-on operator's own.
002000**               Working someone else's list (an absent
002100**               supervisor's, or *NONE for operators with no
002200**               supervisor on the master) needs a WISPOPRA.DAT
002300**               grant for *RECERT.  Nobody decides their own
002400**               access, and nothing changes once the deadline
002500**               has passed or the campaign is closed.
002600**
002700**   Build:      ccbl -Da4 -o WACURCRT.acu WACURCRT.cob
002800**
002900**   Modifications:
003000**     dgh  Original version.
003100**
003200
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.
003500     WACURCRT.
003600 REMARKS.
003700     Supervisor certify/revoke screen for the access
003800     recertification campaign.
003900
004000 ENVIRONMENT DIVISION.
004100
004200 CONFIGURATION SECTION.
004300 SPECIAL-NAMES.
004400     CRT STATUS IS WRCS-CRT-STATUS.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT WISPRCRT-FILE ASSIGN TO "WISPRCRT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WRCRT-FILE-STATUS.
005100
005200     SELECT WISPOPRA-LIST ASSIGN TO "WISPOPRA"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WOPRA-FILE-STATUS.
005500
005600 DATA DIVISION.
005700
005800 FILE SECTION.
005900 FD  WISPRCRT-FILE.
006000     COPY "wisprcrt.cpy".
006100
006200 FD  WISPOPRA-LIST.
006300     COPY "wispopra.cpy".
006400
006500 WORKING-STORAGE SECTION.
006600 01  WRCRT-FILE-STATUS        PIC XX.
006700     88  WRCRT-FILE-OK             VALUE "00".
006800 01  WOPRA-FILE-STATUS        PIC XX.
006900     88  WOPRA-FILE-OK             VALUE "00".
007000
007100 01  WRCS-CRT-STATUS          PIC 9(04).
007200     88  WRCS-KEY-PF7              VALUE 2007.
007300     88  WRCS-KEY-PF8              VALUE 2008.
007400
007500 01  WRCS-DONE-SW             PIC X(01) VALUE "N".
007600     88  WRCS-DONE                 VALUE "Y".
007700 01  WRCS-WORK-DONE-SW        PIC X(01) VALUE "N".
007800     88  WRCS-WORK-DONE            VALUE "Y".
007900 01  WRCS-EOF-SW              PIC X(01) VALUE "N".
008000     88  WRCS-EOF                  VALUE "Y".
008100 01  WRCS-FOUND-SW            PIC X(01) VALUE "N".
008200     88  WRCS-FOUND                VALUE "Y".
008300 01  WRCS-OVERFLOW-SW         PIC X(01) VALUE "N".
008400     88  WRCS-TOO-MANY-RECORDS     VALUE "Y".
008500 01  WRCS-SAVED-SW            PIC X(01) VALUE "N".
008600     88  WRCS-SAVED                VALUE "Y".
008700 01  WRCS-LOAD-MINE-SW        PIC X(01) VALUE "Y".
008800     88  WRCS-LOAD-MINE            VALUE "Y".
008900 01  WRCS-VIEW-ONLY-SW        PIC X(01) VALUE "N".
009000     88  WRCS-VIEW-ONLY            VALUE "Y".
009100 01  WRCS-QUIT-WARNED-SW      PIC X(01) VALUE "N".
009200     88  WRCS-QUIT-WARNED          VALUE "Y".
009300 01  WRCS-OPEN-RETRY          PIC 9(03) COMP VALUE 0.
009400
009500 01  WRCS-FUNCTION            PIC X(01) VALUE SPACE.
009600     88  WRCS-FUNC-WORK            VALUE "W" "w".
009700     88  WRCS-FUNC-QUIT            VALUE "Q" "q".
009800 01  WRCS-LIST-FUNCTION       PIC X(01) VALUE SPACE.
009900     88  WRCS-LFUNC-CERTIFY        VALUE "C" "c".
010000     88  WRCS-LFUNC-REVOKE         VALUE "R" "r".
010100     88  WRCS-LFUNC-UNDO           VALUE "U" "u".
010200     88  WRCS-LFUNC-PAGE           VALUE "P" "p".
010300     88  WRCS-LFUNC-SAVE           VALUE "S" "s".
010400     88  WRCS-LFUNC-QUIT           VALUE "Q" "q".
010500     88  WRCS-LFUNC-NONE           VALUE SPACE.
010600 01  WRCS-SEL-LINE            PIC 9(04) VALUE 0.
010700 01  WRCS-NEW-DECISION        PIC X(01) VALUE SPACE.
010800
010900 01  WRCS-OPERATOR            PIC X(08) VALUE SPACES.
011000 01  WRCS-SUPERVISOR          PIC X(08) VALUE SPACES.
011100 01  WRCS-COVER-PROGRAM       PIC X(08) VALUE "*RECERT".
011200 01  WRCS-AUTH-FLAG           PIC X(01) VALUE "N".
011300     88  WRCS-AUTHORIZED           VALUE "Y".
011400 01  WRCS-TODAY               PIC X(08) VALUE SPACES.
011500 01  WRCS-NOW-TIME            PIC X(08) VALUE SPACES.
011600
011700*    The campaign as last read from WISPRCRT.DAT.
011800 01  WRCS-CAMPAIGN            PIC X(06) VALUE SPACES.
011900 01  WRCS-DEADLINE            PIC X(08) VALUE SPACES.
012000 01  WRCS-STATE               PIC X(01) VALUE SPACE.
012100     88  WRCS-CAMPAIGN-CLOSED      VALUE "C".
012200
012300*    Every campaign record, held whole so a save is a whole-
012400*    file rewrite - WISPOPRA.DAT's own 4000-pair ceiling.
012500 01  WRCS-CAMP-TABLE.
012600     05  WRCS-CAMP-COUNT      PIC 9(05) COMP VALUE 0.
012700     05  WRCS-CAMP-LINE OCCURS 4000 TIMES
012800                              PIC X(88).
012900 01  WRCS-CAMP-SUB            PIC 9(05) COMP VALUE 0.
013000
013100*    The supervisor's own pairs, with the decision as saved
013200*    and the decision as marked on the screen.
013300 01  WRCS-MY-TABLE.
013400     05  WRCS-MY-COUNT        PIC 9(05) COMP VALUE 0.
013500     05  WRCS-MY-ENTRY OCCURS 1000 TIMES.
013600         10  WRCS-ME-OPERATOR PIC X(08).
013700         10  WRCS-ME-PROGRAM  PIC X(08).
013800         10  WRCS-ME-DENIALS  PIC 9(05).
013900         10  WRCS-ME-DECISION PIC X(01).
014000         10  WRCS-ME-SAVED-DECISION
014100                              PIC X(01).
014200         10  WRCS-ME-BY       PIC X(08).
014300 01  WRCS-MY-SUB              PIC 9(05) COMP VALUE 0.
014400 01  WRCS-CHANGE-COUNT        PIC 9(05) COMP VALUE 0.
014500 01  WRCS-REVOKE-COUNT        PIC 9(05) COMP VALUE 0.
014600 01  WRCS-DECIDED-COUNT       PIC 9(05) COMP VALUE 0.
014700
014800*    WISPOPRA.DAT, loaded only to take revoked pairs off it.
014900 01  WRCS-PAIR-TABLE.
015000     05  WRCS-PAIR-COUNT      PIC 9(05) COMP VALUE 0.
015100     05  WRCS-PAIR-ENTRY OCCURS 4000 TIMES.
015200         10  WRCS-PE-OPERATOR PIC X(08).
015300         10  WRCS-PE-PROGRAM  PIC X(08).
015400 01  WRCS-PAIR-SUB            PIC 9(05) COMP VALUE 0.
015500
015600 01  WRCS-LIST-TOP            PIC 9(05) COMP VALUE 1.
015700 01  WRCS-LIST-LINES          PIC 9(03) COMP VALUE 12.
015800 01  WRCS-PAGE-SUB            PIC 9(03) COMP VALUE 0.
015900 01  WRCS-LIST-GROUP.
016000     05  WRCS-LIST-LINE OCCURS 12 PIC X(75).
016100
016200 01  WRCS-LIST-DETAIL.
016300     05  WRCS-LD-LINE         PIC ZZZ9.
016400     05  FILLER               PIC X(02) VALUE SPACES.
016500     05  WRCS-LD-OPERATOR     PIC X(08).
016600     05  FILLER               PIC X(01) VALUE SPACES.
016700     05  WRCS-LD-NAME         PIC X(20).
016800     05  FILLER               PIC X(01) VALUE SPACES.
016900     05  WRCS-LD-PROGRAM      PIC X(08).
017000     05  FILLER               PIC X(01) VALUE SPACES.
017100     05  WRCS-LD-DENIALS      PIC ZZZZ9.
017200     05  FILLER               PIC X(02) VALUE SPACES.
017300     05  WRCS-LD-DECISION     PIC X(09).
017400     05  FILLER               PIC X(01) VALUE SPACES.
017500     05  WRCS-LD-BY           PIC X(09).
017600
017700 01  WRCS-MASTER-NAME         PIC X(30) VALUE SPACES.
017800 01  WRCS-POSITION-MSG        PIC X(40) VALUE SPACES.
017900 01  WRCS-TALLY-MSG           PIC X(60) VALUE SPACES.
018000 01  WRCS-MSG                 PIC X(60) VALUE SPACES.
018100 01  WRCS-TOP-D               PIC ZZZ9.
018200 01  WRCS-COUNT-D             PIC ZZZ9.
018300 01  WRCS-DECIDED-D           PIC ZZZ9.
018400 01  WRCS-CHANGE-D            PIC ZZZ9.
018500
018600 SCREEN SECTION.
018700 01  WRCS-KEY-SCREEN.
018800     05  LINE 1 COL 16 BOLD VALUE
018900         "**** WISP ACCESS RECERTIFICATION ****".
019000     05  LINE 4 COL 5 VALUE "Campaign..:".
019100     05  LINE 4 COL 18 PIC X(06) FROM WRCS-CAMPAIGN.
019200     05  LINE 4 COL 28 VALUE "Deadline:".
019300     05  LINE 4 COL 38 PIC X(08) FROM WRCS-DEADLINE.
019400     05  LINE 6 COL 5 VALUE "Supervisor:".
019500     05  LINE 6 COL 18 PIC X(08) USING WRCS-SUPERVISOR.
019600     05  LINE 6 COL 28 VALUE
019700         "(your own list; others need *RECERT)".
019800     05  LINE 9 COL 5 VALUE
019900         "Function: W)ork list  Q)uit  =>".
020000     05  LINE 9 COL 38 PIC X(01) USING WRCS-FUNCTION.
020100
020200 01  WRCS-LIST-SCREEN.
020300     05  LINE 1 COL 16 BOLD VALUE
020400         "**** WISP ACCESS RECERTIFICATION ****".
020500     05  LINE 2 COL 3 VALUE "Supervisor:".
020600     05  LINE 2 COL 15 PIC X(08) FROM WRCS-SUPERVISOR.
020700     05  LINE 2 COL 26 VALUE "Campaign:".
020800     05  LINE 2 COL 36 PIC X(06) FROM WRCS-CAMPAIGN.
020900     05  LINE 2 COL 45 VALUE "Deadline:".
021000     05  LINE 2 COL 55 PIC X(08) FROM WRCS-DEADLINE.
021100     05  LINE 4 COL 3 VALUE
021200         "LINE  OPERATOR NAME                 PROGRAM  DENIED".
021300     05  LINE 4 COL 55 VALUE "DECISION  BY".
021400     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 12
021500         FROM WRCS-LIST-LINE.
021600     05  LINE 18 COL 3 PIC X(40) FROM WRCS-POSITION-MSG.
021700     05  LINE 19 COL 3 PIC X(60) FROM WRCS-TALLY-MSG.
021800     05  LINE 20 COL 3 VALUE
021900         "C)ertify  R)evoke  U)ndo  P)age certify  S)ave  Q)uit".
022000     05  LINE 22 COL 3 VALUE "Function =>".
022100     05  LINE 22 COL 15 PIC X(01) USING WRCS-LIST-FUNCTION.
022200     05  LINE 22 COL 19 VALUE "Line =>".
022300     05  LINE 22 COL 27 PIC 9(04) USING WRCS-SEL-LINE.
022400     05  LINE 22 COL 34 VALUE "(PF7)=Up  (PF8)=Down".
022500
022600 01  WRCS-MSG-SCREEN.
022700     05  LINE 1 COL 5 PIC X(60) FROM WRCS-MSG.
022800     05  LINE 2 COL 5 VALUE "Press (ENTER) to continue.".
022900
023000 PROCEDURE DIVISION.
023100
023200 0000-START.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     IF WRCS-CAMPAIGN = SPACES
023500         DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE
023600         DISPLAY "WACURCRT: NO RECERTIFICATION CAMPAIGN ON FILE"
023700             " - WISPRCOP OPENS ONE."
023800         ACCEPT OMITTED
023900         GO TO 9999-EXIT
024000     END-IF.
024100     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
024200         UNTIL WRCS-DONE.
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024400     GO TO 9999-EXIT.
024500
024600**-----------------------------------------------------------**
024700**  1000-INITIALIZE                                          **
024800**  The list offered first is the operator's own.  The       **
024900**  campaign heading comes from the first record.            **
025000**-----------------------------------------------------------**
025100 1000-INITIALIZE.
025200     ACCEPT WRCS-OPERATOR FROM ENVIRONMENT "USER".
025300     MOVE WRCS-OPERATOR TO WRCS-SUPERVISOR.
025400     OPEN INPUT WISPRCRT-FILE.
025500     IF NOT WRCRT-FILE-OK
025600         GO TO 1000-EXIT
025700     END-IF.
025800     READ WISPRCRT-FILE
025900         NOT AT END
026000             MOVE WRCRT-CAMPAIGN TO WRCS-CAMPAIGN
026100             MOVE WRCRT-DEADLINE TO WRCS-DEADLINE
026200             MOVE WRCRT-STATE TO WRCS-STATE
026300     END-READ.
026400     CLOSE WISPRCRT-FILE.
026500     GO TO 1000-EXIT.
026600 1000-EXIT.
026700     EXIT.
026800
026900**-----------------------------------------------------------**
027000**  2000-PROCESS-FUNCTION                                    **
027100**-----------------------------------------------------------**
027200 2000-PROCESS-FUNCTION.
027300     MOVE SPACES TO WRCS-FUNCTION.
027400     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
027500     DISPLAY WRCS-KEY-SCREEN.
027600     ACCEPT WRCS-KEY-SCREEN.
027700     MOVE SPACES TO WRCS-MSG.
027800     EVALUATE TRUE
027900         WHEN WRCS-FUNC-WORK
028000             PERFORM 3000-WORK-LIST THRU 3000-EXIT
028100         WHEN WRCS-FUNC-QUIT
028200             SET WRCS-DONE TO TRUE
028300         WHEN OTHER
028400             MOVE "Invalid function - enter W or Q." TO WRCS-MSG
028500             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
028600     END-EVALUATE.
028700     GO TO 2000-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000
029100**-----------------------------------------------------------**
029200**  2900-SHOW-MESSAGE                                        **
029300**-----------------------------------------------------------**
029400 2900-SHOW-MESSAGE.
029500     DISPLAY WINDOW LINE 14 COL 1 SIZE 80 LINES 3 ERASE.
029600     DISPLAY WRCS-MSG-SCREEN.
029700     ACCEPT OMITTED.
029800     GO TO 2900-EXIT.
029900 2900-EXIT.
030000     EXIT.
030100
030200**-----------------------------------------------------------**
030300**  3000-WORK-LIST                                           **
030400**  Read the campaign fresh (another supervisor may have     **
030500**  saved since), then work the list until Q)uit.  Past the  **
030600**  deadline, or once WISPRCCL has closed the campaign, the  **
030700**  list can still be looked at but not changed.             **
030800**-----------------------------------------------------------**
030900 3000-WORK-LIST.
031000     IF WRCS-SUPERVISOR = SPACES
031100         MOVE "Supervisor is required." TO WRCS-MSG
031200         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
031300         GO TO 3000-EXIT
031400     END-IF.
031500     IF WRCS-SUPERVISOR NOT = WRCS-OPERATOR
031600         CALL "WISPOPRA" USING WRCS-OPERATOR,
031700                               WRCS-COVER-PROGRAM,
031800                               WRCS-AUTH-FLAG
031900         IF NOT WRCS-AUTHORIZED
032000             MOVE
032100                 "Other supervisors' lists need a *RECERT grant."
032200                 TO WRCS-MSG
032300             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
032400             GO TO 3000-EXIT
032500         END-IF
032600     END-IF.
032700     MOVE "Y" TO WRCS-LOAD-MINE-SW.
032800     PERFORM 3100-LOAD-CAMPAIGN THRU 3100-EXIT.
032900     IF WRCS-TOO-MANY-RECORDS
033000         MOVE "Campaign is larger than this screen can hold."
033100             TO WRCS-MSG
033200         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
033300         GO TO 3000-EXIT
033400     END-IF.
033500     IF WRCS-MY-COUNT = 0
033600         MOVE "No pairs for that supervisor in this campaign."
033700             TO WRCS-MSG
033800         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
033900         GO TO 3000-EXIT
034000     END-IF.
034100     ACCEPT WRCS-TODAY FROM DATE YYYYMMDD.
034200     MOVE "N" TO WRCS-VIEW-ONLY-SW.
034300     IF WRCS-CAMPAIGN-CLOSED
034400         SET WRCS-VIEW-ONLY TO TRUE
034500         MOVE "Campaign is closed - the list is view only."
034600             TO WRCS-MSG
034700         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
034800     ELSE
034900         IF WRCS-TODAY > WRCS-DEADLINE
035000             SET WRCS-VIEW-ONLY TO TRUE
035100             MOVE "Deadline has passed - the list is view only."
035200                 TO WRCS-MSG
035300             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
035400         END-IF
035500     END-IF.
035600     MOVE 1 TO WRCS-LIST-TOP.
035700     MOVE "N" TO WRCS-WORK-DONE-SW.
035800     MOVE "N" TO WRCS-QUIT-WARNED-SW.
035900     PERFORM 4000-LIST-FUNCTION THRU 4000-EXIT
036000         UNTIL WRCS-WORK-DONE.
036100     GO TO 3000-EXIT.
036200 3000-EXIT.
036300     EXIT.
036400
036500**-----------------------------------------------------------**
036600**  3100-LOAD-CAMPAIGN                                       **
036700**  Every record goes into the campaign table; when          **
036800**  WRCS-LOAD-MINE is set the supervisor's own records are   **
036900**  also unpacked into the list table.  A campaign too big   **
037000**  for the tables is refused - rewriting it would drop the  **
037100**  records that did not fit.                                **
037200**-----------------------------------------------------------**
037300 3100-LOAD-CAMPAIGN.
037400     MOVE "N" TO WRCS-OVERFLOW-SW.
037500     MOVE "N" TO WRCS-EOF-SW.
037600     MOVE 0 TO WRCS-CAMP-COUNT.
037700     IF WRCS-LOAD-MINE
037800         MOVE 0 TO WRCS-MY-COUNT
037900     END-IF.
038000     OPEN INPUT WISPRCRT-FILE.
038100     IF NOT WRCRT-FILE-OK
038200         GO TO 3100-EXIT
038300     END-IF.
038400     PERFORM 3110-LOAD-CAMP-RECORD THRU 3110-EXIT
038500         UNTIL WRCS-EOF
038600            OR WRCS-TOO-MANY-RECORDS.
038700     CLOSE WISPRCRT-FILE.
038800     GO TO 3100-EXIT.
038900 3100-EXIT.
039000     EXIT.
039100
039200**-----------------------------------------------------------**
039300**  3110-LOAD-CAMP-RECORD                                    **
039400**-----------------------------------------------------------**
039500 3110-LOAD-CAMP-RECORD.
039600     READ WISPRCRT-FILE
039700         AT END SET WRCS-EOF TO TRUE
039800     END-READ.
039900     IF WRCS-EOF
040000         GO TO 3110-EXIT
040100     END-IF.
040200     IF WRCS-CAMP-COUNT = 4000
040300         SET WRCS-TOO-MANY-RECORDS TO TRUE
040400         GO TO 3110-EXIT
040500     END-IF.
040600     ADD 1 TO WRCS-CAMP-COUNT.
040700     MOVE WISPRCRT-RECORD TO WRCS-CAMP-LINE (WRCS-CAMP-COUNT).
040800     MOVE WRCRT-CAMPAIGN TO WRCS-CAMPAIGN.
040900     MOVE WRCRT-DEADLINE TO WRCS-DEADLINE.
041000     MOVE WRCRT-STATE TO WRCS-STATE.
041100     IF NOT WRCS-LOAD-MINE
041200             OR WRCRT-SUPERVISOR NOT = WRCS-SUPERVISOR
041300         GO TO 3110-EXIT
041400     END-IF.
041500     IF WRCS-MY-COUNT = 1000
041600         SET WRCS-TOO-MANY-RECORDS TO TRUE
041700         GO TO 3110-EXIT
041800     END-IF.
041900     ADD 1 TO WRCS-MY-COUNT.
042000     MOVE WRCRT-OPERATOR TO WRCS-ME-OPERATOR (WRCS-MY-COUNT).
042100     MOVE WRCRT-PROGRAM TO WRCS-ME-PROGRAM (WRCS-MY-COUNT).
042200     MOVE WRCRT-DENIALS TO WRCS-ME-DENIALS (WRCS-MY-COUNT).
042300     MOVE WRCRT-DECISION TO WRCS-ME-DECISION (WRCS-MY-COUNT).
042400     MOVE WRCRT-DECISION
042500         TO WRCS-ME-SAVED-DECISION (WRCS-MY-COUNT).
042600     MOVE WRCRT-DECIDED-BY TO WRCS-ME-BY (WRCS-MY-COUNT).
042700     GO TO 3110-EXIT.
042800 3110-EXIT.
042900     EXIT.
043000
043100**-----------------------------------------------------------**
043200**  4000-LIST-FUNCTION                                       **
043300**  Show a page of the list and act on the function and line **
043400**  number keyed.  PF7/PF8 page the list.                    **
043500**-----------------------------------------------------------**
043600 4000-LIST-FUNCTION.
043700     PERFORM 4900-BUILD-LIST-PAGE THRU 4900-EXIT.
043800     MOVE SPACES TO WRCS-LIST-FUNCTION.
043900     MOVE 0 TO WRCS-SEL-LINE.
044000     MOVE SPACES TO WRCS-MSG.
044100     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
044200     DISPLAY WRCS-LIST-SCREEN.
044300     ACCEPT WRCS-LIST-SCREEN.
044400     IF WRCS-KEY-PF8
044500         IF (WRCS-LIST-TOP + WRCS-LIST-LINES) <= WRCS-MY-COUNT
044600             ADD WRCS-LIST-LINES TO WRCS-LIST-TOP
044700         END-IF
044800         GO TO 4000-EXIT
044900     END-IF.
045000     IF WRCS-KEY-PF7
045100         IF WRCS-LIST-TOP > WRCS-LIST-LINES
045200             SUBTRACT WRCS-LIST-LINES FROM WRCS-LIST-TOP
045300         ELSE
045400             MOVE 1 TO WRCS-LIST-TOP
045500         END-IF
045600         GO TO 4000-EXIT
045700     END-IF.
045800     IF WRCS-VIEW-ONLY
045900             AND NOT WRCS-LFUNC-QUIT
046000             AND NOT WRCS-LFUNC-NONE
046100         MOVE "The list is view only - Q)uit to leave."
046200             TO WRCS-MSG
046300         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
046400         GO TO 4000-EXIT
046500     END-IF.
046600     EVALUATE TRUE
046700         WHEN WRCS-LFUNC-CERTIFY
046800             MOVE "C" TO WRCS-NEW-DECISION
046900             PERFORM 4100-MARK-LINE THRU 4100-EXIT
047000         WHEN WRCS-LFUNC-REVOKE
047100             MOVE "R" TO WRCS-NEW-DECISION
047200             PERFORM 4100-MARK-LINE THRU 4100-EXIT
047300         WHEN WRCS-LFUNC-UNDO
047400             PERFORM 4200-UNDO-LINE THRU 4200-EXIT
047500         WHEN WRCS-LFUNC-PAGE
047600             PERFORM 4300-CERTIFY-PAGE THRU 4300-EXIT
047700         WHEN WRCS-LFUNC-SAVE
047800             PERFORM 6000-SAVE-DECISIONS THRU 6000-EXIT
047900         WHEN WRCS-LFUNC-QUIT
048000             PERFORM 4400-QUIT-LIST THRU 4400-EXIT
048100         WHEN WRCS-LFUNC-NONE
048200             CONTINUE
048300         WHEN OTHER
048400             MOVE "Invalid function - enter C, R, U, P, S or Q."
048500                 TO WRCS-MSG
048600             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
048700     END-EVALUATE.
048800     GO TO 4000-EXIT.
048900 4000-EXIT.
049000     EXIT.
049100
049200**-----------------------------------------------------------**
049300**  4100-MARK-LINE                                           **
049400**  Mark the keyed line with WRCS-NEW-DECISION.  A revoke    **
049500**  already saved has left WISPOPRA.DAT and cannot be        **
049600**  turned back into a certify here.                         **
049700**-----------------------------------------------------------**
049800 4100-MARK-LINE.
049900     PERFORM 5000-CHECK-LINE THRU 5000-EXIT.
050000     IF WRCS-MSG NOT = SPACES
050100         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
050200         GO TO 4100-EXIT
050300     END-IF.
050400     MOVE WRCS-NEW-DECISION TO WRCS-ME-DECISION (WRCS-MY-SUB).
050500     MOVE "N" TO WRCS-QUIT-WARNED-SW.
050600     GO TO 4100-EXIT.
050700 4100-EXIT.
050800     EXIT.
050900
051000**-----------------------------------------------------------**
051100**  4200-UNDO-LINE                                           **
051200**  Put the line back to the decision on file.               **
051300**-----------------------------------------------------------**
051400 4200-UNDO-LINE.
051500     PERFORM 5000-CHECK-LINE THRU 5000-EXIT.
051600     IF WRCS-MSG NOT = SPACES
051700         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
051800         GO TO 4200-EXIT
051900     END-IF.
052000     MOVE WRCS-ME-SAVED-DECISION (WRCS-MY-SUB)
052100         TO WRCS-ME-DECISION (WRCS-MY-SUB).
052200     GO TO 4200-EXIT.
052300 4200-EXIT.
052400     EXIT.
052500
052600**-----------------------------------------------------------**
052700**  4300-CERTIFY-PAGE                                        **
052800**  Certify every undecided line on the page shown, except   **
052900**  the operator's own.                                      **
053000**-----------------------------------------------------------**
053100 4300-CERTIFY-PAGE.
053200     MOVE WRCS-LIST-TOP TO WRCS-MY-SUB.
053300     MOVE 1 TO WRCS-PAGE-SUB.
053400     PERFORM 4310-CERTIFY-PAGE-LINE THRU 4310-EXIT
053500         UNTIL WRCS-PAGE-SUB > WRCS-LIST-LINES
053600            OR WRCS-MY-SUB > WRCS-MY-COUNT.
053700     MOVE "N" TO WRCS-QUIT-WARNED-SW.
053800     GO TO 4300-EXIT.
053900 4300-EXIT.
054000     EXIT.
054100
054200**-----------------------------------------------------------**
054300**  4310-CERTIFY-PAGE-LINE                                   **
054400**-----------------------------------------------------------**
054500 4310-CERTIFY-PAGE-LINE.
054600     IF WRCS-ME-DECISION (WRCS-MY-SUB) = SPACE
054700             AND WRCS-ME-OPERATOR (WRCS-MY-SUB)
054800                 NOT = WRCS-OPERATOR
054900         MOVE "C" TO WRCS-ME-DECISION (WRCS-MY-SUB)
055000     END-IF.
055100     ADD 1 TO WRCS-PAGE-SUB.
055200     ADD 1 TO WRCS-MY-SUB.
055300     GO TO 4310-EXIT.
055400 4310-EXIT.
055500     EXIT.
055600
055700**-----------------------------------------------------------**
055800**  4400-QUIT-LIST                                           **
055900**  Unsaved marks are only thrown away on a second Q.        **
056000**-----------------------------------------------------------**
056100 4400-QUIT-LIST.
056200     PERFORM 5100-COUNT-CHANGES THRU 5100-EXIT.
056300     IF WRCS-CHANGE-COUNT = 0
056400             OR WRCS-QUIT-WARNED
056500         SET WRCS-WORK-DONE TO TRUE
056600         GO TO 4400-EXIT
056700     END-IF.
056800     SET WRCS-QUIT-WARNED TO TRUE.
056900     MOVE "Decisions not saved - S)ave, or Q again to discard."
057000         TO WRCS-MSG.
057100     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
057200     GO TO 4400-EXIT.
057300 4400-EXIT.
057400     EXIT.
057500
057600**-----------------------------------------------------------**
057700**  4900-BUILD-LIST-PAGE                                     **
057800**-----------------------------------------------------------**
057900 4900-BUILD-LIST-PAGE.
058000     MOVE SPACES TO WRCS-LIST-GROUP.
058100     MOVE WRCS-LIST-TOP TO WRCS-MY-SUB.
058200     MOVE 1 TO WRCS-PAGE-SUB.
058300     PERFORM 4910-BUILD-LIST-LINE THRU 4910-EXIT
058400         UNTIL WRCS-PAGE-SUB > WRCS-LIST-LINES
058500            OR WRCS-MY-SUB > WRCS-MY-COUNT.
058600     MOVE WRCS-LIST-TOP TO WRCS-TOP-D.
058700     MOVE WRCS-MY-COUNT TO WRCS-COUNT-D.
058800     MOVE SPACES TO WRCS-POSITION-MSG.
058900     STRING "Pairs " DELIMITED BY SIZE
059000         WRCS-TOP-D DELIMITED BY SIZE
059100         " of " DELIMITED BY SIZE
059200         WRCS-COUNT-D DELIMITED BY SIZE
059300         INTO WRCS-POSITION-MSG.
059400     PERFORM 5100-COUNT-CHANGES THRU 5100-EXIT.
059500     MOVE WRCS-DECIDED-COUNT TO WRCS-DECIDED-D.
059600     MOVE WRCS-CHANGE-COUNT TO WRCS-CHANGE-D.
059700     MOVE SPACES TO WRCS-TALLY-MSG.
059800     STRING "Decided " DELIMITED BY SIZE
059900         WRCS-DECIDED-D DELIMITED BY SIZE
060000         " of " DELIMITED BY SIZE
060100         WRCS-COUNT-D DELIMITED BY SIZE
060200         "   Not yet saved " DELIMITED BY SIZE
060300         WRCS-CHANGE-D DELIMITED BY SIZE
060400         INTO WRCS-TALLY-MSG.
060500     GO TO 4900-EXIT.
060600 4900-EXIT.
060700     EXIT.
060800
060900**-----------------------------------------------------------**
061000**  4910-BUILD-LIST-LINE                                     **
061100**-----------------------------------------------------------**
061200 4910-BUILD-LIST-LINE.
061300     MOVE WRCS-MY-SUB TO WRCS-LD-LINE.
061400     MOVE WRCS-ME-OPERATOR (WRCS-MY-SUB) TO WRCS-LD-OPERATOR.
061500     CALL "WISPOPRN" USING WRCS-LD-OPERATOR
061600                           WRCS-MASTER-NAME.
061700     MOVE WRCS-MASTER-NAME TO WRCS-LD-NAME.
061800     MOVE WRCS-ME-PROGRAM (WRCS-MY-SUB) TO WRCS-LD-PROGRAM.
061900     MOVE WRCS-ME-DENIALS (WRCS-MY-SUB) TO WRCS-LD-DENIALS.
062000     EVALUATE WRCS-ME-DECISION (WRCS-MY-SUB)
062100         WHEN "C"
062200             MOVE "CERTIFIED" TO WRCS-LD-DECISION
062300         WHEN "R"
062400             MOVE "REVOKED" TO WRCS-LD-DECISION
062500         WHEN "S"
062600             MOVE "SUSPENDED" TO WRCS-LD-DECISION
062700         WHEN "X"
062800             MOVE "EXPIRED" TO WRCS-LD-DECISION
062900         WHEN OTHER
063000             MOVE SPACES TO WRCS-LD-DECISION
063100     END-EVALUATE.
063200     IF WRCS-ME-DECISION (WRCS-MY-SUB)
063300             = WRCS-ME-SAVED-DECISION (WRCS-MY-SUB)
063400         MOVE WRCS-ME-BY (WRCS-MY-SUB) TO WRCS-LD-BY
063500     ELSE
063600         MOVE "(unsaved)" TO WRCS-LD-BY
063700     END-IF.
063800     MOVE WRCS-LIST-DETAIL TO WRCS-LIST-LINE (WRCS-PAGE-SUB).
063900     ADD 1 TO WRCS-PAGE-SUB.
064000     ADD 1 TO WRCS-MY-SUB.
064100     GO TO 4910-EXIT.
064200 4910-EXIT.
064300     EXIT.
064400
064500**-----------------------------------------------------------**
064600**  5000-CHECK-LINE                                          **
064700**  Point WRCS-MY-SUB at the keyed line, or leave the reason **
064800**  it cannot be changed in WRCS-MSG.                        **
064900**-----------------------------------------------------------**
065000 5000-CHECK-LINE.
065100     MOVE SPACES TO WRCS-MSG.
065200     IF WRCS-SEL-LINE = 0
065300             OR WRCS-SEL-LINE > WRCS-MY-COUNT
065400         MOVE "Key the line number of the pair." TO WRCS-MSG
065500         GO TO 5000-EXIT
065600     END-IF.
065700     MOVE WRCS-SEL-LINE TO WRCS-MY-SUB.
065800     IF WRCS-ME-OPERATOR (WRCS-MY-SUB) = WRCS-OPERATOR
065900         MOVE "Your own access is decided by your supervisor."
066000             TO WRCS-MSG
066100         GO TO 5000-EXIT
066200     END-IF.
066300     IF WRCS-ME-SAVED-DECISION (WRCS-MY-SUB) = "R"
066400         MOVE "Revoke already applied - re-grant on WACUOPRM."
066500             TO WRCS-MSG
066600         GO TO 5000-EXIT
066700     END-IF.
066800     GO TO 5000-EXIT.
066900 5000-EXIT.
067000     EXIT.
067100
067200**-----------------------------------------------------------**
067300**  5100-COUNT-CHANGES                                       **
067400**  Decided lines, lines marked but not saved, and how many  **
067500**  of those are new revokes.                                **
067600**-----------------------------------------------------------**
067700 5100-COUNT-CHANGES.
067800     MOVE 0 TO WRCS-DECIDED-COUNT.
067900     MOVE 0 TO WRCS-CHANGE-COUNT.
068000     MOVE 0 TO WRCS-REVOKE-COUNT.
068100     PERFORM 5110-COUNT-ONE-LINE THRU 5110-EXIT
068200         VARYING WRCS-MY-SUB FROM 1 BY 1
068300         UNTIL WRCS-MY-SUB > WRCS-MY-COUNT.
068400     GO TO 5100-EXIT.
068500 5100-EXIT.
068600     EXIT.
068700
068800**-----------------------------------------------------------**
068900**  5110-COUNT-ONE-LINE                                      **
069000**-----------------------------------------------------------**
069100 5110-COUNT-ONE-LINE.
069200     IF WRCS-ME-DECISION (WRCS-MY-SUB) NOT = SPACE
069300         ADD 1 TO WRCS-DECIDED-COUNT
069400     END-IF.
069500     IF WRCS-ME-DECISION (WRCS-MY-SUB)
069600             NOT = WRCS-ME-SAVED-DECISION (WRCS-MY-SUB)
069700         ADD 1 TO WRCS-CHANGE-COUNT
069800         IF WRCS-ME-DECISION (WRCS-MY-SUB) = "R"
069900             ADD 1 TO WRCS-REVOKE-COUNT
070000         END-IF
070100     END-IF.
070200     GO TO 5110-EXIT.
070300 5110-EXIT.
070400     EXIT.
070500
070600**-----------------------------------------------------------**
070700**  6000-SAVE-DECISIONS                                      **
070800**  Revokes come off WISPOPRA.DAT first, then the decisions  **
070900**  are stamped into a freshly read campaign and it is       **
071000**  rewritten.  If the campaign rewrite fails the marks stay **
071100**  on the screen for another S)ave - taking an already      **
071200**  removed pair off WISPOPRA.DAT again changes nothing.     **
071300**-----------------------------------------------------------**
071400 6000-SAVE-DECISIONS.
071500     PERFORM 5100-COUNT-CHANGES THRU 5100-EXIT.
071600     IF WRCS-CHANGE-COUNT = 0
071700         MOVE "Nothing to save." TO WRCS-MSG
071800         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
071900         GO TO 6000-EXIT
072000     END-IF.
072100     MOVE "N" TO WRCS-LOAD-MINE-SW.
072200     PERFORM 3100-LOAD-CAMPAIGN THRU 3100-EXIT.
072300     IF WRCS-TOO-MANY-RECORDS
072400             OR WRCS-CAMP-COUNT = 0
072500         MOVE "Unable to reread WISPRCRT.DAT - nothing saved."
072600             TO WRCS-MSG
072700         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
072800         GO TO 6000-EXIT
072900     END-IF.
073000     IF WRCS-CAMPAIGN-CLOSED
073100         SET WRCS-VIEW-ONLY TO TRUE
073200         MOVE "Campaign was closed meanwhile - nothing saved."
073300             TO WRCS-MSG
073400         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
073500         GO TO 6000-EXIT
073600     END-IF.
073700     IF WRCS-REVOKE-COUNT > 0
073800         PERFORM 6100-APPLY-REVOKES THRU 6100-EXIT
073900         IF NOT WRCS-SAVED
074000             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
074100             GO TO 6000-EXIT
074200         END-IF
074300     END-IF.
074400     ACCEPT WRCS-TODAY FROM DATE YYYYMMDD.
074500     ACCEPT WRCS-NOW-TIME FROM TIME.
074600     PERFORM 6200-STAMP-CAMP-LINE THRU 6200-EXIT
074700         VARYING WRCS-CAMP-SUB FROM 1 BY 1
074800         UNTIL WRCS-CAMP-SUB > WRCS-CAMP-COUNT.
074900     PERFORM 6300-REWRITE-CAMPAIGN THRU 6300-EXIT.
075000     IF NOT WRCS-SAVED
075100         MOVE "WISPRCRT.DAT busy - not saved, S)ave again."
075200             TO WRCS-MSG
075300         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
075400         GO TO 6000-EXIT
075500     END-IF.
075600     PERFORM 6400-MARK-SAVED THRU 6400-EXIT
075700         VARYING WRCS-MY-SUB FROM 1 BY 1
075800         UNTIL WRCS-MY-SUB > WRCS-MY-COUNT.
075900     MOVE WRCS-REVOKE-COUNT TO WRCS-CHANGE-D.
076000     STRING "Decisions saved - " DELIMITED BY SIZE
076100         WRCS-CHANGE-D DELIMITED BY SIZE
076200         " revoke(s) taken off WISPOPRA.DAT." DELIMITED BY SIZE
076300         INTO WRCS-MSG.
076400     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
076500     GO TO 6000-EXIT.
076600 6000-EXIT.
076700     EXIT.
076800
076900**-----------------------------------------------------------**
077000**  6100-APPLY-REVOKES                                       **
077100**  Load WISPOPRA.DAT and write it back without the pairs    **
077200**  newly revoked.  A list too big for the table is not      **
077300**  rewritten, the WACUOPRM ceiling.                         **
077400**-----------------------------------------------------------**
077500 6100-APPLY-REVOKES.
077600     MOVE "N" TO WRCS-SAVED-SW.
077700     MOVE "N" TO WRCS-EOF-SW.
077800     MOVE 0 TO WRCS-PAIR-COUNT.
077900     MOVE "Unable to rewrite WISPOPRA.DAT - nothing saved."
078000         TO WRCS-MSG.
078100     OPEN INPUT WISPOPRA-LIST.
078200     IF NOT WOPRA-FILE-OK
078300         GO TO 6100-EXIT
078400     END-IF.
078500     PERFORM 6110-LOAD-PAIR THRU 6110-EXIT
078600         UNTIL WRCS-EOF
078700            OR WRCS-PAIR-COUNT = 4000.
078800     IF NOT WRCS-EOF
078900         READ WISPOPRA-LIST
079000             AT END SET WRCS-EOF TO TRUE
079100         END-READ
079200     END-IF.
079300     CLOSE WISPOPRA-LIST.
079400     IF NOT WRCS-EOF
079500         MOVE "WISPOPRA.DAT is over 4000 pairs - nothing saved."
079600             TO WRCS-MSG
079700         GO TO 6100-EXIT
079800     END-IF.
079900     MOVE 0 TO WRCS-OPEN-RETRY.
080000     PERFORM 6120-OPEN-PAIRS THRU 6120-EXIT.
080100     IF NOT WOPRA-FILE-OK
080200         GO TO 6100-EXIT
080300     END-IF.
080400     PERFORM 6130-WRITE-PAIR THRU 6130-EXIT
080500         VARYING WRCS-PAIR-SUB FROM 1 BY 1
080600         UNTIL WRCS-PAIR-SUB > WRCS-PAIR-COUNT.
080700     CLOSE WISPOPRA-LIST.
080800     SET WRCS-SAVED TO TRUE.
080900     MOVE SPACES TO WRCS-MSG.
081000     GO TO 6100-EXIT.
081100 6100-EXIT.
081200     EXIT.
081300
081400**-----------------------------------------------------------**
081500**  6110-LOAD-PAIR                                           **
081600**-----------------------------------------------------------**
081700 6110-LOAD-PAIR.
081800     READ WISPOPRA-LIST
081900         AT END
082000             SET WRCS-EOF TO TRUE
082100         NOT AT END
082200             ADD 1 TO WRCS-PAIR-COUNT
082300             MOVE WOPRR-OPERATOR
082400                 TO WRCS-PE-OPERATOR (WRCS-PAIR-COUNT)
082500             MOVE WOPRR-PROGRAM
082600                 TO WRCS-PE-PROGRAM (WRCS-PAIR-COUNT)
082700     END-READ.
082800     GO TO 6110-EXIT.
082900 6110-EXIT.
083000     EXIT.
083100
083200**-----------------------------------------------------------**
083300**  6120-OPEN-PAIRS                                          **
083400**  WISPOPRA holds the file only while it loads its table;   **
083500**  a busy open is retried.                                  **
083600**-----------------------------------------------------------**
083700 6120-OPEN-PAIRS.
083800     OPEN OUTPUT WISPOPRA-LIST.
083900     IF WOPRA-FILE-OK
084000         GO TO 6120-EXIT
084100     END-IF.
084200     ADD 1 TO WRCS-OPEN-RETRY.
084300     IF WRCS-OPEN-RETRY < 30
084400         GO TO 6120-OPEN-PAIRS
084500     END-IF.
084600     GO TO 6120-EXIT.
084700 6120-EXIT.
084800     EXIT.
084900
085000**-----------------------------------------------------------**
085100**  6130-WRITE-PAIR                                          **
085200**  A pair matching a newly revoked line is left out.        **
085300**-----------------------------------------------------------**
085400 6130-WRITE-PAIR.
085500     MOVE "N" TO WRCS-FOUND-SW.
085600     PERFORM 6140-CHECK-REVOKED THRU 6140-EXIT
085700         VARYING WRCS-MY-SUB FROM 1 BY 1
085800         UNTIL WRCS-MY-SUB > WRCS-MY-COUNT
085900            OR WRCS-FOUND.
086000     IF WRCS-FOUND
086100         GO TO 6130-EXIT
086200     END-IF.
086300     MOVE SPACES TO WISPOPRA-LIST-RECORD.
086400     MOVE WRCS-PE-OPERATOR (WRCS-PAIR-SUB) TO WOPRR-OPERATOR.
086500     MOVE WRCS-PE-PROGRAM (WRCS-PAIR-SUB) TO WOPRR-PROGRAM.
086600     WRITE WISPOPRA-LIST-RECORD.
086700     GO TO 6130-EXIT.
086800 6130-EXIT.
086900     EXIT.
087000
087100**-----------------------------------------------------------**
087200**  6140-CHECK-REVOKED                                       **
087300**-----------------------------------------------------------**
087400 6140-CHECK-REVOKED.
087500     IF WRCS-ME-DECISION (WRCS-MY-SUB) = "R"
087600             AND WRCS-ME-SAVED-DECISION (WRCS-MY-SUB) NOT = "R"
087700             AND WRCS-ME-OPERATOR (WRCS-MY-SUB)
087800                 = WRCS-PE-OPERATOR (WRCS-PAIR-SUB)
087900             AND WRCS-ME-PROGRAM (WRCS-MY-SUB)
088000                 = WRCS-PE-PROGRAM (WRCS-PAIR-SUB)
088100         SET WRCS-FOUND TO TRUE
088200     END-IF.
088300     GO TO 6140-EXIT.
088400 6140-EXIT.
088500     EXIT.
088600
088700**-----------------------------------------------------------**
088800**  6200-STAMP-CAMP-LINE                                     **
088900**  Carry the supervisor's changed marks into the campaign   **
089000**  record for the same pair, with who and when.             **
089100**-----------------------------------------------------------**
089200 6200-STAMP-CAMP-LINE.
089300     MOVE WRCS-CAMP-LINE (WRCS-CAMP-SUB) TO WISPRCRT-RECORD.
089400     IF WRCRT-SUPERVISOR NOT = WRCS-SUPERVISOR
089500         GO TO 6200-EXIT
089600     END-IF.
089700     MOVE "N" TO WRCS-FOUND-SW.
089800     PERFORM 6210-FIND-MY-LINE THRU 6210-EXIT
089900         VARYING WRCS-MY-SUB FROM 1 BY 1
090000         UNTIL WRCS-MY-SUB > WRCS-MY-COUNT
090100            OR WRCS-FOUND.
090200     IF NOT WRCS-FOUND
090300         GO TO 6200-EXIT
090400     END-IF.
090500     SUBTRACT 1 FROM WRCS-MY-SUB.
090600     IF WRCS-ME-DECISION (WRCS-MY-SUB)
090700             = WRCS-ME-SAVED-DECISION (WRCS-MY-SUB)
090800         GO TO 6200-EXIT
090900     END-IF.
091000     MOVE WRCS-ME-DECISION (WRCS-MY-SUB) TO WRCRT-DECISION.
091100     IF WRCRT-UNDECIDED
091200         MOVE SPACES TO WRCRT-DECIDED-BY
091300         MOVE SPACES TO WRCRT-DECIDED-DATE
091400         MOVE SPACES TO WRCRT-DECIDED-TIME
091500     ELSE
091600         MOVE WRCS-OPERATOR TO WRCRT-DECIDED-BY
091700         MOVE WRCS-TODAY TO WRCRT-DECIDED-DATE
091800         MOVE WRCS-NOW-TIME TO WRCRT-DECIDED-TIME
091900     END-IF.
092000     MOVE WISPRCRT-RECORD TO WRCS-CAMP-LINE (WRCS-CAMP-SUB).
092100     GO TO 6200-EXIT.
092200 6200-EXIT.
092300     EXIT.
092400
092500**-----------------------------------------------------------**
092600**  6210-FIND-MY-LINE                                        **
092700**-----------------------------------------------------------**
092800 6210-FIND-MY-LINE.
092900     IF WRCS-ME-OPERATOR (WRCS-MY-SUB) = WRCRT-OPERATOR
093000             AND WRCS-ME-PROGRAM (WRCS-MY-SUB) = WRCRT-PROGRAM
093100         SET WRCS-FOUND TO TRUE
093200     END-IF.
093300     GO TO 6210-EXIT.
093400 6210-EXIT.
093500     EXIT.
093600
093700**-----------------------------------------------------------**
093800**  6300-REWRITE-CAMPAIGN                                    **
093900**-----------------------------------------------------------**
094000 6300-REWRITE-CAMPAIGN.
094100     MOVE "N" TO WRCS-SAVED-SW.
094200     MOVE 0 TO WRCS-OPEN-RETRY.
094300     PERFORM 6310-OPEN-CAMPAIGN THRU 6310-EXIT.
094400     IF NOT WRCRT-FILE-OK
094500         GO TO 6300-EXIT
094600     END-IF.
094700     PERFORM 6320-WRITE-CAMP-LINE THRU 6320-EXIT
094800         VARYING WRCS-CAMP-SUB FROM 1 BY 1
094900         UNTIL WRCS-CAMP-SUB > WRCS-CAMP-COUNT.
095000     CLOSE WISPRCRT-FILE.
095100     SET WRCS-SAVED TO TRUE.
095200     GO TO 6300-EXIT.
095300 6300-EXIT.
095400     EXIT.
095500
095600**-----------------------------------------------------------**
095700**  6310-OPEN-CAMPAIGN                                       **
095800**-----------------------------------------------------------**
095900 6310-OPEN-CAMPAIGN.
096000     OPEN OUTPUT WISPRCRT-FILE.
096100     IF WRCRT-FILE-OK
096200         GO TO 6310-EXIT
096300     END-IF.
096400     ADD 1 TO WRCS-OPEN-RETRY.
096500     IF WRCS-OPEN-RETRY < 30
096600         GO TO 6310-OPEN-CAMPAIGN
096700     END-IF.
096800     GO TO 6310-EXIT.
096900 6310-EXIT.
097000     EXIT.
097100
097200**-----------------------------------------------------------**
097300**  6320-WRITE-CAMP-LINE                                     **
097400**-----------------------------------------------------------**
097500 6320-WRITE-CAMP-LINE.
097600     MOVE WRCS-CAMP-LINE (WRCS-CAMP-SUB) TO WISPRCRT-RECORD.
097700     WRITE WISPRCRT-RECORD.
097800     GO TO 6320-EXIT.
097900 6320-EXIT.
098000     EXIT.
098100
098200**-----------------------------------------------------------**
098300**  6400-MARK-SAVED                                          **
098400**-----------------------------------------------------------**
098500 6400-MARK-SAVED.
098600     IF WRCS-ME-DECISION (WRCS-MY-SUB)
098700             = WRCS-ME-SAVED-DECISION (WRCS-MY-SUB)
098800         GO TO 6400-EXIT
098900     END-IF.
099000     MOVE WRCS-ME-DECISION (WRCS-MY-SUB)
099100         TO WRCS-ME-SAVED-DECISION (WRCS-MY-SUB).
099200     IF WRCS-ME-DECISION (WRCS-MY-SUB) = SPACE
099300         MOVE SPACES TO WRCS-ME-BY (WRCS-MY-SUB)
099400     ELSE
099500         MOVE WRCS-OPERATOR TO WRCS-ME-BY (WRCS-MY-SUB)
099600     END-IF.
099700     GO TO 6400-EXIT.
099800 6400-EXIT.
099900     EXIT.
100000
100100**-----------------------------------------------------------**
100200**  9000-TERMINATE                                           **
100300**-----------------------------------------------------------**
100400 9000-TERMINATE.
100500     DISPLAY WINDOW ERASE.
100600     GO TO 9000-EXIT.
100700 9000-EXIT.
100800     EXIT.
100900
101000 9999-EXIT.
101100     EXIT PROGRAM.
101200 9999-STOP.
101300     STOP RUN.
