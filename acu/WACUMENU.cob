000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACUMENU.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Operator application menu.  Lists the
000900**               programs the signed-on operator may run,
001000**               grouped by application with the description
001100**               from WISPMENU.DAT, and runs the one chosen
001200**               through WCLINKX - so the whitelist and
001300**               permission checks, WISPLINK.LOG and the
001400**               WISPSTAT counts are exactly those of any other
001500**               dispatch.  HELP on a numbered program shows
001600**               that program's WISPHELP topic.
001700**
001800**               A WISPMENU.DAT program is listed when WISPAUTH
001900**               approves it and WISPOPRA.DAT grants it to the
002000**               operator (or *ALL), and only while the operator
002100**               is active on WISPOPMS.DAT.  WISPOPRA.DAT is read
002200**               here rather than through WISPOPRA, which would
002300**               log a denial for every program not granted.
002400**               A missing WISPAUTH.DAT or WISPOPRA.DAT allows
002500**               everything, as it does at dispatch.
002600**
002700**   Build:      ccbl -Da4 -o WACUMENU.acu WACUMENU.cob
002800**
002900**   Modifications:
003000**     dgh  Original version.
003100**
003200
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.
003500     WACUMENU.
003600 REMARKS.
003700     Operator application menu over WCLINKX.
003800
003900 ENVIRONMENT DIVISION.
004000
004100 CONFIGURATION SECTION.
004200 SPECIAL-NAMES.
004300     CRT STATUS IS WMNU-CRT-STATUS.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT WISPMENU-FILE ASSIGN TO "WISPMENU"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WMENU-FILE-STATUS.
005000
005100     SELECT WISPOPRA-LIST ASSIGN TO "WISPOPRA"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WOPRA-FILE-STATUS.
005400
005500 DATA DIVISION.
005600
005700 FILE SECTION.
005800 FD  WISPMENU-FILE.
005900     COPY "wispmenu.cpy".
006000
006100 FD  WISPOPRA-LIST.
006200     COPY "wispopra.cpy".
006300
006400 WORKING-STORAGE SECTION.
006500 01  WMENU-FILE-STATUS        PIC XX.
006600     88  WMENU-FILE-OK             VALUE "00".
006700 01  WOPRA-FILE-STATUS        PIC XX.
006800     88  WOPRA-FILE-OK             VALUE "00".
006900
007000 01  WMNU-CRT-STATUS          PIC 9(04).
007100     88  WMNU-KEY-HELP             VALUE 2001.
007200     88  WMNU-KEY-PF7              VALUE 2007.
007300     88  WMNU-KEY-PF8              VALUE 2008.
007400
007500 01  WMNU-DONE-SW             PIC X(01) VALUE "N".
007600     88  WMNU-DONE                 VALUE "Y".
007700 01  WMNU-EOF-SW              PIC X(01) VALUE "N".
007800     88  WMNU-EOF                  VALUE "Y".
007900 01  WMNU-ALLOWED-SW          PIC X(01) VALUE "N".
008000     88  WMNU-ALLOWED              VALUE "Y".
008100 01  WMNU-SLOT-SW             PIC X(01) VALUE "N".
008200     88  WMNU-SLOT-FOUND           VALUE "Y".
008300 01  WMNU-VALID-SW            PIC X(01) VALUE "N".
008400     88  WMNU-SELECT-VALID         VALUE "Y".
008500
008600 01  WMNU-OPERATOR            PIC X(08) VALUE SPACES.
008700 01  WMNU-OPERATOR-NAME       PIC X(30) VALUE SPACES.
008800 01  WMNU-OPERATOR-STATUS     PIC X(01) VALUE SPACE.
008900     88  WMNU-OPERATOR-ACTIVE      VALUE "A".
009000     88  WMNU-OPERATOR-INACTIVE    VALUE "I".
009100     88  WMNU-OPERATOR-UNKNOWN     VALUE "U".
009200
009300*    The operator's own WISPOPRA.DAT pairs.
009400 01  WMNU-GRANT-ALL-SW        PIC X(01) VALUE "N".
009500     88  WMNU-GRANT-ALL            VALUE "Y".
009600 01  WMNU-GRANT-TABLE.
009700     05  WMNU-GRANT-COUNT     PIC 9(03) COMP VALUE 0.
009800     05  WMNU-GRANT-PROGRAM OCCURS 500 TIMES
009900                              PIC X(08).
010000 01  WMNU-GRANT-SUB           PIC 9(03) COMP VALUE 0.
010100
010200 01  WMNU-AUTH-FLAG           PIC X(01) VALUE "N".
010300     88  WMNU-AUTHORIZED           VALUE "Y".
010400
010500*    The programs this operator is offered, kept in
010600*    application order as they are read.  The menu number of
010700*    a program is its place in this table.
010800 01  WMNU-MENU-TABLE.
010900     05  WMNU-MENU-COUNT      PIC 9(03) COMP VALUE 0.
011000     05  WMNU-MENU-ENTRY OCCURS 300 TIMES.
011100         10  WMNU-ME-APPL     PIC X(20).
011200         10  WMNU-ME-PROGRAM  PIC X(08).
011300         10  WMNU-ME-DESC     PIC X(50).
011400 01  WMNU-MENU-SUB            PIC 9(03) COMP VALUE 0.
011500 01  WMNU-MOVE-SUB            PIC 9(03) COMP VALUE 0.
011600 01  WMNU-NEW-APPL            PIC X(20) VALUE SPACES.
011700 01  WMNU-LAST-APPL           PIC X(20) VALUE SPACES.
011800 01  WMNU-MENU-FULL-SW        PIC X(01) VALUE "N".
011900     88  WMNU-MENU-FULL            VALUE "Y".
012000
012100*    The menu as displayed: an application heading before
012200*    each group, a blank line between groups.
012300 01  WMNU-DISP-TABLE.
012400     05  WMNU-DISP-COUNT      PIC 9(03) COMP VALUE 0.
012500     05  WMNU-DISP-LINE OCCURS 900 TIMES
012600                              PIC X(75).
012700 01  WMNU-DISP-SUB            PIC 9(03) COMP VALUE 0.
012800 01  WMNU-PROGRAM-LINE.
012900     05  WMNU-PL-NUMBER       PIC ZZ9.
013000     05  FILLER               PIC X(02) VALUE SPACES.
013100     05  WMNU-PL-PROGRAM      PIC X(08).
013200     05  FILLER               PIC X(02) VALUE SPACES.
013300     05  WMNU-PL-DESC         PIC X(50).
013400
013500*    Display line of the first list line, and the list.
013600 01  WMNU-TOP                 PIC 9(03) COMP VALUE 1.
013700 01  WMNU-LINE-SUB            PIC 9(03) COMP VALUE 0.
013800 01  WMNU-LIST-AREA.
013900     05  WMNU-LIST-LINE OCCURS 14 TIMES
014000                              PIC X(75).
014100
014200 01  WMNU-SELECT              PIC 9(03) VALUE 0.
014300 01  WMNU-FUNCTION            PIC X(01) VALUE SPACE.
014400
014500*    WCLINKX call.  The menu passes no parameters: every
014600*    slot is spaces, as for a stream step with no *PARM.
014700 01  WMNU-RUN-PROGRAM         PIC X(08) VALUE SPACES.
014800 01  WMNU-RETURN-VALUE        PIC 9(09) COMP VALUE 0.
014900 01  WMNU-PARM-AREA.
015000     05  WMNU-PARM OCCURS 32 TIMES
015100                              PIC X(20).
015200 01  WMNU-RETURN-D            PIC ZZZZZZZZ9.
015300
015400 01  WMNU-HELP-PROGRAM        PIC X(08) VALUE SPACES.
015500 01  WMNU-HELP-FIELD          PIC X(30) VALUE SPACES.
015600
015700 01  WMNU-POSITION-MSG        PIC X(60) VALUE SPACES.
015800 01  WMNU-MSG                 PIC X(70) VALUE SPACES.
015900 01  WMNU-FROM-D              PIC ZZ9.
016000 01  WMNU-TO-D                PIC ZZ9.
016100 01  WMNU-COUNT-D             PIC ZZ9.
016200 01  WMNU-LAST                PIC 9(03) COMP VALUE 0.
016300
016400 SCREEN SECTION.
016500 01  WMNU-MENU-SCREEN.
016600     05  LINE 1 COL 23 BOLD VALUE
016700         "**** WISP APPLICATION MENU ****".
016800     05  LINE 2 COL 5 VALUE "Operator:".
016900     05  LINE 2 COL 15 PIC X(08) FROM WMNU-OPERATOR.
017000     05  LINE 2 COL 25 PIC X(30) FROM WMNU-OPERATOR-NAME.
017100     05  LINE 4 COL 3 VALUE "NO   PROGRAM   DESCRIPTION".
017200     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 14
017300         FROM WMNU-LIST-LINE.
017400     05  LINE 19 COL 3 PIC X(60) FROM WMNU-POSITION-MSG.
017500     05  LINE 20 COL 5 VALUE "Number:".
017600     05  LINE 20 COL 14 PIC 9(03) USING WMNU-SELECT.
017700     05  LINE 20 COL 20 VALUE "Function:".
017800     05  LINE 20 COL 31 PIC X(01) USING WMNU-FUNCTION.
017900     05  LINE 20 COL 35 VALUE "R)un  H)elp  Q)uit".
018000     05  LINE 22 COL 5 PIC X(70) FROM WMNU-MSG.
018100     05  LINE 24 COL 5 BOLD VALUE
018200         "(ENTER)=Run  (HELP)=Topic for the number".
018300     05  LINE 24 COL 48 BOLD VALUE "(PF7)=Up  (PF8)=Down".
018400
018500 PROCEDURE DIVISION.
018600
018700 0000-START.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
019000         UNTIL WMNU-DONE.
019100     DISPLAY WINDOW ERASE.
019200     GO TO 9999-EXIT.
019300
019400**-----------------------------------------------------------**
019500**  1000-INITIALIZE                                          **
019600**  An operator who is not active on the master gets no      **
019700**  menu at all - WISPOPRA would refuse every choice.        **
019800**-----------------------------------------------------------**
019900 1000-INITIALIZE.
020000     ACCEPT WMNU-OPERATOR FROM ENVIRONMENT "USER".
020100     CALL "WISPOPRN" USING WMNU-OPERATOR
020200                           WMNU-OPERATOR-NAME
020300                           WMNU-OPERATOR-STATUS.
020400     IF NOT WMNU-OPERATOR-ACTIVE
020500         DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE
020600         IF WMNU-OPERATOR-INACTIVE
020700             DISPLAY "WACUMENU: OPERATOR " WMNU-OPERATOR
020800                 " IS MARKED INACTIVE ON THE OPERATOR MASTER."
020900         ELSE
021000             DISPLAY "WACUMENU: OPERATOR " WMNU-OPERATOR
021100                 " IS NOT ON THE OPERATOR MASTER."
021200         END-IF
021300         ACCEPT OMITTED
021400         SET WMNU-DONE TO TRUE
021500         GO TO 1000-EXIT
021600     END-IF.
021700     PERFORM 1100-LOAD-GRANTS THRU 1100-EXIT.
021800     PERFORM 1200-LOAD-MENU THRU 1200-EXIT.
021900     PERFORM 1300-BUILD-DISPLAY THRU 1300-EXIT.
022000     IF WMNU-MENU-FULL
022100         MOVE "Only the first 300 programs are listed."
022200             TO WMNU-MSG
022300     END-IF.
022400     IF WMNU-MENU-COUNT = 0
022500         MOVE "There are no programs on your menu."
022600             TO WMNU-MSG
022700     END-IF.
022800     GO TO 1000-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100
023200**-----------------------------------------------------------**
023300**  1100-LOAD-GRANTS                                         **
023400**  With no WISPOPRA.DAT every operator may run everything.  **
023500**-----------------------------------------------------------**
023600 1100-LOAD-GRANTS.
023700     MOVE "N" TO WMNU-EOF-SW.
023800     OPEN INPUT WISPOPRA-LIST.
023900     IF NOT WOPRA-FILE-OK
024000         SET WMNU-GRANT-ALL TO TRUE
024100         GO TO 1100-EXIT
024200     END-IF.
024300     PERFORM 1110-LOAD-ONE-GRANT THRU 1110-EXIT
024400         UNTIL WMNU-EOF.
024500     CLOSE WISPOPRA-LIST.
024600     GO TO 1100-EXIT.
024700 1100-EXIT.
024800     EXIT.
024900
025000**-----------------------------------------------------------**
025100**  1110-LOAD-ONE-GRANT                                      **
025200**-----------------------------------------------------------**
025300 1110-LOAD-ONE-GRANT.
025400     READ WISPOPRA-LIST
025500         AT END SET WMNU-EOF TO TRUE
025600     END-READ.
025700     IF WMNU-EOF
025800             OR WOPRR-OPERATOR NOT = WMNU-OPERATOR
025900         GO TO 1110-EXIT
026000     END-IF.
026100     IF WOPRR-PROGRAM = "*ALL"
026200         SET WMNU-GRANT-ALL TO TRUE
026300         GO TO 1110-EXIT
026400     END-IF.
026500     IF WMNU-GRANT-COUNT < 500
026600         ADD 1 TO WMNU-GRANT-COUNT
026700         MOVE WOPRR-PROGRAM
026800             TO WMNU-GRANT-PROGRAM (WMNU-GRANT-COUNT)
026900     END-IF.
027000     GO TO 1110-EXIT.
027100 1110-EXIT.
027200     EXIT.
027300
027400**-----------------------------------------------------------**
027500**  1200-LOAD-MENU                                           **
027600**-----------------------------------------------------------**
027700 1200-LOAD-MENU.
027800     MOVE "N" TO WMNU-EOF-SW.
027900     OPEN INPUT WISPMENU-FILE.
028000     IF NOT WMENU-FILE-OK
028100         GO TO 1200-EXIT
028200     END-IF.
028300     PERFORM 1210-LOAD-ONE-PROGRAM THRU 1210-EXIT
028400         UNTIL WMNU-EOF.
028500     CLOSE WISPMENU-FILE.
028600     GO TO 1200-EXIT.
028700 1200-EXIT.
028800     EXIT.
028900
029000**-----------------------------------------------------------**
029100**  1210-LOAD-ONE-PROGRAM                                    **
029200**  Keep the program if the operator may run it, slotted in  **
029300**  after the last program of the same or an earlier         **
029400**  application - so applications come out in name order     **
029500**  and each keeps its own file order.                       **
029600**-----------------------------------------------------------**
029700 1210-LOAD-ONE-PROGRAM.
029800     READ WISPMENU-FILE
029900         AT END SET WMNU-EOF TO TRUE
030000     END-READ.
030100     IF WMNU-EOF
030200             OR WMENU-PROGRAM = SPACES
030300         GO TO 1210-EXIT
030400     END-IF.
030500     PERFORM 1220-CHECK-ALLOWED THRU 1220-EXIT.
030600     IF NOT WMNU-ALLOWED
030700         GO TO 1210-EXIT
030800     END-IF.
030900     IF WMNU-MENU-COUNT = 300
031000         SET WMNU-MENU-FULL TO TRUE
031100         GO TO 1210-EXIT
031200     END-IF.
031300     MOVE WMENU-APPLICATION TO WMNU-NEW-APPL.
031400     IF WMNU-NEW-APPL = SPACES
031500         MOVE "GENERAL" TO WMNU-NEW-APPL
031600     END-IF.
031700     MOVE WMNU-MENU-COUNT TO WMNU-MOVE-SUB.
031800     MOVE "N" TO WMNU-SLOT-SW.
031900     PERFORM 1230-OPEN-SLOT THRU 1230-EXIT
032000         UNTIL WMNU-SLOT-FOUND.
032100     ADD 1 TO WMNU-MOVE-SUB.
032200     ADD 1 TO WMNU-MENU-COUNT.
032300     MOVE WMNU-NEW-APPL TO WMNU-ME-APPL (WMNU-MOVE-SUB).
032400     MOVE WMENU-PROGRAM TO WMNU-ME-PROGRAM (WMNU-MOVE-SUB).
032500     MOVE WMENU-DESCRIPTION TO WMNU-ME-DESC (WMNU-MOVE-SUB).
032600     GO TO 1210-EXIT.
032700 1210-EXIT.
032800     EXIT.
032900
033000**-----------------------------------------------------------**
033100**  1220-CHECK-ALLOWED                                       **
033200**  The two checks WCLINKX makes, without WISPOPRA's denial  **
033300**  logging.                                                 **
033400**-----------------------------------------------------------**
033500 1220-CHECK-ALLOWED.
033600     MOVE "N" TO WMNU-ALLOWED-SW.
033700     CALL "WISPAUTH" USING WMENU-PROGRAM, WMNU-AUTH-FLAG.
033800     IF NOT WMNU-AUTHORIZED
033900         GO TO 1220-EXIT
034000     END-IF.
034100     IF WMNU-GRANT-ALL
034200         SET WMNU-ALLOWED TO TRUE
034300         GO TO 1220-EXIT
034400     END-IF.
034500     PERFORM 1221-CHECK-GRANT THRU 1221-EXIT
034600         VARYING WMNU-GRANT-SUB FROM 1 BY 1
034700         UNTIL WMNU-GRANT-SUB > WMNU-GRANT-COUNT
034800            OR WMNU-ALLOWED.
034900     GO TO 1220-EXIT.
035000 1220-EXIT.
035100     EXIT.
035200
035300**-----------------------------------------------------------**
035400**  1221-CHECK-GRANT                                         **
035500**-----------------------------------------------------------**
035600 1221-CHECK-GRANT.
035700     IF WMNU-GRANT-PROGRAM (WMNU-GRANT-SUB) = WMENU-PROGRAM
035800         SET WMNU-ALLOWED TO TRUE
035900     END-IF.
036000     GO TO 1221-EXIT.
036100 1221-EXIT.
036200     EXIT.
036300
036400**-----------------------------------------------------------**
036500**  1230-OPEN-SLOT                                           **
036600**  Walk back from the end, moving up each entry of a later  **
036700**  application, until WMNU-MOVE-SUB is the entry the new    **
036800**  program goes after (0 = it goes first).                  **
036900**-----------------------------------------------------------**
037000 1230-OPEN-SLOT.
037100     IF WMNU-MOVE-SUB = 0
037200         SET WMNU-SLOT-FOUND TO TRUE
037300         GO TO 1230-EXIT
037400     END-IF.
037500     IF WMNU-ME-APPL (WMNU-MOVE-SUB) NOT > WMNU-NEW-APPL
037600         SET WMNU-SLOT-FOUND TO TRUE
037700         GO TO 1230-EXIT
037800     END-IF.
037900     MOVE WMNU-MENU-ENTRY (WMNU-MOVE-SUB)
038000         TO WMNU-MENU-ENTRY (WMNU-MOVE-SUB + 1).
038100     SUBTRACT 1 FROM WMNU-MOVE-SUB.
038200     GO TO 1230-EXIT.
038300 1230-EXIT.
038400     EXIT.
038500
038600**-----------------------------------------------------------**
038700**  1300-BUILD-DISPLAY                                       **
038800**-----------------------------------------------------------**
038900 1300-BUILD-DISPLAY.
039000     MOVE 0 TO WMNU-DISP-COUNT.
039100     MOVE SPACES TO WMNU-LAST-APPL.
039200     PERFORM 1310-BUILD-ONE-PROGRAM THRU 1310-EXIT
039300         VARYING WMNU-MENU-SUB FROM 1 BY 1
039400         UNTIL WMNU-MENU-SUB > WMNU-MENU-COUNT.
039500     GO TO 1300-EXIT.
039600 1300-EXIT.
039700     EXIT.
039800
039900**-----------------------------------------------------------**
040000**  1310-BUILD-ONE-PROGRAM                                   **
040100**-----------------------------------------------------------**
040200 1310-BUILD-ONE-PROGRAM.
040300     IF WMNU-ME-APPL (WMNU-MENU-SUB) NOT = WMNU-LAST-APPL
040400         IF WMNU-DISP-COUNT > 0
040500             ADD 1 TO WMNU-DISP-COUNT
040600             MOVE SPACES TO WMNU-DISP-LINE (WMNU-DISP-COUNT)
040700         END-IF
040800         ADD 1 TO WMNU-DISP-COUNT
040900         MOVE SPACES TO WMNU-DISP-LINE (WMNU-DISP-COUNT)
041000         STRING "---- " DELIMITED BY SIZE
041100             WMNU-ME-APPL (WMNU-MENU-SUB) DELIMITED BY "  "
041200             " ----" DELIMITED BY SIZE
041300             INTO WMNU-DISP-LINE (WMNU-DISP-COUNT)
041400         MOVE WMNU-ME-APPL (WMNU-MENU-SUB) TO WMNU-LAST-APPL
041500     END-IF.
041600     MOVE WMNU-MENU-SUB TO WMNU-PL-NUMBER.
041700     MOVE WMNU-ME-PROGRAM (WMNU-MENU-SUB) TO WMNU-PL-PROGRAM.
041800     MOVE WMNU-ME-DESC (WMNU-MENU-SUB) TO WMNU-PL-DESC.
041900     ADD 1 TO WMNU-DISP-COUNT.
042000     MOVE WMNU-PROGRAM-LINE TO WMNU-DISP-LINE (WMNU-DISP-COUNT).
042100     GO TO 1310-EXIT.
042200 1310-EXIT.
042300     EXIT.
042400
042500**-----------------------------------------------------------**
042600**  2000-SHOW-MENU                                           **
042700**  A number with ENTER (or R) runs that program; with HELP  **
042800**  (or H) it shows the program's help topic.                **
042900**-----------------------------------------------------------**
043000 2000-SHOW-MENU.
043100     PERFORM 2900-BUILD-PAGE THRU 2900-EXIT.
043200     MOVE SPACE TO WMNU-FUNCTION.
043300     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
043400     DISPLAY WMNU-MENU-SCREEN.
043500     ACCEPT WMNU-MENU-SCREEN.
043600     MOVE SPACES TO WMNU-MSG.
043700     INSPECT WMNU-FUNCTION CONVERTING "rhq" TO "RHQ".
043800     IF WMNU-KEY-PF7
043900         IF WMNU-TOP > 14
044000             SUBTRACT 14 FROM WMNU-TOP
044100         ELSE
044200             MOVE 1 TO WMNU-TOP
044300         END-IF
044400         GO TO 2000-EXIT
044500     END-IF.
044600     IF WMNU-KEY-PF8
044700         IF WMNU-TOP + 14 NOT > WMNU-DISP-COUNT
044800             ADD 14 TO WMNU-TOP
044900         END-IF
045000         GO TO 2000-EXIT
045100     END-IF.
045200     IF WMNU-KEY-HELP
045300         MOVE "H" TO WMNU-FUNCTION
045400     END-IF.
045500     EVALUATE WMNU-FUNCTION
045600         WHEN "Q"
045700             SET WMNU-DONE TO TRUE
045800         WHEN SPACE
045900             IF WMNU-SELECT NOT = 0
046000                 PERFORM 2100-RUN-PROGRAM THRU 2100-EXIT
046100             END-IF
046200         WHEN "R"
046300             PERFORM 2100-RUN-PROGRAM THRU 2100-EXIT
046400         WHEN "H"
046500             PERFORM 2200-SHOW-HELP THRU 2200-EXIT
046600         WHEN OTHER
046700             MOVE "Function must be R, H, or Q." TO WMNU-MSG
046800     END-EVALUATE.
046900     GO TO 2000-EXIT.
047000 2000-EXIT.
047100     EXIT.
047200
047300**-----------------------------------------------------------**
047400**  2050-CHECK-SELECT                                        **
047500**-----------------------------------------------------------**
047600 2050-CHECK-SELECT.
047700     MOVE "N" TO WMNU-VALID-SW.
047800     IF WMNU-SELECT = 0
047900             OR WMNU-SELECT > WMNU-MENU-COUNT
048000         MOVE "Enter the number of a program on the menu."
048100             TO WMNU-MSG
048200         GO TO 2050-EXIT
048300     END-IF.
048400     SET WMNU-SELECT-VALID TO TRUE.
048500     GO TO 2050-EXIT.
048600 2050-EXIT.
048700     EXIT.
048800
048900**-----------------------------------------------------------**
049000**  2100-RUN-PROGRAM                                         **
049100**  Through WCLINKX, never a direct CALL, so the run is      **
049200**  checked, logged to WISPLINK.LOG and counted in           **
049300**  WISPSTAT.DAT like any other dispatch.                    **
049400**-----------------------------------------------------------**
049500 2100-RUN-PROGRAM.
049600     PERFORM 2050-CHECK-SELECT THRU 2050-EXIT.
049700     IF NOT WMNU-SELECT-VALID
049800         GO TO 2100-EXIT
049900     END-IF.
050000     MOVE WMNU-ME-PROGRAM (WMNU-SELECT) TO WMNU-RUN-PROGRAM.
050100     MOVE SPACES TO WMNU-PARM-AREA.
050200     MOVE 0 TO WMNU-RETURN-VALUE.
050300     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
050400     CALL "WCLINKX" USING
050500         WMNU-RUN-PROGRAM
050600         WMNU-PARM (1)  WMNU-PARM (2)  WMNU-PARM (3)
050700         WMNU-PARM (4)  WMNU-PARM (5)  WMNU-PARM (6)
050800         WMNU-PARM (7)  WMNU-PARM (8)  WMNU-PARM (9)
050900         WMNU-PARM (10) WMNU-PARM (11) WMNU-PARM (12)
051000         WMNU-PARM (13) WMNU-PARM (14) WMNU-PARM (15)
051100         WMNU-PARM (16) WMNU-PARM (17) WMNU-PARM (18)
051200         WMNU-PARM (19) WMNU-PARM (20) WMNU-PARM (21)
051300         WMNU-PARM (22) WMNU-PARM (23) WMNU-PARM (24)
051400         WMNU-PARM (25) WMNU-PARM (26) WMNU-PARM (27)
051500         WMNU-PARM (28) WMNU-PARM (29) WMNU-PARM (30)
051600         WMNU-PARM (31) WMNU-PARM (32)
051700         WMNU-RETURN-VALUE.
051800     MOVE SPACES TO WMNU-MSG.
051900     EVALUATE WMNU-RETURN-VALUE
052000         WHEN 1
052100             STRING WMNU-RUN-PROGRAM DELIMITED BY SPACE
052200                 " finished." DELIMITED BY SIZE
052300                 INTO WMNU-MSG
052400         WHEN 91
052500             STRING WMNU-RUN-PROGRAM DELIMITED BY SPACE
052600                 " is not installed (91)." DELIMITED BY SIZE
052700                 INTO WMNU-MSG
052800         WHEN 92
052900             STRING WMNU-RUN-PROGRAM DELIMITED BY SPACE
053000                 " could not be loaded (92)." DELIMITED BY SIZE
053100                 INTO WMNU-MSG
053200         WHEN 93
053300             STRING WMNU-RUN-PROGRAM DELIMITED BY SPACE
053400                 " is not on the approved-programs list (93)."
053500                 DELIMITED BY SIZE
053600                 INTO WMNU-MSG
053700         WHEN 94
053800             STRING "You are not permitted to run "
053900                 DELIMITED BY SIZE
054000                 WMNU-RUN-PROGRAM DELIMITED BY SPACE
054100                 " (94)." DELIMITED BY SIZE
054200                 INTO WMNU-MSG
054300         WHEN OTHER
054400             MOVE WMNU-RETURN-VALUE TO WMNU-RETURN-D
054500             STRING WMNU-RUN-PROGRAM DELIMITED BY SPACE
054600                 " ended with RETURN-VALUE " DELIMITED BY SIZE
054700                 WMNU-RETURN-D DELIMITED BY SIZE
054800                 "." DELIMITED BY SIZE
054900                 INTO WMNU-MSG
055000     END-EVALUATE.
055100     MOVE 0 TO WMNU-SELECT.
055200     GO TO 2100-EXIT.
055300 2100-EXIT.
055400     EXIT.
055500
055600**-----------------------------------------------------------**
055700**  2200-SHOW-HELP                                           **
055800**  Through WACUHELP, as the HELP key anywhere else, so the  **
055900**  press is logged to WISPHLP.LOG.  The program's topic is  **
056000**  its blank-field one.                                     **
056100**-----------------------------------------------------------**
056200 2200-SHOW-HELP.
056300     PERFORM 2050-CHECK-SELECT THRU 2050-EXIT.
056400     IF NOT WMNU-SELECT-VALID
056500         GO TO 2200-EXIT
056600     END-IF.
056700     MOVE WMNU-ME-PROGRAM (WMNU-SELECT) TO WMNU-HELP-PROGRAM.
056800     MOVE SPACES TO WMNU-HELP-FIELD.
056900     CALL "WACUHELP" USING WMNU-HELP-PROGRAM WMNU-HELP-FIELD.
057000     GO TO 2200-EXIT.
057100 2200-EXIT.
057200     EXIT.
057300
057400**-----------------------------------------------------------**
057500**  2900-BUILD-PAGE                                          **
057600**-----------------------------------------------------------**
057700 2900-BUILD-PAGE.
057800     MOVE SPACES TO WMNU-LIST-AREA.
057900     MOVE 0 TO WMNU-LINE-SUB.
058000     MOVE WMNU-TOP TO WMNU-DISP-SUB.
058100     PERFORM 2910-BUILD-LIST-LINE THRU 2910-EXIT
058200         UNTIL WMNU-LINE-SUB = 14
058300            OR WMNU-DISP-SUB > WMNU-DISP-COUNT.
058400     MOVE SPACES TO WMNU-POSITION-MSG.
058500     IF WMNU-DISP-COUNT = 0
058600         GO TO 2900-EXIT
058700     END-IF.
058800     COMPUTE WMNU-LAST = WMNU-TOP + WMNU-LINE-SUB - 1.
058900     MOVE WMNU-TOP TO WMNU-FROM-D.
059000     MOVE WMNU-LAST TO WMNU-TO-D.
059100     MOVE WMNU-DISP-COUNT TO WMNU-COUNT-D.
059200     STRING "Lines " DELIMITED BY SIZE
059300         WMNU-FROM-D DELIMITED BY SIZE
059400         " to " DELIMITED BY SIZE
059500         WMNU-TO-D DELIMITED BY SIZE
059600         " of " DELIMITED BY SIZE
059700         WMNU-COUNT-D DELIMITED BY SIZE
059800         INTO WMNU-POSITION-MSG.
059900     GO TO 2900-EXIT.
060000 2900-EXIT.
060100     EXIT.
060200
060300**-----------------------------------------------------------**
060400**  2910-BUILD-LIST-LINE                                     **
060500**-----------------------------------------------------------**
060600 2910-BUILD-LIST-LINE.
060700     ADD 1 TO WMNU-LINE-SUB.
060800     MOVE WMNU-DISP-LINE (WMNU-DISP-SUB)
060900         TO WMNU-LIST-LINE (WMNU-LINE-SUB).
061000     ADD 1 TO WMNU-DISP-SUB.
061100     GO TO 2910-EXIT.
061200 2910-EXIT.
061300     EXIT.
061400
061500 9999-EXIT.
061600     EXIT PROGRAM.
061700 9999-STOP.
061800     STOP RUN.
