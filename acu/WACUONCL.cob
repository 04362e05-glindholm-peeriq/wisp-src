000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACUONCL.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Maintain the WISPONCL.DAT on-call roster the
000900**               WISPPAGE pager feed works from.  Each date has
001000**               a day, evening and night shift (the WOPMS-SHIFT
001100**               codes D, E and N), and each shift names a
001200**               primary operator - paged for a new alert - and
001300**               optionally a backup, paged when the alert is
001400**               escalated.  Both must be active on the
001500**               WISPOPMS.DAT operator master.  R)epeat copies a
001600**               date's shifts forward over the following days
001700**               without touching a shift already filled in, so
001800**               a standing rota is keyed once; L)ist pages the
001900**               roster from a date.
002000**
002100**   Build:      ccbl -Da4 -o WACUONCL.acu WACUONCL.cob
002200**
002300**   Modifications:
002400**     dgh  Original version.
002420**     dgh  Reject dates that do not exist (31 April, 29
002440**          February outside a leap year) on the key edit.
002500**
002600
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.
002900     WACUONCL.
003000 REMARKS.
003100     Online maintenance screen for the on-call roster.
003200
003300 ENVIRONMENT DIVISION.
003400
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.
003700     CRT STATUS IS WONM-CRT-STATUS.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT WISPONCL-FILE ASSIGN TO "WISPONCL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS WONCL-KEY
004500         FILE STATUS IS WONCL-FILE-STATUS.
004600
004700 DATA DIVISION.
004800
004900 FILE SECTION.
005000 FD  WISPONCL-FILE.
005100     COPY "wisponcl.cpy".
005200
005300 WORKING-STORAGE SECTION.
005400 01  WONCL-FILE-STATUS        PIC XX.
005500     88  WONCL-FILE-OK             VALUE "00".
005600
005700 01  WONM-CRT-STATUS          PIC 9(04).
005800     88  WONM-KEY-PF7              VALUE 2007.
005900     88  WONM-KEY-PF8              VALUE 2008.
006000
006100 01  WONM-DONE-SW             PIC X(01) VALUE "N".
006200     88  WONM-DONE                 VALUE "Y".
006300 01  WONM-EOF-SW              PIC X(01) VALUE "N".
006400     88  WONM-EOF                  VALUE "Y".
006500 01  WONM-VALID-SW            PIC X(01) VALUE "N".
006600     88  WONM-VALID                VALUE "Y".
006700 01  WONM-LIST-DONE-SW        PIC X(01) VALUE "N".
006800     88  WONM-LIST-DONE            VALUE "Y".
006900
007000 01  WONM-FUNCTION            PIC X(01) VALUE SPACES.
007100     88  WONM-FUNC-ADD             VALUE "A" "a".
007200     88  WONM-FUNC-CHANGE          VALUE "C" "c".
007300     88  WONM-FUNC-DELETE          VALUE "D" "d".
007400     88  WONM-FUNC-REPEAT          VALUE "R" "r".
007500     88  WONM-FUNC-LIST            VALUE "L" "l".
007600     88  WONM-FUNC-QUIT            VALUE "Q" "q".
007700
007800 01  WONM-SAVE                PIC X(01) VALUE SPACES.
007900     88  WONM-SAVE-YES             VALUE "Y" "y".
008000 01  WONM-CONFIRM             PIC X(01) VALUE SPACES.
008100     88  WONM-CONFIRM-YES          VALUE "Y" "y".
008200
008300 01  WONM-OPERATOR            PIC X(08) VALUE SPACES.
008400 01  WONM-TODAY               PIC X(08) VALUE SPACES.
008500
008600*    Key screen entries.
008700 01  WONM-DATE                PIC X(08) VALUE SPACES.
008800 01  WONM-DATE-PARTS REDEFINES WONM-DATE.
008900     05  WONM-DATE-YYYY       PIC 9(04).
009000     05  WONM-DATE-MM         PIC 9(02).
009100     05  WONM-DATE-DD         PIC 9(02).
009200 01  WONM-SHIFT               PIC X(01) VALUE SPACES.
009300     88  WONM-SHIFT-VALID          VALUE "D" "E" "N".
009400
009500 01  WONM-SHIFT-DESC          PIC X(10) VALUE SPACES.
009600 01  WONM-PRIMARY-NAME        PIC X(30) VALUE SPACES.
009700 01  WONM-BACKUP-NAME         PIC X(30) VALUE SPACES.
009800 01  WONM-OPR-STATUS          PIC X(01) VALUE SPACES.
009900 01  WONM-CHANGED-DESC        PIC X(30) VALUE SPACES.
010000
010100*    R)epeat - the source date's three shifts, copied to each
010200*    of the following days in turn.
010300 01  WONM-REPEAT-DAYS         PIC 9(02) VALUE 0.
010400 01  WONM-SHIFT-CODES         PIC X(03) VALUE "DEN".
010500 01  WONM-SHIFT-CODE-TABLE REDEFINES WONM-SHIFT-CODES.
010600     05  WONM-SHIFT-CODE OCCURS 3 PIC X(01).
010700 01  WONM-SOURCE-TABLE.
010800     05  WONM-SOURCE-ENTRY OCCURS 3 TIMES.
010900         10  WONM-SRC-PRESENT PIC X(01).
011000         10  WONM-SRC-PRIMARY PIC X(08).
011100         10  WONM-SRC-BACKUP  PIC X(08).
011200 01  WONM-SHIFT-SUB           PIC 9(03) COMP VALUE 0.
011300 01  WONM-DAY-SUB             PIC 9(03) COMP VALUE 0.
011400 01  WONM-SOURCE-COUNT        PIC 9(03) COMP VALUE 0.
011500 01  WONM-ADDED-COUNT         PIC 9(05) COMP VALUE 0.
011600 01  WONM-KEPT-COUNT          PIC 9(05) COMP VALUE 0.
011700 01  WONM-DATE-NUM            PIC 9(08) VALUE 0.
011800 01  WONM-DAY-NUMBER          PIC S9(09) COMP VALUE 0.
011900 01  WONM-TARGET-DATE         PIC 9(08) VALUE 0.
011910 01  WONM-LAST-DAY            PIC 9(02) VALUE 0.
011920 01  WONM-LEAP-QUOT           PIC 9(04) COMP VALUE 0.
011930 01  WONM-LEAP-REM            PIC 9(04) COMP VALUE 0.
011940 01  WONM-MONTH-DAY-VALUES.
011950     05  FILLER               PIC X(24)
011960             VALUE "312831303130313130313031".
011970 01  WONM-MONTH-DAY-TABLE REDEFINES WONM-MONTH-DAY-VALUES.
011980     05  WONM-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
012000 01  WONM-ADDED-D             PIC ZZZZ9.
012100 01  WONM-KEPT-D              PIC ZZZZ9.
012200
012300*    The roster from the L)ist date on.
012400 01  WONM-LIST-TABLE.
012500     05  WONM-LT-COUNT        PIC 9(03) COMP VALUE 0.
012600     05  WONM-LT-LINE OCCURS 300 TIMES
012700                              PIC X(75).
012800 01  WONM-LT-SUB              PIC 9(03) COMP VALUE 0.
012900 01  WONM-LIST-TOP            PIC 9(03) COMP VALUE 1.
013000 01  WONM-LIST-LINES          PIC 9(03) COMP VALUE 14.
013100 01  WONM-PAGE-SUB            PIC 9(03) COMP VALUE 0.
013200 01  WONM-LIST-GROUP.
013300     05  WONM-LIST-LINE OCCURS 14 PIC X(75).
013400 01  WONM-POSITION-MSG        PIC X(40) VALUE SPACES.
013500 01  WONM-TOP-D               PIC ZZ9.
013600 01  WONM-COUNT-D             PIC ZZ9.
013700
013800 01  WONM-MSG                 PIC X(60) VALUE SPACES.
013900
014000 SCREEN SECTION.
014100 01  WONM-KEY-SCREEN.
014200     05  LINE 1 COL 17 BOLD VALUE
014300         "**** WISP ON-CALL ROSTER MAINTENANCE ****".
014400     05  LINE 4 COL 5 VALUE "Date......:".
014500     05  LINE 4 COL 18 PIC X(08) USING WONM-DATE.
014600     05  LINE 4 COL 28 VALUE "(YYYYMMDD, blank = today)".
014700     05  LINE 5 COL 5 VALUE "Shift.....:".
014800     05  LINE 5 COL 18 PIC X(01) USING WONM-SHIFT.
014900     05  LINE 5 COL 28 VALUE "(D=Day  E=Evening  N=Night)".
015000     05  LINE 8 COL 5 VALUE
015100         "Function: A)dd  C)hange  D)elete  R)epeat  L)ist".
015200     05  LINE 9 COL 15 VALUE "Q)uit  =>".
015300     05  LINE 9 COL 25 PIC X(01) USING WONM-FUNCTION.
015400     05  LINE 11 COL 5 VALUE
015500         "(R)epeat and L)ist take the date alone)".
015600
015700 01  WONM-DETAIL-SCREEN.
015800     05  LINE 1 COL 17 BOLD VALUE
015900         "**** WISP ON-CALL ROSTER MAINTENANCE ****".
016000     05  LINE 3 COL 5 VALUE "Date......:".
016100     05  LINE 3 COL 18 PIC X(08) FROM WONCL-DATE.
016200     05  LINE 3 COL 30 VALUE "Shift:".
016300     05  LINE 3 COL 37 PIC X(10) FROM WONM-SHIFT-DESC.
016400     05  LINE 5 COL 5 VALUE "Primary...:".
016500     05  LINE 5 COL 18 PIC X(08) USING WONCL-PRIMARY.
016600     05  LINE 5 COL 30 PIC X(30) FROM WONM-PRIMARY-NAME.
016700     05  LINE 6 COL 5 VALUE "Backup....:".
016800     05  LINE 6 COL 18 PIC X(08) USING WONCL-BACKUP.
016900     05  LINE 6 COL 30 PIC X(30) FROM WONM-BACKUP-NAME.
017000     05  LINE 7 COL 18 VALUE
017100         "(paged on escalation - blank = the supervisor)".
017200     05  LINE 9 COL 5 VALUE "Changed...:".
017300     05  LINE 9 COL 18 PIC X(30) FROM WONM-CHANGED-DESC.
017400     05  LINE 12 COL 5 VALUE "Save this shift? (Y/N):".
017500     05  LINE 12 COL 30 PIC X(01) USING WONM-SAVE.
017600
017700 01  WONM-DELETE-SCREEN.
017800     05  LINE 1 COL 17 BOLD VALUE
017900         "**** WISP ON-CALL ROSTER MAINTENANCE ****".
018000     05  LINE 3 COL 5 VALUE "Date......:".
018100     05  LINE 3 COL 18 PIC X(08) FROM WONCL-DATE.
018200     05  LINE 3 COL 30 VALUE "Shift:".
018300     05  LINE 3 COL 37 PIC X(10) FROM WONM-SHIFT-DESC.
018400     05  LINE 5 COL 5 VALUE "Primary...:".
018500     05  LINE 5 COL 18 PIC X(08) FROM WONCL-PRIMARY.
018600     05  LINE 5 COL 30 PIC X(30) FROM WONM-PRIMARY-NAME.
018700     05  LINE 6 COL 5 VALUE "Backup....:".
018800     05  LINE 6 COL 18 PIC X(08) FROM WONCL-BACKUP.
018900     05  LINE 6 COL 30 PIC X(30) FROM WONM-BACKUP-NAME.
019000     05  LINE 9 COL 5 VALUE "Delete this shift? (Y/N):".
019100     05  LINE 9 COL 32 PIC X(01) USING WONM-CONFIRM.
019200
019300 01  WONM-REPEAT-SCREEN.
019400     05  LINE 1 COL 17 BOLD VALUE
019500         "**** WISP ON-CALL ROSTER MAINTENANCE ****".
019600     05  LINE 3 COL 5 VALUE "Copy the shifts of:".
019700     05  LINE 3 COL 25 PIC X(08) FROM WONM-DATE.
019800     05  LINE 5 COL 5 VALUE "To the following days (1-31):".
019900     05  LINE 5 COL 36 PIC 9(02) USING WONM-REPEAT-DAYS.
020000     05  LINE 7 COL 5 VALUE
020100         "Shifts already on the roster are left as they are.".
020200
020300 01  WONM-LIST-SCREEN.
020400     05  LINE 1 COL 17 BOLD VALUE
020500         "**** WISP ON-CALL ROSTER MAINTENANCE ****".
020600     05  LINE 2 COL 3 VALUE
020700         "DATE     S PRIMARY  NAME                 BACKUP".
020800     05  LINE 2 COL 51 VALUE "NAME".
020900     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 14
021000         FROM WONM-LIST-LINE.
021100     05  LINE 18 COL 3 PIC X(40) FROM WONM-POSITION-MSG.
021200     05  LINE 22 COL 5 BOLD VALUE
021300         "(ENTER)=Return  (PF7/PF8)=Page".
021400
021500 01  WONM-MSG-SCREEN.
021600     05  LINE 1 COL 5 PIC X(60) FROM WONM-MSG.
021700     05  LINE 2 COL 5 VALUE "Press (ENTER) to continue.".
021800
021900 PROCEDURE DIVISION.
022000
022100 0000-START.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
022400         UNTIL WONM-DONE.
022500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022600     GO TO 9999-EXIT.
022700
022800**-----------------------------------------------------------**
022900**  1000-INITIALIZE                                          **
023000**  Open the roster, creating it the first time it is used.  **
023100**-----------------------------------------------------------**
023200 1000-INITIALIZE.
023300     ACCEPT WONM-OPERATOR FROM ENVIRONMENT "USER".
023400     OPEN I-O WISPONCL-FILE.
023500     IF NOT WONCL-FILE-OK
023600         OPEN OUTPUT WISPONCL-FILE
023700         CLOSE WISPONCL-FILE
023800         OPEN I-O WISPONCL-FILE
023900     END-IF.
024000     GO TO 1000-EXIT.
024100 1000-EXIT.
024200     EXIT.
024300
024400**-----------------------------------------------------------**
024500**  2000-PROCESS-FUNCTION                                    **
024600**-----------------------------------------------------------**
024700 2000-PROCESS-FUNCTION.
024800     MOVE SPACES TO WONM-FUNCTION.
024900     MOVE SPACES TO WONM-MSG.
025000     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
025100     DISPLAY WONM-KEY-SCREEN.
025200     ACCEPT WONM-KEY-SCREEN.
025300     IF WONM-FUNC-QUIT
025400         SET WONM-DONE TO TRUE
025500         GO TO 2000-EXIT
025600     END-IF.
025700     PERFORM 2050-EDIT-KEY THRU 2050-EXIT.
025800     IF NOT WONM-VALID
025900         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
026000         GO TO 2000-EXIT
026100     END-IF.
026200     EVALUATE TRUE
026300         WHEN WONM-FUNC-ADD
026400             PERFORM 2100-ADD-SHIFT THRU 2100-EXIT
026500         WHEN WONM-FUNC-CHANGE
026600             PERFORM 2200-CHANGE-SHIFT THRU 2200-EXIT
026700         WHEN WONM-FUNC-DELETE
026800             PERFORM 2300-DELETE-SHIFT THRU 2300-EXIT
026900         WHEN WONM-FUNC-REPEAT
027000             PERFORM 2500-REPEAT-DATE THRU 2500-EXIT
027100         WHEN WONM-FUNC-LIST
027200             PERFORM 2400-LIST-ROSTER THRU 2400-EXIT
027300         WHEN OTHER
027400             MOVE "Invalid function - enter A, C, D, R, L or Q."
027500                 TO WONM-MSG
027600             PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
027700     END-EVALUATE.
027800     GO TO 2000-EXIT.
027900 2000-EXIT.
028000     EXIT.
028100
028200**-----------------------------------------------------------**
028300**  2050-EDIT-KEY                                            **
028400**  A blank date is today.  A shift is needed for A, C and   **
028500**  D; R)epeat and L)ist work on the whole date.             **
028600**-----------------------------------------------------------**
028700 2050-EDIT-KEY.
028800     MOVE "N" TO WONM-VALID-SW.
028900     IF WONM-DATE = SPACES
029000         ACCEPT WONM-DATE FROM DATE YYYYMMDD
029100     END-IF.
029200     IF WONM-DATE IS NOT NUMERIC
029300         MOVE "Date must be YYYYMMDD." TO WONM-MSG
029400         GO TO 2050-EXIT
029500     END-IF.
029520     IF WONM-DATE-MM < 1 OR WONM-DATE-MM > 12
029540             OR WONM-DATE-DD < 1 OR WONM-DATE-YYYY < 1601
029560         MOVE "Date must be YYYYMMDD." TO WONM-MSG
029580         GO TO 2050-EXIT
029600     END-IF.
029620     MOVE WONM-MONTH-DAYS (WONM-DATE-MM) TO WONM-LAST-DAY.
029640     IF WONM-DATE-MM = 2
029660         PERFORM 2060-CHECK-LEAP-YEAR THRU 2060-EXIT
029680     END-IF.
029700     IF WONM-DATE-DD > WONM-LAST-DAY
029720         MOVE "No such date - check month and day." TO WONM-MSG
029740         GO TO 2050-EXIT
029760     END-IF.
030100     INSPECT WONM-SHIFT CONVERTING "den" TO "DEN".
030200     IF (WONM-FUNC-ADD OR WONM-FUNC-CHANGE
030300             OR WONM-FUNC-DELETE)
030400             AND NOT WONM-SHIFT-VALID
030500         MOVE "Shift must be D, E or N." TO WONM-MSG
030600         GO TO 2050-EXIT
030700     END-IF.
030800     MOVE WONM-DATE TO WONCL-DATE.
030900     MOVE WONM-SHIFT TO WONCL-SHIFT.
031000     SET WONM-VALID TO TRUE.
031100     GO TO 2050-EXIT.
031200 2050-EXIT.
031300     EXIT.
031302
031304**-----------------------------------------------------------**
031306**  2060-CHECK-LEAP-YEAR                                     **
031308**  February has 29 days in a year divisible by 4, except   **
031310**  century years not divisible by 400.                    **
031312**-----------------------------------------------------------**
031314 2060-CHECK-LEAP-YEAR.
031316     DIVIDE WONM-DATE-YYYY BY 4 GIVING WONM-LEAP-QUOT
031318         REMAINDER WONM-LEAP-REM.
031320     IF WONM-LEAP-REM NOT = 0
031322         GO TO 2060-EXIT
031324     END-IF.
031326     DIVIDE WONM-DATE-YYYY BY 100 GIVING WONM-LEAP-QUOT
031328         REMAINDER WONM-LEAP-REM.
031330     IF WONM-LEAP-REM = 0
031332         DIVIDE WONM-DATE-YYYY BY 400 GIVING WONM-LEAP-QUOT
031334             REMAINDER WONM-LEAP-REM
031336         IF WONM-LEAP-REM NOT = 0
031338             GO TO 2060-EXIT
031340         END-IF
031342     END-IF.
031344     MOVE 29 TO WONM-LAST-DAY.
031346     GO TO 2060-EXIT.
031348 2060-EXIT.
031350     EXIT.
031400
031500**-----------------------------------------------------------**
031600**  2100-ADD-SHIFT                                           **
031700**-----------------------------------------------------------**
031800 2100-ADD-SHIFT.
031900     READ WISPONCL-FILE
032000         INVALID KEY
032100             CONTINUE
032200     END-READ.
032300     IF WONCL-FILE-OK
032400         MOVE "Shift already on the roster - use Change."
032500             TO WONM-MSG
032600         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
032700         GO TO 2100-EXIT
032800     END-IF.
032900     MOVE WONM-DATE TO WONCL-DATE.
033000     MOVE WONM-SHIFT TO WONCL-SHIFT.
033100     MOVE SPACES TO WONCL-PRIMARY.
033200     MOVE SPACES TO WONCL-BACKUP.
033300     MOVE SPACES TO WONCL-CHANGED-BY.
033400     MOVE SPACES TO WONCL-CHANGED-DATE.
033500     PERFORM 3000-EDIT-SHIFT THRU 3000-EXIT.
033600     IF NOT WONM-VALID
033700         MOVE "Add cancelled." TO WONM-MSG
033800         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
033900         GO TO 2100-EXIT
034000     END-IF.
034100     PERFORM 3500-SET-STAMPS THRU 3500-EXIT.
034200     WRITE WISPONCL-RECORD
034300         INVALID KEY
034400             MOVE "Shift already on the roster - use Change."
034500                 TO WONM-MSG
034600         NOT INVALID KEY
034700             MOVE "Shift added." TO WONM-MSG
034800     END-WRITE.
034900     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
035000     GO TO 2100-EXIT.
035100 2100-EXIT.
035200     EXIT.
035300
035400**-----------------------------------------------------------**
035500**  2200-CHANGE-SHIFT                                        **
035600**-----------------------------------------------------------**
035700 2200-CHANGE-SHIFT.
035800     READ WISPONCL-FILE
035900         INVALID KEY
036000             MOVE "Shift not on the roster - use Add."
036100                 TO WONM-MSG
036200     END-READ.
036300     IF NOT WONCL-FILE-OK
036400         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
036500         GO TO 2200-EXIT
036600     END-IF.
036700     PERFORM 3000-EDIT-SHIFT THRU 3000-EXIT.
036800     IF NOT WONM-VALID
036900         MOVE "Change cancelled." TO WONM-MSG
037000         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
037100         GO TO 2200-EXIT
037200     END-IF.
037300     PERFORM 3500-SET-STAMPS THRU 3500-EXIT.
037400     REWRITE WISPONCL-RECORD
037500         INVALID KEY
037600             MOVE "Unable to update shift." TO WONM-MSG
037700         NOT INVALID KEY
037800             MOVE "Shift updated." TO WONM-MSG
037900     END-REWRITE.
038000     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
038100     GO TO 2200-EXIT.
038200 2200-EXIT.
038300     EXIT.
038400
038500**-----------------------------------------------------------**
038600**  2300-DELETE-SHIFT                                        **
038700**  An alert raised in a shift with no roster entry is       **
038800**  logged by WISPPAGE as nobody to page.                    **
038900**-----------------------------------------------------------**
039000 2300-DELETE-SHIFT.
039100     READ WISPONCL-FILE
039200         INVALID KEY
039300             MOVE "Shift not on the roster." TO WONM-MSG
039400     END-READ.
039500     IF NOT WONCL-FILE-OK
039600         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
039700         GO TO 2300-EXIT
039800     END-IF.
039900     PERFORM 3150-BUILD-DESCRIPTIONS THRU 3150-EXIT.
040000     MOVE SPACES TO WONM-CONFIRM.
040100     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
040200     DISPLAY WONM-DELETE-SCREEN.
040300     ACCEPT WONM-DELETE-SCREEN.
040400     IF NOT WONM-CONFIRM-YES
040500         MOVE "Delete cancelled." TO WONM-MSG
040600         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
040700         GO TO 2300-EXIT
040800     END-IF.
040900     DELETE WISPONCL-FILE
041000         INVALID KEY
041100             MOVE "Unable to delete shift." TO WONM-MSG
041200         NOT INVALID KEY
041300             MOVE "Shift deleted." TO WONM-MSG
041400     END-DELETE.
041500     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
041600     GO TO 2300-EXIT.
041700 2300-EXIT.
041800     EXIT.
041900
042000**-----------------------------------------------------------**
042100**  2400-LIST-ROSTER                                         **
042200**  Page the roster from the date keyed on.                  **
042300**-----------------------------------------------------------**
042400 2400-LIST-ROSTER.
042500     PERFORM 2420-LOAD-ROSTER THRU 2420-EXIT.
042600     MOVE "N" TO WONM-LIST-DONE-SW.
042700     MOVE 1 TO WONM-LIST-TOP.
042800     PERFORM 2410-SHOW-LIST-PAGE THRU 2410-EXIT
042900         UNTIL WONM-LIST-DONE.
043000     GO TO 2400-EXIT.
043100 2400-EXIT.
043200     EXIT.
043300
043400**-----------------------------------------------------------**
043500**  2410-SHOW-LIST-PAGE                                      **
043600**-----------------------------------------------------------**
043700 2410-SHOW-LIST-PAGE.
043800     MOVE SPACES TO WONM-LIST-GROUP.
043900     MOVE WONM-LIST-TOP TO WONM-LT-SUB.
044000     MOVE 1 TO WONM-PAGE-SUB.
044100     PERFORM 2440-COPY-LIST-LINE THRU 2440-EXIT
044200         UNTIL WONM-PAGE-SUB > WONM-LIST-LINES
044300            OR WONM-LT-SUB > WONM-LT-COUNT.
044400     MOVE WONM-LIST-TOP TO WONM-TOP-D.
044500     MOVE WONM-LT-COUNT TO WONM-COUNT-D.
044600     MOVE SPACES TO WONM-POSITION-MSG.
044700     IF WONM-LT-COUNT = 0
044800         MOVE "Nothing on the roster from this date."
044900             TO WONM-POSITION-MSG
045000     ELSE
045100         STRING "Roster shifts " DELIMITED BY SIZE
045200             WONM-TOP-D DELIMITED BY SIZE
045300             " of " DELIMITED BY SIZE
045400             WONM-COUNT-D DELIMITED BY SIZE
045500             INTO WONM-POSITION-MSG
045600     END-IF.
045700     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
045800     DISPLAY WONM-LIST-SCREEN.
045900     ACCEPT WONM-LIST-SCREEN.
046000     EVALUATE TRUE
046100         WHEN WONM-KEY-PF8
046200             IF (WONM-LIST-TOP + WONM-LIST-LINES) <=
046300                     WONM-LT-COUNT
046400                 ADD WONM-LIST-LINES TO WONM-LIST-TOP
046500             END-IF
046600         WHEN WONM-KEY-PF7
046700             IF WONM-LIST-TOP > WONM-LIST-LINES
046800                 SUBTRACT WONM-LIST-LINES FROM WONM-LIST-TOP
046900             ELSE
047000                 MOVE 1 TO WONM-LIST-TOP
047100             END-IF
047200         WHEN OTHER
047300             SET WONM-LIST-DONE TO TRUE
047400     END-EVALUATE.
047500     GO TO 2410-EXIT.
047600 2410-EXIT.
047700     EXIT.
047800
047900**-----------------------------------------------------------**
048000**  2420-LOAD-ROSTER                                         **
048100**  Up to 300 shifts - a hundred days - from the date on.    **
048200**-----------------------------------------------------------**
048300 2420-LOAD-ROSTER.
048400     MOVE 0 TO WONM-LT-COUNT.
048500     MOVE "N" TO WONM-EOF-SW.
048600     MOVE WONM-DATE TO WONCL-DATE.
048700     MOVE LOW-VALUES TO WONCL-SHIFT.
048800     START WISPONCL-FILE KEY IS NOT LESS THAN WONCL-KEY
048900         INVALID KEY
049000             SET WONM-EOF TO TRUE
049100     END-START.
049200     PERFORM 2430-LOAD-ONE-SHIFT THRU 2430-EXIT
049300         UNTIL WONM-EOF
049400            OR WONM-LT-COUNT = 300.
049500     GO TO 2420-EXIT.
049600 2420-EXIT.
049700     EXIT.
049800
049900**-----------------------------------------------------------**
050000**  2430-LOAD-ONE-SHIFT                                      **
050100**-----------------------------------------------------------**
050200 2430-LOAD-ONE-SHIFT.
050300     READ WISPONCL-FILE NEXT RECORD
050400         AT END SET WONM-EOF TO TRUE
050500     END-READ.
050600     IF WONM-EOF
050700         GO TO 2430-EXIT
050800     END-IF.
050900     PERFORM 3150-BUILD-DESCRIPTIONS THRU 3150-EXIT.
051000     ADD 1 TO WONM-LT-COUNT.
051100     MOVE SPACES TO WONM-LT-LINE (WONM-LT-COUNT).
051200     STRING WONCL-DATE DELIMITED BY SIZE
051300         " " DELIMITED BY SIZE
051400         WONCL-SHIFT DELIMITED BY SIZE
051500         " " DELIMITED BY SIZE
051600         WONCL-PRIMARY DELIMITED BY SIZE
051700         " " DELIMITED BY SIZE
051800         WONM-PRIMARY-NAME (1:20) DELIMITED BY SIZE
051900         " " DELIMITED BY SIZE
052000         WONCL-BACKUP DELIMITED BY SIZE
052100         " " DELIMITED BY SIZE
052200         WONM-BACKUP-NAME (1:20) DELIMITED BY SIZE
052300         INTO WONM-LT-LINE (WONM-LT-COUNT).
052400     GO TO 2430-EXIT.
052500 2430-EXIT.
052600     EXIT.
052700
052800**-----------------------------------------------------------**
052900**  2440-COPY-LIST-LINE                                      **
053000**-----------------------------------------------------------**
053100 2440-COPY-LIST-LINE.
053200     MOVE WONM-LT-LINE (WONM-LT-SUB)
053300         TO WONM-LIST-LINE (WONM-PAGE-SUB).
053400     ADD 1 TO WONM-PAGE-SUB.
053500     ADD 1 TO WONM-LT-SUB.
053600     GO TO 2440-EXIT.
053700 2440-EXIT.
053800     EXIT.
053900
054000**-----------------------------------------------------------**
054100**  2500-REPEAT-DATE                                         **
054200**  Copy the date's shifts to each of the following days.    **
054300**  A shift already on file for a day is kept - R)epeat only **
054400**  fills gaps, so a swap keyed ahead is never overwritten.  **
054500**-----------------------------------------------------------**
054600 2500-REPEAT-DATE.
054700     MOVE 0 TO WONM-SOURCE-COUNT.
054800     PERFORM 2510-LOAD-SOURCE-SHIFT THRU 2510-EXIT
054900         VARYING WONM-SHIFT-SUB FROM 1 BY 1
055000         UNTIL WONM-SHIFT-SUB > 3.
055100     IF WONM-SOURCE-COUNT = 0
055200         MOVE "No shifts on the roster for that date."
055300             TO WONM-MSG
055400         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
055500         GO TO 2500-EXIT
055600     END-IF.
055700     MOVE 0 TO WONM-REPEAT-DAYS.
055800     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
055900     DISPLAY WONM-REPEAT-SCREEN.
056000     ACCEPT WONM-REPEAT-SCREEN.
056100     IF WONM-REPEAT-DAYS < 1 OR WONM-REPEAT-DAYS > 31
056200         MOVE "Repeat cancelled - days must be 1 to 31."
056300             TO WONM-MSG
056400         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
056500         GO TO 2500-EXIT
056600     END-IF.
056700     MOVE 0 TO WONM-ADDED-COUNT.
056800     MOVE 0 TO WONM-KEPT-COUNT.
056900     MOVE WONM-DATE TO WONM-DATE-NUM.
057000     PERFORM 2520-REPEAT-ONE-DAY THRU 2520-EXIT
057100         VARYING WONM-DAY-SUB FROM 1 BY 1
057200         UNTIL WONM-DAY-SUB > WONM-REPEAT-DAYS.
057300     MOVE WONM-ADDED-COUNT TO WONM-ADDED-D.
057400     MOVE WONM-KEPT-COUNT TO WONM-KEPT-D.
057500     MOVE SPACES TO WONM-MSG.
057600     STRING "Shifts added:" DELIMITED BY SIZE
057700         WONM-ADDED-D DELIMITED BY SIZE
057800         "   already on the roster, kept:" DELIMITED BY SIZE
057900         WONM-KEPT-D DELIMITED BY SIZE
058000         INTO WONM-MSG.
058100     PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT.
058200     GO TO 2500-EXIT.
058300 2500-EXIT.
058400     EXIT.
058500
058600**-----------------------------------------------------------**
058700**  2510-LOAD-SOURCE-SHIFT                                   **
058800**-----------------------------------------------------------**
058900 2510-LOAD-SOURCE-SHIFT.
059000     MOVE "N" TO WONM-SRC-PRESENT (WONM-SHIFT-SUB).
059100     MOVE SPACES TO WONM-SRC-PRIMARY (WONM-SHIFT-SUB).
059200     MOVE SPACES TO WONM-SRC-BACKUP (WONM-SHIFT-SUB).
059300     MOVE WONM-DATE TO WONCL-DATE.
059400     MOVE WONM-SHIFT-CODE (WONM-SHIFT-SUB) TO WONCL-SHIFT.
059500     READ WISPONCL-FILE
059600         INVALID KEY
059700             GO TO 2510-EXIT
059800     END-READ.
059900     MOVE "Y" TO WONM-SRC-PRESENT (WONM-SHIFT-SUB).
060000     MOVE WONCL-PRIMARY TO WONM-SRC-PRIMARY (WONM-SHIFT-SUB).
060100     MOVE WONCL-BACKUP TO WONM-SRC-BACKUP (WONM-SHIFT-SUB).
060200     ADD 1 TO WONM-SOURCE-COUNT.
060300     GO TO 2510-EXIT.
060400 2510-EXIT.
060500     EXIT.
060600
060700**-----------------------------------------------------------**
060800**  2520-REPEAT-ONE-DAY                                      **
060900**-----------------------------------------------------------**
061000 2520-REPEAT-ONE-DAY.
061100     COMPUTE WONM-DAY-NUMBER =
061200         FUNCTION INTEGER-OF-DATE (WONM-DATE-NUM)
061300         + WONM-DAY-SUB.
061400     COMPUTE WONM-TARGET-DATE =
061500         FUNCTION DATE-OF-INTEGER (WONM-DAY-NUMBER).
061600     PERFORM 2530-REPEAT-ONE-SHIFT THRU 2530-EXIT
061700         VARYING WONM-SHIFT-SUB FROM 1 BY 1
061800         UNTIL WONM-SHIFT-SUB > 3.
061900     GO TO 2520-EXIT.
062000 2520-EXIT.
062100     EXIT.
062200
062300**-----------------------------------------------------------**
062400**  2530-REPEAT-ONE-SHIFT                                    **
062500**-----------------------------------------------------------**
062600 2530-REPEAT-ONE-SHIFT.
062700     IF WONM-SRC-PRESENT (WONM-SHIFT-SUB) NOT = "Y"
062800         GO TO 2530-EXIT
062900     END-IF.
063000     MOVE WONM-TARGET-DATE TO WONCL-DATE.
063100     MOVE WONM-SHIFT-CODE (WONM-SHIFT-SUB) TO WONCL-SHIFT.
063200     MOVE WONM-SRC-PRIMARY (WONM-SHIFT-SUB) TO WONCL-PRIMARY.
063300     MOVE WONM-SRC-BACKUP (WONM-SHIFT-SUB) TO WONCL-BACKUP.
063400     PERFORM 3500-SET-STAMPS THRU 3500-EXIT.
063500     WRITE WISPONCL-RECORD
063600         INVALID KEY
063700             ADD 1 TO WONM-KEPT-COUNT
063800         NOT INVALID KEY
063900             ADD 1 TO WONM-ADDED-COUNT
064000     END-WRITE.
064100     GO TO 2530-EXIT.
064200 2530-EXIT.
064300     EXIT.
064400
064500**-----------------------------------------------------------**
064600**  2900-SHOW-MESSAGE                                        **
064700**-----------------------------------------------------------**
064800 2900-SHOW-MESSAGE.
064900     DISPLAY WINDOW LINE 14 COL 1 SIZE 80 LINES 3 ERASE.
065000     DISPLAY WONM-MSG-SCREEN.
065100     ACCEPT OMITTED.
065200     GO TO 2900-EXIT.
065300 2900-EXIT.
065400     EXIT.
065500
065600**-----------------------------------------------------------**
065700**  3000-EDIT-SHIFT                                          **
065800**  Show the shift until it passes the edits or the operator **
065900**  answers N to saving it.                                  **
066000**-----------------------------------------------------------**
066100 3000-EDIT-SHIFT.
066200     MOVE "N" TO WONM-VALID-SW.
066300     MOVE "Y" TO WONM-SAVE.
066400     PERFORM 3100-SHOW-DETAIL THRU 3100-EXIT
066500         UNTIL WONM-VALID
066600            OR NOT WONM-SAVE-YES.
066700     GO TO 3000-EXIT.
066800 3000-EXIT.
066900     EXIT.
067000
067100**-----------------------------------------------------------**
067200**  3100-SHOW-DETAIL                                         **
067300**-----------------------------------------------------------**
067400 3100-SHOW-DETAIL.
067500     PERFORM 3150-BUILD-DESCRIPTIONS THRU 3150-EXIT.
067600     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
067700     DISPLAY WONM-DETAIL-SCREEN.
067800     ACCEPT WONM-DETAIL-SCREEN.
067900     IF NOT WONM-SAVE-YES
068000         GO TO 3100-EXIT
068100     END-IF.
068200     PERFORM 3200-VALIDATE THRU 3200-EXIT.
068300     IF NOT WONM-VALID
068400         PERFORM 2900-SHOW-MESSAGE THRU 2900-EXIT
068500     END-IF.
068600     GO TO 3100-EXIT.
068700 3100-EXIT.
068800     EXIT.
068900
069000**-----------------------------------------------------------**
069100**  3150-BUILD-DESCRIPTIONS                                  **
069200**-----------------------------------------------------------**
069300 3150-BUILD-DESCRIPTIONS.
069400     EVALUATE TRUE
069500         WHEN WONCL-SHIFT-DAY
069600             MOVE "Day" TO WONM-SHIFT-DESC
069700         WHEN WONCL-SHIFT-EVENING
069800             MOVE "Evening" TO WONM-SHIFT-DESC
069900         WHEN WONCL-SHIFT-NIGHT
070000             MOVE "Night" TO WONM-SHIFT-DESC
070100         WHEN OTHER
070200             MOVE SPACES TO WONM-SHIFT-DESC
070300     END-EVALUATE.
070400     MOVE SPACES TO WONM-PRIMARY-NAME.
070500     IF WONCL-PRIMARY NOT = SPACES
070600         CALL "WISPOPRN" USING WONCL-PRIMARY
070700             WONM-PRIMARY-NAME WONM-OPR-STATUS
070800     END-IF.
070900     MOVE SPACES TO WONM-BACKUP-NAME.
071000     IF WONCL-BACKUP NOT = SPACES
071100         CALL "WISPOPRN" USING WONCL-BACKUP
071200             WONM-BACKUP-NAME WONM-OPR-STATUS
071300     END-IF.
071400     MOVE SPACES TO WONM-CHANGED-DESC.
071500     IF WONCL-CHANGED-BY NOT = SPACES
071600         STRING WONCL-CHANGED-DATE DELIMITED BY SIZE
071700             " by " DELIMITED BY SIZE
071800             WONCL-CHANGED-BY DELIMITED BY SIZE
071900             INTO WONM-CHANGED-DESC
072000     END-IF.
072100     GO TO 3150-EXIT.
072200 3150-EXIT.
072300     EXIT.
072400
072500**-----------------------------------------------------------**
072600**  3200-VALIDATE                                            **
072700**  The primary is required; primary and backup must both   **
072800**  be active on the operator master, and must differ.       **
072900**-----------------------------------------------------------**
073000 3200-VALIDATE.
073100     MOVE "N" TO WONM-VALID-SW.
073200     IF WONCL-PRIMARY = SPACES
073300         MOVE "A primary operator is required." TO WONM-MSG
073400         GO TO 3200-EXIT
073500     END-IF.
073600     CALL "WISPOPRN" USING WONCL-PRIMARY
073700         WONM-PRIMARY-NAME WONM-OPR-STATUS.
073800     IF WONM-OPR-STATUS = "U"
073900         MOVE "Primary is not on the operator master."
074000             TO WONM-MSG
074100         GO TO 3200-EXIT
074200     END-IF.
074300     IF WONM-OPR-STATUS = "I"
074400         MOVE "Primary is marked inactive." TO WONM-MSG
074500         GO TO 3200-EXIT
074600     END-IF.
074700     IF WONCL-BACKUP = SPACES
074800         SET WONM-VALID TO TRUE
074900         GO TO 3200-EXIT
075000     END-IF.
075100     IF WONCL-BACKUP = WONCL-PRIMARY
075200         MOVE "Backup must be someone other than the primary."
075300             TO WONM-MSG
075400         GO TO 3200-EXIT
075500     END-IF.
075600     CALL "WISPOPRN" USING WONCL-BACKUP
075700         WONM-BACKUP-NAME WONM-OPR-STATUS.
075800     IF WONM-OPR-STATUS = "U"
075900         MOVE "Backup is not on the operator master."
076000             TO WONM-MSG
076100         GO TO 3200-EXIT
076200     END-IF.
076300     IF WONM-OPR-STATUS = "I"
076400         MOVE "Backup is marked inactive." TO WONM-MSG
076500         GO TO 3200-EXIT
076600     END-IF.
076700     SET WONM-VALID TO TRUE.
076800     GO TO 3200-EXIT.
076900 3200-EXIT.
077000     EXIT.
077100
077200**-----------------------------------------------------------**
077300**  3500-SET-STAMPS                                          **
077400**-----------------------------------------------------------**
077500 3500-SET-STAMPS.
077600     ACCEPT WONM-TODAY FROM DATE YYYYMMDD.
077700     MOVE WONM-OPERATOR TO WONCL-CHANGED-BY.
077800     MOVE WONM-TODAY TO WONCL-CHANGED-DATE.
077900     GO TO 3500-EXIT.
078000 3500-EXIT.
078100     EXIT.
078200
078300**-----------------------------------------------------------**
078400**  9000-TERMINATE                                           **
078500**-----------------------------------------------------------**
078600 9000-TERMINATE.
078700     CLOSE WISPONCL-FILE.
078800     DISPLAY WINDOW ERASE.
078900     GO TO 9000-EXIT.
079000 9000-EXIT.
079100     EXIT.
079200
079300 9999-EXIT.
079400     EXIT PROGRAM.
079500 9999-STOP.
079600     STOP RUN.
