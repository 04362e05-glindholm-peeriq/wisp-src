000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACUINCM.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Maintain the WISPINCD.DAT incident file.  The
000900**               duty operator opens an incident from a
001000**               WISPALRT.LOG alert (its date and id, as the
001100**               WACUALRT console lists them) or from a
001200**               WISPERRX.DAT error (the date, time and
001300**               program the WACUERRQ inquiry lists), gives it
001400**               an owner, works it through open, in progress
001500**               and resolved, and records what was wrong in
001600**               the resolution notes.  An incident may be
001700**               linked to a WISPKPRB.DAT known problem - an
001800**               OPEN one for the program is offered when the
001900**               incident is opened - or, on resolving, create
002000**               a new known problem whose workaround is the
002100**               resolution notes.  L)ist pages the incidents
002200**               not yet resolved.  WISPMTTR reports the file
002300**               monthly.
002400**
002500**   Build:      ccbl -Da4 -o WACUINCM.acu WACUINCM.cob
002600**
002700**   Modifications:
002800**     dgh  Original version.
002900**
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.
003300     WACUINCM.
003400 REMARKS.
003500     Online incident maintenance over alerts, errors and
003600     known problems.
003700
003800 ENVIRONMENT DIVISION.
003900
004000 CONFIGURATION SECTION.
004100 SPECIAL-NAMES.
004200     CRT STATUS IS WINM-CRT-STATUS.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT WISPINCD-FILE ASSIGN TO "WISPINCD"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS WINCD-NUMBER
005000         FILE STATUS IS WINCD-FILE-STATUS.
005100
005200     SELECT WISPKPRB-FILE ASSIGN TO "WISPKPRB"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS WKPRB-KEY
005600         FILE STATUS IS WKPRB-FILE-STATUS.
005700
005800     SELECT WISPERRX-FILE ASSIGN TO "WISPERRX"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS WERRX-KEY
006200         ALTERNATE RECORD KEY IS WERRX-PROGRAM
006300             WITH DUPLICATES
006400         ALTERNATE RECORD KEY IS WERRX-OPERATOR
006500             WITH DUPLICATES
006600         FILE STATUS IS WERRX-FILE-STATUS.
006700
006800     SELECT WISPALRT-LOG ASSIGN TO "WISPALRT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WALRT-FILE-STATUS.
007100
007200 DATA DIVISION.
007300
007400 FILE SECTION.
007500 FD  WISPINCD-FILE.
007600     COPY "wispincd.cpy".
007700
007800 FD  WISPKPRB-FILE.
007900     COPY "wispkprb.cpy".
008000
008100 FD  WISPERRX-FILE.
008200     COPY "wisperrx.cpy".
008300
008400 FD  WISPALRT-LOG.
008500     COPY "wispalrr.cpy".
008600
008700 WORKING-STORAGE SECTION.
008800 01  WINCD-FILE-STATUS        PIC XX.
008900     88  WINCD-FILE-OK             VALUE "00".
009000 01  WKPRB-FILE-STATUS        PIC XX.
009100     88  WKPRB-FILE-OK             VALUE "00".
009200 01  WERRX-FILE-STATUS        PIC XX.
009300     88  WERRX-FILE-OK             VALUE "00".
009400 01  WALRT-FILE-STATUS        PIC XX.
009500     88  WALRT-FILE-OK             VALUE "00".
009600
009700 01  WINM-CRT-STATUS          PIC 9(04).
009800     88  WINM-KEY-PF7              VALUE 2007.
009900     88  WINM-KEY-PF8              VALUE 2008.
010000
010100 01  WINM-DONE-SW             PIC X(01) VALUE "N".
010200     88  WINM-DONE                 VALUE "Y".
010300 01  WINM-EOF-SW              PIC X(01) VALUE "N".
010400     88  WINM-EOF                  VALUE "Y".
010500 01  WINM-FOUND-SW            PIC X(01) VALUE "N".
010600     88  WINM-FOUND                VALUE "Y".
010700 01  WINM-DUP-SW              PIC X(01) VALUE "N".
010800     88  WINM-DUP-FOUND            VALUE "Y".
010900 01  WINM-VALID-SW            PIC X(01) VALUE "N".
011000     88  WINM-VALID                VALUE "Y".
011100 01  WINM-KP-NEW-SW           PIC X(01) VALUE "N".
011200     88  WINM-KP-NEW               VALUE "Y".
011300 01  WINM-KP-MADE-SW          PIC X(01) VALUE "N".
011400     88  WINM-KP-MADE              VALUE "Y".
011500 01  WINM-WRITTEN-SW          PIC X(01) VALUE "N".
011600     88  WINM-WRITTEN              VALUE "Y".
011700 01  WINM-LIST-DONE-SW        PIC X(01) VALUE "N".
011800     88  WINM-LIST-DONE            VALUE "Y".
011900
012000 01  WINM-FUNCTION            PIC X(01) VALUE SPACES.
012100     88  WINM-FUNC-ALERT           VALUE "A" "a".
012200     88  WINM-FUNC-ERROR           VALUE "E" "e".
012300     88  WINM-FUNC-CHANGE          VALUE "C" "c".
012400     88  WINM-FUNC-LIST            VALUE "L" "l".
012500     88  WINM-FUNC-QUIT            VALUE "Q" "q".
012600
012700 01  WINM-SAVE                PIC X(01) VALUE SPACES.
012800     88  WINM-SAVE-YES             VALUE "Y" "y".
012900 01  WINM-CREATE-KP           PIC X(01) VALUE SPACES.
013000     88  WINM-CREATE-KP-YES        VALUE "Y" "y".
013100
013200 01  WINM-OPERATOR            PIC X(08) VALUE SPACES.
013300 01  WINM-TODAY               PIC X(08) VALUE SPACES.
013400 01  WINM-NOW-TIME            PIC X(08) VALUE SPACES.
013500
013600*    Key screen entries.
013700 01  WINM-NUMBER              PIC X(10) VALUE SPACES.
013800 01  WINM-ALERT-DATE          PIC X(08) VALUE SPACES.
013900 01  WINM-ALERT-ID            PIC X(06) VALUE SPACES.
014000 01  WINM-ERR-DATE            PIC X(08) VALUE SPACES.
014100 01  WINM-ERR-TIME            PIC X(08) VALUE SPACES.
014200 01  WINM-ERR-PROGRAM         PIC X(08) VALUE SPACES.
014300
014400*    The alert or error an incident is being opened from, for
014500*    the one-incident-per-source check.
014600 01  WINM-SCAN-SOURCE         PIC X(01) VALUE SPACES.
014700 01  WINM-SCAN-KEY            PIC X(26) VALUE SPACES.
014800 01  WINM-DUP-NUMBER          PIC X(10) VALUE SPACES.
014900
015000*    A new incident is numbered by its opening date and the
015100*    first free sequence of the day; a taken number simply
015200*    fails the WRITE and the next one is tried.
015300 01  WINM-NEW-NUMBER.
015400     05  WINM-NEW-DATE        PIC X(08).
015500     05  WINM-NEW-SEQ         PIC 9(02).
015600 01  WINM-HOLD-RECORD         PIC X(525) VALUE SPACES.
015700
015800 01  WINM-OWNER-NAME          PIC X(30) VALUE SPACES.
015900 01  WINM-OWNER-STATUS        PIC X(01) VALUE SPACES.
016000 01  WINM-OPENED-DESC         PIC X(30) VALUE SPACES.
016100 01  WINM-SOURCE-DESC         PIC X(60) VALUE SPACES.
016200 01  WINM-TIMES-DESC          PIC X(60) VALUE SPACES.
016300 01  WINM-SEQ-D               PIC 99.
016400
016500*    The incidents not yet resolved, for L)ist.
016600 01  WINM-LIST-TABLE.
016700     05  WINM-LT-COUNT        PIC 9(03) COMP VALUE 0.
016800     05  WINM-LT-LINE OCCURS 300 TIMES
016900                              PIC X(75).
017000 01  WINM-LT-SUB              PIC 9(03) COMP VALUE 0.
017100 01  WINM-LIST-TOP            PIC 9(03) COMP VALUE 1.
017200 01  WINM-LIST-LINES          PIC 9(03) COMP VALUE 14.
017300 01  WINM-PAGE-SUB            PIC 9(03) COMP VALUE 0.
017400 01  WINM-LIST-GROUP.
017500     05  WINM-LIST-LINE OCCURS 14 PIC X(75).
017600 01  WINM-POSITION-MSG        PIC X(40) VALUE SPACES.
017700 01  WINM-TOP-D               PIC ZZ9.
017800 01  WINM-COUNT-D             PIC ZZ9.
017900
018000 01  WINM-MSG                 PIC X(60) VALUE SPACES.
018100
018200 SCREEN SECTION.
018300 01  WINM-KEY-SCREEN.
018400     05  LINE 1 COL 16 BOLD VALUE
018500         "**** WISP INCIDENT MAINTENANCE ****".
018600     05  LINE 4 COL 5 VALUE "Incident..:".
018700     05  LINE 4 COL 18 PIC X(10) USING WINM-NUMBER.
018800     05  LINE 4 COL 30 VALUE "(for C)hange)".
018900     05  LINE 6 COL 5 VALUE "Alert date:".
019000     05  LINE 6 COL 18 PIC X(08) USING WINM-ALERT-DATE.
019100     05  LINE 6 COL 28 VALUE "id:".
019200     05  LINE 6 COL 32 PIC X(06) USING WINM-ALERT-ID.
019300     05  LINE 6 COL 40 VALUE "(date blank = today)".
019400     05  LINE 8 COL 5 VALUE "Error date:".
019500     05  LINE 8 COL 18 PIC X(08) USING WINM-ERR-DATE.
019600     05  LINE 8 COL 28 VALUE "time:".
019700     05  LINE 8 COL 34 PIC X(08) USING WINM-ERR-TIME.
019800     05  LINE 8 COL 44 VALUE "program:".
019900     05  LINE 8 COL 53 PIC X(08) USING WINM-ERR-PROGRAM.
020000     05  LINE 9 COL 18 VALUE
020100         "(as listed by the WACUERRQ error inquiry)".
020200     05  LINE 11 COL 5 VALUE
020300         "Function: A)lert  E)rror  C)hange  L)ist  Q)uit  =>".
020400     05  LINE 11 COL 57 PIC X(01) USING WINM-FUNCTION.
020500
020600 01  WINM-DETAIL-SCREEN.
020700     05  LINE 1 COL 16 BOLD VALUE
020800         "**** WISP INCIDENT MAINTENANCE ****".
020900     05  LINE 3 COL 5 VALUE "Incident..:".
021000     05  LINE 3 COL 18 PIC X(10) FROM WINCD-NUMBER.
021100     05  LINE 3 COL 30 VALUE "Opened:".
021200     05  LINE 3 COL 38 PIC X(30) FROM WINM-OPENED-DESC.
021300     05  LINE 4 COL 5 VALUE "Source....:".
021400     05  LINE 4 COL 18 PIC X(60) FROM WINM-SOURCE-DESC.
021500     05  LINE 5 COL 5 VALUE "Program...:".
021600     05  LINE 5 COL 18 PIC X(08) FROM WINCD-PROGRAM.
021700     05  LINE 5 COL 30 VALUE "Message id:".
021800     05  LINE 5 COL 43 PIC X(08) FROM WINCD-MSG-ID.
021900     05  LINE 6 COL 3 PIC X(75) FROM WINCD-SUMMARY.
022000     05  LINE 7 COL 5 VALUE "Raised....:".
022100     05  LINE 7 COL 18 PIC X(60) FROM WINM-TIMES-DESC.
022200     05  LINE 9 COL 5 VALUE "Owner.....:".
022300     05  LINE 9 COL 18 PIC X(08) USING WINCD-OWNER.
022400     05  LINE 9 COL 30 PIC X(30) FROM WINM-OWNER-NAME.
022500     05  LINE 10 COL 5 VALUE "Status....:".
022600     05  LINE 10 COL 18 PIC X(01) USING WINCD-STATUS.
022700     05  LINE 10 COL 22 VALUE
022800         "(O=Open  P=In progress  R=Resolved)".
022900     05  LINE 11 COL 5 VALUE "Known problem - program:".
023000     05  LINE 11 COL 30 PIC X(08) USING WINCD-KP-PROGRAM.
023100     05  LINE 11 COL 40 VALUE "message id:".
023200     05  LINE 11 COL 52 PIC X(08) USING WINCD-KP-MSG-ID.
023300     05  LINE 12 COL 5 VALUE
023400         "Create known problem from the notes on resolving:".
023500     05  LINE 12 COL 56 PIC X(01) USING WINM-CREATE-KP.
023600     05  LINE 12 COL 58 VALUE "(Y/N)".
023700     05  LINE 14 COL 5 VALUE "Resolution notes:".
023800     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 4
023900         USING WINCD-NOTES-LINE.
024000     05  LINE 20 COL 5 VALUE "Save this incident? (Y/N):".
024100     05  LINE 20 COL 33 PIC X(01) USING WINM-SAVE.
024200
024300 01  WINM-LIST-SCREEN.
024400     05  LINE 1 COL 16 BOLD VALUE
024500         "**** WISP INCIDENT MAINTENANCE ****".
024600     05  LINE 2 COL 3 VALUE
024700         "INCIDENT   S OWNER    PROGRAM  RAISED   SUMMARY".
024800     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 14
024900         FROM WINM-LIST-LINE.
025000     05  LINE 18 COL 3 PIC X(40) FROM WINM-POSITION-MSG.
025100     05  LINE 20 COL 5 VALUE "Incident to change:".
025200     05  LINE 20 COL 26 PIC X(10) USING WINM-NUMBER.
025300     05  LINE 22 COL 5 BOLD VALUE
025400         "(ENTER)+incident=Change  (ENTER) alone=Return".
025500     05  LINE 22 COL 52 BOLD VALUE "(PF7/PF8)=Page".
025600
025700 01  WINM-MSG-SCREEN.
025800     05  LINE 1 COL 5 PIC X(60) FROM WINM-MSG.
025900     05  LINE 2 COL 5 VALUE "Press (ENTER) to continue.".
026000
026100 PROCEDURE DIVISION.
026200
026300 0000-START.
026400     ACCEPT WINM-OPERATOR FROM ENVIRONMENT "USER".
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600     PERFORM 2000-PROCESS-FUNCTION THRU 2000-EXIT
026700         UNTIL WINM-DONE.
026800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026900     GO TO 9999-EXIT.
027000
027100**-----------------------------------------------------------**
027200**  1000-INITIALIZE                                          **
027300**  Open the incident file and the known-problem repository, **
027400**  creating either the first time it is used.               **
027500**-----------------------------------------------------------**
027600 1000-INITIALIZE.
027700     OPEN I-O WISPINCD-FILE.
027800     IF NOT WINCD-FILE-OK
027900         OPEN OUTPUT WISPINCD-FILE
028000         CLOSE WISPINCD-FILE
028100         OPEN I-O WISPINCD-FILE
028200     END-IF.
028300     OPEN I-O WISPKPRB-FILE.
028400     IF NOT WKPRB-FILE-OK
028500         OPEN OUTPUT WISPKPRB-FILE
028600         CLOSE WISPKPRB-FILE
028700         OPEN I-O WISPKPRB-FILE
028800     END-IF.
028900     GO TO 1000-EXIT.
029000 1000-EXIT.
029100     EXIT.
029200
029300**-----------------------------------------------------------**
029400**  2000-PROCESS-FUNCTION                                    **
029500**-----------------------------------------------------------**
029600 2000-PROCESS-FUNCTION.
029700     MOVE SPACES TO WINM-NUMBER.
029800     MOVE SPACES TO WINM-ALERT-DATE.
029900     MOVE SPACES TO WINM-ALERT-ID.
030000     MOVE SPACES TO WINM-ERR-DATE.
030100     MOVE SPACES TO WINM-ERR-TIME.
030200     MOVE SPACES TO WINM-ERR-PROGRAM.
030300     MOVE SPACES TO WINM-FUNCTION.
030400     MOVE SPACES TO WINM-MSG.
030500     ACCEPT WINM-TODAY FROM DATE YYYYMMDD.
030600     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
030700     DISPLAY WINM-KEY-SCREEN.
030800     ACCEPT WINM-KEY-SCREEN.
030900     EVALUATE TRUE
031000         WHEN WINM-FUNC-ALERT
031100             PERFORM 2100-OPEN-FROM-ALERT THRU 2100-EXIT
031200         WHEN WINM-FUNC-ERROR
031300             PERFORM 2200-OPEN-FROM-ERROR THRU 2200-EXIT
031400         WHEN WINM-FUNC-CHANGE
031500             PERFORM 2300-CHANGE-INCIDENT THRU 2300-EXIT
031600         WHEN WINM-FUNC-LIST
031700             PERFORM 2400-LIST-INCIDENTS THRU 2400-EXIT
031800         WHEN WINM-FUNC-QUIT
031900             SET WINM-DONE TO TRUE
032000         WHEN OTHER
032100             MOVE "Invalid function - enter A, E, C, L or Q."
032200                 TO WINM-MSG
032300             PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
032400     END-EVALUATE.
032500     GO TO 2000-EXIT.
032600 2000-EXIT.
032700     EXIT.
032800
032900**-----------------------------------------------------------**
033000**  2100-OPEN-FROM-ALERT                                     **
033100**  The alert is found on WISPALRT.LOG by its date and id -  **
033200**  acknowledged or not, since acknowledging it on WACUALRT  **
033300**  is often what prompts the incident.                      **
033400**-----------------------------------------------------------**
033500 2100-OPEN-FROM-ALERT.
033600     IF WINM-ALERT-ID = SPACES
033700         MOVE "An alert id is required." TO WINM-MSG
033800         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
033900         GO TO 2100-EXIT
034000     END-IF.
034100     IF WINM-ALERT-DATE = SPACES
034200         MOVE WINM-TODAY TO WINM-ALERT-DATE
034300     END-IF.
034400     MOVE "A" TO WINM-SCAN-SOURCE.
034500     MOVE SPACES TO WINM-SCAN-KEY.
034600     MOVE WINM-ALERT-DATE TO WINM-SCAN-KEY (1:8).
034700     MOVE WINM-ALERT-ID TO WINM-SCAN-KEY (9:6).
034800     PERFORM 2900-CHECK-DUPLICATE THRU 2900-EXIT.
034900     IF WINM-DUP-FOUND
035000         GO TO 2100-EXIT
035100     END-IF.
035200     PERFORM 2110-FIND-ALERT THRU 2110-EXIT.
035300     IF NOT WINM-FOUND
035400         MOVE "No alert with that id on WISPALRT.LOG that day."
035500             TO WINM-MSG
035600         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
035700         GO TO 2100-EXIT
035800     END-IF.
035900     PERFORM 2800-FILL-OPENING THRU 2800-EXIT.
036000     PERFORM 3000-EDIT-NEW-INCIDENT THRU 3000-EXIT.
036100     GO TO 2100-EXIT.
036200 2100-EXIT.
036300     EXIT.
036400
036500**-----------------------------------------------------------**
036600**  2110-FIND-ALERT                                          **
036700**-----------------------------------------------------------**
036800 2110-FIND-ALERT.
036900     MOVE "N" TO WINM-FOUND-SW.
037000     MOVE "N" TO WINM-EOF-SW.
037100     OPEN INPUT WISPALRT-LOG.
037200     IF NOT WALRT-FILE-OK
037300         GO TO 2110-EXIT
037400     END-IF.
037500     PERFORM 2120-READ-ONE-ALERT THRU 2120-EXIT
037600         UNTIL WINM-EOF
037700            OR WINM-FOUND.
037800     CLOSE WISPALRT-LOG.
037900     GO TO 2110-EXIT.
038000 2110-EXIT.
038100     EXIT.
038200
038300**-----------------------------------------------------------**
038400**  2120-READ-ONE-ALERT                                      **
038500**  The first record carrying the id is the alert; the new   **
038600**  incident takes its program, text and raise time, and     **
038700**  its acknowledgment when WACUALRT already has one.        **
038800**-----------------------------------------------------------**
038900 2120-READ-ONE-ALERT.
039000     READ WISPALRT-LOG
039100         AT END SET WINM-EOF TO TRUE
039200     END-READ.
039300     IF WINM-EOF
039400         GO TO 2120-EXIT
039500     END-IF.
039600     IF WALRT-DATE NOT = WINM-ALERT-DATE
039700             OR WALRT-ID NOT = WINM-ALERT-ID
039800         GO TO 2120-EXIT
039900     END-IF.
040000     SET WINM-FOUND TO TRUE.
040100     MOVE SPACES TO WISPINCD-RECORD.
040200     MOVE "A" TO WINCD-SOURCE.
040300     MOVE WINM-SCAN-KEY TO WINCD-SOURCE-KEY.
040400     MOVE WALRT-PROGRAM TO WINCD-PROGRAM.
040500     MOVE WALRT-TEXT TO WINCD-SUMMARY.
040600     MOVE WALRT-DATE TO WINCD-RAISED-DATE.
040700     MOVE WALRT-TIME TO WINCD-RAISED-TIME.
040800     IF WALRT-ACKED
040900         MOVE WALRT-ACK-DATE TO WINCD-ACK-DATE
041000         MOVE WALRT-ACK-TIME TO WINCD-ACK-TIME
041100     END-IF.
041200     GO TO 2120-EXIT.
041300 2120-EXIT.
041400     EXIT.
041500
041600**-----------------------------------------------------------**
041700**  2200-OPEN-FROM-ERROR                                     **
041800**  The WACUERRQ list shows date, time and program; the      **
041900**  first repository record at that stamp is the error      **
042000**  (a second one in the same hundredth of a second is the   **
042100**  same failure).                                           **
042200**-----------------------------------------------------------**
042300 2200-OPEN-FROM-ERROR.
042400     IF WINM-ERR-DATE = SPACES
042500             OR WINM-ERR-TIME = SPACES
042600             OR WINM-ERR-PROGRAM = SPACES
042700         MOVE "Error date, time and program are required."
042800             TO WINM-MSG
042900         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
043000         GO TO 2200-EXIT
043100     END-IF.
043200     OPEN INPUT WISPERRX-FILE.
043300     IF NOT WERRX-FILE-OK
043400         MOVE "WISPERRX.DAT is not available." TO WINM-MSG
043500         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
043600         GO TO 2200-EXIT
043700     END-IF.
043800     PERFORM 2210-FIND-ERROR THRU 2210-EXIT.
043900     IF NOT WINM-FOUND
044000         CLOSE WISPERRX-FILE
044100         MOVE "No error at that date, time and program."
044200             TO WINM-MSG
044300         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
044400         GO TO 2200-EXIT
044500     END-IF.
044600     MOVE "E" TO WINM-SCAN-SOURCE.
044700     MOVE WERRX-KEY TO WINM-SCAN-KEY.
044800     PERFORM 2900-CHECK-DUPLICATE THRU 2900-EXIT.
044900     IF WINM-DUP-FOUND
045000         CLOSE WISPERRX-FILE
045100         GO TO 2200-EXIT
045200     END-IF.
045300     MOVE SPACES TO WISPINCD-RECORD.
045400     MOVE "E" TO WINCD-SOURCE.
045500     MOVE WERRX-KEY TO WINCD-SOURCE-KEY.
045600     MOVE WERRX-PROGRAM TO WINCD-PROGRAM.
045700     MOVE WERRX-MSG-ID TO WINCD-MSG-ID.
045800     MOVE WERRX-TEXT-LINE (1) TO WINCD-SUMMARY.
045900     MOVE WERRX-DATE TO WINCD-RAISED-DATE.
046000     MOVE WERRX-TIME TO WINCD-RAISED-TIME.
046100     CLOSE WISPERRX-FILE.
046200     PERFORM 2800-FILL-OPENING THRU 2800-EXIT.
046300     PERFORM 3000-EDIT-NEW-INCIDENT THRU 3000-EXIT.
046400     GO TO 2200-EXIT.
046500 2200-EXIT.
046600     EXIT.
046700
046800**-----------------------------------------------------------**
046900**  2210-FIND-ERROR                                          **
047000**-----------------------------------------------------------**
047100 2210-FIND-ERROR.
047200     MOVE "N" TO WINM-FOUND-SW.
047300     MOVE WINM-ERR-DATE TO WERRX-DATE.
047400     MOVE WINM-ERR-TIME TO WERRX-TIME.
047500     MOVE WINM-ERR-PROGRAM TO WERRX-PROGRAM.
047600     MOVE 0 TO WERRX-SEQ.
047700     START WISPERRX-FILE KEY IS NOT LESS THAN WERRX-KEY
047800         INVALID KEY
047900             GO TO 2210-EXIT
048000     END-START.
048100     READ WISPERRX-FILE NEXT RECORD
048200         AT END
048300             GO TO 2210-EXIT
048400     END-READ.
048500     IF WERRX-DATE = WINM-ERR-DATE
048600             AND WERRX-TIME = WINM-ERR-TIME
048700             AND WERRX-PROGRAM = WINM-ERR-PROGRAM
048800         SET WINM-FOUND TO TRUE
048900     END-IF.
049000     GO TO 2210-EXIT.
049100 2210-EXIT.
049200     EXIT.
049300
049400**-----------------------------------------------------------**
049500**  2300-CHANGE-INCIDENT                                     **
049600**  Owner, status, known-problem link and notes may all be   **
049700**  changed; a resolved incident saved back as O or P is     **
049800**  reopened and loses its resolved stamp.                   **
049900**-----------------------------------------------------------**
050000 2300-CHANGE-INCIDENT.
050100     IF WINM-NUMBER = SPACES
050200         MOVE "An incident number is required." TO WINM-MSG
050300         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
050400         GO TO 2300-EXIT
050500     END-IF.
050600     MOVE WINM-NUMBER TO WINCD-NUMBER.
050700     READ WISPINCD-FILE
050800         INVALID KEY
050900             MOVE "Incident not on file." TO WINM-MSG
051000             PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
051100             GO TO 2300-EXIT
051200     END-READ.
051300     MOVE SPACES TO WINM-CREATE-KP.
051400     PERFORM 3100-EDIT-INCIDENT THRU 3100-EXIT.
051500     IF NOT WINM-SAVE-YES
051600         UNLOCK WISPINCD-FILE
051700         MOVE "Changes not saved." TO WINM-MSG
051800         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
051900         GO TO 2300-EXIT
052000     END-IF.
052100     PERFORM 3500-SET-STAMPS THRU 3500-EXIT.
052200     MOVE WISPINCD-RECORD TO WINM-HOLD-RECORD.
052300     REWRITE WISPINCD-RECORD
052400         INVALID KEY
052500             MOVE "Unable to update incident." TO WINM-MSG
052600             PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
052700             GO TO 2300-EXIT
052800     END-REWRITE.
052900     MOVE WINM-HOLD-RECORD TO WISPINCD-RECORD.
053000     PERFORM 3800-CREATE-KNOWN-PROBLEM THRU 3800-EXIT.
053100     MOVE SPACES TO WINM-MSG.
053200     STRING "Incident " DELIMITED BY SIZE
053300         WINCD-NUMBER DELIMITED BY SIZE
053400         " updated." DELIMITED BY SIZE
053500         INTO WINM-MSG.
053600     IF WINM-KP-MADE
053700         MOVE " updated, known problem created."
053800             TO WINM-MSG (20:)
053900     END-IF.
054000     PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT.
054100     GO TO 2300-EXIT.
054200 2300-EXIT.
054300     EXIT.
054400
054500**-----------------------------------------------------------**
054600**  2400-LIST-INCIDENTS                                      **
054700**  Page the incidents not yet resolved; a number keyed on   **
054800**  the list goes straight to C)hange and back to the list.  **
054900**-----------------------------------------------------------**
055000 2400-LIST-INCIDENTS.
055100     MOVE "N" TO WINM-LIST-DONE-SW.
055200     MOVE 1 TO WINM-LIST-TOP.
055300     PERFORM 2410-SHOW-LIST-PAGE THRU 2410-EXIT
055400         UNTIL WINM-LIST-DONE.
055500     GO TO 2400-EXIT.
055600 2400-EXIT.
055700     EXIT.
055800
055900**-----------------------------------------------------------**
056000**  2410-SHOW-LIST-PAGE                                      **
056100**-----------------------------------------------------------**
056200 2410-SHOW-LIST-PAGE.
056300     PERFORM 2420-LOAD-UNRESOLVED THRU 2420-EXIT.
056400     IF WINM-LIST-TOP > WINM-LT-COUNT
056500         MOVE 1 TO WINM-LIST-TOP
056600     END-IF.
056700     MOVE SPACES TO WINM-LIST-GROUP.
056800     MOVE WINM-LIST-TOP TO WINM-LT-SUB.
056900     MOVE 1 TO WINM-PAGE-SUB.
057000     PERFORM 2440-COPY-LIST-LINE THRU 2440-EXIT
057100         UNTIL WINM-PAGE-SUB > WINM-LIST-LINES
057200            OR WINM-LT-SUB > WINM-LT-COUNT.
057300     MOVE WINM-LIST-TOP TO WINM-TOP-D.
057400     MOVE WINM-LT-COUNT TO WINM-COUNT-D.
057500     MOVE SPACES TO WINM-POSITION-MSG.
057600     IF WINM-LT-COUNT = 0
057700         MOVE "No incidents waiting - all resolved."
057800             TO WINM-POSITION-MSG
057900     ELSE
058000         STRING "Unresolved incidents " DELIMITED BY SIZE
058100             WINM-TOP-D DELIMITED BY SIZE
058200             " of " DELIMITED BY SIZE
058300             WINM-COUNT-D DELIMITED BY SIZE
058400             INTO WINM-POSITION-MSG
058500     END-IF.
058600     MOVE SPACES TO WINM-NUMBER.
058700     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
058800     DISPLAY WINM-LIST-SCREEN.
058900     ACCEPT WINM-LIST-SCREEN.
059000     EVALUATE TRUE
059100         WHEN WINM-KEY-PF8
059200             IF (WINM-LIST-TOP + WINM-LIST-LINES) <=
059300                     WINM-LT-COUNT
059400                 ADD WINM-LIST-LINES TO WINM-LIST-TOP
059500             END-IF
059600         WHEN WINM-KEY-PF7
059700             IF WINM-LIST-TOP > WINM-LIST-LINES
059800                 SUBTRACT WINM-LIST-LINES FROM WINM-LIST-TOP
059900             ELSE
060000                 MOVE 1 TO WINM-LIST-TOP
060100             END-IF
060200         WHEN WINM-NUMBER NOT = SPACES
060300             PERFORM 2300-CHANGE-INCIDENT THRU 2300-EXIT
060400         WHEN OTHER
060500             SET WINM-LIST-DONE TO TRUE
060600     END-EVALUATE.
060700     GO TO 2410-EXIT.
060800 2410-EXIT.
060900     EXIT.
061000
061100**-----------------------------------------------------------**
061200**  2420-LOAD-UNRESOLVED                                     **
061300**  Reloaded for every page so a change made from the list   **
061400**  shows at once.  Past 300 the oldest 300 are listed.      **
061500**-----------------------------------------------------------**
061600 2420-LOAD-UNRESOLVED.
061700     MOVE 0 TO WINM-LT-COUNT.
061800     MOVE "N" TO WINM-EOF-SW.
061900     MOVE LOW-VALUES TO WINCD-NUMBER.
062000     START WISPINCD-FILE KEY IS NOT LESS THAN WINCD-NUMBER
062100         INVALID KEY
062200             SET WINM-EOF TO TRUE
062300     END-START.
062400     PERFORM 2430-LOAD-ONE-INCIDENT THRU 2430-EXIT
062500         UNTIL WINM-EOF
062600            OR WINM-LT-COUNT = 300.
062700     GO TO 2420-EXIT.
062800 2420-EXIT.
062900     EXIT.
063000
063100**-----------------------------------------------------------**
063200**  2430-LOAD-ONE-INCIDENT                                   **
063300**-----------------------------------------------------------**
063400 2430-LOAD-ONE-INCIDENT.
063500     READ WISPINCD-FILE NEXT RECORD
063600         AT END SET WINM-EOF TO TRUE
063700     END-READ.
063800     IF WINM-EOF
063900         GO TO 2430-EXIT
064000     END-IF.
064100     IF WINCD-RESOLVED
064200         GO TO 2430-EXIT
064300     END-IF.
064400     ADD 1 TO WINM-LT-COUNT.
064500     MOVE SPACES TO WINM-LT-LINE (WINM-LT-COUNT).
064600     STRING WINCD-NUMBER DELIMITED BY SIZE
064700         " " DELIMITED BY SIZE
064800         WINCD-STATUS DELIMITED BY SIZE
064900         " " DELIMITED BY SIZE
065000         WINCD-OWNER DELIMITED BY SIZE
065100         " " DELIMITED BY SIZE
065200         WINCD-PROGRAM DELIMITED BY SIZE
065300         " " DELIMITED BY SIZE
065400         WINCD-RAISED-DATE DELIMITED BY SIZE
065500         " " DELIMITED BY SIZE
065600         WINCD-SUMMARY (1:35) DELIMITED BY SIZE
065700         INTO WINM-LT-LINE (WINM-LT-COUNT).
065800     GO TO 2430-EXIT.
065900 2430-EXIT.
066000     EXIT.
066100
066200**-----------------------------------------------------------**
066300**  2440-COPY-LIST-LINE                                      **
066400**-----------------------------------------------------------**
066500 2440-COPY-LIST-LINE.
066600     MOVE WINM-LT-LINE (WINM-LT-SUB)
066700         TO WINM-LIST-LINE (WINM-PAGE-SUB).
066800     ADD 1 TO WINM-PAGE-SUB.
066900     ADD 1 TO WINM-LT-SUB.
067000     GO TO 2440-EXIT.
067100 2440-EXIT.
067200     EXIT.
067300
067400**-----------------------------------------------------------**
067500**  2800-FILL-OPENING                                        **
067600**  A new incident is open, owned by whoever opens it, and   **
067700**  acknowledged now unless its alert was acknowledged       **
067800**  earlier.  An OPEN known problem for the program and      **
067900**  message id (or for the program alone) is offered as the **
068000**  link, the way WACUERRQ banners it.                       **
068100**-----------------------------------------------------------**
068200 2800-FILL-OPENING.
068300     ACCEPT WINM-TODAY FROM DATE YYYYMMDD.
068400     ACCEPT WINM-NOW-TIME FROM TIME.
068500     MOVE WINM-OPERATOR TO WINCD-OPENED-BY.
068600     MOVE WINM-TODAY TO WINCD-OPENED-DATE.
068700     MOVE WINM-NOW-TIME TO WINCD-OPENED-TIME.
068800     MOVE WINM-OPERATOR TO WINCD-OWNER.
068900     MOVE "O" TO WINCD-STATUS.
069000     IF WINCD-ACK-DATE = SPACES
069100         MOVE WINM-TODAY TO WINCD-ACK-DATE
069200         MOVE WINM-NOW-TIME TO WINCD-ACK-TIME
069300     END-IF.
069400     MOVE WINCD-PROGRAM TO WKPRB-PROGRAM.
069500     MOVE WINCD-MSG-ID TO WKPRB-MSG-ID.
069600     READ WISPKPRB-FILE
069700         INVALID KEY
069800             MOVE SPACES TO WKPRB-MSG-ID
069900             READ WISPKPRB-FILE
070000                 INVALID KEY
070100                     GO TO 2800-EXIT
070200             END-READ
070300     END-READ.
070400     IF WKPRB-OPEN
070500         MOVE WKPRB-KEY TO WINCD-KP-KEY
070600     END-IF.
070700     GO TO 2800-EXIT.
070800 2800-EXIT.
070900     EXIT.
071000
071100**-----------------------------------------------------------**
071200**  2900-CHECK-DUPLICATE                                     **
071300**  One incident per alert or error - a recurrence after it  **
071400**  was resolved is reopened with C)hange, so the history    **
071500**  stays on the one record.                                 **
071600**-----------------------------------------------------------**
071700 2900-CHECK-DUPLICATE.
071800     MOVE "N" TO WINM-DUP-SW.
071900     MOVE "N" TO WINM-EOF-SW.
072000     MOVE LOW-VALUES TO WINCD-NUMBER.
072100     START WISPINCD-FILE KEY IS NOT LESS THAN WINCD-NUMBER
072200         INVALID KEY
072300             SET WINM-EOF TO TRUE
072400     END-START.
072500     PERFORM 2910-CHECK-ONE-INCIDENT THRU 2910-EXIT
072600         UNTIL WINM-EOF
072700            OR WINM-DUP-FOUND.
072800     IF WINM-DUP-FOUND
072900         MOVE SPACES TO WINM-MSG
073000         STRING "Incident " DELIMITED BY SIZE
073100             WINM-DUP-NUMBER DELIMITED BY SIZE
073200             " already covers it - use C)hange."
073300                 DELIMITED BY SIZE
073400             INTO WINM-MSG
073500         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
073600     END-IF.
073700     GO TO 2900-EXIT.
073800 2900-EXIT.
073900     EXIT.
074000
074100**-----------------------------------------------------------**
074200**  2910-CHECK-ONE-INCIDENT                                  **
074300**-----------------------------------------------------------**
074400 2910-CHECK-ONE-INCIDENT.
074500     READ WISPINCD-FILE NEXT RECORD
074600         AT END SET WINM-EOF TO TRUE
074700     END-READ.
074800     IF WINM-EOF
074900         GO TO 2910-EXIT
075000     END-IF.
075100     IF WINCD-SOURCE = WINM-SCAN-SOURCE
075200             AND WINCD-SOURCE-KEY = WINM-SCAN-KEY
075300         SET WINM-DUP-FOUND TO TRUE
075400         MOVE WINCD-NUMBER TO WINM-DUP-NUMBER
075500     END-IF.
075600     GO TO 2910-EXIT.
075700 2910-EXIT.
075800     EXIT.
075900
076000**-----------------------------------------------------------**
076100**  2990-SHOW-MESSAGE                                        **
076200**-----------------------------------------------------------**
076300 2990-SHOW-MESSAGE.
076400     DISPLAY WINDOW LINE 21 COL 1 SIZE 80 LINES 3 ERASE.
076500     DISPLAY WINM-MSG-SCREEN.
076600     ACCEPT OMITTED.
076700     GO TO 2990-EXIT.
076800 2990-EXIT.
076900     EXIT.
077000
077100**-----------------------------------------------------------**
077200**  3000-EDIT-NEW-INCIDENT                                   **
077300**  Edit the incident built from its alert or error and, if  **
077400**  saved, give it a number and write it.                    **
077500**-----------------------------------------------------------**
077600 3000-EDIT-NEW-INCIDENT.
077700     MOVE SPACES TO WINM-CREATE-KP.
077800     PERFORM 3100-EDIT-INCIDENT THRU 3100-EXIT.
077900     IF NOT WINM-SAVE-YES
078000         MOVE "Incident not opened." TO WINM-MSG
078100         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
078200         GO TO 3000-EXIT
078300     END-IF.
078400     PERFORM 3500-SET-STAMPS THRU 3500-EXIT.
078500     PERFORM 3700-WRITE-NEW-INCIDENT THRU 3700-EXIT.
078600     IF NOT WINM-WRITTEN
078700         MOVE "No incident numbers left today - not opened."
078800             TO WINM-MSG
078900         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
079000         GO TO 3000-EXIT
079100     END-IF.
079200     PERFORM 3800-CREATE-KNOWN-PROBLEM THRU 3800-EXIT.
079300     MOVE SPACES TO WINM-MSG.
079400     STRING "Incident " DELIMITED BY SIZE
079500         WINCD-NUMBER DELIMITED BY SIZE
079600         " opened." DELIMITED BY SIZE
079700         INTO WINM-MSG.
079800     IF WINM-KP-MADE
079900         MOVE " opened, known problem created."
080000             TO WINM-MSG (20:)
080100     END-IF.
080200     PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT.
080300     GO TO 3000-EXIT.
080400 3000-EXIT.
080500     EXIT.
080600
080700**-----------------------------------------------------------**
080800**  3100-EDIT-INCIDENT                                       **
080900**  Show the incident until it passes the edits or the       **
081000**  operator answers N to saving it.                         **
081100**-----------------------------------------------------------**
081200 3100-EDIT-INCIDENT.
081300     MOVE "N" TO WINM-VALID-SW.
081400     MOVE "Y" TO WINM-SAVE.
081500     PERFORM 3110-SHOW-DETAIL THRU 3110-EXIT
081600         UNTIL WINM-VALID
081700            OR NOT WINM-SAVE-YES.
081800     GO TO 3100-EXIT.
081900 3100-EXIT.
082000     EXIT.
082100
082200**-----------------------------------------------------------**
082300**  3110-SHOW-DETAIL                                         **
082400**-----------------------------------------------------------**
082500 3110-SHOW-DETAIL.
082600     PERFORM 3150-BUILD-DESCRIPTIONS THRU 3150-EXIT.
082700     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
082800     DISPLAY WINM-DETAIL-SCREEN.
082900     ACCEPT WINM-DETAIL-SCREEN.
083000     IF NOT WINM-SAVE-YES
083100         GO TO 3110-EXIT
083200     END-IF.
083300     INSPECT WINCD-STATUS CONVERTING "opr" TO "OPR".
083400     PERFORM 3200-VALIDATE THRU 3200-EXIT.
083500     IF NOT WINM-VALID
083600         PERFORM 2990-SHOW-MESSAGE THRU 2990-EXIT
083700     END-IF.
083800     GO TO 3110-EXIT.
083900 3110-EXIT.
084000     EXIT.
084100
084200**-----------------------------------------------------------**
084300**  3150-BUILD-DESCRIPTIONS                                  **
084400**-----------------------------------------------------------**
084500 3150-BUILD-DESCRIPTIONS.
084600     MOVE SPACES TO WINM-OPENED-DESC.
084700     STRING WINCD-OPENED-DATE DELIMITED BY SIZE
084800         " " DELIMITED BY SIZE
084900         WINCD-OPENED-TIME (1:4) DELIMITED BY SIZE
085000         " by " DELIMITED BY SIZE
085100         WINCD-OPENED-BY DELIMITED BY SIZE
085200         INTO WINM-OPENED-DESC.
085300     MOVE SPACES TO WINM-SOURCE-DESC.
085400     IF WINCD-FROM-ALERT
085500         STRING "Alert " DELIMITED BY SIZE
085600             WINCD-ALERT-DATE DELIMITED BY SIZE
085700             " id " DELIMITED BY SIZE
085800             WINCD-ALERT-ID DELIMITED BY SIZE
085900             INTO WINM-SOURCE-DESC
086000     ELSE
086100         MOVE WINCD-ERROR-SEQ TO WINM-SEQ-D
086200         STRING "Error " DELIMITED BY SIZE
086300             WINCD-ERROR-DATE DELIMITED BY SIZE
086400             " " DELIMITED BY SIZE
086500             WINCD-ERROR-TIME DELIMITED BY SIZE
086600             " " DELIMITED BY SIZE
086700             WINCD-ERROR-PROGRAM DELIMITED BY SIZE
086800             " seq " DELIMITED BY SIZE
086900             WINM-SEQ-D DELIMITED BY SIZE
087000             INTO WINM-SOURCE-DESC
087100     END-IF.
087200     MOVE SPACES TO WINM-TIMES-DESC.
087300     STRING WINCD-RAISED-DATE DELIMITED BY SIZE
087400         " " DELIMITED BY SIZE
087500         WINCD-RAISED-TIME (1:4) DELIMITED BY SIZE
087600         "  Ack'd: " DELIMITED BY SIZE
087700         WINCD-ACK-DATE DELIMITED BY SIZE
087800         " " DELIMITED BY SIZE
087900         WINCD-ACK-TIME (1:4) DELIMITED BY SIZE
088000         "  Resolved: " DELIMITED BY SIZE
088100         WINCD-RESOLVED-DATE DELIMITED BY SIZE
088200         " " DELIMITED BY SIZE
088300         WINCD-RESOLVED-TIME (1:4) DELIMITED BY SIZE
088400         INTO WINM-TIMES-DESC.
088500     MOVE SPACES TO WINM-OWNER-NAME.
088600     IF WINCD-OWNER NOT = SPACES
088700         CALL "WISPOPRN" USING WINCD-OWNER
088800             WINM-OWNER-NAME WINM-OWNER-STATUS
088900     END-IF.
089000     GO TO 3150-EXIT.
089100 3150-EXIT.
089200     EXIT.
089300
089400**-----------------------------------------------------------**
089500**  3200-VALIDATE                                            **
089600**  A known problem is created only when resolving: keyed   **
089700**  as the link if one is entered, otherwise for the         **
089800**  incident's program and message id.  One already on file  **
089900**  under that key is simply linked.                         **
090000**-----------------------------------------------------------**
090100 3200-VALIDATE.
090200     MOVE "N" TO WINM-VALID-SW.
090300     MOVE "N" TO WINM-KP-NEW-SW.
090400     IF WINCD-OWNER = SPACES
090500         MOVE "An owner is required." TO WINM-MSG
090600         GO TO 3200-EXIT
090700     END-IF.
090800     CALL "WISPOPRN" USING WINCD-OWNER
090900         WINM-OWNER-NAME WINM-OWNER-STATUS.
091000     IF WINM-OWNER-STATUS = "U"
091100         MOVE "Owner is not on the operator master." TO WINM-MSG
091200         GO TO 3200-EXIT
091300     END-IF.
091400     IF WINM-OWNER-STATUS = "I"
091500         MOVE "Owner is marked inactive." TO WINM-MSG
091600         GO TO 3200-EXIT
091700     END-IF.
091800     IF NOT WINCD-OPEN
091900             AND NOT WINCD-IN-PROGRESS
092000             AND NOT WINCD-RESOLVED
092100         MOVE "Status must be O, P or R." TO WINM-MSG
092200         GO TO 3200-EXIT
092300     END-IF.
092400     IF WINCD-RESOLVED
092500             AND WINCD-NOTES-GROUP = SPACES
092600         MOVE "Resolution notes are required to resolve."
092700             TO WINM-MSG
092800         GO TO 3200-EXIT
092900     END-IF.
093000     IF WINM-CREATE-KP-YES
093100             AND NOT WINCD-RESOLVED
093200         MOVE "A known problem is created only on resolving."
093300             TO WINM-MSG
093400         GO TO 3200-EXIT
093500     END-IF.
093600     IF WINCD-KP-PROGRAM = SPACES
093700             AND WINCD-KP-MSG-ID NOT = SPACES
093800         MOVE "The known problem needs a program." TO WINM-MSG
093900         GO TO 3200-EXIT
094000     END-IF.
094100     IF WINCD-KP-PROGRAM = SPACES
094200             AND NOT WINM-CREATE-KP-YES
094300         SET WINM-VALID TO TRUE
094400         GO TO 3200-EXIT
094500     END-IF.
094600     IF WINCD-KP-PROGRAM = SPACES
094700         MOVE WINCD-PROGRAM TO WINCD-KP-PROGRAM
094800         MOVE WINCD-MSG-ID TO WINCD-KP-MSG-ID
094900     END-IF.
095000     MOVE WINCD-KP-KEY TO WKPRB-KEY.
095100     READ WISPKPRB-FILE
095200         INVALID KEY
095300             SET WINM-KP-NEW TO TRUE
095400     END-READ.
095500     IF WINM-KP-NEW
095600             AND NOT WINM-CREATE-KP-YES
095700         MOVE "Known problem not on file - key it or create it."
095800             TO WINM-MSG
095900         GO TO 3200-EXIT
096000     END-IF.
096100     SET WINM-VALID TO TRUE.
096200     GO TO 3200-EXIT.
096300 3200-EXIT.
096400     EXIT.
096500
096600**-----------------------------------------------------------**
096700**  3500-SET-STAMPS                                          **
096800**-----------------------------------------------------------**
096900 3500-SET-STAMPS.
097000     ACCEPT WINM-TODAY FROM DATE YYYYMMDD.
097100     ACCEPT WINM-NOW-TIME FROM TIME.
097200     IF WINCD-ACK-DATE = SPACES
097300         MOVE WINM-TODAY TO WINCD-ACK-DATE
097400         MOVE WINM-NOW-TIME TO WINCD-ACK-TIME
097500     END-IF.
097600     IF WINCD-RESOLVED
097700         IF WINCD-RESOLVED-DATE = SPACES
097800             MOVE WINM-TODAY TO WINCD-RESOLVED-DATE
097900             MOVE WINM-NOW-TIME TO WINCD-RESOLVED-TIME
098000         END-IF
098100     ELSE
098200         MOVE SPACES TO WINCD-RESOLVED-DATE
098300         MOVE SPACES TO WINCD-RESOLVED-TIME
098400     END-IF.
098500     GO TO 3500-EXIT.
098600 3500-EXIT.
098700     EXIT.
098800
098900**-----------------------------------------------------------**
099000**  3700-WRITE-NEW-INCIDENT                                  **
099100**  Number by the opening date and the first sequence the    **
099200**  WRITE accepts, so two operators opening incidents at     **
099300**  once cannot take the same number.                        **
099400**-----------------------------------------------------------**
099500 3700-WRITE-NEW-INCIDENT.
099600     MOVE "N" TO WINM-WRITTEN-SW.
099700     MOVE WISPINCD-RECORD TO WINM-HOLD-RECORD.
099800     MOVE WINM-TODAY TO WINM-NEW-DATE.
099900     MOVE 0 TO WINM-NEW-SEQ.
100000 3710-TRY-NEXT-NUMBER.
100100     IF WINM-NEW-SEQ = 99
100200         MOVE WINM-HOLD-RECORD TO WISPINCD-RECORD
100300         GO TO 3700-EXIT
100400     END-IF.
100500     ADD 1 TO WINM-NEW-SEQ.
100600     MOVE WINM-HOLD-RECORD TO WISPINCD-RECORD.
100700     MOVE WINM-NEW-NUMBER TO WINCD-NUMBER.
100800     WRITE WISPINCD-RECORD
100900         INVALID KEY
101000             GO TO 3710-TRY-NEXT-NUMBER
101100     END-WRITE.
101200     SET WINM-WRITTEN TO TRUE.
101300     MOVE WINM-HOLD-RECORD TO WISPINCD-RECORD.
101400     MOVE WINM-NEW-NUMBER TO WINCD-NUMBER.
101500     GO TO 3700-EXIT.
101600 3700-EXIT.
101700     EXIT.
101800
101900**-----------------------------------------------------------**
102000**  3800-CREATE-KNOWN-PROBLEM                                **
102100**  The new problem is OPEN, referenced by the incident      **
102200**  number, with the resolution notes as its workaround, so  **
102300**  WACUERRQ shows it on the next occurrence.                **
102400**-----------------------------------------------------------**
102500 3800-CREATE-KNOWN-PROBLEM.
102600     MOVE "N" TO WINM-KP-MADE-SW.
102700     IF NOT WINM-KP-NEW
102800         GO TO 3800-EXIT
102900     END-IF.
103000     MOVE WINCD-KP-KEY TO WKPRB-KEY.
103100     MOVE "O" TO WKPRB-STATUS.
103200     MOVE WINCD-NUMBER TO WKPRB-REFERENCE.
103300     MOVE WINM-TODAY TO WKPRB-OPENED-DATE.
103400     MOVE SPACES TO WKPRB-CLOSED-DATE.
103500     MOVE WINCD-NOTES-GROUP TO WKPRB-WORKAROUND-GROUP.
103600     WRITE WISPKPRB-RECORD
103700         INVALID KEY
103800             GO TO 3800-EXIT
103900     END-WRITE.
104000     SET WINM-KP-MADE TO TRUE.
104100     GO TO 3800-EXIT.
104200 3800-EXIT.
104300     EXIT.
104400
104500**-----------------------------------------------------------**
104600**  9000-TERMINATE                                           **
104700**-----------------------------------------------------------**
104800 9000-TERMINATE.
104900     CLOSE WISPINCD-FILE.
105000     CLOSE WISPKPRB-FILE.
105100     DISPLAY WINDOW ERASE.
105200     GO TO 9000-EXIT.
105300 9000-EXIT.
105400     EXIT.
105500
105600 9999-EXIT.
105700     EXIT PROGRAM.
105800 9999-STOP.
105900     STOP RUN.
