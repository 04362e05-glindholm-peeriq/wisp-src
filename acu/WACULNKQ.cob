000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACULNKQ.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Online dispatch-history inquiry over the
000900**               WISPLINK.LOG call-audit trail WCLINKX writes
001000**               and the WISPLINK.YYYYMM archive months WISPLGAR
001100**               still holds inside WISP_LOG_RETAIN_MONTHS.  The
001200**               operator enters any mix of program, date range
001300**               and RETURN-VALUE (or F for every failure); the
001400**               matching dispatches are listed a page at a time
001500**               (PF7/PF8) with start, end, elapsed seconds and
001600**               what the RETURN-VALUE means.  Entering the
001700**               number of a failed dispatch lists the errors
001800**               that program logged to WISPERRX.DAT between its
001900**               start and end, and a number on that list shows
002000**               the full error text - so "did PAYCALC run last
002100**               Thursday, and why did it fail?" is answered
002200**               without grepping the logs.
002300**
002400**   Build:      ccbl -Da4 -o WACULNKQ.acu WACULNKQ.cob
002500**
002600**   Modifications:
002700**     dgh  Original version.
002720**     dgh  Read WISP_LOG_RETAIN_MONTHS through WISPPARM, so the
002740**          WISPPARM.DAT stream or system value applies unless
002760**          the job's environment overrides it.
002800**
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.
003200     WACULNKQ.
003300 REMARKS.
003400     Online inquiry screen for the WISPLINK.LOG dispatch history.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     CRT STATUS IS WLKQ-CRT-STATUS.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT WISPLINK-IN ASSIGN TO "WISPLINK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WLNKL-FILE-STATUS.
004700
004800     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WLKQ-ARCHIVE-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WLKQ-ARCH-STATUS.
005100
005200     SELECT WISPERRX-FILE ASSIGN TO "WISPERRX"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS WERRX-KEY
005600         ALTERNATE RECORD KEY IS WERRX-PROGRAM
005700             WITH DUPLICATES
005800         ALTERNATE RECORD KEY IS WERRX-OPERATOR
005900             WITH DUPLICATES
006000         FILE STATUS IS WERRX-FILE-STATUS.
006100
006200 DATA DIVISION.
006300
006400 FILE SECTION.
006500 FD  WISPLINK-IN.
006600     COPY "wisplnkr.cpy".
006700
006800 FD  ARCHIVE-IN.
006900 01  WLKQ-ARCH-REC            PIC X(80).
007000
007100 FD  WISPERRX-FILE.
007200     COPY "wisperrx.cpy".
007300
007400 WORKING-STORAGE SECTION.
007500 01  WLNKL-FILE-STATUS        PIC XX.
007600     88  WLNKL-FILE-OK             VALUE "00".
007700 01  WLKQ-ARCH-STATUS         PIC XX.
007800     88  WLKQ-ARCH-OK              VALUE "00".
007900 01  WERRX-FILE-STATUS        PIC XX.
008000     88  WERRX-FILE-OK             VALUE "00".
008100
008200 01  WLKQ-CRT-STATUS          PIC 9(04).
008300     88  WLKQ-KEY-PF7              VALUE 2007.
008400     88  WLKQ-KEY-PF8              VALUE 2008.
008500
008600 01  WLKQ-DONE-SW             PIC X(01) VALUE "N".
008700     88  WLKQ-DONE                 VALUE "Y".
008800 01  WLKQ-VALID-SW            PIC X(01) VALUE "N".
008900     88  WLKQ-VALID                VALUE "Y".
009000 01  WLKQ-LIST-DONE-SW        PIC X(01) VALUE "N".
009100     88  WLKQ-LIST-DONE            VALUE "Y".
009200 01  WLKQ-ERR-DONE-SW         PIC X(01) VALUE "N".
009300     88  WLKQ-ERR-DONE             VALUE "Y".
009400 01  WLKQ-TEXT-DONE-SW        PIC X(01) VALUE "N".
009500     88  WLKQ-TEXT-DONE            VALUE "Y".
009600 01  WLKQ-LOG-EOF-SW          PIC X(01) VALUE "N".
009700     88  WLKQ-LOG-EOF              VALUE "Y".
009800 01  WLKQ-SEARCH-EOF-SW       PIC X(01) VALUE "N".
009900     88  WLKQ-SEARCH-EOF           VALUE "Y".
010000 01  WLKQ-TRUNC-SW            PIC X(01) VALUE "N".
010100     88  WLKQ-LIST-TRUNCATED       VALUE "Y".
010200 01  WLKQ-ERR-TRUNC-SW        PIC X(01) VALUE "N".
010300     88  WLKQ-ERR-TRUNCATED        VALUE "Y".
010400 01  WLKQ-ERRX-AVAIL-SW       PIC X(01) VALUE "N".
010500     88  WLKQ-ERRX-AVAIL           VALUE "Y".
010600
010700 01  WLKQ-FUNCTION            PIC X(01) VALUE SPACES.
010800     88  WLKQ-FUNC-QUIT            VALUE "Q" "q".
010900
011000*    Criteria screen entries.
011100 01  WLKQ-CRIT-PROGRAM        PIC X(08) VALUE SPACES.
011200 01  WLKQ-CRIT-FROM           PIC X(08) VALUE SPACES.
011300 01  WLKQ-CRIT-FROM-PARTS REDEFINES WLKQ-CRIT-FROM.
011400     05  WLKQ-FROM-YYYY       PIC 9(04).
011500     05  WLKQ-FROM-MM         PIC 9(02).
011600     05  WLKQ-FROM-DD         PIC 9(02).
011700 01  WLKQ-CRIT-TO             PIC X(08) VALUE SPACES.
011800 01  WLKQ-CRIT-TO-PARTS REDEFINES WLKQ-CRIT-TO.
011900     05  WLKQ-TO-YYYY         PIC 9(04).
012000     05  WLKQ-TO-MM           PIC 9(02).
012100     05  WLKQ-TO-DD           PIC 9(02).
012200 01  WLKQ-LOW-DATE            PIC X(08) VALUE SPACES.
012300 01  WLKQ-CRIT-RV             PIC X(03) VALUE SPACES.
012400     88  WLKQ-CRIT-FAILURES        VALUE "F" "f".
012500 01  WLKQ-RV-CHECK            PIC X(03) VALUE SPACES.
012600 01  WLKQ-CRIT-RV-NUM         PIC 9(09) COMP VALUE 0.
012700
012800*    Archive months, worked out the way WISPBASE and WISPLGAR
012900*    do so all three agree on what is still on file.
013000 01  WLKQ-TODAY               PIC X(08).
013100 01  FILLER REDEFINES WLKQ-TODAY.
013200     05  WLKQ-TODAY-YYYY      PIC 9(04).
013300     05  WLKQ-TODAY-MM        PIC 9(02).
013400     05  FILLER               PIC X(02).
013420 01  WLKQ-PARM-NAME           PIC X(30) VALUE SPACES.
013440 01  WLKQ-PARM-VALUE          PIC X(40) VALUE SPACES.
013500 01  WLKQ-RETAIN-X            PIC X(03) VALUE SPACES.
013600 77  WLKQ-RETAIN-MONTHS       PIC 9(04) COMP VALUE 12.
013700 77  WLKQ-MONTH-STEP          PIC 9(04) COMP VALUE 0.
013800 77  WLKQ-MONTH-OFFSET        PIC 9(04) COMP VALUE 0.
013900 77  WLKQ-CURR-MON-IX         PIC 9(09) COMP VALUE 0.
014000 77  WLKQ-CALC-MON-IX         PIC 9(09) COMP VALUE 0.
014100 77  WLKQ-CALC-YYYY           PIC 9(09) COMP VALUE 0.
014200 77  WLKQ-CALC-MM             PIC 9(09) COMP VALUE 0.
014300 01  WLKQ-CALC-MONTH.
014400     05  WLKQ-CALC-MONTH-YYYY PIC 9(04).
014500     05  WLKQ-CALC-MONTH-MM   PIC 9(02).
014600 01  WLKQ-ARCHIVE-NAME        PIC X(20) VALUE SPACES.
014700
014800*    Matching dispatches, oldest first.
014900 01  WLKQ-MATCH-TABLE.
015000     05  WLKQ-MATCH-COUNT     PIC 9(03) COMP VALUE 0.
015100     05  WLKQ-MT-ENTRY OCCURS 300 TIMES.
015200         10  WLKQ-MT-DATE     PIC X(08).
015300         10  WLKQ-MT-START    PIC X(08).
015400         10  WLKQ-MT-END      PIC X(08).
015500         10  WLKQ-MT-PROGRAM  PIC X(08).
015600         10  WLKQ-MT-RV       PIC 9(09).
015700         10  WLKQ-MT-LINE     PIC X(75).
015800
015900 01  WLKQ-LIST-TOP            PIC 9(03) COMP VALUE 1.
016000 01  WLKQ-LIST-LINES          PIC 9(03) COMP VALUE 12.
016100 01  WLKQ-LIST-SUB            PIC 9(03) COMP VALUE 0.
016200 01  WLKQ-PAGE-SUB            PIC 9(03) COMP VALUE 0.
016300 01  WLKQ-LIST-GROUP.
016400     05  WLKQ-LIST-LINE OCCURS 12 PIC X(75).
016500
016600 01  WLKQ-ENTRY-DISP          PIC ZZ9.
016700 01  WLKQ-SECS-DISP           PIC ZZZZZ9.
016800 01  WLKQ-RV-DISP             PIC ZZZZ9.
016900 01  WLKQ-SECS-X              PIC X(06).
017000 01  WLKQ-RV-X                PIC X(05).
017100 01  WLKQ-MEANING             PIC X(22).
017200 01  WLKQ-SELECT-X            PIC X(03) VALUE SPACES.
017300 01  WLKQ-SELECT-NUM          PIC 9(03) COMP VALUE 0.
017400 01  WLKQ-ERR-SELECT-NUM      PIC 9(03) COMP VALUE 0.
017500
017600 01  WLKQ-POSITION-MSG        PIC X(40) VALUE SPACES.
017700 01  WLKQ-MSG                 PIC X(60) VALUE SPACES.
017800 01  WLKQ-COUNT-D             PIC ZZ9.
017900 01  WLKQ-TOP-D               PIC ZZ9.
018000
018100*    The error window of the chosen dispatch: from its start
018200*    to its end, as date + time so a run over midnight (start
018300*    later than the end it was stamped with) reaches back into
018400*    the day before.
018500 01  WLKQ-WIN-FROM.
018600     05  WLKQ-WIN-FROM-DATE   PIC X(08).
018700     05  WLKQ-WIN-FROM-TIME   PIC X(08).
018800 01  WLKQ-WIN-TO.
018900     05  WLKQ-WIN-TO-DATE     PIC X(08).
019000     05  WLKQ-WIN-TO-TIME     PIC X(08).
019100 01  WLKQ-ERR-STAMP.
019200     05  WLKQ-ERR-STAMP-DATE  PIC X(08).
019300     05  WLKQ-ERR-STAMP-TIME  PIC X(08).
019400 01  WLKQ-DATE-NUM            PIC 9(08) VALUE 0.
019500 01  WLKQ-DAY-NUMBER          PIC S9(09) COMP VALUE 0.
019600 01  WLKQ-PROGRAM             PIC X(08) VALUE SPACES.
019700
019800*    Errors the chosen program logged inside the window.
019900 01  WLKQ-ERR-TABLE.
020000     05  WLKQ-ERR-COUNT       PIC 9(03) COMP VALUE 0.
020100     05  WLKQ-ET-ENTRY OCCURS 200 TIMES.
020200         10  WLKQ-ET-DATE     PIC X(08).
020300         10  WLKQ-ET-TIME     PIC X(08).
020400         10  WLKQ-ET-SEQ      PIC 9(02).
020500         10  WLKQ-ET-LINE     PIC X(75).
020600 01  WLKQ-ERR-TOP             PIC 9(03) COMP VALUE 1.
020700 01  WLKQ-ERR-HEAD            PIC X(75) VALUE SPACES.
020800
020900 01  WLKQ-TEXT-TOP            PIC 9(03) COMP VALUE 1.
021000 01  WLKQ-TEXT-LINES          PIC 9(03) COMP VALUE 16.
021100 01  WLKQ-TEXT-TOTAL          PIC 9(03) COMP VALUE 0.
021200 01  WLKQ-TEXT-SUB            PIC 9(03) COMP VALUE 0.
021300 01  WLKQ-SRC-SUB             PIC 9(03) COMP VALUE 0.
021400 01  WLKQ-TEXT-GROUP-WS.
021500     05  WLKQ-TEXT-LINE OCCURS 16 PIC X(75).
021600 01  WLKQ-DETAIL-HEAD         PIC X(60) VALUE SPACES.
021700
021800 SCREEN SECTION.
021900 01  WLKQ-CRIT-SCREEN.
022000     05  LINE 1 COL 16 BOLD VALUE
022100         "**** WISP DISPATCH HISTORY INQUIRY ****".
022200     05  LINE 4 COL 5 VALUE "Program...:".
022300     05  LINE 4 COL 18 PIC X(08) USING WLKQ-CRIT-PROGRAM.
022400     05  LINE 4 COL 28 VALUE "(blank = any)".
022500     05  LINE 5 COL 5 VALUE "From date.:".
022600     05  LINE 5 COL 18 PIC X(08) USING WLKQ-CRIT-FROM.
022700     05  LINE 5 COL 28 VALUE
022800         "(YYYYMMDD, blank = oldest on file)".
022900     05  LINE 6 COL 5 VALUE "To date...:".
023000     05  LINE 6 COL 18 PIC X(08) USING WLKQ-CRIT-TO.
023100     05  LINE 6 COL 28 VALUE "(YYYYMMDD, blank = today)".
023200     05  LINE 7 COL 5 VALUE "Returned..:".
023300     05  LINE 7 COL 18 PIC X(03) USING WLKQ-CRIT-RV.
023400     05  LINE 7 COL 28 VALUE
023500         "(RETURN-VALUE, F = any failure, blank = any)".
023600     05  LINE 10 COL 5 VALUE
023700         "Press (ENTER) to search, or Q to quit =>".
023800     05  LINE 10 COL 47 PIC X(01) USING WLKQ-FUNCTION.
023900     05  LINE 12 COL 5 PIC X(60) FROM WLKQ-MSG.
024000
024100 01  WLKQ-LIST-SCREEN.
024200     05  LINE 1 COL 16 BOLD VALUE
024300         "**** WISP DISPATCH HISTORY INQUIRY ****".
024400     05  LINE 2 COL 3 VALUE
024500         "ENT DATE     START    END      PROGRAM    SECS    RV MEA
024600-        "NING".
024700     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 12
024800         FROM WLKQ-LIST-LINE.
024900     05  LINE 16 COL 3 PIC X(40) FROM WLKQ-POSITION-MSG.
025000     05  LINE 18 COL 5 VALUE
025100         "Failed dispatch number for its errors:".
025200     05  LINE 18 COL 45 PIC X(03) USING WLKQ-SELECT-X.
025300     05  LINE 20 COL 5 BOLD VALUE
025400         "(ENTER)+number=Errors  (ENTER) alone=New search  (PF7)
025500-        "=Up  (PF8)=Down".
025600     05  LINE 22 COL 5 PIC X(60) FROM WLKQ-MSG.
025700
025800 01  WLKQ-ERR-SCREEN.
025900     05  LINE 1 COL 12 BOLD VALUE
026000         "**** ERRORS LOGGED DURING THE DISPATCH ****".
026100     05  LINE 2 COL 3 PIC X(75) FROM WLKQ-ERR-HEAD.
026200     05  LINE 3 COL 3 VALUE
026300         "ENT DATE     TIME     OPERATOR S TEXT".
026400     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 12
026500         FROM WLKQ-LIST-LINE.
026600     05  LINE 17 COL 3 PIC X(40) FROM WLKQ-POSITION-MSG.
026700     05  LINE 19 COL 5 VALUE "Entry number to view:".
026800     05  LINE 19 COL 28 PIC X(03) USING WLKQ-SELECT-X.
026900     05  LINE 21 COL 5 BOLD VALUE
027000         "(ENTER)+number=View  (ENTER) alone=Return  (PF7)=Up  (P
027100-        "F8)=Down".
027200
027300 01  WLKQ-TEXT-SCREEN.
027400     05  LINE 1 COL 10 BOLD VALUE "**** ERROR DETAIL ****".
027500     05  LINE 2 COL 3 PIC X(60) FROM WLKQ-DETAIL-HEAD.
027600     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 16
027700         FROM WLKQ-TEXT-LINE.
027800     05  LINE 20 COL 3 PIC X(40) FROM WLKQ-POSITION-MSG.
027900     05  LINE 22 COL 5 BOLD VALUE
028000         "Press (ENTER) to return,  (PF7)=Up  (PF8)=Down.".
028100
028200 PROCEDURE DIVISION.
028300
028400 0000-START.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
028700         UNTIL WLKQ-DONE.
028800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028900     GO TO 9999-EXIT.
029000
029100**-----------------------------------------------------------**
029200**  1000-INITIALIZE                                          **
029300**  The retention period is read the same way WISPLGAR reads **
029400**  it.  No error repository yet only means there is nothing **
029500**  to jump to from a failed dispatch.                       **
029600**-----------------------------------------------------------**
029700 1000-INITIALIZE.
029800     ACCEPT WLKQ-TODAY FROM DATE YYYYMMDD.
029850     MOVE "WISP_LOG_RETAIN_MONTHS" TO WLKQ-PARM-NAME.
029900     CALL "WISPPARM" USING WLKQ-PARM-NAME WLKQ-PARM-VALUE.
029950     MOVE WLKQ-PARM-VALUE TO WLKQ-RETAIN-X.
030100     IF WLKQ-RETAIN-X NOT = SPACES
030200         COMPUTE WLKQ-RETAIN-MONTHS =
030300             FUNCTION NUMVAL (WLKQ-RETAIN-X)
030400     END-IF.
030500     IF WLKQ-RETAIN-MONTHS = 0
030600         MOVE 12 TO WLKQ-RETAIN-MONTHS
030700     END-IF.
030800     COMPUTE WLKQ-CURR-MON-IX =
030900         (WLKQ-TODAY-YYYY * 12) + WLKQ-TODAY-MM.
031000     OPEN INPUT WISPERRX-FILE.
031100     IF WERRX-FILE-OK
031200         MOVE "Y" TO WLKQ-ERRX-AVAIL-SW
031300     END-IF.
031400     GO TO 1000-EXIT.
031500 1000-EXIT.
031600     EXIT.
031700
031800**-----------------------------------------------------------**
031900**  2000-PROCESS-INQUIRY                                     **
032000**  One criteria entry / search / list cycle.                **
032100**-----------------------------------------------------------**
032200 2000-PROCESS-INQUIRY.
032300     MOVE SPACES TO WLKQ-FUNCTION.
032400     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
032500     DISPLAY WLKQ-CRIT-SCREEN.
032600     ACCEPT WLKQ-CRIT-SCREEN.
032700     MOVE SPACES TO WLKQ-MSG.
032800     IF WLKQ-FUNC-QUIT
032900         SET WLKQ-DONE TO TRUE
033000         GO TO 2000-EXIT
033100     END-IF.
033200     PERFORM 2100-EDIT-CRITERIA THRU 2100-EXIT.
033300     IF NOT WLKQ-VALID
033400         DISPLAY WLKQ-CRIT-SCREEN
033500         ACCEPT OMITTED
033600         GO TO 2000-EXIT
033700     END-IF.
033800     PERFORM 3000-SEARCH-HISTORY THRU 3000-EXIT.
033900     IF WLKQ-MATCH-COUNT = 0
034000         MOVE "No matching dispatches on file." TO WLKQ-MSG
034100         DISPLAY WLKQ-CRIT-SCREEN
034200         ACCEPT OMITTED
034300     ELSE
034400         PERFORM 4000-LIST-MATCHES THRU 4000-EXIT
034500     END-IF.
034600     MOVE SPACES TO WLKQ-MSG.
034700     GO TO 2000-EXIT.
034800 2000-EXIT.
034900     EXIT.
035000
035100**-----------------------------------------------------------**
035200**  2100-EDIT-CRITERIA                                       **
035300**  A blank from date is the oldest month still retained, a  **
035400**  blank to date is today.  The return criterion is a       **
035500**  RETURN-VALUE, or F for anything but 1 (completed).       **
035600**-----------------------------------------------------------**
035700 2100-EDIT-CRITERIA.
035800     MOVE "N" TO WLKQ-VALID-SW.
035900     IF WLKQ-CRIT-TO = SPACES
036000         MOVE WLKQ-TODAY TO WLKQ-CRIT-TO
036100     END-IF.
036200     MOVE "00000000" TO WLKQ-LOW-DATE.
036300     IF WLKQ-CRIT-FROM NOT = SPACES
036400         IF WLKQ-CRIT-FROM IS NOT NUMERIC
036500                 OR WLKQ-FROM-MM < 1 OR WLKQ-FROM-MM > 12
036600                 OR WLKQ-FROM-DD < 1 OR WLKQ-FROM-DD > 31
036700             MOVE "From date must be YYYYMMDD." TO WLKQ-MSG
036800             GO TO 2100-EXIT
036900         END-IF
037000         MOVE WLKQ-CRIT-FROM TO WLKQ-LOW-DATE
037100     END-IF.
037200     IF WLKQ-CRIT-TO IS NOT NUMERIC
037300             OR WLKQ-TO-MM < 1 OR WLKQ-TO-MM > 12
037400             OR WLKQ-TO-DD < 1 OR WLKQ-TO-DD > 31
037500         MOVE "To date must be YYYYMMDD." TO WLKQ-MSG
037600         GO TO 2100-EXIT
037700     END-IF.
037800     IF WLKQ-LOW-DATE > WLKQ-CRIT-TO
037900         MOVE "From date is after the to date." TO WLKQ-MSG
038000         GO TO 2100-EXIT
038100     END-IF.
038200     MOVE 0 TO WLKQ-CRIT-RV-NUM.
038300     IF WLKQ-CRIT-RV NOT = SPACES AND NOT WLKQ-CRIT-FAILURES
038400         MOVE WLKQ-CRIT-RV TO WLKQ-RV-CHECK
038500         INSPECT WLKQ-RV-CHECK
038600             CONVERTING "0123456789" TO "          "
038700         IF WLKQ-RV-CHECK NOT = SPACES
038800             MOVE "Returned must be a number, F or blank."
038900                 TO WLKQ-MSG
039000             GO TO 2100-EXIT
039100         END-IF
039200         COMPUTE WLKQ-CRIT-RV-NUM =
039300             FUNCTION NUMVAL (WLKQ-CRIT-RV)
039400     END-IF.
039500     SET WLKQ-VALID TO TRUE.
039600     GO TO 2100-EXIT.
039700 2100-EXIT.
039800     EXIT.
039900
040000**-----------------------------------------------------------**
040100**  3000-SEARCH-HISTORY                                      **
040200**  The archive months that overlap the date range, oldest   **
040300**  first, then the live log - so the list runs in the       **
040400**  order the dispatches finished.  The first 300 matches    **
040500**  are kept.                                                **
040600**-----------------------------------------------------------**
040700 3000-SEARCH-HISTORY.
040800     MOVE 0 TO WLKQ-MATCH-COUNT.
040900     MOVE "N" TO WLKQ-TRUNC-SW.
041000     PERFORM 3100-SEARCH-ONE-ARCHIVE THRU 3100-EXIT
041100         VARYING WLKQ-MONTH-STEP FROM 0 BY 1
041200         UNTIL WLKQ-MONTH-STEP > WLKQ-RETAIN-MONTHS
041300            OR WLKQ-LIST-TRUNCATED.
041400     IF NOT WLKQ-LIST-TRUNCATED
041500         PERFORM 3200-SEARCH-LIVE-LOG THRU 3200-EXIT
041600     END-IF.
041700     GO TO 3000-EXIT.
041800 3000-EXIT.
041900     EXIT.
042000
042100**-----------------------------------------------------------**
042200**  3100-SEARCH-ONE-ARCHIVE                                  **
042300**  A month outside the date range, or with no archive file  **
042400**  (nothing ran, or WISPLGAR has purged it), is passed over.**
042500**-----------------------------------------------------------**
042600 3100-SEARCH-ONE-ARCHIVE.
042700     COMPUTE WLKQ-MONTH-OFFSET =
042800         WLKQ-RETAIN-MONTHS - WLKQ-MONTH-STEP.
042900     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
043000     IF WLKQ-CALC-MONTH < WLKQ-LOW-DATE (1:6)
043100             OR WLKQ-CALC-MONTH > WLKQ-CRIT-TO (1:6)
043200         GO TO 3100-EXIT
043300     END-IF.
043400     MOVE SPACES TO WLKQ-ARCHIVE-NAME.
043500     STRING "WISPLINK." DELIMITED BY SIZE
043600         WLKQ-CALC-MONTH DELIMITED BY SIZE
043700         INTO WLKQ-ARCHIVE-NAME.
043800     OPEN INPUT ARCHIVE-IN.
043900     IF NOT WLKQ-ARCH-OK
044000         GO TO 3100-EXIT
044100     END-IF.
044200     MOVE "N" TO WLKQ-LOG-EOF-SW.
044300     PERFORM 3110-READ-ARCHIVE-REC THRU 3110-EXIT
044400         UNTIL WLKQ-LOG-EOF OR WLKQ-LIST-TRUNCATED.
044500     CLOSE ARCHIVE-IN.
044600     GO TO 3100-EXIT.
044700 3100-EXIT.
044800     EXIT.
044900
045000**-----------------------------------------------------------**
045100**  3110-READ-ARCHIVE-REC                                    **
045200**-----------------------------------------------------------**
045300 3110-READ-ARCHIVE-REC.
045400     READ ARCHIVE-IN
045500         AT END SET WLKQ-LOG-EOF TO TRUE
045600     END-READ.
045700     IF NOT WLKQ-LOG-EOF
045800         MOVE WLKQ-ARCH-REC TO WISPLNK-LOG-RECORD
045900         PERFORM 3300-CHECK-DISPATCH THRU 3300-EXIT
046000     END-IF.
046100     GO TO 3110-EXIT.
046200 3110-EXIT.
046300     EXIT.
046400
046500**-----------------------------------------------------------**
046600**  3200-SEARCH-LIVE-LOG                                     **
046700**  Whatever WISPLGAR has not archived yet.                  **
046800**-----------------------------------------------------------**
046900 3200-SEARCH-LIVE-LOG.
047000     OPEN INPUT WISPLINK-IN.
047100     IF NOT WLNKL-FILE-OK
047200         GO TO 3200-EXIT
047300     END-IF.
047400     MOVE "N" TO WLKQ-LOG-EOF-SW.
047500     PERFORM 3210-READ-LIVE-REC THRU 3210-EXIT
047600         UNTIL WLKQ-LOG-EOF OR WLKQ-LIST-TRUNCATED.
047700     CLOSE WISPLINK-IN.
047800     GO TO 3200-EXIT.
047900 3200-EXIT.
048000     EXIT.
048100
048200**-----------------------------------------------------------**
048300**  3210-READ-LIVE-REC                                       **
048400**-----------------------------------------------------------**
048500 3210-READ-LIVE-REC.
048600     READ WISPLINK-IN
048700         AT END SET WLKQ-LOG-EOF TO TRUE
048800     END-READ.
048900     IF NOT WLKQ-LOG-EOF
049000         PERFORM 3300-CHECK-DISPATCH THRU 3300-EXIT
049100     END-IF.
049200     GO TO 3210-EXIT.
049300 3210-EXIT.
049400     EXIT.
049500
049600**-----------------------------------------------------------**
049700**  3300-CHECK-DISPATCH                                      **
049800**  Keep the audit record if it passes every criterion.  A   **
049900**  match beyond the 300th stops the search and is flagged   **
050000**  on the list.                                             **
050100**-----------------------------------------------------------**
050200 3300-CHECK-DISPATCH.
050300     IF WLNKL-DATE < WLKQ-LOW-DATE
050400             OR WLNKL-DATE > WLKQ-CRIT-TO
050500         GO TO 3300-EXIT
050600     END-IF.
050700     IF WLKQ-CRIT-PROGRAM NOT = SPACES
050800             AND WLNKL-PROGRAM NOT = WLKQ-CRIT-PROGRAM
050900         GO TO 3300-EXIT
051000     END-IF.
051100     IF WLKQ-CRIT-RV NOT = SPACES
051200         IF WLNKL-RETURN-VALUE IS NOT NUMERIC
051300             GO TO 3300-EXIT
051400         END-IF
051500         IF WLKQ-CRIT-FAILURES
051600             IF WLNKL-RETURN-VALUE = 1
051700                 GO TO 3300-EXIT
051800             END-IF
051900         ELSE
052000             IF WLNKL-RETURN-VALUE NOT = WLKQ-CRIT-RV-NUM
052100                 GO TO 3300-EXIT
052200             END-IF
052300         END-IF
052400     END-IF.
052500     IF WLKQ-MATCH-COUNT = 300
052600         SET WLKQ-LIST-TRUNCATED TO TRUE
052700         GO TO 3300-EXIT
052800     END-IF.
052900     ADD 1 TO WLKQ-MATCH-COUNT.
053000     MOVE WLNKL-DATE TO WLKQ-MT-DATE (WLKQ-MATCH-COUNT).
053100     MOVE WLNKL-START-TIME TO WLKQ-MT-START (WLKQ-MATCH-COUNT).
053200     MOVE WLNKL-TIME TO WLKQ-MT-END (WLKQ-MATCH-COUNT).
053300     MOVE WLNKL-PROGRAM TO WLKQ-MT-PROGRAM (WLKQ-MATCH-COUNT).
053400     IF WLNKL-RETURN-VALUE IS NUMERIC
053500         MOVE WLNKL-RETURN-VALUE
053600             TO WLKQ-MT-RV (WLKQ-MATCH-COUNT)
053700     ELSE
053800         MOVE 0 TO WLKQ-MT-RV (WLKQ-MATCH-COUNT)
053900     END-IF.
054000     PERFORM 3400-BUILD-MEANING THRU 3400-EXIT.
054100     MOVE SPACES TO WLKQ-SECS-X.
054200     IF WLNKL-ELAPSED-SECS IS NUMERIC
054300         MOVE WLNKL-ELAPSED-SECS TO WLKQ-SECS-DISP
054400         MOVE WLKQ-SECS-DISP TO WLKQ-SECS-X
054500     END-IF.
054600     MOVE WLKQ-MATCH-COUNT TO WLKQ-ENTRY-DISP.
054700     MOVE SPACES TO WLKQ-MT-LINE (WLKQ-MATCH-COUNT).
054800     STRING WLKQ-ENTRY-DISP DELIMITED BY SIZE
054900         " " DELIMITED BY SIZE
055000         WLNKL-DATE DELIMITED BY SIZE
055100         " " DELIMITED BY SIZE
055200         WLNKL-START-TIME DELIMITED BY SIZE
055300         " " DELIMITED BY SIZE
055400         WLNKL-TIME DELIMITED BY SIZE
055500         " " DELIMITED BY SIZE
055600         WLNKL-PROGRAM DELIMITED BY SIZE
055700         " " DELIMITED BY SIZE
055800         WLKQ-SECS-X DELIMITED BY SIZE
055900         " " DELIMITED BY SIZE
056000         WLKQ-RV-X DELIMITED BY SIZE
056100         " " DELIMITED BY SIZE
056200         WLKQ-MEANING DELIMITED BY SIZE
056300         INTO WLKQ-MT-LINE (WLKQ-MATCH-COUNT).
056400     GO TO 3300-EXIT.
056500 3300-EXIT.
056600     EXIT.
056700
056800**-----------------------------------------------------------**
056900**  3400-BUILD-MEANING                                       **
057000**  What WCLINKX's RETURN-VALUE says about the dispatch.     **
057100**-----------------------------------------------------------**
057200 3400-BUILD-MEANING.
057300     MOVE WLKQ-MT-RV (WLKQ-MATCH-COUNT) TO WLKQ-RV-DISP.
057400     MOVE WLKQ-RV-DISP TO WLKQ-RV-X.
057500     IF WLNKL-RETURN-VALUE IS NOT NUMERIC
057600         MOVE SPACES TO WLKQ-RV-X
057700         MOVE "NOT RECORDED" TO WLKQ-MEANING
057800         GO TO 3400-EXIT
057900     END-IF.
058000     EVALUATE WLNKL-RETURN-VALUE
058100         WHEN 1
058200             MOVE "COMPLETED" TO WLKQ-MEANING
058300         WHEN 91
058400             MOVE "PROGRAM NOT FOUND" TO WLKQ-MEANING
058500         WHEN 92
058600             MOVE "PROGRAM LOAD ERROR" TO WLKQ-MEANING
058700         WHEN 93
058800             MOVE "NOT ON WISPAUTH LIST" TO WLKQ-MEANING
058900         WHEN 94
059000             MOVE "OPERATOR NOT PERMITTED" TO WLKQ-MEANING
059100         WHEN OTHER
059200             MOVE "FAILED IN THE PROGRAM" TO WLKQ-MEANING
059300     END-EVALUATE.
059400     GO TO 3400-EXIT.
059500 3400-EXIT.
059600     EXIT.
059700
059800**-----------------------------------------------------------**
059900**  4000-LIST-MATCHES                                        **
060000**  Page the match table 12 entries at a time; the number of **
060100**  a failed dispatch lists its errors, ENTER alone returns  **
060200**  to the criteria screen.                                  **
060300**-----------------------------------------------------------**
060400 4000-LIST-MATCHES.
060500     MOVE 1 TO WLKQ-LIST-TOP.
060600     MOVE "N" TO WLKQ-LIST-DONE-SW.
060700     PERFORM 4100-SHOW-LIST-PAGE THRU 4100-EXIT
060800         UNTIL WLKQ-LIST-DONE.
060900     GO TO 4000-EXIT.
061000 4000-EXIT.
061100     EXIT.
061200
061300**-----------------------------------------------------------**
061400**  4100-SHOW-LIST-PAGE                                      **
061500**-----------------------------------------------------------**
061600 4100-SHOW-LIST-PAGE.
061700     MOVE SPACES TO WLKQ-LIST-GROUP.
061800     MOVE WLKQ-LIST-TOP TO WLKQ-LIST-SUB.
061900     MOVE 1 TO WLKQ-PAGE-SUB.
062000     PERFORM 4110-BUILD-LIST-LINE THRU 4110-EXIT
062100         UNTIL WLKQ-PAGE-SUB > WLKQ-LIST-LINES
062200            OR WLKQ-LIST-SUB > WLKQ-MATCH-COUNT.
062300     MOVE WLKQ-LIST-TOP TO WLKQ-TOP-D.
062400     MOVE WLKQ-MATCH-COUNT TO WLKQ-COUNT-D.
062500     MOVE SPACES TO WLKQ-POSITION-MSG.
062600     STRING "Entries " DELIMITED BY SIZE
062700         WLKQ-TOP-D DELIMITED BY SIZE
062800         " of " DELIMITED BY SIZE
062900         WLKQ-COUNT-D DELIMITED BY SIZE
063000         INTO WLKQ-POSITION-MSG.
063100     IF WLKQ-LIST-TRUNCATED
063200         STRING "Entries " DELIMITED BY SIZE
063300             WLKQ-TOP-D DELIMITED BY SIZE
063400             " - MORE THAN 300, REFINE SEARCH"
063500                 DELIMITED BY SIZE
063600             INTO WLKQ-POSITION-MSG
063700     END-IF.
063800     MOVE SPACES TO WLKQ-SELECT-X.
063900     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
064000     DISPLAY WLKQ-LIST-SCREEN.
064100     ACCEPT WLKQ-LIST-SCREEN.
064200     MOVE SPACES TO WLKQ-MSG.
064300     EVALUATE TRUE
064400         WHEN WLKQ-KEY-PF8
064500             IF (WLKQ-LIST-TOP + WLKQ-LIST-LINES) <=
064600                     WLKQ-MATCH-COUNT
064700                 ADD WLKQ-LIST-LINES TO WLKQ-LIST-TOP
064800             END-IF
064900         WHEN WLKQ-KEY-PF7
065000             IF WLKQ-LIST-TOP > WLKQ-LIST-LINES
065100                 SUBTRACT WLKQ-LIST-LINES FROM WLKQ-LIST-TOP
065200             ELSE
065300                 MOVE 1 TO WLKQ-LIST-TOP
065400             END-IF
065500         WHEN OTHER
065600             IF WLKQ-SELECT-X = SPACES
065700                 SET WLKQ-LIST-DONE TO TRUE
065800             ELSE
065900                 COMPUTE WLKQ-SELECT-NUM =
066000                     FUNCTION NUMVAL (WLKQ-SELECT-X)
066100                 IF WLKQ-SELECT-NUM > 0
066200                         AND WLKQ-SELECT-NUM
066300                             <= WLKQ-MATCH-COUNT
066400                     PERFORM 5000-SHOW-ERRORS THRU 5000-EXIT
066500                 END-IF
066600             END-IF
066700     END-EVALUATE.
066800     GO TO 4100-EXIT.
066900 4100-EXIT.
067000     EXIT.
067100
067200**-----------------------------------------------------------**
067300**  4110-BUILD-LIST-LINE                                     **
067400**-----------------------------------------------------------**
067500 4110-BUILD-LIST-LINE.
067600     MOVE WLKQ-MT-LINE (WLKQ-LIST-SUB)
067700         TO WLKQ-LIST-LINE (WLKQ-PAGE-SUB).
067800     ADD 1 TO WLKQ-PAGE-SUB.
067900     ADD 1 TO WLKQ-LIST-SUB.
068000     GO TO 4110-EXIT.
068100 4110-EXIT.
068200     EXIT.
068300
068400**-----------------------------------------------------------**
068500**  5000-SHOW-ERRORS                                         **
068600**  The WISPERRX.DAT errors of the chosen failed dispatch's  **
068700**  program, logged between its start and its end.  A       **
068800**  record from before WCLINKX stamped start times has no    **
068900**  start, so its window opens at midnight.                  **
069000**-----------------------------------------------------------**
069100 5000-SHOW-ERRORS.
069200     IF WLKQ-MT-RV (WLKQ-SELECT-NUM) = 1
069300         MOVE "That dispatch completed - choose a failed one."
069400             TO WLKQ-MSG
069500         GO TO 5000-EXIT
069600     END-IF.
069700     IF NOT WLKQ-ERRX-AVAIL
069800         MOVE "No error repository on file yet." TO WLKQ-MSG
069900         GO TO 5000-EXIT
070000     END-IF.
070100     MOVE WLKQ-MT-PROGRAM (WLKQ-SELECT-NUM) TO WLKQ-PROGRAM.
070200     MOVE WLKQ-MT-DATE (WLKQ-SELECT-NUM) TO WLKQ-WIN-TO-DATE.
070300     MOVE WLKQ-MT-END (WLKQ-SELECT-NUM) TO WLKQ-WIN-TO-TIME.
070400     MOVE WLKQ-WIN-TO-DATE TO WLKQ-WIN-FROM-DATE.
070500     MOVE WLKQ-MT-START (WLKQ-SELECT-NUM) TO WLKQ-WIN-FROM-TIME.
070600     IF WLKQ-WIN-FROM-TIME = SPACES
070700         MOVE "00000000" TO WLKQ-WIN-FROM-TIME
070800     END-IF.
070900     IF WLKQ-WIN-FROM-TIME > WLKQ-WIN-TO-TIME
071000             AND WLKQ-WIN-TO-DATE IS NUMERIC
071100         MOVE WLKQ-WIN-TO-DATE TO WLKQ-DATE-NUM
071200         COMPUTE WLKQ-DAY-NUMBER =
071300             FUNCTION INTEGER-OF-DATE (WLKQ-DATE-NUM) - 1
071400         COMPUTE WLKQ-DATE-NUM =
071500             FUNCTION DATE-OF-INTEGER (WLKQ-DAY-NUMBER)
071600         MOVE WLKQ-DATE-NUM TO WLKQ-WIN-FROM-DATE
071700     END-IF.
071800     PERFORM 5100-COLLECT-ERRORS THRU 5100-EXIT.
071900     IF WLKQ-ERR-COUNT = 0
072000         MOVE SPACES TO WLKQ-MSG
072100         STRING "No errors logged by " DELIMITED BY SIZE
072200             WLKQ-PROGRAM DELIMITED BY SPACE
072300             " during that dispatch." DELIMITED BY SIZE
072400             INTO WLKQ-MSG
072500         GO TO 5000-EXIT
072600     END-IF.
072700     MOVE SPACES TO WLKQ-ERR-HEAD.
072800     STRING WLKQ-PROGRAM DELIMITED BY SIZE
072900         " " DELIMITED BY SIZE
073000         WLKQ-WIN-FROM-DATE DELIMITED BY SIZE
073100         " " DELIMITED BY SIZE
073200         WLKQ-WIN-FROM-TIME DELIMITED BY SIZE
073300         " - " DELIMITED BY SIZE
073400         WLKQ-WIN-TO-DATE DELIMITED BY SIZE
073500         " " DELIMITED BY SIZE
073600         WLKQ-WIN-TO-TIME DELIMITED BY SIZE
073700         " " DELIMITED BY SIZE
073800         WLKQ-MT-LINE (WLKQ-SELECT-NUM) (48:28)
073900             DELIMITED BY SIZE
074000         INTO WLKQ-ERR-HEAD.
074100     MOVE 1 TO WLKQ-ERR-TOP.
074200     MOVE "N" TO WLKQ-ERR-DONE-SW.
074300     PERFORM 5200-SHOW-ERROR-PAGE THRU 5200-EXIT
074400         UNTIL WLKQ-ERR-DONE.
074500     GO TO 5000-EXIT.
074600 5000-EXIT.
074700     EXIT.
074800
074900**-----------------------------------------------------------**
075000**  5100-COLLECT-ERRORS                                      **
075100**  Position on the program alternate key, as WACUERRQ does, **
075200**  and keep the records stamped inside the window.          **
075300**-----------------------------------------------------------**
075400 5100-COLLECT-ERRORS.
075500     MOVE 0 TO WLKQ-ERR-COUNT.
075600     MOVE "N" TO WLKQ-ERR-TRUNC-SW.
075700     MOVE "N" TO WLKQ-SEARCH-EOF-SW.
075800     MOVE WLKQ-PROGRAM TO WERRX-PROGRAM.
075900     START WISPERRX-FILE KEY IS NOT LESS THAN WERRX-PROGRAM
076000         INVALID KEY
076100             SET WLKQ-SEARCH-EOF TO TRUE
076200     END-START.
076300     PERFORM 5110-COLLECT-ONE-ERROR THRU 5110-EXIT
076400         UNTIL WLKQ-SEARCH-EOF.
076500     GO TO 5100-EXIT.
076600 5100-EXIT.
076700     EXIT.
076800
076900**-----------------------------------------------------------**
077000**  5110-COLLECT-ONE-ERROR                                   **
077100**-----------------------------------------------------------**
077200 5110-COLLECT-ONE-ERROR.
077300     READ WISPERRX-FILE NEXT RECORD
077400         AT END SET WLKQ-SEARCH-EOF TO TRUE
077500     END-READ.
077600     IF WLKQ-SEARCH-EOF
077700         GO TO 5110-EXIT
077800     END-IF.
077900     IF WERRX-PROGRAM NOT = WLKQ-PROGRAM
078000         SET WLKQ-SEARCH-EOF TO TRUE
078100         GO TO 5110-EXIT
078200     END-IF.
078300     MOVE WERRX-DATE TO WLKQ-ERR-STAMP-DATE.
078400     MOVE WERRX-TIME TO WLKQ-ERR-STAMP-TIME.
078500     IF WLKQ-ERR-STAMP < WLKQ-WIN-FROM
078600             OR WLKQ-ERR-STAMP > WLKQ-WIN-TO
078700         GO TO 5110-EXIT
078800     END-IF.
078900     IF WLKQ-ERR-COUNT = 200
079000         SET WLKQ-ERR-TRUNCATED TO TRUE
079100         SET WLKQ-SEARCH-EOF TO TRUE
079200         GO TO 5110-EXIT
079300     END-IF.
079400     ADD 1 TO WLKQ-ERR-COUNT.
079500     MOVE WERRX-DATE TO WLKQ-ET-DATE (WLKQ-ERR-COUNT).
079600     MOVE WERRX-TIME TO WLKQ-ET-TIME (WLKQ-ERR-COUNT).
079700     MOVE WERRX-SEQ TO WLKQ-ET-SEQ (WLKQ-ERR-COUNT).
079800     MOVE WLKQ-ERR-COUNT TO WLKQ-ENTRY-DISP.
079900     MOVE SPACES TO WLKQ-ET-LINE (WLKQ-ERR-COUNT).
080000     STRING WLKQ-ENTRY-DISP DELIMITED BY SIZE
080100         " " DELIMITED BY SIZE
080200         WERRX-DATE DELIMITED BY SIZE
080300         " " DELIMITED BY SIZE
080400         WERRX-TIME DELIMITED BY SIZE
080500         " " DELIMITED BY SIZE
080600         WERRX-OPERATOR DELIMITED BY SIZE
080700         " " DELIMITED BY SIZE
080800         WERRX-SEVERITY DELIMITED BY SIZE
080900         " " DELIMITED BY SIZE
081000         WERRX-TEXT-LINE (1) (1:42) DELIMITED BY SIZE
081100         INTO WLKQ-ET-LINE (WLKQ-ERR-COUNT).
081200     GO TO 5110-EXIT.
081300 5110-EXIT.
081400     EXIT.
081500
081600**-----------------------------------------------------------**
081700**  5200-SHOW-ERROR-PAGE                                     **
081800**-----------------------------------------------------------**
081900 5200-SHOW-ERROR-PAGE.
082000     MOVE SPACES TO WLKQ-LIST-GROUP.
082100     MOVE WLKQ-ERR-TOP TO WLKQ-LIST-SUB.
082200     MOVE 1 TO WLKQ-PAGE-SUB.
082300     PERFORM 5210-BUILD-ERROR-LINE THRU 5210-EXIT
082400         UNTIL WLKQ-PAGE-SUB > WLKQ-LIST-LINES
082500            OR WLKQ-LIST-SUB > WLKQ-ERR-COUNT.
082600     MOVE WLKQ-ERR-TOP TO WLKQ-TOP-D.
082700     MOVE WLKQ-ERR-COUNT TO WLKQ-COUNT-D.
082800     MOVE SPACES TO WLKQ-POSITION-MSG.
082900     STRING "Errors " DELIMITED BY SIZE
083000         WLKQ-TOP-D DELIMITED BY SIZE
083100         " of " DELIMITED BY SIZE
083200         WLKQ-COUNT-D DELIMITED BY SIZE
083300         INTO WLKQ-POSITION-MSG.
083400     IF WLKQ-ERR-TRUNCATED
083500         STRING "Errors " DELIMITED BY SIZE
083600             WLKQ-TOP-D DELIMITED BY SIZE
083700             " - MORE THAN 200, FIRST 200 SHOWN"
083800                 DELIMITED BY SIZE
083900             INTO WLKQ-POSITION-MSG
084000     END-IF.
084100     MOVE SPACES TO WLKQ-SELECT-X.
084200     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
084300     DISPLAY WLKQ-ERR-SCREEN.
084400     ACCEPT WLKQ-ERR-SCREEN.
084500     EVALUATE TRUE
084600         WHEN WLKQ-KEY-PF8
084700             IF (WLKQ-ERR-TOP + WLKQ-LIST-LINES) <=
084800                     WLKQ-ERR-COUNT
084900                 ADD WLKQ-LIST-LINES TO WLKQ-ERR-TOP
085000             END-IF
085100         WHEN WLKQ-KEY-PF7
085200             IF WLKQ-ERR-TOP > WLKQ-LIST-LINES
085300                 SUBTRACT WLKQ-LIST-LINES FROM WLKQ-ERR-TOP
085400             ELSE
085500                 MOVE 1 TO WLKQ-ERR-TOP
085600             END-IF
085700         WHEN OTHER
085800             IF WLKQ-SELECT-X = SPACES
085900                 SET WLKQ-ERR-DONE TO TRUE
086000             ELSE
086100                 COMPUTE WLKQ-ERR-SELECT-NUM =
086200                     FUNCTION NUMVAL (WLKQ-SELECT-X)
086300                 IF WLKQ-ERR-SELECT-NUM > 0
086400                         AND WLKQ-ERR-SELECT-NUM
086500                             <= WLKQ-ERR-COUNT
086600                     PERFORM 6000-SHOW-DETAIL THRU 6000-EXIT
086700                 END-IF
086800             END-IF
086900     END-EVALUATE.
087000     GO TO 5200-EXIT.
087100 5200-EXIT.
087200     EXIT.
087300
087400**-----------------------------------------------------------**
087500**  5210-BUILD-ERROR-LINE                                    **
087600**-----------------------------------------------------------**
087700 5210-BUILD-ERROR-LINE.
087800     MOVE WLKQ-ET-LINE (WLKQ-LIST-SUB)
087900         TO WLKQ-LIST-LINE (WLKQ-PAGE-SUB).
088000     ADD 1 TO WLKQ-PAGE-SUB.
088100     ADD 1 TO WLKQ-LIST-SUB.
088200     GO TO 5210-EXIT.
088300 5210-EXIT.
088400     EXIT.
088500
088600**-----------------------------------------------------------**
088700**  6000-SHOW-DETAIL                                         **
088800**  Re-read the chosen repository record by its key and page **
088900**  the full captured error text, as WACUERRQ does.          **
089000**-----------------------------------------------------------**
089100 6000-SHOW-DETAIL.
089200     MOVE WLKQ-ET-DATE (WLKQ-ERR-SELECT-NUM) TO WERRX-DATE.
089300     MOVE WLKQ-ET-TIME (WLKQ-ERR-SELECT-NUM) TO WERRX-TIME.
089400     MOVE WLKQ-PROGRAM TO WERRX-PROGRAM.
089500     MOVE WLKQ-ET-SEQ (WLKQ-ERR-SELECT-NUM) TO WERRX-SEQ.
089600     READ WISPERRX-FILE
089700         INVALID KEY
089800             GO TO 6000-EXIT
089900     END-READ.
090000     MOVE SPACES TO WLKQ-DETAIL-HEAD.
090100     STRING WERRX-DATE DELIMITED BY SIZE
090200         " " DELIMITED BY SIZE
090300         WERRX-TIME DELIMITED BY SIZE
090400         "  PROGRAM: " DELIMITED BY SIZE
090500         WERRX-PROGRAM DELIMITED BY SIZE
090600         "  OPERATOR: " DELIMITED BY SIZE
090700         WERRX-OPERATOR DELIMITED BY SIZE
090800         "  SEV: " DELIMITED BY SIZE
090900         WERRX-SEVERITY DELIMITED BY SIZE
091000         INTO WLKQ-DETAIL-HEAD.
091100     MOVE WERRX-LINE-COUNT TO WLKQ-TEXT-TOTAL.
091200     IF WLKQ-TEXT-TOTAL < 1
091300         MOVE 1 TO WLKQ-TEXT-TOTAL
091400     END-IF.
091500     MOVE 1 TO WLKQ-TEXT-TOP.
091600     MOVE "N" TO WLKQ-TEXT-DONE-SW.
091700     PERFORM 6100-SHOW-TEXT-PAGE THRU 6100-EXIT
091800         UNTIL WLKQ-TEXT-DONE.
091900     GO TO 6000-EXIT.
092000 6000-EXIT.
092100     EXIT.
092200
092300**-----------------------------------------------------------**
092400**  6100-SHOW-TEXT-PAGE                                      **
092500**-----------------------------------------------------------**
092600 6100-SHOW-TEXT-PAGE.
092700     MOVE SPACES TO WLKQ-TEXT-GROUP-WS.
092800     MOVE WLKQ-TEXT-TOP TO WLKQ-SRC-SUB.
092900     MOVE 1 TO WLKQ-TEXT-SUB.
093000     PERFORM 6110-COPY-TEXT-LINE THRU 6110-EXIT
093100         UNTIL WLKQ-TEXT-SUB > WLKQ-TEXT-LINES
093200            OR WLKQ-SRC-SUB > WLKQ-TEXT-TOTAL.
093300     MOVE WLKQ-TEXT-TOP TO WLKQ-TOP-D.
093400     MOVE WLKQ-TEXT-TOTAL TO WLKQ-COUNT-D.
093500     MOVE SPACES TO WLKQ-POSITION-MSG.
093600     STRING "Lines " DELIMITED BY SIZE
093700         WLKQ-TOP-D DELIMITED BY SIZE
093800         " of " DELIMITED BY SIZE
093900         WLKQ-COUNT-D DELIMITED BY SIZE
094000         INTO WLKQ-POSITION-MSG.
094100     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
094200     DISPLAY WLKQ-TEXT-SCREEN.
094300     ACCEPT OMITTED.
094400     EVALUATE TRUE
094500         WHEN WLKQ-KEY-PF8
094600             IF (WLKQ-TEXT-TOP + WLKQ-TEXT-LINES) <=
094700                     WLKQ-TEXT-TOTAL
094800                 ADD WLKQ-TEXT-LINES TO WLKQ-TEXT-TOP
094900             END-IF
095000         WHEN WLKQ-KEY-PF7
095100             IF WLKQ-TEXT-TOP > WLKQ-TEXT-LINES
095200                 SUBTRACT WLKQ-TEXT-LINES FROM WLKQ-TEXT-TOP
095300             ELSE
095400                 MOVE 1 TO WLKQ-TEXT-TOP
095500             END-IF
095600         WHEN OTHER
095700             SET WLKQ-TEXT-DONE TO TRUE
095800     END-EVALUATE.
095900     GO TO 6100-EXIT.
096000 6100-EXIT.
096100     EXIT.
096200
096300**-----------------------------------------------------------**
096400**  6110-COPY-TEXT-LINE                                      **
096500**-----------------------------------------------------------**
096600 6110-COPY-TEXT-LINE.
096700     MOVE WERRX-TEXT-LINE (WLKQ-SRC-SUB)
096800         TO WLKQ-TEXT-LINE (WLKQ-TEXT-SUB).
096900     ADD 1 TO WLKQ-TEXT-SUB.
097000     ADD 1 TO WLKQ-SRC-SUB.
097100     GO TO 6110-EXIT.
097200 6110-EXIT.
097300     EXIT.
097400
097500**-----------------------------------------------------------**
097600**  8600-COMPUTE-MONTH-KEY                                   **
097700**  YYYYMM of the month WLKQ-MONTH-OFFSET months back.       **
097800**-----------------------------------------------------------**
097900 8600-COMPUTE-MONTH-KEY.
098000     COMPUTE WLKQ-CALC-MON-IX =
098100         WLKQ-CURR-MON-IX - WLKQ-MONTH-OFFSET.
098200     COMPUTE WLKQ-CALC-YYYY = (WLKQ-CALC-MON-IX - 1) / 12.
098300     COMPUTE WLKQ-CALC-MM =
098400         WLKQ-CALC-MON-IX - (WLKQ-CALC-YYYY * 12).
098500     MOVE WLKQ-CALC-YYYY TO WLKQ-CALC-MONTH-YYYY.
098600     MOVE WLKQ-CALC-MM TO WLKQ-CALC-MONTH-MM.
098700     GO TO 8600-EXIT.
098800 8600-EXIT.
098900     EXIT.
099000
099100**-----------------------------------------------------------**
099200**  9000-TERMINATE                                           **
099300**-----------------------------------------------------------**
099400 9000-TERMINATE.
099500     IF WLKQ-ERRX-AVAIL
099600         CLOSE WISPERRX-FILE
099700     END-IF.
099800     DISPLAY WINDOW ERASE.
099900     GO TO 9000-EXIT.
100000 9000-EXIT.
100100     EXIT.
100200
100300 9999-EXIT.
100400     EXIT PROGRAM.
100500 9999-STOP.
100600     STOP RUN.
