000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPTRND.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Monthly Step Runtime Trend Report.  For every
000900**               step program in WISPSTRM.DAT, works out the
001000**               mean elapsed seconds of its successful timed
001100**               dispatches in each of the last three months
001200**               (the months' WISPLGAR archives of WISPLINK.LOG
001300**               plus anything still in the live log), sets
001400**               the prior month beside the WISPBASE.DAT
001500**               typical and worst figures, and lists the steps
001600**               whose runtime is creeping up - rising month on
001700**               month for three months, or running ten percent
001800**               or more over their baseline - so capacity
001900**               planning sees the trend before the batch
002000**               window breaks.
002100**
002200**   Build:      ccbl -o WISPTRND.acu WISPTRND.cob
002300**
002400**   Modifications:
002500**     dgh  Original version.
002600**
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.
003000     WISPTRND.
003100 REMARKS.
003200     Prior-month step runtime trend against the previous two
003300     months and the WISPBASE.DAT baselines.
003400
003500 ENVIRONMENT DIVISION.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WSTR-FILE-STATUS.
004200
004300     SELECT WISPBASE-FILE ASSIGN TO "WISPBASE"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WBAS-FILE-STATUS.
004600
004700     SELECT WISPLINK-IN ASSIGN TO "WISPLINK"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WLNKL-FILE-STATUS.
005000
005100     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WTRD-ARCHIVE-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WTRD-ARCH-STATUS.
005400
005500     SELECT REPORT-OUT ASSIGN TO DYNAMIC WTRD-SPOOL-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS RPTO-FILE-STATUS.
005800
005900 DATA DIVISION.
006000
006100 FILE SECTION.
006200 FD  WISPSTRM-FILE.
006300     COPY "wispstrr.cpy".
006400
006500 FD  WISPBASE-FILE.
006600     COPY "wispbasr.cpy".
006700
006800 FD  WISPLINK-IN.
006900     COPY "wisplnkr.cpy".
007000
007100 FD  ARCHIVE-IN.
007200 01  WTRD-ARCH-REC               PIC X(80).
007300
007400 FD  REPORT-OUT.
007500 01  REPORT-LINE                 PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  WSTR-FILE-STATUS            PIC XX.
008000     88  WSTR-FILE-OK                VALUE "00".
008100 01  WBAS-FILE-STATUS            PIC XX.
008200     88  WBAS-FILE-OK                VALUE "00".
008300 01  WLNKL-FILE-STATUS           PIC XX.
008400     88  WLNKL-FILE-OK               VALUE "00".
008500 01  WTRD-ARCH-STATUS            PIC XX.
008600     88  WTRD-ARCH-OK                VALUE "00".
008700 01  RPTO-FILE-STATUS            PIC XX.
008800 01  WTRD-SPOOL-NAME             PIC X(28) VALUE SPACES.
008900 01  WTRD-SPOOL-MODE             PIC X(01).
009000 01  WTRD-REPORT-ID              PIC X(08) VALUE "WISPGRPT".
009100 01  WTRD-SPOOL-PGM              PIC X(08) VALUE "WISPTRND".
009200
009300 01  WTRD-DEF-EOF-SW             PIC X(01) VALUE "N".
009400     88  WTRD-DEF-EOF                VALUE "Y".
009500 01  WTRD-BASE-EOF-SW            PIC X(01) VALUE "N".
009600     88  WTRD-BASE-EOF               VALUE "Y".
009700 01  WTRD-LOG-EOF-SW             PIC X(01) VALUE "N".
009800     88  WTRD-LOG-EOF                VALUE "Y".
009900 01  WTRD-RISING-SW              PIC X(01) VALUE "N".
010000     88  WTRD-RISING                 VALUE "Y".
010100 01  WTRD-ABOVE-SW               PIC X(01) VALUE "N".
010200     88  WTRD-ABOVE-BASELINE         VALUE "Y".
010300
010400 01  WTRD-TODAY                  PIC X(08).
010500 01  FILLER REDEFINES WTRD-TODAY.
010600     05  WTRD-TODAY-YYYY         PIC 9(04).
010700     05  WTRD-TODAY-MM           PIC 9(02).
010800     05  FILLER                  PIC X(02).
010900 77  WTRD-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
011000 77  WTRD-CALC-MON-IX            PIC 9(09) COMP VALUE 0.
011100 77  WTRD-CALC-YYYY              PIC 9(09) COMP VALUE 0.
011200 77  WTRD-CALC-MM                PIC 9(09) COMP VALUE 0.
011300 01  WTRD-CALC-MONTH.
011400     05  WTRD-CALC-MONTH-YYYY    PIC 9(04).
011500     05  WTRD-CALC-MONTH-MM      PIC 9(02).
011600
011700*    The three months compared, oldest first; the third is
011800*    the report month (the prior calendar month).
011900 01  WTRD-MONTH-TABLE.
012000     05  WTRD-MONTH-KEY OCCURS 3 TIMES
012100                                 PIC X(06).
012200 01  WTRD-MON-SUB                PIC 9(03) COMP VALUE 0.
012300 01  WTRD-MON-CUR                PIC 9(03) COMP VALUE 0.
012400
012500 01  WTRD-REC-DATE               PIC X(08).
012600 01  FILLER REDEFINES WTRD-REC-DATE.
012700     05  WTRD-REC-MONTH          PIC X(06).
012800     05  FILLER                  PIC X(02).
012900
013000 01  WTRD-ARCHIVE-NAME           PIC X(20) VALUE SPACES.
013100
013200*    One entry per WISPSTRM.DAT step, in file order, with its
013300*    runs and elapsed seconds per compared month and its
013400*    WISPBASE.DAT figures.  A program used by two steps is
013500*    tallied on both.
013600 01  WTRD-STEP-TABLE.
013700     05  WTRD-STEP-COUNT         PIC 9(03) COMP VALUE 0.
013800     05  WTRD-STEP-ENTRY OCCURS 500 TIMES.
013900         10  WTRD-SE-STREAM      PIC X(08).
014000         10  WTRD-SE-PROGRAM     PIC X(08).
014100         10  WTRD-SE-TYPICAL     PIC 9(06) COMP.
014200         10  WTRD-SE-WORST       PIC 9(06) COMP.
014300         10  WTRD-SE-MONTH OCCURS 3 TIMES.
014400             15  WTRD-SM-RUNS    PIC 9(07) COMP.
014500             15  WTRD-SM-SECS    PIC 9(11) COMP.
014600 01  WTRD-STEP-SUB               PIC 9(03) COMP VALUE 0.
014700
014800 77  WTRD-AVG-1                  PIC 9(09) COMP VALUE 0.
014900 77  WTRD-AVG-2                  PIC 9(09) COMP VALUE 0.
015000 77  WTRD-AVG-3                  PIC 9(09) COMP VALUE 0.
015100 77  WTRD-CHANGE-PCT             PIC S9(09) COMP VALUE 0.
015200 77  WTRD-CREEP-LIMIT-PCT        PIC 9(03) COMP VALUE 10.
015300 77  WTRD-STEPS-RUN              PIC 9(05) COMP VALUE 0.
015400 77  WTRD-STEPS-CREEPING         PIC 9(05) COMP VALUE 0.
015500
015600 01  WTRD-HEADING-1.
015700     05  FILLER                  PIC X(20) VALUE SPACES.
015800     05  FILLER                  PIC X(40) VALUE
015900         "MONTHLY STEP RUNTIME TREND REPORT".
016000
016100 01  WTRD-HEADING-2.
016200     05  FILLER                  PIC X(11) VALUE "FOR MONTH: ".
016300     05  WTRD-HDG-MONTH-3        PIC X(06).
016400     05  FILLER                  PIC X(17) VALUE
016500         "   COMPARED WITH ".
016600     05  WTRD-HDG-MONTH-2        PIC X(06).
016700     05  FILLER                  PIC X(05) VALUE " AND ".
016800     05  WTRD-HDG-MONTH-1        PIC X(06).
016900
017000 01  WTRD-HEADING-3.
017100     05  FILLER                  PIC X(50) VALUE
017200         "STEPS RISING THREE MONTHS RUNNING, OR RUNNING 10%".
017300     05  FILLER                  PIC X(40) VALUE
017400         " OR MORE OVER THEIR WISPBASE TYPICAL.".
017500
017600 01  WTRD-COLUMN-HEADING.
017700     05  FILLER                  PIC X(10) VALUE "STREAM".
017800     05  FILLER                  PIC X(10) VALUE "PROGRAM".
017900     05  FILLER                  PIC X(10) VALUE "   RUNS".
018000     05  WTRD-CH-MONTH-1         PIC X(06).
018100     05  FILLER                  PIC X(03) VALUE SPACES.
018200     05  WTRD-CH-MONTH-2         PIC X(06).
018300     05  FILLER                  PIC X(03) VALUE SPACES.
018400     05  WTRD-CH-MONTH-3         PIC X(06).
018500     05  FILLER                  PIC X(09) VALUE "  TYPICAL".
018600     05  FILLER                  PIC X(09) VALUE "    WORST".
018700     05  FILLER                  PIC X(07) VALUE "   CHG%".
018800     05  FILLER                  PIC X(07) VALUE "   FLAG".
018900
019000 01  WTRD-DETAIL-LINE.
019100     05  WTRD-DL-STREAM          PIC X(08).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  WTRD-DL-PROGRAM         PIC X(08).
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  WTRD-DL-RUNS            PIC ZZZZZZ9.
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  WTRD-DL-AVG-1           PIC ZZZZZZ9.
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WTRD-DL-AVG-2           PIC ZZZZZZ9.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WTRD-DL-AVG-3           PIC ZZZZZZ9.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  WTRD-DL-TYPICAL         PIC ZZZZZZ9.
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  WTRD-DL-WORST           PIC ZZZZZZ9.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WTRD-DL-CHANGE          PIC ----9.
020800     05  FILLER                  PIC X(03) VALUE SPACES.
020900     05  WTRD-DL-FLAG            PIC X(24).
021000
021100 01  WTRD-TOTAL-LINE.
021200     05  FILLER                  PIC X(20) VALUE
021300         "STEPS CREEPING UP: ".
021400     05  WTRD-TL-CREEPING        PIC ZZZZ9.
021500     05  FILLER                  PIC X(04) VALUE " OF ".
021600     05  WTRD-TL-RUN             PIC ZZZZ9.
021700     05  FILLER                  PIC X(30) VALUE
021800         " STEPS RUN IN THE MONTH.".
021900
022000 01  WTRD-NONE-LINE.
022100     05  FILLER                  PIC X(50) VALUE
022200         "NO STEP RUNTIMES CREEPING UP THIS MONTH.".
022300
022400 01  WTRD-NO-STEPS-LINE.
022500     05  FILLER                  PIC X(50) VALUE
022600         "NO STEPS ON WISPSTRM.DAT.".
022700
022800 PROCEDURE DIVISION.
022900
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200     PERFORM 2000-LOAD-STREAM-STEPS THRU 2000-EXIT.
023300     IF WTRD-STEP-COUNT = 0
023400         MOVE WTRD-NO-STEPS-LINE TO REPORT-LINE
023500         WRITE REPORT-LINE
023600         PERFORM 9000-TERMINATE THRU 9000-EXIT
023700         STOP RUN
023800     END-IF.
023900     PERFORM 2500-LOAD-BASELINES THRU 2500-EXIT.
024000     PERFORM 3000-LOAD-ARCHIVE-MONTH THRU 3000-EXIT
024100         VARYING WTRD-MON-SUB FROM 1 BY 1
024200         UNTIL WTRD-MON-SUB > 3.
024300     PERFORM 3500-LOAD-LIVE-LOG THRU 3500-EXIT.
024400     PERFORM 4000-PRINT-ONE-STEP THRU 4000-EXIT
024500         VARYING WTRD-STEP-SUB FROM 1 BY 1
024600         UNTIL WTRD-STEP-SUB > WTRD-STEP-COUNT.
024700     MOVE SPACES TO REPORT-LINE.
024800     WRITE REPORT-LINE.
024900     IF WTRD-STEPS-CREEPING = 0
025000         MOVE WTRD-NONE-LINE TO REPORT-LINE
025100         WRITE REPORT-LINE
025200     END-IF.
025300     MOVE WTRD-STEPS-CREEPING TO WTRD-TL-CREEPING.
025400     MOVE WTRD-STEPS-RUN TO WTRD-TL-RUN.
025500     MOVE WTRD-TOTAL-LINE TO REPORT-LINE.
025600     WRITE REPORT-LINE.
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025800     STOP RUN.
025900
026000**-----------------------------------------------------------**
026100**  1000-INITIALIZE                                          **
026200**  The report month is the prior calendar month; the two    **
026300**  months before it are the comparison.                     **
026400**-----------------------------------------------------------**
026500 1000-INITIALIZE.
026600     ACCEPT WTRD-TODAY FROM DATE YYYYMMDD.
026700     COMPUTE WTRD-CURR-MON-IX =
026800         (WTRD-TODAY-YYYY * 12) + WTRD-TODAY-MM.
026900     PERFORM 1100-SET-MONTH-KEY THRU 1100-EXIT
027000         VARYING WTRD-MON-SUB FROM 1 BY 1
027100         UNTIL WTRD-MON-SUB > 3.
027200     MOVE "N" TO WTRD-SPOOL-MODE.
027300     CALL "WISPSPLR" USING WTRD-SPOOL-MODE WTRD-REPORT-ID
027400         WTRD-SPOOL-PGM WTRD-SPOOL-NAME.
027500     OPEN OUTPUT REPORT-OUT.
027600     MOVE WTRD-HEADING-1 TO REPORT-LINE.
027700     WRITE REPORT-LINE.
027800     MOVE WTRD-MONTH-KEY (3) TO WTRD-HDG-MONTH-3.
027900     MOVE WTRD-MONTH-KEY (2) TO WTRD-HDG-MONTH-2.
028000     MOVE WTRD-MONTH-KEY (1) TO WTRD-HDG-MONTH-1.
028100     MOVE WTRD-HEADING-2 TO REPORT-LINE.
028200     WRITE REPORT-LINE.
028300     MOVE WTRD-HEADING-3 TO REPORT-LINE.
028400     WRITE REPORT-LINE.
028500     MOVE SPACES TO REPORT-LINE.
028600     WRITE REPORT-LINE.
028700     MOVE WTRD-MONTH-KEY (1) TO WTRD-CH-MONTH-1.
028800     MOVE WTRD-MONTH-KEY (2) TO WTRD-CH-MONTH-2.
028900     MOVE WTRD-MONTH-KEY (3) TO WTRD-CH-MONTH-3.
029000     MOVE WTRD-COLUMN-HEADING TO REPORT-LINE.
029100     WRITE REPORT-LINE.
029200     GO TO 1000-EXIT.
029300 1000-EXIT.
029400     EXIT.
029500
029600**-----------------------------------------------------------**
029700**  1100-SET-MONTH-KEY                                       **
029800**  Month 1 is three months back, month 3 the prior month.   **
029900**-----------------------------------------------------------**
030000 1100-SET-MONTH-KEY.
030100     COMPUTE WTRD-CALC-MON-IX =
030200         WTRD-CURR-MON-IX - 4 + WTRD-MON-SUB.
030300     COMPUTE WTRD-CALC-YYYY = (WTRD-CALC-MON-IX - 1) / 12.
030400     COMPUTE WTRD-CALC-MM =
030500         WTRD-CALC-MON-IX - (WTRD-CALC-YYYY * 12).
030600     MOVE WTRD-CALC-YYYY TO WTRD-CALC-MONTH-YYYY.
030700     MOVE WTRD-CALC-MM TO WTRD-CALC-MONTH-MM.
030800     MOVE WTRD-CALC-MONTH TO WTRD-MONTH-KEY (WTRD-MON-SUB).
030900     GO TO 1100-EXIT.
031000 1100-EXIT.
031100     EXIT.
031200
031300**-----------------------------------------------------------**
031400**  2000-LOAD-STREAM-STEPS                                   **
031500**  Every step record out of WISPSTRM.DAT; "*PARM" records   **
031600**  are not steps.                                           **
031700**-----------------------------------------------------------**
031800 2000-LOAD-STREAM-STEPS.
031900     OPEN INPUT WISPSTRM-FILE.
032000     IF NOT WSTR-FILE-OK
032100         GO TO 2000-EXIT
032200     END-IF.
032300     PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
032400         UNTIL WTRD-DEF-EOF.
032500     CLOSE WISPSTRM-FILE.
032600     GO TO 2000-EXIT.
032700 2000-EXIT.
032800     EXIT.
032900
033000**-----------------------------------------------------------**
033100**  2100-LOAD-ONE-STEP                                       **
033200**-----------------------------------------------------------**
033300 2100-LOAD-ONE-STEP.
033400     READ WISPSTRM-FILE
033500         AT END SET WTRD-DEF-EOF TO TRUE
033600     END-READ.
033700     IF WTRD-DEF-EOF OR WSTRP-PARM-REC
033800         GO TO 2100-EXIT
033900     END-IF.
034000     IF WTRD-STEP-COUNT = 500
034100         GO TO 2100-EXIT
034200     END-IF.
034300     ADD 1 TO WTRD-STEP-COUNT.
034400     MOVE WSTRR-STREAM TO WTRD-SE-STREAM (WTRD-STEP-COUNT).
034500     MOVE WSTRR-PROGRAM TO WTRD-SE-PROGRAM (WTRD-STEP-COUNT).
034600     MOVE 0 TO WTRD-SE-TYPICAL (WTRD-STEP-COUNT).
034700     MOVE 0 TO WTRD-SE-WORST (WTRD-STEP-COUNT).
034800     PERFORM 2110-CLEAR-MONTH THRU 2110-EXIT
034900         VARYING WTRD-MON-SUB FROM 1 BY 1
035000         UNTIL WTRD-MON-SUB > 3.
035100     GO TO 2100-EXIT.
035200 2100-EXIT.
035300     EXIT.
035400
035500**-----------------------------------------------------------**
035600**  2110-CLEAR-MONTH                                         **
035700**-----------------------------------------------------------**
035800 2110-CLEAR-MONTH.
035900     MOVE 0 TO WTRD-SM-RUNS (WTRD-STEP-COUNT, WTRD-MON-SUB).
036000     MOVE 0 TO WTRD-SM-SECS (WTRD-STEP-COUNT, WTRD-MON-SUB).
036100     GO TO 2110-EXIT.
036200 2110-EXIT.
036300     EXIT.
036400
036500**-----------------------------------------------------------**
036600**  2500-LOAD-BASELINES                                      **
036700**  The WISPBASE.DAT typical and worst figures; a step with  **
036800**  no baseline shows zeros and is judged on the months      **
036900**  alone.                                                   **
037000**-----------------------------------------------------------**
037100 2500-LOAD-BASELINES.
037200     OPEN INPUT WISPBASE-FILE.
037300     IF NOT WBAS-FILE-OK
037400         GO TO 2500-EXIT
037500     END-IF.
037600     PERFORM 2600-LOAD-ONE-BASELINE THRU 2600-EXIT
037700         UNTIL WTRD-BASE-EOF.
037800     CLOSE WISPBASE-FILE.
037900     GO TO 2500-EXIT.
038000 2500-EXIT.
038100     EXIT.
038200
038300**-----------------------------------------------------------**
038400**  2600-LOAD-ONE-BASELINE                                   **
038500**-----------------------------------------------------------**
038600 2600-LOAD-ONE-BASELINE.
038700     READ WISPBASE-FILE
038800         AT END SET WTRD-BASE-EOF TO TRUE
038900     END-READ.
039000     IF WTRD-BASE-EOF
039100             OR WBASR-TYPICAL-SECS IS NOT NUMERIC
039200             OR WBASR-WORST-SECS IS NOT NUMERIC
039300         GO TO 2600-EXIT
039400     END-IF.
039500     PERFORM 2610-MATCH-BASELINE THRU 2610-EXIT
039600         VARYING WTRD-STEP-SUB FROM 1 BY 1
039700         UNTIL WTRD-STEP-SUB > WTRD-STEP-COUNT.
039800     GO TO 2600-EXIT.
039900 2600-EXIT.
040000     EXIT.
040100
040200**-----------------------------------------------------------**
040300**  2610-MATCH-BASELINE                                      **
040400**-----------------------------------------------------------**
040500 2610-MATCH-BASELINE.
040600     IF WTRD-SE-PROGRAM (WTRD-STEP-SUB) = WBASR-PROGRAM
040700         MOVE WBASR-TYPICAL-SECS
040800             TO WTRD-SE-TYPICAL (WTRD-STEP-SUB)
040900         MOVE WBASR-WORST-SECS
041000             TO WTRD-SE-WORST (WTRD-STEP-SUB)
041100     END-IF.
041200     GO TO 2610-EXIT.
041300 2610-EXIT.
041400     EXIT.
041500
041600**-----------------------------------------------------------**
041700**  3000-LOAD-ARCHIVE-MONTH                                  **
041800**  One compared month's WISPLINK.YYYYMM archive, if any.    **
041900**-----------------------------------------------------------**
042000 3000-LOAD-ARCHIVE-MONTH.
042100     MOVE SPACES TO WTRD-ARCHIVE-NAME.
042200     STRING "WISPLINK." DELIMITED BY SIZE
042300         WTRD-MONTH-KEY (WTRD-MON-SUB) DELIMITED BY SIZE
042400         INTO WTRD-ARCHIVE-NAME.
042500     OPEN INPUT ARCHIVE-IN.
042600     IF NOT WTRD-ARCH-OK
042700         GO TO 3000-EXIT
042800     END-IF.
042900     MOVE "N" TO WTRD-LOG-EOF-SW.
043000     PERFORM 3100-READ-ARCHIVE-REC THRU 3100-EXIT
043100         UNTIL WTRD-LOG-EOF.
043200     CLOSE ARCHIVE-IN.
043300     GO TO 3000-EXIT.
043400 3000-EXIT.
043500     EXIT.
043600
043700**-----------------------------------------------------------**
043800**  3100-READ-ARCHIVE-REC                                    **
043900**-----------------------------------------------------------**
044000 3100-READ-ARCHIVE-REC.
044100     READ ARCHIVE-IN
044200         AT END SET WTRD-LOG-EOF TO TRUE
044300     END-READ.
044400     IF NOT WTRD-LOG-EOF
044500         MOVE WTRD-ARCH-REC TO WISPLNK-LOG-RECORD
044600         PERFORM 3200-TALLY-RECORD THRU 3200-EXIT
044700     END-IF.
044800     GO TO 3100-EXIT.
044900 3100-EXIT.
045000     EXIT.
045100
045200**-----------------------------------------------------------**
045300**  3200-TALLY-RECORD                                        **
045400**  A successful timed dispatch in one of the compared       **
045500**  months counts toward every step that runs its program.   **
045600**-----------------------------------------------------------**
045700 3200-TALLY-RECORD.
045800     IF WLNKL-RETURN-VALUE IS NOT NUMERIC
045900         GO TO 3200-EXIT
046000     END-IF.
046100     IF WLNKL-RETURN-VALUE NOT = 1
046200             OR WLNKL-START-TIME = SPACES
046300             OR WLNKL-ELAPSED-SECS IS NOT NUMERIC
046400         GO TO 3200-EXIT
046500     END-IF.
046600     MOVE WLNKL-DATE TO WTRD-REC-DATE.
046700     MOVE 0 TO WTRD-MON-CUR.
046800     PERFORM 3210-MATCH-MONTH THRU 3210-EXIT
046900         VARYING WTRD-MON-SUB FROM 1 BY 1
047000         UNTIL WTRD-MON-SUB > 3.
047100     IF WTRD-MON-CUR = 0
047200         GO TO 3200-EXIT
047300     END-IF.
047400     PERFORM 3220-TALLY-STEP THRU 3220-EXIT
047500         VARYING WTRD-STEP-SUB FROM 1 BY 1
047600         UNTIL WTRD-STEP-SUB > WTRD-STEP-COUNT.
047700     GO TO 3200-EXIT.
047800 3200-EXIT.
047900     EXIT.
048000
048100**-----------------------------------------------------------**
048200**  3210-MATCH-MONTH                                         **
048300**-----------------------------------------------------------**
048400 3210-MATCH-MONTH.
048500     IF WTRD-MONTH-KEY (WTRD-MON-SUB) = WTRD-REC-MONTH
048600         MOVE WTRD-MON-SUB TO WTRD-MON-CUR
048700     END-IF.
048800     GO TO 3210-EXIT.
048900 3210-EXIT.
049000     EXIT.
049100
049200**-----------------------------------------------------------**
049300**  3220-TALLY-STEP                                          **
049400**-----------------------------------------------------------**
049500 3220-TALLY-STEP.
049600     IF WTRD-SE-PROGRAM (WTRD-STEP-SUB) = WLNKL-PROGRAM
049700         ADD 1 TO WTRD-SM-RUNS (WTRD-STEP-SUB, WTRD-MON-CUR)
049800         ADD WLNKL-ELAPSED-SECS
049900             TO WTRD-SM-SECS (WTRD-STEP-SUB, WTRD-MON-CUR)
050000     END-IF.
050100     GO TO 3220-EXIT.
050200 3220-EXIT.
050300     EXIT.
050400
050500**-----------------------------------------------------------**
050600**  3500-LOAD-LIVE-LOG                                       **
050700**  Records WISPLGAR has not archived yet.                   **
050800**-----------------------------------------------------------**
050900 3500-LOAD-LIVE-LOG.
051000     OPEN INPUT WISPLINK-IN.
051100     IF NOT WLNKL-FILE-OK
051200         GO TO 3500-EXIT
051300     END-IF.
051400     MOVE "N" TO WTRD-LOG-EOF-SW.
051500     PERFORM 3600-READ-LIVE-REC THRU 3600-EXIT
051600         UNTIL WTRD-LOG-EOF.
051700     CLOSE WISPLINK-IN.
051800     GO TO 3500-EXIT.
051900 3500-EXIT.
052000     EXIT.
052100
052200**-----------------------------------------------------------**
052300**  3600-READ-LIVE-REC                                       **
052400**-----------------------------------------------------------**
052500 3600-READ-LIVE-REC.
052600     READ WISPLINK-IN
052700         AT END SET WTRD-LOG-EOF TO TRUE
052800     END-READ.
052900     IF NOT WTRD-LOG-EOF
053000         PERFORM 3200-TALLY-RECORD THRU 3200-EXIT
053100     END-IF.
053200     GO TO 3600-EXIT.
053300 3600-EXIT.
053400     EXIT.
053500
053600**-----------------------------------------------------------**
053700**  4000-PRINT-ONE-STEP                                      **
053800**  A step that ran in the report month is creeping when    **
053900**  its monthly mean has risen month on month for all three **
054000**  months by WTRD-CREEP-LIMIT-PCT or more overall, or when **
054100**  the report month's mean is that far over its typical.   **
054200**  CHG% is the report month against typical when there is **
054300**  a baseline, otherwise against the first month.          **
054400**-----------------------------------------------------------**
054500 4000-PRINT-ONE-STEP.
054600     IF WTRD-SM-RUNS (WTRD-STEP-SUB, 3) = 0
054700         GO TO 4000-EXIT
054800     END-IF.
054900     ADD 1 TO WTRD-STEPS-RUN.
055000     MOVE 0 TO WTRD-AVG-1.
055100     MOVE 0 TO WTRD-AVG-2.
055200     IF WTRD-SM-RUNS (WTRD-STEP-SUB, 1) > 0
055300         COMPUTE WTRD-AVG-1 ROUNDED =
055400             WTRD-SM-SECS (WTRD-STEP-SUB, 1)
055500             / WTRD-SM-RUNS (WTRD-STEP-SUB, 1)
055600     END-IF.
055700     IF WTRD-SM-RUNS (WTRD-STEP-SUB, 2) > 0
055800         COMPUTE WTRD-AVG-2 ROUNDED =
055900             WTRD-SM-SECS (WTRD-STEP-SUB, 2)
056000             / WTRD-SM-RUNS (WTRD-STEP-SUB, 2)
056100     END-IF.
056200     COMPUTE WTRD-AVG-3 ROUNDED =
056300         WTRD-SM-SECS (WTRD-STEP-SUB, 3)
056400         / WTRD-SM-RUNS (WTRD-STEP-SUB, 3).
056500     MOVE "N" TO WTRD-RISING-SW.
056600     MOVE "N" TO WTRD-ABOVE-SW.
056700     IF WTRD-AVG-1 > 0
056800             AND WTRD-AVG-1 < WTRD-AVG-2
056900             AND WTRD-AVG-2 < WTRD-AVG-3
057000             AND ((WTRD-AVG-3 - WTRD-AVG-1) * 100)
057100                 >= (WTRD-AVG-1 * WTRD-CREEP-LIMIT-PCT)
057200         SET WTRD-RISING TO TRUE
057300     END-IF.
057400     IF WTRD-SE-TYPICAL (WTRD-STEP-SUB) > 0
057500             AND WTRD-AVG-3 > WTRD-SE-TYPICAL (WTRD-STEP-SUB)
057600             AND ((WTRD-AVG-3 - WTRD-SE-TYPICAL (WTRD-STEP-SUB))
057700                 * 100) >= (WTRD-SE-TYPICAL (WTRD-STEP-SUB)
057800                 * WTRD-CREEP-LIMIT-PCT)
057900         SET WTRD-ABOVE-BASELINE TO TRUE
058000     END-IF.
058100     IF NOT WTRD-RISING
058200             AND NOT WTRD-ABOVE-BASELINE
058300         GO TO 4000-EXIT
058400     END-IF.
058500     ADD 1 TO WTRD-STEPS-CREEPING.
058600     IF WTRD-SE-TYPICAL (WTRD-STEP-SUB) > 0
058700         COMPUTE WTRD-CHANGE-PCT =
058800             ((WTRD-AVG-3 - WTRD-SE-TYPICAL (WTRD-STEP-SUB))
058900             * 100) / WTRD-SE-TYPICAL (WTRD-STEP-SUB)
059000     ELSE
059100         COMPUTE WTRD-CHANGE-PCT =
059200             ((WTRD-AVG-3 - WTRD-AVG-1) * 100) / WTRD-AVG-1
059300     END-IF.
059400     IF WTRD-CHANGE-PCT > 9999
059500         MOVE 9999 TO WTRD-CHANGE-PCT
059600     END-IF.
059700     MOVE SPACES TO WTRD-DL-FLAG.
059800     EVALUATE TRUE
059900         WHEN WTRD-RISING AND WTRD-ABOVE-BASELINE
060000             MOVE "RISING, ABOVE BASELINE" TO WTRD-DL-FLAG
060100         WHEN WTRD-RISING
060200             MOVE "RISING 3 MONTHS" TO WTRD-DL-FLAG
060300         WHEN OTHER
060400             MOVE "ABOVE BASELINE" TO WTRD-DL-FLAG
060500     END-EVALUATE.
060600     MOVE WTRD-SE-STREAM (WTRD-STEP-SUB) TO WTRD-DL-STREAM.
060700     MOVE WTRD-SE-PROGRAM (WTRD-STEP-SUB) TO WTRD-DL-PROGRAM.
060800     MOVE WTRD-SM-RUNS (WTRD-STEP-SUB, 3) TO WTRD-DL-RUNS.
060900     MOVE WTRD-AVG-1 TO WTRD-DL-AVG-1.
061000     MOVE WTRD-AVG-2 TO WTRD-DL-AVG-2.
061100     MOVE WTRD-AVG-3 TO WTRD-DL-AVG-3.
061200     MOVE WTRD-SE-TYPICAL (WTRD-STEP-SUB) TO WTRD-DL-TYPICAL.
061300     MOVE WTRD-SE-WORST (WTRD-STEP-SUB) TO WTRD-DL-WORST.
061400     MOVE WTRD-CHANGE-PCT TO WTRD-DL-CHANGE.
061500     MOVE WTRD-DETAIL-LINE TO REPORT-LINE.
061600     WRITE REPORT-LINE.
061700     GO TO 4000-EXIT.
061800 4000-EXIT.
061900     EXIT.
062000
062100**-----------------------------------------------------------**
062200**  9000-TERMINATE                                           **
062300**-----------------------------------------------------------**
062400 9000-TERMINATE.
062500     CLOSE REPORT-OUT.
062600     MOVE "R" TO WTRD-SPOOL-MODE.
062700     CALL "WISPSPLR" USING WTRD-SPOOL-MODE WTRD-REPORT-ID
062800         WTRD-SPOOL-PGM WTRD-SPOOL-NAME.
062900     GO TO 9000-EXIT.
063000 9000-EXIT.
063100     EXIT.
