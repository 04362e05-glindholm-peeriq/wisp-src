000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPMTTR.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Monthly Incident Report.  Reads the WISPINCD.DAT
000900**               incident file kept by WACUINCM and, for the
001000**               incidents opened in the prior calendar month,
001100**               prints by program the incidents opened (from
001200**               alerts and from errors), resolved and still
001300**               unresolved, the mean minutes from the alert or
001400**               error being raised to somebody taking it up
001500**               (time to acknowledge) and to its resolution
001600**               (time to resolve), and the repeats - incidents
001700**               against a WISPKPRB.DAT known problem that had
001800**               already had an incident.  A second section
001900**               lists each known problem with a repeat in the
002000**               month and its incident count to date, so the
002100**               ops review sees a real MTTR figure and which
002200**               known problems keep costing time.
002300**
002400**   Build:      ccbl -o WISPMTTR.acu WISPMTTR.cob
002500**
002600**   Modifications:
002700**     dgh  Original version.
002800**
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.
003200     WISPMTTR.
003300 REMARKS.
003400     Prior-month incident counts, time to acknowledge, time
003500     to resolve and repeat incidents by known problem.
003600
003700 ENVIRONMENT DIVISION.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT WISPINCD-FILE ASSIGN TO "WISPINCD"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS WINCD-NUMBER
004500         FILE STATUS IS WINCD-FILE-STATUS.
004600
004700     SELECT WISPKPRB-FILE ASSIGN TO "WISPKPRB"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS WKPRB-KEY
005100         FILE STATUS IS WKPRB-FILE-STATUS.
005200
005300     SELECT REPORT-OUT ASSIGN TO DYNAMIC WMTR-SPOOL-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RPTO-FILE-STATUS.
005600
005700 DATA DIVISION.
005800
005900 FILE SECTION.
006000 FD  WISPINCD-FILE.
006100     COPY "wispincd.cpy".
006200
006300 FD  WISPKPRB-FILE.
006400     COPY "wispkprb.cpy".
006500
006600 FD  REPORT-OUT.
006700 01  REPORT-LINE                 PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000
007100 01  WINCD-FILE-STATUS           PIC XX.
007200     88  WINCD-FILE-OK               VALUE "00".
007300 01  WKPRB-FILE-STATUS           PIC XX.
007400     88  WKPRB-FILE-OK               VALUE "00".
007500 01  RPTO-FILE-STATUS            PIC XX.
007600 01  WMTR-SPOOL-NAME             PIC X(28) VALUE SPACES.
007700 01  WMTR-SPOOL-MODE             PIC X(01).
007800 01  WMTR-REPORT-ID              PIC X(08) VALUE "WISPIRPT".
007900 01  WMTR-SPOOL-PGM              PIC X(08) VALUE "WISPMTTR".
008000
008100 01  WMTR-EOF-SW                 PIC X(01) VALUE "N".
008200     88  WMTR-EOF                    VALUE "Y".
008300 01  WMTR-KPRB-SW                PIC X(01) VALUE "N".
008400     88  WMTR-KPRB-AVAIL             VALUE "Y".
008500 01  WMTR-FOUND-SW               PIC X(01) VALUE "N".
008600     88  WMTR-FOUND                  VALUE "Y".
008700 01  WMTR-REPEAT-SW              PIC X(01) VALUE "N".
008800     88  WMTR-IS-REPEAT              VALUE "Y".
008900 01  WMTR-PLACE-SW               PIC X(01) VALUE "N".
009000     88  WMTR-AT-PLACE               VALUE "Y".
009100
009200 01  WMTR-TODAY                  PIC X(08).
009300 01  FILLER REDEFINES WMTR-TODAY.
009400     05  WMTR-TODAY-YYYY         PIC 9(04).
009500     05  WMTR-TODAY-MM           PIC 9(02).
009600     05  FILLER                  PIC X(02).
009700 77  WMTR-CALC-MON-IX            PIC 9(09) COMP VALUE 0.
009800 77  WMTR-CALC-YYYY              PIC 9(09) COMP VALUE 0.
009900 77  WMTR-CALC-MM                PIC 9(09) COMP VALUE 0.
010000 01  WMTR-REPORT-MONTH.
010100     05  WMTR-REPORT-MONTH-YYYY  PIC 9(04).
010200     05  WMTR-REPORT-MONTH-MM    PIC 9(02).
010300
010400*    Elapsed-minutes work area: a date and HHMMSSCC time at
010500*    each end.
010600 01  WMTR-FROM-DATE              PIC X(08).
010700 01  WMTR-FROM-DATE-N REDEFINES WMTR-FROM-DATE
010800                                 PIC 9(08).
010900 01  WMTR-FROM-TIME              PIC X(08).
011000 01  FILLER REDEFINES WMTR-FROM-TIME.
011100     05  WMTR-FROM-HH            PIC 9(02).
011200     05  WMTR-FROM-MI            PIC 9(02).
011300     05  FILLER                  PIC X(04).
011400 01  WMTR-TO-DATE                PIC X(08).
011500 01  WMTR-TO-DATE-N REDEFINES WMTR-TO-DATE
011600                                 PIC 9(08).
011700 01  WMTR-TO-TIME                PIC X(08).
011800 01  FILLER REDEFINES WMTR-TO-TIME.
011900     05  WMTR-TO-HH              PIC 9(02).
012000     05  WMTR-TO-MI              PIC 9(02).
012100     05  FILLER                  PIC X(04).
012200 77  WMTR-MINUTES                PIC S9(09) COMP VALUE 0.
012300
012400*    One entry per program with an incident in the month, kept
012500*    in program order.
012600 01  WMTR-PGM-TABLE.
012700     05  WMTR-PGM-COUNT          PIC 9(03) COMP VALUE 0.
012800     05  WMTR-PGM-ENTRY OCCURS 300 TIMES.
012900         10  WMTR-PE-PROGRAM     PIC X(08).
013000         10  WMTR-PE-TALLIES.
013100             15  WMTR-PE-OPENED  PIC 9(05) COMP.
013200             15  WMTR-PE-ALERTS  PIC 9(05) COMP.
013300             15  WMTR-PE-ERRORS  PIC 9(05) COMP.
013400             15  WMTR-PE-RESOLVED
013500                                 PIC 9(05) COMP.
013600             15  WMTR-PE-UNRESOLVED
013700                                 PIC 9(05) COMP.
013800             15  WMTR-PE-REPEATS PIC 9(05) COMP.
013900             15  WMTR-PE-ACK-MINS
014000                                 PIC 9(09) COMP.
014100             15  WMTR-PE-RES-MINS
014200                                 PIC 9(09) COMP.
014300 01  WMTR-PGM-SUB                PIC 9(03) COMP VALUE 0.
014400 01  WMTR-SHIFT-SUB              PIC 9(03) COMP VALUE 0.
014500
014600*    The month's totals over every program.
014700 01  WMTR-TOTALS.
014800     05  WMTR-TOT-OPENED         PIC 9(05) COMP VALUE 0.
014900     05  WMTR-TOT-ALERTS         PIC 9(05) COMP VALUE 0.
015000     05  WMTR-TOT-ERRORS         PIC 9(05) COMP VALUE 0.
015100     05  WMTR-TOT-RESOLVED       PIC 9(05) COMP VALUE 0.
015200     05  WMTR-TOT-UNRESOLVED     PIC 9(05) COMP VALUE 0.
015300     05  WMTR-TOT-REPEATS        PIC 9(05) COMP VALUE 0.
015400     05  WMTR-TOT-ACK-MINS       PIC 9(09) COMP VALUE 0.
015500     05  WMTR-TOT-RES-MINS       PIC 9(09) COMP VALUE 0.
015600
015700*    Every known problem any incident on file is linked to,
015800*    in order of its first incident, with its incidents to
015900*    date and in the month.
016000 01  WMTR-KP-TABLE.
016100     05  WMTR-KP-COUNT           PIC 9(03) COMP VALUE 0.
016200     05  WMTR-KP-ENTRY OCCURS 500 TIMES.
016300         10  WMTR-KE-KEY         PIC X(16).
016400         10  WMTR-KE-TOTAL       PIC 9(05) COMP.
016500         10  WMTR-KE-MONTH       PIC 9(05) COMP.
016600         10  WMTR-KE-FIRST       PIC X(10).
016700         10  WMTR-KE-LAST        PIC X(10).
016800 01  WMTR-KP-SUB                 PIC 9(03) COMP VALUE 0.
016900 77  WMTR-KP-PRINTED             PIC 9(05) COMP VALUE 0.
017000
017100 77  WMTR-AVG-ACK                PIC 9(09) COMP VALUE 0.
017200 77  WMTR-AVG-RES                PIC 9(09) COMP VALUE 0.
017300
017400 01  WMTR-HEADING-1.
017500     05  FILLER                  PIC X(20) VALUE SPACES.
017600     05  FILLER                  PIC X(40) VALUE
017700         "MONTHLY INCIDENT REPORT".
017800
017900 01  WMTR-HEADING-2.
018000     05  FILLER                  PIC X(11) VALUE "FOR MONTH: ".
018100     05  WMTR-HDG-MONTH          PIC X(06).
018200     05  FILLER                  PIC X(50) VALUE
018300         "   INCIDENTS OPENED IN THE MONTH, BY PROGRAM".
018400
018500 01  WMTR-HEADING-3.
018600     05  FILLER                  PIC X(47) VALUE
018700         "TIMES ARE MEAN MINUTES FROM THE ALERT OR ERROR ".
018800     05  FILLER                  PIC X(50) VALUE
018900         "BEING RAISED TO ITS ACKNOWLEDGMENT AND RESOLUTION.".
019000
019100 01  WMTR-COLUMN-HEADING.
019200     05  FILLER                  PIC X(10) VALUE "PROGRAM".
019300     05  FILLER                  PIC X(09) VALUE "   OPENED".
019400     05  FILLER                  PIC X(09) VALUE "   ALERTS".
019500     05  FILLER                  PIC X(09) VALUE "   ERRORS".
019600     05  FILLER                  PIC X(10) VALUE "  RESOLVED".
019700     05  FILLER                  PIC X(10) VALUE "    UNRES.".
019800     05  FILLER                  PIC X(12) VALUE
019900         "   TO ACK'GE".
020000     05  FILLER                  PIC X(12) VALUE
020100         "  TO RESOLVE".
020200     05  FILLER                  PIC X(10) VALUE "   REPEATS".
020300
020400 01  WMTR-DETAIL-LINE.
020500     05  WMTR-DL-PROGRAM         PIC X(08).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WMTR-DL-OPENED          PIC Z(08)9.
020800     05  WMTR-DL-ALERTS          PIC Z(08)9.
020900     05  WMTR-DL-ERRORS          PIC Z(08)9.
021000     05  WMTR-DL-RESOLVED        PIC Z(09)9.
021100     05  WMTR-DL-UNRESOLVED      PIC Z(09)9.
021200     05  WMTR-DL-ACK             PIC Z(11)9.
021300     05  WMTR-DL-RES             PIC Z(11)9.
021400     05  WMTR-DL-REPEATS         PIC Z(09)9.
021500
021600 01  WMTR-MTTR-LINE.
021700     05  FILLER                  PIC X(27) VALUE
021800         "MEAN TIME TO ACKNOWLEDGE: ".
021900     05  WMTR-ML-ACK-HRS         PIC ZZZZ9.9.
022000     05  FILLER                  PIC X(39) VALUE
022100         " HOURS    MEAN TIME TO RESOLVE (MTTR): ".
022200     05  WMTR-ML-RES-HRS         PIC ZZZZ9.9.
022300     05  FILLER                  PIC X(06) VALUE " HOURS".
022400
022500 01  WMTR-KP-HEADING.
022600     05  FILLER                  PIC X(50) VALUE
022700         "REPEAT INCIDENTS AGAINST THE SAME KNOWN PROBLEM".
022800
022900 01  WMTR-KP-COLUMN-HEADING.
023000     05  FILLER                  PIC X(10) VALUE "PROGRAM".
023100     05  FILLER                  PIC X(10) VALUE "MSG ID".
023200     05  FILLER                  PIC X(12) VALUE "REFERENCE".
023300     05  FILLER                  PIC X(12) VALUE "STATUS".
023400     05  FILLER                  PIC X(10) VALUE "  IN MONTH".
023500     05  FILLER                  PIC X(10) VALUE "   TO DATE".
023600     05  FILLER                  PIC X(14) VALUE
023700         "  FIRST INC.".
023800     05  FILLER                  PIC X(12) VALUE "LAST INC.".
023900
024000 01  WMTR-KP-DETAIL-LINE.
024100     05  WMTR-KL-PROGRAM         PIC X(08).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  WMTR-KL-MSG-ID          PIC X(08).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  WMTR-KL-REFERENCE       PIC X(10).
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  WMTR-KL-STATUS          PIC X(11).
024800     05  FILLER                  PIC X(01) VALUE SPACES.
024900     05  WMTR-KL-MONTH           PIC Z(09)9.
025000     05  WMTR-KL-TOTAL           PIC Z(09)9.
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  WMTR-KL-FIRST           PIC X(10).
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  WMTR-KL-LAST            PIC X(10).
025500
025600 01  WMTR-NONE-LINE.
025700     05  FILLER                  PIC X(50) VALUE
025800         "NO INCIDENTS OPENED IN THE MONTH.".
025900
026000 01  WMTR-NO-REPEAT-LINE.
026100     05  FILLER                  PIC X(50) VALUE
026200         "NO REPEAT INCIDENTS THIS MONTH.".
026300
026400 01  WMTR-NO-FILE-LINE.
026500     05  FILLER                  PIC X(50) VALUE
026600         "WISPINCD.DAT NOT FOUND - NO INCIDENTS ON FILE.".
026700
026800 PROCEDURE DIVISION.
026900
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     OPEN INPUT WISPINCD-FILE.
027300     IF NOT WINCD-FILE-OK
027400         MOVE WMTR-NO-FILE-LINE TO REPORT-LINE
027500         WRITE REPORT-LINE
027600         PERFORM 9000-TERMINATE THRU 9000-EXIT
027700         STOP RUN
027800     END-IF.
027900     PERFORM 2000-READ-INCIDENT THRU 2000-EXIT
028000         UNTIL WMTR-EOF.
028100     CLOSE WISPINCD-FILE.
028200     IF WMTR-PGM-COUNT = 0
028300         MOVE WMTR-NONE-LINE TO REPORT-LINE
028400         WRITE REPORT-LINE
028500         PERFORM 9000-TERMINATE THRU 9000-EXIT
028600         STOP RUN
028700     END-IF.
028800     PERFORM 4000-PRINT-PROGRAMS THRU 4000-EXIT.
028900     PERFORM 5000-PRINT-REPEATS THRU 5000-EXIT.
029000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029100     STOP RUN.
029200
029300**-----------------------------------------------------------**
029400**  1000-INITIALIZE                                          **
029500**  The report month is the prior calendar month.            **
029600**-----------------------------------------------------------**
029700 1000-INITIALIZE.
029800     ACCEPT WMTR-TODAY FROM DATE YYYYMMDD.
029900     COMPUTE WMTR-CALC-MON-IX =
030000         (WMTR-TODAY-YYYY * 12) + WMTR-TODAY-MM - 1.
030100     COMPUTE WMTR-CALC-YYYY = (WMTR-CALC-MON-IX - 1) / 12.
030200     COMPUTE WMTR-CALC-MM =
030300         WMTR-CALC-MON-IX - (WMTR-CALC-YYYY * 12).
030400     MOVE WMTR-CALC-YYYY TO WMTR-REPORT-MONTH-YYYY.
030500     MOVE WMTR-CALC-MM TO WMTR-REPORT-MONTH-MM.
030600     OPEN INPUT WISPKPRB-FILE.
030700     IF WKPRB-FILE-OK
030800         SET WMTR-KPRB-AVAIL TO TRUE
030900     END-IF.
031000     MOVE "N" TO WMTR-SPOOL-MODE.
031100     CALL "WISPSPLR" USING WMTR-SPOOL-MODE WMTR-REPORT-ID
031200         WMTR-SPOOL-PGM WMTR-SPOOL-NAME.
031300     OPEN OUTPUT REPORT-OUT.
031400     MOVE WMTR-HEADING-1 TO REPORT-LINE.
031500     WRITE REPORT-LINE.
031600     MOVE WMTR-REPORT-MONTH TO WMTR-HDG-MONTH.
031700     MOVE WMTR-HEADING-2 TO REPORT-LINE.
031800     WRITE REPORT-LINE.
031900     MOVE WMTR-HEADING-3 TO REPORT-LINE.
032000     WRITE REPORT-LINE.
032100     MOVE SPACES TO REPORT-LINE.
032200     WRITE REPORT-LINE.
032300     GO TO 1000-EXIT.
032400 1000-EXIT.
032500     EXIT.
032600
032700**-----------------------------------------------------------**
032800**  2000-READ-INCIDENT                                       **
032900**  The file is in incident-number order, which is opening   **
033000**  order, so a known problem's earlier incidents have been  **
033100**  counted by the time a later one is read.                 **
033200**-----------------------------------------------------------**
033300 2000-READ-INCIDENT.
033400     READ WISPINCD-FILE
033500         AT END SET WMTR-EOF TO TRUE
033600     END-READ.
033700     IF WMTR-EOF
033800         GO TO 2000-EXIT
033900     END-IF.
034000     MOVE "N" TO WMTR-REPEAT-SW.
034100     IF WINCD-KP-PROGRAM NOT = SPACES
034200         PERFORM 2100-TALLY-KNOWN-PROBLEM THRU 2100-EXIT
034300     END-IF.
034400     IF WINCD-OPENED-DATE (1:6) = WMTR-REPORT-MONTH
034500         PERFORM 3000-TALLY-PROGRAM THRU 3000-EXIT
034600     END-IF.
034700     GO TO 2000-EXIT.
034800 2000-EXIT.
034900     EXIT.
035000
035100**-----------------------------------------------------------**
035200**  2100-TALLY-KNOWN-PROBLEM                                 **
035300**-----------------------------------------------------------**
035400 2100-TALLY-KNOWN-PROBLEM.
035500     MOVE "N" TO WMTR-FOUND-SW.
035600     PERFORM 2110-MATCH-KNOWN-PROBLEM THRU 2110-EXIT
035700         VARYING WMTR-KP-SUB FROM 1 BY 1
035800         UNTIL WMTR-KP-SUB > WMTR-KP-COUNT
035900            OR WMTR-FOUND.
036000     IF WMTR-FOUND
036100         SUBTRACT 1 FROM WMTR-KP-SUB
036200     ELSE
036300         IF WMTR-KP-COUNT = 500
036400             GO TO 2100-EXIT
036500         END-IF
036600         ADD 1 TO WMTR-KP-COUNT
036700         MOVE WMTR-KP-COUNT TO WMTR-KP-SUB
036800         MOVE WINCD-KP-KEY TO WMTR-KE-KEY (WMTR-KP-SUB)
036900         MOVE 0 TO WMTR-KE-TOTAL (WMTR-KP-SUB)
037000         MOVE 0 TO WMTR-KE-MONTH (WMTR-KP-SUB)
037100         MOVE WINCD-NUMBER TO WMTR-KE-FIRST (WMTR-KP-SUB)
037200     END-IF.
037300     IF WMTR-KE-TOTAL (WMTR-KP-SUB) > 0
037400         SET WMTR-IS-REPEAT TO TRUE
037500     END-IF.
037600     ADD 1 TO WMTR-KE-TOTAL (WMTR-KP-SUB).
037700     MOVE WINCD-NUMBER TO WMTR-KE-LAST (WMTR-KP-SUB).
037800     IF WINCD-OPENED-DATE (1:6) = WMTR-REPORT-MONTH
037900         ADD 1 TO WMTR-KE-MONTH (WMTR-KP-SUB)
038000     END-IF.
038100     GO TO 2100-EXIT.
038200 2100-EXIT.
038300     EXIT.
038400
038500**-----------------------------------------------------------**
038600**  2110-MATCH-KNOWN-PROBLEM                                 **
038700**-----------------------------------------------------------**
038800 2110-MATCH-KNOWN-PROBLEM.
038900     IF WMTR-KE-KEY (WMTR-KP-SUB) = WINCD-KP-KEY
039000         SET WMTR-FOUND TO TRUE
039100     END-IF.
039200     GO TO 2110-EXIT.
039300 2110-EXIT.
039400     EXIT.
039500
039600**-----------------------------------------------------------**
039700**  3000-TALLY-PROGRAM                                       **
039800**  Acknowledge time runs from raised to acknowledged for    **
039900**  every incident; resolve time only for the resolved ones. **
040000**-----------------------------------------------------------**
040100 3000-TALLY-PROGRAM.
040200     PERFORM 3100-FIND-PROGRAM THRU 3100-EXIT.
040300     IF NOT WMTR-FOUND
040400         GO TO 3000-EXIT
040500     END-IF.
040600     ADD 1 TO WMTR-PE-OPENED (WMTR-PGM-SUB).
040700     IF WINCD-FROM-ALERT
040800         ADD 1 TO WMTR-PE-ALERTS (WMTR-PGM-SUB)
040900     ELSE
041000         ADD 1 TO WMTR-PE-ERRORS (WMTR-PGM-SUB)
041100     END-IF.
041200     IF WMTR-IS-REPEAT
041300         ADD 1 TO WMTR-PE-REPEATS (WMTR-PGM-SUB)
041400     END-IF.
041500     MOVE WINCD-RAISED-DATE TO WMTR-FROM-DATE.
041600     MOVE WINCD-RAISED-TIME TO WMTR-FROM-TIME.
041700     MOVE WINCD-ACK-DATE TO WMTR-TO-DATE.
041800     MOVE WINCD-ACK-TIME TO WMTR-TO-TIME.
041900     PERFORM 3500-ELAPSED-MINUTES THRU 3500-EXIT.
042000     ADD WMTR-MINUTES TO WMTR-PE-ACK-MINS (WMTR-PGM-SUB).
042100     IF NOT WINCD-RESOLVED
042200         ADD 1 TO WMTR-PE-UNRESOLVED (WMTR-PGM-SUB)
042300         GO TO 3000-EXIT
042400     END-IF.
042500     ADD 1 TO WMTR-PE-RESOLVED (WMTR-PGM-SUB).
042600     MOVE WINCD-RESOLVED-DATE TO WMTR-TO-DATE.
042700     MOVE WINCD-RESOLVED-TIME TO WMTR-TO-TIME.
042800     PERFORM 3500-ELAPSED-MINUTES THRU 3500-EXIT.
042900     ADD WMTR-MINUTES TO WMTR-PE-RES-MINS (WMTR-PGM-SUB).
043000     GO TO 3000-EXIT.
043100 3000-EXIT.
043200     EXIT.
043300
043400**-----------------------------------------------------------**
043500**  3100-FIND-PROGRAM                                        **
043600**  Find the program's entry, or open one at its place in    **
043700**  program order.  A full table drops the newcomer.         **
043800**-----------------------------------------------------------**
043900 3100-FIND-PROGRAM.
044000     MOVE "N" TO WMTR-FOUND-SW.
044100     MOVE "N" TO WMTR-PLACE-SW.
044200     MOVE 1 TO WMTR-PGM-SUB.
044300     PERFORM 3110-SKIP-LOWER-PROGRAM THRU 3110-EXIT
044400         UNTIL WMTR-PGM-SUB > WMTR-PGM-COUNT
044500            OR WMTR-AT-PLACE.
044600     IF WMTR-AT-PLACE
044700         IF WMTR-PE-PROGRAM (WMTR-PGM-SUB) = WINCD-PROGRAM
044800             SET WMTR-FOUND TO TRUE
044900             GO TO 3100-EXIT
045000         END-IF
045100     END-IF.
045200     IF WMTR-PGM-COUNT = 300
045300         GO TO 3100-EXIT
045400     END-IF.
045500     PERFORM 3120-SHIFT-ONE-ENTRY THRU 3120-EXIT
045600         VARYING WMTR-SHIFT-SUB FROM WMTR-PGM-COUNT BY -1
045700         UNTIL WMTR-SHIFT-SUB < WMTR-PGM-SUB.
045800     ADD 1 TO WMTR-PGM-COUNT.
045900     MOVE WINCD-PROGRAM TO WMTR-PE-PROGRAM (WMTR-PGM-SUB).
046000     INITIALIZE WMTR-PE-TALLIES (WMTR-PGM-SUB).
046100     SET WMTR-FOUND TO TRUE.
046200     GO TO 3100-EXIT.
046300 3100-EXIT.
046400     EXIT.
046500
046600**-----------------------------------------------------------**
046700**  3110-SKIP-LOWER-PROGRAM                                  **
046800**-----------------------------------------------------------**
046900 3110-SKIP-LOWER-PROGRAM.
047000     IF WMTR-PE-PROGRAM (WMTR-PGM-SUB) < WINCD-PROGRAM
047100         ADD 1 TO WMTR-PGM-SUB
047200     ELSE
047300         SET WMTR-AT-PLACE TO TRUE
047400     END-IF.
047500     GO TO 3110-EXIT.
047600 3110-EXIT.
047700     EXIT.
047800
047900**-----------------------------------------------------------**
048000**  3120-SHIFT-ONE-ENTRY                                     **
048100**-----------------------------------------------------------**
048200 3120-SHIFT-ONE-ENTRY.
048300     MOVE WMTR-PGM-ENTRY (WMTR-SHIFT-SUB)
048400         TO WMTR-PGM-ENTRY (WMTR-SHIFT-SUB + 1).
048500     GO TO 3120-EXIT.
048600 3120-EXIT.
048700     EXIT.
048800
048900**-----------------------------------------------------------**
049000**  3500-ELAPSED-MINUTES                                     **
049100**  Whole minutes between the two stamps; a stamp that is    **
049200**  missing or out of order counts as zero.                  **
049300**-----------------------------------------------------------**
049400 3500-ELAPSED-MINUTES.
049500     MOVE 0 TO WMTR-MINUTES.
049600     IF WMTR-FROM-DATE NOT NUMERIC
049700             OR WMTR-TO-DATE NOT NUMERIC
049800             OR WMTR-FROM-TIME (1:4) NOT NUMERIC
049900             OR WMTR-TO-TIME (1:4) NOT NUMERIC
050000         GO TO 3500-EXIT
050100     END-IF.
050200     COMPUTE WMTR-MINUTES =
050300         ((FUNCTION INTEGER-OF-DATE (WMTR-TO-DATE-N)
050400           - FUNCTION INTEGER-OF-DATE (WMTR-FROM-DATE-N))
050500           * 1440)
050600         + (WMTR-TO-HH * 60) + WMTR-TO-MI
050700         - (WMTR-FROM-HH * 60) - WMTR-FROM-MI.
050800     IF WMTR-MINUTES < 0
050900         MOVE 0 TO WMTR-MINUTES
051000     END-IF.
051100     GO TO 3500-EXIT.
051200 3500-EXIT.
051300     EXIT.
051400
051500**-----------------------------------------------------------**
051600**  4000-PRINT-PROGRAMS                                      **
051700**-----------------------------------------------------------**
051800 4000-PRINT-PROGRAMS.
051900     MOVE WMTR-COLUMN-HEADING TO REPORT-LINE.
052000     WRITE REPORT-LINE.
052100     PERFORM 4100-PRINT-ONE-PROGRAM THRU 4100-EXIT
052200         VARYING WMTR-PGM-SUB FROM 1 BY 1
052300         UNTIL WMTR-PGM-SUB > WMTR-PGM-COUNT.
052400     MOVE SPACES TO REPORT-LINE.
052500     WRITE REPORT-LINE.
052600     MOVE "TOTAL" TO WMTR-DL-PROGRAM.
052700     MOVE WMTR-TOT-OPENED TO WMTR-DL-OPENED.
052800     MOVE WMTR-TOT-ALERTS TO WMTR-DL-ALERTS.
052900     MOVE WMTR-TOT-ERRORS TO WMTR-DL-ERRORS.
053000     MOVE WMTR-TOT-RESOLVED TO WMTR-DL-RESOLVED.
053100     MOVE WMTR-TOT-UNRESOLVED TO WMTR-DL-UNRESOLVED.
053200     MOVE WMTR-TOT-REPEATS TO WMTR-DL-REPEATS.
053300     MOVE 0 TO WMTR-AVG-ACK.
053400     MOVE 0 TO WMTR-AVG-RES.
053500     IF WMTR-TOT-OPENED > 0
053600         COMPUTE WMTR-AVG-ACK ROUNDED =
053700             WMTR-TOT-ACK-MINS / WMTR-TOT-OPENED
053800     END-IF.
053900     IF WMTR-TOT-RESOLVED > 0
054000         COMPUTE WMTR-AVG-RES ROUNDED =
054100             WMTR-TOT-RES-MINS / WMTR-TOT-RESOLVED
054200     END-IF.
054300     MOVE WMTR-AVG-ACK TO WMTR-DL-ACK.
054400     MOVE WMTR-AVG-RES TO WMTR-DL-RES.
054500     MOVE WMTR-DETAIL-LINE TO REPORT-LINE.
054600     WRITE REPORT-LINE.
054700     MOVE SPACES TO REPORT-LINE.
054800     WRITE REPORT-LINE.
054900     COMPUTE WMTR-ML-ACK-HRS ROUNDED = WMTR-AVG-ACK / 60.
055000     COMPUTE WMTR-ML-RES-HRS ROUNDED = WMTR-AVG-RES / 60.
055100     MOVE WMTR-MTTR-LINE TO REPORT-LINE.
055200     WRITE REPORT-LINE.
055300     GO TO 4000-EXIT.
055400 4000-EXIT.
055500     EXIT.
055600
055700**-----------------------------------------------------------**
055800**  4100-PRINT-ONE-PROGRAM                                   **
055900**-----------------------------------------------------------**
056000 4100-PRINT-ONE-PROGRAM.
056100     MOVE WMTR-PE-PROGRAM (WMTR-PGM-SUB) TO WMTR-DL-PROGRAM.
056200     MOVE WMTR-PE-OPENED (WMTR-PGM-SUB) TO WMTR-DL-OPENED.
056300     MOVE WMTR-PE-ALERTS (WMTR-PGM-SUB) TO WMTR-DL-ALERTS.
056400     MOVE WMTR-PE-ERRORS (WMTR-PGM-SUB) TO WMTR-DL-ERRORS.
056500     MOVE WMTR-PE-RESOLVED (WMTR-PGM-SUB) TO WMTR-DL-RESOLVED.
056600     MOVE WMTR-PE-UNRESOLVED (WMTR-PGM-SUB)
056700         TO WMTR-DL-UNRESOLVED.
056800     MOVE WMTR-PE-REPEATS (WMTR-PGM-SUB) TO WMTR-DL-REPEATS.
056900     MOVE 0 TO WMTR-AVG-ACK.
057000     MOVE 0 TO WMTR-AVG-RES.
057100     IF WMTR-PE-OPENED (WMTR-PGM-SUB) > 0
057200         COMPUTE WMTR-AVG-ACK ROUNDED =
057300             WMTR-PE-ACK-MINS (WMTR-PGM-SUB)
057400             / WMTR-PE-OPENED (WMTR-PGM-SUB)
057500     END-IF.
057600     IF WMTR-PE-RESOLVED (WMTR-PGM-SUB) > 0
057700         COMPUTE WMTR-AVG-RES ROUNDED =
057800             WMTR-PE-RES-MINS (WMTR-PGM-SUB)
057900             / WMTR-PE-RESOLVED (WMTR-PGM-SUB)
058000     END-IF.
058100     MOVE WMTR-AVG-ACK TO WMTR-DL-ACK.
058200     MOVE WMTR-AVG-RES TO WMTR-DL-RES.
058300     MOVE WMTR-DETAIL-LINE TO REPORT-LINE.
058400     WRITE REPORT-LINE.
058500     ADD WMTR-PE-OPENED (WMTR-PGM-SUB) TO WMTR-TOT-OPENED.
058600     ADD WMTR-PE-ALERTS (WMTR-PGM-SUB) TO WMTR-TOT-ALERTS.
058700     ADD WMTR-PE-ERRORS (WMTR-PGM-SUB) TO WMTR-TOT-ERRORS.
058800     ADD WMTR-PE-RESOLVED (WMTR-PGM-SUB) TO WMTR-TOT-RESOLVED.
058900     ADD WMTR-PE-UNRESOLVED (WMTR-PGM-SUB)
059000         TO WMTR-TOT-UNRESOLVED.
059100     ADD WMTR-PE-REPEATS (WMTR-PGM-SUB) TO WMTR-TOT-REPEATS.
059200     ADD WMTR-PE-ACK-MINS (WMTR-PGM-SUB) TO WMTR-TOT-ACK-MINS.
059300     ADD WMTR-PE-RES-MINS (WMTR-PGM-SUB) TO WMTR-TOT-RES-MINS.
059400     GO TO 4100-EXIT.
059500 4100-EXIT.
059600     EXIT.
059700
059800**-----------------------------------------------------------**
059900**  5000-PRINT-REPEATS                                       **
060000**  Every known problem with an incident in the month that   **
060100**  is not its first.                                        **
060200**-----------------------------------------------------------**
060300 5000-PRINT-REPEATS.
060400     MOVE SPACES TO REPORT-LINE.
060500     WRITE REPORT-LINE.
060600     MOVE WMTR-KP-HEADING TO REPORT-LINE.
060700     WRITE REPORT-LINE.
060800     MOVE SPACES TO REPORT-LINE.
060900     WRITE REPORT-LINE.
061000     MOVE WMTR-KP-COLUMN-HEADING TO REPORT-LINE.
061100     WRITE REPORT-LINE.
061200     MOVE 0 TO WMTR-KP-PRINTED.
061300     PERFORM 5100-PRINT-ONE-REPEAT THRU 5100-EXIT
061400         VARYING WMTR-KP-SUB FROM 1 BY 1
061500         UNTIL WMTR-KP-SUB > WMTR-KP-COUNT.
061600     IF WMTR-KP-PRINTED = 0
061700         MOVE WMTR-NO-REPEAT-LINE TO REPORT-LINE
061800         WRITE REPORT-LINE
061900     END-IF.
062000     GO TO 5000-EXIT.
062100 5000-EXIT.
062200     EXIT.
062300
062400**-----------------------------------------------------------**
062500**  5100-PRINT-ONE-REPEAT                                    **
062600**-----------------------------------------------------------**
062700 5100-PRINT-ONE-REPEAT.
062800     IF WMTR-KE-MONTH (WMTR-KP-SUB) = 0
062900             OR WMTR-KE-TOTAL (WMTR-KP-SUB) < 2
063000         GO TO 5100-EXIT
063100     END-IF.
063200     MOVE WMTR-KE-KEY (WMTR-KP-SUB) TO WKPRB-KEY.
063300     MOVE WKPRB-PROGRAM TO WMTR-KL-PROGRAM.
063400     MOVE WKPRB-MSG-ID TO WMTR-KL-MSG-ID.
063500     MOVE SPACES TO WMTR-KL-REFERENCE.
063600     MOVE "NOT ON FILE" TO WMTR-KL-STATUS.
063700     IF WMTR-KPRB-AVAIL
063800         READ WISPKPRB-FILE
063900             INVALID KEY
064000                 MOVE "NOT ON FILE" TO WMTR-KL-STATUS
064100             NOT INVALID KEY
064200                 MOVE WKPRB-REFERENCE TO WMTR-KL-REFERENCE
064300                 IF WKPRB-OPEN
064400                     MOVE "OPEN" TO WMTR-KL-STATUS
064500                 ELSE
064600                     MOVE "CLOSED" TO WMTR-KL-STATUS
064700                 END-IF
064800         END-READ
064900     END-IF.
065000     MOVE WMTR-KE-MONTH (WMTR-KP-SUB) TO WMTR-KL-MONTH.
065100     MOVE WMTR-KE-TOTAL (WMTR-KP-SUB) TO WMTR-KL-TOTAL.
065200     MOVE WMTR-KE-FIRST (WMTR-KP-SUB) TO WMTR-KL-FIRST.
065300     MOVE WMTR-KE-LAST (WMTR-KP-SUB) TO WMTR-KL-LAST.
065400     MOVE WMTR-KP-DETAIL-LINE TO REPORT-LINE.
065500     WRITE REPORT-LINE.
065600     ADD 1 TO WMTR-KP-PRINTED.
065700     GO TO 5100-EXIT.
065800 5100-EXIT.
065900     EXIT.
066000
066100**-----------------------------------------------------------**
066200**  9000-TERMINATE                                           **
066300**-----------------------------------------------------------**
066400 9000-TERMINATE.
066500     IF WMTR-KPRB-AVAIL
066600         CLOSE WISPKPRB-FILE
066700     END-IF.
066800     CLOSE REPORT-OUT.
066900     MOVE "R" TO WMTR-SPOOL-MODE.
067000     CALL "WISPSPLR" USING WMTR-SPOOL-MODE WMTR-REPORT-ID
067100         WMTR-SPOOL-PGM WMTR-SPOOL-NAME.
067200     GO TO 9000-EXIT.
067300 9000-EXIT.
067400     EXIT.
