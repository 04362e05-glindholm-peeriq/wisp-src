000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPPGRP.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    On-Call Paging Report.  Lists every WISPPGDL.LOG
000900**               delivery record logged yesterday and today -
001000**               which alert, which roster shift it fell in, who
001100**               was paged in which role, and whether the page
001200**               was queued for the gateway, nobody was on call,
001300**               or the WISPPAGE.LOG feed could not be opened -
001400**               with counts by result.  A second section lists
001500**               the alerts that reached nobody: those the
001600**               delivery log shows unpaged, and any WISPALRT.LOG
001700**               alert raised in the period that has no delivery
001800**               record at all.  Run it each morning, or after a
001900**               "nobody called me", to see exactly what the
002000**               pager feed did.
002100**
002200**   Build:      ccbl -o WISPPGRP.acu WISPPGRP.cob
002300**
002400**   Modifications:
002500**     dgh  Original version.
002600**
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.
003000     WISPPGRP.
003100 REMARKS.
003200     Pager deliveries for yesterday and today, and the alerts
003300     nobody was paged for.
003400
003500 ENVIRONMENT DIVISION.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT WISPPGDL-LOG ASSIGN TO "WISPPGDL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WPGDL-FILE-STATUS.
004200
004300     SELECT WISPALRT-LOG ASSIGN TO "WISPALRT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WALRT-FILE-STATUS.
004600
004700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WPGR-SPOOL-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RPTO-FILE-STATUS.
005000
005100 DATA DIVISION.
005200
005300 FILE SECTION.
005400 FD  WISPPGDL-LOG.
005500     COPY "wisppgdl.cpy".
005600
005700 FD  WISPALRT-LOG.
005800     COPY "wispalrr.cpy".
005900
006000 FD  REPORT-OUT.
006100 01  REPORT-LINE                 PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400
006500 01  WPGDL-FILE-STATUS           PIC XX.
006600     88  WPGDL-FILE-OK               VALUE "00".
006700 01  WALRT-FILE-STATUS           PIC XX.
006800     88  WALRT-FILE-OK               VALUE "00".
006900 01  RPTO-FILE-STATUS            PIC XX.
007000 01  WPGR-SPOOL-NAME             PIC X(28) VALUE SPACES.
007100 01  WPGR-SPOOL-MODE             PIC X(01).
007200 01  WPGR-REPORT-ID              PIC X(08) VALUE "WISPPRPT".
007300 01  WPGR-SPOOL-PGM              PIC X(08) VALUE "WISPPGRP".
007400
007500 01  WPGR-EOF-SW                 PIC X(01) VALUE "N".
007600     88  WPGR-EOF                    VALUE "Y".
007700 01  WPGR-FOUND-SW               PIC X(01) VALUE "N".
007800     88  WPGR-FOUND                  VALUE "Y".
007900
008000 01  WPGR-TODAY                  PIC X(08).
008100 01  WPGR-TODAY-N REDEFINES WPGR-TODAY
008200                                 PIC 9(08).
008300 01  WPGR-FROM-DATE              PIC X(08).
008400 01  WPGR-FROM-DATE-N REDEFINES WPGR-FROM-DATE
008500                                 PIC 9(08).
008600 77  WPGR-DAY-NUMBER             PIC S9(09) COMP VALUE 0.
008700
008800*    Every alert the delivery log covers in the period, with
008900*    whether any page for it was queued.
009000 01  WPGR-ALERT-TABLE.
009100     05  WPGR-AT-COUNT           PIC 9(05) COMP VALUE 0.
009200     05  WPGR-AT-ENTRY OCCURS 2000 TIMES.
009300         10  WPGR-AT-KEY.
009400             15  WPGR-AT-DATE    PIC X(08).
009500             15  WPGR-AT-ID      PIC X(06).
009600         10  WPGR-AT-PAGED       PIC X(01).
009700 01  WPGR-AT-SUB                 PIC 9(05) COMP VALUE 0.
009800 01  WPGR-SEARCH-KEY.
009900     05  WPGR-SEARCH-DATE        PIC X(08).
010000     05  WPGR-SEARCH-ID          PIC X(06).
010100
010200 77  WPGR-QUEUED-COUNT           PIC 9(05) COMP VALUE 0.
010300 77  WPGR-NOBODY-COUNT           PIC 9(05) COMP VALUE 0.
010400 77  WPGR-FAILED-COUNT           PIC 9(05) COMP VALUE 0.
010500 77  WPGR-UNPAGED-COUNT          PIC 9(05) COMP VALUE 0.
010600
010700 01  WPGR-OPR-NAME               PIC X(30) VALUE SPACES.
010800
010900 01  WPGR-HEADING-1.
011000     05  FILLER                  PIC X(20) VALUE SPACES.
011100     05  FILLER                  PIC X(40) VALUE
011200         "ON-CALL PAGING REPORT".
011300
011400 01  WPGR-HEADING-2.
011500     05  FILLER                  PIC X(21) VALUE
011600         "DELIVERIES LOGGED ON ".
011700     05  WPGR-HDG-FROM           PIC X(08).
011800     05  FILLER                  PIC X(05) VALUE " AND ".
011900     05  WPGR-HDG-TO             PIC X(08).
012000
012100 01  WPGR-COLUMN-HEADING.
012200     05  FILLER                  PIC X(18) VALUE "LOGGED".
012300     05  FILLER                  PIC X(16) VALUE "ALERT".
012400     05  FILLER                  PIC X(10) VALUE "PROGRAM".
012500     05  FILLER                  PIC X(04) VALUE "LVL".
012600     05  FILLER                  PIC X(11) VALUE "SHIFT".
012700     05  FILLER                  PIC X(06) VALUE "ROLE".
012800     05  FILLER                  PIC X(10) VALUE "OPERATOR".
012900     05  FILLER                  PIC X(32) VALUE "NAME".
013000     05  FILLER                  PIC X(14) VALUE "RESULT".
013100
013200 01  WPGR-DETAIL-LINE.
013300     05  WPGR-DL-DATE            PIC X(08).
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  WPGR-DL-TIME            PIC X(06).
013600     05  FILLER                  PIC X(03) VALUE SPACES.
013700     05  WPGR-DL-ALERT-DATE      PIC X(08).
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  WPGR-DL-ALERT-ID        PIC X(06).
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  WPGR-DL-PROGRAM         PIC X(08).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  WPGR-DL-LEVEL           PIC X(01).
014400     05  FILLER                  PIC X(03) VALUE SPACES.
014500     05  WPGR-DL-ROSTER-DATE     PIC X(08).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  WPGR-DL-ROSTER-SHIFT    PIC X(01).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  WPGR-DL-ROLE            PIC X(05).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  WPGR-DL-OPERATOR        PIC X(08).
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  WPGR-DL-NAME            PIC X(30).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  WPGR-DL-RESULT          PIC X(14).
015600
015700 01  WPGR-TOTAL-LINE.
015800     05  FILLER                  PIC X(08) VALUE "QUEUED: ".
015900     05  WPGR-TL-QUEUED          PIC ZZZZ9.
016000     05  FILLER                  PIC X(20) VALUE
016100         "   NOBODY ON CALL: ".
016200     05  WPGR-TL-NOBODY          PIC ZZZZ9.
016300     05  FILLER                  PIC X(15) VALUE
016400         "   FEED BUSY: ".
016500     05  WPGR-TL-FAILED          PIC ZZZZ9.
016600
016700 01  WPGR-UNPAGED-HEADING.
016800     05  FILLER                  PIC X(50) VALUE
016900         "ALERTS NOBODY WAS PAGED FOR".
017000
017100 01  WPGR-UNPAGED-COLUMN-HEADING.
017200     05  FILLER                  PIC X(16) VALUE "ALERT".
017300     05  FILLER                  PIC X(10) VALUE "PROGRAM".
017400     05  FILLER                  PIC X(30) VALUE "REASON".
017500
017600 01  WPGR-UNPAGED-LINE.
017700     05  WPGR-UL-ALERT-DATE      PIC X(08).
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  WPGR-UL-ALERT-ID        PIC X(06).
018000     05  FILLER                  PIC X(01) VALUE SPACE.
018100     05  WPGR-UL-PROGRAM         PIC X(08).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  WPGR-UL-REASON          PIC X(30).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  WPGR-UL-TEXT            PIC X(60).
018600
018700 01  WPGR-NONE-LINE.
018800     05  FILLER                  PIC X(50) VALUE
018900         "NO PAGER DELIVERIES LOGGED IN THE PERIOD.".
019000
019100 01  WPGR-ALL-PAGED-LINE.
019200     05  FILLER                  PIC X(50) VALUE
019300         "EVERY ALERT IN THE PERIOD WAS PAGED.".
019400
019500 PROCEDURE DIVISION.
019600
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-PRINT-DELIVERIES THRU 2000-EXIT.
020000     PERFORM 3000-PRINT-UNPAGED THRU 3000-EXIT.
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020200     STOP RUN.
020300
020400**-----------------------------------------------------------**
020500**  1000-INITIALIZE                                          **
020600**  The period is yesterday and today so far.                **
020700**-----------------------------------------------------------**
020800 1000-INITIALIZE.
020900     ACCEPT WPGR-TODAY FROM DATE YYYYMMDD.
021000     COMPUTE WPGR-DAY-NUMBER =
021100         FUNCTION INTEGER-OF-DATE (WPGR-TODAY-N) - 1.
021200     COMPUTE WPGR-FROM-DATE-N =
021300         FUNCTION DATE-OF-INTEGER (WPGR-DAY-NUMBER).
021400     MOVE "N" TO WPGR-SPOOL-MODE.
021500     CALL "WISPSPLR" USING WPGR-SPOOL-MODE WPGR-REPORT-ID
021600         WPGR-SPOOL-PGM WPGR-SPOOL-NAME.
021700     OPEN OUTPUT REPORT-OUT.
021800     MOVE WPGR-HEADING-1 TO REPORT-LINE.
021900     WRITE REPORT-LINE.
022000     MOVE WPGR-FROM-DATE TO WPGR-HDG-FROM.
022100     MOVE WPGR-TODAY TO WPGR-HDG-TO.
022200     MOVE WPGR-HEADING-2 TO REPORT-LINE.
022300     WRITE REPORT-LINE.
022400     MOVE SPACES TO REPORT-LINE.
022500     WRITE REPORT-LINE.
022600     GO TO 1000-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900
023000**-----------------------------------------------------------**
023100**  2000-PRINT-DELIVERIES                                    **
023200**-----------------------------------------------------------**
023300 2000-PRINT-DELIVERIES.
023400     MOVE WPGR-COLUMN-HEADING TO REPORT-LINE.
023500     WRITE REPORT-LINE.
023600     MOVE "N" TO WPGR-EOF-SW.
023700     OPEN INPUT WISPPGDL-LOG.
023800     IF WPGDL-FILE-OK
023900         PERFORM 2100-READ-DELIVERY THRU 2100-EXIT
024000             UNTIL WPGR-EOF
024100         CLOSE WISPPGDL-LOG
024200     END-IF.
024300     IF (WPGR-QUEUED-COUNT + WPGR-NOBODY-COUNT
024400             + WPGR-FAILED-COUNT) = 0
024500         MOVE WPGR-NONE-LINE TO REPORT-LINE
024600         WRITE REPORT-LINE
024700     END-IF.
024800     MOVE SPACES TO REPORT-LINE.
024900     WRITE REPORT-LINE.
025000     MOVE WPGR-QUEUED-COUNT TO WPGR-TL-QUEUED.
025100     MOVE WPGR-NOBODY-COUNT TO WPGR-TL-NOBODY.
025200     MOVE WPGR-FAILED-COUNT TO WPGR-TL-FAILED.
025300     MOVE WPGR-TOTAL-LINE TO REPORT-LINE.
025400     WRITE REPORT-LINE.
025500     MOVE SPACES TO REPORT-LINE.
025600     WRITE REPORT-LINE.
025700     GO TO 2000-EXIT.
025800 2000-EXIT.
025900     EXIT.
026000
026100**-----------------------------------------------------------**
026200**  2100-READ-DELIVERY                                       **
026300**-----------------------------------------------------------**
026400 2100-READ-DELIVERY.
026500     READ WISPPGDL-LOG
026600         AT END SET WPGR-EOF TO TRUE
026700     END-READ.
026800     IF WPGR-EOF
026900         GO TO 2100-EXIT
027000     END-IF.
027100     IF WPGDL-DATE < WPGR-FROM-DATE
027200             OR WPGDL-DATE > WPGR-TODAY
027300         GO TO 2100-EXIT
027400     END-IF.
027500     MOVE SPACES TO WPGR-DETAIL-LINE.
027600     MOVE WPGDL-DATE TO WPGR-DL-DATE.
027700     MOVE WPGDL-TIME (1:6) TO WPGR-DL-TIME.
027800     MOVE WPGDL-ALERT-DATE TO WPGR-DL-ALERT-DATE.
027900     MOVE WPGDL-ALERT-ID TO WPGR-DL-ALERT-ID.
028000     MOVE WPGDL-PROGRAM TO WPGR-DL-PROGRAM.
028100     MOVE WPGDL-LEVEL TO WPGR-DL-LEVEL.
028200     MOVE WPGDL-ROSTER-DATE TO WPGR-DL-ROSTER-DATE.
028300     MOVE WPGDL-ROSTER-SHIFT TO WPGR-DL-ROSTER-SHIFT.
028400     EVALUATE WPGDL-ROLE
028500         WHEN "P"
028600             MOVE "PRIM" TO WPGR-DL-ROLE
028700         WHEN "B"
028800             MOVE "BACK" TO WPGR-DL-ROLE
028900         WHEN "S"
029000             MOVE "SUPV" TO WPGR-DL-ROLE
029100         WHEN OTHER
029200             MOVE SPACES TO WPGR-DL-ROLE
029300     END-EVALUATE.
029400     MOVE WPGDL-OPERATOR TO WPGR-DL-OPERATOR.
029500     MOVE SPACES TO WPGR-OPR-NAME.
029600     IF WPGDL-OPERATOR NOT = SPACES
029700         CALL "WISPOPRN" USING WPGDL-OPERATOR WPGR-OPR-NAME
029800     END-IF.
029900     MOVE WPGR-OPR-NAME TO WPGR-DL-NAME.
030000     EVALUATE TRUE
030100         WHEN WPGDL-QUEUED
030200             MOVE "QUEUED" TO WPGR-DL-RESULT
030300             ADD 1 TO WPGR-QUEUED-COUNT
030400         WHEN WPGDL-FEED-FAILED
030500             MOVE "FEED BUSY" TO WPGR-DL-RESULT
030600             ADD 1 TO WPGR-FAILED-COUNT
030700         WHEN OTHER
030800             MOVE "NOBODY ON CALL" TO WPGR-DL-RESULT
030900             ADD 1 TO WPGR-NOBODY-COUNT
031000     END-EVALUATE.
031100     MOVE WPGR-DETAIL-LINE TO REPORT-LINE.
031200     WRITE REPORT-LINE.
031300     PERFORM 2200-NOTE-ALERT THRU 2200-EXIT.
031400     GO TO 2100-EXIT.
031500 2100-EXIT.
031600     EXIT.
031700
031800**-----------------------------------------------------------**
031900**  2200-NOTE-ALERT                                          **
032000**  An alert counts as paged once any delivery for it - new  **
032100**  or escalated - was queued.                               **
032200**-----------------------------------------------------------**
032300 2200-NOTE-ALERT.
032400     MOVE WPGDL-ALERT-DATE TO WPGR-SEARCH-DATE.
032500     MOVE WPGDL-ALERT-ID TO WPGR-SEARCH-ID.
032600     PERFORM 2300-FIND-ALERT THRU 2300-EXIT.
032700     IF NOT WPGR-FOUND
032800         IF WPGR-AT-COUNT = 2000
032900             GO TO 2200-EXIT
033000         END-IF
033100         ADD 1 TO WPGR-AT-COUNT
033200         MOVE WPGR-AT-COUNT TO WPGR-AT-SUB
033300         MOVE WPGR-SEARCH-KEY TO WPGR-AT-KEY (WPGR-AT-SUB)
033400         MOVE "N" TO WPGR-AT-PAGED (WPGR-AT-SUB)
033500     END-IF.
033600     IF WPGDL-QUEUED
033700         MOVE "Y" TO WPGR-AT-PAGED (WPGR-AT-SUB)
033800     END-IF.
033900     GO TO 2200-EXIT.
034000 2200-EXIT.
034100     EXIT.
034200
034300**-----------------------------------------------------------**
034400**  2300-FIND-ALERT                                          **
034500**  Leaves WPGR-AT-SUB on the entry when found.              **
034600**-----------------------------------------------------------**
034700 2300-FIND-ALERT.
034800     MOVE "N" TO WPGR-FOUND-SW.
034900     PERFORM 2310-MATCH-ALERT THRU 2310-EXIT
035000         VARYING WPGR-AT-SUB FROM 1 BY 1
035100         UNTIL WPGR-AT-SUB > WPGR-AT-COUNT
035200            OR WPGR-FOUND.
035300     IF WPGR-FOUND
035400         SUBTRACT 1 FROM WPGR-AT-SUB
035500     END-IF.
035600     GO TO 2300-EXIT.
035700 2300-EXIT.
035800     EXIT.
035900
036000**-----------------------------------------------------------**
036100**  2310-MATCH-ALERT                                         **
036200**-----------------------------------------------------------**
036300 2310-MATCH-ALERT.
036400     IF WPGR-AT-KEY (WPGR-AT-SUB) = WPGR-SEARCH-KEY
036500         SET WPGR-FOUND TO TRUE
036600     END-IF.
036700     GO TO 2310-EXIT.
036800 2310-EXIT.
036900     EXIT.
037000
037100**-----------------------------------------------------------**
037200**  3000-PRINT-UNPAGED                                       **
037300**  Walk the alert log for the period: an alert whose every **
037400**  delivery went unqueued, or that has no delivery at all,  **
037500**  reached nobody.                                          **
037600**-----------------------------------------------------------**
037700 3000-PRINT-UNPAGED.
037800     MOVE WPGR-UNPAGED-HEADING TO REPORT-LINE.
037900     WRITE REPORT-LINE.
038000     MOVE WPGR-UNPAGED-COLUMN-HEADING TO REPORT-LINE.
038100     WRITE REPORT-LINE.
038200     MOVE "N" TO WPGR-EOF-SW.
038300     OPEN INPUT WISPALRT-LOG.
038400     IF WALRT-FILE-OK
038500         PERFORM 3100-CHECK-ONE-ALERT THRU 3100-EXIT
038600             UNTIL WPGR-EOF
038700         CLOSE WISPALRT-LOG
038800     END-IF.
038900     IF WPGR-UNPAGED-COUNT = 0
039000         MOVE WPGR-ALL-PAGED-LINE TO REPORT-LINE
039100         WRITE REPORT-LINE
039200     END-IF.
039300     GO TO 3000-EXIT.
039400 3000-EXIT.
039500     EXIT.
039600
039700**-----------------------------------------------------------**
039800**  3100-CHECK-ONE-ALERT                                     **
039900**-----------------------------------------------------------**
040000 3100-CHECK-ONE-ALERT.
040100     READ WISPALRT-LOG
040200         AT END SET WPGR-EOF TO TRUE
040300     END-READ.
040400     IF WPGR-EOF
040500         GO TO 3100-EXIT
040600     END-IF.
040700     IF WALRT-DATE < WPGR-FROM-DATE
040800             OR WALRT-DATE > WPGR-TODAY
040900         GO TO 3100-EXIT
041000     END-IF.
041100     MOVE WALRT-DATE TO WPGR-SEARCH-DATE.
041200     MOVE WALRT-ID TO WPGR-SEARCH-ID.
041300     PERFORM 2300-FIND-ALERT THRU 2300-EXIT.
041400     MOVE SPACES TO WPGR-UNPAGED-LINE.
041500     IF NOT WPGR-FOUND
041600         MOVE "NO PAGE ATTEMPTED" TO WPGR-UL-REASON
041700     ELSE
041800         IF WPGR-AT-PAGED (WPGR-AT-SUB) = "Y"
041900             GO TO 3100-EXIT
042000         END-IF
042100         MOVE "NOBODY ON CALL OR FEED BUSY" TO WPGR-UL-REASON
042200     END-IF.
042300     MOVE WALRT-DATE TO WPGR-UL-ALERT-DATE.
042400     MOVE WALRT-ID TO WPGR-UL-ALERT-ID.
042500     MOVE WALRT-PROGRAM TO WPGR-UL-PROGRAM.
042600     MOVE WALRT-TEXT TO WPGR-UL-TEXT.
042700     MOVE WPGR-UNPAGED-LINE TO REPORT-LINE.
042800     WRITE REPORT-LINE.
042900     ADD 1 TO WPGR-UNPAGED-COUNT.
043000     GO TO 3100-EXIT.
043100 3100-EXIT.
043200     EXIT.
043300
043400**-----------------------------------------------------------**
043500**  9000-TERMINATE                                           **
043600**-----------------------------------------------------------**
043700 9000-TERMINATE.
043800     CLOSE REPORT-OUT.
043900     MOVE "R" TO WPGR-SPOOL-MODE.
044000     CALL "WISPSPLR" USING WPGR-SPOOL-MODE WPGR-REPORT-ID
044100         WPGR-SPOOL-PGM WPGR-SPOOL-NAME.
044200     GO TO 9000-EXIT.
044300 9000-EXIT.
044400     EXIT.
