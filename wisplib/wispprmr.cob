000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPPRMR.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Runtime Parameter Effective-Settings Report.
000900**               Says, for every parameter in WISPPARC.CPY,
001000**               what value a job gets and where it comes
001100**               from, resolved through WISPPARM exactly as
001200**               the jobs resolve it:
001300**
001400**               1. System-wide - a job run outside a stream
001500**                  (and every online session).
001600**               2. Each stream on WISPSTRM.DAT, marking the
001700**                  values that differ from system-wide.
001800**               3. The environment overrides WISPPARM has
001900**                  logged to WISPPROV.LOG in the last N days -
002000**                  jobs that ran with something other than
002100**                  sections 1 and 2 say.
002200**               4. WISPPARM.DAT records nothing reads: a
002300**                  name not in WISPPARC.CPY, or a stream no
002400**                  longer on WISPSTRM.DAT.
002500**
002600**               Source is STREAM, SYSTEM (WISPPARM.DAT) or
002700**               DEFAULT (the reading program's built-in
002800**               value).  N is WISP_PARM_OVERRIDE_DAYS,
002900**               default 7.  Spooled as WISPSRPT.
003000**
003100**   Build:      ccbl -o WISPPRMR.acu WISPPRMR.cob
003200**
003300**   Modifications:
003400**     dgh  Original version.
003500**
003600
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.
003900     WISPPRMR.
004000 REMARKS.
004100     Effective runtime parameter settings, system-wide and by
004200     stream, with the environment overrides jobs ran with.
004300
004400 ENVIRONMENT DIVISION.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WSTR-FILE-STATUS.
005100
005200     SELECT WISPPARM-FILE ASSIGN TO "WISPPARM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WPARR-FILE-STATUS.
005500
005600     SELECT WISPPROV-LOG ASSIGN TO "WISPPROV"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WPROV-FILE-STATUS.
005900
006000     SELECT REPORT-OUT ASSIGN TO DYNAMIC WPRR-SPOOL-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS RPTO-FILE-STATUS.
006300
006400 DATA DIVISION.
006500
006600 FILE SECTION.
006700 FD  WISPSTRM-FILE.
006800     COPY "wispstrr.cpy".
006900
007000 FD  WISPPARM-FILE.
007100     COPY "wispparr.cpy".
007200
007300 FD  WISPPROV-LOG.
007400     COPY "wispprov.cpy".
007500
007600 FD  REPORT-OUT.
007700 01  REPORT-LINE                 PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000
008100 01  WSTR-FILE-STATUS            PIC XX.
008200     88  WSTR-FILE-OK                VALUE "00".
008300 01  WPARR-FILE-STATUS           PIC XX.
008400     88  WPARR-FILE-OK               VALUE "00".
008500 01  WPROV-FILE-STATUS           PIC XX.
008600     88  WPROV-FILE-OK               VALUE "00".
008700 01  RPTO-FILE-STATUS            PIC XX.
008800 01  WPRR-SPOOL-NAME             PIC X(28) VALUE SPACES.
008900 01  WPRR-SPOOL-MODE             PIC X(01).
009000 01  WPRR-REPORT-ID              PIC X(08) VALUE "WISPSRPT".
009100 01  WPRR-SPOOL-PGM              PIC X(08) VALUE "WISPPRMR".
009200
009300     COPY "wispparc.cpy".
009400
009500 01  WPRR-EOF-SW                 PIC X(01) VALUE "N".
009600     88  WPRR-EOF                    VALUE "Y".
009700 01  WPRR-FOUND-SW               PIC X(01) VALUE "N".
009800     88  WPRR-FOUND                  VALUE "Y".
009900 01  WPRR-STREAMS-FULL-SW        PIC X(01) VALUE "N".
010000     88  WPRR-STREAMS-FULL           VALUE "Y".
010100
010200 01  WPRR-TODAY                  PIC X(08).
010300 01  WPRR-DATE-NUM               PIC 9(08) VALUE 0.
010400 01  WPRR-CALC-DAY               PIC S9(09) COMP VALUE 0.
010500 01  WPRR-FROM-DATE              PIC X(08) VALUE SPACES.
010600
010700 01  WPRR-PARM-NAME              PIC X(30) VALUE SPACES.
010800 01  WPRR-PARM-VALUE             PIC X(40) VALUE SPACES.
010900 01  WPRR-PARM-SOURCE            PIC X(08) VALUE SPACES.
011000 01  WPRR-PARM-STREAM            PIC X(08) VALUE SPACES.
011100 01  WPRR-DAYS-X                 PIC X(03) VALUE SPACES.
011200 77  WPRR-DAYS                   PIC 9(04) COMP VALUE 7.
011300
011400*    The system-wide value of each catalog parameter, kept to
011500*    mark the stream values that differ from it.
011600 01  WPRR-SYSTEM-TABLE.
011700     05  WPRR-SYS-VALUE OCCURS 50 TIMES
011800                                 PIC X(40).
011900 77  WPRR-CAT-SUB                PIC 9(03) COMP VALUE 0.
012000
012100*    The streams on WISPSTRM.DAT, in first-seen order.
012200 01  WPRR-STREAM-TABLE.
012300     05  WPRR-STREAM-COUNT       PIC 9(03) COMP VALUE 0.
012400     05  WPRR-STREAM-NAME OCCURS 200 TIMES
012500                                 PIC X(08).
012600 77  WPRR-STREAM-SUB             PIC 9(03) COMP VALUE 0.
012700 77  WPRR-SEARCH-SUB             PIC 9(03) COMP VALUE 0.
012800
012900 77  WPRR-DIFF-COUNT             PIC 9(05) COMP VALUE 0.
013000 77  WPRR-OVERRIDE-COUNT         PIC 9(05) COMP VALUE 0.
013100 77  WPRR-UNUSED-COUNT           PIC 9(05) COMP VALUE 0.
013200
013300 01  WPRR-HEADING-1.
013400     05  FILLER                  PIC X(20) VALUE SPACES.
013500     05  FILLER                  PIC X(40) VALUE
013600         "RUNTIME PARAMETER EFFECTIVE SETTINGS".
013700
013800 01  WPRR-HEADING-2.
013900     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
014000     05  WPRR-HDG-DATE           PIC X(08).
014100     05  FILLER                  PIC X(05) VALUE SPACES.
014200     05  WPRR-HDG-PARMS          PIC ZZ9.
014300     05  FILLER                  PIC X(14) VALUE
014400         " PARAMETER(S) ".
014500     05  WPRR-HDG-STREAMS        PIC ZZ9.
014600     05  FILLER                  PIC X(10) VALUE
014700         " STREAM(S)".
014800
014900 01  WPRR-HEADING-3.
015000     05  FILLER                  PIC X(41) VALUE
015100         "SOURCE: STREAM OR SYSTEM = WISPPARM.DAT, ".
015200     05  FILLER                  PIC X(49) VALUE
015300         "DEFAULT = THE READING PROGRAM'S BUILT-IN VALUE.  ".
015400     05  FILLER                  PIC X(42) VALUE
015500         "A VARIABLE OF THE SAME NAME IN A JOB'S".
015600
015700 01  WPRR-HEADING-4.
015800     05  FILLER                  PIC X(50) VALUE
015900         "ENVIRONMENT STILL OVERRIDES ALL OF THESE FOR THAT ".
016000     05  FILLER                  PIC X(50) VALUE
016100         "JOB - SEE SECTION 3.".
016200
016300 01  WPRR-SECTION-1-HEADING.
016400     05  FILLER                  PIC X(43) VALUE
016500         "1. SYSTEM-WIDE - JOBS RUN OUTSIDE A STREAM ".
016600     05  FILLER                  PIC X(27) VALUE
016700         "AND ONLINE SESSIONS".
016800
016900 01  WPRR-SETTING-COLUMNS.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  FILLER                  PIC X(32) VALUE "PARAMETER".
017200     05  FILLER                  PIC X(42) VALUE "VALUE".
017300     05  FILLER                  PIC X(10) VALUE "SOURCE".
017400     05  FILLER                  PIC X(30) VALUE "NOTE".
017500
017600 01  WPRR-SETTING-LINE.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  WPRR-SL-NAME            PIC X(30).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  WPRR-SL-VALUE           PIC X(40).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  WPRR-SL-SOURCE          PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  WPRR-SL-NOTE            PIC X(36).
018500
018600 01  WPRR-SECTION-2-HEADING.
018700     05  FILLER                  PIC X(46) VALUE
018800         "2. BY STREAM - * MARKS A VALUE DIFFERENT FROM ".
018900     05  FILLER                  PIC X(14) VALUE
019000         "SYSTEM-WIDE".
019100
019200 01  WPRR-STREAM-HEADING.
019300     05  FILLER                  PIC X(07) VALUE "STREAM ".
019400     05  WPRR-SH-STREAM          PIC X(08).
019500     05  FILLER                  PIC X(03) VALUE SPACES.
019600     05  WPRR-SH-DIFFS           PIC ZZ9.
019700     05  FILLER                  PIC X(40) VALUE
019800         " VALUE(S) DIFFERENT FROM SYSTEM-WIDE".
019900
020000 01  WPRR-NO-STREAMS-LINE.
020100     05  FILLER                  PIC X(50) VALUE
020200         "NO STREAMS ON WISPSTRM.DAT.".
020300
020400 01  WPRR-STREAMS-FULL-LINE.
020500     05  FILLER                  PIC X(43) VALUE
020600         "WISPSTRM.DAT HOLDS MORE THAN 200 STREAMS - ".
020700     05  FILLER                  PIC X(27) VALUE
020800         "THE REST ARE NOT LISTED.".
020900
021000 01  WPRR-SECTION-3-HEADING.
021100     05  FILLER                  PIC X(35) VALUE
021200         "3. ENVIRONMENT OVERRIDES LOGGED TO ".
021300     05  FILLER                  PIC X(19) VALUE
021350         "WISPPROV.LOG SINCE ".
021400     05  WPRR-S3-FROM            PIC X(08).
021500
021600 01  WPRR-OVERRIDE-COLUMNS.
021700     05  FILLER                  PIC X(09) VALUE "DATE".
021800     05  FILLER                  PIC X(06) VALUE "TIME".
021900     05  FILLER                  PIC X(09) VALUE "OPERATOR".
022000     05  FILLER                  PIC X(09) VALUE "STREAM".
022100     05  FILLER                  PIC X(31) VALUE "PARAMETER".
022200     05  FILLER                  PIC X(21) VALUE "ENVIRONMENT".
022300     05  FILLER                  PIC X(21) VALUE
022350         "FILE WOULD GIVE".
022400     05  FILLER                  PIC X(08) VALUE "FROM".
022500
022600 01  WPRR-OVERRIDE-LINE.
022700     05  WPRR-OL-DATE            PIC X(08).
022800     05  FILLER                  PIC X(01) VALUE SPACES.
022900     05  WPRR-OL-HH              PIC X(02).
023000     05  FILLER                  PIC X(01) VALUE ":".
023100     05  WPRR-OL-MM              PIC X(02).
023200     05  FILLER                  PIC X(01) VALUE SPACES.
023300     05  WPRR-OL-OPERATOR        PIC X(08).
023400     05  FILLER                  PIC X(01) VALUE SPACES.
023500     05  WPRR-OL-STREAM          PIC X(08).
023600     05  FILLER                  PIC X(01) VALUE SPACES.
023700     05  WPRR-OL-NAME            PIC X(30).
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  WPRR-OL-ENV-VALUE       PIC X(20).
024000     05  FILLER                  PIC X(01) VALUE SPACES.
024100     05  WPRR-OL-FILE-VALUE      PIC X(20).
024200     05  FILLER                  PIC X(01) VALUE SPACES.
024300     05  WPRR-OL-SOURCE          PIC X(08).
024400
024500 01  WPRR-SECTION-4-HEADING.
024600     05  FILLER                  PIC X(50) VALUE
024700         "4. WISPPARM.DAT RECORDS NO JOB READS".
024800
024900 01  WPRR-UNUSED-COLUMNS.
025000     05  FILLER                  PIC X(09) VALUE "STREAM".
025100     05  FILLER                  PIC X(31) VALUE "PARAMETER".
025200     05  FILLER                  PIC X(21) VALUE "VALUE".
025300     05  FILLER                  PIC X(09) VALUE "SET ON".
025400     05  FILLER                  PIC X(09) VALUE "BY".
025500     05  FILLER                  PIC X(10) VALUE "WHY".
025600
025700 01  WPRR-UNUSED-LINE.
025800     05  WPRR-UL-STREAM          PIC X(08).
025900     05  FILLER                  PIC X(01) VALUE SPACES.
026000     05  WPRR-UL-NAME            PIC X(30).
026100     05  FILLER                  PIC X(01) VALUE SPACES.
026200     05  WPRR-UL-VALUE           PIC X(20).
026300     05  FILLER                  PIC X(01) VALUE SPACES.
026400     05  WPRR-UL-DATE            PIC X(08).
026500     05  FILLER                  PIC X(01) VALUE SPACES.
026600     05  WPRR-UL-OPERATOR        PIC X(08).
026700     05  FILLER                  PIC X(01) VALUE SPACES.
026800     05  WPRR-UL-WHY             PIC X(40).
026900
027000 01  WPRR-TOTAL-LINE.
027100     05  WPRR-TL-COUNT           PIC ZZZZ9.
027200     05  WPRR-TL-TEXT            PIC X(60).
027300
027400 01  WPRR-NONE-LINE              PIC X(50) VALUE SPACES.
027500
027600 PROCEDURE DIVISION.
027700
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028000     PERFORM 2000-LOAD-STREAMS THRU 2000-EXIT.
028100     MOVE WPARC-COUNT TO WPRR-HDG-PARMS.
028200     MOVE WPRR-STREAM-COUNT TO WPRR-HDG-STREAMS.
028300     MOVE WPRR-HEADING-2 TO REPORT-LINE.
028400     WRITE REPORT-LINE.
028500     MOVE WPRR-HEADING-3 TO REPORT-LINE.
028600     WRITE REPORT-LINE.
028700     MOVE WPRR-HEADING-4 TO REPORT-LINE.
028800     WRITE REPORT-LINE.
028900     PERFORM 3000-PRINT-SYSTEM-WIDE THRU 3000-EXIT.
029000     PERFORM 4000-PRINT-STREAMS THRU 4000-EXIT.
029100     PERFORM 5000-PRINT-OVERRIDES THRU 5000-EXIT.
029200     PERFORM 6000-PRINT-UNUSED THRU 6000-EXIT.
029300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029400     STOP RUN.
029500
029600**-----------------------------------------------------------**
029700**  1000-INITIALIZE                                          **
029800**  The override period is itself a runtime parameter.       **
029900**-----------------------------------------------------------**
030000 1000-INITIALIZE.
030100     ACCEPT WPRR-TODAY FROM DATE YYYYMMDD.
030200     MOVE "WISP_PARM_OVERRIDE_DAYS" TO WPRR-PARM-NAME.
030300     CALL "WISPPARM" USING WPRR-PARM-NAME WPRR-PARM-VALUE.
030400     MOVE WPRR-PARM-VALUE TO WPRR-DAYS-X.
030500     IF WPRR-DAYS-X NOT = SPACES
030600         COMPUTE WPRR-DAYS = FUNCTION NUMVAL (WPRR-DAYS-X)
030700     END-IF.
030800     IF WPRR-DAYS = 0
030900         MOVE 7 TO WPRR-DAYS
031000     END-IF.
031100     MOVE WPRR-TODAY TO WPRR-DATE-NUM.
031200     COMPUTE WPRR-CALC-DAY =
031300         FUNCTION INTEGER-OF-DATE (WPRR-DATE-NUM) - WPRR-DAYS.
031400     COMPUTE WPRR-DATE-NUM =
031500         FUNCTION DATE-OF-INTEGER (WPRR-CALC-DAY).
031600     MOVE WPRR-DATE-NUM TO WPRR-FROM-DATE.
031700     MOVE WPRR-TODAY TO WPRR-HDG-DATE.
031800     MOVE "N" TO WPRR-SPOOL-MODE.
031900     CALL "WISPSPLR" USING WPRR-SPOOL-MODE WPRR-REPORT-ID
032000         WPRR-SPOOL-PGM WPRR-SPOOL-NAME.
032100     OPEN OUTPUT REPORT-OUT.
032200     MOVE WPRR-HEADING-1 TO REPORT-LINE.
032300     WRITE REPORT-LINE.
032400     GO TO 1000-EXIT.
032500 1000-EXIT.
032600     EXIT.
032700
032800**-----------------------------------------------------------**
032900**  2000-LOAD-STREAMS                                        **
033000**  Every stream with a step record, once each.              **
033100**-----------------------------------------------------------**
033200 2000-LOAD-STREAMS.
033300     MOVE "N" TO WPRR-EOF-SW.
033400     OPEN INPUT WISPSTRM-FILE.
033500     IF NOT WSTR-FILE-OK
033600         GO TO 2000-EXIT
033700     END-IF.
033800     PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
033900         UNTIL WPRR-EOF.
034000     CLOSE WISPSTRM-FILE.
034100     GO TO 2000-EXIT.
034200 2000-EXIT.
034300     EXIT.
034400
034500**-----------------------------------------------------------**
034600**  2100-LOAD-ONE-STEP                                       **
034700**-----------------------------------------------------------**
034800 2100-LOAD-ONE-STEP.
034900     READ WISPSTRM-FILE
035000         AT END SET WPRR-EOF TO TRUE
035100     END-READ.
035200     IF WPRR-EOF
035300             OR WSTRP-PARM-REC
035400             OR WSTRR-STREAM = SPACES
035500         GO TO 2100-EXIT
035600     END-IF.
035700     PERFORM 8100-FIND-STREAM THRU 8100-EXIT.
035800     IF WPRR-FOUND
035900         GO TO 2100-EXIT
036000     END-IF.
036100     IF WPRR-STREAM-COUNT = 200
036200         SET WPRR-STREAMS-FULL TO TRUE
036300         GO TO 2100-EXIT
036400     END-IF.
036500     ADD 1 TO WPRR-STREAM-COUNT.
036600     MOVE WSTRR-STREAM TO WPRR-STREAM-NAME (WPRR-STREAM-COUNT).
036700     GO TO 2100-EXIT.
036800 2100-EXIT.
036900     EXIT.
037000
037100**-----------------------------------------------------------**
037200**  3000-PRINT-SYSTEM-WIDE                                   **
037300**-----------------------------------------------------------**
037400 3000-PRINT-SYSTEM-WIDE.
037500     MOVE SPACES TO REPORT-LINE.
037600     WRITE REPORT-LINE.
037700     MOVE WPRR-SECTION-1-HEADING TO REPORT-LINE.
037800     WRITE REPORT-LINE.
037900     MOVE WPRR-SETTING-COLUMNS TO REPORT-LINE.
038000     WRITE REPORT-LINE.
038100     MOVE SPACES TO WPRR-PARM-STREAM.
038200     PERFORM 3100-PRINT-SYSTEM-ONE THRU 3100-EXIT
038300         VARYING WPRR-CAT-SUB FROM 1 BY 1
038400         UNTIL WPRR-CAT-SUB > WPARC-COUNT.
038500     GO TO 3000-EXIT.
038600 3000-EXIT.
038700     EXIT.
038800
038900**-----------------------------------------------------------**
039000**  3100-PRINT-SYSTEM-ONE                                    **
039100**-----------------------------------------------------------**
039200 3100-PRINT-SYSTEM-ONE.
039300     PERFORM 8000-RESOLVE-PARM THRU 8000-EXIT.
039400     MOVE WPRR-PARM-VALUE TO WPRR-SYS-VALUE (WPRR-CAT-SUB).
039500     MOVE SPACES TO WPRR-SETTING-LINE.
039600     MOVE WPARC-NAME (WPRR-CAT-SUB) TO WPRR-SL-NAME.
039700     MOVE WPRR-PARM-VALUE TO WPRR-SL-VALUE.
039800     MOVE WPRR-PARM-SOURCE TO WPRR-SL-SOURCE.
039900     MOVE WPARC-DESC (WPRR-CAT-SUB) TO WPRR-SL-NOTE.
040000     MOVE WPRR-SETTING-LINE TO REPORT-LINE.
040100     WRITE REPORT-LINE.
040200     GO TO 3100-EXIT.
040300 3100-EXIT.
040400     EXIT.
040500
040600**-----------------------------------------------------------**
040700**  4000-PRINT-STREAMS                                       **
040800**-----------------------------------------------------------**
040900 4000-PRINT-STREAMS.
041000     MOVE SPACES TO REPORT-LINE.
041100     WRITE REPORT-LINE.
041200     MOVE WPRR-SECTION-2-HEADING TO REPORT-LINE.
041300     WRITE REPORT-LINE.
041400     IF WPRR-STREAM-COUNT = 0
041500         MOVE WPRR-NO-STREAMS-LINE TO REPORT-LINE
041600         WRITE REPORT-LINE
041700         GO TO 4000-EXIT
041800     END-IF.
041900     PERFORM 4100-PRINT-ONE-STREAM THRU 4100-EXIT
042000         VARYING WPRR-STREAM-SUB FROM 1 BY 1
042100         UNTIL WPRR-STREAM-SUB > WPRR-STREAM-COUNT.
042200     IF WPRR-STREAMS-FULL
042300         MOVE WPRR-STREAMS-FULL-LINE TO REPORT-LINE
042400         WRITE REPORT-LINE
042500     END-IF.
042600     GO TO 4000-EXIT.
042700 4000-EXIT.
042800     EXIT.
042900
043000**-----------------------------------------------------------**
043100**  4100-PRINT-ONE-STREAM                                    **
043200**  The differences are counted first so the stream's        **
043300**  heading can say how many there are.                      **
043400**-----------------------------------------------------------**
043500 4100-PRINT-ONE-STREAM.
043600     MOVE WPRR-STREAM-NAME (WPRR-STREAM-SUB) TO WPRR-PARM-STREAM.
043700     MOVE 0 TO WPRR-DIFF-COUNT.
043800     PERFORM 4110-COUNT-ONE-DIFF THRU 4110-EXIT
043900         VARYING WPRR-CAT-SUB FROM 1 BY 1
044000         UNTIL WPRR-CAT-SUB > WPARC-COUNT.
044100     MOVE SPACES TO REPORT-LINE.
044200     WRITE REPORT-LINE.
044300     MOVE WPRR-PARM-STREAM TO WPRR-SH-STREAM.
044400     MOVE WPRR-DIFF-COUNT TO WPRR-SH-DIFFS.
044500     MOVE WPRR-STREAM-HEADING TO REPORT-LINE.
044600     WRITE REPORT-LINE.
044700     MOVE WPRR-SETTING-COLUMNS TO REPORT-LINE.
044800     WRITE REPORT-LINE.
044900     PERFORM 4200-PRINT-STREAM-ONE THRU 4200-EXIT
045000         VARYING WPRR-CAT-SUB FROM 1 BY 1
045100         UNTIL WPRR-CAT-SUB > WPARC-COUNT.
045200     GO TO 4100-EXIT.
045300 4100-EXIT.
045400     EXIT.
045500
045600**-----------------------------------------------------------**
045700**  4110-COUNT-ONE-DIFF                                      **
045800**-----------------------------------------------------------**
045900 4110-COUNT-ONE-DIFF.
046000     PERFORM 8000-RESOLVE-PARM THRU 8000-EXIT.
046100     IF WPRR-PARM-VALUE NOT = WPRR-SYS-VALUE (WPRR-CAT-SUB)
046200         ADD 1 TO WPRR-DIFF-COUNT
046300     END-IF.
046400     GO TO 4110-EXIT.
046500 4110-EXIT.
046600     EXIT.
046700
046800**-----------------------------------------------------------**
046900**  4200-PRINT-STREAM-ONE                                    **
047000**-----------------------------------------------------------**
047100 4200-PRINT-STREAM-ONE.
047200     PERFORM 8000-RESOLVE-PARM THRU 8000-EXIT.
047300     MOVE SPACES TO WPRR-SETTING-LINE.
047400     IF WPRR-PARM-VALUE NOT = WPRR-SYS-VALUE (WPRR-CAT-SUB)
047500         MOVE "*" TO WPRR-SETTING-LINE (1:1)
047600         MOVE "SYSTEM-WIDE IS " TO WPRR-SL-NOTE
047700         MOVE WPRR-SYS-VALUE (WPRR-CAT-SUB)
047800             TO WPRR-SL-NOTE (16:21)
047900     END-IF.
048000     MOVE WPARC-NAME (WPRR-CAT-SUB) TO WPRR-SL-NAME.
048100     MOVE WPRR-PARM-VALUE TO WPRR-SL-VALUE.
048200     MOVE WPRR-PARM-SOURCE TO WPRR-SL-SOURCE.
048300     MOVE WPRR-SETTING-LINE TO REPORT-LINE.
048400     WRITE REPORT-LINE.
048500     GO TO 4200-EXIT.
048600 4200-EXIT.
048700     EXIT.
048800
048900**-----------------------------------------------------------**
049000**  5000-PRINT-OVERRIDES                                     **
049100**  WISPPROV.LOG is appended in time order, but is read      **
049200**  whole - a record is listed if it is inside the period.   **
049300**-----------------------------------------------------------**
049400 5000-PRINT-OVERRIDES.
049500     MOVE SPACES TO REPORT-LINE.
049600     WRITE REPORT-LINE.
049700     MOVE WPRR-FROM-DATE TO WPRR-S3-FROM.
049800     MOVE WPRR-SECTION-3-HEADING TO REPORT-LINE.
049900     WRITE REPORT-LINE.
050000     MOVE WPRR-OVERRIDE-COLUMNS TO REPORT-LINE.
050100     WRITE REPORT-LINE.
050200     MOVE 0 TO WPRR-OVERRIDE-COUNT.
050300     MOVE "N" TO WPRR-EOF-SW.
050400     OPEN INPUT WISPPROV-LOG.
050500     IF WPROV-FILE-OK
050600         PERFORM 5100-PRINT-ONE-OVERRIDE THRU 5100-EXIT
050700             UNTIL WPRR-EOF
050800         CLOSE WISPPROV-LOG
050900     END-IF.
051000     IF WPRR-OVERRIDE-COUNT = 0
051100         MOVE "NO ENVIRONMENT OVERRIDES IN THE PERIOD."
051200             TO WPRR-NONE-LINE
051300         MOVE WPRR-NONE-LINE TO REPORT-LINE
051400         WRITE REPORT-LINE
051500         GO TO 5000-EXIT
051600     END-IF.
051700     MOVE WPRR-OVERRIDE-COUNT TO WPRR-TL-COUNT.
051800     MOVE " OVERRIDE(S)." TO WPRR-TL-TEXT.
051900     MOVE WPRR-TOTAL-LINE TO REPORT-LINE.
052000     WRITE REPORT-LINE.
052100     GO TO 5000-EXIT.
052200 5000-EXIT.
052300     EXIT.
052400
052500**-----------------------------------------------------------**
052600**  5100-PRINT-ONE-OVERRIDE                                  **
052700**-----------------------------------------------------------**
052800 5100-PRINT-ONE-OVERRIDE.
052900     READ WISPPROV-LOG
053000         AT END SET WPRR-EOF TO TRUE
053100     END-READ.
053200     IF WPRR-EOF
053300             OR WPROV-DATE < WPRR-FROM-DATE
053400         GO TO 5100-EXIT
053500     END-IF.
053600     ADD 1 TO WPRR-OVERRIDE-COUNT.
053700     MOVE WPROV-DATE TO WPRR-OL-DATE.
053800     MOVE WPROV-TIME (1:2) TO WPRR-OL-HH.
053900     MOVE WPROV-TIME (3:2) TO WPRR-OL-MM.
054000     MOVE WPROV-OPERATOR TO WPRR-OL-OPERATOR.
054100     MOVE WPROV-STREAM TO WPRR-OL-STREAM.
054200     IF WPROV-STREAM = SPACES
054300         MOVE "(NONE)" TO WPRR-OL-STREAM
054400     END-IF.
054500     MOVE WPROV-NAME TO WPRR-OL-NAME.
054600     MOVE WPROV-ENV-VALUE TO WPRR-OL-ENV-VALUE.
054700     MOVE WPROV-FILE-VALUE TO WPRR-OL-FILE-VALUE.
054800     MOVE WPROV-FILE-SOURCE TO WPRR-OL-SOURCE.
054900     MOVE WPRR-OVERRIDE-LINE TO REPORT-LINE.
055000     WRITE REPORT-LINE.
055100     GO TO 5100-EXIT.
055200 5100-EXIT.
055300     EXIT.
055400
055500**-----------------------------------------------------------**
055600**  6000-PRINT-UNUSED                                        **
055700**  A misspelt name or a retired stream's value would sit in **
055800**  WISPPARM.DAT looking like a setting while nothing reads  **
055900**  it.                                                      **
056000**-----------------------------------------------------------**
056100 6000-PRINT-UNUSED.
056200     MOVE SPACES TO REPORT-LINE.
056300     WRITE REPORT-LINE.
056400     MOVE WPRR-SECTION-4-HEADING TO REPORT-LINE.
056500     WRITE REPORT-LINE.
056600     MOVE WPRR-UNUSED-COLUMNS TO REPORT-LINE.
056700     WRITE REPORT-LINE.
056800     MOVE 0 TO WPRR-UNUSED-COUNT.
056900     MOVE "N" TO WPRR-EOF-SW.
057000     OPEN INPUT WISPPARM-FILE.
057100     IF WPARR-FILE-OK
057200         PERFORM 6100-CHECK-ONE-RECORD THRU 6100-EXIT
057300             UNTIL WPRR-EOF
057400         CLOSE WISPPARM-FILE
057500     END-IF.
057600     IF WPRR-UNUSED-COUNT = 0
057700         MOVE "NONE." TO WPRR-NONE-LINE
057800         MOVE WPRR-NONE-LINE TO REPORT-LINE
057900         WRITE REPORT-LINE
058000     END-IF.
058100     GO TO 6000-EXIT.
058200 6000-EXIT.
058300     EXIT.
058400
058500**-----------------------------------------------------------**
058600**  6100-CHECK-ONE-RECORD                                    **
058700**  Past the 200-stream cap the stream check is not made -   **
058800**  an unlisted stream is not known to be retired.           **
058900**-----------------------------------------------------------**
059000 6100-CHECK-ONE-RECORD.
059100     READ WISPPARM-FILE
059200         AT END SET WPRR-EOF TO TRUE
059300     END-READ.
059400     IF WPRR-EOF
059500         GO TO 6100-EXIT
059600     END-IF.
059700     MOVE SPACES TO WPRR-UNUSED-LINE.
059800     MOVE "N" TO WPRR-FOUND-SW.
059900     PERFORM 6110-CHECK-CATALOG THRU 6110-EXIT
060000         VARYING WPRR-CAT-SUB FROM 1 BY 1
060100         UNTIL WPRR-CAT-SUB > WPARC-COUNT
060200            OR WPRR-FOUND.
060300     IF NOT WPRR-FOUND
060400         MOVE "NOT A KNOWN PARAMETER - NO PROGRAM READS IT"
060500             TO WPRR-UL-WHY
060600     ELSE
060700         IF NOT WPARR-SYSTEM-WIDE
060800                 AND NOT WPRR-STREAMS-FULL
060900             MOVE WPARR-STREAM TO WSTRR-STREAM
061000             PERFORM 8100-FIND-STREAM THRU 8100-EXIT
061100             IF NOT WPRR-FOUND
061200                 MOVE "STREAM NOT ON WISPSTRM.DAT"
061300                     TO WPRR-UL-WHY
061400             END-IF
061500         END-IF
061600     END-IF.
061700     IF WPRR-UL-WHY = SPACES
061800         GO TO 6100-EXIT
061900     END-IF.
062000     ADD 1 TO WPRR-UNUSED-COUNT.
062100     MOVE WPARR-STREAM TO WPRR-UL-STREAM.
062200     MOVE WPARR-NAME TO WPRR-UL-NAME.
062300     MOVE WPARR-VALUE TO WPRR-UL-VALUE.
062400     MOVE WPARR-DATE TO WPRR-UL-DATE.
062500     MOVE WPARR-OPERATOR TO WPRR-UL-OPERATOR.
062600     MOVE WPRR-UNUSED-LINE TO REPORT-LINE.
062700     WRITE REPORT-LINE.
062800     GO TO 6100-EXIT.
062900 6100-EXIT.
063000     EXIT.
063100
063200**-----------------------------------------------------------**
063300**  6110-CHECK-CATALOG                                       **
063400**-----------------------------------------------------------**
063500 6110-CHECK-CATALOG.
063600     IF WPARC-NAME (WPRR-CAT-SUB) = WPARR-NAME
063700         SET WPRR-FOUND TO TRUE
063800     END-IF.
063900     GO TO 6110-EXIT.
064000 6110-EXIT.
064100     EXIT.
064200
064300**-----------------------------------------------------------**
064400**  8000-RESOLVE-PARM                                        **
064500**  Catalog parameter WPRR-CAT-SUB for WPRR-PARM-STREAM      **
064600**  (spaces for system-wide), from the file only - this     **
064700**  job's own environment says nothing about other jobs.     **
064800**-----------------------------------------------------------**
064900 8000-RESOLVE-PARM.
065000     MOVE WPARC-NAME (WPRR-CAT-SUB) TO WPRR-PARM-NAME.
065100     MOVE SPACES TO WPRR-PARM-SOURCE.
065200     CALL "WISPPARM" USING WPRR-PARM-NAME WPRR-PARM-VALUE
065300                           WPRR-PARM-SOURCE WPRR-PARM-STREAM.
065400     IF WPRR-PARM-SOURCE = SPACES
065500         MOVE WPARC-DEFAULT (WPRR-CAT-SUB) TO WPRR-PARM-VALUE
065600         MOVE "DEFAULT" TO WPRR-PARM-SOURCE
065700     END-IF.
065800     GO TO 8000-EXIT.
065900 8000-EXIT.
066000     EXIT.
066100
066200**-----------------------------------------------------------**
066300**  8100-FIND-STREAM                                         **
066400**  Is WSTRR-STREAM already in the stream table?             **
066500**-----------------------------------------------------------**
066600 8100-FIND-STREAM.
066700     MOVE "N" TO WPRR-FOUND-SW.
066800     PERFORM 8110-CHECK-STREAM THRU 8110-EXIT
066900         VARYING WPRR-SEARCH-SUB FROM 1 BY 1
067000         UNTIL WPRR-SEARCH-SUB > WPRR-STREAM-COUNT
067100            OR WPRR-FOUND.
067200     GO TO 8100-EXIT.
067300 8100-EXIT.
067400     EXIT.
067500
067600**-----------------------------------------------------------**
067700**  8110-CHECK-STREAM                                        **
067800**-----------------------------------------------------------**
067900 8110-CHECK-STREAM.
068000     IF WPRR-STREAM-NAME (WPRR-SEARCH-SUB) = WSTRR-STREAM
068100         SET WPRR-FOUND TO TRUE
068200     END-IF.
068300     GO TO 8110-EXIT.
068400 8110-EXIT.
068500     EXIT.
068600
068700**-----------------------------------------------------------**
068800**  9000-TERMINATE                                           **
068900**-----------------------------------------------------------**
069000 9000-TERMINATE.
069100     CLOSE REPORT-OUT.
069200     MOVE "R" TO WPRR-SPOOL-MODE.
069300     CALL "WISPSPLR" USING WPRR-SPOOL-MODE WPRR-REPORT-ID
069400         WPRR-SPOOL-PGM WPRR-SPOOL-NAME.
069500     GO TO 9000-EXIT.
069600 9000-EXIT.
069700     EXIT.
