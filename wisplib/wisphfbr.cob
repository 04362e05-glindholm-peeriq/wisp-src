000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPHFBR.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Monthly Help Topic Effectiveness Report.  Where
000900**               WISPHLPR counts which screens get the most help
001000**               presses, this report reads the prior month's
001100**               "Was this topic helpful?" answers WISPHELP logs
001200**               to WISPHFB.LOG and ranks the topics by their
001300**               not-helpful rate, listing the operators'
001400**               comments under each one.
001500**
001600**               It also flags the topics whose help did not
001700**               settle the question, read from WISPHLP.LOG and
001800**               WISPERR.LOG whether or not anyone rated them:
001900**
002000**               - a REPEAT is a HELP press on the same program
002100**                 and field by the same operator within
002200**                 WISP_HELP_REPEAT_MINUTES (default 5) of that
002300**                 operator's previous press on it;
002400**               - an ERROR AFTER is a HELP press followed within
002500**                 WISP_HELP_ERROR_MINUTES (default 10) by a
002600**                 WACUERROR error raised by the same operator
002700**                 in the same program.
002800**
002900**               Each log is read from its WISPLGAR archive file
003000**               for the month plus the live log.
003100**
003200**   Build:      ccbl -o WISPHFBR.acu WISPHFBR.cob
003300**
003400**   Modifications:
003500**     dgh  Original version.
003520**     dgh  Read WISP_HELP_REPEAT_MINUTES and
003540**          WISP_HELP_ERROR_MINUTES through WISPPARM, so the
003560**          WISPPARM.DAT stream or system value applies unless
003580**          the job's environment overrides it.
003600**
003700
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.
004000     WISPHFBR.
004100 REMARKS.
004200     Ranks prior-month help topics by not-helpful rate and
004300     flags topics followed by a repeat press or an error.
004400
004500 ENVIRONMENT DIVISION.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT WISPERR-IN ASSIGN TO "WISPERR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WERRL-FILE-STATUS.
005200
005300     SELECT WISPHLP-IN ASSIGN TO "WISPHLP"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WHLPL-FILE-STATUS.
005600
005700     SELECT WISPHFB-IN ASSIGN TO "WISPHFB"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WHFBL-FILE-STATUS.
006000
006100     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WHFR-ARCHIVE-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WHFR-ARCH-STATUS.
006400
006500     SELECT SORT-WORK ASSIGN TO "WISPHFSR".
006600
006700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WHFR-SPOOL-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS RPTO-FILE-STATUS.
007000
007100 DATA DIVISION.
007200
007300 FILE SECTION.
007400 FD  WISPERR-IN.
007500     COPY "wisperrl.cpy".
007600
007700 FD  WISPHLP-IN.
007800     COPY "wisphlpl.cpy".
007900
008000 FD  WISPHFB-IN.
008100     COPY "wisphfbl.cpy".
008200
008300 FD  ARCHIVE-IN.
008400 01  WHFR-ARCH-REC               PIC X(132).
008500
008600 SD  SORT-WORK.
008700 01  SORT-REC.
008800     05  SORT-KEY-1              PIC 9(07) COMP.
008900     05  SORT-KEY-2              PIC 9(07) COMP.
009000     05  SORT-SUB                PIC 9(05) COMP.
009100
009200 FD  REPORT-OUT.
009300 01  REPORT-LINE                 PIC X(132).
009400
009500 WORKING-STORAGE SECTION.
009600
009700 01  WERRL-FILE-STATUS           PIC XX.
009800     88  WERRL-FILE-OK               VALUE "00".
009900 01  WHLPL-FILE-STATUS           PIC XX.
010000     88  WHLPL-FILE-OK               VALUE "00".
010100 01  WHFBL-FILE-STATUS           PIC XX.
010200     88  WHFBL-FILE-OK               VALUE "00".
010300 01  WHFR-ARCH-STATUS            PIC XX.
010400     88  WHFR-ARCH-OK                VALUE "00".
010500 01  RPTO-FILE-STATUS            PIC XX.
010600 01  WHFR-SPOOL-NAME             PIC X(28) VALUE SPACES.
010700 01  WHFR-SPOOL-MODE             PIC X(01).
010800 01  WHFR-REPORT-ID              PIC X(08) VALUE "WISPERPT".
010900 01  WHFR-SPOOL-PGM              PIC X(08) VALUE "WISPHFBR".
011000
011100 01  WHFR-LOG-EOF-SW             PIC X(01) VALUE "N".
011200     88  WHFR-LOG-EOF                VALUE "Y".
011300 01  WHFR-SORT-EOF-SW            PIC X(01) VALUE "N".
011400     88  WHFR-SORT-EOF               VALUE "Y".
011500 01  WHFR-FOUND-SW               PIC X(01) VALUE "N".
011600     88  WHFR-FOUND                  VALUE "Y".
011700 01  WHFR-TOPIC-FULL-SW          PIC X(01) VALUE "N".
011800     88  WHFR-TOPIC-FULL             VALUE "Y".
011900 01  WHFR-ERROR-FULL-SW          PIC X(01) VALUE "N".
012000     88  WHFR-ERROR-FULL             VALUE "Y".
012100
012200*    Which log the shared archive reader is working through.
012300 01  WHFR-LOG-KIND               PIC X(01) VALUE SPACE.
012400     88  WHFR-KIND-ERROR             VALUE "E".
012500     88  WHFR-KIND-PRESS             VALUE "H".
012600     88  WHFR-KIND-RATING            VALUE "F".
012700
012800 01  WHFR-TODAY                  PIC X(08).
012900 01  FILLER REDEFINES WHFR-TODAY.
013000     05  WHFR-TODAY-YYYY         PIC 9(04).
013100     05  WHFR-TODAY-MM           PIC 9(02).
013200     05  FILLER                  PIC X(02).
013300
013400 77  WHFR-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
013500 77  WHFR-RPT-MON-IX             PIC 9(09) COMP VALUE 0.
013600 77  WHFR-RPT-YYYY               PIC 9(09) COMP VALUE 0.
013700 77  WHFR-RPT-MM                 PIC 9(09) COMP VALUE 0.
013800
013900 01  WHFR-REPORT-MONTH.
014000     05  WHFR-RPT-MONTH-YYYY     PIC 9(04).
014100     05  WHFR-RPT-MONTH-MM       PIC 9(02).
014200
014300 01  WHFR-ARCHIVE-NAME           PIC X(20) VALUE SPACES.
014400 01  WHFR-ARCHIVE-BASE           PIC X(08) VALUE SPACES.
014500
014520 01  WHFR-PARM-NAME              PIC X(30) VALUE SPACES.
014540 01  WHFR-PARM-VALUE             PIC X(40) VALUE SPACES.
014600 01  WHFR-REPEAT-X               PIC X(03) VALUE SPACES.
014700 01  WHFR-ERROR-X                PIC X(03) VALUE SPACES.
014800 77  WHFR-REPEAT-MINUTES         PIC 9(04) COMP VALUE 5.
014900 77  WHFR-ERROR-MINUTES          PIC 9(04) COMP VALUE 10.
015000
015100*    A log record's date and time as minutes into the month,
015200*    for the repeat and error windows.
015300 01  WHFR-STAMP-DATE             PIC X(08).
015400 01  FILLER REDEFINES WHFR-STAMP-DATE.
015500     05  WHFR-SD-MONTH           PIC X(06).
015600     05  WHFR-SD-DD              PIC 9(02).
015700 01  WHFR-STAMP-TIME             PIC X(08).
015800 01  FILLER REDEFINES WHFR-STAMP-TIME.
015900     05  WHFR-ST-HH              PIC 9(02).
016000     05  WHFR-ST-MI              PIC 9(02).
016100     05  FILLER                  PIC X(04).
016200 77  WHFR-STAMP                  PIC 9(07) COMP VALUE 0.
016300 77  WHFR-GAP                    PIC 9(07) COMP VALUE 0.
016400
016500*    The month's errors, one entry per WISPERR.LOG header
016600*    record.
016700 01  WHFR-ERROR-TABLE.
016800     05  WHFR-ERROR-COUNT        PIC 9(05) COMP VALUE 0.
016900     05  WHFR-ERROR-ENTRY OCCURS 3000 TIMES.
017000         10  WHFR-EE-OPERATOR    PIC X(08).
017100         10  WHFR-EE-PROGRAM     PIC X(08).
017200         10  WHFR-EE-STAMP       PIC 9(07) COMP.
017300 01  WHFR-ERROR-SUB              PIC 9(05) COMP VALUE 0.
017400
017500*    Each operator's latest HELP press so far.
017600 01  WHFR-LAST-TABLE.
017700     05  WHFR-LAST-COUNT         PIC 9(03) COMP VALUE 0.
017800     05  WHFR-LAST-ENTRY OCCURS 300 TIMES.
017900         10  WHFR-LE-OPERATOR    PIC X(08).
018000         10  WHFR-LE-PROGRAM     PIC X(08).
018100         10  WHFR-LE-FIELD       PIC X(30).
018200         10  WHFR-LE-STAMP       PIC 9(07) COMP.
018300 01  WHFR-LAST-SUB               PIC 9(03) COMP VALUE 0.
018400
018500 01  WHFR-TOPIC-TABLE.
018600     05  WHFR-TOPIC-COUNT        PIC 9(05) COMP VALUE 0.
018700     05  WHFR-TOPIC-ENTRY OCCURS 500 TIMES.
018800         10  WHFR-TE-PROGRAM     PIC X(08).
018900         10  WHFR-TE-FIELD       PIC X(30).
019000         10  WHFR-TE-PRESSES     PIC 9(07) COMP.
019100         10  WHFR-TE-REPEATS     PIC 9(07) COMP.
019200         10  WHFR-TE-ERRORS      PIC 9(07) COMP.
019300         10  WHFR-TE-YES         PIC 9(07) COMP.
019400         10  WHFR-TE-NO          PIC 9(07) COMP.
019500         10  WHFR-TE-PAGES       PIC 9(07) COMP.
019600 01  WHFR-TOPIC-SUB              PIC 9(05) COMP VALUE 0.
019700 01  WHFR-TOPIC-CUR              PIC 9(05) COMP VALUE 0.
019800 01  WHFR-LOOK-PROGRAM           PIC X(08) VALUE SPACES.
019900 01  WHFR-LOOK-FIELD             PIC X(30) VALUE SPACES.
020000
020100*    The comments operators left with their answers.
020200 01  WHFR-COMMENT-TABLE.
020300     05  WHFR-COMMENT-COUNT      PIC 9(05) COMP VALUE 0.
020400     05  WHFR-COMMENT-ENTRY OCCURS 500 TIMES.
020500         10  WHFR-CE-TOPIC       PIC 9(05) COMP.
020600         10  WHFR-CE-RATING      PIC X(01).
020700         10  WHFR-CE-OPERATOR    PIC X(08).
020800         10  WHFR-CE-TEXT        PIC X(50).
020900 01  WHFR-COMMENT-SUB            PIC 9(05) COMP VALUE 0.
021000
021100 77  WHFR-RATED                  PIC 9(07) COMP VALUE 0.
021200 77  WHFR-RANK                   PIC 9(05) COMP VALUE 0.
021300 77  WHFR-TOTAL-RATINGS          PIC 9(07) COMP VALUE 0.
021400 77  WHFR-TOTAL-NO               PIC 9(07) COMP VALUE 0.
021500 77  WHFR-TOTAL-PRESSES          PIC 9(07) COMP VALUE 0.
021600 77  WHFR-COMMENTS-DROPPED       PIC 9(07) COMP VALUE 0.
021700 01  WHFR-PCT                    PIC 9(03)V9 VALUE 0.
021800 01  WHFR-AVG-PAGE               PIC 9(02)V9 VALUE 0.
021900
022000 01  WHFR-HEADING-1.
022100     05  FILLER                  PIC X(20) VALUE SPACES.
022200     05  FILLER                  PIC X(40) VALUE
022300         "HELP TOPIC EFFECTIVENESS REPORT".
022400
022500 01  WHFR-HEADING-2.
022600     05  FILLER                  PIC X(11) VALUE "FOR MONTH: ".
022700     05  WHFR-HDG-MONTH          PIC X(06).
022800     05  FILLER                  PIC X(18) VALUE
022900         "   REPEAT WINDOW: ".
023000     05  WHFR-HDG-REPEAT         PIC ZZ9.
023100     05  FILLER                  PIC X(22) VALUE
023200         " MIN   ERROR WINDOW: ".
023300     05  WHFR-HDG-ERROR          PIC ZZ9.
023400     05  FILLER                  PIC X(04) VALUE " MIN".
023500
023600 01  WHFR-RATED-HEADING.
023700     05  FILLER                  PIC X(50) VALUE
023800         "TOPICS RANKED BY NOT-HELPFUL RATE".
023900
024000 01  WHFR-RATED-COLUMNS.
024100     05  FILLER                  PIC X(06) VALUE "RANK".
024200     05  FILLER                  PIC X(10) VALUE "PROGRAM".
024300     05  FILLER                  PIC X(31) VALUE "FIELD".
024400     05  FILLER                  PIC X(07) VALUE "  RATED".
024500     05  FILLER                  PIC X(07) VALUE "    YES".
024600     05  FILLER                  PIC X(07) VALUE "     NO".
024700     05  FILLER                  PIC X(08) VALUE "  NOT %".
024800     05  FILLER                  PIC X(07) VALUE "  PAGE".
024900     05  FILLER                  PIC X(09) VALUE "  PRESSES".
025000     05  FILLER                  PIC X(09) VALUE "  REPEATS".
025100     05  FILLER                  PIC X(08) VALUE "  ERRORS".
025200
025300 01  WHFR-RATED-LINE.
025400     05  WHFR-RL-RANK            PIC ZZZZ9.
025500     05  FILLER                  PIC X(01) VALUE SPACES.
025600     05  WHFR-RL-PROGRAM         PIC X(08).
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  WHFR-RL-FIELD           PIC X(30).
025900     05  FILLER                  PIC X(01) VALUE SPACES.
026000     05  WHFR-RL-RATED           PIC ZZZZZZ9.
026100     05  WHFR-RL-YES             PIC ZZZZZZ9.
026200     05  WHFR-RL-NO              PIC ZZZZZZ9.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  WHFR-RL-PCT             PIC ZZ9.9.
026500     05  FILLER                  PIC X(03) VALUE SPACES.
026600     05  WHFR-RL-PAGE            PIC Z9.9.
026700     05  WHFR-RL-PRESSES         PIC Z(08)9.
026800     05  WHFR-RL-REPEATS         PIC Z(08)9.
026900     05  WHFR-RL-ERRORS          PIC Z(07)9.
027000
027100 01  WHFR-COMMENT-LINE.
027200     05  FILLER                  PIC X(08) VALUE SPACES.
027300     05  WHFR-CL-RATING          PIC X(04).
027400     05  WHFR-CL-OPERATOR        PIC X(08).
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  WHFR-CL-TEXT            PIC X(50).
027700
027800 01  WHFR-RATED-TOTAL-LINE.
027900     05  FILLER                  PIC X(06) VALUE SPACES.
028000     05  FILLER                  PIC X(15) VALUE
028100         "TOTAL ANSWERS: ".
028200     05  WHFR-RT-RATINGS         PIC ZZZZZZ9.
028300     05  FILLER                  PIC X(17) VALUE
028400         "   NOT HELPFUL: ".
028500     05  WHFR-RT-NO              PIC ZZZZZZ9.
028600
028700 01  WHFR-FLAG-HEADING.
028800     05  FILLER                  PIC X(50) VALUE
028900         "TOPICS FOLLOWED BY A REPEAT HELP PRESS OR AN ERROR".
029000
029100 01  WHFR-FLAG-COLUMNS.
029200     05  FILLER                  PIC X(06) VALUE "RANK".
029300     05  FILLER                  PIC X(10) VALUE "PROGRAM".
029400     05  FILLER                  PIC X(31) VALUE "FIELD".
029500     05  FILLER                  PIC X(09) VALUE "  PRESSES".
029600     05  FILLER                  PIC X(09) VALUE "  REPEATS".
029700     05  FILLER                  PIC X(08) VALUE "  ERRORS".
029800     05  FILLER                  PIC X(07) VALUE "  RATED".
029900     05  FILLER                  PIC X(08) VALUE "  NOT %".
030000
030100 01  WHFR-FLAG-LINE.
030200     05  WHFR-FL-RANK            PIC ZZZZ9.
030300     05  FILLER                  PIC X(01) VALUE SPACES.
030400     05  WHFR-FL-PROGRAM         PIC X(08).
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  WHFR-FL-FIELD           PIC X(30).
030700     05  FILLER                  PIC X(01) VALUE SPACES.
030800     05  WHFR-FL-PRESSES         PIC Z(08)9.
030900     05  WHFR-FL-REPEATS         PIC Z(08)9.
031000     05  WHFR-FL-ERRORS          PIC Z(07)9.
031100     05  WHFR-FL-RATED           PIC ZZZZZZ9.
031200     05  FILLER                  PIC X(02) VALUE SPACES.
031300     05  WHFR-FL-PCT             PIC ZZ9.9.
031400
031500 01  WHFR-FLAG-TOTAL-LINE.
031600     05  FILLER                  PIC X(06) VALUE SPACES.
031700     05  FILLER                  PIC X(21) VALUE
031800         "TOTAL HELP PRESSES:  ".
031900     05  WHFR-FT-PRESSES         PIC ZZZZZZ9.
032000
032100 01  WHFR-NONE-LINE.
032200     05  FILLER                  PIC X(06) VALUE SPACES.
032300     05  WHFR-NONE-TEXT          PIC X(50) VALUE SPACES.
032400
032500 01  WHFR-TOPIC-FULL-LINE.
032600     05  FILLER                  PIC X(06) VALUE SPACES.
032700     05  FILLER                  PIC X(54) VALUE
032800         "TOPIC TABLE FULL - REPORT COVERS THE FIRST 500 TOPICS.".
032900
033000 01  WHFR-ERROR-FULL-LINE.
033100     05  FILLER                  PIC X(06) VALUE SPACES.
033200     05  FILLER                  PIC X(50) VALUE
033300         "ERROR TABLE FULL AT 3000 - ERRORS AFTER HELP ARE ".
033400     05  FILLER                  PIC X(13) VALUE "UNDERSTATED.".
033500
033600 01  WHFR-COMMENTS-DROPPED-LINE.
033700     05  FILLER                  PIC X(06) VALUE SPACES.
033800     05  WHFR-CD-COUNT           PIC ZZZZZZ9.
033900     05  FILLER                  PIC X(40) VALUE
034000         " FURTHER COMMENT(S) NOT LISTED.".
034100
034200 PROCEDURE DIVISION.
034300
034400 0000-MAINLINE.
034500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034600     SET WHFR-KIND-ERROR TO TRUE.
034700     PERFORM 2000-LOAD-ARCHIVE-LOG THRU 2000-EXIT.
034800     PERFORM 2200-LOAD-LIVE-ERRORS THRU 2200-EXIT.
034900     SET WHFR-KIND-PRESS TO TRUE.
035000     PERFORM 2000-LOAD-ARCHIVE-LOG THRU 2000-EXIT.
035100     PERFORM 2400-LOAD-LIVE-PRESSES THRU 2400-EXIT.
035200     SET WHFR-KIND-RATING TO TRUE.
035300     PERFORM 2000-LOAD-ARCHIVE-LOG THRU 2000-EXIT.
035400     PERFORM 2600-LOAD-LIVE-RATINGS THRU 2600-EXIT.
035500     SORT SORT-WORK
035600         ON DESCENDING KEY SORT-KEY-1 SORT-KEY-2
035700         INPUT PROCEDURE 4000-RELEASE-RATED THRU 4000-EXIT
035800         OUTPUT PROCEDURE 4200-PRINT-RATED THRU 4200-EXIT.
035900     SORT SORT-WORK
036000         ON DESCENDING KEY SORT-KEY-1 SORT-KEY-2
036100         INPUT PROCEDURE 5000-RELEASE-FLAGGED THRU 5000-EXIT
036200         OUTPUT PROCEDURE 5200-PRINT-FLAGGED THRU 5200-EXIT.
036300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036400     STOP RUN.
036500
036600**-----------------------------------------------------------**
036700**  1000-INITIALIZE                                          **
036800**  The report always covers the prior month.                **
036900**-----------------------------------------------------------**
037000 1000-INITIALIZE.
037100     ACCEPT WHFR-TODAY FROM DATE YYYYMMDD.
037200     COMPUTE WHFR-CURR-MON-IX =
037300         (WHFR-TODAY-YYYY * 12) + WHFR-TODAY-MM.
037400     COMPUTE WHFR-RPT-MON-IX = WHFR-CURR-MON-IX - 1.
037500     COMPUTE WHFR-RPT-YYYY = (WHFR-RPT-MON-IX - 1) / 12.
037600     COMPUTE WHFR-RPT-MM =
037700         WHFR-RPT-MON-IX - (WHFR-RPT-YYYY * 12).
037800     MOVE WHFR-RPT-YYYY TO WHFR-RPT-MONTH-YYYY.
037900     MOVE WHFR-RPT-MM TO WHFR-RPT-MONTH-MM.
037950     MOVE "WISP_HELP_REPEAT_MINUTES" TO WHFR-PARM-NAME.
038000     CALL "WISPPARM" USING WHFR-PARM-NAME WHFR-PARM-VALUE.
038050     MOVE WHFR-PARM-VALUE TO WHFR-REPEAT-X.
038200     IF WHFR-REPEAT-X NOT = SPACES
038300         COMPUTE WHFR-REPEAT-MINUTES =
038400             FUNCTION NUMVAL (WHFR-REPEAT-X)
038500     END-IF.
038600     IF WHFR-REPEAT-MINUTES = 0
038700         MOVE 5 TO WHFR-REPEAT-MINUTES
038800     END-IF.
038850     MOVE "WISP_HELP_ERROR_MINUTES" TO WHFR-PARM-NAME.
038900     CALL "WISPPARM" USING WHFR-PARM-NAME WHFR-PARM-VALUE.
038950     MOVE WHFR-PARM-VALUE TO WHFR-ERROR-X.
039100     IF WHFR-ERROR-X NOT = SPACES
039200         COMPUTE WHFR-ERROR-MINUTES =
039300             FUNCTION NUMVAL (WHFR-ERROR-X)
039400     END-IF.
039500     IF WHFR-ERROR-MINUTES = 0
039600         MOVE 10 TO WHFR-ERROR-MINUTES
039700     END-IF.
039800     MOVE "N" TO WHFR-SPOOL-MODE.
039900     CALL "WISPSPLR" USING WHFR-SPOOL-MODE WHFR-REPORT-ID
040000         WHFR-SPOOL-PGM WHFR-SPOOL-NAME.
040100     OPEN OUTPUT REPORT-OUT.
040200     MOVE WHFR-HEADING-1 TO REPORT-LINE.
040300     WRITE REPORT-LINE.
040400     MOVE WHFR-REPORT-MONTH TO WHFR-HDG-MONTH.
040500     MOVE WHFR-REPEAT-MINUTES TO WHFR-HDG-REPEAT.
040600     MOVE WHFR-ERROR-MINUTES TO WHFR-HDG-ERROR.
040700     MOVE WHFR-HEADING-2 TO REPORT-LINE.
040800     WRITE REPORT-LINE.
040900     GO TO 1000-EXIT.
041000 1000-EXIT.
041100     EXIT.
041200
041300**-----------------------------------------------------------**
041400**  2000-LOAD-ARCHIVE-LOG                                    **
041500**  The report month's WISPLGAR archive of the log named by  **
041600**  WHFR-LOG-KIND, if one exists.                            **
041700**-----------------------------------------------------------**
041800 2000-LOAD-ARCHIVE-LOG.
041900     EVALUATE TRUE
042000         WHEN WHFR-KIND-ERROR
042100             MOVE "WISPERR" TO WHFR-ARCHIVE-BASE
042200         WHEN WHFR-KIND-PRESS
042300             MOVE "WISPHLP" TO WHFR-ARCHIVE-BASE
042400         WHEN OTHER
042500             MOVE "WISPHFB" TO WHFR-ARCHIVE-BASE
042600     END-EVALUATE.
042700     MOVE SPACES TO WHFR-ARCHIVE-NAME.
042800     STRING WHFR-ARCHIVE-BASE DELIMITED BY SPACE
042900         "." DELIMITED BY SIZE
043000         WHFR-REPORT-MONTH DELIMITED BY SIZE
043100         INTO WHFR-ARCHIVE-NAME.
043200     OPEN INPUT ARCHIVE-IN.
043300     IF NOT WHFR-ARCH-OK
043400         GO TO 2000-EXIT
043500     END-IF.
043600     MOVE "N" TO WHFR-LOG-EOF-SW.
043700     PERFORM 2100-READ-ARCHIVE-REC THRU 2100-EXIT
043800         UNTIL WHFR-LOG-EOF.
043900     CLOSE ARCHIVE-IN.
044000     GO TO 2000-EXIT.
044100 2000-EXIT.
044200     EXIT.
044300
044400**-----------------------------------------------------------**
044500**  2100-READ-ARCHIVE-REC                                    **
044600**-----------------------------------------------------------**
044700 2100-READ-ARCHIVE-REC.
044800     READ ARCHIVE-IN
044900         AT END SET WHFR-LOG-EOF TO TRUE
045000     END-READ.
045100     IF WHFR-LOG-EOF
045200         GO TO 2100-EXIT
045300     END-IF.
045400     EVALUATE TRUE
045500         WHEN WHFR-KIND-ERROR
045600             MOVE WHFR-ARCH-REC TO WISPERR-LOG-RECORD
045700             PERFORM 3000-TAKE-ERROR THRU 3000-EXIT
045800         WHEN WHFR-KIND-PRESS
045900             MOVE WHFR-ARCH-REC TO WISPHLP-LOG-RECORD
046000             PERFORM 3100-TAKE-PRESS THRU 3100-EXIT
046100         WHEN OTHER
046200             MOVE WHFR-ARCH-REC TO WISPHFB-LOG-RECORD
046300             PERFORM 3300-TAKE-RATING THRU 3300-EXIT
046400     END-EVALUATE.
046500     GO TO 2100-EXIT.
046600 2100-EXIT.
046700     EXIT.
046800
046900**-----------------------------------------------------------**
047000**  2200-LOAD-LIVE-ERRORS                                    **
047100**  Report-month records WISPLGAR has not rolled out of the  **
047200**  live log yet.  2400 and 2600 do the same for the other   **
047300**  two logs.                                                **
047400**-----------------------------------------------------------**
047500 2200-LOAD-LIVE-ERRORS.
047600     OPEN INPUT WISPERR-IN.
047700     IF NOT WERRL-FILE-OK
047800         GO TO 2200-EXIT
047900     END-IF.
048000     MOVE "N" TO WHFR-LOG-EOF-SW.
048100     PERFORM 2300-READ-LIVE-ERROR THRU 2300-EXIT
048200         UNTIL WHFR-LOG-EOF.
048300     CLOSE WISPERR-IN.
048400     GO TO 2200-EXIT.
048500 2200-EXIT.
048600     EXIT.
048700
048800**-----------------------------------------------------------**
048900**  2300-READ-LIVE-ERROR                                     **
049000**-----------------------------------------------------------**
049100 2300-READ-LIVE-ERROR.
049200     READ WISPERR-IN
049300         AT END SET WHFR-LOG-EOF TO TRUE
049400     END-READ.
049500     IF NOT WHFR-LOG-EOF
049600         PERFORM 3000-TAKE-ERROR THRU 3000-EXIT
049700     END-IF.
049800     GO TO 2300-EXIT.
049900 2300-EXIT.
050000     EXIT.
050100
050200**-----------------------------------------------------------**
050300**  2400-LOAD-LIVE-PRESSES                                   **
050400**-----------------------------------------------------------**
050500 2400-LOAD-LIVE-PRESSES.
050600     OPEN INPUT WISPHLP-IN.
050700     IF NOT WHLPL-FILE-OK
050800         GO TO 2400-EXIT
050900     END-IF.
051000     MOVE "N" TO WHFR-LOG-EOF-SW.
051100     PERFORM 2500-READ-LIVE-PRESS THRU 2500-EXIT
051200         UNTIL WHFR-LOG-EOF.
051300     CLOSE WISPHLP-IN.
051400     GO TO 2400-EXIT.
051500 2400-EXIT.
051600     EXIT.
051700
051800**-----------------------------------------------------------**
051900**  2500-READ-LIVE-PRESS                                     **
052000**-----------------------------------------------------------**
052100 2500-READ-LIVE-PRESS.
052200     READ WISPHLP-IN
052300         AT END SET WHFR-LOG-EOF TO TRUE
052400     END-READ.
052500     IF NOT WHFR-LOG-EOF
052600         PERFORM 3100-TAKE-PRESS THRU 3100-EXIT
052700     END-IF.
052800     GO TO 2500-EXIT.
052900 2500-EXIT.
053000     EXIT.
053100
053200**-----------------------------------------------------------**
053300**  2600-LOAD-LIVE-RATINGS                                   **
053400**-----------------------------------------------------------**
053500 2600-LOAD-LIVE-RATINGS.
053600     OPEN INPUT WISPHFB-IN.
053700     IF NOT WHFBL-FILE-OK
053800         GO TO 2600-EXIT
053900     END-IF.
054000     MOVE "N" TO WHFR-LOG-EOF-SW.
054100     PERFORM 2700-READ-LIVE-RATING THRU 2700-EXIT
054200         UNTIL WHFR-LOG-EOF.
054300     CLOSE WISPHFB-IN.
054400     GO TO 2600-EXIT.
054500 2600-EXIT.
054600     EXIT.
054700
054800**-----------------------------------------------------------**
054900**  2700-READ-LIVE-RATING                                    **
055000**-----------------------------------------------------------**
055100 2700-READ-LIVE-RATING.
055200     READ WISPHFB-IN
055300         AT END SET WHFR-LOG-EOF TO TRUE
055400     END-READ.
055500     IF NOT WHFR-LOG-EOF
055600         PERFORM 3300-TAKE-RATING THRU 3300-EXIT
055700     END-IF.
055800     GO TO 2700-EXIT.
055900 2700-EXIT.
056000     EXIT.
056100
056200**-----------------------------------------------------------**
056300**  3000-TAKE-ERROR                                          **
056400**  Only an error's header record is kept - its text lines   **
056500**  would count the one error several times.                 **
056600**-----------------------------------------------------------**
056700 3000-TAKE-ERROR.
056800     IF WERRL-DATE (1:6) NOT = WHFR-REPORT-MONTH
056900         GO TO 3000-EXIT
057000     END-IF.
057100     IF WERRL-LINE-NUM IS NOT NUMERIC
057200         GO TO 3000-EXIT
057300     END-IF.
057400     IF WERRL-LINE-NUM NOT = 0
057500         GO TO 3000-EXIT
057600     END-IF.
057700     IF WHFR-ERROR-COUNT = 3000
057800         SET WHFR-ERROR-FULL TO TRUE
057900         GO TO 3000-EXIT
058000     END-IF.
058100     MOVE WERRL-DATE TO WHFR-STAMP-DATE.
058200     MOVE WERRL-TIME TO WHFR-STAMP-TIME.
058300     PERFORM 8500-COMPUTE-STAMP THRU 8500-EXIT.
058400     ADD 1 TO WHFR-ERROR-COUNT.
058500     MOVE WERRL-OPERATOR
058600         TO WHFR-EE-OPERATOR (WHFR-ERROR-COUNT).
058700     MOVE WERRL-PROGRAM TO WHFR-EE-PROGRAM (WHFR-ERROR-COUNT).
058800     MOVE WHFR-STAMP TO WHFR-EE-STAMP (WHFR-ERROR-COUNT).
058900     GO TO 3000-EXIT.
059000 3000-EXIT.
059100     EXIT.
059200
059300**-----------------------------------------------------------**
059400**  3100-TAKE-PRESS                                          **
059500**  Count the press, check it against the operator's last    **
059600**  press for a repeat and against the month's errors for   **
059700**  one soon after.                                          **
059800**-----------------------------------------------------------**
059900 3100-TAKE-PRESS.
060000     IF WHLPL-DATE (1:6) NOT = WHFR-REPORT-MONTH
060100         GO TO 3100-EXIT
060200     END-IF.
060300     ADD 1 TO WHFR-TOTAL-PRESSES.
060400     MOVE WHLPL-PROGRAM TO WHFR-LOOK-PROGRAM.
060500     MOVE WHLPL-FIELD TO WHFR-LOOK-FIELD.
060600     PERFORM 6000-FIND-TOPIC THRU 6000-EXIT.
060700     IF WHFR-TOPIC-CUR = 0
060800         GO TO 3100-EXIT
060900     END-IF.
061000     ADD 1 TO WHFR-TE-PRESSES (WHFR-TOPIC-CUR).
061100     MOVE WHLPL-DATE TO WHFR-STAMP-DATE.
061200     MOVE WHLPL-TIME TO WHFR-STAMP-TIME.
061300     PERFORM 8500-COMPUTE-STAMP THRU 8500-EXIT.
061400     PERFORM 3200-CHECK-REPEAT THRU 3200-EXIT.
061500     MOVE "N" TO WHFR-FOUND-SW.
061600     PERFORM 3250-MATCH-ERROR THRU 3250-EXIT
061700         VARYING WHFR-ERROR-SUB FROM 1 BY 1
061800         UNTIL WHFR-ERROR-SUB > WHFR-ERROR-COUNT
061900            OR WHFR-FOUND.
062000     IF WHFR-FOUND
062100         ADD 1 TO WHFR-TE-ERRORS (WHFR-TOPIC-CUR)
062200     END-IF.
062300     GO TO 3100-EXIT.
062400 3100-EXIT.
062500     EXIT.
062600
062700**-----------------------------------------------------------**
062800**  3200-CHECK-REPEAT                                        **
062900**  Session logs are merged into WISPHLP.LOG a session at a  **
063000**  time, so one operator's presses are in time order even   **
063100**  though the log as a whole is not.                        **
063200**-----------------------------------------------------------**
063300 3200-CHECK-REPEAT.
063400     MOVE "N" TO WHFR-FOUND-SW.
063500     PERFORM 3210-MATCH-OPERATOR THRU 3210-EXIT
063600         VARYING WHFR-LAST-SUB FROM 1 BY 1
063700         UNTIL WHFR-LAST-SUB > WHFR-LAST-COUNT
063800            OR WHFR-FOUND.
063900     IF WHFR-FOUND
064000         SUBTRACT 1 FROM WHFR-LAST-SUB
064100     ELSE
064200         IF WHFR-LAST-COUNT = 300
064300             GO TO 3200-EXIT
064400         END-IF
064500         ADD 1 TO WHFR-LAST-COUNT
064600         MOVE WHFR-LAST-COUNT TO WHFR-LAST-SUB
064700         MOVE WHLPL-OPERATOR TO WHFR-LE-OPERATOR (WHFR-LAST-SUB)
064800         MOVE SPACES TO WHFR-LE-PROGRAM (WHFR-LAST-SUB)
064900         MOVE SPACES TO WHFR-LE-FIELD (WHFR-LAST-SUB)
065000         MOVE 0 TO WHFR-LE-STAMP (WHFR-LAST-SUB)
065100     END-IF.
065200     IF WHFR-LE-PROGRAM (WHFR-LAST-SUB) = WHLPL-PROGRAM
065300             AND WHFR-LE-FIELD (WHFR-LAST-SUB) = WHLPL-FIELD
065400             AND WHFR-STAMP NOT < WHFR-LE-STAMP (WHFR-LAST-SUB)
065500         COMPUTE WHFR-GAP =
065600             WHFR-STAMP - WHFR-LE-STAMP (WHFR-LAST-SUB)
065700         IF WHFR-GAP NOT > WHFR-REPEAT-MINUTES
065800             ADD 1 TO WHFR-TE-REPEATS (WHFR-TOPIC-CUR)
065900         END-IF
066000     END-IF.
066100     MOVE WHLPL-PROGRAM TO WHFR-LE-PROGRAM (WHFR-LAST-SUB).
066200     MOVE WHLPL-FIELD TO WHFR-LE-FIELD (WHFR-LAST-SUB).
066300     MOVE WHFR-STAMP TO WHFR-LE-STAMP (WHFR-LAST-SUB).
066400     GO TO 3200-EXIT.
066500 3200-EXIT.
066600     EXIT.
066700
066800**-----------------------------------------------------------**
066900**  3210-MATCH-OPERATOR                                      **
067000**-----------------------------------------------------------**
067100 3210-MATCH-OPERATOR.
067200     IF WHFR-LE-OPERATOR (WHFR-LAST-SUB) = WHLPL-OPERATOR
067300         SET WHFR-FOUND TO TRUE
067400     END-IF.
067500     GO TO 3210-EXIT.
067600 3210-EXIT.
067700     EXIT.
067800
067900**-----------------------------------------------------------**
068000**  3250-MATCH-ERROR                                         **
068100**  An error by the same operator in the same program, at or **
068200**  after the press and inside the window.                   **
068300**-----------------------------------------------------------**
068400 3250-MATCH-ERROR.
068500     IF WHFR-EE-OPERATOR (WHFR-ERROR-SUB) NOT = WHLPL-OPERATOR
068600             OR WHFR-EE-PROGRAM (WHFR-ERROR-SUB)
068700                 NOT = WHLPL-PROGRAM
068800         GO TO 3250-EXIT
068900     END-IF.
069000     IF WHFR-EE-STAMP (WHFR-ERROR-SUB) < WHFR-STAMP
069100         GO TO 3250-EXIT
069200     END-IF.
069300     COMPUTE WHFR-GAP =
069400         WHFR-EE-STAMP (WHFR-ERROR-SUB) - WHFR-STAMP.
069500     IF WHFR-GAP NOT > WHFR-ERROR-MINUTES
069600         SET WHFR-FOUND TO TRUE
069700     END-IF.
069800     GO TO 3250-EXIT.
069900 3250-EXIT.
070000     EXIT.
070100
070200**-----------------------------------------------------------**
070300**  3300-TAKE-RATING                                         **
070400**-----------------------------------------------------------**
070500 3300-TAKE-RATING.
070600     IF WHFBL-DATE (1:6) NOT = WHFR-REPORT-MONTH
070700         GO TO 3300-EXIT
070800     END-IF.
070900     IF NOT WHFBL-HELPFUL AND NOT WHFBL-NOT-HELPFUL
071000         GO TO 3300-EXIT
071100     END-IF.
071200     MOVE WHFBL-PROGRAM TO WHFR-LOOK-PROGRAM.
071300     MOVE WHFBL-FIELD TO WHFR-LOOK-FIELD.
071400     PERFORM 6000-FIND-TOPIC THRU 6000-EXIT.
071500     IF WHFR-TOPIC-CUR = 0
071600         GO TO 3300-EXIT
071700     END-IF.
071800     ADD 1 TO WHFR-TOTAL-RATINGS.
071900     IF WHFBL-HELPFUL
072000         ADD 1 TO WHFR-TE-YES (WHFR-TOPIC-CUR)
072100     ELSE
072200         ADD 1 TO WHFR-TE-NO (WHFR-TOPIC-CUR)
072300         ADD 1 TO WHFR-TOTAL-NO
072400     END-IF.
072500     IF WHFBL-PAGE IS NUMERIC
072600         ADD WHFBL-PAGE TO WHFR-TE-PAGES (WHFR-TOPIC-CUR)
072700     END-IF.
072800     IF WHFBL-COMMENT = SPACES
072900         GO TO 3300-EXIT
073000     END-IF.
073100     IF WHFR-COMMENT-COUNT = 500
073200         ADD 1 TO WHFR-COMMENTS-DROPPED
073300         GO TO 3300-EXIT
073400     END-IF.
073500     ADD 1 TO WHFR-COMMENT-COUNT.
073600     MOVE WHFR-TOPIC-CUR TO WHFR-CE-TOPIC (WHFR-COMMENT-COUNT).
073700     MOVE WHFBL-RATING TO WHFR-CE-RATING (WHFR-COMMENT-COUNT).
073800     MOVE WHFBL-OPERATOR
073900         TO WHFR-CE-OPERATOR (WHFR-COMMENT-COUNT).
074000     MOVE WHFBL-COMMENT TO WHFR-CE-TEXT (WHFR-COMMENT-COUNT).
074100     GO TO 3300-EXIT.
074200 3300-EXIT.
074300     EXIT.
074400
074500**-----------------------------------------------------------**
074600**  4000-RELEASE-RATED  (SORT input procedure)               **
074700**  Every topic with at least one answer, keyed on its       **
074800**  not-helpful rate in tenths of a percent and then on its  **
074900**  not-helpful count, so of two topics at 100% the one      **
075000**  more operators turned down comes first.                  **
075100**-----------------------------------------------------------**
075200 4000-RELEASE-RATED.
075300     PERFORM 4100-RELEASE-ONE-RATED THRU 4100-EXIT
075400         VARYING WHFR-TOPIC-SUB FROM 1 BY 1
075500         UNTIL WHFR-TOPIC-SUB > WHFR-TOPIC-COUNT.
075600     GO TO 4000-EXIT.
075700 4000-EXIT.
075800     EXIT.
075900
076000**-----------------------------------------------------------**
076100**  4100-RELEASE-ONE-RATED                                   **
076200**-----------------------------------------------------------**
076300 4100-RELEASE-ONE-RATED.
076400     COMPUTE WHFR-RATED = WHFR-TE-YES (WHFR-TOPIC-SUB)
076500         + WHFR-TE-NO (WHFR-TOPIC-SUB).
076600     IF WHFR-RATED = 0
076700         GO TO 4100-EXIT
076800     END-IF.
076900     COMPUTE SORT-KEY-1 =
077000         (WHFR-TE-NO (WHFR-TOPIC-SUB) * 1000) / WHFR-RATED.
077100     MOVE WHFR-TE-NO (WHFR-TOPIC-SUB) TO SORT-KEY-2.
077200     MOVE WHFR-TOPIC-SUB TO SORT-SUB.
077300     RELEASE SORT-REC.
077400     GO TO 4100-EXIT.
077500 4100-EXIT.
077600     EXIT.
077700
077800**-----------------------------------------------------------**
077900**  4200-PRINT-RATED  (SORT output procedure)                **
078000**-----------------------------------------------------------**
078100 4200-PRINT-RATED.
078200     MOVE SPACES TO REPORT-LINE.
078300     WRITE REPORT-LINE.
078400     MOVE WHFR-RATED-HEADING TO REPORT-LINE.
078500     WRITE REPORT-LINE.
078600     MOVE WHFR-RATED-COLUMNS TO REPORT-LINE.
078700     WRITE REPORT-LINE.
078800     MOVE 0 TO WHFR-RANK.
078900     MOVE "N" TO WHFR-SORT-EOF-SW.
079000     PERFORM 8100-RETURN-SORT-REC THRU 8100-EXIT.
079100     PERFORM 4300-PRINT-ONE-RATED THRU 4300-EXIT
079200         UNTIL WHFR-SORT-EOF.
079300     IF WHFR-RANK = 0
079400         MOVE "NO TOPIC WAS RATED IN THE MONTH."
079500             TO WHFR-NONE-TEXT
079600         MOVE WHFR-NONE-LINE TO REPORT-LINE
079700         WRITE REPORT-LINE
079800         GO TO 4200-EXIT
079900     END-IF.
080000     MOVE SPACES TO REPORT-LINE.
080100     WRITE REPORT-LINE.
080200     MOVE WHFR-TOTAL-RATINGS TO WHFR-RT-RATINGS.
080300     MOVE WHFR-TOTAL-NO TO WHFR-RT-NO.
080400     MOVE WHFR-RATED-TOTAL-LINE TO REPORT-LINE.
080500     WRITE REPORT-LINE.
080600     IF WHFR-COMMENTS-DROPPED > 0
080700         MOVE WHFR-COMMENTS-DROPPED TO WHFR-CD-COUNT
080800         MOVE WHFR-COMMENTS-DROPPED-LINE TO REPORT-LINE
080900         WRITE REPORT-LINE
081000     END-IF.
081100     GO TO 4200-EXIT.
081200 4200-EXIT.
081300     EXIT.
081400
081500**-----------------------------------------------------------**
081600**  4300-PRINT-ONE-RATED                                     **
081700**  The topic line, then the comments left on it.            **
081800**-----------------------------------------------------------**
081900 4300-PRINT-ONE-RATED.
082000     ADD 1 TO WHFR-RANK.
082100     MOVE SORT-SUB TO WHFR-TOPIC-CUR.
082200     PERFORM 8200-COMPUTE-RATES THRU 8200-EXIT.
082300     MOVE WHFR-RANK TO WHFR-RL-RANK.
082400     MOVE WHFR-TE-PROGRAM (WHFR-TOPIC-CUR) TO WHFR-RL-PROGRAM.
082500     MOVE WHFR-TE-FIELD (WHFR-TOPIC-CUR) TO WHFR-RL-FIELD.
082600     MOVE WHFR-RATED TO WHFR-RL-RATED.
082700     MOVE WHFR-TE-YES (WHFR-TOPIC-CUR) TO WHFR-RL-YES.
082800     MOVE WHFR-TE-NO (WHFR-TOPIC-CUR) TO WHFR-RL-NO.
082900     MOVE WHFR-PCT TO WHFR-RL-PCT.
083000     MOVE WHFR-AVG-PAGE TO WHFR-RL-PAGE.
083100     MOVE WHFR-TE-PRESSES (WHFR-TOPIC-CUR) TO WHFR-RL-PRESSES.
083200     MOVE WHFR-TE-REPEATS (WHFR-TOPIC-CUR) TO WHFR-RL-REPEATS.
083300     MOVE WHFR-TE-ERRORS (WHFR-TOPIC-CUR) TO WHFR-RL-ERRORS.
083400     MOVE WHFR-RATED-LINE TO REPORT-LINE.
083500     WRITE REPORT-LINE.
083600     PERFORM 4400-PRINT-COMMENT THRU 4400-EXIT
083700         VARYING WHFR-COMMENT-SUB FROM 1 BY 1
083800         UNTIL WHFR-COMMENT-SUB > WHFR-COMMENT-COUNT.
083900     PERFORM 8100-RETURN-SORT-REC THRU 8100-EXIT.
084000     GO TO 4300-EXIT.
084100 4300-EXIT.
084200     EXIT.
084300
084400**-----------------------------------------------------------**
084500**  4400-PRINT-COMMENT                                       **
084600**-----------------------------------------------------------**
084700 4400-PRINT-COMMENT.
084800     IF WHFR-CE-TOPIC (WHFR-COMMENT-SUB) NOT = WHFR-TOPIC-CUR
084900         GO TO 4400-EXIT
085000     END-IF.
085100     IF WHFR-CE-RATING (WHFR-COMMENT-SUB) = "Y"
085200         MOVE "YES" TO WHFR-CL-RATING
085300     ELSE
085400         MOVE "NO" TO WHFR-CL-RATING
085500     END-IF.
085600     MOVE WHFR-CE-OPERATOR (WHFR-COMMENT-SUB)
085700         TO WHFR-CL-OPERATOR.
085800     MOVE WHFR-CE-TEXT (WHFR-COMMENT-SUB) TO WHFR-CL-TEXT.
085900     MOVE WHFR-COMMENT-LINE TO REPORT-LINE.
086000     WRITE REPORT-LINE.
086100     GO TO 4400-EXIT.
086200 4400-EXIT.
086300     EXIT.
086400
086500**-----------------------------------------------------------**
086600**  5000-RELEASE-FLAGGED  (SORT input procedure)             **
086700**  Every topic with a repeat press or an error after help,  **
086800**  most repeats plus errors first, then busiest first.      **
086900**-----------------------------------------------------------**
087000 5000-RELEASE-FLAGGED.
087100     PERFORM 5100-RELEASE-ONE-FLAGGED THRU 5100-EXIT
087200         VARYING WHFR-TOPIC-SUB FROM 1 BY 1
087300         UNTIL WHFR-TOPIC-SUB > WHFR-TOPIC-COUNT.
087400     GO TO 5000-EXIT.
087500 5000-EXIT.
087600     EXIT.
087700
087800**-----------------------------------------------------------**
087900**  5100-RELEASE-ONE-FLAGGED                                 **
088000**-----------------------------------------------------------**
088100 5100-RELEASE-ONE-FLAGGED.
088200     COMPUTE SORT-KEY-1 = WHFR-TE-REPEATS (WHFR-TOPIC-SUB)
088300         + WHFR-TE-ERRORS (WHFR-TOPIC-SUB).
088400     IF SORT-KEY-1 = 0
088500         GO TO 5100-EXIT
088600     END-IF.
088700     MOVE WHFR-TE-PRESSES (WHFR-TOPIC-SUB) TO SORT-KEY-2.
088800     MOVE WHFR-TOPIC-SUB TO SORT-SUB.
088900     RELEASE SORT-REC.
089000     GO TO 5100-EXIT.
089100 5100-EXIT.
089200     EXIT.
089300
089400**-----------------------------------------------------------**
089500**  5200-PRINT-FLAGGED  (SORT output procedure)              **
089600**-----------------------------------------------------------**
089700 5200-PRINT-FLAGGED.
089800     MOVE SPACES TO REPORT-LINE.
089900     WRITE REPORT-LINE.
090000     MOVE WHFR-FLAG-HEADING TO REPORT-LINE.
090100     WRITE REPORT-LINE.
090200     MOVE WHFR-FLAG-COLUMNS TO REPORT-LINE.
090300     WRITE REPORT-LINE.
090400     MOVE 0 TO WHFR-RANK.
090500     MOVE "N" TO WHFR-SORT-EOF-SW.
090600     PERFORM 8100-RETURN-SORT-REC THRU 8100-EXIT.
090700     PERFORM 5300-PRINT-ONE-FLAGGED THRU 5300-EXIT
090800         UNTIL WHFR-SORT-EOF.
090900     IF WHFR-RANK = 0
091000         MOVE "NO REPEAT PRESS OR ERROR AFTER HELP IN THE MONTH."
091100             TO WHFR-NONE-TEXT
091200         MOVE WHFR-NONE-LINE TO REPORT-LINE
091300         WRITE REPORT-LINE
091400     END-IF.
091500     MOVE SPACES TO REPORT-LINE.
091600     WRITE REPORT-LINE.
091700     MOVE WHFR-TOTAL-PRESSES TO WHFR-FT-PRESSES.
091800     MOVE WHFR-FLAG-TOTAL-LINE TO REPORT-LINE.
091900     WRITE REPORT-LINE.
092000     IF WHFR-TOPIC-FULL
092100         MOVE WHFR-TOPIC-FULL-LINE TO REPORT-LINE
092200         WRITE REPORT-LINE
092300     END-IF.
092400     IF WHFR-ERROR-FULL
092500         MOVE WHFR-ERROR-FULL-LINE TO REPORT-LINE
092600         WRITE REPORT-LINE
092700     END-IF.
092800     GO TO 5200-EXIT.
092900 5200-EXIT.
093000     EXIT.
093100
093200**-----------------------------------------------------------**
093300**  5300-PRINT-ONE-FLAGGED                                   **
093400**-----------------------------------------------------------**
093500 5300-PRINT-ONE-FLAGGED.
093600     ADD 1 TO WHFR-RANK.
093700     MOVE SORT-SUB TO WHFR-TOPIC-CUR.
093800     PERFORM 8200-COMPUTE-RATES THRU 8200-EXIT.
093900     MOVE WHFR-RANK TO WHFR-FL-RANK.
094000     MOVE WHFR-TE-PROGRAM (WHFR-TOPIC-CUR) TO WHFR-FL-PROGRAM.
094100     MOVE WHFR-TE-FIELD (WHFR-TOPIC-CUR) TO WHFR-FL-FIELD.
094200     MOVE WHFR-TE-PRESSES (WHFR-TOPIC-CUR) TO WHFR-FL-PRESSES.
094300     MOVE WHFR-TE-REPEATS (WHFR-TOPIC-CUR) TO WHFR-FL-REPEATS.
094400     MOVE WHFR-TE-ERRORS (WHFR-TOPIC-CUR) TO WHFR-FL-ERRORS.
094500     MOVE WHFR-RATED TO WHFR-FL-RATED.
094600     MOVE WHFR-PCT TO WHFR-FL-PCT.
094700     MOVE WHFR-FLAG-LINE TO REPORT-LINE.
094800     WRITE REPORT-LINE.
094900     PERFORM 8100-RETURN-SORT-REC THRU 8100-EXIT.
095000     GO TO 5300-EXIT.
095100 5300-EXIT.
095200     EXIT.
095300
095400**-----------------------------------------------------------**
095500**  6000-FIND-TOPIC                                          **
095600**  Find or add WHFR-LOOK-PROGRAM / WHFR-LOOK-FIELD; 0 in    **
095700**  WHFR-TOPIC-CUR when the table is full.                   **
095800**-----------------------------------------------------------**
095900 6000-FIND-TOPIC.
096000     MOVE 0 TO WHFR-TOPIC-CUR.
096100     MOVE "N" TO WHFR-FOUND-SW.
096200     PERFORM 6100-MATCH-TOPIC THRU 6100-EXIT
096300         VARYING WHFR-TOPIC-SUB FROM 1 BY 1
096400         UNTIL WHFR-TOPIC-SUB > WHFR-TOPIC-COUNT
096500            OR WHFR-FOUND.
096600     IF WHFR-FOUND
096700         SUBTRACT 1 FROM WHFR-TOPIC-SUB
096800         MOVE WHFR-TOPIC-SUB TO WHFR-TOPIC-CUR
096900         GO TO 6000-EXIT
097000     END-IF.
097100     IF WHFR-TOPIC-COUNT = 500
097200         SET WHFR-TOPIC-FULL TO TRUE
097300         GO TO 6000-EXIT
097400     END-IF.
097500     ADD 1 TO WHFR-TOPIC-COUNT.
097600     MOVE WHFR-TOPIC-COUNT TO WHFR-TOPIC-CUR.
097700     MOVE WHFR-LOOK-PROGRAM TO WHFR-TE-PROGRAM (WHFR-TOPIC-CUR).
097800     MOVE WHFR-LOOK-FIELD TO WHFR-TE-FIELD (WHFR-TOPIC-CUR).
097900     MOVE 0 TO WHFR-TE-PRESSES (WHFR-TOPIC-CUR).
098000     MOVE 0 TO WHFR-TE-REPEATS (WHFR-TOPIC-CUR).
098100     MOVE 0 TO WHFR-TE-ERRORS (WHFR-TOPIC-CUR).
098200     MOVE 0 TO WHFR-TE-YES (WHFR-TOPIC-CUR).
098300     MOVE 0 TO WHFR-TE-NO (WHFR-TOPIC-CUR).
098400     MOVE 0 TO WHFR-TE-PAGES (WHFR-TOPIC-CUR).
098500     GO TO 6000-EXIT.
098600 6000-EXIT.
098700     EXIT.
098800
098900**-----------------------------------------------------------**
099000**  6100-MATCH-TOPIC                                         **
099100**-----------------------------------------------------------**
099200 6100-MATCH-TOPIC.
099300     IF WHFR-TE-PROGRAM (WHFR-TOPIC-SUB) = WHFR-LOOK-PROGRAM
099400             AND WHFR-TE-FIELD (WHFR-TOPIC-SUB) = WHFR-LOOK-FIELD
099500         SET WHFR-FOUND TO TRUE
099600     END-IF.
099700     GO TO 6100-EXIT.
099800 6100-EXIT.
099900     EXIT.
100000
100100**-----------------------------------------------------------**
100200**  8100-RETURN-SORT-REC                                     **
100300**-----------------------------------------------------------**
100400 8100-RETURN-SORT-REC.
100500     RETURN SORT-WORK
100600         AT END SET WHFR-SORT-EOF TO TRUE
100700     END-RETURN.
100800     GO TO 8100-EXIT.
100900 8100-EXIT.
101000     EXIT.
101100
101200**-----------------------------------------------------------**
101300**  8200-COMPUTE-RATES                                       **
101400**  Answers, not-helpful percent and average page reached    **
101500**  for WHFR-TOPIC-CUR.                                      **
101600**-----------------------------------------------------------**
101700 8200-COMPUTE-RATES.
101800     COMPUTE WHFR-RATED = WHFR-TE-YES (WHFR-TOPIC-CUR)
101900         + WHFR-TE-NO (WHFR-TOPIC-CUR).
102000     MOVE 0 TO WHFR-PCT.
102100     MOVE 0 TO WHFR-AVG-PAGE.
102200     IF WHFR-RATED > 0
102300         COMPUTE WHFR-PCT ROUNDED =
102400             (WHFR-TE-NO (WHFR-TOPIC-CUR) * 100) / WHFR-RATED
102500         COMPUTE WHFR-AVG-PAGE ROUNDED =
102600             WHFR-TE-PAGES (WHFR-TOPIC-CUR) / WHFR-RATED
102700     END-IF.
102800     GO TO 8200-EXIT.
102900 8200-EXIT.
103000     EXIT.
103100
103200**-----------------------------------------------------------**
103300**  8500-COMPUTE-STAMP                                       **
103400**  WHFR-STAMP-DATE / WHFR-STAMP-TIME as minutes into the    **
103500**  month.  A window running past month end is not followed **
103600**  into the next month.                                     **
103700**-----------------------------------------------------------**
103800 8500-COMPUTE-STAMP.
103900     MOVE 0 TO WHFR-STAMP.
104000     IF WHFR-SD-DD IS NOT NUMERIC
104100             OR WHFR-ST-HH IS NOT NUMERIC
104200             OR WHFR-ST-MI IS NOT NUMERIC
104300         GO TO 8500-EXIT
104400     END-IF.
104500     COMPUTE WHFR-STAMP = (WHFR-SD-DD * 1440)
104600         + (WHFR-ST-HH * 60) + WHFR-ST-MI.
104700     GO TO 8500-EXIT.
104800 8500-EXIT.
104900     EXIT.
105000
105100**-----------------------------------------------------------**
105200**  9000-TERMINATE                                           **
105300**-----------------------------------------------------------**
105400 9000-TERMINATE.
105500     CLOSE REPORT-OUT.
105600     MOVE "R" TO WHFR-SPOOL-MODE.
105700     CALL "WISPSPLR" USING WHFR-SPOOL-MODE WHFR-REPORT-ID
105800         WHFR-SPOOL-PGM WHFR-SPOOL-NAME.
105900     GO TO 9000-EXIT.
106000 9000-EXIT.
106100     EXIT.
