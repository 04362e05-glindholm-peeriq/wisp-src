000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPMSGH.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Monthly Message Catalog Health Report.  Reads
000900**               the WISPMSGC.DAT catalog against what was
001000**               actually raised - the WISPERRX.DAT repository
001100**               and WISPERR.LOG with its WISPLGAR archives -
001200**               and prints three worklists:
001300**
001400**               1. Catalog ids not raised in the last N
001500**                  months, the retirement candidates.  N is
001600**                  taken from WISP_MSG_IDLE_MONTHS, default
001700**                  6; the months counted are the N calendar
001800**                  months before this one and this month to
001900**                  date.
002000**               2. Catalog ids with no wording in a language
002100**                  at least one active operator has set as
002200**                  WOPMS-LANGUAGE (spaces read as EN, the way
002300**                  WISPERRM reads it).
002400**               3. The programs and text patterns most often
002500**                  raised in the prior calendar month as free
002600**                  text, with a blank message id - the errors
002700**                  to move onto the catalog next.  A pattern
002800**                  is the first line of the error text with
002900**                  its digits masked, so the same error with
003000**                  a different key or count reads as one.
003100**
003200**   Build:      ccbl -o WISPMSGH.acu WISPMSGH.cob
003300**
003400**   Modifications:
003500**     dgh  Original version.
003520**     dgh  Read WISP_MSG_IDLE_MONTHS through WISPPARM, so the
003540**          WISPPARM.DAT stream or system value applies unless
003560**          the job's environment overrides it.
003600**
003700
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.
004000     WISPMSGH.
004100 REMARKS.
004200     Unused catalog ids, missing translations and the most
004300     frequent free-text errors.
004400
004500 ENVIRONMENT DIVISION.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT WISPMSGC-FILE ASSIGN TO "WISPMSGC"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS WMSGC-KEY
005300         FILE STATUS IS WMSGC-FILE-STATUS.
005400
005500     SELECT WISPERRX-FILE ASSIGN TO "WISPERRX"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS WERRX-KEY
005900         ALTERNATE RECORD KEY IS WERRX-PROGRAM
006000             WITH DUPLICATES
006100         ALTERNATE RECORD KEY IS WERRX-OPERATOR
006200             WITH DUPLICATES
006300         FILE STATUS IS WERRX-FILE-STATUS.
006400
006500     SELECT WISPOPMS-FILE ASSIGN TO "WISPOPMS"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS WOPMS-OPERATOR
006900         FILE STATUS IS WOPMS-FILE-STATUS.
007000
007100     SELECT WISPERR-IN ASSIGN TO "WISPERR"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WERRL-FILE-STATUS.
007400
007500     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WMSH-ARCHIVE-NAME
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WMSH-ARCH-STATUS.
007800
007900     SELECT REPORT-OUT ASSIGN TO DYNAMIC WMSH-SPOOL-NAME
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS RPTO-FILE-STATUS.
008200
008300 DATA DIVISION.
008400
008500 FILE SECTION.
008600 FD  WISPMSGC-FILE.
008700     COPY "wispmsgc.cpy".
008800
008900 FD  WISPERRX-FILE.
009000     COPY "wisperrx.cpy".
009100
009200 FD  WISPOPMS-FILE.
009300     COPY "wispopms.cpy".
009400
009500 FD  WISPERR-IN.
009600     COPY "wisperrl.cpy".
009700
009800 FD  ARCHIVE-IN.
009900 01  WMSH-ARCH-REC               PIC X(132).
010000
010100 FD  REPORT-OUT.
010200 01  REPORT-LINE                 PIC X(132).
010300
010400 WORKING-STORAGE SECTION.
010500
010600 01  WMSGC-FILE-STATUS           PIC XX.
010700     88  WMSGC-FILE-OK               VALUE "00".
010800 01  WERRX-FILE-STATUS           PIC XX.
010900     88  WERRX-FILE-OK               VALUE "00".
011000 01  WOPMS-FILE-STATUS           PIC XX.
011100     88  WOPMS-FILE-OK               VALUE "00".
011200 01  WERRL-FILE-STATUS           PIC XX.
011300     88  WERRL-FILE-OK               VALUE "00".
011400 01  WMSH-ARCH-STATUS            PIC XX.
011500     88  WMSH-ARCH-OK                VALUE "00".
011600 01  RPTO-FILE-STATUS            PIC XX.
011700 01  WMSH-SPOOL-NAME             PIC X(28) VALUE SPACES.
011800 01  WMSH-SPOOL-MODE             PIC X(01).
011900 01  WMSH-REPORT-ID              PIC X(08) VALUE "WISPKRPT".
012000 01  WMSH-SPOOL-PGM              PIC X(08) VALUE "WISPMSGH".
012100
012200 01  WMSH-EOF-SW                 PIC X(01) VALUE "N".
012300     88  WMSH-EOF                    VALUE "Y".
012400 01  WMSH-FOUND-SW               PIC X(01) VALUE "N".
012500     88  WMSH-FOUND                  VALUE "Y".
012600 01  WMSH-PAST-SW                PIC X(01) VALUE "N".
012700     88  WMSH-PAST                   VALUE "Y".
012800 01  WMSH-CAT-FULL-SW            PIC X(01) VALUE "N".
012900     88  WMSH-CAT-FULL               VALUE "Y".
013000
013100 01  WMSH-TODAY                  PIC X(08).
013200 01  FILLER REDEFINES WMSH-TODAY.
013300     05  WMSH-TODAY-YYYY         PIC 9(04).
013400     05  WMSH-TODAY-MM           PIC 9(02).
013500     05  FILLER                  PIC X(02).
013600
013620 01  WMSH-PARM-NAME              PIC X(30) VALUE SPACES.
013640 01  WMSH-PARM-VALUE             PIC X(40) VALUE SPACES.
013700 01  WMSH-IDLE-X                 PIC X(03) VALUE SPACES.
013800 77  WMSH-IDLE-MONTHS            PIC 9(04) COMP VALUE 6.
013900 77  WMSH-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
014000 77  WMSH-CALC-MON-IX            PIC 9(09) COMP VALUE 0.
014100 77  WMSH-CALC-YYYY              PIC 9(09) COMP VALUE 0.
014200 77  WMSH-CALC-MM                PIC 9(09) COMP VALUE 0.
014300 77  WMSH-MONTH-STEP             PIC 9(04) COMP VALUE 0.
014400 77  WMSH-MONTH-OFFSET           PIC 9(04) COMP VALUE 0.
014500 01  WMSH-CALC-MONTH.
014600     05  WMSH-CALC-MONTH-YYYY    PIC 9(04).
014700     05  WMSH-CALC-MONTH-MM      PIC 9(02).
014800 01  WMSH-ARCHIVE-NAME           PIC X(20) VALUE SPACES.
014900
015000*    An id last raised before the cutoff month is idle; the
015100*    free-text section covers the prior calendar month.
015200 01  WMSH-CUTOFF-MONTH           PIC X(06) VALUE SPACES.
015300 01  WMSH-REPORT-MONTH           PIC X(06) VALUE SPACES.
015400
015500*    One entry per catalog id, in id order as the catalog is
015600*    keyed, with the languages it has wording in and the
015700*    latest date it was raised.
015800 01  WMSH-CAT-TABLE.
015900     05  WMSH-CAT-COUNT          PIC 9(05) COMP VALUE 0.
016000     05  WMSH-CAT-ENTRY OCCURS 1000 TIMES.
016100         10  WMSH-CE-ID          PIC X(08).
016200         10  WMSH-CE-LAST-RAISED PIC X(08).
016300         10  WMSH-CE-LANG-COUNT  PIC 9(02) COMP.
016400         10  WMSH-CE-LANG OCCURS 10 TIMES
016500                                 PIC X(02).
016600 01  WMSH-CAT-SUB                PIC 9(05) COMP VALUE 0.
016700 01  WMSH-LANG-SUB               PIC 9(02) COMP VALUE 0.
016800 01  WMSH-LOOK-ID                PIC X(08) VALUE SPACES.
016900 01  WMSH-LOOK-DATE              PIC X(08) VALUE SPACES.
017000
017100*    The languages active operators have chosen.
017200 01  WMSH-USE-TABLE.
017300     05  WMSH-USE-COUNT          PIC 9(02) COMP VALUE 0.
017400     05  WMSH-USE-ENTRY OCCURS 20 TIMES.
017500         10  WMSH-UE-LANG        PIC X(02).
017600         10  WMSH-UE-OPERATORS   PIC 9(05) COMP.
017700         10  WMSH-UE-MISSING     PIC 9(05) COMP.
017800 01  WMSH-USE-SUB                PIC 9(02) COMP VALUE 0.
017900 01  WMSH-OPR-LANG               PIC X(02) VALUE SPACES.
018000
018100*    Free-text errors of the report month by program and by
018200*    masked first text line.
018300 01  WMSH-FPG-TABLE.
018400     05  WMSH-FPG-COUNT          PIC 9(03) COMP VALUE 0.
018500     05  WMSH-FPG-ENTRY OCCURS 300 TIMES.
018600         10  WMSH-FG-PROGRAM     PIC X(08).
018700         10  WMSH-FG-ERRORS      PIC 9(07) COMP.
018800         10  WMSH-FG-PATTERNS    PIC 9(05) COMP.
018900         10  WMSH-FG-PRINTED     PIC X(01).
019000 01  WMSH-FPG-SUB                PIC 9(03) COMP VALUE 0.
019100
019200 01  WMSH-PAT-TABLE.
019300     05  WMSH-PAT-COUNT          PIC 9(03) COMP VALUE 0.
019400     05  WMSH-PAT-ENTRY OCCURS 500 TIMES.
019500         10  WMSH-PE-PROGRAM     PIC X(08).
019600         10  WMSH-PE-PATTERN     PIC X(75).
019700         10  WMSH-PE-ERRORS      PIC 9(07) COMP.
019800         10  WMSH-PE-LAST-DATE   PIC X(08).
019900         10  WMSH-PE-PRINTED     PIC X(01).
020000 01  WMSH-PAT-SUB                PIC 9(03) COMP VALUE 0.
020100 01  WMSH-PATTERN                PIC X(75) VALUE SPACES.
020200
020300*    Ranking work: the biggest unprinted entry so far.
020400 77  WMSH-BEST-SUB               PIC 9(05) COMP VALUE 0.
020500 77  WMSH-BEST-COUNT             PIC 9(07) COMP VALUE 0.
020600 77  WMSH-RANK                   PIC 9(03) COMP VALUE 0.
020700 77  WMSH-TOP-PROGRAMS           PIC 9(03) COMP VALUE 20.
020800 77  WMSH-TOP-PATTERNS           PIC 9(03) COMP VALUE 25.
020900
021000 77  WMSH-IDLE-COUNT             PIC 9(05) COMP VALUE 0.
021100 77  WMSH-MISSING-COUNT          PIC 9(05) COMP VALUE 0.
021200 77  WMSH-FREE-TOTAL             PIC 9(07) COMP VALUE 0.
021300 77  WMSH-RAISED-TOTAL           PIC 9(07) COMP VALUE 0.
021400 77  WMSH-PAT-DROPPED            PIC 9(07) COMP VALUE 0.
021500
021600 01  WMSH-HAS-LIST               PIC X(30) VALUE SPACES.
021700 01  WMSH-MISSING-LIST           PIC X(30) VALUE SPACES.
021800 77  WMSH-LIST-PTR               PIC 9(03) COMP VALUE 0.
021900
022000 01  WMSH-HEADING-1.
022100     05  FILLER                  PIC X(20) VALUE SPACES.
022200     05  FILLER                  PIC X(40) VALUE
022300         "MESSAGE CATALOG HEALTH REPORT".
022400
022500 01  WMSH-HEADING-2.
022600     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
022700     05  WMSH-HDG-DATE           PIC X(08).
022800     05  FILLER                  PIC X(17) VALUE
022900         "   CATALOG IDS: ".
023000     05  WMSH-HDG-IDS            PIC ZZZZ9.
023100
023200 01  WMSH-SECTION-1-HEADING.
023300     05  FILLER                  PIC X(29) VALUE
023400         "1. CATALOG IDS NOT RAISED IN ".
023500     05  WMSH-S1-MONTHS          PIC ZZ9.
023600     05  FILLER                  PIC X(14) VALUE
023700         " MONTHS (SINCE".
023800     05  WMSH-S1-CUTOFF          PIC X(07).
023900     05  FILLER                  PIC X(27) VALUE
024000         ") - RETIREMENT CANDIDATES".
024100
024200 01  WMSH-SECTION-1-COLUMNS.
024300     05  FILLER                  PIC X(10) VALUE "MSG ID".
024400     05  FILLER                  PIC X(32) VALUE "LANGUAGES".
024500     05  FILLER                  PIC X(12) VALUE "LAST RAISED".
024600
024700 01  WMSH-IDLE-LINE.
024800     05  WMSH-IL-ID              PIC X(08).
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  WMSH-IL-LANGS           PIC X(30).
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  WMSH-IL-LAST            PIC X(12).
025300
025400 01  WMSH-IDLE-TOTAL-LINE.
025500     05  WMSH-IT-IDLE            PIC ZZZZ9.
025600     05  FILLER                  PIC X(04) VALUE " OF ".
025700     05  WMSH-IT-IDS             PIC ZZZZ9.
025800     05  FILLER                  PIC X(30) VALUE
025900         " CATALOG IDS NOT RAISED.".
026000
026100 01  WMSH-SECTION-2-HEADING.
026200     05  FILLER                  PIC X(50) VALUE
026300         "2. MISSING TRANSLATIONS FOR THE LANGUAGES ACTIVE ".
026400     05  FILLER                  PIC X(20) VALUE
026500         "OPERATORS HAVE SET".
026600
026700 01  WMSH-LANG-LINE.
026800     05  FILLER                  PIC X(09) VALUE "LANGUAGE ".
026900     05  WMSH-LL-LANG            PIC X(02).
027000     05  FILLER                  PIC X(04) VALUE SPACES.
027100     05  WMSH-LL-OPERATORS       PIC ZZZZ9.
027200     05  FILLER                  PIC X(21) VALUE
027300         " ACTIVE OPERATOR(S)  ".
027400     05  WMSH-LL-MISSING         PIC ZZZZ9.
027500     05  FILLER                  PIC X(30) VALUE
027600         " CATALOG ID(S) WITHOUT IT".
027700
027800 01  WMSH-SECTION-2-COLUMNS.
027900     05  FILLER                  PIC X(10) VALUE "MSG ID".
028000     05  FILLER                  PIC X(32) VALUE "HAS WORDING IN".
028100     05  FILLER                  PIC X(30) VALUE "MISSING".
028200
028300 01  WMSH-MISSING-LINE.
028400     05  WMSH-ML-ID              PIC X(08).
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  WMSH-ML-HAS             PIC X(30).
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  WMSH-ML-MISSING         PIC X(30).
028900
029000 01  WMSH-SECTION-3-HEADING.
029100     05  FILLER                  PIC X(37) VALUE
029200         "3. FREE-TEXT ERRORS (NO MESSAGE ID) ".
029300     05  FILLER                  PIC X(09) VALUE "IN MONTH ".
029400     05  WMSH-S3-MONTH           PIC X(06).
029500     05  FILLER                  PIC X(25) VALUE
029600         " - CATALOG CANDIDATES".
029700
029800 01  WMSH-FREE-TOTAL-LINE.
029900     05  WMSH-FT-FREE            PIC ZZZZZZ9.
030000     05  FILLER                  PIC X(24) VALUE
030100         " FREE-TEXT ERROR(S) OF ".
030200     05  WMSH-FT-RAISED          PIC ZZZZZZ9.
030300     05  FILLER                  PIC X(30) VALUE
030400         " RAISED IN THE MONTH.".
030500
030600 01  WMSH-FPG-HEADING.
030700     05  FILLER                  PIC X(50) VALUE
030800         "PROGRAMS RAISING THE MOST FREE-TEXT ERRORS".
030900
031000 01  WMSH-FPG-COLUMNS.
031100     05  FILLER                  PIC X(06) VALUE "RANK".
031200     05  FILLER                  PIC X(10) VALUE "PROGRAM".
031300     05  FILLER                  PIC X(10) VALUE "    ERRORS".
031400     05  FILLER                  PIC X(10) VALUE "  PATTERNS".
031500
031600 01  WMSH-FPG-LINE.
031700     05  WMSH-GL-RANK            PIC ZZ9.
031800     05  FILLER                  PIC X(03) VALUE SPACES.
031900     05  WMSH-GL-PROGRAM         PIC X(08).
032000     05  FILLER                  PIC X(02) VALUE SPACES.
032100     05  WMSH-GL-ERRORS          PIC Z(09)9.
032200     05  WMSH-GL-PATTERNS        PIC Z(09)9.
032300
032400 01  WMSH-PAT-HEADING.
032500     05  FILLER                  PIC X(50) VALUE
032600         "MOST FREQUENT FREE-TEXT PATTERNS (DIGITS SHOWN AS ".
032700     05  FILLER                  PIC X(03) VALUE "#)".
032800
032900 01  WMSH-PAT-COLUMNS.
033000     05  FILLER                  PIC X(06) VALUE "RANK".
033100     05  FILLER                  PIC X(10) VALUE "PROGRAM".
033200     05  FILLER                  PIC X(10) VALUE "    ERRORS".
033300     05  FILLER                  PIC X(12) VALUE "  LAST SEEN".
033400     05  FILLER                  PIC X(12) VALUE "FIRST LINE".
033500
033600 01  WMSH-PAT-LINE.
033700     05  WMSH-PL-RANK            PIC ZZ9.
033800     05  FILLER                  PIC X(03) VALUE SPACES.
033900     05  WMSH-PL-PROGRAM         PIC X(08).
034000     05  FILLER                  PIC X(02) VALUE SPACES.
034100     05  WMSH-PL-ERRORS          PIC Z(09)9.
034200     05  FILLER                  PIC X(02) VALUE SPACES.
034300     05  WMSH-PL-LAST            PIC X(08).
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  WMSH-PL-PATTERN         PIC X(75).
034600
034700 01  WMSH-PAT-DROPPED-LINE.
034800     05  FILLER                  PIC X(36) VALUE
034900         "PATTERN TABLE FULL AT 500 - FURTHER ".
035000     05  WMSH-PD-DROPPED         PIC ZZZZZZ9.
035100     05  FILLER                  PIC X(40) VALUE
035200         " ERROR(S) COUNTED BY PROGRAM ONLY.".
035300
035400 01  WMSH-NO-CATALOG-LINE.
035500     05  FILLER                  PIC X(50) VALUE
035600         "WISPMSGC.DAT NOT FOUND - NO CATALOG TO CHECK.".
035700
035800 01  WMSH-CAT-FULL-LINE.
035900     05  FILLER                  PIC X(50) VALUE
036000         "CATALOG TABLE FULL AT 1000 IDS - LATER IDS NOT ".
036100     05  FILLER                  PIC X(08) VALUE "CHECKED.".
036200
036300 01  WMSH-NONE-LINE              PIC X(50) VALUE SPACES.
036400
036500 PROCEDURE DIVISION.
036600
036700 0000-MAINLINE.
036800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036900     OPEN INPUT WISPMSGC-FILE.
037000     IF NOT WMSGC-FILE-OK
037100         MOVE WMSH-NO-CATALOG-LINE TO REPORT-LINE
037200         WRITE REPORT-LINE
037300         PERFORM 9000-TERMINATE THRU 9000-EXIT
037400         STOP RUN
037500     END-IF.
037600     MOVE "N" TO WMSH-EOF-SW.
037700     PERFORM 1100-LOAD-CATALOG-REC THRU 1100-EXIT
037800         UNTIL WMSH-EOF.
037900     CLOSE WISPMSGC-FILE.
038000     PERFORM 1200-LOAD-LANGUAGES THRU 1200-EXIT.
038100     PERFORM 2000-READ-REPOSITORY THRU 2000-EXIT.
038200     PERFORM 3000-READ-ONE-ARCHIVE THRU 3000-EXIT
038300         VARYING WMSH-MONTH-STEP FROM 0 BY 1
038400         UNTIL WMSH-MONTH-STEP > WMSH-IDLE-MONTHS.
038500     PERFORM 3200-READ-LIVE-LOG THRU 3200-EXIT.
038600     PERFORM 4000-PRINT-IDLE-IDS THRU 4000-EXIT.
038700     PERFORM 5000-PRINT-TRANSLATIONS THRU 5000-EXIT.
038800     PERFORM 6000-PRINT-FREE-TEXT THRU 6000-EXIT.
038900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039000     STOP RUN.
039100
039200**-----------------------------------------------------------**
039300**  1000-INITIALIZE                                          **
039400**  The idle period and the months it reaches back to; the  **
039500**  free-text month is the prior calendar month.             **
039600**-----------------------------------------------------------**
039700 1000-INITIALIZE.
039800     ACCEPT WMSH-TODAY FROM DATE YYYYMMDD.
039850     MOVE "WISP_MSG_IDLE_MONTHS" TO WMSH-PARM-NAME.
039900     CALL "WISPPARM" USING WMSH-PARM-NAME WMSH-PARM-VALUE.
039950     MOVE WMSH-PARM-VALUE TO WMSH-IDLE-X.
040000     IF WMSH-IDLE-X NOT = SPACES
040100         COMPUTE WMSH-IDLE-MONTHS =
040200             FUNCTION NUMVAL (WMSH-IDLE-X)
040300     END-IF.
040400     IF WMSH-IDLE-MONTHS = 0
040500         MOVE 6 TO WMSH-IDLE-MONTHS
040600     END-IF.
040700     COMPUTE WMSH-CURR-MON-IX =
040800         (WMSH-TODAY-YYYY * 12) + WMSH-TODAY-MM.
040900     MOVE WMSH-IDLE-MONTHS TO WMSH-MONTH-OFFSET.
041000     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
041100     MOVE WMSH-CALC-MONTH TO WMSH-CUTOFF-MONTH.
041200     MOVE 1 TO WMSH-MONTH-OFFSET.
041300     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
041400     MOVE WMSH-CALC-MONTH TO WMSH-REPORT-MONTH.
041500     MOVE "N" TO WMSH-SPOOL-MODE.
041600     CALL "WISPSPLR" USING WMSH-SPOOL-MODE WMSH-REPORT-ID
041700         WMSH-SPOOL-PGM WMSH-SPOOL-NAME.
041800     OPEN OUTPUT REPORT-OUT.
041900     MOVE WMSH-HEADING-1 TO REPORT-LINE.
042000     WRITE REPORT-LINE.
042100     GO TO 1000-EXIT.
042200 1000-EXIT.
042300     EXIT.
042400
042500**-----------------------------------------------------------**
042600**  1100-LOAD-CATALOG-REC                                    **
042700**  The catalog is keyed id then language, so an id's        **
042800**  languages arrive together.                               **
042900**-----------------------------------------------------------**
043000 1100-LOAD-CATALOG-REC.
043100     READ WISPMSGC-FILE NEXT RECORD
043200         AT END SET WMSH-EOF TO TRUE
043300     END-READ.
043400     IF WMSH-EOF
043500         GO TO 1100-EXIT
043600     END-IF.
043700     IF WMSH-CAT-COUNT > 0
043800         IF WMSH-CE-ID (WMSH-CAT-COUNT) = WMSGC-ID
043900             IF WMSH-CE-LANG-COUNT (WMSH-CAT-COUNT) < 10
044000                 ADD 1 TO WMSH-CE-LANG-COUNT (WMSH-CAT-COUNT)
044100                 MOVE WMSGC-LANG TO WMSH-CE-LANG
044200                     (WMSH-CAT-COUNT,
044300                      WMSH-CE-LANG-COUNT (WMSH-CAT-COUNT))
044400             END-IF
044500             GO TO 1100-EXIT
044600         END-IF
044700     END-IF.
044800     IF WMSH-CAT-COUNT = 1000
044900         SET WMSH-CAT-FULL TO TRUE
045000         GO TO 1100-EXIT
045100     END-IF.
045200     ADD 1 TO WMSH-CAT-COUNT.
045300     MOVE WMSGC-ID TO WMSH-CE-ID (WMSH-CAT-COUNT).
045400     MOVE SPACES TO WMSH-CE-LAST-RAISED (WMSH-CAT-COUNT).
045500     MOVE 1 TO WMSH-CE-LANG-COUNT (WMSH-CAT-COUNT).
045600     MOVE WMSGC-LANG TO WMSH-CE-LANG (WMSH-CAT-COUNT, 1).
045700     GO TO 1100-EXIT.
045800 1100-EXIT.
045900     EXIT.
046000
046100**-----------------------------------------------------------**
046200**  1200-LOAD-LANGUAGES                                      **
046300**  Every language an active operator reads the catalog in. **
046400**  With no operator master the catalog is read in EN only. **
046500**-----------------------------------------------------------**
046600 1200-LOAD-LANGUAGES.
046700     OPEN INPUT WISPOPMS-FILE.
046800     IF NOT WOPMS-FILE-OK
046900         GO TO 1200-EXIT
047000     END-IF.
047100     MOVE "N" TO WMSH-EOF-SW.
047200     PERFORM 1210-LOAD-OPERATOR THRU 1210-EXIT
047300         UNTIL WMSH-EOF.
047400     CLOSE WISPOPMS-FILE.
047500     GO TO 1200-EXIT.
047600 1200-EXIT.
047700     EXIT.
047800
047900**-----------------------------------------------------------**
048000**  1210-LOAD-OPERATOR                                       **
048100**-----------------------------------------------------------**
048200 1210-LOAD-OPERATOR.
048300     READ WISPOPMS-FILE NEXT RECORD
048400         AT END SET WMSH-EOF TO TRUE
048500     END-READ.
048600     IF WMSH-EOF
048700         GO TO 1210-EXIT
048800     END-IF.
048900     IF NOT WOPMS-IS-ACTIVE
049000         GO TO 1210-EXIT
049100     END-IF.
049200     MOVE WOPMS-LANGUAGE TO WMSH-OPR-LANG.
049300     IF WMSH-OPR-LANG = SPACES
049400         MOVE "EN" TO WMSH-OPR-LANG
049500     END-IF.
049600     MOVE "N" TO WMSH-FOUND-SW.
049700     PERFORM 1220-MATCH-LANGUAGE THRU 1220-EXIT
049800         VARYING WMSH-USE-SUB FROM 1 BY 1
049900         UNTIL WMSH-USE-SUB > WMSH-USE-COUNT
050000            OR WMSH-FOUND.
050100     IF WMSH-FOUND
050200         SUBTRACT 1 FROM WMSH-USE-SUB
050300     ELSE
050400         IF WMSH-USE-COUNT = 20
050500             GO TO 1210-EXIT
050600         END-IF
050700         ADD 1 TO WMSH-USE-COUNT
050800         MOVE WMSH-USE-COUNT TO WMSH-USE-SUB
050900         MOVE WMSH-OPR-LANG TO WMSH-UE-LANG (WMSH-USE-SUB)
051000         MOVE 0 TO WMSH-UE-OPERATORS (WMSH-USE-SUB)
051100         MOVE 0 TO WMSH-UE-MISSING (WMSH-USE-SUB)
051200     END-IF.
051300     ADD 1 TO WMSH-UE-OPERATORS (WMSH-USE-SUB).
051400     GO TO 1210-EXIT.
051500 1210-EXIT.
051600     EXIT.
051700
051800**-----------------------------------------------------------**
051900**  1220-MATCH-LANGUAGE                                      **
052000**-----------------------------------------------------------**
052100 1220-MATCH-LANGUAGE.
052200     IF WMSH-UE-LANG (WMSH-USE-SUB) = WMSH-OPR-LANG
052300         SET WMSH-FOUND TO TRUE
052400     END-IF.
052500     GO TO 1220-EXIT.
052600 1220-EXIT.
052700     EXIT.
052800
052900**-----------------------------------------------------------**
053000**  2000-READ-REPOSITORY                                     **
053100**  WISPERRX.DAT holds every error with its full text: the   **
053200**  cataloged ones date their id, the free-text ones of the  **
053300**  report month feed section 3.                             **
053400**-----------------------------------------------------------**
053500 2000-READ-REPOSITORY.
053600     OPEN INPUT WISPERRX-FILE.
053700     IF NOT WERRX-FILE-OK
053800         GO TO 2000-EXIT
053900     END-IF.
054000     MOVE "N" TO WMSH-EOF-SW.
054100     PERFORM 2100-READ-ERROR THRU 2100-EXIT
054200         UNTIL WMSH-EOF.
054300     CLOSE WISPERRX-FILE.
054400     GO TO 2000-EXIT.
054500 2000-EXIT.
054600     EXIT.
054700
054800**-----------------------------------------------------------**
054900**  2100-READ-ERROR                                          **
055000**-----------------------------------------------------------**
055100 2100-READ-ERROR.
055200     READ WISPERRX-FILE NEXT RECORD
055300         AT END SET WMSH-EOF TO TRUE
055400     END-READ.
055500     IF WMSH-EOF
055600         GO TO 2100-EXIT
055700     END-IF.
055800     IF WERRX-MSG-ID NOT = SPACES
055900         MOVE WERRX-MSG-ID TO WMSH-LOOK-ID
056000         MOVE WERRX-DATE TO WMSH-LOOK-DATE
056100         PERFORM 7000-DATE-CATALOG-ID THRU 7000-EXIT
056200     END-IF.
056300     IF WERRX-DATE (1:6) NOT = WMSH-REPORT-MONTH
056400         GO TO 2100-EXIT
056500     END-IF.
056600     ADD 1 TO WMSH-RAISED-TOTAL.
056700     IF WERRX-MSG-ID NOT = SPACES
056800         GO TO 2100-EXIT
056900     END-IF.
057000     ADD 1 TO WMSH-FREE-TOTAL.
057100     PERFORM 2200-TALLY-FREE-TEXT THRU 2200-EXIT.
057200     GO TO 2100-EXIT.
057300 2100-EXIT.
057400     EXIT.
057500
057600**-----------------------------------------------------------**
057700**  2200-TALLY-FREE-TEXT                                     **
057800**  The pattern is the first non-blank text line with every  **
057900**  digit masked.                                            **
058000**-----------------------------------------------------------**
058100 2200-TALLY-FREE-TEXT.
058200     MOVE SPACES TO WMSH-PATTERN.
058300     MOVE 1 TO WMSH-LANG-SUB.
058400     PERFORM 2210-FIND-FIRST-LINE THRU 2210-EXIT
058500         UNTIL WMSH-PATTERN NOT = SPACES
058600            OR WMSH-LANG-SUB > WERRX-LINE-COUNT
058700            OR WMSH-LANG-SUB > 80.
058800     INSPECT WMSH-PATTERN
058900         CONVERTING "0123456789" TO "##########".
059000     MOVE "N" TO WMSH-FOUND-SW.
059100     PERFORM 2220-MATCH-FREE-PROGRAM THRU 2220-EXIT
059200         VARYING WMSH-FPG-SUB FROM 1 BY 1
059300         UNTIL WMSH-FPG-SUB > WMSH-FPG-COUNT
059400            OR WMSH-FOUND.
059500     IF WMSH-FOUND
059600         SUBTRACT 1 FROM WMSH-FPG-SUB
059700     ELSE
059800         IF WMSH-FPG-COUNT = 300
059900             GO TO 2200-EXIT
060000         END-IF
060100         ADD 1 TO WMSH-FPG-COUNT
060200         MOVE WMSH-FPG-COUNT TO WMSH-FPG-SUB
060300         MOVE WERRX-PROGRAM TO WMSH-FG-PROGRAM (WMSH-FPG-SUB)
060400         MOVE 0 TO WMSH-FG-ERRORS (WMSH-FPG-SUB)
060500         MOVE 0 TO WMSH-FG-PATTERNS (WMSH-FPG-SUB)
060600         MOVE "N" TO WMSH-FG-PRINTED (WMSH-FPG-SUB)
060700     END-IF.
060800     ADD 1 TO WMSH-FG-ERRORS (WMSH-FPG-SUB).
060900     MOVE "N" TO WMSH-FOUND-SW.
061000     PERFORM 2230-MATCH-PATTERN THRU 2230-EXIT
061100         VARYING WMSH-PAT-SUB FROM 1 BY 1
061200         UNTIL WMSH-PAT-SUB > WMSH-PAT-COUNT
061300            OR WMSH-FOUND.
061400     IF WMSH-FOUND
061500         SUBTRACT 1 FROM WMSH-PAT-SUB
061600     ELSE
061700         IF WMSH-PAT-COUNT = 500
061800             ADD 1 TO WMSH-PAT-DROPPED
061900             GO TO 2200-EXIT
062000         END-IF
062100         ADD 1 TO WMSH-PAT-COUNT
062200         MOVE WMSH-PAT-COUNT TO WMSH-PAT-SUB
062300         MOVE WERRX-PROGRAM TO WMSH-PE-PROGRAM (WMSH-PAT-SUB)
062400         MOVE WMSH-PATTERN TO WMSH-PE-PATTERN (WMSH-PAT-SUB)
062500         MOVE 0 TO WMSH-PE-ERRORS (WMSH-PAT-SUB)
062600         MOVE "N" TO WMSH-PE-PRINTED (WMSH-PAT-SUB)
062700         ADD 1 TO WMSH-FG-PATTERNS (WMSH-FPG-SUB)
062800     END-IF.
062900     ADD 1 TO WMSH-PE-ERRORS (WMSH-PAT-SUB).
063000     MOVE WERRX-DATE TO WMSH-PE-LAST-DATE (WMSH-PAT-SUB).
063100     GO TO 2200-EXIT.
063200 2200-EXIT.
063300     EXIT.
063400
063500**-----------------------------------------------------------**
063600**  2210-FIND-FIRST-LINE                                     **
063700**-----------------------------------------------------------**
063800 2210-FIND-FIRST-LINE.
063900     MOVE WERRX-TEXT-LINE (WMSH-LANG-SUB) TO WMSH-PATTERN.
064000     ADD 1 TO WMSH-LANG-SUB.
064100     GO TO 2210-EXIT.
064200 2210-EXIT.
064300     EXIT.
064400
064500**-----------------------------------------------------------**
064600**  2220-MATCH-FREE-PROGRAM                                  **
064700**-----------------------------------------------------------**
064800 2220-MATCH-FREE-PROGRAM.
064900     IF WMSH-FG-PROGRAM (WMSH-FPG-SUB) = WERRX-PROGRAM
065000         SET WMSH-FOUND TO TRUE
065100     END-IF.
065200     GO TO 2220-EXIT.
065300 2220-EXIT.
065400     EXIT.
065500
065600**-----------------------------------------------------------**
065700**  2230-MATCH-PATTERN                                       **
065800**-----------------------------------------------------------**
065900 2230-MATCH-PATTERN.
066000     IF WMSH-PE-PROGRAM (WMSH-PAT-SUB) = WERRX-PROGRAM
066100             AND WMSH-PE-PATTERN (WMSH-PAT-SUB) = WMSH-PATTERN
066200         SET WMSH-FOUND TO TRUE
066300     END-IF.
066400     GO TO 2230-EXIT.
066500 2230-EXIT.
066600     EXIT.
066700
066800**-----------------------------------------------------------**
066900**  3000-READ-ONE-ARCHIVE                                    **
067000**  WISPERR.YYYYMM for each month of the idle period, so an  **
067100**  id raised while the repository was unavailable still    **
067200**  counts as raised.                                        **
067300**-----------------------------------------------------------**
067400 3000-READ-ONE-ARCHIVE.
067500     COMPUTE WMSH-MONTH-OFFSET =
067600         WMSH-IDLE-MONTHS - WMSH-MONTH-STEP.
067700     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
067800     MOVE SPACES TO WMSH-ARCHIVE-NAME.
067900     STRING "WISPERR." DELIMITED BY SIZE
068000         WMSH-CALC-MONTH DELIMITED BY SIZE
068100         INTO WMSH-ARCHIVE-NAME.
068200     OPEN INPUT ARCHIVE-IN.
068300     IF NOT WMSH-ARCH-OK
068400         GO TO 3000-EXIT
068500     END-IF.
068600     MOVE "N" TO WMSH-EOF-SW.
068700     PERFORM 3100-READ-ARCHIVE-REC THRU 3100-EXIT
068800         UNTIL WMSH-EOF.
068900     CLOSE ARCHIVE-IN.
069000     GO TO 3000-EXIT.
069100 3000-EXIT.
069200     EXIT.
069300
069400**-----------------------------------------------------------**
069500**  3100-READ-ARCHIVE-REC                                    **
069600**-----------------------------------------------------------**
069700 3100-READ-ARCHIVE-REC.
069800     READ ARCHIVE-IN
069900         AT END SET WMSH-EOF TO TRUE
070000     END-READ.
070100     IF NOT WMSH-EOF
070200         MOVE WMSH-ARCH-REC TO WISPERR-LOG-RECORD
070300         PERFORM 3300-DATE-LOGGED-ID THRU 3300-EXIT
070400     END-IF.
070500     GO TO 3100-EXIT.
070600 3100-EXIT.
070700     EXIT.
070800
070900**-----------------------------------------------------------**
071000**  3200-READ-LIVE-LOG                                       **
071100**-----------------------------------------------------------**
071200 3200-READ-LIVE-LOG.
071300     OPEN INPUT WISPERR-IN.
071400     IF NOT WERRL-FILE-OK
071500         GO TO 3200-EXIT
071600     END-IF.
071700     MOVE "N" TO WMSH-EOF-SW.
071800     PERFORM 3210-READ-LIVE-REC THRU 3210-EXIT
071900         UNTIL WMSH-EOF.
072000     CLOSE WISPERR-IN.
072100     GO TO 3200-EXIT.
072200 3200-EXIT.
072300     EXIT.
072400
072500**-----------------------------------------------------------**
072600**  3210-READ-LIVE-REC                                       **
072700**-----------------------------------------------------------**
072800 3210-READ-LIVE-REC.
072900     READ WISPERR-IN
073000         AT END SET WMSH-EOF TO TRUE
073100     END-READ.
073200     IF NOT WMSH-EOF
073300         PERFORM 3300-DATE-LOGGED-ID THRU 3300-EXIT
073400     END-IF.
073500     GO TO 3210-EXIT.
073600 3210-EXIT.
073700     EXIT.
073800
073900**-----------------------------------------------------------**
074000**  3300-DATE-LOGGED-ID                                      **
074100**  Only an error's header record carries its id.            **
074200**-----------------------------------------------------------**
074300 3300-DATE-LOGGED-ID.
074400     IF WERRL-LINE-NUM IS NOT NUMERIC
074500         GO TO 3300-EXIT
074600     END-IF.
074700     IF WERRL-LINE-NUM NOT = 0 OR WERRL-MSG-ID = SPACES
074800         GO TO 3300-EXIT
074900     END-IF.
075000     MOVE WERRL-MSG-ID TO WMSH-LOOK-ID.
075100     MOVE WERRL-DATE TO WMSH-LOOK-DATE.
075200     PERFORM 7000-DATE-CATALOG-ID THRU 7000-EXIT.
075300     GO TO 3300-EXIT.
075400 3300-EXIT.
075500     EXIT.
075600
075700**-----------------------------------------------------------**
075800**  4000-PRINT-IDLE-IDS                                      **
075900**-----------------------------------------------------------**
076000 4000-PRINT-IDLE-IDS.
076100     MOVE WMSH-TODAY TO WMSH-HDG-DATE.
076200     MOVE WMSH-CAT-COUNT TO WMSH-HDG-IDS.
076300     MOVE WMSH-HEADING-2 TO REPORT-LINE.
076400     WRITE REPORT-LINE.
076500     IF WMSH-CAT-FULL
076600         MOVE WMSH-CAT-FULL-LINE TO REPORT-LINE
076700         WRITE REPORT-LINE
076800     END-IF.
076900     MOVE SPACES TO REPORT-LINE.
077000     WRITE REPORT-LINE.
077100     MOVE WMSH-IDLE-MONTHS TO WMSH-S1-MONTHS.
077200     MOVE SPACES TO WMSH-S1-CUTOFF.
077300     MOVE WMSH-CUTOFF-MONTH TO WMSH-S1-CUTOFF (2:6).
077400     MOVE WMSH-SECTION-1-HEADING TO REPORT-LINE.
077500     WRITE REPORT-LINE.
077600     MOVE SPACES TO REPORT-LINE.
077700     WRITE REPORT-LINE.
077800     MOVE WMSH-SECTION-1-COLUMNS TO REPORT-LINE.
077900     WRITE REPORT-LINE.
078000     PERFORM 4100-PRINT-ONE-IDLE THRU 4100-EXIT
078100         VARYING WMSH-CAT-SUB FROM 1 BY 1
078200         UNTIL WMSH-CAT-SUB > WMSH-CAT-COUNT.
078300     MOVE SPACES TO REPORT-LINE.
078400     WRITE REPORT-LINE.
078500     MOVE WMSH-IDLE-COUNT TO WMSH-IT-IDLE.
078600     MOVE WMSH-CAT-COUNT TO WMSH-IT-IDS.
078700     MOVE WMSH-IDLE-TOTAL-LINE TO REPORT-LINE.
078800     WRITE REPORT-LINE.
078900     GO TO 4000-EXIT.
079000 4000-EXIT.
079100     EXIT.
079200
079300**-----------------------------------------------------------**
079400**  4100-PRINT-ONE-IDLE                                      **
079500**-----------------------------------------------------------**
079600 4100-PRINT-ONE-IDLE.
079700     IF WMSH-CE-LAST-RAISED (WMSH-CAT-SUB) NOT = SPACES
079800         IF WMSH-CE-LAST-RAISED (WMSH-CAT-SUB) (1:6)
079900                 NOT < WMSH-CUTOFF-MONTH
080000             GO TO 4100-EXIT
080100         END-IF
080200     END-IF.
080300     PERFORM 4200-BUILD-HAS-LIST THRU 4200-EXIT.
080400     MOVE WMSH-CE-ID (WMSH-CAT-SUB) TO WMSH-IL-ID.
080500     MOVE WMSH-HAS-LIST TO WMSH-IL-LANGS.
080600     IF WMSH-CE-LAST-RAISED (WMSH-CAT-SUB) = SPACES
080700         MOVE "NONE ON FILE" TO WMSH-IL-LAST
080800     ELSE
080900         MOVE WMSH-CE-LAST-RAISED (WMSH-CAT-SUB)
081000             TO WMSH-IL-LAST
081100     END-IF.
081200     MOVE WMSH-IDLE-LINE TO REPORT-LINE.
081300     WRITE REPORT-LINE.
081400     ADD 1 TO WMSH-IDLE-COUNT.
081500     GO TO 4100-EXIT.
081600 4100-EXIT.
081700     EXIT.
081800
081900**-----------------------------------------------------------**
082000**  4200-BUILD-HAS-LIST                                      **
082100**  The id's languages, space separated.                     **
082200**-----------------------------------------------------------**
082300 4200-BUILD-HAS-LIST.
082400     MOVE SPACES TO WMSH-HAS-LIST.
082500     MOVE 1 TO WMSH-LIST-PTR.
082600     PERFORM 4210-ADD-HAS-LANG THRU 4210-EXIT
082700         VARYING WMSH-LANG-SUB FROM 1 BY 1
082800         UNTIL WMSH-LANG-SUB > WMSH-CE-LANG-COUNT (WMSH-CAT-SUB).
082900     GO TO 4200-EXIT.
083000 4200-EXIT.
083100     EXIT.
083200
083300**-----------------------------------------------------------**
083400**  4210-ADD-HAS-LANG                                        **
083500**-----------------------------------------------------------**
083600 4210-ADD-HAS-LANG.
083700     STRING WMSH-CE-LANG (WMSH-CAT-SUB, WMSH-LANG-SUB)
083800             DELIMITED BY SIZE
083900         " " DELIMITED BY SIZE
084000         INTO WMSH-HAS-LIST
084100         WITH POINTER WMSH-LIST-PTR.
084200     GO TO 4210-EXIT.
084300 4210-EXIT.
084400     EXIT.
084500
084600**-----------------------------------------------------------**
084700**  5000-PRINT-TRANSLATIONS                                  **
084800**  The id lines first, counting the gaps per language, then **
084900**  the per-language summary under them.                     **
085000**-----------------------------------------------------------**
085100 5000-PRINT-TRANSLATIONS.
085200     MOVE SPACES TO REPORT-LINE.
085300     WRITE REPORT-LINE.
085400     MOVE WMSH-SECTION-2-HEADING TO REPORT-LINE.
085500     WRITE REPORT-LINE.
085600     MOVE SPACES TO REPORT-LINE.
085700     WRITE REPORT-LINE.
085800     MOVE WMSH-SECTION-2-COLUMNS TO REPORT-LINE.
085900     WRITE REPORT-LINE.
086000     PERFORM 5100-CHECK-ONE-ID THRU 5100-EXIT
086100         VARYING WMSH-CAT-SUB FROM 1 BY 1
086200         UNTIL WMSH-CAT-SUB > WMSH-CAT-COUNT.
086300     IF WMSH-MISSING-COUNT = 0
086400         MOVE "NO TRANSLATIONS MISSING." TO WMSH-NONE-LINE
086500         MOVE WMSH-NONE-LINE TO REPORT-LINE
086600         WRITE REPORT-LINE
086700     END-IF.
086800     MOVE SPACES TO REPORT-LINE.
086900     WRITE REPORT-LINE.
087000     PERFORM 5300-PRINT-ONE-LANGUAGE THRU 5300-EXIT
087100         VARYING WMSH-USE-SUB FROM 1 BY 1
087200         UNTIL WMSH-USE-SUB > WMSH-USE-COUNT.
087300     GO TO 5000-EXIT.
087400 5000-EXIT.
087500     EXIT.
087600
087700**-----------------------------------------------------------**
087800**  5100-CHECK-ONE-ID                                        **
087900**-----------------------------------------------------------**
088000 5100-CHECK-ONE-ID.
088100     MOVE SPACES TO WMSH-MISSING-LIST.
088200     MOVE 1 TO WMSH-LIST-PTR.
088300     PERFORM 5200-CHECK-ONE-LANGUAGE THRU 5200-EXIT
088400         VARYING WMSH-USE-SUB FROM 1 BY 1
088500         UNTIL WMSH-USE-SUB > WMSH-USE-COUNT.
088600     IF WMSH-MISSING-LIST = SPACES
088700         GO TO 5100-EXIT
088800     END-IF.
088900     PERFORM 4200-BUILD-HAS-LIST THRU 4200-EXIT.
089000     MOVE WMSH-CE-ID (WMSH-CAT-SUB) TO WMSH-ML-ID.
089100     MOVE WMSH-HAS-LIST TO WMSH-ML-HAS.
089200     MOVE WMSH-MISSING-LIST TO WMSH-ML-MISSING.
089300     MOVE WMSH-MISSING-LINE TO REPORT-LINE.
089400     WRITE REPORT-LINE.
089500     ADD 1 TO WMSH-MISSING-COUNT.
089600     GO TO 5100-EXIT.
089700 5100-EXIT.
089800     EXIT.
089900
090000**-----------------------------------------------------------**
090100**  5200-CHECK-ONE-LANGUAGE                                  **
090200**-----------------------------------------------------------**
090300 5200-CHECK-ONE-LANGUAGE.
090400     MOVE "N" TO WMSH-FOUND-SW.
090500     PERFORM 5210-MATCH-ID-LANG THRU 5210-EXIT
090600         VARYING WMSH-LANG-SUB FROM 1 BY 1
090700         UNTIL WMSH-LANG-SUB > WMSH-CE-LANG-COUNT (WMSH-CAT-SUB)
090800            OR WMSH-FOUND.
090900     IF WMSH-FOUND
091000         GO TO 5200-EXIT
091100     END-IF.
091200     ADD 1 TO WMSH-UE-MISSING (WMSH-USE-SUB).
091300     STRING WMSH-UE-LANG (WMSH-USE-SUB) DELIMITED BY SIZE
091400         " " DELIMITED BY SIZE
091500         INTO WMSH-MISSING-LIST
091600         WITH POINTER WMSH-LIST-PTR.
091700     GO TO 5200-EXIT.
091800 5200-EXIT.
091900     EXIT.
092000
092100**-----------------------------------------------------------**
092200**  5210-MATCH-ID-LANG                                       **
092300**-----------------------------------------------------------**
092400 5210-MATCH-ID-LANG.
092500     IF WMSH-CE-LANG (WMSH-CAT-SUB, WMSH-LANG-SUB)
092600             = WMSH-UE-LANG (WMSH-USE-SUB)
092700         SET WMSH-FOUND TO TRUE
092800     END-IF.
092900     GO TO 5210-EXIT.
093000 5210-EXIT.
093100     EXIT.
093200
093300**-----------------------------------------------------------**
093400**  5300-PRINT-ONE-LANGUAGE                                  **
093500**-----------------------------------------------------------**
093600 5300-PRINT-ONE-LANGUAGE.
093700     MOVE WMSH-UE-LANG (WMSH-USE-SUB) TO WMSH-LL-LANG.
093800     MOVE WMSH-UE-OPERATORS (WMSH-USE-SUB) TO WMSH-LL-OPERATORS.
093900     MOVE WMSH-UE-MISSING (WMSH-USE-SUB) TO WMSH-LL-MISSING.
094000     MOVE WMSH-LANG-LINE TO REPORT-LINE.
094100     WRITE REPORT-LINE.
094200     GO TO 5300-EXIT.
094300 5300-EXIT.
094400     EXIT.
094500
094600**-----------------------------------------------------------**
094700**  6000-PRINT-FREE-TEXT                                     **
094800**-----------------------------------------------------------**
094900 6000-PRINT-FREE-TEXT.
095000     MOVE SPACES TO REPORT-LINE.
095100     WRITE REPORT-LINE.
095200     MOVE WMSH-REPORT-MONTH TO WMSH-S3-MONTH.
095300     MOVE WMSH-SECTION-3-HEADING TO REPORT-LINE.
095400     WRITE REPORT-LINE.
095500     MOVE SPACES TO REPORT-LINE.
095600     WRITE REPORT-LINE.
095700     MOVE WMSH-FREE-TOTAL TO WMSH-FT-FREE.
095800     MOVE WMSH-RAISED-TOTAL TO WMSH-FT-RAISED.
095900     MOVE WMSH-FREE-TOTAL-LINE TO REPORT-LINE.
096000     WRITE REPORT-LINE.
096100     IF WMSH-FREE-TOTAL = 0
096200         GO TO 6000-EXIT
096300     END-IF.
096400     MOVE SPACES TO REPORT-LINE.
096500     WRITE REPORT-LINE.
096600     MOVE WMSH-FPG-HEADING TO REPORT-LINE.
096700     WRITE REPORT-LINE.
096800     MOVE WMSH-FPG-COLUMNS TO REPORT-LINE.
096900     WRITE REPORT-LINE.
097000     PERFORM 6100-PRINT-NEXT-PROGRAM THRU 6100-EXIT
097100         VARYING WMSH-RANK FROM 1 BY 1
097200         UNTIL WMSH-RANK > WMSH-TOP-PROGRAMS
097300            OR WMSH-RANK > WMSH-FPG-COUNT.
097400     MOVE SPACES TO REPORT-LINE.
097500     WRITE REPORT-LINE.
097600     MOVE WMSH-PAT-HEADING TO REPORT-LINE.
097700     WRITE REPORT-LINE.
097800     MOVE WMSH-PAT-COLUMNS TO REPORT-LINE.
097900     WRITE REPORT-LINE.
098000     PERFORM 6300-PRINT-NEXT-PATTERN THRU 6300-EXIT
098100         VARYING WMSH-RANK FROM 1 BY 1
098200         UNTIL WMSH-RANK > WMSH-TOP-PATTERNS
098300            OR WMSH-RANK > WMSH-PAT-COUNT.
098400     IF WMSH-PAT-DROPPED > 0
098500         MOVE WMSH-PAT-DROPPED TO WMSH-PD-DROPPED
098600         MOVE WMSH-PAT-DROPPED-LINE TO REPORT-LINE
098700         WRITE REPORT-LINE
098800     END-IF.
098900     GO TO 6000-EXIT.
099000 6000-EXIT.
099100     EXIT.
099200
099300**-----------------------------------------------------------**
099400**  6100-PRINT-NEXT-PROGRAM                                  **
099500**  The program with the most free-text errors not yet      **
099600**  printed.                                                 **
099700**-----------------------------------------------------------**
099800 6100-PRINT-NEXT-PROGRAM.
099900     MOVE 0 TO WMSH-BEST-SUB.
100000     MOVE 0 TO WMSH-BEST-COUNT.
100100     PERFORM 6110-CHECK-PROGRAM THRU 6110-EXIT
100200         VARYING WMSH-FPG-SUB FROM 1 BY 1
100300         UNTIL WMSH-FPG-SUB > WMSH-FPG-COUNT.
100400     IF WMSH-BEST-SUB = 0
100500         GO TO 6100-EXIT
100600     END-IF.
100700     MOVE "Y" TO WMSH-FG-PRINTED (WMSH-BEST-SUB).
100800     MOVE WMSH-RANK TO WMSH-GL-RANK.
100900     MOVE WMSH-FG-PROGRAM (WMSH-BEST-SUB) TO WMSH-GL-PROGRAM.
101000     MOVE WMSH-FG-ERRORS (WMSH-BEST-SUB) TO WMSH-GL-ERRORS.
101100     MOVE WMSH-FG-PATTERNS (WMSH-BEST-SUB) TO WMSH-GL-PATTERNS.
101200     MOVE WMSH-FPG-LINE TO REPORT-LINE.
101300     WRITE REPORT-LINE.
101400     GO TO 6100-EXIT.
101500 6100-EXIT.
101600     EXIT.
101700
101800**-----------------------------------------------------------**
101900**  6110-CHECK-PROGRAM                                       **
102000**-----------------------------------------------------------**
102100 6110-CHECK-PROGRAM.
102200     IF WMSH-FG-PRINTED (WMSH-FPG-SUB) = "Y"
102300         GO TO 6110-EXIT
102400     END-IF.
102500     IF WMSH-FG-ERRORS (WMSH-FPG-SUB) > WMSH-BEST-COUNT
102600         MOVE WMSH-FPG-SUB TO WMSH-BEST-SUB
102700         MOVE WMSH-FG-ERRORS (WMSH-FPG-SUB) TO WMSH-BEST-COUNT
102800     END-IF.
102900     GO TO 6110-EXIT.
103000 6110-EXIT.
103100     EXIT.
103200
103300**-----------------------------------------------------------**
103400**  6300-PRINT-NEXT-PATTERN                                  **
103500**-----------------------------------------------------------**
103600 6300-PRINT-NEXT-PATTERN.
103700     MOVE 0 TO WMSH-BEST-SUB.
103800     MOVE 0 TO WMSH-BEST-COUNT.
103900     PERFORM 6310-CHECK-PATTERN THRU 6310-EXIT
104000         VARYING WMSH-PAT-SUB FROM 1 BY 1
104100         UNTIL WMSH-PAT-SUB > WMSH-PAT-COUNT.
104200     IF WMSH-BEST-SUB = 0
104300         GO TO 6300-EXIT
104400     END-IF.
104500     MOVE "Y" TO WMSH-PE-PRINTED (WMSH-BEST-SUB).
104600     MOVE WMSH-RANK TO WMSH-PL-RANK.
104700     MOVE WMSH-PE-PROGRAM (WMSH-BEST-SUB) TO WMSH-PL-PROGRAM.
104800     MOVE WMSH-PE-ERRORS (WMSH-BEST-SUB) TO WMSH-PL-ERRORS.
104900     MOVE WMSH-PE-LAST-DATE (WMSH-BEST-SUB) TO WMSH-PL-LAST.
105000     MOVE WMSH-PE-PATTERN (WMSH-BEST-SUB) TO WMSH-PL-PATTERN.
105100     MOVE WMSH-PAT-LINE TO REPORT-LINE.
105200     WRITE REPORT-LINE.
105300     GO TO 6300-EXIT.
105400 6300-EXIT.
105500     EXIT.
105600
105700**-----------------------------------------------------------**
105800**  6310-CHECK-PATTERN                                       **
105900**-----------------------------------------------------------**
106000 6310-CHECK-PATTERN.
106100     IF WMSH-PE-PRINTED (WMSH-PAT-SUB) = "Y"
106200         GO TO 6310-EXIT
106300     END-IF.
106400     IF WMSH-PE-ERRORS (WMSH-PAT-SUB) > WMSH-BEST-COUNT
106500         MOVE WMSH-PAT-SUB TO WMSH-BEST-SUB
106600         MOVE WMSH-PE-ERRORS (WMSH-PAT-SUB) TO WMSH-BEST-COUNT
106700     END-IF.
106800     GO TO 6310-EXIT.
106900 6310-EXIT.
107000     EXIT.
107100
107200**-----------------------------------------------------------**
107300**  7000-DATE-CATALOG-ID                                     **
107400**  Keep WMSH-LOOK-DATE as WMSH-LOOK-ID's last raised date   **
107500**  if it is later.  The table is in id order, so the search **
107600**  stops once it is past the id.  An id not in the catalog **
107700**  is passed over.                                          **
107800**-----------------------------------------------------------**
107900 7000-DATE-CATALOG-ID.
108000     MOVE "N" TO WMSH-FOUND-SW.
108100     MOVE "N" TO WMSH-PAST-SW.
108200     PERFORM 7100-MATCH-CATALOG-ID THRU 7100-EXIT
108300         VARYING WMSH-CAT-SUB FROM 1 BY 1
108400         UNTIL WMSH-CAT-SUB > WMSH-CAT-COUNT
108500            OR WMSH-FOUND
108600            OR WMSH-PAST.
108700     IF NOT WMSH-FOUND
108800         GO TO 7000-EXIT
108900     END-IF.
109000     SUBTRACT 1 FROM WMSH-CAT-SUB.
109100     IF WMSH-CE-LAST-RAISED (WMSH-CAT-SUB) = SPACES
109200             OR WMSH-CE-LAST-RAISED (WMSH-CAT-SUB)
109300                 < WMSH-LOOK-DATE
109400         MOVE WMSH-LOOK-DATE TO WMSH-CE-LAST-RAISED (WMSH-CAT-SUB)
109500     END-IF.
109600     GO TO 7000-EXIT.
109700 7000-EXIT.
109800     EXIT.
109900
110000**-----------------------------------------------------------**
110100**  7100-MATCH-CATALOG-ID                                    **
110200**-----------------------------------------------------------**
110300 7100-MATCH-CATALOG-ID.
110400     IF WMSH-CE-ID (WMSH-CAT-SUB) = WMSH-LOOK-ID
110500         SET WMSH-FOUND TO TRUE
110600     END-IF.
110700     IF WMSH-CE-ID (WMSH-CAT-SUB) > WMSH-LOOK-ID
110800         SET WMSH-PAST TO TRUE
110900     END-IF.
111000     GO TO 7100-EXIT.
111100 7100-EXIT.
111200     EXIT.
111300
111400**-----------------------------------------------------------**
111500**  8600-COMPUTE-MONTH-KEY                                   **
111600**  YYYYMM of the month WMSH-MONTH-OFFSET months back.       **
111700**-----------------------------------------------------------**
111800 8600-COMPUTE-MONTH-KEY.
111900     COMPUTE WMSH-CALC-MON-IX =
112000         WMSH-CURR-MON-IX - WMSH-MONTH-OFFSET.
112100     COMPUTE WMSH-CALC-YYYY = (WMSH-CALC-MON-IX - 1) / 12.
112200     COMPUTE WMSH-CALC-MM =
112300         WMSH-CALC-MON-IX - (WMSH-CALC-YYYY * 12).
112400     MOVE WMSH-CALC-YYYY TO WMSH-CALC-MONTH-YYYY.
112500     MOVE WMSH-CALC-MM TO WMSH-CALC-MONTH-MM.
112600     GO TO 8600-EXIT.
112700 8600-EXIT.
112800     EXIT.
112900
113000**-----------------------------------------------------------**
113100**  9000-TERMINATE                                           **
113200**-----------------------------------------------------------**
113300 9000-TERMINATE.
113400     CLOSE REPORT-OUT.
113500     MOVE "R" TO WMSH-SPOOL-MODE.
113600     CALL "WISPSPLR" USING WMSH-SPOOL-MODE WMSH-REPORT-ID
113700         WMSH-SPOOL-PGM WMSH-SPOOL-NAME.
113800     GO TO 9000-EXIT.
113900 9000-EXIT.
114000     EXIT.
