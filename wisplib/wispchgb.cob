000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPCHGB.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Monthly Usage and Chargeback Report.  Splits
000900**               the prior calendar month's batch and online
001000**               support load across the departments that
001100**               caused it, so the cost can be charged back:
001200**
001300**               - dispatches and their WLNKL-ELAPSED-SECS run
001400**                 time, from WISPLINK.LOG and its WISPLGAR
001500**                 archives, go to the department owning the
001600**                 program - its own WISPOWNR.DAT program
001700**                 record, else the owner of the WISPSTRM.DAT
001800**                 stream it is a step of;
001900**               - WISPERR.LOG errors and WISPHLP.LOG help key
002000**                 presses go to the WOPMS-DEPARTMENT of the
002100**                 operator who raised or pressed them.
002200**
002300**               Each department's figures are shown with its
002400**               share of the month's total and the change on
002500**               the month before.  Usage nobody owns is shown
002600**               under *UNOWNED, and errors or presses by an
002700**               operator without a department under *UNKNOWN,
002800**               so the shares always add up to the whole.
002900**
003000**               The full report is spooled as WISPURPT for
003100**               finance.  Every department also gets a page
003200**               of its own - its figures and the programs it
003300**               was charged for - spooled and catalogued
003400**               under the report name its WISPOWNR.DAT "D"
003500**               record gives (else the first eight characters
003600**               of the department code), so a WISPDIST.DAT
003700**               rule naming that report sends the page to the
003800**               department head through WISPDLVR.  Refused
003900**               dispatches (RETURN-VALUE 93 or 94) never ran
004000**               and are not charged.  Run it early in the
004100**               month, after WISPLGAR.
004200**
004300**   Build:      ccbl -o WISPCHGB.acu WISPCHGB.cob
004400**
004500**   Modifications:
004600**     dgh  Original version.
004700**
004800
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.
005100     WISPCHGB.
005200 REMARKS.
005300     Prior-month dispatches, run time, errors and help key
005400     presses by owning department, with per-department pages.
005500
005600 ENVIRONMENT DIVISION.
005700
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT WISPOWNR-FILE ASSIGN TO "WISPOWNR"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WOWNR-FILE-STATUS.
006300
006400     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WSTRR-FILE-STATUS.
006700
006800     SELECT WISPOPMS-FILE ASSIGN TO "WISPOPMS"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS WOPMS-OPERATOR
007200         FILE STATUS IS WOPMS-FILE-STATUS.
007300
007400     SELECT WISPLINK-IN ASSIGN TO "WISPLINK"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WLNKL-FILE-STATUS.
007700
007800     SELECT WISPERR-IN ASSIGN TO "WISPERR"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WERRL-FILE-STATUS.
008100
008200     SELECT WISPHLP-IN ASSIGN TO "WISPHLP"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WHLPL-FILE-STATUS.
008500
008600     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WCHG-ARCHIVE-NAME
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WCHG-ARCH-STATUS.
008900
009000     SELECT REPORT-OUT ASSIGN TO DYNAMIC WCHG-SPOOL-NAME
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS RPTO-FILE-STATUS.
009300
009400     SELECT PAGE-OUT ASSIGN TO DYNAMIC WCHG-PAGE-SPOOL-NAME
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS PAGO-FILE-STATUS.
009700
009800 DATA DIVISION.
009900
010000 FILE SECTION.
010100 FD  WISPOWNR-FILE.
010200     COPY "wispownr.cpy".
010300
010400 FD  WISPSTRM-FILE.
010500     COPY "wispstrr.cpy".
010600
010700 FD  WISPOPMS-FILE.
010800     COPY "wispopms.cpy".
010900
011000 FD  WISPLINK-IN.
011100     COPY "wisplnkr.cpy".
011200
011300 FD  WISPERR-IN.
011400     COPY "wisperrl.cpy".
011500
011600 FD  WISPHLP-IN.
011700     COPY "wisphlpl.cpy".
011800
011900 FD  ARCHIVE-IN.
012000 01  WCHG-ARCH-REC               PIC X(132).
012100
012200 FD  REPORT-OUT.
012300 01  REPORT-LINE                 PIC X(132).
012400
012500 FD  PAGE-OUT.
012600 01  PAGE-LINE                   PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900
013000 01  WOWNR-FILE-STATUS           PIC XX.
013100     88  WOWNR-FILE-OK               VALUE "00".
013200 01  WSTRR-FILE-STATUS           PIC XX.
013300     88  WSTRR-FILE-OK               VALUE "00".
013400 01  WOPMS-FILE-STATUS           PIC XX.
013500     88  WOPMS-FILE-OK               VALUE "00".
013600 01  WLNKL-FILE-STATUS           PIC XX.
013700     88  WLNKL-FILE-OK               VALUE "00".
013800 01  WERRL-FILE-STATUS           PIC XX.
013900     88  WERRL-FILE-OK               VALUE "00".
014000 01  WHLPL-FILE-STATUS           PIC XX.
014100     88  WHLPL-FILE-OK               VALUE "00".
014200 01  WCHG-ARCH-STATUS            PIC XX.
014300     88  WCHG-ARCH-OK                VALUE "00".
014400 01  RPTO-FILE-STATUS            PIC XX.
014500 01  PAGO-FILE-STATUS            PIC XX.
014600 01  WCHG-SPOOL-NAME             PIC X(28) VALUE SPACES.
014700 01  WCHG-PAGE-SPOOL-NAME        PIC X(28) VALUE SPACES.
014800 01  WCHG-SPOOL-MODE             PIC X(01).
014900 01  WCHG-REPORT-ID              PIC X(08) VALUE "WISPURPT".
015000 01  WCHG-PAGE-REPORT-ID         PIC X(08) VALUE SPACES.
015100 01  WCHG-SPOOL-PGM              PIC X(08) VALUE "WISPCHGB".
015200
015300 01  WCHG-EOF-SW                 PIC X(01) VALUE "N".
015400     88  WCHG-EOF                    VALUE "Y".
015500 01  WCHG-OWNR-SW                PIC X(01) VALUE "N".
015600     88  WCHG-OWNR-AVAIL             VALUE "Y".
015700 01  WCHG-FOUND-SW               PIC X(01) VALUE "N".
015800     88  WCHG-FOUND                  VALUE "Y".
015900 01  WCHG-PLACE-SW               PIC X(01) VALUE "N".
016000     88  WCHG-AT-PLACE               VALUE "Y".
016100 01  WCHG-TABLE-FULL-SW          PIC X(01) VALUE "N".
016200     88  WCHG-TABLE-FULL             VALUE "Y".
016300
016400*    Which log the shared archive reader is working through.
016500 01  WCHG-LOG-KIND               PIC X(01) VALUE SPACE.
016600     88  WCHG-KIND-LINK              VALUE "L".
016700     88  WCHG-KIND-ERROR             VALUE "E".
016800     88  WCHG-KIND-HELP              VALUE "H".
016900 01  WCHG-LOG-BASE               PIC X(08) VALUE SPACES.
017000
017100 01  WCHG-TODAY                  PIC X(08).
017200 01  FILLER REDEFINES WCHG-TODAY.
017300     05  WCHG-TODAY-YYYY         PIC 9(04).
017400     05  WCHG-TODAY-MM           PIC 9(02).
017500     05  FILLER                  PIC X(02).
017600 77  WCHG-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
017700 77  WCHG-CALC-MON-IX            PIC 9(09) COMP VALUE 0.
017800 77  WCHG-CALC-YYYY              PIC 9(09) COMP VALUE 0.
017900 77  WCHG-CALC-MM                PIC 9(09) COMP VALUE 0.
018000 77  WCHG-MONTH-OFFSET           PIC 9(04) COMP VALUE 0.
018100 01  WCHG-CALC-MONTH.
018200     05  WCHG-CALC-MONTH-YYYY    PIC 9(04).
018300     05  WCHG-CALC-MONTH-MM      PIC 9(02).
018400 01  WCHG-ARCHIVE-NAME           PIC X(20) VALUE SPACES.
018500
018600*    The report month is the prior calendar month; the month
018700*    before it is the one the change is measured against.
018800*    Period 1 is the report month, period 2 the month before.
018900 01  WCHG-REPORT-MONTH           PIC X(06) VALUE SPACES.
019000 01  WCHG-PRIOR-MONTH            PIC X(06) VALUE SPACES.
019100 01  WCHG-REC-DATE               PIC X(08) VALUE SPACES.
019200 77  WCHG-PERIOD                 PIC 9(01) COMP VALUE 0.
019300
019400*    Stream owners from the WISPOWNR.DAT "S" records.
019500 01  WCHG-STM-TABLE.
019600     05  WCHG-STM-COUNT          PIC 9(03) COMP VALUE 0.
019700     05  WCHG-STM-ENTRY OCCURS 200 TIMES.
019800         10  WCHG-SE-STREAM      PIC X(10).
019900         10  WCHG-SE-DEPT        PIC X(10).
020000 01  WCHG-STM-SUB                PIC 9(03) COMP VALUE 0.
020100
020200*    Program owners: the "P" records first, then each stream
020300*    step program not already owned, charged to its stream's
020400*    owner - so a program record always wins.
020500 01  WCHG-OWN-TABLE.
020600     05  WCHG-OWN-COUNT          PIC 9(03) COMP VALUE 0.
020700     05  WCHG-OWN-ENTRY OCCURS 500 TIMES.
020800         10  WCHG-OE-PROGRAM     PIC X(10).
020900         10  WCHG-OE-DEPT        PIC X(10).
021000 01  WCHG-OWN-SUB                PIC 9(03) COMP VALUE 0.
021100
021200*    The operator master, for the operator's department.
021300 01  WCHG-OPR-TABLE.
021400     05  WCHG-OPR-COUNT          PIC 9(05) COMP VALUE 0.
021500     05  WCHG-OPR-ENTRY OCCURS 500 TIMES.
021600         10  WCHG-OPE-OPERATOR   PIC X(08).
021700         10  WCHG-OPE-DEPT       PIC X(10).
021800 01  WCHG-OPR-SUB                PIC 9(05) COMP VALUE 0.
021900
022000*    One entry per department, kept in department order, with
022100*    its tallies for the report month and the month before.
022200 01  WCHG-DEPT-TABLE.
022300     05  WCHG-DEPT-COUNT         PIC 9(03) COMP VALUE 0.
022400     05  WCHG-DEPT-ENTRY OCCURS 100 TIMES.
022500         10  WCHG-DE-DEPT        PIC X(10).
022600         10  WCHG-DE-PAGE-REPORT PIC X(08).
022700         10  WCHG-DE-PAGE-SW     PIC X(01).
022800             88  WCHG-DE-PAGE-WANTED VALUE "Y".
022900             88  WCHG-DE-PAGE-DUPLICATE
023000                                     VALUE "D".
023100         10  WCHG-DE-TALLIES OCCURS 2 TIMES.
023200             15  WCHG-DE-DISPATCHES
023300                                 PIC 9(07) COMP.
023400             15  WCHG-DE-SECS    PIC 9(11) COMP.
023500             15  WCHG-DE-ERRORS  PIC 9(07) COMP.
023600             15  WCHG-DE-HELPS   PIC 9(07) COMP.
023700 01  WCHG-DEPT-SUB               PIC 9(03) COMP VALUE 0.
023800 01  WCHG-DEPT-CUR               PIC 9(03) COMP VALUE 0.
023900 01  WCHG-SHIFT-SUB              PIC 9(03) COMP VALUE 0.
024000
024100*    The whole month's tallies, for the shares.
024200 01  WCHG-TOTALS.
024300     05  WCHG-TOT-TALLIES OCCURS 2 TIMES.
024400         10  WCHG-TOT-DISPATCHES PIC 9(07) COMP.
024500         10  WCHG-TOT-SECS       PIC 9(11) COMP.
024600         10  WCHG-TOT-ERRORS     PIC 9(07) COMP.
024700         10  WCHG-TOT-HELPS      PIC 9(07) COMP.
024800
024900*    Report-month dispatches by program, in program order,
025000*    for the department pages.
025100 01  WCHG-PGM-TABLE.
025200     05  WCHG-PGM-COUNT          PIC 9(03) COMP VALUE 0.
025300     05  WCHG-PGM-ENTRY OCCURS 500 TIMES.
025400         10  WCHG-PT-PROGRAM     PIC X(08).
025500         10  WCHG-PT-DEPT        PIC X(10).
025600         10  WCHG-PT-DISPATCHES  PIC 9(07) COMP.
025700         10  WCHG-PT-SECS        PIC 9(11) COMP.
025800 01  WCHG-PGM-SUB                PIC 9(03) COMP VALUE 0.
025900 01  WCHG-PGM-CUR                PIC 9(03) COMP VALUE 0.
026000 77  WCHG-PGM-PRINTED            PIC 9(05) COMP VALUE 0.
026100
026200 01  WCHG-LOOK-NAME              PIC X(10) VALUE SPACES.
026300 01  WCHG-LOOK-DEPT              PIC X(10) VALUE SPACES.
026400 01  WCHG-LOOK-OPERATOR          PIC X(08) VALUE SPACES.
026500
026600*    One measure's share of the month and change on the month
026700*    before, worked out by 8200-SET-MEASURE.
026800 77  WCHG-THIS                   PIC 9(11) COMP VALUE 0.
026900 77  WCHG-PRIOR                  PIC 9(11) COMP VALUE 0.
027000 77  WCHG-TOTAL                  PIC 9(11) COMP VALUE 0.
027100 77  WCHG-SHARE-PCT              PIC 9(03)V9 VALUE 0.
027200 77  WCHG-CHANGE-PCT             PIC S9(07) COMP VALUE 0.
027300 01  WCHG-CHANGE-TEXT.
027400     05  FILLER                  PIC X(01).
027500     05  WCHG-CT-PCT             PIC +(3)9.
027600     05  WCHG-CT-PERCENT         PIC X(01).
027700 77  WCHG-HOURS                  PIC 9(08)V9 VALUE 0.
027800 01  WCHG-COUNT-EDIT             PIC Z(11)9.
027900 01  WCHG-HOURS-EDIT             PIC Z(9)9.9.
028000
028100 01  WCHG-HEADING-1.
028200     05  FILLER                  PIC X(20) VALUE SPACES.
028300     05  FILLER                  PIC X(50) VALUE
028400         "MONTHLY USAGE AND CHARGEBACK REPORT BY DEPARTMENT".
028500
028600 01  WCHG-HEADING-2.
028700     05  FILLER                  PIC X(11) VALUE "FOR MONTH: ".
028800     05  WCHG-HDG-MONTH          PIC X(06).
028900     05  FILLER                  PIC X(18) VALUE
029000         "   COMPARED WITH: ".
029100     05  WCHG-HDG-PRIOR          PIC X(06).
029200
029300 01  WCHG-HEADING-3.
029400     05  FILLER                  PIC X(50) VALUE
029500         "SHARE IS THE DEPARTMENT'S PERCENT OF THE MONTH'S ".
029600     05  FILLER                  PIC X(50) VALUE
029700         "TOTAL; CHANGE IS AGAINST THE MONTH BEFORE.".
029800
029900 01  WCHG-PAGE-HEADING-1.
030000     05  FILLER                  PIC X(20) VALUE SPACES.
030100     05  FILLER                  PIC X(36) VALUE
030200         "USAGE AND CHARGEBACK - DEPARTMENT: ".
030300     05  WCHG-PH-DEPT            PIC X(10).
030400
030500 01  WCHG-COLUMN-HEADING-1.
030600     05  FILLER                  PIC X(12) VALUE SPACES.
030700     05  FILLER                  PIC X(23) VALUE
030800         "      DISPATCHES".
030900     05  FILLER                  PIC X(24) VALUE
031000         "     RUN TIME (HOURS)".
031100     05  FILLER                  PIC X(23) VALUE
031200         "     ERRORS RAISED".
031300     05  FILLER                  PIC X(23) VALUE
031400         "    HELP KEY PRESSES".
031500     05  FILLER                  PIC X(08) VALUE "PAGE AS".
031600
031700 01  WCHG-COLUMN-HEADING-2.
031800     05  FILLER                  PIC X(12) VALUE "DEPARTMENT".
031900     05  FILLER                  PIC X(23) VALUE
032000         "   COUNT SHARE CHANGE".
032100     05  FILLER                  PIC X(24) VALUE
032200         "    HOURS SHARE CHANGE".
032300     05  FILLER                  PIC X(23) VALUE
032400         "   COUNT SHARE CHANGE".
032500     05  FILLER                  PIC X(23) VALUE
032600         "   COUNT SHARE CHANGE".
032700     05  FILLER                  PIC X(08) VALUE "REPORT".
032800
032900 01  WCHG-DETAIL-LINE.
033000     05  WCHG-DL-DEPT            PIC X(10).
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  WCHG-DL-DISPATCHES      PIC Z(7)9.
033300     05  FILLER                  PIC X(01) VALUE SPACES.
033400     05  WCHG-DL-DISP-SHARE      PIC ZZ9.9.
033500     05  FILLER                  PIC X(01) VALUE SPACES.
033600     05  WCHG-DL-DISP-CHANGE     PIC X(06).
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  WCHG-DL-HOURS           PIC Z(6)9.9.
033900     05  FILLER                  PIC X(01) VALUE SPACES.
034000     05  WCHG-DL-HRS-SHARE       PIC ZZ9.9.
034100     05  FILLER                  PIC X(01) VALUE SPACES.
034200     05  WCHG-DL-HRS-CHANGE      PIC X(06).
034300     05  FILLER                  PIC X(02) VALUE SPACES.
034400     05  WCHG-DL-ERRORS          PIC Z(7)9.
034500     05  FILLER                  PIC X(01) VALUE SPACES.
034600     05  WCHG-DL-ERR-SHARE       PIC ZZ9.9.
034700     05  FILLER                  PIC X(01) VALUE SPACES.
034800     05  WCHG-DL-ERR-CHANGE      PIC X(06).
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  WCHG-DL-HELPS           PIC Z(7)9.
035100     05  FILLER                  PIC X(01) VALUE SPACES.
035200     05  WCHG-DL-HLP-SHARE       PIC ZZ9.9.
035300     05  FILLER                  PIC X(01) VALUE SPACES.
035400     05  WCHG-DL-HLP-CHANGE      PIC X(06).
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  WCHG-DL-PAGE            PIC X(08).
035700
035800 01  WCHG-BUCKET-LINE-1.
035900     05  FILLER                  PIC X(50) VALUE
036000         "*UNOWNED - DISPATCHES OF PROGRAMS NO WISPOWNR.DAT ".
036100     05  FILLER                  PIC X(50) VALUE
036200         "STREAM OR PROGRAM RECORD CLAIMS.".
036300
036400 01  WCHG-BUCKET-LINE-2.
036500     05  FILLER                  PIC X(50) VALUE
036600         "*UNKNOWN - ERRORS AND HELP KEY PRESSES BY OPERATOR".
036700     05  FILLER                  PIC X(50) VALUE
036800         "S NOT ON WISPOPMS.DAT OR WITHOUT A DEPARTMENT.".
036900
037000 01  WCHG-DUPLICATE-LINE.
037100     05  FILLER                  PIC X(12) VALUE
037200         "PAGE REPORT ".
037300     05  WCHG-DUP-REPORT         PIC X(08).
037400     05  FILLER                  PIC X(20) VALUE
037500         " IS ALREADY USED BY ".
037600     05  WCHG-DUP-FIRST          PIC X(10).
037700     05  FILLER                  PIC X(30) VALUE
037800         " - NO PAGE SPOOLED FOR ".
037900     05  WCHG-DUP-DEPT           PIC X(10).
038000
038100 01  WCHG-FULL-LINE.
038200     05  FILLER                  PIC X(50) VALUE
038300         "DEPARTMENT TABLE FULL AT 100 - LATER DEPARTMENTS ".
038400     05  FILLER                  PIC X(20) VALUE
038500         "ARE NOT CHARGED.".
038600
038700 01  WCHG-NO-OWNER-LINE.
038800     05  FILLER                  PIC X(50) VALUE
038900         "WISPOWNR.DAT NOT FOUND - ALL DISPATCHES ARE CHARGE".
039000     05  FILLER                  PIC X(20) VALUE
039100         "D TO *UNOWNED.".
039200
039300 01  WCHG-NONE-LINE.
039400     05  FILLER                  PIC X(50) VALUE
039500         "NO USAGE ON FILE FOR EITHER MONTH.".
039600
039700 01  WCHG-PAGE-COLUMN-HEADING.
039800     05  FILLER                  PIC X(22) VALUE SPACES.
039900     05  FILLER                  PIC X(12) VALUE
040000         "  THIS MONTH".
040100     05  FILLER                  PIC X(12) VALUE
040200         " PRIOR MONTH".
040300     05  FILLER                  PIC X(10) VALUE
040400         "    CHANGE".
040500     05  FILLER                  PIC X(30) VALUE
040600         "    SHARE OF ALL DEPARTMENTS".
040700
040800 01  WCHG-PAGE-MEASURE-LINE.
040900     05  WCHG-PM-LABEL           PIC X(22).
041000     05  WCHG-PM-THIS            PIC X(12).
041100     05  WCHG-PM-PRIOR           PIC X(12).
041200     05  FILLER                  PIC X(04) VALUE SPACES.
041300     05  WCHG-PM-CHANGE          PIC X(06).
041400     05  FILLER                  PIC X(08) VALUE SPACES.
041500     05  WCHG-PM-SHARE           PIC ZZ9.9.
041600     05  FILLER                  PIC X(01) VALUE "%".
041700
041800 01  WCHG-PAGE-PGM-HEADING.
041900     05  FILLER                  PIC X(50) VALUE
042000         "PROGRAMS CHARGED TO THE DEPARTMENT IN THE MONTH".
042100
042200 01  WCHG-PAGE-PGM-COLUMNS.
042300     05  FILLER                  PIC X(10) VALUE "PROGRAM".
042400     05  FILLER                  PIC X(12) VALUE
042500         "  DISPATCHES".
042600     05  FILLER                  PIC X(12) VALUE
042700         "       HOURS".
042800
042900 01  WCHG-PAGE-PGM-LINE.
043000     05  WCHG-PP-PROGRAM         PIC X(08).
043100     05  FILLER                  PIC X(02) VALUE SPACES.
043200     05  WCHG-PP-DISPATCHES      PIC Z(11)9.
043300     05  WCHG-PP-HOURS           PIC Z(9)9.9.
043400
043500 01  WCHG-PAGE-NO-PGM-LINE.
043600     05  FILLER                  PIC X(50) VALUE
043700         "NO DISPATCHES CHARGED TO THE DEPARTMENT IN THE ".
043800     05  FILLER                  PIC X(06) VALUE "MONTH.".
043900
044000 01  WCHG-PAGE-NOTE-LINE.
044100     05  FILLER                  PIC X(50) VALUE
044200         "ERRORS AND HELP KEY PRESSES ARE CHARGED BY THE ".
044300     05  FILLER                  PIC X(50) VALUE
044400         "OPERATOR'S DEPARTMENT ON WISPOPMS.DAT.".
044500
044600 PROCEDURE DIVISION.
044700
044800 0000-MAINLINE.
044900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045000     PERFORM 1100-LOAD-OWNERSHIP THRU 1100-EXIT.
045100     PERFORM 1200-LOAD-STREAMS THRU 1200-EXIT.
045200     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT.
045300     SET WCHG-KIND-LINK TO TRUE.
045400     MOVE "WISPLINK" TO WCHG-LOG-BASE.
045500     PERFORM 2000-READ-ARCHIVES THRU 2000-EXIT.
045600     PERFORM 2200-READ-LIVE-LINK THRU 2200-EXIT.
045700     SET WCHG-KIND-ERROR TO TRUE.
045800     MOVE "WISPERR" TO WCHG-LOG-BASE.
045900     PERFORM 2000-READ-ARCHIVES THRU 2000-EXIT.
046000     PERFORM 2300-READ-LIVE-ERR THRU 2300-EXIT.
046100     SET WCHG-KIND-HELP TO TRUE.
046200     MOVE "WISPHLP" TO WCHG-LOG-BASE.
046300     PERFORM 2000-READ-ARCHIVES THRU 2000-EXIT.
046400     PERFORM 2400-READ-LIVE-HELP THRU 2400-EXIT.
046500     IF WCHG-DEPT-COUNT = 0
046600         MOVE WCHG-NONE-LINE TO REPORT-LINE
046700         WRITE REPORT-LINE
046800         PERFORM 9000-TERMINATE THRU 9000-EXIT
046900         STOP RUN
047000     END-IF.
047100     PERFORM 7000-SET-PAGE-NAMES THRU 7000-EXIT.
047200     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
047300     PERFORM 8500-PRINT-ONE-PAGE THRU 8500-EXIT
047400         VARYING WCHG-DEPT-SUB FROM 1 BY 1
047500         UNTIL WCHG-DEPT-SUB > WCHG-DEPT-COUNT.
047600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
047700     STOP RUN.
047800
047900**-----------------------------------------------------------**
048000**  1000-INITIALIZE                                          **
048100**  The report month is the prior calendar month, compared   **
048200**  with the month before that.                              **
048300**-----------------------------------------------------------**
048400 1000-INITIALIZE.
048500     ACCEPT WCHG-TODAY FROM DATE YYYYMMDD.
048600     COMPUTE WCHG-CURR-MON-IX =
048700         (WCHG-TODAY-YYYY * 12) + WCHG-TODAY-MM.
048800     MOVE 1 TO WCHG-MONTH-OFFSET.
048900     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
049000     MOVE WCHG-CALC-MONTH TO WCHG-REPORT-MONTH.
049100     MOVE 2 TO WCHG-MONTH-OFFSET.
049200     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
049300     MOVE WCHG-CALC-MONTH TO WCHG-PRIOR-MONTH.
049400     INITIALIZE WCHG-TOTALS.
049500     MOVE "N" TO WCHG-SPOOL-MODE.
049600     CALL "WISPSPLR" USING WCHG-SPOOL-MODE WCHG-REPORT-ID
049700         WCHG-SPOOL-PGM WCHG-SPOOL-NAME.
049800     OPEN OUTPUT REPORT-OUT.
049900     MOVE WCHG-HEADING-1 TO REPORT-LINE.
050000     WRITE REPORT-LINE.
050100     MOVE WCHG-REPORT-MONTH TO WCHG-HDG-MONTH.
050200     MOVE WCHG-PRIOR-MONTH TO WCHG-HDG-PRIOR.
050300     MOVE WCHG-HEADING-2 TO REPORT-LINE.
050400     WRITE REPORT-LINE.
050500     MOVE WCHG-HEADING-3 TO REPORT-LINE.
050600     WRITE REPORT-LINE.
050700     MOVE SPACES TO REPORT-LINE.
050800     WRITE REPORT-LINE.
050900     GO TO 1000-EXIT.
051000 1000-EXIT.
051100     EXIT.
051200
051300**-----------------------------------------------------------**
051400**  1100-LOAD-OWNERSHIP                                      **
051500**  Without the ownership file everything still runs; the   **
051600**  dispatches all land under *UNOWNED.                      **
051700**-----------------------------------------------------------**
051800 1100-LOAD-OWNERSHIP.
051900     OPEN INPUT WISPOWNR-FILE.
052000     IF NOT WOWNR-FILE-OK
052100         MOVE WCHG-NO-OWNER-LINE TO REPORT-LINE
052200         WRITE REPORT-LINE
052300         MOVE SPACES TO REPORT-LINE
052400         WRITE REPORT-LINE
052500         GO TO 1100-EXIT
052600     END-IF.
052700     SET WCHG-OWNR-AVAIL TO TRUE.
052800     MOVE "N" TO WCHG-EOF-SW.
052900     PERFORM 1110-LOAD-OWNER-REC THRU 1110-EXIT
053000         UNTIL WCHG-EOF.
053100     CLOSE WISPOWNR-FILE.
053200     GO TO 1100-EXIT.
053300 1100-EXIT.
053400     EXIT.
053500
053600**-----------------------------------------------------------**
053700**  1110-LOAD-OWNER-REC                                      **
053800**  A "D" record opens the department's entry now, so a      **
053900**  department with no usage still gets its page.            **
054000**-----------------------------------------------------------**
054100 1110-LOAD-OWNER-REC.
054200     READ WISPOWNR-FILE
054300         AT END SET WCHG-EOF TO TRUE
054400     END-READ.
054500     IF WCHG-EOF
054600         GO TO 1110-EXIT
054700     END-IF.
054800     IF WOWNR-NAME = SPACES OR WOWNR-DEPARTMENT = SPACES
054900         GO TO 1110-EXIT
055000     END-IF.
055100     IF WOWNR-TYPE-STREAM
055200         IF WCHG-STM-COUNT < 200
055300             ADD 1 TO WCHG-STM-COUNT
055400             MOVE WOWNR-NAME TO WCHG-SE-STREAM (WCHG-STM-COUNT)
055500             MOVE WOWNR-DEPARTMENT
055600                 TO WCHG-SE-DEPT (WCHG-STM-COUNT)
055700         END-IF
055800         GO TO 1110-EXIT
055900     END-IF.
056000     IF WOWNR-TYPE-PROGRAM
056100         MOVE WOWNR-NAME TO WCHG-LOOK-NAME
056200         MOVE WOWNR-DEPARTMENT TO WCHG-LOOK-DEPT
056300         PERFORM 1400-ADD-PROGRAM-OWNER THRU 1400-EXIT
056400         GO TO 1110-EXIT
056500     END-IF.
056600     IF WOWNR-TYPE-DEPARTMENT
056700         MOVE WOWNR-NAME TO WCHG-LOOK-DEPT
056800         PERFORM 6200-FIND-DEPT THRU 6200-EXIT
056900         IF WCHG-DEPT-CUR > 0
057000             MOVE WOWNR-PAGE-REPORT
057100                 TO WCHG-DE-PAGE-REPORT (WCHG-DEPT-CUR)
057200         END-IF
057300     END-IF.
057400     GO TO 1110-EXIT.
057500 1110-EXIT.
057600     EXIT.
057700
057800**-----------------------------------------------------------**
057900**  1200-LOAD-STREAMS                                        **
058000**  Each step program of an owned stream is charged to the   **
058100**  stream's owner, unless a program record already owns it **
058200**  or it was met first in another owned stream.             **
058300**-----------------------------------------------------------**
058400 1200-LOAD-STREAMS.
058500     IF WCHG-STM-COUNT = 0
058600         GO TO 1200-EXIT
058700     END-IF.
058800     OPEN INPUT WISPSTRM-FILE.
058900     IF NOT WSTRR-FILE-OK
059000         GO TO 1200-EXIT
059100     END-IF.
059200     MOVE "N" TO WCHG-EOF-SW.
059300     PERFORM 1210-LOAD-STREAM-STEP THRU 1210-EXIT
059400         UNTIL WCHG-EOF.
059500     CLOSE WISPSTRM-FILE.
059600     GO TO 1200-EXIT.
059700 1200-EXIT.
059800     EXIT.
059900
060000**-----------------------------------------------------------**
060100**  1210-LOAD-STREAM-STEP                                    **
060200**-----------------------------------------------------------**
060300 1210-LOAD-STREAM-STEP.
060400     READ WISPSTRM-FILE
060500         AT END SET WCHG-EOF TO TRUE
060600     END-READ.
060700     IF WCHG-EOF
060800         GO TO 1210-EXIT
060900     END-IF.
061000     IF WSTRP-PARM-REC OR WSTRR-PROGRAM = SPACES
061100         GO TO 1210-EXIT
061200     END-IF.
061300     MOVE "N" TO WCHG-FOUND-SW.
061400     PERFORM 1220-MATCH-STREAM THRU 1220-EXIT
061500         VARYING WCHG-STM-SUB FROM 1 BY 1
061600         UNTIL WCHG-STM-SUB > WCHG-STM-COUNT
061700            OR WCHG-FOUND.
061800     IF NOT WCHG-FOUND
061900         GO TO 1210-EXIT
062000     END-IF.
062100     SUBTRACT 1 FROM WCHG-STM-SUB.
062200     MOVE WSTRR-PROGRAM TO WCHG-LOOK-NAME.
062300     MOVE WCHG-SE-DEPT (WCHG-STM-SUB) TO WCHG-LOOK-DEPT.
062400     PERFORM 1400-ADD-PROGRAM-OWNER THRU 1400-EXIT.
062500     GO TO 1210-EXIT.
062600 1210-EXIT.
062700     EXIT.
062800
062900**-----------------------------------------------------------**
063000**  1220-MATCH-STREAM                                        **
063100**-----------------------------------------------------------**
063200 1220-MATCH-STREAM.
063300     IF WCHG-SE-STREAM (WCHG-STM-SUB) = WSTRR-STREAM
063400         SET WCHG-FOUND TO TRUE
063500     END-IF.
063600     GO TO 1220-EXIT.
063700 1220-EXIT.
063800     EXIT.
063900
064000**-----------------------------------------------------------**
064100**  1300-LOAD-OPERATORS                                      **
064200**-----------------------------------------------------------**
064300 1300-LOAD-OPERATORS.
064400     OPEN INPUT WISPOPMS-FILE.
064500     IF NOT WOPMS-FILE-OK
064600         GO TO 1300-EXIT
064700     END-IF.
064800     MOVE "N" TO WCHG-EOF-SW.
064900     PERFORM 1310-LOAD-OPERATOR THRU 1310-EXIT
065000         UNTIL WCHG-EOF
065100            OR WCHG-OPR-COUNT = 500.
065200     CLOSE WISPOPMS-FILE.
065300     GO TO 1300-EXIT.
065400 1300-EXIT.
065500     EXIT.
065600
065700**-----------------------------------------------------------**
065800**  1310-LOAD-OPERATOR                                       **
065900**-----------------------------------------------------------**
066000 1310-LOAD-OPERATOR.
066100     READ WISPOPMS-FILE NEXT RECORD
066200         AT END
066300             SET WCHG-EOF TO TRUE
066400         NOT AT END
066500             ADD 1 TO WCHG-OPR-COUNT
066600             MOVE WOPMS-OPERATOR
066700                 TO WCHG-OPE-OPERATOR (WCHG-OPR-COUNT)
066800             MOVE WOPMS-DEPARTMENT
066900                 TO WCHG-OPE-DEPT (WCHG-OPR-COUNT)
067000     END-READ.
067100     GO TO 1310-EXIT.
067200 1310-EXIT.
067300     EXIT.
067400
067500**-----------------------------------------------------------**
067600**  1400-ADD-PROGRAM-OWNER                                   **
067700**  WCHG-LOOK-NAME is owned by WCHG-LOOK-DEPT unless it      **
067800**  already has an owner.                                    **
067900**-----------------------------------------------------------**
068000 1400-ADD-PROGRAM-OWNER.
068100     MOVE "N" TO WCHG-FOUND-SW.
068200     PERFORM 1410-MATCH-PROGRAM-OWNER THRU 1410-EXIT
068300         VARYING WCHG-OWN-SUB FROM 1 BY 1
068400         UNTIL WCHG-OWN-SUB > WCHG-OWN-COUNT
068500            OR WCHG-FOUND.
068600     IF WCHG-FOUND OR WCHG-OWN-COUNT = 500
068700         GO TO 1400-EXIT
068800     END-IF.
068900     ADD 1 TO WCHG-OWN-COUNT.
069000     MOVE WCHG-LOOK-NAME TO WCHG-OE-PROGRAM (WCHG-OWN-COUNT).
069100     MOVE WCHG-LOOK-DEPT TO WCHG-OE-DEPT (WCHG-OWN-COUNT).
069200     GO TO 1400-EXIT.
069300 1400-EXIT.
069400     EXIT.
069500
069600**-----------------------------------------------------------**
069700**  1410-MATCH-PROGRAM-OWNER                                 **
069800**-----------------------------------------------------------**
069900 1410-MATCH-PROGRAM-OWNER.
070000     IF WCHG-OE-PROGRAM (WCHG-OWN-SUB) = WCHG-LOOK-NAME
070100         SET WCHG-FOUND TO TRUE
070200     END-IF.
070300     GO TO 1410-EXIT.
070400 1410-EXIT.
070500     EXIT.
070600
070700**-----------------------------------------------------------**
070800**  2000-READ-ARCHIVES                                       **
070900**  The WISPLGAR archives of WCHG-LOG-BASE for the month     **
071000**  before and the report month.                             **
071100**-----------------------------------------------------------**
071200 2000-READ-ARCHIVES.
071300     PERFORM 2100-READ-ONE-ARCHIVE THRU 2100-EXIT
071400         VARYING WCHG-MONTH-OFFSET FROM 2 BY -1
071500         UNTIL WCHG-MONTH-OFFSET = 0.
071600     GO TO 2000-EXIT.
071700 2000-EXIT.
071800     EXIT.
071900
072000**-----------------------------------------------------------**
072100**  2100-READ-ONE-ARCHIVE                                    **
072200**  A month with no archive (nothing logged, or already      **
072300**  purged) is passed over.                                  **
072400**-----------------------------------------------------------**
072500 2100-READ-ONE-ARCHIVE.
072600     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
072700     MOVE SPACES TO WCHG-ARCHIVE-NAME.
072800     STRING WCHG-LOG-BASE DELIMITED BY SPACE
072900         "." DELIMITED BY SIZE
073000         WCHG-CALC-MONTH DELIMITED BY SIZE
073100         INTO WCHG-ARCHIVE-NAME.
073200     OPEN INPUT ARCHIVE-IN.
073300     IF NOT WCHG-ARCH-OK
073400         GO TO 2100-EXIT
073500     END-IF.
073600     MOVE "N" TO WCHG-EOF-SW.
073700     PERFORM 2110-READ-ARCHIVE-REC THRU 2110-EXIT
073800         UNTIL WCHG-EOF.
073900     CLOSE ARCHIVE-IN.
074000     GO TO 2100-EXIT.
074100 2100-EXIT.
074200     EXIT.
074300
074400**-----------------------------------------------------------**
074500**  2110-READ-ARCHIVE-REC                                    **
074600**-----------------------------------------------------------**
074700 2110-READ-ARCHIVE-REC.
074800     READ ARCHIVE-IN
074900         AT END SET WCHG-EOF TO TRUE
075000     END-READ.
075100     IF WCHG-EOF
075200         GO TO 2110-EXIT
075300     END-IF.
075400     IF WCHG-KIND-LINK
075500         MOVE WCHG-ARCH-REC TO WISPLNK-LOG-RECORD
075600         PERFORM 5000-TALLY-DISPATCH THRU 5000-EXIT
075700     END-IF.
075800     IF WCHG-KIND-ERROR
075900         MOVE WCHG-ARCH-REC TO WISPERR-LOG-RECORD
076000         PERFORM 5100-TALLY-ERROR THRU 5100-EXIT
076100     END-IF.
076200     IF WCHG-KIND-HELP
076300         MOVE WCHG-ARCH-REC TO WISPHLP-LOG-RECORD
076400         PERFORM 5200-TALLY-HELP THRU 5200-EXIT
076500     END-IF.
076600     GO TO 2110-EXIT.
076700 2110-EXIT.
076800     EXIT.
076900
077000**-----------------------------------------------------------**
077100**  2200-READ-LIVE-LINK                                      **
077200**  Whatever WISPLGAR has not archived yet.  Normally only   **
077300**  today's records, which the month test passes over.      **
077400**-----------------------------------------------------------**
077500 2200-READ-LIVE-LINK.
077600     OPEN INPUT WISPLINK-IN.
077700     IF NOT WLNKL-FILE-OK
077800         GO TO 2200-EXIT
077900     END-IF.
078000     MOVE "N" TO WCHG-EOF-SW.
078100     PERFORM 2210-READ-LINK-REC THRU 2210-EXIT
078200         UNTIL WCHG-EOF.
078300     CLOSE WISPLINK-IN.
078400     GO TO 2200-EXIT.
078500 2200-EXIT.
078600     EXIT.
078700
078800**-----------------------------------------------------------**
078900**  2210-READ-LINK-REC                                       **
079000**-----------------------------------------------------------**
079100 2210-READ-LINK-REC.
079200     READ WISPLINK-IN
079300         AT END SET WCHG-EOF TO TRUE
079400     END-READ.
079500     IF NOT WCHG-EOF
079600         PERFORM 5000-TALLY-DISPATCH THRU 5000-EXIT
079700     END-IF.
079800     GO TO 2210-EXIT.
079900 2210-EXIT.
080000     EXIT.
080100
080200**-----------------------------------------------------------**
080300**  2300-READ-LIVE-ERR                                       **
080400**-----------------------------------------------------------**
080500 2300-READ-LIVE-ERR.
080600     OPEN INPUT WISPERR-IN.
080700     IF NOT WERRL-FILE-OK
080800         GO TO 2300-EXIT
080900     END-IF.
081000     MOVE "N" TO WCHG-EOF-SW.
081100     PERFORM 2310-READ-ERR-REC THRU 2310-EXIT
081200         UNTIL WCHG-EOF.
081300     CLOSE WISPERR-IN.
081400     GO TO 2300-EXIT.
081500 2300-EXIT.
081600     EXIT.
081700
081800**-----------------------------------------------------------**
081900**  2310-READ-ERR-REC                                        **
082000**-----------------------------------------------------------**
082100 2310-READ-ERR-REC.
082200     READ WISPERR-IN
082300         AT END SET WCHG-EOF TO TRUE
082400     END-READ.
082500     IF NOT WCHG-EOF
082600         PERFORM 5100-TALLY-ERROR THRU 5100-EXIT
082700     END-IF.
082800     GO TO 2310-EXIT.
082900 2310-EXIT.
083000     EXIT.
083100
083200**-----------------------------------------------------------**
083300**  2400-READ-LIVE-HELP                                      **
083400**-----------------------------------------------------------**
083500 2400-READ-LIVE-HELP.
083600     OPEN INPUT WISPHLP-IN.
083700     IF NOT WHLPL-FILE-OK
083800         GO TO 2400-EXIT
083900     END-IF.
084000     MOVE "N" TO WCHG-EOF-SW.
084100     PERFORM 2410-READ-HELP-REC THRU 2410-EXIT
084200         UNTIL WCHG-EOF.
084300     CLOSE WISPHLP-IN.
084400     GO TO 2400-EXIT.
084500 2400-EXIT.
084600     EXIT.
084700
084800**-----------------------------------------------------------**
084900**  2410-READ-HELP-REC                                       **
085000**-----------------------------------------------------------**
085100 2410-READ-HELP-REC.
085200     READ WISPHLP-IN
085300         AT END SET WCHG-EOF TO TRUE
085400     END-READ.
085500     IF NOT WCHG-EOF
085600         PERFORM 5200-TALLY-HELP THRU 5200-EXIT
085700     END-IF.
085800     GO TO 2410-EXIT.
085900 2410-EXIT.
086000     EXIT.
086100
086200**-----------------------------------------------------------**
086300**  5000-TALLY-DISPATCH                                      **
086400**  A dispatch WISPAUTH or WISPOPRA refused never ran and    **
086500**  costs nothing.  Dispatches logged before the elapsed     **
086600**  time was recorded count with no run time.                **
086700**-----------------------------------------------------------**
086800 5000-TALLY-DISPATCH.
086900     MOVE WLNKL-DATE TO WCHG-REC-DATE.
087000     PERFORM 5500-SET-PERIOD THRU 5500-EXIT.
087100     IF WCHG-PERIOD = 0
087200         GO TO 5000-EXIT
087300     END-IF.
087400     IF WLNKL-RETURN-VALUE IS NUMERIC
087500         IF WLNKL-RETURN-VALUE = 93 OR 94
087600             GO TO 5000-EXIT
087700         END-IF
087800     END-IF.
087900     PERFORM 6000-PROGRAM-DEPT THRU 6000-EXIT.
088000     PERFORM 6200-FIND-DEPT THRU 6200-EXIT.
088100     IF WCHG-DEPT-CUR = 0
088200         GO TO 5000-EXIT
088300     END-IF.
088400     ADD 1 TO WCHG-DE-DISPATCHES (WCHG-DEPT-CUR, WCHG-PERIOD).
088500     ADD 1 TO WCHG-TOT-DISPATCHES (WCHG-PERIOD).
088600     IF WLNKL-ELAPSED-SECS IS NUMERIC
088700         ADD WLNKL-ELAPSED-SECS
088800             TO WCHG-DE-SECS (WCHG-DEPT-CUR, WCHG-PERIOD)
088900         ADD WLNKL-ELAPSED-SECS
089000             TO WCHG-TOT-SECS (WCHG-PERIOD)
089100     END-IF.
089200     IF WCHG-PERIOD = 1
089300         PERFORM 6300-FIND-PROGRAM THRU 6300-EXIT
089400     END-IF.
089500     IF WCHG-PERIOD = 1 AND WCHG-PGM-CUR > 0
089600         ADD 1 TO WCHG-PT-DISPATCHES (WCHG-PGM-CUR)
089700         IF WLNKL-ELAPSED-SECS IS NUMERIC
089800             ADD WLNKL-ELAPSED-SECS
089900                 TO WCHG-PT-SECS (WCHG-PGM-CUR)
090000         END-IF
090100     END-IF.
090200     GO TO 5000-EXIT.
090300 5000-EXIT.
090400     EXIT.
090500
090600**-----------------------------------------------------------**
090700**  5100-TALLY-ERROR                                         **
090800**  One error per header record; the text lines that follow **
090900**  it belong to the same error.                             **
091000**-----------------------------------------------------------**
091100 5100-TALLY-ERROR.
091200     IF WERRL-LINE-NUM IS NOT NUMERIC
091300         GO TO 5100-EXIT
091400     END-IF.
091500     IF WERRL-LINE-NUM NOT = 0
091600         GO TO 5100-EXIT
091700     END-IF.
091800     MOVE WERRL-DATE TO WCHG-REC-DATE.
091900     PERFORM 5500-SET-PERIOD THRU 5500-EXIT.
092000     IF WCHG-PERIOD = 0
092100         GO TO 5100-EXIT
092200     END-IF.
092300     MOVE WERRL-OPERATOR TO WCHG-LOOK-OPERATOR.
092400     PERFORM 6100-OPERATOR-DEPT THRU 6100-EXIT.
092500     PERFORM 6200-FIND-DEPT THRU 6200-EXIT.
092600     IF WCHG-DEPT-CUR = 0
092700         GO TO 5100-EXIT
092800     END-IF.
092900     ADD 1 TO WCHG-DE-ERRORS (WCHG-DEPT-CUR, WCHG-PERIOD).
093000     ADD 1 TO WCHG-TOT-ERRORS (WCHG-PERIOD).
093100     GO TO 5100-EXIT.
093200 5100-EXIT.
093300     EXIT.
093400
093500**-----------------------------------------------------------**
093600**  5200-TALLY-HELP                                          **
093700**-----------------------------------------------------------**
093800 5200-TALLY-HELP.
093900     MOVE WHLPL-DATE TO WCHG-REC-DATE.
094000     PERFORM 5500-SET-PERIOD THRU 5500-EXIT.
094100     IF WCHG-PERIOD = 0
094200         GO TO 5200-EXIT
094300     END-IF.
094400     MOVE WHLPL-OPERATOR TO WCHG-LOOK-OPERATOR.
094500     PERFORM 6100-OPERATOR-DEPT THRU 6100-EXIT.
094600     PERFORM 6200-FIND-DEPT THRU 6200-EXIT.
094700     IF WCHG-DEPT-CUR = 0
094800         GO TO 5200-EXIT
094900     END-IF.
095000     ADD 1 TO WCHG-DE-HELPS (WCHG-DEPT-CUR, WCHG-PERIOD).
095100     ADD 1 TO WCHG-TOT-HELPS (WCHG-PERIOD).
095200     GO TO 5200-EXIT.
095300 5200-EXIT.
095400     EXIT.
095500
095600**-----------------------------------------------------------**
095700**  5500-SET-PERIOD                                          **
095800**  1 for a WCHG-REC-DATE in the report month, 2 for the     **
095900**  month before, 0 for anything else.                       **
096000**-----------------------------------------------------------**
096100 5500-SET-PERIOD.
096200     MOVE 0 TO WCHG-PERIOD.
096300     IF WCHG-REC-DATE (1:6) = WCHG-REPORT-MONTH
096400         MOVE 1 TO WCHG-PERIOD
096500     END-IF.
096600     IF WCHG-REC-DATE (1:6) = WCHG-PRIOR-MONTH
096700         MOVE 2 TO WCHG-PERIOD
096800     END-IF.
096900     GO TO 5500-EXIT.
097000 5500-EXIT.
097100     EXIT.
097200
097300**-----------------------------------------------------------**
097400**  6000-PROGRAM-DEPT                                        **
097500**  The department owning WLNKL-PROGRAM, into WCHG-LOOK-DEPT.**
097600**-----------------------------------------------------------**
097700 6000-PROGRAM-DEPT.
097800     MOVE "*UNOWNED" TO WCHG-LOOK-DEPT.
097900     MOVE WLNKL-PROGRAM TO WCHG-LOOK-NAME.
098000     MOVE "N" TO WCHG-FOUND-SW.
098100     PERFORM 1410-MATCH-PROGRAM-OWNER THRU 1410-EXIT
098200         VARYING WCHG-OWN-SUB FROM 1 BY 1
098300         UNTIL WCHG-OWN-SUB > WCHG-OWN-COUNT
098400            OR WCHG-FOUND.
098500     IF WCHG-FOUND
098600         SUBTRACT 1 FROM WCHG-OWN-SUB
098700         MOVE WCHG-OE-DEPT (WCHG-OWN-SUB) TO WCHG-LOOK-DEPT
098800     END-IF.
098900     GO TO 6000-EXIT.
099000 6000-EXIT.
099100     EXIT.
099200
099300**-----------------------------------------------------------**
099400**  6100-OPERATOR-DEPT                                       **
099500**  WCHG-LOOK-OPERATOR's department, into WCHG-LOOK-DEPT.    **
099600**-----------------------------------------------------------**
099700 6100-OPERATOR-DEPT.
099800     MOVE "*UNKNOWN" TO WCHG-LOOK-DEPT.
099900     MOVE "N" TO WCHG-FOUND-SW.
100000     PERFORM 6110-MATCH-OPERATOR THRU 6110-EXIT
100100         VARYING WCHG-OPR-SUB FROM 1 BY 1
100200         UNTIL WCHG-OPR-SUB > WCHG-OPR-COUNT
100300            OR WCHG-FOUND.
100400     IF NOT WCHG-FOUND
100500         GO TO 6100-EXIT
100600     END-IF.
100700     SUBTRACT 1 FROM WCHG-OPR-SUB.
100800     IF WCHG-OPE-DEPT (WCHG-OPR-SUB) NOT = SPACES
100900         MOVE WCHG-OPE-DEPT (WCHG-OPR-SUB) TO WCHG-LOOK-DEPT
101000     END-IF.
101100     GO TO 6100-EXIT.
101200 6100-EXIT.
101300     EXIT.
101400
101500**-----------------------------------------------------------**
101600**  6110-MATCH-OPERATOR                                      **
101700**-----------------------------------------------------------**
101800 6110-MATCH-OPERATOR.
101900     IF WCHG-OPE-OPERATOR (WCHG-OPR-SUB) = WCHG-LOOK-OPERATOR
102000         SET WCHG-FOUND TO TRUE
102100     END-IF.
102200     GO TO 6110-EXIT.
102300 6110-EXIT.
102400     EXIT.
102500
102600**-----------------------------------------------------------**
102700**  6200-FIND-DEPT                                           **
102800**  Find WCHG-LOOK-DEPT's entry, or open one at its place in **
102900**  department order.  WCHG-DEPT-CUR stays zero once the     **
103000**  table is full.                                          **
103100**-----------------------------------------------------------**
103200 6200-FIND-DEPT.
103300     MOVE 0 TO WCHG-DEPT-CUR.
103400     MOVE "N" TO WCHG-PLACE-SW.
103500     MOVE 1 TO WCHG-DEPT-SUB.
103600     PERFORM 6210-SKIP-LOWER-DEPT THRU 6210-EXIT
103700         UNTIL WCHG-DEPT-SUB > WCHG-DEPT-COUNT
103800            OR WCHG-AT-PLACE.
103900     IF WCHG-AT-PLACE
104000         IF WCHG-DE-DEPT (WCHG-DEPT-SUB) = WCHG-LOOK-DEPT
104100             MOVE WCHG-DEPT-SUB TO WCHG-DEPT-CUR
104200             GO TO 6200-EXIT
104300         END-IF
104400     END-IF.
104500     IF WCHG-DEPT-COUNT = 100
104600         SET WCHG-TABLE-FULL TO TRUE
104700         GO TO 6200-EXIT
104800     END-IF.
104900     PERFORM 6220-SHIFT-ONE-DEPT THRU 6220-EXIT
105000         VARYING WCHG-SHIFT-SUB FROM WCHG-DEPT-COUNT BY -1
105100         UNTIL WCHG-SHIFT-SUB < WCHG-DEPT-SUB.
105200     ADD 1 TO WCHG-DEPT-COUNT.
105300     MOVE WCHG-DEPT-SUB TO WCHG-DEPT-CUR.
105400     INITIALIZE WCHG-DEPT-ENTRY (WCHG-DEPT-CUR).
105500     MOVE WCHG-LOOK-DEPT TO WCHG-DE-DEPT (WCHG-DEPT-CUR).
105600     MOVE WCHG-LOOK-DEPT TO WCHG-DE-PAGE-REPORT (WCHG-DEPT-CUR).
105700     GO TO 6200-EXIT.
105800 6200-EXIT.
105900     EXIT.
106000
106100**-----------------------------------------------------------**
106200**  6210-SKIP-LOWER-DEPT                                     **
106300**-----------------------------------------------------------**
106400 6210-SKIP-LOWER-DEPT.
106500     IF WCHG-DE-DEPT (WCHG-DEPT-SUB) < WCHG-LOOK-DEPT
106600         ADD 1 TO WCHG-DEPT-SUB
106700     ELSE
106800         SET WCHG-AT-PLACE TO TRUE
106900     END-IF.
107000     GO TO 6210-EXIT.
107100 6210-EXIT.
107200     EXIT.
107300
107400**-----------------------------------------------------------**
107500**  6220-SHIFT-ONE-DEPT                                      **
107600**-----------------------------------------------------------**
107700 6220-SHIFT-ONE-DEPT.
107800     MOVE WCHG-DEPT-ENTRY (WCHG-SHIFT-SUB)
107900         TO WCHG-DEPT-ENTRY (WCHG-SHIFT-SUB + 1).
108000     GO TO 6220-EXIT.
108100 6220-EXIT.
108200     EXIT.
108300
108400**-----------------------------------------------------------**
108500**  6300-FIND-PROGRAM                                        **
108600**  Find WLNKL-PROGRAM's report-month entry, or open one at  **
108700**  its place in program order.  A full table drops the      **
108800**  newcomer from the department pages only.                **
108900**-----------------------------------------------------------**
109000 6300-FIND-PROGRAM.
109100     MOVE 0 TO WCHG-PGM-CUR.
109200     MOVE "N" TO WCHG-PLACE-SW.
109300     MOVE 1 TO WCHG-PGM-SUB.
109400     PERFORM 6310-SKIP-LOWER-PROGRAM THRU 6310-EXIT
109500         UNTIL WCHG-PGM-SUB > WCHG-PGM-COUNT
109600            OR WCHG-AT-PLACE.
109700     IF WCHG-AT-PLACE
109800         IF WCHG-PT-PROGRAM (WCHG-PGM-SUB) = WLNKL-PROGRAM
109900             MOVE WCHG-PGM-SUB TO WCHG-PGM-CUR
110000             GO TO 6300-EXIT
110100         END-IF
110200     END-IF.
110300     IF WCHG-PGM-COUNT = 500
110400         GO TO 6300-EXIT
110500     END-IF.
110600     PERFORM 6320-SHIFT-ONE-PROGRAM THRU 6320-EXIT
110700         VARYING WCHG-SHIFT-SUB FROM WCHG-PGM-COUNT BY -1
110800         UNTIL WCHG-SHIFT-SUB < WCHG-PGM-SUB.
110900     ADD 1 TO WCHG-PGM-COUNT.
111000     MOVE WCHG-PGM-SUB TO WCHG-PGM-CUR.
111100     MOVE WLNKL-PROGRAM TO WCHG-PT-PROGRAM (WCHG-PGM-CUR).
111200     MOVE WCHG-LOOK-DEPT TO WCHG-PT-DEPT (WCHG-PGM-CUR).
111300     MOVE 0 TO WCHG-PT-DISPATCHES (WCHG-PGM-CUR).
111400     MOVE 0 TO WCHG-PT-SECS (WCHG-PGM-CUR).
111500     GO TO 6300-EXIT.
111600 6300-EXIT.
111700     EXIT.
111800
111900**-----------------------------------------------------------**
112000**  6310-SKIP-LOWER-PROGRAM                                  **
112100**-----------------------------------------------------------**
112200 6310-SKIP-LOWER-PROGRAM.
112300     IF WCHG-PT-PROGRAM (WCHG-PGM-SUB) < WLNKL-PROGRAM
112400         ADD 1 TO WCHG-PGM-SUB
112500     ELSE
112600         SET WCHG-AT-PLACE TO TRUE
112700     END-IF.
112800     GO TO 6310-EXIT.
112900 6310-EXIT.
113000     EXIT.
113100
113200**-----------------------------------------------------------**
113300**  6320-SHIFT-ONE-PROGRAM                                   **
113400**-----------------------------------------------------------**
113500 6320-SHIFT-ONE-PROGRAM.
113600     MOVE WCHG-PGM-ENTRY (WCHG-SHIFT-SUB)
113700         TO WCHG-PGM-ENTRY (WCHG-SHIFT-SUB + 1).
113800     GO TO 6320-EXIT.
113900 6320-EXIT.
114000     EXIT.
114100
114200**-----------------------------------------------------------**
114300**  7000-SET-PAGE-NAMES                                      **
114400**  Every real department gets a page; the *UNOWNED and     **
114500**  *UNKNOWN buckets have nobody to send one to.  A page     **
114600**  report name another department already has would        **
114700**  route both pages to both heads, so the later one is not **
114800**  spooled and the clash is shown on the summary.          **
114900**-----------------------------------------------------------**
115000 7000-SET-PAGE-NAMES.
115100     PERFORM 7100-SET-ONE-PAGE-NAME THRU 7100-EXIT
115200         VARYING WCHG-DEPT-SUB FROM 1 BY 1
115300         UNTIL WCHG-DEPT-SUB > WCHG-DEPT-COUNT.
115400     GO TO 7000-EXIT.
115500 7000-EXIT.
115600     EXIT.
115700
115800**-----------------------------------------------------------**
115900**  7100-SET-ONE-PAGE-NAME                                   **
116000**-----------------------------------------------------------**
116100 7100-SET-ONE-PAGE-NAME.
116200     MOVE "N" TO WCHG-DE-PAGE-SW (WCHG-DEPT-SUB).
116300     IF WCHG-DE-DEPT (WCHG-DEPT-SUB) (1:1) = "*"
116400         MOVE SPACES TO WCHG-DE-PAGE-REPORT (WCHG-DEPT-SUB)
116500         GO TO 7100-EXIT
116600     END-IF.
116700     MOVE "N" TO WCHG-FOUND-SW.
116800     PERFORM 7110-MATCH-PAGE-NAME THRU 7110-EXIT
116900         VARYING WCHG-SHIFT-SUB FROM 1 BY 1
117000         UNTIL WCHG-SHIFT-SUB NOT < WCHG-DEPT-SUB
117100            OR WCHG-FOUND.
117200     IF WCHG-FOUND
117300         MOVE "D" TO WCHG-DE-PAGE-SW (WCHG-DEPT-SUB)
117400     ELSE
117500         MOVE "Y" TO WCHG-DE-PAGE-SW (WCHG-DEPT-SUB)
117600     END-IF.
117700     GO TO 7100-EXIT.
117800 7100-EXIT.
117900     EXIT.
118000
118100**-----------------------------------------------------------**
118200**  7110-MATCH-PAGE-NAME                                     **
118300**-----------------------------------------------------------**
118400 7110-MATCH-PAGE-NAME.
118500     IF WCHG-DE-PAGE-REPORT (WCHG-SHIFT-SUB)
118600             = WCHG-DE-PAGE-REPORT (WCHG-DEPT-SUB)
118700         SET WCHG-FOUND TO TRUE
118800     END-IF.
118900     GO TO 7110-EXIT.
119000 7110-EXIT.
119100     EXIT.
119200
119300**-----------------------------------------------------------**
119400**  8000-PRINT-SUMMARY                                       **
119500**-----------------------------------------------------------**
119600 8000-PRINT-SUMMARY.
119700     MOVE WCHG-COLUMN-HEADING-1 TO REPORT-LINE.
119800     WRITE REPORT-LINE.
119900     MOVE WCHG-COLUMN-HEADING-2 TO REPORT-LINE.
120000     WRITE REPORT-LINE.
120100     PERFORM 8100-PRINT-ONE-DEPT THRU 8100-EXIT
120200         VARYING WCHG-DEPT-SUB FROM 1 BY 1
120300         UNTIL WCHG-DEPT-SUB > WCHG-DEPT-COUNT.
120400     MOVE SPACES TO REPORT-LINE.
120500     WRITE REPORT-LINE.
120600     MOVE "TOTAL" TO WCHG-DL-DEPT.
120700     MOVE WCHG-TOT-DISPATCHES (1) TO WCHG-THIS.
120800     MOVE WCHG-TOT-DISPATCHES (2) TO WCHG-PRIOR.
120900     MOVE WCHG-TOT-DISPATCHES (1) TO WCHG-TOTAL.
121000     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
121100     MOVE WCHG-THIS TO WCHG-DL-DISPATCHES.
121200     MOVE WCHG-SHARE-PCT TO WCHG-DL-DISP-SHARE.
121300     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-DISP-CHANGE.
121400     MOVE WCHG-TOT-SECS (1) TO WCHG-THIS.
121500     MOVE WCHG-TOT-SECS (2) TO WCHG-PRIOR.
121600     MOVE WCHG-TOT-SECS (1) TO WCHG-TOTAL.
121700     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
121800     MOVE WCHG-HOURS TO WCHG-DL-HOURS.
121900     MOVE WCHG-SHARE-PCT TO WCHG-DL-HRS-SHARE.
122000     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-HRS-CHANGE.
122100     MOVE WCHG-TOT-ERRORS (1) TO WCHG-THIS.
122200     MOVE WCHG-TOT-ERRORS (2) TO WCHG-PRIOR.
122300     MOVE WCHG-TOT-ERRORS (1) TO WCHG-TOTAL.
122400     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
122500     MOVE WCHG-THIS TO WCHG-DL-ERRORS.
122600     MOVE WCHG-SHARE-PCT TO WCHG-DL-ERR-SHARE.
122700     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-ERR-CHANGE.
122800     MOVE WCHG-TOT-HELPS (1) TO WCHG-THIS.
122900     MOVE WCHG-TOT-HELPS (2) TO WCHG-PRIOR.
123000     MOVE WCHG-TOT-HELPS (1) TO WCHG-TOTAL.
123100     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
123200     MOVE WCHG-THIS TO WCHG-DL-HELPS.
123300     MOVE WCHG-SHARE-PCT TO WCHG-DL-HLP-SHARE.
123400     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-HLP-CHANGE.
123500     MOVE SPACES TO WCHG-DL-PAGE.
123600     MOVE WCHG-DETAIL-LINE TO REPORT-LINE.
123700     WRITE REPORT-LINE.
123800     MOVE SPACES TO REPORT-LINE.
123900     WRITE REPORT-LINE.
124000     MOVE WCHG-BUCKET-LINE-1 TO REPORT-LINE.
124100     WRITE REPORT-LINE.
124200     MOVE WCHG-BUCKET-LINE-2 TO REPORT-LINE.
124300     WRITE REPORT-LINE.
124400     IF WCHG-TABLE-FULL
124500         MOVE WCHG-FULL-LINE TO REPORT-LINE
124600         WRITE REPORT-LINE
124700     END-IF.
124800     PERFORM 8300-PRINT-DUPLICATE THRU 8300-EXIT
124900         VARYING WCHG-DEPT-SUB FROM 1 BY 1
125000         UNTIL WCHG-DEPT-SUB > WCHG-DEPT-COUNT.
125100     GO TO 8000-EXIT.
125200 8000-EXIT.
125300     EXIT.
125400
125500**-----------------------------------------------------------**
125600**  8100-PRINT-ONE-DEPT                                      **
125700**-----------------------------------------------------------**
125800 8100-PRINT-ONE-DEPT.
125900     MOVE WCHG-DE-DEPT (WCHG-DEPT-SUB) TO WCHG-DL-DEPT.
126000     MOVE WCHG-DE-DISPATCHES (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
126100     MOVE WCHG-DE-DISPATCHES (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
126200     MOVE WCHG-TOT-DISPATCHES (1) TO WCHG-TOTAL.
126300     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
126400     MOVE WCHG-THIS TO WCHG-DL-DISPATCHES.
126500     MOVE WCHG-SHARE-PCT TO WCHG-DL-DISP-SHARE.
126600     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-DISP-CHANGE.
126700     MOVE WCHG-DE-SECS (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
126800     MOVE WCHG-DE-SECS (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
126900     MOVE WCHG-TOT-SECS (1) TO WCHG-TOTAL.
127000     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
127100     MOVE WCHG-HOURS TO WCHG-DL-HOURS.
127200     MOVE WCHG-SHARE-PCT TO WCHG-DL-HRS-SHARE.
127300     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-HRS-CHANGE.
127400     MOVE WCHG-DE-ERRORS (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
127500     MOVE WCHG-DE-ERRORS (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
127600     MOVE WCHG-TOT-ERRORS (1) TO WCHG-TOTAL.
127700     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
127800     MOVE WCHG-THIS TO WCHG-DL-ERRORS.
127900     MOVE WCHG-SHARE-PCT TO WCHG-DL-ERR-SHARE.
128000     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-ERR-CHANGE.
128100     MOVE WCHG-DE-HELPS (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
128200     MOVE WCHG-DE-HELPS (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
128300     MOVE WCHG-TOT-HELPS (1) TO WCHG-TOTAL.
128400     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
128500     MOVE WCHG-THIS TO WCHG-DL-HELPS.
128600     MOVE WCHG-SHARE-PCT TO WCHG-DL-HLP-SHARE.
128700     MOVE WCHG-CHANGE-TEXT TO WCHG-DL-HLP-CHANGE.
128800     MOVE SPACES TO WCHG-DL-PAGE.
128900     IF WCHG-DE-PAGE-WANTED (WCHG-DEPT-SUB)
129000         MOVE WCHG-DE-PAGE-REPORT (WCHG-DEPT-SUB)
129100             TO WCHG-DL-PAGE
129200     END-IF.
129300     IF WCHG-DE-PAGE-DUPLICATE (WCHG-DEPT-SUB)
129400         MOVE "*CLASH*" TO WCHG-DL-PAGE
129500     END-IF.
129600     MOVE WCHG-DETAIL-LINE TO REPORT-LINE.
129700     WRITE REPORT-LINE.
129800     GO TO 8100-EXIT.
129900 8100-EXIT.
130000     EXIT.
130100
130200**-----------------------------------------------------------**
130300**  8200-SET-MEASURE                                         **
130400**  WCHG-THIS as a share of WCHG-TOTAL, and its change on    **
130500**  WCHG-PRIOR: "NEW" when there was none the month before,  **
130600**  blank when there was none either month.  WCHG-HOURS is  **
130700**  WCHG-THIS read as seconds, for the run-time measure.     **
130800**-----------------------------------------------------------**
130900 8200-SET-MEASURE.
131000     MOVE 0 TO WCHG-SHARE-PCT.
131100     IF WCHG-TOTAL > 0
131200         COMPUTE WCHG-SHARE-PCT ROUNDED =
131300             (WCHG-THIS * 100) / WCHG-TOTAL
131400     END-IF.
131500     COMPUTE WCHG-HOURS ROUNDED = WCHG-THIS / 3600.
131600     MOVE SPACES TO WCHG-CHANGE-TEXT.
131700     IF WCHG-PRIOR = 0
131800         IF WCHG-THIS > 0
131900             MOVE "   NEW" TO WCHG-CHANGE-TEXT
132000         END-IF
132100         GO TO 8200-EXIT
132200     END-IF.
132300     COMPUTE WCHG-CHANGE-PCT ROUNDED =
132400         ((WCHG-THIS - WCHG-PRIOR) * 100) / WCHG-PRIOR.
132500     IF WCHG-CHANGE-PCT > 999
132600         MOVE 999 TO WCHG-CHANGE-PCT
132700     END-IF.
132800     MOVE WCHG-CHANGE-PCT TO WCHG-CT-PCT.
132900     MOVE "%" TO WCHG-CT-PERCENT.
133000     GO TO 8200-EXIT.
133100 8200-EXIT.
133200     EXIT.
133300
133400**-----------------------------------------------------------**
133500**  8300-PRINT-DUPLICATE                                     **
133600**-----------------------------------------------------------**
133700 8300-PRINT-DUPLICATE.
133800     IF NOT WCHG-DE-PAGE-DUPLICATE (WCHG-DEPT-SUB)
133900         GO TO 8300-EXIT
134000     END-IF.
134100     MOVE "N" TO WCHG-FOUND-SW.
134200     PERFORM 7110-MATCH-PAGE-NAME THRU 7110-EXIT
134300         VARYING WCHG-SHIFT-SUB FROM 1 BY 1
134400         UNTIL WCHG-SHIFT-SUB NOT < WCHG-DEPT-SUB
134500            OR WCHG-FOUND.
134600     SUBTRACT 1 FROM WCHG-SHIFT-SUB.
134700     MOVE WCHG-DE-PAGE-REPORT (WCHG-DEPT-SUB)
134800         TO WCHG-DUP-REPORT.
134900     MOVE WCHG-DE-DEPT (WCHG-SHIFT-SUB) TO WCHG-DUP-FIRST.
135000     MOVE WCHG-DE-DEPT (WCHG-DEPT-SUB) TO WCHG-DUP-DEPT.
135100     MOVE WCHG-DUPLICATE-LINE TO REPORT-LINE.
135200     WRITE REPORT-LINE.
135300     GO TO 8300-EXIT.
135400 8300-EXIT.
135500     EXIT.
135600
135700**-----------------------------------------------------------**
135800**  8500-PRINT-ONE-PAGE                                      **
135900**  The department's own page, spooled and catalogued under **
136000**  its page report name for WISPDLVR to deliver.           **
136100**-----------------------------------------------------------**
136200 8500-PRINT-ONE-PAGE.
136300     IF NOT WCHG-DE-PAGE-WANTED (WCHG-DEPT-SUB)
136400         GO TO 8500-EXIT
136500     END-IF.
136600     MOVE WCHG-DE-PAGE-REPORT (WCHG-DEPT-SUB)
136700         TO WCHG-PAGE-REPORT-ID.
136800     MOVE "N" TO WCHG-SPOOL-MODE.
136900     CALL "WISPSPLR" USING WCHG-SPOOL-MODE WCHG-PAGE-REPORT-ID
137000         WCHG-SPOOL-PGM WCHG-PAGE-SPOOL-NAME.
137100     OPEN OUTPUT PAGE-OUT.
137200     MOVE WCHG-DE-DEPT (WCHG-DEPT-SUB) TO WCHG-PH-DEPT.
137300     MOVE WCHG-PAGE-HEADING-1 TO PAGE-LINE.
137400     WRITE PAGE-LINE.
137500     MOVE WCHG-HEADING-2 TO PAGE-LINE.
137600     WRITE PAGE-LINE.
137700     MOVE SPACES TO PAGE-LINE.
137800     WRITE PAGE-LINE.
137900     MOVE WCHG-PAGE-COLUMN-HEADING TO PAGE-LINE.
138000     WRITE PAGE-LINE.
138100     MOVE "DISPATCHES" TO WCHG-PM-LABEL.
138200     MOVE WCHG-DE-DISPATCHES (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
138300     MOVE WCHG-DE-DISPATCHES (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
138400     MOVE WCHG-TOT-DISPATCHES (1) TO WCHG-TOTAL.
138500     PERFORM 8510-PRINT-PAGE-COUNT THRU 8510-EXIT.
138600     MOVE "RUN TIME (HOURS)" TO WCHG-PM-LABEL.
138700     MOVE WCHG-DE-SECS (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
138800     MOVE WCHG-DE-SECS (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
138900     MOVE WCHG-TOT-SECS (1) TO WCHG-TOTAL.
139000     PERFORM 8520-PRINT-PAGE-HOURS THRU 8520-EXIT.
139100     MOVE "ERRORS RAISED" TO WCHG-PM-LABEL.
139200     MOVE WCHG-DE-ERRORS (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
139300     MOVE WCHG-DE-ERRORS (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
139400     MOVE WCHG-TOT-ERRORS (1) TO WCHG-TOTAL.
139500     PERFORM 8510-PRINT-PAGE-COUNT THRU 8510-EXIT.
139600     MOVE "HELP KEY PRESSES" TO WCHG-PM-LABEL.
139700     MOVE WCHG-DE-HELPS (WCHG-DEPT-SUB, 1) TO WCHG-THIS.
139800     MOVE WCHG-DE-HELPS (WCHG-DEPT-SUB, 2) TO WCHG-PRIOR.
139900     MOVE WCHG-TOT-HELPS (1) TO WCHG-TOTAL.
140000     PERFORM 8510-PRINT-PAGE-COUNT THRU 8510-EXIT.
140100     MOVE SPACES TO PAGE-LINE.
140200     WRITE PAGE-LINE.
140300     MOVE WCHG-PAGE-NOTE-LINE TO PAGE-LINE.
140400     WRITE PAGE-LINE.
140500     MOVE SPACES TO PAGE-LINE.
140600     WRITE PAGE-LINE.
140700     MOVE WCHG-PAGE-PGM-HEADING TO PAGE-LINE.
140800     WRITE PAGE-LINE.
140900     MOVE WCHG-PAGE-PGM-COLUMNS TO PAGE-LINE.
141000     WRITE PAGE-LINE.
141100     MOVE 0 TO WCHG-PGM-PRINTED.
141200     PERFORM 8530-PRINT-PAGE-PROGRAM THRU 8530-EXIT
141300         VARYING WCHG-PGM-SUB FROM 1 BY 1
141400         UNTIL WCHG-PGM-SUB > WCHG-PGM-COUNT.
141500     IF WCHG-PGM-PRINTED = 0
141600         MOVE WCHG-PAGE-NO-PGM-LINE TO PAGE-LINE
141700         WRITE PAGE-LINE
141800     END-IF.
141900     CLOSE PAGE-OUT.
142000     MOVE "R" TO WCHG-SPOOL-MODE.
142100     CALL "WISPSPLR" USING WCHG-SPOOL-MODE WCHG-PAGE-REPORT-ID
142200         WCHG-SPOOL-PGM WCHG-PAGE-SPOOL-NAME.
142300     GO TO 8500-EXIT.
142400 8500-EXIT.
142500     EXIT.
142600
142700**-----------------------------------------------------------**
142800**  8510-PRINT-PAGE-COUNT                                    **
142900**-----------------------------------------------------------**
143000 8510-PRINT-PAGE-COUNT.
143100     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
143200     MOVE WCHG-THIS TO WCHG-COUNT-EDIT.
143300     MOVE WCHG-COUNT-EDIT TO WCHG-PM-THIS.
143400     MOVE WCHG-PRIOR TO WCHG-COUNT-EDIT.
143500     MOVE WCHG-COUNT-EDIT TO WCHG-PM-PRIOR.
143600     MOVE WCHG-CHANGE-TEXT TO WCHG-PM-CHANGE.
143700     MOVE WCHG-SHARE-PCT TO WCHG-PM-SHARE.
143800     MOVE WCHG-PAGE-MEASURE-LINE TO PAGE-LINE.
143900     WRITE PAGE-LINE.
144000     GO TO 8510-EXIT.
144100 8510-EXIT.
144200     EXIT.
144300
144400**-----------------------------------------------------------**
144500**  8520-PRINT-PAGE-HOURS                                    **
144600**  Seconds in, hours out; the prior month's hours are       **
144700**  worked out after 8200-SET-MEASURE has done this month's. **
144800**-----------------------------------------------------------**
144900 8520-PRINT-PAGE-HOURS.
145000     PERFORM 8200-SET-MEASURE THRU 8200-EXIT.
145100     MOVE WCHG-HOURS TO WCHG-HOURS-EDIT.
145200     MOVE WCHG-HOURS-EDIT TO WCHG-PM-THIS.
145300     COMPUTE WCHG-HOURS ROUNDED = WCHG-PRIOR / 3600.
145400     MOVE WCHG-HOURS TO WCHG-HOURS-EDIT.
145500     MOVE WCHG-HOURS-EDIT TO WCHG-PM-PRIOR.
145600     MOVE WCHG-CHANGE-TEXT TO WCHG-PM-CHANGE.
145700     MOVE WCHG-SHARE-PCT TO WCHG-PM-SHARE.
145800     MOVE WCHG-PAGE-MEASURE-LINE TO PAGE-LINE.
145900     WRITE PAGE-LINE.
146000     GO TO 8520-EXIT.
146100 8520-EXIT.
146200     EXIT.
146300
146400**-----------------------------------------------------------**
146500**  8530-PRINT-PAGE-PROGRAM                                  **
146600**-----------------------------------------------------------**
146700 8530-PRINT-PAGE-PROGRAM.
146800     IF WCHG-PT-DEPT (WCHG-PGM-SUB)
146900             NOT = WCHG-DE-DEPT (WCHG-DEPT-SUB)
147000         GO TO 8530-EXIT
147100     END-IF.
147200     MOVE WCHG-PT-PROGRAM (WCHG-PGM-SUB) TO WCHG-PP-PROGRAM.
147300     MOVE WCHG-PT-DISPATCHES (WCHG-PGM-SUB)
147400         TO WCHG-PP-DISPATCHES.
147500     COMPUTE WCHG-HOURS ROUNDED =
147600         WCHG-PT-SECS (WCHG-PGM-SUB) / 3600.
147700     MOVE WCHG-HOURS TO WCHG-PP-HOURS.
147800     MOVE WCHG-PAGE-PGM-LINE TO PAGE-LINE.
147900     WRITE PAGE-LINE.
148000     ADD 1 TO WCHG-PGM-PRINTED.
148100     GO TO 8530-EXIT.
148200 8530-EXIT.
148300     EXIT.
148400
148500**-----------------------------------------------------------**
148600**  8600-COMPUTE-MONTH-KEY                                   **
148700**  YYYYMM of the month WCHG-MONTH-OFFSET months back.       **
148800**-----------------------------------------------------------**
148900 8600-COMPUTE-MONTH-KEY.
149000     COMPUTE WCHG-CALC-MON-IX =
149100         WCHG-CURR-MON-IX - WCHG-MONTH-OFFSET.
149200     COMPUTE WCHG-CALC-YYYY = (WCHG-CALC-MON-IX - 1) / 12.
149300     COMPUTE WCHG-CALC-MM =
149400         WCHG-CALC-MON-IX - (WCHG-CALC-YYYY * 12).
149500     MOVE WCHG-CALC-YYYY TO WCHG-CALC-MONTH-YYYY.
149600     MOVE WCHG-CALC-MM TO WCHG-CALC-MONTH-MM.
149700     GO TO 8600-EXIT.
149800 8600-EXIT.
149900     EXIT.
150000
150100**-----------------------------------------------------------**
150200**  9000-TERMINATE                                           **
150300**-----------------------------------------------------------**
150400 9000-TERMINATE.
150500     CLOSE REPORT-OUT.
150600     MOVE "R" TO WCHG-SPOOL-MODE.
150700     CALL "WISPSPLR" USING WCHG-SPOOL-MODE WCHG-REPORT-ID
150800         WCHG-SPOOL-PGM WCHG-SPOOL-NAME.
150900     GO TO 9000-EXIT.
151000 9000-EXIT.
151100     EXIT.
