000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPPKG.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Test-to-production promotion of the WISP
000900**               control files - WISPAUTH.DAT, WISPOPRA.DAT,
001000**               WISPMSGC.DAT, WISPSTRM.DAT, WISPSCHD.DAT and
001100**               WISPDEAD.DAT - as one named change package
001200**               instead of hand-copying records, with a
001300**               before-image so the whole package comes back
001400**               out in one run.
001500**
001600**               The function comes from WISP_PKG_FUNCTION and
001700**               the package name (up to 8 characters) from
001800**               WISP_PKG_NAME:
001900**                 BUILD     run on the test system.  Reads the
002000**                           selection list WISPPKGS - one line
002100**                           per record wanted, the file name,
002200**                           a space, then the record's key
002300**                           fields in their own columns (a
002400**                           WISPSTRM step is stream + step and
002500**                           brings its "*PARM" records with
002600**                           it) - and writes WISPPKG.<package>
002700**                           holding each record as test has
002800**                           it, or a delete where test no
002900**                           longer has it.
003000**                 VERIFY    run on production.  Lays the
003100**                           package over the production files
003200**                           in memory and reports what it
003300**                           would add, replace and delete and
003400**                           any WISPVRFY exception the files
003500**                           would have afterwards.  Changes
003600**                           nothing.
003700**                 APPLY     the VERIFY run, then - only when
003800**                           it is clean and the package is not
003900**                           already applied - writes the
004000**                           before-image WISPPKB.<package> and
004100**                           rewrites the files.
004200**                 ROLLBACK  undoes an applied package from its
004300**                           before-image, last change first,
004400**                           and empties the before-image.
004500**               Every APPLY and ROLLBACK, refused ones too, is
004600**               logged to WISPPKGL.LOG with the package, the
004700**               operator and the time.  The report prints
004800**               through WISPSPLR as WISPJRPT, and the job ends
004900**               with RETURN-CODE 8 on any exception or refusal.
005000**
005100**   Build:      ccbl -o WISPPKG.acu WISPPKG.cob
005200**
005300**   Modifications:
005400**     dgh  Original version.
005410**     dgh  A WISPMSGC.DAT record that cannot be deleted,
005420**          rewritten or written now fails the APPLY or
005430**          ROLLBACK (outcome FAILED on WISPPKGL.LOG) instead
005440**          of being counted as done; a ROLLBACK that fails
005450**          keeps its before-image.
005500**
005600
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID.
005900     WISPPKG.
006000 REMARKS.
006100     Builds, verifies, applies and rolls back control-file
006200     promotion packages.
006300
006400 ENVIRONMENT DIVISION.
006500
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT WISPAUTH-LIST ASSIGN TO "WISPAUTH"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WAUTH-FILE-STATUS.
007100
007200     SELECT WISPOPRA-LIST ASSIGN TO "WISPOPRA"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WOPRA-FILE-STATUS.
007500
007600     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WSTR-FILE-STATUS.
007900
008000     SELECT WISPSCHD-FILE ASSIGN TO "WISPSCHD"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WSCH-FILE-STATUS.
008300
008400     SELECT WISPDEAD-FILE ASSIGN TO "WISPDEAD"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WDED-FILE-STATUS.
008700
008800     SELECT WISPMSGC-FILE ASSIGN TO "WISPMSGC"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS WMSGC-KEY
009200         FILE STATUS IS WMSGC-FILE-STATUS.
009300
009400     SELECT SELECT-LIST ASSIGN TO "WISPPKGS"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WPKG-SEL-STATUS.
009700
009800     SELECT PACKAGE-FILE ASSIGN TO DYNAMIC WPKG-PKG-NAME
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WPKG-PKG-STATUS.
010100
010200     SELECT BEFORE-FILE ASSIGN TO DYNAMIC WPKG-BFI-NAME
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WPKG-BFI-STATUS.
010500
010600     SELECT WISPPKGL-LOG ASSIGN TO "WISPPKGL"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WPKGL-FILE-STATUS.
010900
011000     SELECT REPORT-OUT ASSIGN TO DYNAMIC WPKG-SPOOL-NAME
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS RPTO-FILE-STATUS.
011300
011400 DATA DIVISION.
011500
011600 FILE SECTION.
011700 FD  WISPAUTH-LIST.
011800     COPY "wispauth.cpy".
011900
012000 FD  WISPOPRA-LIST.
012100     COPY "wispopra.cpy".
012200
012300 FD  WISPSTRM-FILE.
012400     COPY "wispstrr.cpy".
012500
012600 FD  WISPSCHD-FILE.
012700     COPY "wispschr.cpy".
012800
012900 FD  WISPDEAD-FILE.
013000     COPY "wispdedr.cpy".
013100
013200 FD  WISPMSGC-FILE.
013300     COPY "wispmsgc.cpy".
013400
013500 FD  SELECT-LIST.
013600 01  WPKG-SEL-REC.
013700     05  WPKG-SEL-FILE           PIC X(08).
013800     05  FILLER                  PIC X(01).
013900     05  WPKG-SEL-KEY            PIC X(24).
014000
014100 FD  PACKAGE-FILE.
014200     COPY "wisppkgr.cpy".
014300
014400 FD  BEFORE-FILE.
014500 01  WPKG-BFI-REC                PIC X(321).
014600
014700 FD  WISPPKGL-LOG.
014800     COPY "wisppkgl.cpy".
014900
015000 FD  REPORT-OUT.
015100 01  REPORT-LINE                 PIC X(132).
015200
015300 WORKING-STORAGE SECTION.
015400
015500 01  WAUTH-FILE-STATUS           PIC XX.
015600 01  WOPRA-FILE-STATUS           PIC XX.
015700 01  WSTR-FILE-STATUS            PIC XX.
015800 01  WSCH-FILE-STATUS            PIC XX.
015900 01  WDED-FILE-STATUS            PIC XX.
016000 01  WMSGC-FILE-STATUS           PIC XX.
016100     88  WMSGC-FILE-OK               VALUE "00".
016200     88  WMSGC-FILE-NOT-FOUND        VALUE "35".
016300 01  WPKG-SEL-STATUS             PIC XX.
016400     88  WPKG-SEL-OK                 VALUE "00".
016500 01  WPKG-PKG-STATUS             PIC XX.
016600     88  WPKG-PKG-OK                 VALUE "00".
016700 01  WPKG-BFI-STATUS             PIC XX.
016800     88  WPKG-BFI-OK                 VALUE "00".
016900 01  WPKGL-FILE-STATUS           PIC XX.
017000     88  WPKGL-FILE-OK               VALUE "00".
017100 01  RPTO-FILE-STATUS            PIC XX.
017200 01  WPKG-IO-STATUS              PIC XX.
017300     88  WPKG-IO-OK                  VALUE "00".
017400 01  WPKG-SPOOL-NAME             PIC X(28) VALUE SPACES.
017500 01  WPKG-SPOOL-MODE             PIC X(01).
017600 01  WPKG-REPORT-ID              PIC X(08) VALUE "WISPJRPT".
017700 01  WPKG-SPOOL-PGM              PIC X(08) VALUE "WISPPKG".
017800
017900 01  WPKG-FUNCTION               PIC X(08) VALUE SPACES.
018000     88  WPKG-FUNC-BUILD             VALUE "BUILD".
018100     88  WPKG-FUNC-VERIFY            VALUE "VERIFY".
018200     88  WPKG-FUNC-APPLY             VALUE "APPLY".
018300     88  WPKG-FUNC-ROLLBACK          VALUE "ROLLBACK".
018400 01  WPKG-PACKAGE                PIC X(08) VALUE SPACES.
018500 01  WPKG-PKG-NAME               PIC X(20) VALUE SPACES.
018600 01  WPKG-BFI-NAME               PIC X(20) VALUE SPACES.
018700 01  WPKG-OPERATOR               PIC X(08) VALUE SPACES.
018800 01  WPKG-TODAY                  PIC X(08).
018900 01  WPKG-NOW                    PIC X(08).
019000 01  WPKG-HDR-VERB               PIC X(08).
019100
019200 01  WPKG-EOF-SW                 PIC X(01) VALUE "N".
019300     88  WPKG-EOF                    VALUE "Y".
019400 01  WPKG-REFUSED-SW             PIC X(01) VALUE "N".
019500     88  WPKG-REFUSED                VALUE "Y".
019600 01  WPKG-FAILED-SW              PIC X(01) VALUE "N".
019700     88  WPKG-FAILED                 VALUE "Y".
019800 01  WPKG-APPLIED-SW             PIC X(01) VALUE "N".
019900     88  WPKG-APPLIED                VALUE "Y".
020000 01  WPKG-AUTH-CONFIGURED-SW     PIC X(01) VALUE "N".
020100     88  WPKG-AUTH-CONFIGURED        VALUE "Y".
020200 01  WPKG-AUTH-FLAG              PIC X(01) VALUE "N".
020300     88  WPKG-AUTHORIZED             VALUE "Y".
020400 01  WPKG-MSGC-FOUND-SW          PIC X(01) VALUE "N".
020500     88  WPKG-MSGC-FOUND             VALUE "Y".
020600 01  WPKG-DUP-SW                 PIC X(01) VALUE "N".
020700     88  WPKG-DUPLICATE              VALUE "Y".
020800 01  WPKG-DONE-SW                PIC X(01) VALUE "N".
020900     88  WPKG-DONE                   VALUE "Y".
021000 01  WPKG-STREAM-FOUND-SW        PIC X(01) VALUE "N".
021100     88  WPKG-STREAM-FOUND           VALUE "Y".
021200
021300 77  WPKG-FINDING-COUNT          PIC 9(05) COMP VALUE 0.
021400 77  WPKG-ADDED-COUNT            PIC 9(05) COMP VALUE 0.
021500 77  WPKG-CHANGED-COUNT          PIC 9(05) COMP VALUE 0.
021600 77  WPKG-DELETED-COUNT          PIC 9(05) COMP VALUE 0.
021700 77  WPKG-ABSENT-COUNT           PIC 9(05) COMP VALUE 0.
021800 77  WPKG-PUT-COUNT              PIC 9(05) COMP VALUE 0.
021900 77  WPKG-LINE-NO                PIC 9(05) COMP VALUE 0.
022000 01  WPKG-LINE-DISP              PIC ZZZZ9.
022100 01  WPKG-COUNT-DISP             PIC ZZZZ9.
022200
022300*    The six files in the order WPKG-FNO numbers them.  The
022400*    five text-edited ones are held whole in WPKG-FILE-TABLE
022500*    while a package is laid over them; WISPMSGC is keyed and
022600*    is read and written in place.
022700 01  WPKG-FILE-NAMES.
022800     05  FILLER                  PIC X(08) VALUE "WISPAUTH".
022900     05  FILLER                  PIC X(08) VALUE "WISPOPRA".
023000     05  FILLER                  PIC X(08) VALUE "WISPSTRM".
023100     05  FILLER                  PIC X(08) VALUE "WISPSCHD".
023200     05  FILLER                  PIC X(08) VALUE "WISPDEAD".
023300     05  FILLER                  PIC X(08) VALUE "WISPMSGC".
023400 01  FILLER REDEFINES WPKG-FILE-NAMES.
023500     05  WPKG-FILE-NAME OCCURS 6 TIMES
023600                                 PIC X(08).
023700 01  WPKG-CHECK-FILE             PIC X(08).
023800
023900 01  WPKG-FILE-STATE.
024000     05  WPKG-FS-ENTRY OCCURS 6 TIMES.
024100         10  WPKG-FS-PRESENT-SW  PIC X(01).
024200             88  WPKG-FS-PRESENT     VALUE "Y".
024300         10  WPKG-FS-TOUCHED-SW  PIC X(01).
024400             88  WPKG-FS-TOUCHED     VALUE "Y".
024500
024600 01  WPKG-FILE-TABLE.
024700     05  WPKG-FT-FILE OCCURS 5 TIMES.
024800         10  WPKG-FT-COUNT       PIC 9(05) COMP.
024900         10  WPKG-FT-LINE OCCURS 3000 TIMES
025000                                 PIC X(45).
025100 01  WPKG-LINE                   PIC X(45).
025200
025300*    The package as read, one entry per record line.
025400 01  WPKG-ENTRY-TABLE.
025500     05  WPKG-ENTRY-COUNT        PIC 9(05) COMP VALUE 0.
025600     05  WPKG-ENTRY OCCURS 1000 TIMES.
025700         10  WPKG-EN-FNO         PIC 9(01).
025800         10  WPKG-EN-ACTION      PIC X(01).
025900         10  WPKG-EN-IMAGE       PIC X(310).
026000
026100*    What the apply did, in the order it did it - written out
026200*    as the before-image, and read back for the rollback.
026300 01  WPKG-BFI-TABLE.
026400     05  WPKG-BFI-COUNT          PIC 9(05) COMP VALUE 0.
026500     05  WPKG-BFI-ENTRY OCCURS 2000 TIMES.
026600         10  WPKG-BE-FNO         PIC 9(01).
026700         10  WPKG-BE-KIND        PIC X(01).
026800         10  WPKG-BE-IMAGE       PIC X(310).
026900
027000 01  WPKG-FNO                    PIC 9(03) COMP VALUE 0.
027100 01  WPKG-SUB                    PIC 9(05) COMP VALUE 0.
027200 01  WPKG-SUB2                   PIC 9(05) COMP VALUE 0.
027300 01  WPKG-ENT-SUB                PIC 9(05) COMP VALUE 0.
027400 01  WPKG-BFI-SUB                PIC 9(05) COMP VALUE 0.
027500 01  WPKG-FIND-SUB               PIC 9(05) COMP VALUE 0.
027600 01  WPKG-FOUND-SUB              PIC 9(05) COMP VALUE 0.
027700 01  WPKG-INS-SUB                PIC 9(05) COMP VALUE 0.
027800 01  WPKG-DEL-SUB                PIC 9(05) COMP VALUE 0.
027900 01  WPKG-MOVE-SUB               PIC 9(05) COMP VALUE 0.
028000 01  WPKG-LAST-IN-GROUP          PIC 9(05) COMP VALUE 0.
028100 01  WPKG-FIRST-AFTER            PIC 9(05) COMP VALUE 0.
028200
028300 01  WPKG-IMAGE                  PIC X(310).
028400 01  WPKG-BEFORE-IMAGE           PIC X(310).
028500 01  WPKG-KIND                   PIC X(01).
028600 01  WPKG-KEY                    PIC X(24).
028700 01  WPKG-KEY-SOURCE             PIC X(310).
028800 01  WPKG-KEY-RESULT             PIC X(24).
028900 01  WPKG-SORT-RESULT            PIC X(24).
029000 01  WPKG-GROUP-RESULT           PIC X(08).
029100 01  WPKG-NEW-SORT               PIC X(24).
029200 01  WPKG-NEW-GROUP              PIC X(08).
029300 01  WPKG-STEP-ENTRY-SW          PIC X(01) VALUE "N".
029400     88  WPKG-STEP-ENTRY             VALUE "Y".
029500
029600 01  WPKG-CHECK-PROGRAM          PIC X(08) VALUE SPACES.
029700 01  WPKG-CHECK-STREAM           PIC X(08) VALUE SPACES.
029800 01  WPKG-OPR-NAME               PIC X(30) VALUE SPACES.
029900 01  WPKG-OPR-STATUS             PIC X(01) VALUE SPACE.
030000     88  WPKG-OPR-ACTIVE             VALUE "A".
030100     88  WPKG-OPR-INACTIVE           VALUE "I".
030200     88  WPKG-OPR-UNKNOWN            VALUE "U".
030300
030400 01  WPKG-CHKP-MODE              PIC X(01).
030500 01  WPKG-CHKP-PROGRAM           PIC X(08) VALUE SPACES.
030600 01  WPKG-CHKP-STREAM            PIC X(08) VALUE SPACES.
030700 01  WPKG-CHKP-STEPS             PIC 9(09) COMP VALUE 0.
030800
030900*    One entry per stream seen while checking the staged
031000*    WISPSTRM.DAT, tracking the last step number so an
031100*    out-of-sequence record is caught, as WISPVRFY does.
031200 01  WPKG-STRM-TABLE.
031300     05  WPKG-STRM-COUNT         PIC 9(03) COMP VALUE 0.
031400     05  WPKG-STRM-ENTRY OCCURS 200 TIMES.
031500         10  WPKG-SE-STREAM      PIC X(08).
031600         10  WPKG-SE-LAST-STEP   PIC 9(03).
031700 01  WPKG-STRM-SUB               PIC 9(03) COMP VALUE 0.
031800 01  WPKG-STRM-CUR               PIC 9(03) COMP VALUE 0.
031900 01  WPKG-LAST-STEP-KEY          PIC X(12) VALUE SPACES.
032000
032100 01  WPKG-LOG-OUTCOME            PIC X(08) VALUE SPACES.
032200 01  WPKG-LOG-REASON             PIC X(50) VALUE SPACES.
032300 01  WPKG-LOG-RECORDS            PIC 9(05) VALUE 0.
032400
032500 01  WPKG-HEADING-1.
032600     05  FILLER                  PIC X(20) VALUE SPACES.
032700     05  FILLER                  PIC X(44) VALUE
032800         "CONTROL-FILE PROMOTION PACKAGE REPORT".
032900
033000 01  WPKG-HEADING-2.
033100     05  FILLER                  PIC X(10) VALUE "FUNCTION: ".
033200     05  WPKG-HDG-FUNCTION       PIC X(08).
033300     05  FILLER                  PIC X(12) VALUE "   PACKAGE: ".
033400     05  WPKG-HDG-PACKAGE        PIC X(08).
033500     05  FILLER                  PIC X(13) VALUE
033600         "   OPERATOR: ".
033700     05  WPKG-HDG-OPERATOR       PIC X(08).
033800     05  FILLER                  PIC X(13) VALUE
033900         "   RUN DATE: ".
034000     05  WPKG-HDG-DATE           PIC X(08).
034100
034200 01  WPKG-SECTION-LINE.
034300     05  WPKG-SL-TEXT            PIC X(80).
034400
034500 01  WPKG-DETAIL-LINE.
034600     05  FILLER                  PIC X(02) VALUE SPACES.
034700     05  WPKG-DT-FILE            PIC X(08).
034800     05  FILLER                  PIC X(02) VALUE SPACES.
034900     05  WPKG-DT-KEY             PIC X(24).
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  WPKG-DT-RESULT          PIC X(60).
035200
035300 01  WPKG-FINDING-LINE.
035400     05  FILLER                  PIC X(06) VALUE "  **  ".
035500     05  WPKG-FL-TEXT            PIC X(110).
035600
035700 01  WPKG-MESSAGE-LINE.
035800     05  WPKG-ML-TEXT            PIC X(110).
035900
036000 01  WPKG-STAGE-TOTAL-LINE.
036100     05  FILLER                  PIC X(07) VALUE "ADDED: ".
036200     05  WPKG-TL-ADDED           PIC ZZZZ9.
036300     05  FILLER                  PIC X(12) VALUE "  REPLACED: ".
036400     05  WPKG-TL-CHANGED         PIC ZZZZ9.
036500     05  FILLER                  PIC X(11) VALUE "  DELETED: ".
036600     05  WPKG-TL-DELETED         PIC ZZZZ9.
036700     05  FILLER                  PIC X(15) VALUE
036800         "  NOT ON FILE: ".
036900     05  WPKG-TL-ABSENT          PIC ZZZZ9.
037000
037100 01  WPKG-BUILD-TOTAL-LINE.
037200     05  FILLER                  PIC X(13) VALUE
037300         "RECORDS PUT: ".
037400     05  WPKG-BL-PUT             PIC ZZZZ9.
037500     05  FILLER                  PIC X(11) VALUE "  DELETES: ".
037600     05  WPKG-BL-DELETED         PIC ZZZZ9.
037700
037800 01  WPKG-UNDO-TOTAL-LINE.
037900     05  FILLER                  PIC X(10) VALUE "RESTORED: ".
038000     05  WPKG-UL-RESTORED        PIC ZZZZ9.
038100     05  FILLER                  PIC X(11) VALUE "  REMOVED: ".
038200     05  WPKG-UL-REMOVED         PIC ZZZZ9.
038300
038400 01  WPKG-BAD-FUNCTION-LINE.
038500     05  FILLER                  PIC X(70) VALUE
038600         "WISP_PKG_FUNCTION MUST BE BUILD, VERIFY, APPLY OR ROLLB
038700-        "ACK - NO RUN.".
038800
038900 01  WPKG-NO-NAME-LINE.
039000     05  FILLER                  PIC X(40) VALUE
039100         "WISP_PKG_NAME IS NOT SET - NO RUN.".
039200
039300 PROCEDURE DIVISION.
039400
039500 0000-MAINLINE.
039600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039700     EVALUATE TRUE
039800         WHEN WPKG-PACKAGE = SPACES
039900             MOVE WPKG-NO-NAME-LINE TO REPORT-LINE
040000             WRITE REPORT-LINE
040100             SET WPKG-REFUSED TO TRUE
040200         WHEN WPKG-FUNC-BUILD
040300             PERFORM 2000-BUILD-PACKAGE THRU 2000-EXIT
040400         WHEN WPKG-FUNC-VERIFY
040500             PERFORM 3000-VERIFY-PACKAGE THRU 3000-EXIT
040600         WHEN WPKG-FUNC-APPLY
040700             PERFORM 4000-APPLY-PACKAGE THRU 4000-EXIT
040800         WHEN WPKG-FUNC-ROLLBACK
040900             PERFORM 5000-ROLLBACK-PACKAGE THRU 5000-EXIT
041000         WHEN OTHER
041100             MOVE WPKG-BAD-FUNCTION-LINE TO REPORT-LINE
041200             WRITE REPORT-LINE
041300             SET WPKG-REFUSED TO TRUE
041400     END-EVALUATE.
041500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
041600     IF WPKG-REFUSED OR WPKG-FAILED
041700             OR WPKG-FINDING-COUNT > 0
041800         MOVE 8 TO RETURN-CODE
041900     ELSE
042000         MOVE 0 TO RETURN-CODE
042100     END-IF.
042200     STOP RUN.
042300
042400**-----------------------------------------------------------**
042500**  1000-INITIALIZE                                          **
042600**-----------------------------------------------------------**
042700 1000-INITIALIZE.
042800     ACCEPT WPKG-FUNCTION FROM ENVIRONMENT "WISP_PKG_FUNCTION".
042900     ACCEPT WPKG-PACKAGE FROM ENVIRONMENT "WISP_PKG_NAME".
043000     ACCEPT WPKG-OPERATOR FROM ENVIRONMENT "USER".
043100     ACCEPT WPKG-TODAY FROM DATE YYYYMMDD.
043200     ACCEPT WPKG-NOW FROM TIME.
043300     STRING "WISPPKG." DELIMITED BY SIZE
043400         WPKG-PACKAGE DELIMITED BY SPACE
043500         INTO WPKG-PKG-NAME.
043600     STRING "WISPPKB." DELIMITED BY SIZE
043700         WPKG-PACKAGE DELIMITED BY SPACE
043800         INTO WPKG-BFI-NAME.
043900     MOVE ALL "N" TO WPKG-FILE-STATE.
044000     MOVE "N" TO WPKG-SPOOL-MODE.
044100     CALL "WISPSPLR" USING WPKG-SPOOL-MODE WPKG-REPORT-ID
044200         WPKG-SPOOL-PGM WPKG-SPOOL-NAME.
044300     OPEN OUTPUT REPORT-OUT.
044400     MOVE WPKG-HEADING-1 TO REPORT-LINE.
044500     WRITE REPORT-LINE.
044600     MOVE WPKG-FUNCTION TO WPKG-HDG-FUNCTION.
044700     MOVE WPKG-PACKAGE TO WPKG-HDG-PACKAGE.
044800     MOVE WPKG-OPERATOR TO WPKG-HDG-OPERATOR.
044900     MOVE WPKG-TODAY TO WPKG-HDG-DATE.
045000     MOVE WPKG-HEADING-2 TO REPORT-LINE.
045100     WRITE REPORT-LINE.
045200     GO TO 1000-EXIT.
045300 1000-EXIT.
045400     EXIT.
045500
045600**-----------------------------------------------------------**
045700**  1100-LOAD-FILES                                          **
045800**  The five text-edited files, whole, into WPKG-FILE-TABLE. **
045900**  A file too big for the table is an exception - writing   **
046000**  it back would lose its tail.                             **
046100**-----------------------------------------------------------**
046200 1100-LOAD-FILES.
046300     PERFORM 1110-LOAD-ONE-FILE THRU 1110-EXIT
046400         VARYING WPKG-FNO FROM 1 BY 1
046500         UNTIL WPKG-FNO > 5.
046600     GO TO 1100-EXIT.
046700 1100-EXIT.
046800     EXIT.
046900
047000**-----------------------------------------------------------**
047100**  1110-LOAD-ONE-FILE                                       **
047200**-----------------------------------------------------------**
047300 1110-LOAD-ONE-FILE.
047400     MOVE 0 TO WPKG-FT-COUNT (WPKG-FNO).
047500     MOVE "N" TO WPKG-FS-PRESENT-SW (WPKG-FNO).
047600     PERFORM 8300-OPEN-INPUT-FILE THRU 8300-EXIT.
047700     IF NOT WPKG-IO-OK
047800         GO TO 1110-EXIT
047900     END-IF.
048000     MOVE "Y" TO WPKG-FS-PRESENT-SW (WPKG-FNO).
048100     MOVE "N" TO WPKG-EOF-SW.
048200     PERFORM 1120-LOAD-ONE-LINE THRU 1120-EXIT
048300         UNTIL WPKG-EOF.
048400     PERFORM 8340-CLOSE-FILE THRU 8340-EXIT.
048500     GO TO 1110-EXIT.
048600 1110-EXIT.
048700     EXIT.
048800
048900**-----------------------------------------------------------**
049000**  1120-LOAD-ONE-LINE                                       **
049100**-----------------------------------------------------------**
049200 1120-LOAD-ONE-LINE.
049300     PERFORM 8310-READ-FILE THRU 8310-EXIT.
049400     IF WPKG-EOF
049500         GO TO 1120-EXIT
049600     END-IF.
049700     IF WPKG-FT-COUNT (WPKG-FNO) NOT < 3000
049800         MOVE SPACES TO WPKG-FL-TEXT
049900         STRING WPKG-FILE-NAME (WPKG-FNO) DELIMITED BY SIZE
050000             ".DAT HOLDS MORE THAN 3000 RECORDS - TOO LARGE"
050100                 DELIMITED BY SIZE
050200             " FOR WISPPKG." DELIMITED BY SIZE
050300             INTO WPKG-FL-TEXT
050400         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
050500         SET WPKG-EOF TO TRUE
050600         GO TO 1120-EXIT
050700     END-IF.
050800     ADD 1 TO WPKG-FT-COUNT (WPKG-FNO).
050900     MOVE WPKG-LINE
051000         TO WPKG-FT-LINE (WPKG-FNO, WPKG-FT-COUNT (WPKG-FNO)).
051100     GO TO 1120-EXIT.
051200 1120-EXIT.
051300     EXIT.
051400
051500**-----------------------------------------------------------**
051600**  1200-OPEN-MSGC-INPUT                                     **
051700**  No catalog at all reads as an empty one.                 **
051800**-----------------------------------------------------------**
051900 1200-OPEN-MSGC-INPUT.
052000     MOVE "N" TO WPKG-FS-PRESENT-SW (6).
052100     OPEN INPUT WISPMSGC-FILE.
052200     IF WMSGC-FILE-OK
052300         MOVE "Y" TO WPKG-FS-PRESENT-SW (6)
052400         GO TO 1200-EXIT
052500     END-IF.
052600     IF NOT WMSGC-FILE-NOT-FOUND
052700         MOVE SPACES TO WPKG-FL-TEXT
052800         STRING "WISPMSGC.DAT EXISTS BUT WILL NOT OPEN"
052900                 DELIMITED BY SIZE
053000             " (STATUS " DELIMITED BY SIZE
053100             WMSGC-FILE-STATUS DELIMITED BY SIZE
053200             ")." DELIMITED BY SIZE
053300             INTO WPKG-FL-TEXT
053400         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
053500     END-IF.
053600     GO TO 1200-EXIT.
053700 1200-EXIT.
053800     EXIT.
053900
054000**-----------------------------------------------------------**
054100**  2000-BUILD-PACKAGE                                       **
054200**  Test side: one package line per selected record as this  **
054300**  system has it, or a delete where it has none.            **
054400**-----------------------------------------------------------**
054500 2000-BUILD-PACKAGE.
054600     MOVE "BUILDING THE PACKAGE FROM THIS SYSTEM'S CONTROL FILES"
054700         TO WPKG-SL-TEXT.
054800     PERFORM 8000-PRINT-SECTION THRU 8000-EXIT.
054900     OPEN INPUT SELECT-LIST.
055000     IF NOT WPKG-SEL-OK
055100         MOVE "SELECTION LIST WISPPKGS COULD NOT BE OPENED - NO R
055200-            "UN." TO WPKG-ML-TEXT
055300         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
055400         SET WPKG-REFUSED TO TRUE
055500         GO TO 2000-EXIT
055600     END-IF.
055700     PERFORM 1100-LOAD-FILES THRU 1100-EXIT.
055800     PERFORM 1200-OPEN-MSGC-INPUT THRU 1200-EXIT.
055900     OPEN OUTPUT PACKAGE-FILE.
056000     IF NOT WPKG-PKG-OK
056100         MOVE SPACES TO WPKG-ML-TEXT
056200         STRING "PACKAGE FILE " DELIMITED BY SIZE
056300             WPKG-PKG-NAME DELIMITED BY SPACE
056400             " COULD NOT BE CREATED - NO RUN." DELIMITED BY SIZE
056500             INTO WPKG-ML-TEXT
056600         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
056700         SET WPKG-REFUSED TO TRUE
056800         CLOSE SELECT-LIST
056900         IF WPKG-FS-PRESENT (6)
057000             CLOSE WISPMSGC-FILE
057100         END-IF
057200         GO TO 2000-EXIT
057300     END-IF.
057400     MOVE "BUILT" TO WPKG-HDR-VERB.
057500     PERFORM 8700-BUILD-HEADER THRU 8700-EXIT.
057600     WRITE WISPPKG-RECORD.
057700     MOVE "N" TO WPKG-EOF-SW.
057800     PERFORM 2100-BUILD-ONE-SELECTION THRU 2100-EXIT
057900         UNTIL WPKG-EOF.
058000     CLOSE SELECT-LIST.
058100     CLOSE PACKAGE-FILE.
058200     IF WPKG-FS-PRESENT (6)
058300         CLOSE WISPMSGC-FILE
058400     END-IF.
058500     MOVE SPACES TO REPORT-LINE.
058600     WRITE REPORT-LINE.
058700     MOVE WPKG-PUT-COUNT TO WPKG-BL-PUT.
058800     MOVE WPKG-DELETED-COUNT TO WPKG-BL-DELETED.
058900     MOVE WPKG-BUILD-TOTAL-LINE TO REPORT-LINE.
059000     WRITE REPORT-LINE.
059100     GO TO 2000-EXIT.
059200 2000-EXIT.
059300     EXIT.
059400
059500**-----------------------------------------------------------**
059600**  2100-BUILD-ONE-SELECTION                                 **
059700**-----------------------------------------------------------**
059800 2100-BUILD-ONE-SELECTION.
059900     READ SELECT-LIST
060000         AT END SET WPKG-EOF TO TRUE
060100     END-READ.
060200     IF WPKG-EOF
060300         GO TO 2100-EXIT
060400     END-IF.
060500     IF WPKG-SEL-REC = SPACES OR WPKG-SEL-FILE (1:1) = "*"
060600         GO TO 2100-EXIT
060700     END-IF.
060800     MOVE WPKG-SEL-FILE TO WPKG-CHECK-FILE.
060900     PERFORM 7400-FIND-FILE-NO THRU 7400-EXIT.
061000     IF WPKG-FNO = 0
061100         MOVE SPACES TO WPKG-FL-TEXT
061200         STRING "SELECTION FOR UNKNOWN FILE " DELIMITED BY SIZE
061300             WPKG-SEL-FILE DELIMITED BY SIZE
061400             " IGNORED." DELIMITED BY SIZE
061500             INTO WPKG-FL-TEXT
061600         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
061700         GO TO 2100-EXIT
061800     END-IF.
061900     MOVE WPKG-SEL-KEY TO WPKG-KEY-SOURCE.
062000     PERFORM 7000-BUILD-KEY THRU 7000-EXIT.
062100     MOVE WPKG-KEY-RESULT TO WPKG-KEY.
062200     IF WPKG-KEY = SPACES
062300             OR (WPKG-FNO = 3 AND WPKG-KEY (14:8) = "*PARM")
062400         MOVE SPACES TO WPKG-FL-TEXT
062500         STRING "SELECTION FOR " DELIMITED BY SIZE
062600             WPKG-SEL-FILE DELIMITED BY SIZE
062700             " HAS NO KEY (A WISPSTRM STEP IS STREAM + STEP)"
062800                 DELIMITED BY SIZE
062900             " - IGNORED." DELIMITED BY SIZE
063000             INTO WPKG-FL-TEXT
063100         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
063200         GO TO 2100-EXIT
063300     END-IF.
063400     IF WPKG-FNO = 6
063500         PERFORM 2200-BUILD-MSGC-SELECTION THRU 2200-EXIT
063600         GO TO 2100-EXIT
063700     END-IF.
063800     PERFORM 7200-FIND-KEY THRU 7200-EXIT.
063900     MOVE SPACES TO WPKG-IMAGE.
064000     MOVE WPKG-KEY TO WPKG-DT-KEY.
064100     IF WPKG-FOUND-SUB = 0
064200         MOVE WPKG-KEY TO WPKG-IMAGE
064300         MOVE "D" TO WPKG-KIND
064400         PERFORM 8800-WRITE-PACKAGE-LINE THRU 8800-EXIT
064500         ADD 1 TO WPKG-DELETED-COUNT
064600         MOVE "DELETE - NOT ON THIS SYSTEM" TO WPKG-DT-RESULT
064700         PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT
064800         GO TO 2100-EXIT
064900     END-IF.
065000     MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-FOUND-SUB) TO WPKG-IMAGE.
065100     MOVE "P" TO WPKG-KIND.
065200     PERFORM 8800-WRITE-PACKAGE-LINE THRU 8800-EXIT.
065300     ADD 1 TO WPKG-PUT-COUNT.
065400     MOVE "PUT" TO WPKG-DT-RESULT.
065500     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
065600     IF WPKG-FNO = 3
065700         MOVE "N" TO WPKG-DONE-SW
065800         COMPUTE WPKG-SUB = WPKG-FOUND-SUB + 1
065900         PERFORM 2110-BUILD-STEP-PARM THRU 2110-EXIT
066000             UNTIL WPKG-SUB > WPKG-FT-COUNT (3)
066100                OR WPKG-DONE
066200     END-IF.
066300     GO TO 2100-EXIT.
066400 2100-EXIT.
066500     EXIT.
066600
066700**-----------------------------------------------------------**
066800**  2110-BUILD-STEP-PARM                                     **
066900**  The "*PARM" records that follow a selected step travel   **
067000**  with it.                                                 **
067100**-----------------------------------------------------------**
067200 2110-BUILD-STEP-PARM.
067300     IF WPKG-FT-LINE (3, WPKG-SUB) (14:8) NOT = "*PARM"
067400             OR WPKG-FT-LINE (3, WPKG-SUB) (1:12)
067500                 NOT = WPKG-KEY (1:12)
067600         SET WPKG-DONE TO TRUE
067700         GO TO 2110-EXIT
067800     END-IF.
067900     MOVE SPACES TO WPKG-IMAGE.
068000     MOVE WPKG-FT-LINE (3, WPKG-SUB) TO WPKG-IMAGE.
068100     MOVE "P" TO WPKG-KIND.
068200     PERFORM 8800-WRITE-PACKAGE-LINE THRU 8800-EXIT.
068300     ADD 1 TO WPKG-PUT-COUNT.
068400     MOVE WPKG-IMAGE (1:24) TO WPKG-DT-KEY.
068500     MOVE "PUT WITH ITS STEP" TO WPKG-DT-RESULT.
068600     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
068700     ADD 1 TO WPKG-SUB.
068800     GO TO 2110-EXIT.
068900 2110-EXIT.
069000     EXIT.
069100
069200**-----------------------------------------------------------**
069300**  2200-BUILD-MSGC-SELECTION                                **
069400**-----------------------------------------------------------**
069500 2200-BUILD-MSGC-SELECTION.
069600     MOVE "N" TO WPKG-MSGC-FOUND-SW.
069700     IF WPKG-FS-PRESENT (6)
069800         MOVE WPKG-KEY (1:10) TO WMSGC-KEY
069900         READ WISPMSGC-FILE
070000             INVALID KEY
070100                 CONTINUE
070200             NOT INVALID KEY
070300                 SET WPKG-MSGC-FOUND TO TRUE
070400         END-READ
070500     END-IF.
070600     MOVE SPACES TO WPKG-IMAGE.
070700     MOVE WPKG-KEY TO WPKG-DT-KEY.
070800     IF WPKG-MSGC-FOUND
070900         MOVE WISPMSGC-RECORD TO WPKG-IMAGE
071000         MOVE "P" TO WPKG-KIND
071100         ADD 1 TO WPKG-PUT-COUNT
071200         MOVE "PUT" TO WPKG-DT-RESULT
071300     ELSE
071400         MOVE WPKG-KEY (1:10) TO WPKG-IMAGE
071500         MOVE "D" TO WPKG-KIND
071600         ADD 1 TO WPKG-DELETED-COUNT
071700         MOVE "DELETE - NOT ON THIS SYSTEM" TO WPKG-DT-RESULT
071800     END-IF.
071900     PERFORM 8800-WRITE-PACKAGE-LINE THRU 8800-EXIT.
072000     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
072100     GO TO 2200-EXIT.
072200 2200-EXIT.
072300     EXIT.
072400
072500**-----------------------------------------------------------**
072600**  3000-VERIFY-PACKAGE                                      **
072700**-----------------------------------------------------------**
072800 3000-VERIFY-PACKAGE.
072900     PERFORM 3100-STAGE-PACKAGE THRU 3100-EXIT.
073000     IF WPKG-REFUSED
073100         GO TO 3000-EXIT
073200     END-IF.
073300     PERFORM 3500-CHECK-STAGED-FILES THRU 3500-EXIT.
073400     MOVE SPACES TO REPORT-LINE.
073500     WRITE REPORT-LINE.
073600     IF WPKG-FINDING-COUNT = 0
073700         MOVE "NO EXCEPTIONS - THE PACKAGE MAY BE APPLIED."
073800             TO WPKG-ML-TEXT
073900     ELSE
074000         MOVE WPKG-FINDING-COUNT TO WPKG-COUNT-DISP
074100         MOVE SPACES TO WPKG-ML-TEXT
074200         STRING WPKG-COUNT-DISP DELIMITED BY SIZE
074300             " EXCEPTION(S) - THE PACKAGE MAY NOT BE APPLIED"
074400                 DELIMITED BY SIZE
074500             " AS IT STANDS." DELIMITED BY SIZE
074600             INTO WPKG-ML-TEXT
074700     END-IF.
074800     PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT.
074900     GO TO 3000-EXIT.
075000 3000-EXIT.
075100     EXIT.
075200
075300**-----------------------------------------------------------**
075400**  3100-STAGE-PACKAGE                                       **
075500**  Lay the package over this system's files in memory,      **
075600**  noting in WPKG-BFI-TABLE what each line would do.        **
075700**-----------------------------------------------------------**
075800 3100-STAGE-PACKAGE.
075900     MOVE "PACKAGE CONTENTS" TO WPKG-SL-TEXT.
076000     PERFORM 8000-PRINT-SECTION THRU 8000-EXIT.
076100     PERFORM 3200-LOAD-PACKAGE THRU 3200-EXIT.
076200     IF WPKG-REFUSED
076300         GO TO 3100-EXIT
076400     END-IF.
076500     PERFORM 1100-LOAD-FILES THRU 1100-EXIT.
076600     PERFORM 1200-OPEN-MSGC-INPUT THRU 1200-EXIT.
076700     MOVE "CHANGES AGAINST THIS SYSTEM'S CONTROL FILES"
076800         TO WPKG-SL-TEXT.
076900     PERFORM 8000-PRINT-SECTION THRU 8000-EXIT.
077000     MOVE 0 TO WPKG-BFI-COUNT.
077100     PERFORM 3300-STAGE-ONE-ENTRY THRU 3300-EXIT
077200         VARYING WPKG-ENT-SUB FROM 1 BY 1
077300         UNTIL WPKG-ENT-SUB > WPKG-ENTRY-COUNT.
077400     IF WPKG-FS-PRESENT (6)
077500         CLOSE WISPMSGC-FILE
077600     END-IF.
077700     MOVE SPACES TO REPORT-LINE.
077800     WRITE REPORT-LINE.
077900     MOVE WPKG-ADDED-COUNT TO WPKG-TL-ADDED.
078000     MOVE WPKG-CHANGED-COUNT TO WPKG-TL-CHANGED.
078100     MOVE WPKG-DELETED-COUNT TO WPKG-TL-DELETED.
078200     MOVE WPKG-ABSENT-COUNT TO WPKG-TL-ABSENT.
078300     MOVE WPKG-STAGE-TOTAL-LINE TO REPORT-LINE.
078400     WRITE REPORT-LINE.
078500     GO TO 3100-EXIT.
078600 3100-EXIT.
078700     EXIT.
078800
078900**-----------------------------------------------------------**
079000**  3200-LOAD-PACKAGE                                        **
079100**-----------------------------------------------------------**
079200 3200-LOAD-PACKAGE.
079300     MOVE 0 TO WPKG-ENTRY-COUNT.
079400     OPEN INPUT PACKAGE-FILE.
079500     IF NOT WPKG-PKG-OK
079600         MOVE SPACES TO WPKG-ML-TEXT
079700         STRING "PACKAGE FILE " DELIMITED BY SIZE
079800             WPKG-PKG-NAME DELIMITED BY SPACE
079900             " NOT FOUND - NO RUN." DELIMITED BY SIZE
080000             INTO WPKG-ML-TEXT
080100         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
080200         MOVE "PACKAGE FILE NOT FOUND" TO WPKG-LOG-REASON
080300         SET WPKG-REFUSED TO TRUE
080400         GO TO 3200-EXIT
080500     END-IF.
080600     MOVE 0 TO WPKG-LINE-NO.
080700     MOVE "N" TO WPKG-EOF-SW.
080800     PERFORM 3210-LOAD-PACKAGE-LINE THRU 3210-EXIT
080900         UNTIL WPKG-EOF.
081000     CLOSE PACKAGE-FILE.
081100     IF WPKG-ENTRY-COUNT = 0
081200         MOVE "PACKAGE HOLDS NO RECORDS." TO WPKG-FL-TEXT
081300         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
081400     ELSE
081500         MOVE WPKG-ENTRY-COUNT TO WPKG-COUNT-DISP
081600         MOVE SPACES TO WPKG-ML-TEXT
081700         STRING WPKG-COUNT-DISP DELIMITED BY SIZE
081800             " RECORD LINE(S) READ FROM " DELIMITED BY SIZE
081900             WPKG-PKG-NAME DELIMITED BY SPACE
082000             "." DELIMITED BY SIZE
082100             INTO WPKG-ML-TEXT
082200         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
082300     END-IF.
082400     GO TO 3200-EXIT.
082500 3200-EXIT.
082600     EXIT.
082700
082800**-----------------------------------------------------------**
082900**  3210-LOAD-PACKAGE-LINE                                   **
083000**  A package is often finished off with a text editor, so   **
083100**  every line is checked before anything is staged: known   **
083200**  file, P or D, a key, and each key once per file.         **
083300**-----------------------------------------------------------**
083400 3210-LOAD-PACKAGE-LINE.
083500     READ PACKAGE-FILE
083600         AT END SET WPKG-EOF TO TRUE
083700     END-READ.
083800     IF WPKG-EOF
083900         GO TO 3210-EXIT
084000     END-IF.
084100     ADD 1 TO WPKG-LINE-NO.
084200     MOVE WPKG-LINE-NO TO WPKG-LINE-DISP.
084300     IF WISPPKG-RECORD = SPACES OR WPKGR-FILE (1:1) = "*"
084400         GO TO 3210-EXIT
084500     END-IF.
084600     MOVE WPKGR-FILE TO WPKG-CHECK-FILE.
084700     PERFORM 7400-FIND-FILE-NO THRU 7400-EXIT.
084800     IF WPKG-FNO = 0
084900         MOVE SPACES TO WPKG-FL-TEXT
085000         STRING "PACKAGE LINE " DELIMITED BY SIZE
085100             WPKG-LINE-DISP DELIMITED BY SIZE
085200             ": UNKNOWN FILE " DELIMITED BY SIZE
085300             WPKGR-FILE DELIMITED BY SIZE
085400             "." DELIMITED BY SIZE
085500             INTO WPKG-FL-TEXT
085600         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
085700         GO TO 3210-EXIT
085800     END-IF.
085900     IF NOT WPKGR-PUT AND NOT WPKGR-DELETE
086000         MOVE SPACES TO WPKG-FL-TEXT
086100         STRING "PACKAGE LINE " DELIMITED BY SIZE
086200             WPKG-LINE-DISP DELIMITED BY SIZE
086300             ": ACTION MUST BE P (PUT) OR D (DELETE)."
086400                 DELIMITED BY SIZE
086500             INTO WPKG-FL-TEXT
086600         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
086700         GO TO 3210-EXIT
086800     END-IF.
086900     MOVE WPKGR-IMAGE TO WPKG-KEY-SOURCE.
087000     PERFORM 7000-BUILD-KEY THRU 7000-EXIT.
087100     MOVE WPKG-KEY-RESULT TO WPKG-KEY.
087200     IF WPKG-KEY = SPACES
087300         MOVE SPACES TO WPKG-FL-TEXT
087400         STRING "PACKAGE LINE " DELIMITED BY SIZE
087500             WPKG-LINE-DISP DELIMITED BY SIZE
087600             ": RECORD KEY IS BLANK." DELIMITED BY SIZE
087700             INTO WPKG-FL-TEXT
087800         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
087900         GO TO 3210-EXIT
088000     END-IF.
088100     IF WPKG-FNO = 6
088200             AND (WPKGR-IMAGE (1:8) = SPACES
088300               OR WPKGR-IMAGE (9:2) = SPACES)
088400         MOVE SPACES TO WPKG-FL-TEXT
088500         STRING "PACKAGE LINE " DELIMITED BY SIZE
088600             WPKG-LINE-DISP DELIMITED BY SIZE
088700             ": WISPMSGC.DAT RECORD WITH A BLANK ID OR"
088800                 DELIMITED BY SIZE
088900             " LANGUAGE IN ITS KEY." DELIMITED BY SIZE
089000             INTO WPKG-FL-TEXT
089100         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
089200         GO TO 3210-EXIT
089300     END-IF.
089400     MOVE "N" TO WPKG-DUP-SW.
089500     PERFORM 3220-CHECK-DUPLICATE THRU 3220-EXIT
089600         VARYING WPKG-SUB FROM 1 BY 1
089700         UNTIL WPKG-SUB > WPKG-ENTRY-COUNT
089800            OR WPKG-DUPLICATE.
089900     IF WPKG-DUPLICATE
090000         MOVE SPACES TO WPKG-FL-TEXT
090100         STRING "PACKAGE LINE " DELIMITED BY SIZE
090200             WPKG-LINE-DISP DELIMITED BY SIZE
090300             ": " DELIMITED BY SIZE
090400             WPKG-FILE-NAME (WPKG-FNO) DELIMITED BY SIZE
090500             " KEY " DELIMITED BY SIZE
090600             WPKG-KEY DELIMITED BY SIZE
090700             " IS ALREADY EARLIER IN THE PACKAGE."
090800                 DELIMITED BY SIZE
090900             INTO WPKG-FL-TEXT
091000         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
091100         GO TO 3210-EXIT
091200     END-IF.
091300     IF WPKG-ENTRY-COUNT NOT < 1000
091400         MOVE "PACKAGE HOLDS MORE THAN 1000 RECORDS - SPLIT IT."
091500             TO WPKG-FL-TEXT
091600         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
091700         SET WPKG-EOF TO TRUE
091800         GO TO 3210-EXIT
091900     END-IF.
092000     ADD 1 TO WPKG-ENTRY-COUNT.
092100     MOVE WPKG-FNO TO WPKG-EN-FNO (WPKG-ENTRY-COUNT).
092200     MOVE WPKGR-ACTION TO WPKG-EN-ACTION (WPKG-ENTRY-COUNT).
092300     MOVE WPKGR-IMAGE TO WPKG-EN-IMAGE (WPKG-ENTRY-COUNT).
092400     GO TO 3210-EXIT.
092500 3210-EXIT.
092600     EXIT.
092700
092800**-----------------------------------------------------------**
092900**  3220-CHECK-DUPLICATE                                     **
093000**-----------------------------------------------------------**
093100 3220-CHECK-DUPLICATE.
093200     IF WPKG-EN-FNO (WPKG-SUB) NOT = WPKG-FNO
093300         GO TO 3220-EXIT
093400     END-IF.
093500     MOVE WPKG-EN-IMAGE (WPKG-SUB) TO WPKG-KEY-SOURCE.
093600     PERFORM 7000-BUILD-KEY THRU 7000-EXIT.
093700     IF WPKG-KEY-RESULT = WPKG-KEY
093800         SET WPKG-DUPLICATE TO TRUE
093900     END-IF.
094000     GO TO 3220-EXIT.
094100 3220-EXIT.
094200     EXIT.
094300
094400**-----------------------------------------------------------**
094500**  3300-STAGE-ONE-ENTRY                                     **
094600**-----------------------------------------------------------**
094700 3300-STAGE-ONE-ENTRY.
094800     MOVE WPKG-EN-FNO (WPKG-ENT-SUB) TO WPKG-FNO.
094900     MOVE WPKG-EN-IMAGE (WPKG-ENT-SUB) TO WPKG-IMAGE.
095000     MOVE WPKG-IMAGE TO WPKG-KEY-SOURCE.
095100     PERFORM 7000-BUILD-KEY THRU 7000-EXIT.
095200     MOVE WPKG-KEY-RESULT TO WPKG-KEY.
095300     MOVE WPKG-KEY TO WPKG-DT-KEY.
095400     MOVE "Y" TO WPKG-FS-TOUCHED-SW (WPKG-FNO).
095500     IF WPKG-FNO = 6
095600         PERFORM 3400-STAGE-MSGC-ENTRY THRU 3400-EXIT
095700         GO TO 3300-EXIT
095800     END-IF.
095900     MOVE "N" TO WPKG-STEP-ENTRY-SW.
096000     IF WPKG-FNO = 3 AND WPKG-IMAGE (14:8) NOT = "*PARM"
096100         SET WPKG-STEP-ENTRY TO TRUE
096200     END-IF.
096300     PERFORM 7200-FIND-KEY THRU 7200-EXIT.
096400     IF WPKG-EN-ACTION (WPKG-ENT-SUB) = "P"
096500         PERFORM 3310-STAGE-PUT THRU 3310-EXIT
096600     ELSE
096700         PERFORM 3320-STAGE-DELETE THRU 3320-EXIT
096800     END-IF.
096900     GO TO 3300-EXIT.
097000 3300-EXIT.
097100     EXIT.
097200
097300**-----------------------------------------------------------**
097400**  3310-STAGE-PUT                                           **
097500**  A replaced step's parameters on file are dropped - the   **
097600**  package's own "*PARM" lines that follow it go in their   **
097700**  place.                                                   **
097800**-----------------------------------------------------------**
097900 3310-STAGE-PUT.
098000     IF WPKG-FOUND-SUB > 0
098100         MOVE "C" TO WPKG-KIND
098200         MOVE SPACES TO WPKG-BEFORE-IMAGE
098300         MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-FOUND-SUB)
098400             TO WPKG-BEFORE-IMAGE
098500         PERFORM 8500-ADD-BEFORE THRU 8500-EXIT
098600         MOVE WPKG-IMAGE
098700             TO WPKG-FT-LINE (WPKG-FNO, WPKG-FOUND-SUB)
098800         ADD 1 TO WPKG-CHANGED-COUNT
098900         MOVE "REPLACED" TO WPKG-DT-RESULT
099000         PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT
099100         IF WPKG-STEP-ENTRY
099200             COMPUTE WPKG-DEL-SUB = WPKG-FOUND-SUB + 1
099300             PERFORM 3330-DROP-STEP-PARMS THRU 3330-EXIT
099400         END-IF
099500         GO TO 3310-EXIT
099600     END-IF.
099700     PERFORM 7500-FIND-INSERT-POINT THRU 7500-EXIT.
099800     PERFORM 7600-INSERT-LINE THRU 7600-EXIT.
099900     IF WPKG-INS-SUB = 0
100000         GO TO 3310-EXIT
100100     END-IF.
100200     MOVE "A" TO WPKG-KIND.
100300     MOVE WPKG-IMAGE TO WPKG-BEFORE-IMAGE.
100400     PERFORM 8500-ADD-BEFORE THRU 8500-EXIT.
100500     ADD 1 TO WPKG-ADDED-COUNT.
100600     MOVE "ADDED" TO WPKG-DT-RESULT.
100700     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
100800     GO TO 3310-EXIT.
100900 3310-EXIT.
101000     EXIT.
101100
101200**-----------------------------------------------------------**
101300**  3320-STAGE-DELETE                                        **
101400**-----------------------------------------------------------**
101500 3320-STAGE-DELETE.
101600     IF WPKG-FOUND-SUB = 0
101700         ADD 1 TO WPKG-ABSENT-COUNT
101800         MOVE "NOT ON FILE - NOTHING TO DELETE"
101900             TO WPKG-DT-RESULT
102000         PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT
102100         GO TO 3320-EXIT
102200     END-IF.
102300     MOVE "D" TO WPKG-KIND.
102400     MOVE SPACES TO WPKG-BEFORE-IMAGE.
102500     MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-FOUND-SUB)
102600         TO WPKG-BEFORE-IMAGE.
102700     PERFORM 8500-ADD-BEFORE THRU 8500-EXIT.
102800     MOVE WPKG-FOUND-SUB TO WPKG-DEL-SUB.
102900     PERFORM 7700-DELETE-LINE THRU 7700-EXIT.
103000     ADD 1 TO WPKG-DELETED-COUNT.
103100     MOVE "DELETED" TO WPKG-DT-RESULT.
103200     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
103300     IF WPKG-STEP-ENTRY
103400         MOVE WPKG-FOUND-SUB TO WPKG-DEL-SUB
103500         PERFORM 3330-DROP-STEP-PARMS THRU 3330-EXIT
103600     END-IF.
103700     GO TO 3320-EXIT.
103800 3320-EXIT.
103900     EXIT.
104000
104100**-----------------------------------------------------------**
104200**  3330-DROP-STEP-PARMS                                     **
104300**  From WPKG-DEL-SUB on, take out the "*PARM" records of    **
104400**  the step in WPKG-KEY, each one kept in the before-image. **
104500**-----------------------------------------------------------**
104600 3330-DROP-STEP-PARMS.
104700     MOVE "N" TO WPKG-DONE-SW.
104800     PERFORM 3340-DROP-ONE-PARM THRU 3340-EXIT
104900         UNTIL WPKG-DEL-SUB > WPKG-FT-COUNT (3)
105000            OR WPKG-DONE.
105100     GO TO 3330-EXIT.
105200 3330-EXIT.
105300     EXIT.
105400
105500**-----------------------------------------------------------**
105600**  3340-DROP-ONE-PARM                                       **
105700**-----------------------------------------------------------**
105800 3340-DROP-ONE-PARM.
105900     IF WPKG-FT-LINE (3, WPKG-DEL-SUB) (14:8) NOT = "*PARM"
106000             OR WPKG-FT-LINE (3, WPKG-DEL-SUB) (1:12)
106100                 NOT = WPKG-KEY (1:12)
106200         SET WPKG-DONE TO TRUE
106300         GO TO 3340-EXIT
106400     END-IF.
106500     MOVE "D" TO WPKG-KIND.
106600     MOVE SPACES TO WPKG-BEFORE-IMAGE.
106700     MOVE WPKG-FT-LINE (3, WPKG-DEL-SUB) TO WPKG-BEFORE-IMAGE.
106800     PERFORM 8500-ADD-BEFORE THRU 8500-EXIT.
106900     MOVE WPKG-BEFORE-IMAGE (1:24) TO WPKG-DT-KEY.
107000     MOVE "DROPPED WITH ITS STEP" TO WPKG-DT-RESULT.
107100     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
107200     PERFORM 7700-DELETE-LINE THRU 7700-EXIT.
107300     MOVE WPKG-KEY TO WPKG-DT-KEY.
107400     GO TO 3340-EXIT.
107500 3340-EXIT.
107600     EXIT.
107700
107800**-----------------------------------------------------------**
107900**  3400-STAGE-MSGC-ENTRY                                    **
108000**-----------------------------------------------------------**
108100 3400-STAGE-MSGC-ENTRY.
108200     MOVE "N" TO WPKG-MSGC-FOUND-SW.
108300     IF WPKG-FS-PRESENT (6)
108400         MOVE WPKG-KEY (1:10) TO WMSGC-KEY
108500         READ WISPMSGC-FILE
108600             INVALID KEY
108700                 CONTINUE
108800             NOT INVALID KEY
108900                 SET WPKG-MSGC-FOUND TO TRUE
109000         END-READ
109100     END-IF.
109200     EVALUATE TRUE
109300         WHEN WPKG-EN-ACTION (WPKG-ENT-SUB) = "P"
109400                 AND WPKG-MSGC-FOUND
109500             MOVE "C" TO WPKG-KIND
109600             MOVE WISPMSGC-RECORD TO WPKG-BEFORE-IMAGE
109700             ADD 1 TO WPKG-CHANGED-COUNT
109800             MOVE "REPLACED" TO WPKG-DT-RESULT
109900         WHEN WPKG-EN-ACTION (WPKG-ENT-SUB) = "P"
110000             MOVE "A" TO WPKG-KIND
110100             MOVE WPKG-IMAGE TO WPKG-BEFORE-IMAGE
110200             ADD 1 TO WPKG-ADDED-COUNT
110300             MOVE "ADDED" TO WPKG-DT-RESULT
110400         WHEN WPKG-MSGC-FOUND
110500             MOVE "D" TO WPKG-KIND
110600             MOVE WISPMSGC-RECORD TO WPKG-BEFORE-IMAGE
110700             ADD 1 TO WPKG-DELETED-COUNT
110800             MOVE "DELETED" TO WPKG-DT-RESULT
110900         WHEN OTHER
111000             ADD 1 TO WPKG-ABSENT-COUNT
111100             MOVE "NOT ON FILE - NOTHING TO DELETE"
111200                 TO WPKG-DT-RESULT
111300             PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT
111400             GO TO 3400-EXIT
111500     END-EVALUATE.
111600     PERFORM 8500-ADD-BEFORE THRU 8500-EXIT.
111700     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
111800     GO TO 3400-EXIT.
111900 3400-EXIT.
112000     EXIT.
112100
112200**-----------------------------------------------------------**
112300**  3500-CHECK-STAGED-FILES                                  **
112400**  The WISPVRFY checks, run over the files as they would    **
112500**  stand with the package in - any exception here is one    **
112600**  the end-of-day pre-flight would raise the night the      **
112700**  package went in.  Only files the package touches, or     **
112800**  that lean on one it touches, are checked.                **
112900**-----------------------------------------------------------**
113000 3500-CHECK-STAGED-FILES.
113100     MOVE "THE CONTROL FILES AS THEY WOULD STAND WITH THE PACKAG
113200-        "E IN" TO WPKG-SL-TEXT.
113300     PERFORM 8000-PRINT-SECTION THRU 8000-EXIT.
113400     MOVE "N" TO WPKG-AUTH-CONFIGURED-SW.
113500     IF WPKG-FS-PRESENT (1) OR WPKG-FS-TOUCHED (1)
113600         SET WPKG-AUTH-CONFIGURED TO TRUE
113700     END-IF.
113800     IF WPKG-FS-TOUCHED (1) OR WPKG-FS-TOUCHED (3)
113900         PERFORM 3600-CHECK-STAGED-STRM THRU 3600-EXIT
114000     END-IF.
114100     IF WPKG-FS-TOUCHED (1) OR WPKG-FS-TOUCHED (2)
114200         PERFORM 3700-CHECK-STAGED-OPRA THRU 3700-EXIT
114300     END-IF.
114400     IF WPKG-FS-TOUCHED (3) OR WPKG-FS-TOUCHED (4)
114500         PERFORM 3800-CHECK-STAGED-SCHD THRU 3800-EXIT
114600     END-IF.
114700     IF WPKG-FS-TOUCHED (3) OR WPKG-FS-TOUCHED (5)
114800         PERFORM 3850-CHECK-STAGED-DEAD THRU 3850-EXIT
114900     END-IF.
115000     IF WPKG-FS-TOUCHED (3)
115100         PERFORM 3880-CHECK-CHECKPOINT THRU 3880-EXIT
115200     END-IF.
115300     GO TO 3500-EXIT.
115400 3500-EXIT.
115500     EXIT.
115600
115700**-----------------------------------------------------------**
115800**  3600-CHECK-STAGED-STRM                                   **
115900**-----------------------------------------------------------**
116000 3600-CHECK-STAGED-STRM.
116100     MOVE 0 TO WPKG-STRM-COUNT.
116200     MOVE SPACES TO WPKG-LAST-STEP-KEY.
116300     PERFORM 3610-CHECK-STRM-LINE THRU 3610-EXIT
116400         VARYING WPKG-SUB FROM 1 BY 1
116500         UNTIL WPKG-SUB > WPKG-FT-COUNT (3).
116600     GO TO 3600-EXIT.
116700 3600-EXIT.
116800     EXIT.
116900
117000**-----------------------------------------------------------**
117100**  3610-CHECK-STRM-LINE                                     **
117200**-----------------------------------------------------------**
117300 3610-CHECK-STRM-LINE.
117400     MOVE WPKG-FT-LINE (3, WPKG-SUB) TO WISPSTRM-PARM-RECORD.
117500     IF WSTRR-STREAM = SPACES
117600         MOVE "STREAM NAME BLANK ON A WISPSTRM.DAT RECORD."
117700             TO WPKG-FL-TEXT
117800         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
117900         GO TO 3610-EXIT
118000     END-IF.
118100     IF WSTRR-STEP IS NOT NUMERIC
118200         MOVE SPACES TO WPKG-FL-TEXT
118300         STRING "STREAM " DELIMITED BY SIZE
118400             WSTRR-STREAM DELIMITED BY SIZE
118500             ": STEP NUMBER NOT NUMERIC." DELIMITED BY SIZE
118600             INTO WPKG-FL-TEXT
118700         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
118800         GO TO 3610-EXIT
118900     END-IF.
119000     IF WSTRP-PARM-REC
119100         PERFORM 3630-CHECK-PARM-RECORD THRU 3630-EXIT
119200         GO TO 3610-EXIT
119300     END-IF.
119400     MOVE WPKG-FT-LINE (3, WPKG-SUB) (1:12)
119500         TO WPKG-LAST-STEP-KEY.
119600     PERFORM 3620-CHECK-STEP-SEQUENCE THRU 3620-EXIT.
119700     IF WSTRR-RETRY-COUNT NOT = SPACE
119800             AND WSTRR-RETRY-COUNT IS NOT NUMERIC
119900         MOVE SPACES TO WPKG-FL-TEXT
120000         STRING "STREAM " DELIMITED BY SIZE
120100             WSTRR-STREAM DELIMITED BY SIZE
120200             " STEP " DELIMITED BY SIZE
120300             WSTRR-STEP DELIMITED BY SIZE
120400             ": RETRY COUNT NOT NUMERIC." DELIMITED BY SIZE
120500             INTO WPKG-FL-TEXT
120600         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
120700     END-IF.
120800     IF WSTRR-RETRY-DELAY NOT = SPACES
120900             AND WSTRR-RETRY-DELAY IS NOT NUMERIC
121000         MOVE SPACES TO WPKG-FL-TEXT
121100         STRING "STREAM " DELIMITED BY SIZE
121200             WSTRR-STREAM DELIMITED BY SIZE
121300             " STEP " DELIMITED BY SIZE
121400             WSTRR-STEP DELIMITED BY SIZE
121500             ": RETRY DELAY NOT NUMERIC." DELIMITED BY SIZE
121600             INTO WPKG-FL-TEXT
121700         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
121800     END-IF.
121900     MOVE WSTRR-PROGRAM TO WPKG-CHECK-PROGRAM.
122000     PERFORM 7300-CHECK-WHITELISTED THRU 7300-EXIT.
122100     IF NOT WPKG-AUTHORIZED
122200         MOVE SPACES TO WPKG-FL-TEXT
122300         STRING "STREAM " DELIMITED BY SIZE
122400             WSTRR-STREAM DELIMITED BY SIZE
122500             " STEP " DELIMITED BY SIZE
122600             WSTRR-STEP DELIMITED BY SIZE
122700             ": PROGRAM " DELIMITED BY SIZE
122800             WSTRR-PROGRAM DELIMITED BY SIZE
122900             " IS NOT IN WISPAUTH.DAT - WOULD DIE WITH"
123000                 DELIMITED BY SIZE
123100             " RETURN-VALUE 93." DELIMITED BY SIZE
123200             INTO WPKG-FL-TEXT
123300         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
123400     END-IF.
123500     GO TO 3610-EXIT.
123600 3610-EXIT.
123700     EXIT.
123800
123900**-----------------------------------------------------------**
124000**  3620-CHECK-STEP-SEQUENCE                                 **
124100**-----------------------------------------------------------**
124200 3620-CHECK-STEP-SEQUENCE.
124300     MOVE 0 TO WPKG-STRM-CUR.
124400     MOVE 1 TO WPKG-STRM-SUB.
124500     PERFORM 3625-LOOK-FOR-STREAM THRU 3625-EXIT
124600         UNTIL WPKG-STRM-CUR > 0
124700            OR WPKG-STRM-SUB > WPKG-STRM-COUNT.
124800     IF WPKG-STRM-CUR = 0
124900         IF WPKG-STRM-COUNT < 200
125000             ADD 1 TO WPKG-STRM-COUNT
125100             MOVE WPKG-STRM-COUNT TO WPKG-STRM-CUR
125200             MOVE WSTRR-STREAM
125300                 TO WPKG-SE-STREAM (WPKG-STRM-CUR)
125400             MOVE 0 TO WPKG-SE-LAST-STEP (WPKG-STRM-CUR)
125500         ELSE
125600             GO TO 3620-EXIT
125700         END-IF
125800     END-IF.
125900     IF WSTRR-STEP NOT > WPKG-SE-LAST-STEP (WPKG-STRM-CUR)
126000         MOVE SPACES TO WPKG-FL-TEXT
126100         STRING "STREAM " DELIMITED BY SIZE
126200             WSTRR-STREAM DELIMITED BY SIZE
126300             " STEP " DELIMITED BY SIZE
126400             WSTRR-STEP DELIMITED BY SIZE
126500             " OUT OF SEQUENCE (AFTER "
126600                 DELIMITED BY SIZE
126700             WPKG-SE-LAST-STEP (WPKG-STRM-CUR)
126800                 DELIMITED BY SIZE
126900             ")." DELIMITED BY SIZE
127000             INTO WPKG-FL-TEXT
127100         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
127200     END-IF.
127300     MOVE WSTRR-STEP TO WPKG-SE-LAST-STEP (WPKG-STRM-CUR).
127400     GO TO 3620-EXIT.
127500 3620-EXIT.
127600     EXIT.
127700
127800**-----------------------------------------------------------**
127900**  3625-LOOK-FOR-STREAM                                     **
128000**-----------------------------------------------------------**
128100 3625-LOOK-FOR-STREAM.
128200     IF WPKG-SE-STREAM (WPKG-STRM-SUB) = WSTRR-STREAM
128300         MOVE WPKG-STRM-SUB TO WPKG-STRM-CUR
128400     ELSE
128500         ADD 1 TO WPKG-STRM-SUB
128600     END-IF.
128700     GO TO 3625-EXIT.
128800 3625-EXIT.
128900     EXIT.
129000
129100**-----------------------------------------------------------**
129200**  3630-CHECK-PARM-RECORD                                   **
129300**  Besides the position, a "*PARM" record has to follow its **
129400**  own step - one left behind by a step the package takes   **
129500**  out would be passed to whatever step follows.            **
129600**-----------------------------------------------------------**
129700 3630-CHECK-PARM-RECORD.
129800     IF WSTRP-POSITION IS NOT NUMERIC
129900             OR WSTRP-POSITION < 1
130000             OR WSTRP-POSITION > 48
130100         MOVE SPACES TO WPKG-FL-TEXT
130200         STRING "STREAM " DELIMITED BY SIZE
130300             WSTRP-STREAM DELIMITED BY SIZE
130400             " STEP " DELIMITED BY SIZE
130500             WSTRP-STEP DELIMITED BY SIZE
130600             ": *PARM POSITION MUST BE 01-48."
130700                 DELIMITED BY SIZE
130800             INTO WPKG-FL-TEXT
130900         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
131000     END-IF.
131100     IF WPKG-FT-LINE (3, WPKG-SUB) (1:12)
131200             NOT = WPKG-LAST-STEP-KEY
131300         MOVE SPACES TO WPKG-FL-TEXT
131400         STRING "STREAM " DELIMITED BY SIZE
131500             WSTRP-STREAM DELIMITED BY SIZE
131600             " STEP " DELIMITED BY SIZE
131700             WSTRP-STEP DELIMITED BY SIZE
131800             ": *PARM RECORD DOES NOT FOLLOW ITS STEP RECORD."
131900                 DELIMITED BY SIZE
132000             INTO WPKG-FL-TEXT
132100         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
132200     END-IF.
132300     GO TO 3630-EXIT.
132400 3630-EXIT.
132500     EXIT.
132600
132700**-----------------------------------------------------------**
132800**  3700-CHECK-STAGED-OPRA                                   **
132900**-----------------------------------------------------------**
133000 3700-CHECK-STAGED-OPRA.
133100     PERFORM 3710-CHECK-OPRA-LINE THRU 3710-EXIT
133200         VARYING WPKG-SUB FROM 1 BY 1
133300         UNTIL WPKG-SUB > WPKG-FT-COUNT (2).
133400     GO TO 3700-EXIT.
133500 3700-EXIT.
133600     EXIT.
133700
133800**-----------------------------------------------------------**
133900**  3710-CHECK-OPRA-LINE                                     **
134000**-----------------------------------------------------------**
134100 3710-CHECK-OPRA-LINE.
134200     MOVE WPKG-FT-LINE (2, WPKG-SUB) TO WISPOPRA-LIST-RECORD.
134300     IF WOPRR-PROGRAM NOT = "*ALL"
134400         MOVE WOPRR-PROGRAM TO WPKG-CHECK-PROGRAM
134500         PERFORM 7300-CHECK-WHITELISTED THRU 7300-EXIT
134600         IF NOT WPKG-AUTHORIZED
134700             MOVE SPACES TO WPKG-FL-TEXT
134800             STRING "PERMISSION PAIR " DELIMITED BY SIZE
134900                 WOPRR-OPERATOR DELIMITED BY SIZE
135000                 " / " DELIMITED BY SIZE
135100                 WOPRR-PROGRAM DELIMITED BY SIZE
135200                 " NAMES A PROGRAM NOT IN WISPAUTH.DAT."
135300                     DELIMITED BY SIZE
135400                 INTO WPKG-FL-TEXT
135500             PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
135600         END-IF
135700     END-IF.
135800     CALL "WISPOPRN" USING WOPRR-OPERATOR
135900                           WPKG-OPR-NAME
136000                           WPKG-OPR-STATUS.
136100     IF WPKG-OPR-UNKNOWN
136200         MOVE SPACES TO WPKG-FL-TEXT
136300         STRING "PERMISSION PAIR " DELIMITED BY SIZE
136400             WOPRR-OPERATOR DELIMITED BY SIZE
136500             " / " DELIMITED BY SIZE
136600             WOPRR-PROGRAM DELIMITED BY SIZE
136700             " NAMES AN OPERATOR NOT ON WISPOPMS.DAT."
136800                 DELIMITED BY SIZE
136900             INTO WPKG-FL-TEXT
137000         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
137100     END-IF.
137200     IF WPKG-OPR-INACTIVE
137300         MOVE SPACES TO WPKG-FL-TEXT
137400         STRING "PERMISSION PAIR " DELIMITED BY SIZE
137500             WOPRR-OPERATOR DELIMITED BY SIZE
137600             " / " DELIMITED BY SIZE
137700             WOPRR-PROGRAM DELIMITED BY SIZE
137800             " NAMES AN INACTIVE OPERATOR."
137900                 DELIMITED BY SIZE
138000             INTO WPKG-FL-TEXT
138100         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
138200     END-IF.
138300     GO TO 3710-EXIT.
138400 3710-EXIT.
138500     EXIT.
138600
138700**-----------------------------------------------------------**
138800**  3800-CHECK-STAGED-SCHD                                   **
138900**  Every scheduled stream must still have steps to run, and **
139000**  the schedule fields must read the way WISPSCHD reads     **
139100**  them.                                                    **
139200**-----------------------------------------------------------**
139300 3800-CHECK-STAGED-SCHD.
139400     PERFORM 3810-CHECK-SCHD-LINE THRU 3810-EXIT
139500         VARYING WPKG-SUB FROM 1 BY 1
139600         UNTIL WPKG-SUB > WPKG-FT-COUNT (4).
139700     GO TO 3800-EXIT.
139800 3800-EXIT.
139900     EXIT.
140000
140100**-----------------------------------------------------------**
140200**  3810-CHECK-SCHD-LINE                                     **
140300**-----------------------------------------------------------**
140400 3810-CHECK-SCHD-LINE.
140500     MOVE WPKG-FT-LINE (4, WPKG-SUB) TO WISPSCHD-RECORD.
140600     IF WSCHR-STREAM = SPACES
140700         GO TO 3810-EXIT
140800     END-IF.
140900     IF NOT WSCHR-FREQ-DAILY AND NOT WSCHR-FREQ-BUSINESS
141000             AND NOT WSCHR-FREQ-WEEKLY
141100             AND NOT WSCHR-FREQ-MONTH-END
141200         MOVE SPACES TO WPKG-FL-TEXT
141300         STRING "SCHEDULED STREAM " DELIMITED BY SIZE
141400             WSCHR-STREAM DELIMITED BY SIZE
141500             ": FREQUENCY MUST BE D, B, W OR M."
141600                 DELIMITED BY SIZE
141700             INTO WPKG-FL-TEXT
141800         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
141900     END-IF.
142000     IF WSCHR-FREQ-WEEKLY
142100             AND (WSCHR-DAY IS NOT NUMERIC
142200               OR WSCHR-DAY < 1 OR WSCHR-DAY > 7)
142300         MOVE SPACES TO WPKG-FL-TEXT
142400         STRING "SCHEDULED STREAM " DELIMITED BY SIZE
142500             WSCHR-STREAM DELIMITED BY SIZE
142600             ": WEEKLY DAY MUST BE 1-7." DELIMITED BY SIZE
142700             INTO WPKG-FL-TEXT
142800         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
142900     END-IF.
143000     IF WSCHR-RUN-TIME NOT = SPACES
143100             AND WSCHR-RUN-TIME IS NOT NUMERIC
143200         MOVE SPACES TO WPKG-FL-TEXT
143300         STRING "SCHEDULED STREAM " DELIMITED BY SIZE
143400             WSCHR-STREAM DELIMITED BY SIZE
143500             ": RUN TIME NOT NUMERIC (HHMMSSHH)."
143600                 DELIMITED BY SIZE
143700             INTO WPKG-FL-TEXT
143800         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
143900     END-IF.
144000     MOVE WSCHR-STREAM TO WPKG-CHECK-STREAM.
144100     PERFORM 7800-FIND-STREAM THRU 7800-EXIT.
144200     IF NOT WPKG-STREAM-FOUND
144300         MOVE SPACES TO WPKG-FL-TEXT
144400         STRING "SCHEDULED STREAM " DELIMITED BY SIZE
144500             WSCHR-STREAM DELIMITED BY SIZE
144600             " HAS NO STEPS ON WISPSTRM.DAT." DELIMITED BY SIZE
144700             INTO WPKG-FL-TEXT
144800         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
144900     END-IF.
145000     GO TO 3810-EXIT.
145100 3810-EXIT.
145200     EXIT.
145300
145400**-----------------------------------------------------------**
145500**  3850-CHECK-STAGED-DEAD                                   **
145600**-----------------------------------------------------------**
145700 3850-CHECK-STAGED-DEAD.
145800     PERFORM 3860-CHECK-DEAD-LINE THRU 3860-EXIT
145900         VARYING WPKG-SUB FROM 1 BY 1
146000         UNTIL WPKG-SUB > WPKG-FT-COUNT (5).
146100     GO TO 3850-EXIT.
146200 3850-EXIT.
146300     EXIT.
146400
146500**-----------------------------------------------------------**
146600**  3860-CHECK-DEAD-LINE                                     **
146700**-----------------------------------------------------------**
146800 3860-CHECK-DEAD-LINE.
146900     MOVE WPKG-FT-LINE (5, WPKG-SUB) TO WISPDEAD-RECORD.
147000     IF WDEDR-STREAM = SPACES
147100         GO TO 3860-EXIT
147200     END-IF.
147300     MOVE WDEDR-STREAM TO WPKG-CHECK-STREAM.
147400     PERFORM 7800-FIND-STREAM THRU 7800-EXIT.
147500     IF NOT WPKG-STREAM-FOUND
147600         MOVE SPACES TO WPKG-FL-TEXT
147700         STRING "DEADLINE RECORD " DELIMITED BY SIZE
147800             WDEDR-STREAM DELIMITED BY SIZE
147900             " / " DELIMITED BY SIZE
148000             WDEDR-PROGRAM DELIMITED BY SIZE
148100             " NAMES A STREAM WITH NO STEPS ON WISPSTRM.DAT."
148200                 DELIMITED BY SIZE
148300             INTO WPKG-FL-TEXT
148400         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
148500     END-IF.
148600     IF NOT WDEDR-STREAM-REC
148700             AND WDEDR-MAX-ELAPSED IS NOT NUMERIC
148800         MOVE SPACES TO WPKG-FL-TEXT
148900         STRING "DEADLINE RECORD " DELIMITED BY SIZE
149000             WDEDR-STREAM DELIMITED BY SIZE
149100             " / " DELIMITED BY SIZE
149200             WDEDR-PROGRAM DELIMITED BY SIZE
149300             ": MAXIMUM ELAPSED SECONDS NOT NUMERIC."
149400                 DELIMITED BY SIZE
149500             INTO WPKG-FL-TEXT
149600         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
149700     END-IF.
149800     GO TO 3860-EXIT.
149900 3860-EXIT.
150000     EXIT.
150100
150200**-----------------------------------------------------------**
150300**  3880-CHECK-CHECKPOINT                                    **
150400**  WISPSTRM restarts by step position, so - as on the       **
150500**  WACUSTRM screen - steps may not be added to or taken     **
150600**  out of a stream while its checkpoint is pending.         **
150700**-----------------------------------------------------------**
150800 3880-CHECK-CHECKPOINT.
150900     MOVE "Q" TO WPKG-CHKP-MODE.
151000     MOVE SPACES TO WPKG-CHKP-PROGRAM.
151100     MOVE SPACES TO WPKG-CHKP-STREAM.
151200     MOVE 0 TO WPKG-CHKP-STEPS.
151300     CALL "WISPCHKP" USING WPKG-CHKP-MODE
151400                           WPKG-CHKP-PROGRAM
151500                           WPKG-CHKP-STEPS
151600                           WPKG-CHKP-STREAM.
151700     IF WPKG-CHKP-STEPS = 0 OR WPKG-CHKP-STREAM = SPACES
151800         GO TO 3880-EXIT
151900     END-IF.
152000     MOVE "N" TO WPKG-DONE-SW.
152100     PERFORM 3890-LOOK-FOR-STEP-CHANGE THRU 3890-EXIT
152200         VARYING WPKG-SUB FROM 1 BY 1
152300         UNTIL WPKG-SUB > WPKG-BFI-COUNT
152400            OR WPKG-DONE.
152500     IF WPKG-DONE
152600         MOVE SPACES TO WPKG-FL-TEXT
152700         STRING "STREAM " DELIMITED BY SIZE
152800             WPKG-CHKP-STREAM DELIMITED BY SIZE
152900             " HAS A CHECKPOINT PENDING - STEPS CANNOT BE"
153000                 DELIMITED BY SIZE
153100             " ADDED OR DELETED UNTIL IT IS CLEARED."
153200                 DELIMITED BY SIZE
153300             INTO WPKG-FL-TEXT
153400         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
153500     END-IF.
153600     GO TO 3880-EXIT.
153700 3880-EXIT.
153800     EXIT.
153900
154000**-----------------------------------------------------------**
154100**  3890-LOOK-FOR-STEP-CHANGE                                **
154200**-----------------------------------------------------------**
154300 3890-LOOK-FOR-STEP-CHANGE.
154400     IF WPKG-BE-FNO (WPKG-SUB) = 3
154500             AND WPKG-BE-KIND (WPKG-SUB) NOT = "C"
154600             AND WPKG-BE-IMAGE (WPKG-SUB) (14:8) NOT = "*PARM"
154700             AND WPKG-BE-IMAGE (WPKG-SUB) (1:8)
154800                 = WPKG-CHKP-STREAM
154900         SET WPKG-DONE TO TRUE
155000     END-IF.
155100     GO TO 3890-EXIT.
155200 3890-EXIT.
155300     EXIT.
155400
155500**-----------------------------------------------------------**
155600**  4000-APPLY-PACKAGE                                       **
155700**  Nothing is written unless the package stages with no     **
155800**  exception; the before-image goes to disk before the      **
155900**  first control file is touched.                           **
156000**-----------------------------------------------------------**
156100 4000-APPLY-PACKAGE.
156200     PERFORM 4100-CHECK-NOT-APPLIED THRU 4100-EXIT.
156300     IF WPKG-REFUSED
156400         PERFORM 8200-LOG-RUN THRU 8200-EXIT
156500         GO TO 4000-EXIT
156600     END-IF.
156700     PERFORM 3100-STAGE-PACKAGE THRU 3100-EXIT.
156800     IF WPKG-REFUSED
156900         PERFORM 8200-LOG-RUN THRU 8200-EXIT
157000         GO TO 4000-EXIT
157100     END-IF.
157200     PERFORM 3500-CHECK-STAGED-FILES THRU 3500-EXIT.
157300     MOVE SPACES TO REPORT-LINE.
157400     WRITE REPORT-LINE.
157500     IF WPKG-FINDING-COUNT > 0
157600         MOVE WPKG-FINDING-COUNT TO WPKG-COUNT-DISP
157700         MOVE SPACES TO WPKG-ML-TEXT
157800         STRING WPKG-COUNT-DISP DELIMITED BY SIZE
157900             " EXCEPTION(S) - PACKAGE NOT APPLIED, NOTHING WAS"
158000                 DELIMITED BY SIZE
158100             " CHANGED." DELIMITED BY SIZE
158200             INTO WPKG-ML-TEXT
158300         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
158400         MOVE "FAILED THE PRE-APPLY CHECKS" TO WPKG-LOG-REASON
158500         SET WPKG-REFUSED TO TRUE
158600         PERFORM 8200-LOG-RUN THRU 8200-EXIT
158700         GO TO 4000-EXIT
158800     END-IF.
158900     IF WPKG-BFI-COUNT = 0
159000         MOVE "THE PACKAGE CHANGES NOTHING ON THIS SYSTEM - NOTHI
159100-            "NG WRITTEN." TO WPKG-ML-TEXT
159200         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
159300         MOVE "NOTHING TO CHANGE" TO WPKG-LOG-REASON
159400         PERFORM 8200-LOG-RUN THRU 8200-EXIT
159500         GO TO 4000-EXIT
159600     END-IF.
159700     PERFORM 4200-WRITE-BEFORE-IMAGE THRU 4200-EXIT.
159800     IF WPKG-REFUSED
159900         PERFORM 8200-LOG-RUN THRU 8200-EXIT
160000         GO TO 4000-EXIT
160100     END-IF.
160200     MOVE WPKG-BFI-COUNT TO WPKG-LOG-RECORDS.
160300     PERFORM 4300-REWRITE-ONE-FILE THRU 4300-EXIT
160400         VARYING WPKG-FNO FROM 1 BY 1
160500         UNTIL WPKG-FNO > 5.
160600     IF WPKG-FS-TOUCHED (6)
160700         PERFORM 4400-APPLY-MSGC THRU 4400-EXIT
160800     END-IF.
160900     IF WPKG-FAILED
161000         MOVE "APPLY FAILED PART WAY - ROLL THE PACKAGE BACK WITH
161100-            " WISP_PKG_FUNCTION=ROLLBACK." TO WPKG-ML-TEXT
161200     ELSE
161300         MOVE SPACES TO WPKG-ML-TEXT
161400         STRING "PACKAGE APPLIED - BEFORE-IMAGE KEPT IN "
161500                 DELIMITED BY SIZE
161600             WPKG-BFI-NAME DELIMITED BY SPACE
161700             "." DELIMITED BY SIZE
161800             INTO WPKG-ML-TEXT
161900     END-IF.
162000     PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT.
162100     PERFORM 8200-LOG-RUN THRU 8200-EXIT.
162200     GO TO 4000-EXIT.
162300 4000-EXIT.
162400     EXIT.
162500
162600**-----------------------------------------------------------**
162700**  4100-CHECK-NOT-APPLIED                                   **
162800**  A before-image with records in it means the package is   **
162900**  in - applying it again would overwrite the only copy of  **
163000**  what it replaced.                                        **
163100**-----------------------------------------------------------**
163200 4100-CHECK-NOT-APPLIED.
163300     MOVE "N" TO WPKG-APPLIED-SW.
163400     OPEN INPUT BEFORE-FILE.
163500     IF NOT WPKG-BFI-OK
163600         GO TO 4100-EXIT
163700     END-IF.
163800     MOVE "N" TO WPKG-EOF-SW.
163900     PERFORM 4110-READ-BEFORE-LINE THRU 4110-EXIT
164000         UNTIL WPKG-EOF OR WPKG-APPLIED.
164100     CLOSE BEFORE-FILE.
164200     IF WPKG-APPLIED
164300         MOVE SPACES TO WPKG-ML-TEXT
164400         STRING "PACKAGE " DELIMITED BY SIZE
164500             WPKG-PACKAGE DELIMITED BY SPACE
164600             " IS ALREADY APPLIED - ROLL IT BACK BEFORE"
164700                 DELIMITED BY SIZE
164800             " APPLYING IT AGAIN." DELIMITED BY SIZE
164900             INTO WPKG-ML-TEXT
165000         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
165100         MOVE "ALREADY APPLIED" TO WPKG-LOG-REASON
165200         SET WPKG-REFUSED TO TRUE
165300     END-IF.
165400     GO TO 4100-EXIT.
165500 4100-EXIT.
165600     EXIT.
165700
165800**-----------------------------------------------------------**
165900**  4110-READ-BEFORE-LINE                                    **
166000**-----------------------------------------------------------**
166100 4110-READ-BEFORE-LINE.
166200     READ BEFORE-FILE
166300         AT END SET WPKG-EOF TO TRUE
166400     END-READ.
166500     IF NOT WPKG-EOF
166600             AND WPKG-BFI-REC NOT = SPACES
166700             AND WPKG-BFI-REC (1:1) NOT = "*"
166800         SET WPKG-APPLIED TO TRUE
166900     END-IF.
167000     GO TO 4110-EXIT.
167100 4110-EXIT.
167200     EXIT.
167300
167400**-----------------------------------------------------------**
167500**  4200-WRITE-BEFORE-IMAGE                                  **
167600**-----------------------------------------------------------**
167700 4200-WRITE-BEFORE-IMAGE.
167800     OPEN OUTPUT BEFORE-FILE.
167900     IF NOT WPKG-BFI-OK
168000         MOVE SPACES TO WPKG-ML-TEXT
168100         STRING "BEFORE-IMAGE " DELIMITED BY SIZE
168200             WPKG-BFI-NAME DELIMITED BY SPACE
168300             " COULD NOT BE CREATED - PACKAGE NOT APPLIED."
168400                 DELIMITED BY SIZE
168500             INTO WPKG-ML-TEXT
168600         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
168700         MOVE "BEFORE-IMAGE COULD NOT BE CREATED"
168800             TO WPKG-LOG-REASON
168900         SET WPKG-REFUSED TO TRUE
169000         GO TO 4200-EXIT
169100     END-IF.
169200     MOVE "APPLIED" TO WPKG-HDR-VERB.
169300     PERFORM 8700-BUILD-HEADER THRU 8700-EXIT.
169400     MOVE WISPPKG-RECORD TO WPKG-BFI-REC.
169500     WRITE WPKG-BFI-REC.
169600     PERFORM 4210-WRITE-BEFORE-LINE THRU 4210-EXIT
169700         VARYING WPKG-BFI-SUB FROM 1 BY 1
169800         UNTIL WPKG-BFI-SUB > WPKG-BFI-COUNT.
169900     CLOSE BEFORE-FILE.
170000     GO TO 4200-EXIT.
170100 4200-EXIT.
170200     EXIT.
170300
170400**-----------------------------------------------------------**
170500**  4210-WRITE-BEFORE-LINE                                   **
170600**-----------------------------------------------------------**
170700 4210-WRITE-BEFORE-LINE.
170800     MOVE SPACES TO WISPPKG-RECORD.
170900     MOVE WPKG-FILE-NAME (WPKG-BE-FNO (WPKG-BFI-SUB))
171000         TO WPKGR-FILE.
171100     MOVE WPKG-BE-KIND (WPKG-BFI-SUB) TO WPKGR-ACTION.
171200     MOVE WPKG-BE-IMAGE (WPKG-BFI-SUB) TO WPKGR-IMAGE.
171300     MOVE WISPPKG-RECORD TO WPKG-BFI-REC.
171400     WRITE WPKG-BFI-REC.
171500     GO TO 4210-EXIT.
171600 4210-EXIT.
171700     EXIT.
171800
171900**-----------------------------------------------------------**
172000**  4300-REWRITE-ONE-FILE                                    **
172100**  A touched text-edited file goes back whole from the      **
172200**  table, the way WACUSTRM saves WISPSTRM.DAT.              **
172300**-----------------------------------------------------------**
172400 4300-REWRITE-ONE-FILE.
172500     IF NOT WPKG-FS-TOUCHED (WPKG-FNO)
172600         GO TO 4300-EXIT
172700     END-IF.
172800     PERFORM 8320-OPEN-OUTPUT-FILE THRU 8320-EXIT.
172900     IF NOT WPKG-IO-OK
173000         MOVE SPACES TO WPKG-ML-TEXT
173100         STRING WPKG-FILE-NAME (WPKG-FNO) DELIMITED BY SIZE
173200             ".DAT COULD NOT BE REWRITTEN (STATUS "
173300                 DELIMITED BY SIZE
173400             WPKG-IO-STATUS DELIMITED BY SIZE
173500             ")." DELIMITED BY SIZE
173600             INTO WPKG-ML-TEXT
173700         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
173800         MOVE SPACES TO WPKG-LOG-REASON
173900         STRING WPKG-FILE-NAME (WPKG-FNO) DELIMITED BY SIZE
174000             ".DAT COULD NOT BE REWRITTEN" DELIMITED BY SIZE
174100             INTO WPKG-LOG-REASON
174200         SET WPKG-FAILED TO TRUE
174300         GO TO 4300-EXIT
174400     END-IF.
174500     PERFORM 4310-WRITE-ONE-LINE THRU 4310-EXIT
174600         VARYING WPKG-SUB FROM 1 BY 1
174700         UNTIL WPKG-SUB > WPKG-FT-COUNT (WPKG-FNO).
174800     PERFORM 8340-CLOSE-FILE THRU 8340-EXIT.
174900     GO TO 4300-EXIT.
175000 4300-EXIT.
175100     EXIT.
175200
175300**-----------------------------------------------------------**
175400**  4310-WRITE-ONE-LINE                                      **
175500**-----------------------------------------------------------**
175600 4310-WRITE-ONE-LINE.
175700     MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-SUB) TO WPKG-LINE.
175800     PERFORM 8330-WRITE-FILE-LINE THRU 8330-EXIT.
175900     GO TO 4310-EXIT.
176000 4310-EXIT.
176100     EXIT.
176200
176300**-----------------------------------------------------------**
176400**  4400-APPLY-MSGC                                          **
176500**-----------------------------------------------------------**
176600 4400-APPLY-MSGC.
176700     PERFORM 8400-OPEN-MSGC-IO THRU 8400-EXIT.
176800     IF NOT WMSGC-FILE-OK
176900         GO TO 4400-EXIT
177000     END-IF.
177100     PERFORM 4410-APPLY-MSGC-ENTRY THRU 4410-EXIT
177200         VARYING WPKG-ENT-SUB FROM 1 BY 1
177300         UNTIL WPKG-ENT-SUB > WPKG-ENTRY-COUNT.
177400     CLOSE WISPMSGC-FILE.
177500     GO TO 4400-EXIT.
177600 4400-EXIT.
177700     EXIT.
177800
177900**-----------------------------------------------------------**
178000**  4410-APPLY-MSGC-ENTRY                                    **
178100**-----------------------------------------------------------**
178200 4410-APPLY-MSGC-ENTRY.
178300     IF WPKG-EN-FNO (WPKG-ENT-SUB) NOT = 6
178400         GO TO 4410-EXIT
178500     END-IF.
178600     MOVE WPKG-EN-IMAGE (WPKG-ENT-SUB) TO WPKG-IMAGE.
178700     MOVE WPKG-IMAGE (1:10) TO WMSGC-KEY.
178800     READ WISPMSGC-FILE
178900         INVALID KEY
179000             MOVE "N" TO WPKG-MSGC-FOUND-SW
179100         NOT INVALID KEY
179200             MOVE "Y" TO WPKG-MSGC-FOUND-SW
179300     END-READ.
179400     IF WPKG-EN-ACTION (WPKG-ENT-SUB) = "D"
179500         IF WPKG-MSGC-FOUND
179600             DELETE WISPMSGC-FILE RECORD
179620                 INVALID KEY
179640                     PERFORM 4420-MSGC-UPDATE-FAILED
179650                         THRU 4420-EXIT
179660                     GO TO 4410-EXIT
179680             END-DELETE
179700         END-IF
179800         GO TO 4410-EXIT
179900     END-IF.
180000     MOVE WPKG-IMAGE TO WISPMSGC-RECORD.
180100     IF WPKG-MSGC-FOUND
180200         REWRITE WISPMSGC-RECORD
180220             INVALID KEY
180240                 PERFORM 4420-MSGC-UPDATE-FAILED THRU 4420-EXIT
180260                 GO TO 4410-EXIT
180280         END-REWRITE
180300     ELSE
180400         WRITE WISPMSGC-RECORD
180420             INVALID KEY
180440                 PERFORM 4420-MSGC-UPDATE-FAILED THRU 4420-EXIT
180460                 GO TO 4410-EXIT
180480         END-WRITE
180500     END-IF.
180600     GO TO 4410-EXIT.
180700 4410-EXIT.
180800     EXIT.
180802
180804**-----------------------------------------------------------**
180806**  4420-MSGC-UPDATE-FAILED                                  **
180808**-----------------------------------------------------------**
180810 4420-MSGC-UPDATE-FAILED.
180812     MOVE SPACES TO WPKG-ML-TEXT.
180814     STRING "WISPMSGC.DAT RECORD " DELIMITED BY SIZE
180816         WMSGC-KEY DELIMITED BY SIZE
180818         " COULD NOT BE UPDATED (STATUS " DELIMITED BY SIZE
180820         WMSGC-FILE-STATUS DELIMITED BY SIZE
180822         ")." DELIMITED BY SIZE
180824         INTO WPKG-ML-TEXT.
180826     PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT.
180828     MOVE SPACES TO WPKG-LOG-REASON.
180830     STRING "WISPMSGC.DAT RECORD " DELIMITED BY SIZE
180832         WMSGC-KEY DELIMITED BY SIZE
180834         " NOT UPDATED" DELIMITED BY SIZE
180836         INTO WPKG-LOG-REASON.
180838     SET WPKG-FAILED TO TRUE.
180840     GO TO 4420-EXIT.
180842 4420-EXIT.
180844     EXIT.
180900
181000**-----------------------------------------------------------**
181100**  5000-ROLLBACK-PACKAGE                                    **
181200**  Undo the before-image from its last line back, so a      **
181300**  step's parameters and the step itself come back in the   **
181400**  reverse of the order they went.                          **
181500**-----------------------------------------------------------**
181600 5000-ROLLBACK-PACKAGE.
181700     MOVE "ROLLING BACK FROM THE BEFORE-IMAGE" TO WPKG-SL-TEXT.
181800     PERFORM 8000-PRINT-SECTION THRU 8000-EXIT.
181900     PERFORM 5100-LOAD-BEFORE-IMAGE THRU 5100-EXIT.
182000     IF WPKG-REFUSED
182100         PERFORM 8200-LOG-RUN THRU 8200-EXIT
182200         GO TO 5000-EXIT
182300     END-IF.
182400     PERFORM 1100-LOAD-FILES THRU 1100-EXIT.
182500     IF WPKG-FINDING-COUNT > 0
182600         MOVE "PACKAGE NOT ROLLED BACK - NOTHING WAS CHANGED."
182700             TO WPKG-ML-TEXT
182800         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
182900         MOVE "A CONTROL FILE IS TOO LARGE TO REWRITE"
183000             TO WPKG-LOG-REASON
183100         SET WPKG-REFUSED TO TRUE
183200         PERFORM 8200-LOG-RUN THRU 8200-EXIT
183300         GO TO 5000-EXIT
183400     END-IF.
183500     IF WPKG-FS-TOUCHED (6)
183600         PERFORM 8400-OPEN-MSGC-IO THRU 8400-EXIT
183700         IF NOT WMSGC-FILE-OK
183800             MOVE "PACKAGE NOT ROLLED BACK - NOTHING WAS CHANGED."
183900                 TO WPKG-ML-TEXT
184000             PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
184100             MOVE "N" TO WPKG-FAILED-SW
184200             MOVE "WISPMSGC.DAT COULD NOT BE OPENED"
184300                 TO WPKG-LOG-REASON
184400             SET WPKG-REFUSED TO TRUE
184500             PERFORM 8200-LOG-RUN THRU 8200-EXIT
184600             GO TO 5000-EXIT
184700         END-IF
184800     END-IF.
184900     MOVE WPKG-BFI-COUNT TO WPKG-LOG-RECORDS.
185000     PERFORM 5200-UNDO-ONE-ENTRY THRU 5200-EXIT
185100         VARYING WPKG-BFI-SUB FROM WPKG-BFI-COUNT BY -1
185200         UNTIL WPKG-BFI-SUB < 1.
185300     IF WPKG-FS-TOUCHED (6)
185400         CLOSE WISPMSGC-FILE
185500     END-IF.
185600     PERFORM 4300-REWRITE-ONE-FILE THRU 4300-EXIT
185700         VARYING WPKG-FNO FROM 1 BY 1
185800         UNTIL WPKG-FNO > 5.
185900     MOVE SPACES TO REPORT-LINE.
186000     WRITE REPORT-LINE.
186100     MOVE WPKG-CHANGED-COUNT TO WPKG-UL-RESTORED.
186200     MOVE WPKG-DELETED-COUNT TO WPKG-UL-REMOVED.
186300     MOVE WPKG-UNDO-TOTAL-LINE TO REPORT-LINE.
186400     WRITE REPORT-LINE.
186500     IF WPKG-FAILED
186600         MOVE "ROLLBACK FAILED PART WAY - BEFORE-IMAGE KEPT; CORR
186700-            "ECT THE FILE AND RUN THE ROLLBACK AGAIN."
186800             TO WPKG-ML-TEXT
186900     ELSE
187000         OPEN OUTPUT BEFORE-FILE
187100         CLOSE BEFORE-FILE
187200         MOVE "PACKAGE ROLLED BACK - BEFORE-IMAGE EMPTIED."
187300             TO WPKG-ML-TEXT
187400     END-IF.
187500     PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT.
187600     PERFORM 8200-LOG-RUN THRU 8200-EXIT.
187700     GO TO 5000-EXIT.
187800 5000-EXIT.
187900     EXIT.
188000
188100**-----------------------------------------------------------**
188200**  5100-LOAD-BEFORE-IMAGE                                   **
188300**-----------------------------------------------------------**
188400 5100-LOAD-BEFORE-IMAGE.
188500     MOVE 0 TO WPKG-BFI-COUNT.
188600     OPEN INPUT BEFORE-FILE.
188700     IF WPKG-BFI-OK
188800         MOVE "N" TO WPKG-EOF-SW
188900         PERFORM 5110-LOAD-BEFORE-LINE THRU 5110-EXIT
189000             UNTIL WPKG-EOF
189100         CLOSE BEFORE-FILE
189200     END-IF.
189300     IF WPKG-FINDING-COUNT > 0
189400         MOVE "BEFORE-IMAGE UNREADABLE - NOTHING WAS CHANGED."
189500             TO WPKG-ML-TEXT
189600         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
189700         MOVE "BEFORE-IMAGE UNREADABLE" TO WPKG-LOG-REASON
189800         SET WPKG-REFUSED TO TRUE
189900         GO TO 5100-EXIT
190000     END-IF.
190100     IF WPKG-BFI-COUNT = 0
190200         MOVE SPACES TO WPKG-ML-TEXT
190300         STRING "PACKAGE " DELIMITED BY SIZE
190400             WPKG-PACKAGE DELIMITED BY SPACE
190500             " IS NOT APPLIED (NO BEFORE-IMAGE IN "
190600                 DELIMITED BY SIZE
190700             WPKG-BFI-NAME DELIMITED BY SPACE
190800             ") - NOTHING TO ROLL BACK." DELIMITED BY SIZE
190900             INTO WPKG-ML-TEXT
191000         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
191100         MOVE "NOT APPLIED - NO BEFORE-IMAGE" TO WPKG-LOG-REASON
191200         SET WPKG-REFUSED TO TRUE
191300     END-IF.
191400     GO TO 5100-EXIT.
191500 5100-EXIT.
191600     EXIT.
191700
191800**-----------------------------------------------------------**
191900**  5110-LOAD-BEFORE-LINE                                    **
192000**-----------------------------------------------------------**
192100 5110-LOAD-BEFORE-LINE.
192200     READ BEFORE-FILE
192300         AT END SET WPKG-EOF TO TRUE
192400     END-READ.
192500     IF WPKG-EOF
192600         GO TO 5110-EXIT
192700     END-IF.
192800     IF WPKG-BFI-REC = SPACES OR WPKG-BFI-REC (1:1) = "*"
192900         GO TO 5110-EXIT
193000     END-IF.
193100     MOVE WPKG-BFI-REC TO WISPPKG-RECORD.
193200     MOVE WPKGR-FILE TO WPKG-CHECK-FILE.
193300     PERFORM 7400-FIND-FILE-NO THRU 7400-EXIT.
193400     IF WPKG-FNO = 0
193500             OR (NOT WPKGR-WAS-ADDED AND NOT WPKGR-WAS-CHANGED
193600                 AND NOT WPKGR-WAS-DELETED)
193700         MOVE SPACES TO WPKG-FL-TEXT
193800         STRING "BEFORE-IMAGE LINE FOR " DELIMITED BY SIZE
193900             WPKGR-FILE DELIMITED BY SIZE
194000             " ACTION " DELIMITED BY SIZE
194100             WPKGR-ACTION DELIMITED BY SIZE
194200             " IS NOT ONE WISPPKG WROTE." DELIMITED BY SIZE
194300             INTO WPKG-FL-TEXT
194400         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
194500         GO TO 5110-EXIT
194600     END-IF.
194700     IF WPKG-BFI-COUNT NOT < 2000
194800         MOVE "BEFORE-IMAGE HOLDS MORE THAN 2000 RECORDS."
194900             TO WPKG-FL-TEXT
195000         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
195100         SET WPKG-EOF TO TRUE
195200         GO TO 5110-EXIT
195300     END-IF.
195400     ADD 1 TO WPKG-BFI-COUNT.
195500     MOVE WPKG-FNO TO WPKG-BE-FNO (WPKG-BFI-COUNT).
195600     MOVE WPKGR-ACTION TO WPKG-BE-KIND (WPKG-BFI-COUNT).
195700     MOVE WPKGR-IMAGE TO WPKG-BE-IMAGE (WPKG-BFI-COUNT).
195800     MOVE "Y" TO WPKG-FS-TOUCHED-SW (WPKG-FNO).
195900     GO TO 5110-EXIT.
196000 5110-EXIT.
196100     EXIT.
196200
196300**-----------------------------------------------------------**
196400**  5200-UNDO-ONE-ENTRY                                      **
196500**  An added record comes out; a replaced or deleted one     **
196600**  goes back as it was - in place when its key is on file,  **
196700**  otherwise where it sorts.                                **
196800**-----------------------------------------------------------**
196900 5200-UNDO-ONE-ENTRY.
197000     MOVE WPKG-BE-FNO (WPKG-BFI-SUB) TO WPKG-FNO.
197100     MOVE WPKG-BE-KIND (WPKG-BFI-SUB) TO WPKG-KIND.
197200     MOVE WPKG-BE-IMAGE (WPKG-BFI-SUB) TO WPKG-IMAGE.
197300     MOVE WPKG-IMAGE TO WPKG-KEY-SOURCE.
197400     PERFORM 7000-BUILD-KEY THRU 7000-EXIT.
197500     MOVE WPKG-KEY-RESULT TO WPKG-KEY.
197600     MOVE WPKG-KEY TO WPKG-DT-KEY.
197700     IF WPKG-FNO = 6
197800         PERFORM 5300-UNDO-MSGC-ENTRY THRU 5300-EXIT
197900         GO TO 5200-EXIT
198000     END-IF.
198100     PERFORM 7200-FIND-KEY THRU 7200-EXIT.
198200     EVALUATE TRUE
198300         WHEN WPKG-KIND = "A" AND WPKG-FOUND-SUB > 0
198400             MOVE WPKG-FOUND-SUB TO WPKG-DEL-SUB
198500             PERFORM 7700-DELETE-LINE THRU 7700-EXIT
198600             ADD 1 TO WPKG-DELETED-COUNT
198700             MOVE "ADDED RECORD REMOVED" TO WPKG-DT-RESULT
198800         WHEN WPKG-KIND = "A"
198900             MOVE "ADDED RECORD ALREADY GONE" TO WPKG-DT-RESULT
199000         WHEN WPKG-FOUND-SUB > 0
199100             MOVE WPKG-IMAGE
199200                 TO WPKG-FT-LINE (WPKG-FNO, WPKG-FOUND-SUB)
199300             ADD 1 TO WPKG-CHANGED-COUNT
199400             MOVE "RESTORED" TO WPKG-DT-RESULT
199500         WHEN OTHER
199600             PERFORM 7500-FIND-INSERT-POINT THRU 7500-EXIT
199700             PERFORM 7600-INSERT-LINE THRU 7600-EXIT
199800             ADD 1 TO WPKG-CHANGED-COUNT
199900             MOVE "RESTORED" TO WPKG-DT-RESULT
200000     END-EVALUATE.
200100     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
200200     GO TO 5200-EXIT.
200300 5200-EXIT.
200400     EXIT.
200500
200600**-----------------------------------------------------------**
200700**  5300-UNDO-MSGC-ENTRY                                     **
200800**-----------------------------------------------------------**
200900 5300-UNDO-MSGC-ENTRY.
201000     MOVE WPKG-IMAGE (1:10) TO WMSGC-KEY.
201100     READ WISPMSGC-FILE
201200         INVALID KEY
201300             MOVE "N" TO WPKG-MSGC-FOUND-SW
201400         NOT INVALID KEY
201500             MOVE "Y" TO WPKG-MSGC-FOUND-SW
201600     END-READ.
201700     EVALUATE TRUE
201800         WHEN WPKG-KIND = "A" AND WPKG-MSGC-FOUND
201900             DELETE WISPMSGC-FILE RECORD
201920                 INVALID KEY
201940                     MOVE "RESTORE FAILED" TO WPKG-DT-RESULT
201960                     PERFORM 5310-MSGC-RESTORE-FAILED
201970                         THRU 5310-EXIT
201980                 NOT INVALID KEY
202000                     ADD 1 TO WPKG-DELETED-COUNT
202020                     MOVE "ADDED RECORD REMOVED" TO WPKG-DT-RESULT
202040             END-DELETE
202200         WHEN WPKG-KIND = "A"
202300             MOVE "ADDED RECORD ALREADY GONE" TO WPKG-DT-RESULT
202400         WHEN WPKG-MSGC-FOUND
202500             MOVE WPKG-IMAGE TO WISPMSGC-RECORD
202600             REWRITE WISPMSGC-RECORD
202620                 INVALID KEY
202640                     MOVE "RESTORE FAILED" TO WPKG-DT-RESULT
202660                     PERFORM 5310-MSGC-RESTORE-FAILED
202670                         THRU 5310-EXIT
202680                 NOT INVALID KEY
202700                     ADD 1 TO WPKG-CHANGED-COUNT
202720                     MOVE "RESTORED" TO WPKG-DT-RESULT
202740             END-REWRITE
202900         WHEN OTHER
203000             MOVE WPKG-IMAGE TO WISPMSGC-RECORD
203100             WRITE WISPMSGC-RECORD
203120                 INVALID KEY
203140                     MOVE "RESTORE FAILED" TO WPKG-DT-RESULT
203160                     PERFORM 5310-MSGC-RESTORE-FAILED
203170                         THRU 5310-EXIT
203180                 NOT INVALID KEY
203200                     ADD 1 TO WPKG-CHANGED-COUNT
203220                     MOVE "RESTORED" TO WPKG-DT-RESULT
203240             END-WRITE
203400     END-EVALUATE.
203500     PERFORM 8900-PRINT-DETAIL THRU 8900-EXIT.
203600     GO TO 5300-EXIT.
203700 5300-EXIT.
203800     EXIT.
203805
203810**-----------------------------------------------------------**
203815**  5310-MSGC-RESTORE-FAILED                                 **
203820**-----------------------------------------------------------**
203825 5310-MSGC-RESTORE-FAILED.
203830     MOVE SPACES TO WPKG-LOG-REASON.
203835     STRING "ROLLBACK INCOMPLETE - WISPMSGC.DAT "
203837                 DELIMITED BY SIZE
203840         WMSGC-KEY DELIMITED BY SIZE
203845         INTO WPKG-LOG-REASON.
203850     SET WPKG-FAILED TO TRUE.
203855     GO TO 5310-EXIT.
203860 5310-EXIT.
203865     EXIT.
203900
204000**-----------------------------------------------------------**
204100**  7000-BUILD-KEY                                           **
204200**  The key of a record image in WPKG-KEY-SOURCE, in its own **
204300**  columns - for a WISPSTRM "*PARM" record that is stream,  **
204400**  step, "*PARM" and position.                              **
204500**-----------------------------------------------------------**
204600 7000-BUILD-KEY.
204700     MOVE SPACES TO WPKG-KEY-RESULT.
204800     EVALUATE WPKG-FNO
204900         WHEN 1
205000             MOVE WPKG-KEY-SOURCE (1:8) TO WPKG-KEY-RESULT
205100         WHEN 2
205200             MOVE WPKG-KEY-SOURCE (1:17) TO WPKG-KEY-RESULT
205300         WHEN 3
205400             IF WPKG-KEY-SOURCE (14:8) = "*PARM"
205500                 MOVE WPKG-KEY-SOURCE (1:24) TO WPKG-KEY-RESULT
205600             ELSE
205700                 MOVE WPKG-KEY-SOURCE (1:12) TO WPKG-KEY-RESULT
205800             END-IF
205900         WHEN 4
206000             MOVE WPKG-KEY-SOURCE (1:8) TO WPKG-KEY-RESULT
206100         WHEN 5
206200             MOVE WPKG-KEY-SOURCE (1:17) TO WPKG-KEY-RESULT
206300         WHEN 6
206400             MOVE WPKG-KEY-SOURCE (1:10) TO WPKG-KEY-RESULT
206500     END-EVALUATE.
206600     GO TO 7000-EXIT.
206700 7000-EXIT.
206800     EXIT.
206900
207000**-----------------------------------------------------------**
207100**  7200-FIND-KEY                                            **
207200**  Table line of file WPKG-FNO holding key WPKG-KEY, or     **
207300**  zero.                                                    **
207400**-----------------------------------------------------------**
207500 7200-FIND-KEY.
207600     MOVE 0 TO WPKG-FOUND-SUB.
207700     PERFORM 7210-MATCH-KEY THRU 7210-EXIT
207800         VARYING WPKG-FIND-SUB FROM 1 BY 1
207900         UNTIL WPKG-FIND-SUB > WPKG-FT-COUNT (WPKG-FNO)
208000            OR WPKG-FOUND-SUB > 0.
208100     GO TO 7200-EXIT.
208200 7200-EXIT.
208300     EXIT.
208400
208500**-----------------------------------------------------------**
208600**  7210-MATCH-KEY                                           **
208700**-----------------------------------------------------------**
208800 7210-MATCH-KEY.
208900     MOVE SPACES TO WPKG-KEY-SOURCE.
209000     MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-FIND-SUB)
209100         TO WPKG-KEY-SOURCE.
209200     PERFORM 7000-BUILD-KEY THRU 7000-EXIT.
209300     IF WPKG-KEY-RESULT = WPKG-KEY
209400         MOVE WPKG-FIND-SUB TO WPKG-FOUND-SUB
209500     END-IF.
209600     GO TO 7210-EXIT.
209700 7210-EXIT.
209800     EXIT.
209900
210000**-----------------------------------------------------------**
210100**  7300-CHECK-WHITELISTED                                   **
210200**  Against the staged WISPAUTH.DAT, with WISPAUTH's own     **
210300**  rule: no file at all authorizes everything.              **
210400**-----------------------------------------------------------**
210500 7300-CHECK-WHITELISTED.
210600     IF NOT WPKG-AUTH-CONFIGURED
210700         MOVE "Y" TO WPKG-AUTH-FLAG
210800         GO TO 7300-EXIT
210900     END-IF.
211000     MOVE "N" TO WPKG-AUTH-FLAG.
211100     PERFORM 7310-MATCH-PROGRAM THRU 7310-EXIT
211200         VARYING WPKG-SUB2 FROM 1 BY 1
211300         UNTIL WPKG-SUB2 > WPKG-FT-COUNT (1)
211400            OR WPKG-AUTHORIZED.
211500     GO TO 7300-EXIT.
211600 7300-EXIT.
211700     EXIT.
211800
211900**-----------------------------------------------------------**
212000**  7310-MATCH-PROGRAM                                       **
212100**-----------------------------------------------------------**
212200 7310-MATCH-PROGRAM.
212300     IF WPKG-FT-LINE (1, WPKG-SUB2) (1:8) = WPKG-CHECK-PROGRAM
212400         MOVE "Y" TO WPKG-AUTH-FLAG
212500     END-IF.
212600     GO TO 7310-EXIT.
212700 7310-EXIT.
212800     EXIT.
212900
213000**-----------------------------------------------------------**
213100**  7400-FIND-FILE-NO                                        **
213200**-----------------------------------------------------------**
213300 7400-FIND-FILE-NO.
213400     MOVE 0 TO WPKG-FNO.
213500     PERFORM 7410-MATCH-FILE-NAME THRU 7410-EXIT
213600         VARYING WPKG-SUB2 FROM 1 BY 1
213700         UNTIL WPKG-SUB2 > 6 OR WPKG-FNO > 0.
213800     GO TO 7400-EXIT.
213900 7400-EXIT.
214000     EXIT.
214100
214200**-----------------------------------------------------------**
214300**  7410-MATCH-FILE-NAME                                     **
214400**-----------------------------------------------------------**
214500 7410-MATCH-FILE-NAME.
214600     IF WPKG-FILE-NAME (WPKG-SUB2) = WPKG-CHECK-FILE
214700         MOVE WPKG-SUB2 TO WPKG-FNO
214800     END-IF.
214900     GO TO 7410-EXIT.
215000 7410-EXIT.
215100     EXIT.
215200
215300**-----------------------------------------------------------**
215400**  7500-FIND-INSERT-POINT                                   **
215500**  Where a new record in WPKG-IMAGE belongs.  WISPSTRM and  **
215600**  WISPDEAD records go inside their stream's block in step  **
215700**  (program) order, a step's "*PARM" records straight after **
215800**  it; WISPSCHD records in run-time order; a stream new to  **
215900**  the file, and anything for WISPAUTH or WISPOPRA, at the  **
216000**  end.                                                     **
216100**-----------------------------------------------------------**
216200 7500-FIND-INSERT-POINT.
216300     COMPUTE WPKG-INS-SUB = WPKG-FT-COUNT (WPKG-FNO) + 1.
216400     IF WPKG-FNO = 1 OR WPKG-FNO = 2
216500         GO TO 7500-EXIT
216600     END-IF.
216700     MOVE WPKG-IMAGE TO WPKG-KEY-SOURCE.
216800     PERFORM 7550-BUILD-SORT-KEY THRU 7550-EXIT.
216900     MOVE WPKG-SORT-RESULT TO WPKG-NEW-SORT.
217000     MOVE WPKG-GROUP-RESULT TO WPKG-NEW-GROUP.
217100     MOVE 0 TO WPKG-LAST-IN-GROUP.
217200     MOVE 0 TO WPKG-FIRST-AFTER.
217300     PERFORM 7510-PLACE-AGAINST-LINE THRU 7510-EXIT
217400         VARYING WPKG-FIND-SUB FROM 1 BY 1
217500         UNTIL WPKG-FIND-SUB > WPKG-FT-COUNT (WPKG-FNO)
217600            OR WPKG-FIRST-AFTER > 0.
217700     IF WPKG-FIRST-AFTER > 0
217800         MOVE WPKG-FIRST-AFTER TO WPKG-INS-SUB
217900     ELSE
218000         IF WPKG-LAST-IN-GROUP > 0
218100             COMPUTE WPKG-INS-SUB = WPKG-LAST-IN-GROUP + 1
218200         END-IF
218300     END-IF.
218400     GO TO 7500-EXIT.
218500 7500-EXIT.
218600     EXIT.
218700
218800**-----------------------------------------------------------**
218900**  7510-PLACE-AGAINST-LINE                                  **
219000**-----------------------------------------------------------**
219100 7510-PLACE-AGAINST-LINE.
219200     MOVE SPACES TO WPKG-KEY-SOURCE.
219300     MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-FIND-SUB)
219400         TO WPKG-KEY-SOURCE.
219500     PERFORM 7550-BUILD-SORT-KEY THRU 7550-EXIT.
219600     IF WPKG-GROUP-RESULT = WPKG-NEW-GROUP
219700         IF WPKG-SORT-RESULT > WPKG-NEW-SORT
219800             MOVE WPKG-FIND-SUB TO WPKG-FIRST-AFTER
219900         ELSE
220000             MOVE WPKG-FIND-SUB TO WPKG-LAST-IN-GROUP
220100         END-IF
220200     END-IF.
220300     GO TO 7510-EXIT.
220400 7510-EXIT.
220500     EXIT.
220600
220700**-----------------------------------------------------------**
220800**  7550-BUILD-SORT-KEY                                      **
220900**-----------------------------------------------------------**
221000 7550-BUILD-SORT-KEY.
221100     MOVE SPACES TO WPKG-SORT-RESULT.
221200     MOVE SPACES TO WPKG-GROUP-RESULT.
221300     EVALUATE WPKG-FNO
221400         WHEN 3
221500             MOVE WPKG-KEY-SOURCE (1:8) TO WPKG-GROUP-RESULT
221600             MOVE WPKG-KEY-SOURCE (1:12)
221700                 TO WPKG-SORT-RESULT (1:12)
221800             IF WPKG-KEY-SOURCE (14:8) = "*PARM"
221900                 MOVE "1" TO WPKG-SORT-RESULT (13:1)
222000                 MOVE WPKG-KEY-SOURCE (23:2)
222100                     TO WPKG-SORT-RESULT (14:2)
222200             ELSE
222300                 MOVE "0" TO WPKG-SORT-RESULT (13:1)
222400             END-IF
222500         WHEN 4
222600             MOVE WPKG-KEY-SOURCE (14:8) TO WPKG-SORT-RESULT
222700         WHEN 5
222800             MOVE WPKG-KEY-SOURCE (1:8) TO WPKG-GROUP-RESULT
222900             MOVE WPKG-KEY-SOURCE (1:17) TO WPKG-SORT-RESULT
223000     END-EVALUATE.
223100     GO TO 7550-EXIT.
223200 7550-EXIT.
223300     EXIT.
223400
223500**-----------------------------------------------------------**
223600**  7600-INSERT-LINE                                         **
223700**  WPKG-IMAGE into file WPKG-FNO's table at WPKG-INS-SUB;   **
223800**  WPKG-INS-SUB comes back zero when the table is full.     **
223900**-----------------------------------------------------------**
224000 7600-INSERT-LINE.
224100     IF WPKG-FT-COUNT (WPKG-FNO) NOT < 3000
224200         MOVE SPACES TO WPKG-FL-TEXT
224300         STRING WPKG-FILE-NAME (WPKG-FNO) DELIMITED BY SIZE
224400             ".DAT WOULD HOLD MORE THAN 3000 RECORDS."
224500                 DELIMITED BY SIZE
224600             INTO WPKG-FL-TEXT
224700         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
224800         MOVE 0 TO WPKG-INS-SUB
224900         GO TO 7600-EXIT
225000     END-IF.
225100     MOVE WPKG-FT-COUNT (WPKG-FNO) TO WPKG-MOVE-SUB.
225200     PERFORM 7610-SHIFT-LINE-DOWN THRU 7610-EXIT
225300         UNTIL WPKG-MOVE-SUB < WPKG-INS-SUB.
225400     MOVE WPKG-IMAGE TO WPKG-FT-LINE (WPKG-FNO, WPKG-INS-SUB).
225500     ADD 1 TO WPKG-FT-COUNT (WPKG-FNO).
225600     GO TO 7600-EXIT.
225700 7600-EXIT.
225800     EXIT.
225900
226000**-----------------------------------------------------------**
226100**  7610-SHIFT-LINE-DOWN                                     **
226200**-----------------------------------------------------------**
226300 7610-SHIFT-LINE-DOWN.
226400     MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-MOVE-SUB)
226500         TO WPKG-FT-LINE (WPKG-FNO, WPKG-MOVE-SUB + 1).
226600     SUBTRACT 1 FROM WPKG-MOVE-SUB.
226700     GO TO 7610-EXIT.
226800 7610-EXIT.
226900     EXIT.
227000
227100**-----------------------------------------------------------**
227200**  7700-DELETE-LINE                                         **
227300**  Take line WPKG-DEL-SUB out of file WPKG-FNO's table.     **
227400**-----------------------------------------------------------**
227500 7700-DELETE-LINE.
227600     MOVE WPKG-DEL-SUB TO WPKG-MOVE-SUB.
227700     PERFORM 7710-SHIFT-LINE-UP THRU 7710-EXIT
227800         UNTIL WPKG-MOVE-SUB NOT < WPKG-FT-COUNT (WPKG-FNO).
227900     SUBTRACT 1 FROM WPKG-FT-COUNT (WPKG-FNO).
228000     GO TO 7700-EXIT.
228100 7700-EXIT.
228200     EXIT.
228300
228400**-----------------------------------------------------------**
228500**  7710-SHIFT-LINE-UP                                       **
228600**-----------------------------------------------------------**
228700 7710-SHIFT-LINE-UP.
228800     MOVE WPKG-FT-LINE (WPKG-FNO, WPKG-MOVE-SUB + 1)
228900         TO WPKG-FT-LINE (WPKG-FNO, WPKG-MOVE-SUB).
229000     ADD 1 TO WPKG-MOVE-SUB.
229100     GO TO 7710-EXIT.
229200 7710-EXIT.
229300     EXIT.
229400
229500**-----------------------------------------------------------**
229600**  7800-FIND-STREAM                                         **
229700**  Whether the staged WISPSTRM.DAT has a step record for    **
229800**  stream WPKG-CHECK-STREAM.                                **
229900**-----------------------------------------------------------**
230000 7800-FIND-STREAM.
230100     MOVE "N" TO WPKG-STREAM-FOUND-SW.
230200     PERFORM 7810-MATCH-STREAM THRU 7810-EXIT
230300         VARYING WPKG-SUB2 FROM 1 BY 1
230400         UNTIL WPKG-SUB2 > WPKG-FT-COUNT (3)
230500            OR WPKG-STREAM-FOUND.
230600     GO TO 7800-EXIT.
230700 7800-EXIT.
230800     EXIT.
230900
231000**-----------------------------------------------------------**
231100**  7810-MATCH-STREAM                                        **
231200**-----------------------------------------------------------**
231300 7810-MATCH-STREAM.
231400     IF WPKG-FT-LINE (3, WPKG-SUB2) (1:8) = WPKG-CHECK-STREAM
231500             AND WPKG-FT-LINE (3, WPKG-SUB2) (14:8)
231600                 NOT = "*PARM"
231700         SET WPKG-STREAM-FOUND TO TRUE
231800     END-IF.
231900     GO TO 7810-EXIT.
232000 7810-EXIT.
232100     EXIT.
232200
232300**-----------------------------------------------------------**
232400**  8000-PRINT-SECTION                                       **
232500**-----------------------------------------------------------**
232600 8000-PRINT-SECTION.
232700     MOVE SPACES TO REPORT-LINE.
232800     WRITE REPORT-LINE.
232900     MOVE WPKG-SECTION-LINE TO REPORT-LINE.
233000     WRITE REPORT-LINE.
233100     GO TO 8000-EXIT.
233200 8000-EXIT.
233300     EXIT.
233400
233500**-----------------------------------------------------------**
233600**  8050-PRINT-MESSAGE                                       **
233700**-----------------------------------------------------------**
233800 8050-PRINT-MESSAGE.
233900     MOVE WPKG-MESSAGE-LINE TO REPORT-LINE.
234000     WRITE REPORT-LINE.
234100     GO TO 8050-EXIT.
234200 8050-EXIT.
234300     EXIT.
234400
234500**-----------------------------------------------------------**
234600**  8100-PRINT-FINDING                                       **
234700**-----------------------------------------------------------**
234800 8100-PRINT-FINDING.
234900     ADD 1 TO WPKG-FINDING-COUNT.
235000     MOVE WPKG-FINDING-LINE TO REPORT-LINE.
235100     WRITE REPORT-LINE.
235200     GO TO 8100-EXIT.
235300 8100-EXIT.
235400     EXIT.
235500
235600**-----------------------------------------------------------**
235700**  8200-LOG-RUN                                             **
235800**  One WISPPKGL.LOG record per APPLY or ROLLBACK run.       **
235900**-----------------------------------------------------------**
236000 8200-LOG-RUN.
236100     EVALUATE TRUE
236200         WHEN WPKG-REFUSED
236300             MOVE "REFUSED" TO WPKG-LOG-OUTCOME
236400             MOVE 0 TO WPKG-LOG-RECORDS
236500         WHEN WPKG-FAILED
236600             MOVE "FAILED" TO WPKG-LOG-OUTCOME
236700         WHEN OTHER
236800             MOVE "COMPLETE" TO WPKG-LOG-OUTCOME
236900     END-EVALUATE.
237000     OPEN EXTEND WISPPKGL-LOG.
237100     IF NOT WPKGL-FILE-OK
237200         OPEN OUTPUT WISPPKGL-LOG
237300     END-IF.
237400     IF NOT WPKGL-FILE-OK
237500         GO TO 8200-EXIT
237600     END-IF.
237700     ACCEPT WPKG-NOW FROM TIME.
237800     MOVE WPKG-TODAY TO WPKGL-DATE.
237900     MOVE WPKG-NOW TO WPKGL-TIME.
238000     MOVE WPKG-PACKAGE TO WPKGL-PACKAGE.
238100     MOVE WPKG-FUNCTION TO WPKGL-FUNCTION.
238200     MOVE WPKG-OPERATOR TO WPKGL-OPERATOR.
238300     MOVE WPKG-LOG-RECORDS TO WPKGL-RECORDS.
238400     MOVE WPKG-LOG-OUTCOME TO WPKGL-OUTCOME.
238500     MOVE WPKG-LOG-REASON TO WPKGL-REASON.
238600     WRITE WISPPKGL-RECORD.
238700     CLOSE WISPPKGL-LOG.
238800     GO TO 8200-EXIT.
238900 8200-EXIT.
239000     EXIT.
239100
239200**-----------------------------------------------------------**
239300**  8300-OPEN-INPUT-FILE                                     **
239400**  8300-8340 do one file operation on text-edited file      **
239500**  WPKG-FNO and leave its status in WPKG-IO-STATUS.         **
239600**-----------------------------------------------------------**
239700 8300-OPEN-INPUT-FILE.
239800     EVALUATE WPKG-FNO
239900         WHEN 1
240000             OPEN INPUT WISPAUTH-LIST
240100             MOVE WAUTH-FILE-STATUS TO WPKG-IO-STATUS
240200         WHEN 2
240300             OPEN INPUT WISPOPRA-LIST
240400             MOVE WOPRA-FILE-STATUS TO WPKG-IO-STATUS
240500         WHEN 3
240600             OPEN INPUT WISPSTRM-FILE
240700             MOVE WSTR-FILE-STATUS TO WPKG-IO-STATUS
240800         WHEN 4
240900             OPEN INPUT WISPSCHD-FILE
241000             MOVE WSCH-FILE-STATUS TO WPKG-IO-STATUS
241100         WHEN 5
241200             OPEN INPUT WISPDEAD-FILE
241300             MOVE WDED-FILE-STATUS TO WPKG-IO-STATUS
241400     END-EVALUATE.
241500     GO TO 8300-EXIT.
241600 8300-EXIT.
241700     EXIT.
241800
241900**-----------------------------------------------------------**
242000**  8310-READ-FILE                                           **
242100**-----------------------------------------------------------**
242200 8310-READ-FILE.
242300     MOVE SPACES TO WPKG-LINE.
242400     EVALUATE WPKG-FNO
242500         WHEN 1
242600             READ WISPAUTH-LIST
242700                 AT END SET WPKG-EOF TO TRUE
242800             END-READ
242900             MOVE WISPAUTH-LIST-RECORD TO WPKG-LINE
243000         WHEN 2
243100             READ WISPOPRA-LIST
243200                 AT END SET WPKG-EOF TO TRUE
243300             END-READ
243400             MOVE WISPOPRA-LIST-RECORD TO WPKG-LINE
243500         WHEN 3
243600             READ WISPSTRM-FILE
243700                 AT END SET WPKG-EOF TO TRUE
243800             END-READ
243900             MOVE WISPSTRM-PARM-RECORD TO WPKG-LINE
244000         WHEN 4
244100             READ WISPSCHD-FILE
244200                 AT END SET WPKG-EOF TO TRUE
244300             END-READ
244400             MOVE WISPSCHD-RECORD TO WPKG-LINE
244500         WHEN 5
244600             READ WISPDEAD-FILE
244700                 AT END SET WPKG-EOF TO TRUE
244800             END-READ
244900             MOVE WISPDEAD-RECORD TO WPKG-LINE
245000     END-EVALUATE.
245100     GO TO 8310-EXIT.
245200 8310-EXIT.
245300     EXIT.
245400
245500**-----------------------------------------------------------**
245600**  8320-OPEN-OUTPUT-FILE                                    **
245700**-----------------------------------------------------------**
245800 8320-OPEN-OUTPUT-FILE.
245900     EVALUATE WPKG-FNO
246000         WHEN 1
246100             OPEN OUTPUT WISPAUTH-LIST
246200             MOVE WAUTH-FILE-STATUS TO WPKG-IO-STATUS
246300         WHEN 2
246400             OPEN OUTPUT WISPOPRA-LIST
246500             MOVE WOPRA-FILE-STATUS TO WPKG-IO-STATUS
246600         WHEN 3
246700             OPEN OUTPUT WISPSTRM-FILE
246800             MOVE WSTR-FILE-STATUS TO WPKG-IO-STATUS
246900         WHEN 4
247000             OPEN OUTPUT WISPSCHD-FILE
247100             MOVE WSCH-FILE-STATUS TO WPKG-IO-STATUS
247200         WHEN 5
247300             OPEN OUTPUT WISPDEAD-FILE
247400             MOVE WDED-FILE-STATUS TO WPKG-IO-STATUS
247500     END-EVALUATE.
247600     GO TO 8320-EXIT.
247700 8320-EXIT.
247800     EXIT.
247900
248000**-----------------------------------------------------------**
248100**  8330-WRITE-FILE-LINE                                     **
248200**-----------------------------------------------------------**
248300 8330-WRITE-FILE-LINE.
248400     EVALUATE WPKG-FNO
248500         WHEN 1
248600             MOVE WPKG-LINE TO WISPAUTH-LIST-RECORD
248700             WRITE WISPAUTH-LIST-RECORD
248800         WHEN 2
248900             MOVE WPKG-LINE TO WISPOPRA-LIST-RECORD
249000             WRITE WISPOPRA-LIST-RECORD
249100         WHEN 3
249200             MOVE WPKG-LINE TO WISPSTRM-PARM-RECORD
249300             WRITE WISPSTRM-PARM-RECORD
249400         WHEN 4
249500             MOVE WPKG-LINE TO WISPSCHD-RECORD
249600             WRITE WISPSCHD-RECORD
249700         WHEN 5
249800             MOVE WPKG-LINE TO WISPDEAD-RECORD
249900             WRITE WISPDEAD-RECORD
250000     END-EVALUATE.
250100     GO TO 8330-EXIT.
250200 8330-EXIT.
250300     EXIT.
250400
250500**-----------------------------------------------------------**
250600**  8340-CLOSE-FILE                                          **
250700**-----------------------------------------------------------**
250800 8340-CLOSE-FILE.
250900     EVALUATE WPKG-FNO
251000         WHEN 1
251100             CLOSE WISPAUTH-LIST
251200         WHEN 2
251300             CLOSE WISPOPRA-LIST
251400         WHEN 3
251500             CLOSE WISPSTRM-FILE
251600         WHEN 4
251700             CLOSE WISPSCHD-FILE
251800         WHEN 5
251900             CLOSE WISPDEAD-FILE
252000     END-EVALUATE.
252100     GO TO 8340-EXIT.
252200 8340-EXIT.
252300     EXIT.
252400
252500**-----------------------------------------------------------**
252600**  8400-OPEN-MSGC-IO                                        **
252700**  Creates the catalog when there is none yet, as WISPHLPU  **
252800**  does for the topic file.                                 **
252900**-----------------------------------------------------------**
253000 8400-OPEN-MSGC-IO.
253100     OPEN I-O WISPMSGC-FILE.
253200     IF NOT WMSGC-FILE-OK
253300         OPEN OUTPUT WISPMSGC-FILE
253400         CLOSE WISPMSGC-FILE
253500         OPEN I-O WISPMSGC-FILE
253600     END-IF.
253700     IF NOT WMSGC-FILE-OK
253800         MOVE SPACES TO WPKG-ML-TEXT
253900         STRING "WISPMSGC.DAT COULD NOT BE OPENED FOR UPDATE"
254000                 DELIMITED BY SIZE
254100             " (STATUS " DELIMITED BY SIZE
254200             WMSGC-FILE-STATUS DELIMITED BY SIZE
254300             ")." DELIMITED BY SIZE
254400             INTO WPKG-ML-TEXT
254500         PERFORM 8050-PRINT-MESSAGE THRU 8050-EXIT
254600         MOVE "WISPMSGC.DAT COULD NOT BE OPENED"
254700             TO WPKG-LOG-REASON
254800         SET WPKG-FAILED TO TRUE
254900     END-IF.
255000     GO TO 8400-EXIT.
255100 8400-EXIT.
255200     EXIT.
255300
255400**-----------------------------------------------------------**
255500**  8500-ADD-BEFORE                                          **
255600**  Note what a package line does: WPKG-KIND A, C or D with  **
255700**  WPKG-BEFORE-IMAGE.                                       **
255800**-----------------------------------------------------------**
255900 8500-ADD-BEFORE.
256000     IF WPKG-BFI-COUNT NOT < 2000
256100         MOVE "PACKAGE WOULD CHANGE MORE THAN 2000 RECORDS - SPLI
256200-            "T IT." TO WPKG-FL-TEXT
256300         PERFORM 8100-PRINT-FINDING THRU 8100-EXIT
256400         GO TO 8500-EXIT
256500     END-IF.
256600     ADD 1 TO WPKG-BFI-COUNT.
256700     MOVE WPKG-FNO TO WPKG-BE-FNO (WPKG-BFI-COUNT).
256800     MOVE WPKG-KIND TO WPKG-BE-KIND (WPKG-BFI-COUNT).
256900     MOVE WPKG-BEFORE-IMAGE TO WPKG-BE-IMAGE (WPKG-BFI-COUNT).
257000     GO TO 8500-EXIT.
257100 8500-EXIT.
257200     EXIT.
257300
257400**-----------------------------------------------------------**
257500**  8700-BUILD-HEADER                                        **
257600**  The "*" comment line heading a package or before-image.  **
257700**-----------------------------------------------------------**
257800 8700-BUILD-HEADER.
257900     MOVE SPACES TO WISPPKG-RECORD.
258000     STRING "* PACKAGE " DELIMITED BY SIZE
258100         WPKG-PACKAGE DELIMITED BY SPACE
258200         " " DELIMITED BY SIZE
258300         WPKG-HDR-VERB DELIMITED BY SPACE
258400         " " DELIMITED BY SIZE
258500         WPKG-TODAY DELIMITED BY SIZE
258600         " " DELIMITED BY SIZE
258700         WPKG-NOW (1:6) DELIMITED BY SIZE
258800         " BY " DELIMITED BY SIZE
258900         WPKG-OPERATOR DELIMITED BY SPACE
259000         INTO WISPPKG-RECORD.
259100     GO TO 8700-EXIT.
259200 8700-EXIT.
259300     EXIT.
259400
259500**-----------------------------------------------------------**
259600**  8800-WRITE-PACKAGE-LINE                                  **
259700**-----------------------------------------------------------**
259800 8800-WRITE-PACKAGE-LINE.
259900     MOVE SPACES TO WISPPKG-RECORD.
260000     MOVE WPKG-FILE-NAME (WPKG-FNO) TO WPKGR-FILE.
260100     MOVE WPKG-KIND TO WPKGR-ACTION.
260200     MOVE WPKG-IMAGE TO WPKGR-IMAGE.
260300     WRITE WISPPKG-RECORD.
260400     GO TO 8800-EXIT.
260500 8800-EXIT.
260600     EXIT.
260700
260800**-----------------------------------------------------------**
260900**  8900-PRINT-DETAIL                                        **
261000**-----------------------------------------------------------**
261100 8900-PRINT-DETAIL.
261200     MOVE WPKG-FILE-NAME (WPKG-FNO) TO WPKG-DT-FILE.
261300     MOVE WPKG-DETAIL-LINE TO REPORT-LINE.
261400     WRITE REPORT-LINE.
261500     GO TO 8900-EXIT.
261600 8900-EXIT.
261700     EXIT.
261800
261900**-----------------------------------------------------------**
262000**  9000-TERMINATE                                           **
262100**-----------------------------------------------------------**
262200 9000-TERMINATE.
262300     CLOSE REPORT-OUT.
262400     MOVE "R" TO WPKG-SPOOL-MODE.
262500     CALL "WISPSPLR" USING WPKG-SPOOL-MODE WPKG-REPORT-ID
262600         WPKG-SPOOL-PGM WPKG-SPOOL-NAME.
262700     MOVE WPKG-FINDING-COUNT TO WPKG-COUNT-DISP.
262800     EVALUATE TRUE
262900         WHEN WPKG-REFUSED
263000             DISPLAY "WISPPKG: " WPKG-FUNCTION " "
263100                 WPKG-PACKAGE " REFUSED."
263200         WHEN WPKG-FAILED
263300             DISPLAY "WISPPKG: " WPKG-FUNCTION " "
263400                 WPKG-PACKAGE " FAILED - SEE THE REPORT."
263500         WHEN OTHER
263600             DISPLAY "WISPPKG: " WPKG-FUNCTION " "
263700                 WPKG-PACKAGE " DONE, " WPKG-COUNT-DISP
263800                 " EXCEPTION(S)."
263900     END-EVALUATE.
264000     GO TO 9000-EXIT.
264100 9000-EXIT.
264200     EXIT.
