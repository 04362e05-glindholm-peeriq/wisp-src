000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPERFP.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Weekly Recurring-Error Fingerprint Report.
000900**               Most WACUERROR traffic is the same few
001000**               failures over and over with a different
001100**               account, file name or record key in the text,
001200**               which the error summaries count as separate
001300**               errors.  This job reads the WISPERRX.DAT
001400**               repository for the last N whole days and
001500**               reduces each error to a fingerprint: program,
001600**               message id and the first line of the text
001700**               with every run of digits shown as one # and
001800**               every quoted value as "*".  It prints:
001900**
002000**               1. The fingerprints ranked by occurrences,
002100**                  then distinct operators, then days seen.
002200**               2. The known-problem candidates - every
002300**                  fingerprint that recurs (at least M
002400**                  occurrences) with no OPEN WISPKPRB.DAT
002500**                  entry for its program and message id, nor
002600**                  a program-wide one (message id spaces).
002700**                  The help desk keys these into WACUKPRM.
002800**
002900**               N is WISP_ERRFP_DAYS, default 7 (the week to
003000**               yesterday); M is WISP_ERRFP_RECUR, default 3;
003100**               section 1 stops after WISP_ERRFP_TOP lines,
003200**               default 50.  Spooled as WISPFRPT.
003300**
003400**   Build:      ccbl -o WISPERFP.acu WISPERFP.cob
003500**
003600**   Modifications:
003700**     dgh  Original version.
003720**     dgh  Read WISP_ERRFP_DAYS, WISP_ERRFP_RECUR and
003740**          WISP_ERRFP_TOP through WISPPARM, so the WISPPARM.DAT
003760**          stream or system value applies unless the job's
003780**          environment overrides it.
003800**
003900
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.
004200     WISPERFP.
004300 REMARKS.
004400     Recurring-error fingerprints and known-problem
004500     candidates.
004600
004700 ENVIRONMENT DIVISION.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT WISPERRX-FILE ASSIGN TO "WISPERRX"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS WERRX-KEY
005500         ALTERNATE RECORD KEY IS WERRX-PROGRAM
005600             WITH DUPLICATES
005700         ALTERNATE RECORD KEY IS WERRX-OPERATOR
005800             WITH DUPLICATES
005900         FILE STATUS IS WERRX-FILE-STATUS.
006000
006100     SELECT WISPKPRB-FILE ASSIGN TO "WISPKPRB"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS WKPRB-KEY
006500         FILE STATUS IS WKPRB-FILE-STATUS.
006600
006700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WEFP-SPOOL-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS RPTO-FILE-STATUS.
007000
007100 DATA DIVISION.
007200
007300 FILE SECTION.
007400 FD  WISPERRX-FILE.
007500     COPY "wisperrx.cpy".
007600
007700 FD  WISPKPRB-FILE.
007800     COPY "wispkprb.cpy".
007900
008000 FD  REPORT-OUT.
008100 01  REPORT-LINE                 PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  WERRX-FILE-STATUS           PIC XX.
008600     88  WERRX-FILE-OK               VALUE "00".
008700 01  WKPRB-FILE-STATUS           PIC XX.
008800     88  WKPRB-FILE-OK               VALUE "00".
008900 01  RPTO-FILE-STATUS            PIC XX.
009000 01  WEFP-SPOOL-NAME             PIC X(28) VALUE SPACES.
009100 01  WEFP-SPOOL-MODE             PIC X(01).
009200 01  WEFP-REPORT-ID              PIC X(08) VALUE "WISPFRPT".
009300 01  WEFP-SPOOL-PGM              PIC X(08) VALUE "WISPERFP".
009400
009500 01  WEFP-EOF-SW                 PIC X(01) VALUE "N".
009600     88  WEFP-EOF                    VALUE "Y".
009700 01  WEFP-FOUND-SW               PIC X(01) VALUE "N".
009800     88  WEFP-FOUND                  VALUE "Y".
009900 01  WEFP-KP-AVAIL-SW            PIC X(01) VALUE "N".
010000     88  WEFP-KP-AVAIL               VALUE "Y".
010100 01  WEFP-IN-QUOTE-SW            PIC X(01) VALUE "N".
010200     88  WEFP-IN-QUOTE               VALUE "Y".
010300 01  WEFP-IN-DIGITS-SW           PIC X(01) VALUE "N".
010400     88  WEFP-IN-DIGITS              VALUE "Y".
010500
010600 01  WEFP-TODAY                  PIC X(08).
010700 01  WEFP-DATE-NUM               PIC 9(08) VALUE 0.
010800 01  WEFP-TODAY-DAY              PIC S9(09) COMP VALUE 0.
010900 01  WEFP-CALC-DAY               PIC S9(09) COMP VALUE 0.
011000 01  WEFP-FROM-DATE              PIC X(08) VALUE SPACES.
011100 01  WEFP-TO-DATE                PIC X(08) VALUE SPACES.
011200
011220 01  WEFP-PARM-NAME              PIC X(30) VALUE SPACES.
011240 01  WEFP-PARM-VALUE             PIC X(40) VALUE SPACES.
011300 01  WEFP-DAYS-X                 PIC X(03) VALUE SPACES.
011400 77  WEFP-DAYS                   PIC 9(04) COMP VALUE 7.
011500 01  WEFP-RECUR-X                PIC X(03) VALUE SPACES.
011600 77  WEFP-RECUR                  PIC 9(04) COMP VALUE 3.
011700 01  WEFP-TOP-X                  PIC X(03) VALUE SPACES.
011800 77  WEFP-TOP                    PIC 9(04) COMP VALUE 50.
011900
012000*    The fingerprint of the error being read.
012100 01  WEFP-FIRST-LINE             PIC X(75) VALUE SPACES.
012200 01  WEFP-PATTERN                PIC X(75) VALUE SPACES.
012300 01  WEFP-CHAR                   PIC X(01).
012400     88  WEFP-CHAR-QUOTE             VALUE QUOTE "'".
012500 01  WEFP-QUOTE-CHAR             PIC X(01).
012600 77  WEFP-IN-SUB                 PIC 9(03) COMP VALUE 0.
012700 77  WEFP-OUT-PTR                PIC 9(03) COMP VALUE 0.
012800 77  WEFP-LINE-SUB               PIC 9(03) COMP VALUE 0.
012900
013000*    One entry per fingerprint, with the operators who hit it
013100*    and the dates it was first and last seen.  The repository
013200*    is read in date order, so a new last-seen date is a new
013300*    day seen.
013400 01  WEFP-FP-TABLE.
013500     05  WEFP-FP-COUNT           PIC 9(03) COMP VALUE 0.
013600     05  WEFP-FP-ENTRY OCCURS 500 TIMES.
013700         10  WEFP-FE-PROGRAM     PIC X(08).
013800         10  WEFP-FE-MSG-ID      PIC X(08).
013900         10  WEFP-FE-PATTERN     PIC X(75).
014000         10  WEFP-FE-ERRORS      PIC 9(07) COMP.
014100         10  WEFP-FE-DAYS        PIC 9(05) COMP.
014200         10  WEFP-FE-FIRST-DATE  PIC X(08).
014300         10  WEFP-FE-LAST-DATE   PIC X(08).
014400         10  WEFP-FE-SCORE       PIC 9(15) COMP.
014500         10  WEFP-FE-KNOWN       PIC X(10).
014600         10  WEFP-FE-PRINTED     PIC X(01).
014700         10  WEFP-FE-OPR-COUNT   PIC 9(03) COMP.
014800         10  WEFP-FE-OPR-OVER    PIC X(01).
014900         10  WEFP-FE-OPERATOR OCCURS 20 TIMES
015000                                 PIC X(08).
015100 01  WEFP-FP-SUB                 PIC 9(03) COMP VALUE 0.
015200 01  WEFP-OPR-SUB                PIC 9(03) COMP VALUE 0.
015300
015400*    Ranking work: the biggest unprinted entry so far.
015500 77  WEFP-BEST-SUB               PIC 9(05) COMP VALUE 0.
015600 77  WEFP-BEST-SCORE             PIC 9(15) COMP VALUE 0.
015700 77  WEFP-RANK                   PIC 9(05) COMP VALUE 0.
015800
015900 77  WEFP-READ-TOTAL             PIC 9(07) COMP VALUE 0.
016000 77  WEFP-FP-DROPPED             PIC 9(07) COMP VALUE 0.
016100 77  WEFP-RECUR-COUNT            PIC 9(05) COMP VALUE 0.
016200 77  WEFP-CAND-COUNT             PIC 9(05) COMP VALUE 0.
016300
016400 01  WEFP-HEADING-1.
016500     05  FILLER                  PIC X(20) VALUE SPACES.
016600     05  FILLER                  PIC X(40) VALUE
016700         "RECURRING-ERROR FINGERPRINT REPORT".
016800
016900 01  WEFP-HEADING-2.
017000     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
017100     05  WEFP-HDG-DATE           PIC X(08).
017200     05  FILLER                  PIC X(18) VALUE
017300         "   ERRORS LOGGED ".
017400     05  WEFP-HDG-FROM           PIC X(08).
017500     05  FILLER                  PIC X(04) VALUE " TO ".
017600     05  WEFP-HDG-TO             PIC X(08).
017700     05  FILLER                  PIC X(02) VALUE ": ".
017800     05  WEFP-HDG-ERRORS         PIC ZZZZZZ9.
017900     05  FILLER                  PIC X(03) VALUE SPACES.
018000     05  WEFP-HDG-FPS            PIC ZZZZ9.
018100     05  FILLER                  PIC X(15) VALUE
018200         " FINGERPRINT(S)".
018300
018400 01  WEFP-HEADING-3.
018500     05  FILLER                  PIC X(48) VALUE
018600         "FINGERPRINT = PROGRAM, MESSAGE ID AND FIRST TEXT".
018700     05  FILLER                  PIC X(50) VALUE
018800         " LINE, DIGITS SHOWN AS # AND QUOTED VALUES AS ""*"".".
018900
019000 01  WEFP-SECTION-1-HEADING.
019100     05  FILLER                  PIC X(38) VALUE
019200         "1. FINGERPRINTS RANKED BY OCCURRENCES,".
019300     05  FILLER                  PIC X(40) VALUE
019400         " DISTINCT OPERATORS AND DAYS SEEN".
019500
019600 01  WEFP-SECTION-1-COLUMNS.
019700     05  FILLER                  PIC X(05) VALUE "RANK".
019800     05  FILLER                  PIC X(09) VALUE "PROGRAM".
019900     05  FILLER                  PIC X(09) VALUE "MSG ID".
020000     05  FILLER                  PIC X(07) VALUE "ERRORS".
020100     05  FILLER                  PIC X(05) VALUE "OPRS".
020200     05  FILLER                  PIC X(05) VALUE "DAYS".
020300     05  FILLER                  PIC X(12) VALUE "KNOWN".
020400     05  FILLER                  PIC X(11) VALUE "FIRST LINE".
020500
020600 01  WEFP-RANK-LINE.
020700     05  WEFP-RL-RANK            PIC ZZ9.
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  WEFP-RL-PROGRAM         PIC X(08).
021000     05  FILLER                  PIC X(01) VALUE SPACES.
021100     05  WEFP-RL-MSG-ID          PIC X(08).
021200     05  FILLER                  PIC X(01) VALUE SPACES.
021300     05  WEFP-RL-ERRORS          PIC Z(05)9.
021400     05  FILLER                  PIC X(01) VALUE SPACES.
021500     05  WEFP-RL-OPRS            PIC ZZ9.
021600     05  WEFP-RL-OPR-OVER        PIC X(01).
021700     05  FILLER                  PIC X(01) VALUE SPACES.
021800     05  WEFP-RL-DAYS            PIC ZZ9.
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  WEFP-RL-KNOWN           PIC X(10).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  WEFP-RL-PATTERN         PIC X(75).
022300
022400 01  WEFP-SECTION-2-HEADING.
022500     05  FILLER                  PIC X(50) VALUE
022600         "2. KNOWN-PROBLEM CANDIDATES - NO OPEN WISPKPRB.DAT".
022700     05  FILLER                  PIC X(26) VALUE
022800         " ENTRY, RECURRING AT LEAST".
022900     05  WEFP-S2-RECUR           PIC ZZZ9.
023000     05  FILLER                  PIC X(07) VALUE " TIMES".
023100
023200 01  WEFP-SECTION-2-COLUMNS.
023300     05  FILLER                  PIC X(05) VALUE "RANK".
023400     05  FILLER                  PIC X(09) VALUE "PROGRAM".
023500     05  FILLER                  PIC X(09) VALUE "MSG ID".
023600     05  FILLER                  PIC X(07) VALUE "ERRORS".
023700     05  FILLER                  PIC X(05) VALUE "OPRS".
023800     05  FILLER                  PIC X(05) VALUE "DAYS".
023900     05  FILLER                  PIC X(10) VALUE "FIRST".
024000     05  FILLER                  PIC X(10) VALUE "LAST".
024100     05  FILLER                  PIC X(11) VALUE "FIRST LINE".
024200
024300 01  WEFP-CAND-LINE.
024400     05  WEFP-CL-RANK            PIC ZZ9.
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  WEFP-CL-PROGRAM         PIC X(08).
024700     05  FILLER                  PIC X(01) VALUE SPACES.
024800     05  WEFP-CL-MSG-ID          PIC X(08).
024900     05  FILLER                  PIC X(01) VALUE SPACES.
025000     05  WEFP-CL-ERRORS          PIC Z(05)9.
025100     05  FILLER                  PIC X(01) VALUE SPACES.
025200     05  WEFP-CL-OPRS            PIC ZZ9.
025300     05  WEFP-CL-OPR-OVER        PIC X(01).
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  WEFP-CL-DAYS            PIC ZZ9.
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  WEFP-CL-FIRST           PIC X(08).
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  WEFP-CL-LAST            PIC X(08).
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  WEFP-CL-PATTERN         PIC X(61).
026200
026300 01  WEFP-CAND-TOTAL-LINE.
026400     05  WEFP-CT-CAND            PIC ZZZZ9.
026500     05  FILLER                  PIC X(29) VALUE
026600         " CANDIDATE(S) OF ".
026700     05  WEFP-CT-RECUR           PIC ZZZZ9.
026800     05  FILLER                  PIC X(40) VALUE
026900         " RECURRING FINGERPRINT(S).".
027000
027100 01  WEFP-FP-DROPPED-LINE.
027200     05  FILLER                  PIC X(40) VALUE
027300         "FINGERPRINT TABLE FULL AT 500 - FURTHER ".
027400     05  WEFP-FD-DROPPED         PIC ZZZZZZ9.
027500     05  FILLER                  PIC X(30) VALUE
027600         " ERROR(S) NOT FINGERPRINTED.".
027700
027800 01  WEFP-NO-REPOSITORY-LINE.
027900     05  FILLER                  PIC X(50) VALUE
028000         "WISPERRX.DAT NOT FOUND - NO ERRORS TO FINGERPRINT.".
028100
028200 01  WEFP-NO-KPRB-LINE.
028300     05  FILLER                  PIC X(50) VALUE
028400         "WISPKPRB.DAT NOT FOUND - EVERY RECURRING FINGERPRI".
028500     05  FILLER                  PIC X(20) VALUE
028600         "NT IS A CANDIDATE.".
028700
028800 01  WEFP-NONE-LINE              PIC X(50) VALUE SPACES.
028900
029000 PROCEDURE DIVISION.
029100
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029400     OPEN INPUT WISPERRX-FILE.
029500     IF NOT WERRX-FILE-OK
029600         MOVE WEFP-NO-REPOSITORY-LINE TO REPORT-LINE
029700         WRITE REPORT-LINE
029800         PERFORM 9000-TERMINATE THRU 9000-EXIT
029900         STOP RUN
030000     END-IF.
030100     PERFORM 2000-READ-REPOSITORY THRU 2000-EXIT.
030200     CLOSE WISPERRX-FILE.
030300     PERFORM 3000-CHECK-KNOWN-PROBLEMS THRU 3000-EXIT.
030400     PERFORM 4000-PRINT-RANKING THRU 4000-EXIT.
030500     PERFORM 5000-PRINT-CANDIDATES THRU 5000-EXIT.
030600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030700     STOP RUN.
030800
030900**-----------------------------------------------------------**
031000**  1000-INITIALIZE                                          **
031100**  The window is the N whole days up to yesterday, so a run **
031200**  first thing Monday covers the week just ended.           **
031300**-----------------------------------------------------------**
031400 1000-INITIALIZE.
031500     ACCEPT WEFP-TODAY FROM DATE YYYYMMDD.
031550     MOVE "WISP_ERRFP_DAYS" TO WEFP-PARM-NAME.
031600     CALL "WISPPARM" USING WEFP-PARM-NAME WEFP-PARM-VALUE.
031650     MOVE WEFP-PARM-VALUE TO WEFP-DAYS-X.
031700     IF WEFP-DAYS-X NOT = SPACES
031800         COMPUTE WEFP-DAYS = FUNCTION NUMVAL (WEFP-DAYS-X)
031900     END-IF.
032000     IF WEFP-DAYS = 0
032100         MOVE 7 TO WEFP-DAYS
032200     END-IF.
032250     MOVE "WISP_ERRFP_RECUR" TO WEFP-PARM-NAME.
032300     CALL "WISPPARM" USING WEFP-PARM-NAME WEFP-PARM-VALUE.
032350     MOVE WEFP-PARM-VALUE TO WEFP-RECUR-X.
032400     IF WEFP-RECUR-X NOT = SPACES
032500         COMPUTE WEFP-RECUR = FUNCTION NUMVAL (WEFP-RECUR-X)
032600     END-IF.
032700     IF WEFP-RECUR = 0
032800         MOVE 3 TO WEFP-RECUR
032900     END-IF.
032950     MOVE "WISP_ERRFP_TOP" TO WEFP-PARM-NAME.
033000     CALL "WISPPARM" USING WEFP-PARM-NAME WEFP-PARM-VALUE.
033050     MOVE WEFP-PARM-VALUE TO WEFP-TOP-X.
033100     IF WEFP-TOP-X NOT = SPACES
033200         COMPUTE WEFP-TOP = FUNCTION NUMVAL (WEFP-TOP-X)
033300     END-IF.
033400     IF WEFP-TOP = 0
033500         MOVE 50 TO WEFP-TOP
033600     END-IF.
033700     MOVE WEFP-TODAY TO WEFP-DATE-NUM.
033800     COMPUTE WEFP-TODAY-DAY =
033900         FUNCTION INTEGER-OF-DATE (WEFP-DATE-NUM).
034000     COMPUTE WEFP-CALC-DAY = WEFP-TODAY-DAY - WEFP-DAYS.
034100     COMPUTE WEFP-DATE-NUM =
034200         FUNCTION DATE-OF-INTEGER (WEFP-CALC-DAY).
034300     MOVE WEFP-DATE-NUM TO WEFP-FROM-DATE.
034400     COMPUTE WEFP-CALC-DAY = WEFP-TODAY-DAY - 1.
034500     COMPUTE WEFP-DATE-NUM =
034600         FUNCTION DATE-OF-INTEGER (WEFP-CALC-DAY).
034700     MOVE WEFP-DATE-NUM TO WEFP-TO-DATE.
034800     MOVE "N" TO WEFP-SPOOL-MODE.
034900     CALL "WISPSPLR" USING WEFP-SPOOL-MODE WEFP-REPORT-ID
035000         WEFP-SPOOL-PGM WEFP-SPOOL-NAME.
035100     OPEN OUTPUT REPORT-OUT.
035200     MOVE WEFP-HEADING-1 TO REPORT-LINE.
035300     WRITE REPORT-LINE.
035400     GO TO 1000-EXIT.
035500 1000-EXIT.
035600     EXIT.
035700
035800**-----------------------------------------------------------**
035900**  2000-READ-REPOSITORY                                     **
036000**  WISPERRX.DAT is keyed date first, so position on the     **
036100**  window's first day and read until it is passed.          **
036200**-----------------------------------------------------------**
036300 2000-READ-REPOSITORY.
036400     MOVE LOW-VALUES TO WERRX-KEY.
036500     MOVE WEFP-FROM-DATE TO WERRX-DATE.
036600     MOVE "N" TO WEFP-EOF-SW.
036700     START WISPERRX-FILE KEY IS NOT LESS THAN WERRX-KEY
036800         INVALID KEY
036900             SET WEFP-EOF TO TRUE
037000     END-START.
037100     PERFORM 2100-READ-ERROR THRU 2100-EXIT
037200         UNTIL WEFP-EOF.
037300     GO TO 2000-EXIT.
037400 2000-EXIT.
037500     EXIT.
037600
037700**-----------------------------------------------------------**
037800**  2100-READ-ERROR                                          **
037900**-----------------------------------------------------------**
038000 2100-READ-ERROR.
038100     READ WISPERRX-FILE NEXT RECORD
038200         AT END SET WEFP-EOF TO TRUE
038300     END-READ.
038400     IF WEFP-EOF
038500         GO TO 2100-EXIT
038600     END-IF.
038700     IF WERRX-DATE > WEFP-TO-DATE
038800         SET WEFP-EOF TO TRUE
038900         GO TO 2100-EXIT
039000     END-IF.
039100     ADD 1 TO WEFP-READ-TOTAL.
039200     PERFORM 2200-BUILD-FINGERPRINT THRU 2200-EXIT.
039300     PERFORM 2300-TALLY-FINGERPRINT THRU 2300-EXIT.
039400     GO TO 2100-EXIT.
039500 2100-EXIT.
039600     EXIT.
039700
039800**-----------------------------------------------------------**
039900**  2200-BUILD-FINGERPRINT                                   **
040000**  The first non-blank text line, copied a character at a   **
040100**  time: a run of digits becomes one #, and whatever sits   **
040200**  between quotes becomes *, so the same error with a       **
040300**  longer key or another file name reads the same.          **
040400**-----------------------------------------------------------**
040500 2200-BUILD-FINGERPRINT.
040600     MOVE SPACES TO WEFP-FIRST-LINE.
040700     MOVE 1 TO WEFP-LINE-SUB.
040800     PERFORM 2210-FIND-FIRST-LINE THRU 2210-EXIT
040900         UNTIL WEFP-FIRST-LINE NOT = SPACES
041000            OR WEFP-LINE-SUB > WERRX-LINE-COUNT
041100            OR WEFP-LINE-SUB > 80.
041200     MOVE SPACES TO WEFP-PATTERN.
041300     MOVE 1 TO WEFP-OUT-PTR.
041400     MOVE "N" TO WEFP-IN-QUOTE-SW.
041500     MOVE "N" TO WEFP-IN-DIGITS-SW.
041600     PERFORM 2220-MASK-ONE-CHAR THRU 2220-EXIT
041700         VARYING WEFP-IN-SUB FROM 1 BY 1
041800         UNTIL WEFP-IN-SUB > 75
041900            OR WEFP-OUT-PTR > 75.
042000     IF WEFP-IN-QUOTE AND WEFP-OUT-PTR NOT > 75
042100         MOVE "*" TO WEFP-PATTERN (WEFP-OUT-PTR:1)
042200     END-IF.
042300     GO TO 2200-EXIT.
042400 2200-EXIT.
042500     EXIT.
042600
042700**-----------------------------------------------------------**
042800**  2210-FIND-FIRST-LINE                                     **
042900**-----------------------------------------------------------**
043000 2210-FIND-FIRST-LINE.
043100     MOVE WERRX-TEXT-LINE (WEFP-LINE-SUB) TO WEFP-FIRST-LINE.
043200     ADD 1 TO WEFP-LINE-SUB.
043300     GO TO 2210-EXIT.
043400 2210-EXIT.
043500     EXIT.
043600
043700**-----------------------------------------------------------**
043800**  2220-MASK-ONE-CHAR                                       **
043900**  Inside quotes nothing is copied until the closing quote, **
044000**  which is written after a single *.                       **
044100**-----------------------------------------------------------**
044200 2220-MASK-ONE-CHAR.
044300     MOVE WEFP-FIRST-LINE (WEFP-IN-SUB:1) TO WEFP-CHAR.
044400     IF WEFP-IN-QUOTE
044500         IF WEFP-CHAR = WEFP-QUOTE-CHAR
044600             MOVE "*" TO WEFP-PATTERN (WEFP-OUT-PTR:1)
044700             ADD 1 TO WEFP-OUT-PTR
044800             IF WEFP-OUT-PTR NOT > 75
044900                 MOVE WEFP-CHAR TO WEFP-PATTERN (WEFP-OUT-PTR:1)
045000                 ADD 1 TO WEFP-OUT-PTR
045100             END-IF
045200             MOVE "N" TO WEFP-IN-QUOTE-SW
045300         END-IF
045400         GO TO 2220-EXIT
045500     END-IF.
045600     IF WEFP-CHAR IS NUMERIC
045700         IF NOT WEFP-IN-DIGITS
045800             MOVE "#" TO WEFP-PATTERN (WEFP-OUT-PTR:1)
045900             ADD 1 TO WEFP-OUT-PTR
046000             SET WEFP-IN-DIGITS TO TRUE
046100         END-IF
046200         GO TO 2220-EXIT
046300     END-IF.
046400     MOVE "N" TO WEFP-IN-DIGITS-SW.
046500     MOVE WEFP-CHAR TO WEFP-PATTERN (WEFP-OUT-PTR:1).
046600     ADD 1 TO WEFP-OUT-PTR.
046700     IF WEFP-CHAR-QUOTE
046800         MOVE WEFP-CHAR TO WEFP-QUOTE-CHAR
046900         SET WEFP-IN-QUOTE TO TRUE
047000     END-IF.
047100     GO TO 2220-EXIT.
047200 2220-EXIT.
047300     EXIT.
047400
047500**-----------------------------------------------------------**
047600**  2300-TALLY-FINGERPRINT                                   **
047700**-----------------------------------------------------------**
047800 2300-TALLY-FINGERPRINT.
047900     MOVE "N" TO WEFP-FOUND-SW.
048000     PERFORM 2310-MATCH-FINGERPRINT THRU 2310-EXIT
048100         VARYING WEFP-FP-SUB FROM 1 BY 1
048200         UNTIL WEFP-FP-SUB > WEFP-FP-COUNT
048300            OR WEFP-FOUND.
048400     IF WEFP-FOUND
048500         SUBTRACT 1 FROM WEFP-FP-SUB
048600     ELSE
048700         IF WEFP-FP-COUNT = 500
048800             ADD 1 TO WEFP-FP-DROPPED
048900             GO TO 2300-EXIT
049000         END-IF
049100         ADD 1 TO WEFP-FP-COUNT
049200         MOVE WEFP-FP-COUNT TO WEFP-FP-SUB
049300         MOVE WERRX-PROGRAM TO WEFP-FE-PROGRAM (WEFP-FP-SUB)
049400         MOVE WERRX-MSG-ID TO WEFP-FE-MSG-ID (WEFP-FP-SUB)
049500         MOVE WEFP-PATTERN TO WEFP-FE-PATTERN (WEFP-FP-SUB)
049600         MOVE 0 TO WEFP-FE-ERRORS (WEFP-FP-SUB)
049700         MOVE 0 TO WEFP-FE-DAYS (WEFP-FP-SUB)
049800         MOVE WERRX-DATE TO WEFP-FE-FIRST-DATE (WEFP-FP-SUB)
049900         MOVE SPACES TO WEFP-FE-LAST-DATE (WEFP-FP-SUB)
050000         MOVE SPACES TO WEFP-FE-KNOWN (WEFP-FP-SUB)
050100         MOVE "N" TO WEFP-FE-PRINTED (WEFP-FP-SUB)
050200         MOVE 0 TO WEFP-FE-OPR-COUNT (WEFP-FP-SUB)
050300         MOVE SPACE TO WEFP-FE-OPR-OVER (WEFP-FP-SUB)
050400     END-IF.
050500     ADD 1 TO WEFP-FE-ERRORS (WEFP-FP-SUB).
050600     IF WEFP-FE-LAST-DATE (WEFP-FP-SUB) NOT = WERRX-DATE
050700         ADD 1 TO WEFP-FE-DAYS (WEFP-FP-SUB)
050800         MOVE WERRX-DATE TO WEFP-FE-LAST-DATE (WEFP-FP-SUB)
050900     END-IF.
051000     MOVE "N" TO WEFP-FOUND-SW.
051100     PERFORM 2320-MATCH-OPERATOR THRU 2320-EXIT
051200         VARYING WEFP-OPR-SUB FROM 1 BY 1
051300         UNTIL WEFP-OPR-SUB > WEFP-FE-OPR-COUNT (WEFP-FP-SUB)
051400            OR WEFP-FOUND.
051500     IF NOT WEFP-FOUND
051600         IF WEFP-FE-OPR-COUNT (WEFP-FP-SUB) = 20
051700             MOVE "+" TO WEFP-FE-OPR-OVER (WEFP-FP-SUB)
051800         ELSE
051900             ADD 1 TO WEFP-FE-OPR-COUNT (WEFP-FP-SUB)
052000             MOVE WERRX-OPERATOR TO WEFP-FE-OPERATOR
052100                 (WEFP-FP-SUB, WEFP-FE-OPR-COUNT (WEFP-FP-SUB))
052200         END-IF
052300     END-IF.
052400     GO TO 2300-EXIT.
052500 2300-EXIT.
052600     EXIT.
052700
052800**-----------------------------------------------------------**
052900**  2310-MATCH-FINGERPRINT                                   **
053000**-----------------------------------------------------------**
053100 2310-MATCH-FINGERPRINT.
053200     IF WEFP-FE-PROGRAM (WEFP-FP-SUB) = WERRX-PROGRAM
053300             AND WEFP-FE-MSG-ID (WEFP-FP-SUB) = WERRX-MSG-ID
053400             AND WEFP-FE-PATTERN (WEFP-FP-SUB) = WEFP-PATTERN
053500         SET WEFP-FOUND TO TRUE
053600     END-IF.
053700     GO TO 2310-EXIT.
053800 2310-EXIT.
053900     EXIT.
054000
054100**-----------------------------------------------------------**
054200**  2320-MATCH-OPERATOR                                      **
054300**-----------------------------------------------------------**
054400 2320-MATCH-OPERATOR.
054500     IF WEFP-FE-OPERATOR (WEFP-FP-SUB, WEFP-OPR-SUB)
054600             = WERRX-OPERATOR
054700         SET WEFP-FOUND TO TRUE
054800     END-IF.
054900     GO TO 2320-EXIT.
055000 2320-EXIT.
055100     EXIT.
055200
055300**-----------------------------------------------------------**
055400**  3000-CHECK-KNOWN-PROBLEMS                                **
055500**  Score every fingerprint for the ranking - occurrences    **
055600**  first, distinct operators to break a tie, then days -    **
055700**  and mark each recurring one as covered by an OPEN known  **
055800**  problem or as a candidate.                               **
055900**-----------------------------------------------------------**
056000 3000-CHECK-KNOWN-PROBLEMS.
056100     OPEN INPUT WISPKPRB-FILE.
056200     IF WKPRB-FILE-OK
056300         MOVE "Y" TO WEFP-KP-AVAIL-SW
056400     END-IF.
056500     PERFORM 3100-CHECK-ONE-FINGERPRINT THRU 3100-EXIT
056600         VARYING WEFP-FP-SUB FROM 1 BY 1
056700         UNTIL WEFP-FP-SUB > WEFP-FP-COUNT.
056800     IF WEFP-KP-AVAIL
056900         CLOSE WISPKPRB-FILE
057000     END-IF.
057100     GO TO 3000-EXIT.
057200 3000-EXIT.
057300     EXIT.
057400
057500**-----------------------------------------------------------**
057600**  3100-CHECK-ONE-FINGERPRINT                               **
057700**  The program and message id entry is looked for first,    **
057800**  then the program-wide one, as WACUERRQ does; either one  **
057900**  OPEN covers the fingerprint.                             **
058000**-----------------------------------------------------------**
058100 3100-CHECK-ONE-FINGERPRINT.
058200     COMPUTE WEFP-FE-SCORE (WEFP-FP-SUB) =
058300         (WEFP-FE-ERRORS (WEFP-FP-SUB) * 100000000)
058400         + (WEFP-FE-OPR-COUNT (WEFP-FP-SUB) * 100000)
058500         + WEFP-FE-DAYS (WEFP-FP-SUB).
058600     IF WEFP-FE-ERRORS (WEFP-FP-SUB) < WEFP-RECUR
058700         GO TO 3100-EXIT
058800     END-IF.
058900     ADD 1 TO WEFP-RECUR-COUNT.
059000     MOVE "CANDIDATE" TO WEFP-FE-KNOWN (WEFP-FP-SUB).
059100     IF NOT WEFP-KP-AVAIL
059200         ADD 1 TO WEFP-CAND-COUNT
059300         GO TO 3100-EXIT
059400     END-IF.
059500     MOVE WEFP-FE-PROGRAM (WEFP-FP-SUB) TO WKPRB-PROGRAM.
059600     MOVE WEFP-FE-MSG-ID (WEFP-FP-SUB) TO WKPRB-MSG-ID.
059700     READ WISPKPRB-FILE
059800         INVALID KEY
059900             MOVE "N" TO WKPRB-STATUS
060000     END-READ.
060100     IF NOT WKPRB-OPEN AND WKPRB-MSG-ID NOT = SPACES
060200         MOVE SPACES TO WKPRB-MSG-ID
060300         READ WISPKPRB-FILE
060400             INVALID KEY
060500                 MOVE "N" TO WKPRB-STATUS
060600         END-READ
060700     END-IF.
060800     IF WKPRB-OPEN
060900         MOVE WKPRB-REFERENCE TO WEFP-FE-KNOWN (WEFP-FP-SUB)
061000     ELSE
061100         ADD 1 TO WEFP-CAND-COUNT
061200     END-IF.
061300     GO TO 3100-EXIT.
061400 3100-EXIT.
061500     EXIT.
061600
061700**-----------------------------------------------------------**
061800**  4000-PRINT-RANKING                                       **
061900**-----------------------------------------------------------**
062000 4000-PRINT-RANKING.
062100     MOVE WEFP-TODAY TO WEFP-HDG-DATE.
062200     MOVE WEFP-FROM-DATE TO WEFP-HDG-FROM.
062300     MOVE WEFP-TO-DATE TO WEFP-HDG-TO.
062400     MOVE WEFP-READ-TOTAL TO WEFP-HDG-ERRORS.
062500     MOVE WEFP-FP-COUNT TO WEFP-HDG-FPS.
062600     MOVE WEFP-HEADING-2 TO REPORT-LINE.
062700     WRITE REPORT-LINE.
062800     MOVE WEFP-HEADING-3 TO REPORT-LINE.
062900     WRITE REPORT-LINE.
063000     IF NOT WEFP-KP-AVAIL
063100         MOVE WEFP-NO-KPRB-LINE TO REPORT-LINE
063200         WRITE REPORT-LINE
063300     END-IF.
063400     IF WEFP-FP-DROPPED > 0
063500         MOVE WEFP-FP-DROPPED TO WEFP-FD-DROPPED
063600         MOVE WEFP-FP-DROPPED-LINE TO REPORT-LINE
063700         WRITE REPORT-LINE
063800     END-IF.
063900     MOVE SPACES TO REPORT-LINE.
064000     WRITE REPORT-LINE.
064100     MOVE WEFP-SECTION-1-HEADING TO REPORT-LINE.
064200     WRITE REPORT-LINE.
064300     MOVE SPACES TO REPORT-LINE.
064400     WRITE REPORT-LINE.
064500     IF WEFP-FP-COUNT = 0
064600         MOVE "NO ERRORS LOGGED IN THE PERIOD." TO WEFP-NONE-LINE
064700         MOVE WEFP-NONE-LINE TO REPORT-LINE
064800         WRITE REPORT-LINE
064900         GO TO 4000-EXIT
065000     END-IF.
065100     MOVE WEFP-SECTION-1-COLUMNS TO REPORT-LINE.
065200     WRITE REPORT-LINE.
065300     PERFORM 4100-PRINT-NEXT-RANKED THRU 4100-EXIT
065400         VARYING WEFP-RANK FROM 1 BY 1
065500         UNTIL WEFP-RANK > WEFP-TOP
065600            OR WEFP-RANK > WEFP-FP-COUNT.
065700     GO TO 4000-EXIT.
065800 4000-EXIT.
065900     EXIT.
066000
066100**-----------------------------------------------------------**
066200**  4100-PRINT-NEXT-RANKED                                   **
066300**  The highest-scoring fingerprint not yet printed.         **
066400**-----------------------------------------------------------**
066500 4100-PRINT-NEXT-RANKED.
066600     PERFORM 6000-FIND-BEST THRU 6000-EXIT.
066700     IF WEFP-BEST-SUB = 0
066800         GO TO 4100-EXIT
066900     END-IF.
067000     MOVE "Y" TO WEFP-FE-PRINTED (WEFP-BEST-SUB).
067100     MOVE WEFP-RANK TO WEFP-RL-RANK.
067200     MOVE WEFP-FE-PROGRAM (WEFP-BEST-SUB) TO WEFP-RL-PROGRAM.
067300     MOVE WEFP-FE-MSG-ID (WEFP-BEST-SUB) TO WEFP-RL-MSG-ID.
067400     MOVE WEFP-FE-ERRORS (WEFP-BEST-SUB) TO WEFP-RL-ERRORS.
067500     MOVE WEFP-FE-OPR-COUNT (WEFP-BEST-SUB) TO WEFP-RL-OPRS.
067600     MOVE WEFP-FE-OPR-OVER (WEFP-BEST-SUB) TO WEFP-RL-OPR-OVER.
067700     MOVE WEFP-FE-DAYS (WEFP-BEST-SUB) TO WEFP-RL-DAYS.
067800     MOVE WEFP-FE-KNOWN (WEFP-BEST-SUB) TO WEFP-RL-KNOWN.
067900     MOVE WEFP-FE-PATTERN (WEFP-BEST-SUB) TO WEFP-RL-PATTERN.
068000     MOVE WEFP-RANK-LINE TO REPORT-LINE.
068100     WRITE REPORT-LINE.
068200     GO TO 4100-EXIT.
068300 4100-EXIT.
068400     EXIT.
068500
068600**-----------------------------------------------------------**
068700**  5000-PRINT-CANDIDATES                                    **
068800**  Every candidate, in rank order, however far down the     **
068900**  ranking it fell - the print flags are reset first.       **
069000**-----------------------------------------------------------**
069100 5000-PRINT-CANDIDATES.
069200     MOVE SPACES TO REPORT-LINE.
069300     WRITE REPORT-LINE.
069400     MOVE WEFP-RECUR TO WEFP-S2-RECUR.
069500     MOVE WEFP-SECTION-2-HEADING TO REPORT-LINE.
069600     WRITE REPORT-LINE.
069700     MOVE SPACES TO REPORT-LINE.
069800     WRITE REPORT-LINE.
069900     IF WEFP-CAND-COUNT = 0
070000         MOVE "NO KNOWN-PROBLEM CANDIDATES." TO WEFP-NONE-LINE
070100         MOVE WEFP-NONE-LINE TO REPORT-LINE
070200         WRITE REPORT-LINE
070300     ELSE
070400         MOVE WEFP-SECTION-2-COLUMNS TO REPORT-LINE
070500         WRITE REPORT-LINE
070600         PERFORM 5100-RESET-PRINTED THRU 5100-EXIT
070700             VARYING WEFP-FP-SUB FROM 1 BY 1
070800             UNTIL WEFP-FP-SUB > WEFP-FP-COUNT
070900         MOVE 0 TO WEFP-RANK
071000         PERFORM 5200-PRINT-NEXT-CANDIDATE THRU 5200-EXIT
071100             WEFP-FP-COUNT TIMES
071200     END-IF.
071300     MOVE SPACES TO REPORT-LINE.
071400     WRITE REPORT-LINE.
071500     MOVE WEFP-CAND-COUNT TO WEFP-CT-CAND.
071600     MOVE WEFP-RECUR-COUNT TO WEFP-CT-RECUR.
071700     MOVE WEFP-CAND-TOTAL-LINE TO REPORT-LINE.
071800     WRITE REPORT-LINE.
071900     GO TO 5000-EXIT.
072000 5000-EXIT.
072100     EXIT.
072200
072300**-----------------------------------------------------------**
072400**  5100-RESET-PRINTED                                       **
072500**-----------------------------------------------------------**
072600 5100-RESET-PRINTED.
072700     MOVE "N" TO WEFP-FE-PRINTED (WEFP-FP-SUB).
072800     GO TO 5100-EXIT.
072900 5100-EXIT.
073000     EXIT.
073100
073200**-----------------------------------------------------------**
073300**  5200-PRINT-NEXT-CANDIDATE                                **
073400**  Take the next fingerprint in rank order; print it only   **
073500**  if it is a candidate.  The rank shown is its place in    **
073600**  the full ranking.                                        **
073700**-----------------------------------------------------------**
073800 5200-PRINT-NEXT-CANDIDATE.
073900     PERFORM 6000-FIND-BEST THRU 6000-EXIT.
074000     IF WEFP-BEST-SUB = 0
074100         GO TO 5200-EXIT
074200     END-IF.
074300     MOVE "Y" TO WEFP-FE-PRINTED (WEFP-BEST-SUB).
074400     ADD 1 TO WEFP-RANK.
074500     IF WEFP-FE-KNOWN (WEFP-BEST-SUB) NOT = "CANDIDATE"
074600         GO TO 5200-EXIT
074700     END-IF.
074800     MOVE WEFP-RANK TO WEFP-CL-RANK.
074900     MOVE WEFP-FE-PROGRAM (WEFP-BEST-SUB) TO WEFP-CL-PROGRAM.
075000     MOVE WEFP-FE-MSG-ID (WEFP-BEST-SUB) TO WEFP-CL-MSG-ID.
075100     MOVE WEFP-FE-ERRORS (WEFP-BEST-SUB) TO WEFP-CL-ERRORS.
075200     MOVE WEFP-FE-OPR-COUNT (WEFP-BEST-SUB) TO WEFP-CL-OPRS.
075300     MOVE WEFP-FE-OPR-OVER (WEFP-BEST-SUB) TO WEFP-CL-OPR-OVER.
075400     MOVE WEFP-FE-DAYS (WEFP-BEST-SUB) TO WEFP-CL-DAYS.
075500     MOVE WEFP-FE-FIRST-DATE (WEFP-BEST-SUB) TO WEFP-CL-FIRST.
075600     MOVE WEFP-FE-LAST-DATE (WEFP-BEST-SUB) TO WEFP-CL-LAST.
075700     MOVE WEFP-FE-PATTERN (WEFP-BEST-SUB) TO WEFP-CL-PATTERN.
075800     MOVE WEFP-CAND-LINE TO REPORT-LINE.
075900     WRITE REPORT-LINE.
076000     GO TO 5200-EXIT.
076100 5200-EXIT.
076200     EXIT.
076300
076400**-----------------------------------------------------------**
076500**  6000-FIND-BEST                                           **
076600**-----------------------------------------------------------**
076700 6000-FIND-BEST.
076800     MOVE 0 TO WEFP-BEST-SUB.
076900     MOVE 0 TO WEFP-BEST-SCORE.
077000     PERFORM 6100-CHECK-ENTRY THRU 6100-EXIT
077100         VARYING WEFP-FP-SUB FROM 1 BY 1
077200         UNTIL WEFP-FP-SUB > WEFP-FP-COUNT.
077300     GO TO 6000-EXIT.
077400 6000-EXIT.
077500     EXIT.
077600
077700**-----------------------------------------------------------**
077800**  6100-CHECK-ENTRY                                         **
077900**-----------------------------------------------------------**
078000 6100-CHECK-ENTRY.
078100     IF WEFP-FE-PRINTED (WEFP-FP-SUB) = "Y"
078200         GO TO 6100-EXIT
078300     END-IF.
078400     IF WEFP-FE-SCORE (WEFP-FP-SUB) > WEFP-BEST-SCORE
078500         MOVE WEFP-FP-SUB TO WEFP-BEST-SUB
078600         MOVE WEFP-FE-SCORE (WEFP-FP-SUB) TO WEFP-BEST-SCORE
078700     END-IF.
078800     GO TO 6100-EXIT.
078900 6100-EXIT.
079000     EXIT.
079100
079200**-----------------------------------------------------------**
079300**  9000-TERMINATE                                           **
079400**-----------------------------------------------------------**
079500 9000-TERMINATE.
079600     CLOSE REPORT-OUT.
079700     MOVE "R" TO WEFP-SPOOL-MODE.
079800     CALL "WISPSPLR" USING WEFP-SPOOL-MODE WEFP-REPORT-ID
079900         WEFP-SPOOL-PGM WEFP-SPOOL-NAME.
080000     GO TO 9000-EXIT.
080100 9000-EXIT.
080200     EXIT.
