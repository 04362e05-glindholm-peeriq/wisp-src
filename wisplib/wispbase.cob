000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPBASE.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Nightly step runtime baseline build.  Reads
000900**               the retained WISPLINK.LOG history - every
001000**               WISPLGAR month archive still inside the
001100**               retention period, oldest first, then the live
001200**               log - and rewrites WISPBASE.DAT with one
001300**               record per program: how many successful timed
001400**               runs it has on file, its typical (mean) and
001500**               worst elapsed seconds, the mean of its last
001600**               ten runs, and whether that recent figure is
001700**               trending up or down against typical.  WISPSLAC
001800**               and WACUMONI project a running stream's finish
001900**               time from these figures, and WISPTRND reports
002000**               the steps whose runtime is creeping up.
002100**
002200**               Only dispatches that completed (RETURN-VALUE
002300**               1) with a start stamp count - a refused or
002400**               failed dispatch says nothing about how long
002500**               the step takes.  The retention period comes
002600**               from WISP_LOG_RETAIN_MONTHS the way WISPLGAR
002700**               reads it, default 12.  Run it after WISPLGAR
002800**               so last night's records are in the archive.
002900**
003000**   Build:      ccbl -o WISPBASE.acu WISPBASE.cob
003100**
003200**   Modifications:
003300**     dgh  Original version.
003320**     dgh  Read WISP_LOG_RETAIN_MONTHS through WISPPARM, so the
003340**          WISPPARM.DAT stream or system value applies unless
003360**          the job's environment overrides it.
003400**
003500
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.
003800     WISPBASE.
003900 REMARKS.
004000     Rebuilds the per-program runtime baselines in
004100     WISPBASE.DAT from the retained WISPLINK.LOG history.
004200
004300 ENVIRONMENT DIVISION.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT WISPLINK-IN ASSIGN TO "WISPLINK"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WLNKL-FILE-STATUS.
005000
005100     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WBAS-ARCHIVE-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WBAS-ARCH-STATUS.
005400
005500     SELECT WISPBASE-FILE ASSIGN TO "WISPBASE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WBAS-FILE-STATUS.
005800
005900 DATA DIVISION.
006000
006100 FILE SECTION.
006200 FD  WISPLINK-IN.
006300     COPY "wisplnkr.cpy".
006400
006500 FD  ARCHIVE-IN.
006600 01  WBAS-ARCH-REC               PIC X(80).
006700
006800 FD  WISPBASE-FILE.
006900     COPY "wispbasr.cpy".
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  WLNKL-FILE-STATUS           PIC XX.
007400     88  WLNKL-FILE-OK               VALUE "00".
007500 01  WBAS-ARCH-STATUS            PIC XX.
007600     88  WBAS-ARCH-OK                VALUE "00".
007700 01  WBAS-FILE-STATUS            PIC XX.
007800     88  WBAS-FILE-OK                VALUE "00".
007900
008000 01  WBAS-LOG-EOF-SW             PIC X(01) VALUE "N".
008100     88  WBAS-LOG-EOF                VALUE "Y".
008200 01  WBAS-TABLE-FULL-SW          PIC X(01) VALUE "N".
008300     88  WBAS-TABLE-FULL             VALUE "Y".
008400
008500 01  WBAS-TODAY                  PIC X(08).
008600 01  FILLER REDEFINES WBAS-TODAY.
008700     05  WBAS-TODAY-YYYY         PIC 9(04).
008800     05  WBAS-TODAY-MM           PIC 9(02).
008900     05  FILLER                  PIC X(02).
009000
009020 01  WBAS-PARM-NAME              PIC X(30) VALUE SPACES.
009040 01  WBAS-PARM-VALUE             PIC X(40) VALUE SPACES.
009100 01  WBAS-RETAIN-X               PIC X(03) VALUE SPACES.
009200 77  WBAS-RETAIN-MONTHS          PIC 9(04) COMP VALUE 12.
009300 77  WBAS-MONTH-STEP             PIC 9(04) COMP VALUE 0.
009400 77  WBAS-MONTH-OFFSET           PIC 9(04) COMP VALUE 0.
009500 77  WBAS-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
009600 77  WBAS-CALC-MON-IX            PIC 9(09) COMP VALUE 0.
009700 77  WBAS-CALC-YYYY              PIC 9(09) COMP VALUE 0.
009800 77  WBAS-CALC-MM                PIC 9(09) COMP VALUE 0.
009900
010000 01  WBAS-CALC-MONTH.
010100     05  WBAS-CALC-MONTH-YYYY    PIC 9(04).
010200     05  WBAS-CALC-MONTH-MM      PIC 9(02).
010300
010400 01  WBAS-ARCHIVE-NAME           PIC X(20) VALUE SPACES.
010500
010600*    One entry per program seen, in first-seen order.  The
010700*    last ten elapsed figures are kept round-robin; the log is
010800*    read oldest first, so they are the ten most recent runs.
010900 01  WBAS-PGM-TABLE.
011000     05  WBAS-PGM-COUNT          PIC 9(03) COMP VALUE 0.
011100     05  WBAS-PGM-ENTRY OCCURS 500 TIMES.
011200         10  WBAS-PE-PROGRAM     PIC X(08).
011300         10  WBAS-PE-RUNS        PIC 9(07) COMP.
011400         10  WBAS-PE-TOTAL-SECS  PIC 9(11) COMP.
011500         10  WBAS-PE-WORST-SECS  PIC 9(06) COMP.
011600         10  WBAS-PE-NEXT-SLOT   PIC 9(03) COMP.
011700         10  WBAS-PE-RECENT-SECS OCCURS 10 TIMES
011800                                 PIC 9(06) COMP.
011900 01  WBAS-PGM-SUB                PIC 9(03) COMP VALUE 0.
012000 01  WBAS-PGM-CUR                PIC 9(03) COMP VALUE 0.
012100 01  WBAS-SLOT-SUB               PIC 9(03) COMP VALUE 0.
012200
012300 77  WBAS-RECENT-COUNT           PIC 9(03) COMP VALUE 0.
012400 77  WBAS-RECENT-TOTAL           PIC 9(09) COMP VALUE 0.
012500 77  WBAS-TYPICAL-SECS           PIC 9(09) COMP VALUE 0.
012600 77  WBAS-RECENT-SECS            PIC 9(09) COMP VALUE 0.
012700 77  WBAS-DIFF-SECS              PIC 9(09) COMP VALUE 0.
012800 77  WBAS-TREND-PCT              PIC 9(09) COMP VALUE 0.
012900 77  WBAS-TREND-LIMIT-PCT        PIC 9(03) COMP VALUE 10.
013000
013100 77  WBAS-ARCHIVES-READ          PIC 9(04) COMP VALUE 0.
013200 77  WBAS-RUNS-USED              PIC 9(09) COMP VALUE 0.
013300
013400 01  WBAS-COUNT-DISP             PIC ZZZ9.
013500 01  WBAS-RUNS-DISP              PIC ZZZZZZZZ9.
013600
013700 PROCEDURE DIVISION.
013800
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-READ-ONE-ARCHIVE THRU 2000-EXIT
014200         VARYING WBAS-MONTH-STEP FROM 0 BY 1
014300         UNTIL WBAS-MONTH-STEP > WBAS-RETAIN-MONTHS.
014400     PERFORM 3000-READ-LIVE-LOG THRU 3000-EXIT.
014500     PERFORM 4000-WRITE-BASELINES THRU 4000-EXIT.
014600     STOP RUN.
014700
014800**-----------------------------------------------------------**
014900**  1000-INITIALIZE                                          **
015000**  Today's month index and the retention period, read the   **
015100**  same way WISPLGAR reads it so the two agree on which     **
015200**  archive months are still on file.                        **
015300**-----------------------------------------------------------**
015400 1000-INITIALIZE.
015500     ACCEPT WBAS-TODAY FROM DATE YYYYMMDD.
015550     MOVE "WISP_LOG_RETAIN_MONTHS" TO WBAS-PARM-NAME.
015600     CALL "WISPPARM" USING WBAS-PARM-NAME WBAS-PARM-VALUE.
015650     MOVE WBAS-PARM-VALUE TO WBAS-RETAIN-X.
015800     IF WBAS-RETAIN-X NOT = SPACES
015900         COMPUTE WBAS-RETAIN-MONTHS =
016000             FUNCTION NUMVAL (WBAS-RETAIN-X)
016100     END-IF.
016200     IF WBAS-RETAIN-MONTHS = 0
016300         MOVE 12 TO WBAS-RETAIN-MONTHS
016400     END-IF.
016500     COMPUTE WBAS-CURR-MON-IX =
016600         (WBAS-TODAY-YYYY * 12) + WBAS-TODAY-MM.
016700     GO TO 1000-EXIT.
016800 1000-EXIT.
016900     EXIT.
017000
017100**-----------------------------------------------------------**
017200**  2000-READ-ONE-ARCHIVE                                    **
017300**  One WISPLINK.YYYYMM archive month, oldest first.  A      **
017400**  month with no archive file (nothing ran, or WISPLGAR     **
017500**  has already purged it) is passed over.                   **
017600**-----------------------------------------------------------**
017700 2000-READ-ONE-ARCHIVE.
017800     COMPUTE WBAS-MONTH-OFFSET =
017900         WBAS-RETAIN-MONTHS - WBAS-MONTH-STEP.
018000     PERFORM 8600-COMPUTE-MONTH-KEY THRU 8600-EXIT.
018100     MOVE SPACES TO WBAS-ARCHIVE-NAME.
018200     STRING "WISPLINK." DELIMITED BY SIZE
018300         WBAS-CALC-MONTH DELIMITED BY SIZE
018400         INTO WBAS-ARCHIVE-NAME.
018500     OPEN INPUT ARCHIVE-IN.
018600     IF NOT WBAS-ARCH-OK
018700         GO TO 2000-EXIT
018800     END-IF.
018900     ADD 1 TO WBAS-ARCHIVES-READ.
019000     MOVE "N" TO WBAS-LOG-EOF-SW.
019100     PERFORM 2100-READ-ARCHIVE-REC THRU 2100-EXIT
019200         UNTIL WBAS-LOG-EOF.
019300     CLOSE ARCHIVE-IN.
019400     GO TO 2000-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700
019800**-----------------------------------------------------------**
019900**  2100-READ-ARCHIVE-REC                                    **
020000**-----------------------------------------------------------**
020100 2100-READ-ARCHIVE-REC.
020200     READ ARCHIVE-IN
020300         AT END SET WBAS-LOG-EOF TO TRUE
020400     END-READ.
020500     IF NOT WBAS-LOG-EOF
020600         MOVE WBAS-ARCH-REC TO WISPLNK-LOG-RECORD
020700         PERFORM 5000-TALLY-DISPATCH THRU 5000-EXIT
020800     END-IF.
020900     GO TO 2100-EXIT.
021000 2100-EXIT.
021100     EXIT.
021200
021300**-----------------------------------------------------------**
021400**  3000-READ-LIVE-LOG                                       **
021500**  Whatever WISPLGAR has not archived yet - normally just   **
021600**  today's records - is the most recent history of all.    **
021700**-----------------------------------------------------------**
021800 3000-READ-LIVE-LOG.
021900     OPEN INPUT WISPLINK-IN.
022000     IF NOT WLNKL-FILE-OK
022100         GO TO 3000-EXIT
022200     END-IF.
022300     MOVE "N" TO WBAS-LOG-EOF-SW.
022400     PERFORM 3100-READ-LIVE-REC THRU 3100-EXIT
022500         UNTIL WBAS-LOG-EOF.
022600     CLOSE WISPLINK-IN.
022700     GO TO 3000-EXIT.
022800 3000-EXIT.
022900     EXIT.
023000
023100**-----------------------------------------------------------**
023200**  3100-READ-LIVE-REC                                       **
023300**-----------------------------------------------------------**
023400 3100-READ-LIVE-REC.
023500     READ WISPLINK-IN
023600         AT END SET WBAS-LOG-EOF TO TRUE
023700     END-READ.
023800     IF NOT WBAS-LOG-EOF
023900         PERFORM 5000-TALLY-DISPATCH THRU 5000-EXIT
024000     END-IF.
024100     GO TO 3100-EXIT.
024200 3100-EXIT.
024300     EXIT.
024400
024500**-----------------------------------------------------------**
024600**  4000-WRITE-BASELINES                                     **
024700**  WISPBASE.DAT is rebuilt whole.  With no timed history on **
024800**  file at all the old baselines are left as they are - an **
024900**  empty file would blank every projection tonight.         **
025000**-----------------------------------------------------------**
025100 4000-WRITE-BASELINES.
025200     MOVE WBAS-ARCHIVES-READ TO WBAS-COUNT-DISP.
025300     DISPLAY "WISPBASE: " WBAS-COUNT-DISP
025400         " ARCHIVE MONTH(S) READ.".
025500     IF WBAS-PGM-COUNT = 0
025600         DISPLAY "WISPBASE: NO TIMED DISPATCHES ON FILE -"
025700             " WISPBASE.DAT LEFT AS IS."
025800         GO TO 4000-EXIT
025900     END-IF.
026000     OPEN OUTPUT WISPBASE-FILE.
026100     IF NOT WBAS-FILE-OK
026200         DISPLAY "WISPBASE: CANNOT OPEN WISPBASE.DAT, STATUS "
026300             WBAS-FILE-STATUS
026400         GO TO 4000-EXIT
026500     END-IF.
026600     PERFORM 4100-WRITE-ONE-BASELINE THRU 4100-EXIT
026700         VARYING WBAS-PGM-SUB FROM 1 BY 1
026800         UNTIL WBAS-PGM-SUB > WBAS-PGM-COUNT.
026900     CLOSE WISPBASE-FILE.
027000     MOVE WBAS-PGM-COUNT TO WBAS-COUNT-DISP.
027100     MOVE WBAS-RUNS-USED TO WBAS-RUNS-DISP.
027200     DISPLAY "WISPBASE: " WBAS-COUNT-DISP
027300         " PROGRAM BASELINE(S) BUILT FROM " WBAS-RUNS-DISP
027400         " RUN(S).".
027500     IF WBAS-TABLE-FULL
027600         DISPLAY "WISPBASE: PROGRAM TABLE FULL AT 500 -"
027700             " LATER PROGRAMS NOT BASELINED."
027800     END-IF.
027900     GO TO 4000-EXIT.
028000 4000-EXIT.
028100     EXIT.
028200
028300**-----------------------------------------------------------**
028400**  4100-WRITE-ONE-BASELINE                                  **
028500**  Typical is the mean of every run on file, recent the     **
028600**  mean of the last ten (fewer when fewer are on file).     **
028700**-----------------------------------------------------------**
028800 4100-WRITE-ONE-BASELINE.
028900     MOVE SPACES TO WISPBASE-RECORD.
029000     MOVE WBAS-PE-PROGRAM (WBAS-PGM-SUB) TO WBASR-PROGRAM.
029100     IF WBAS-PE-RUNS (WBAS-PGM-SUB) > 999999
029200         MOVE 999999 TO WBASR-RUNS
029300     ELSE
029400         MOVE WBAS-PE-RUNS (WBAS-PGM-SUB) TO WBASR-RUNS
029500     END-IF.
029600     COMPUTE WBAS-TYPICAL-SECS ROUNDED =
029700         WBAS-PE-TOTAL-SECS (WBAS-PGM-SUB)
029800         / WBAS-PE-RUNS (WBAS-PGM-SUB).
029900     IF WBAS-PE-RUNS (WBAS-PGM-SUB) < 10
030000         MOVE WBAS-PE-RUNS (WBAS-PGM-SUB) TO WBAS-RECENT-COUNT
030100     ELSE
030200         MOVE 10 TO WBAS-RECENT-COUNT
030300     END-IF.
030400     MOVE 0 TO WBAS-RECENT-TOTAL.
030500     PERFORM 4110-ADD-RECENT-RUN THRU 4110-EXIT
030600         VARYING WBAS-SLOT-SUB FROM 1 BY 1
030700         UNTIL WBAS-SLOT-SUB > WBAS-RECENT-COUNT.
030800     COMPUTE WBAS-RECENT-SECS ROUNDED =
030900         WBAS-RECENT-TOTAL / WBAS-RECENT-COUNT.
031000     PERFORM 4200-SET-TREND THRU 4200-EXIT.
031100     MOVE WBAS-TYPICAL-SECS TO WBASR-TYPICAL-SECS.
031200     MOVE WBAS-PE-WORST-SECS (WBAS-PGM-SUB)
031300         TO WBASR-WORST-SECS.
031400     MOVE WBAS-RECENT-SECS TO WBASR-RECENT-SECS.
031500     MOVE WBAS-TODAY TO WBASR-BUILT-DATE.
031600     WRITE WISPBASE-RECORD.
031700     GO TO 4100-EXIT.
031800 4100-EXIT.
031900     EXIT.
032000
032100**-----------------------------------------------------------**
032200**  4110-ADD-RECENT-RUN                                      **
032300**-----------------------------------------------------------**
032400 4110-ADD-RECENT-RUN.
032500     ADD WBAS-PE-RECENT-SECS (WBAS-PGM-SUB, WBAS-SLOT-SUB)
032600         TO WBAS-RECENT-TOTAL.
032700     GO TO 4110-EXIT.
032800 4110-EXIT.
032900     EXIT.
033000
033100**-----------------------------------------------------------**
033200**  4200-SET-TREND                                           **
033300**  Recent against typical, as a percentage of typical.  A   **
033400**  swing under WBAS-TREND-LIMIT-PCT is noise and reads as   **
033500**  steady.                                                  **
033600**-----------------------------------------------------------**
033700 4200-SET-TREND.
033800     MOVE 0 TO WBAS-TREND-PCT.
033900     SET WBASR-TREND-STEADY TO TRUE.
034000     IF WBAS-TYPICAL-SECS = 0
034100         MOVE 0 TO WBASR-TREND-PCT
034200         GO TO 4200-EXIT
034300     END-IF.
034400     IF WBAS-RECENT-SECS >= WBAS-TYPICAL-SECS
034500         COMPUTE WBAS-DIFF-SECS =
034600             WBAS-RECENT-SECS - WBAS-TYPICAL-SECS
034700     ELSE
034800         COMPUTE WBAS-DIFF-SECS =
034900             WBAS-TYPICAL-SECS - WBAS-RECENT-SECS
035000     END-IF.
035100     COMPUTE WBAS-TREND-PCT =
035200         (WBAS-DIFF-SECS * 100) / WBAS-TYPICAL-SECS.
035300     IF WBAS-TREND-PCT > 999
035400         MOVE 999 TO WBAS-TREND-PCT
035500     END-IF.
035600     MOVE WBAS-TREND-PCT TO WBASR-TREND-PCT.
035700     IF WBAS-TREND-PCT < WBAS-TREND-LIMIT-PCT
035800         GO TO 4200-EXIT
035900     END-IF.
036000     IF WBAS-RECENT-SECS > WBAS-TYPICAL-SECS
036100         SET WBASR-TREND-UP TO TRUE
036200     ELSE
036300         SET WBASR-TREND-DOWN TO TRUE
036400     END-IF.
036500     GO TO 4200-EXIT.
036600 4200-EXIT.
036700     EXIT.
036800
036900**-----------------------------------------------------------**
037000**  5000-TALLY-DISPATCH                                      **
037100**  Fold one successful timed dispatch into its program's    **
037200**  entry.  Records from before the start stamp existed, and **
037300**  refused or failed dispatches, are passed over.           **
037400**-----------------------------------------------------------**
037500 5000-TALLY-DISPATCH.
037600     IF WLNKL-RETURN-VALUE IS NOT NUMERIC
037700         GO TO 5000-EXIT
037800     END-IF.
037900     IF WLNKL-RETURN-VALUE NOT = 1
038000         GO TO 5000-EXIT
038100     END-IF.
038200     IF WLNKL-START-TIME = SPACES
038300             OR WLNKL-ELAPSED-SECS IS NOT NUMERIC
038400         GO TO 5000-EXIT
038500     END-IF.
038600     PERFORM 5100-FIND-PROGRAM THRU 5100-EXIT.
038700     IF WBAS-PGM-CUR = 0
038800         GO TO 5000-EXIT
038900     END-IF.
039000     ADD 1 TO WBAS-RUNS-USED.
039100     ADD 1 TO WBAS-PE-RUNS (WBAS-PGM-CUR).
039200     ADD WLNKL-ELAPSED-SECS
039300         TO WBAS-PE-TOTAL-SECS (WBAS-PGM-CUR).
039400     IF WLNKL-ELAPSED-SECS > WBAS-PE-WORST-SECS (WBAS-PGM-CUR)
039500         MOVE WLNKL-ELAPSED-SECS
039600             TO WBAS-PE-WORST-SECS (WBAS-PGM-CUR)
039700     END-IF.
039800     ADD 1 TO WBAS-PE-NEXT-SLOT (WBAS-PGM-CUR).
039900     IF WBAS-PE-NEXT-SLOT (WBAS-PGM-CUR) > 10
040000         MOVE 1 TO WBAS-PE-NEXT-SLOT (WBAS-PGM-CUR)
040100     END-IF.
040200     MOVE WLNKL-ELAPSED-SECS TO WBAS-PE-RECENT-SECS
040300         (WBAS-PGM-CUR, WBAS-PE-NEXT-SLOT (WBAS-PGM-CUR)).
040400     GO TO 5000-EXIT.
040500 5000-EXIT.
040600     EXIT.
040700
040800**-----------------------------------------------------------**
040900**  5100-FIND-PROGRAM                                        **
041000**  Find (or add) WLNKL-PROGRAM's entry; WBAS-PGM-CUR stays  **
041100**  zero once the table is full.                             **
041200**-----------------------------------------------------------**
041300 5100-FIND-PROGRAM.
041400     MOVE 0 TO WBAS-PGM-CUR.
041500     MOVE 1 TO WBAS-PGM-SUB.
041600     PERFORM 5110-LOOK-FOR-PROGRAM THRU 5110-EXIT
041700         UNTIL WBAS-PGM-CUR > 0
041800            OR WBAS-PGM-SUB > WBAS-PGM-COUNT.
041900     IF WBAS-PGM-CUR > 0
042000         GO TO 5100-EXIT
042100     END-IF.
042200     IF WBAS-PGM-COUNT = 500
042300         SET WBAS-TABLE-FULL TO TRUE
042400         GO TO 5100-EXIT
042500     END-IF.
042600     ADD 1 TO WBAS-PGM-COUNT.
042700     MOVE WBAS-PGM-COUNT TO WBAS-PGM-CUR.
042800     MOVE WLNKL-PROGRAM TO WBAS-PE-PROGRAM (WBAS-PGM-CUR).
042900     MOVE 0 TO WBAS-PE-RUNS (WBAS-PGM-CUR).
043000     MOVE 0 TO WBAS-PE-TOTAL-SECS (WBAS-PGM-CUR).
043100     MOVE 0 TO WBAS-PE-WORST-SECS (WBAS-PGM-CUR).
043200     MOVE 0 TO WBAS-PE-NEXT-SLOT (WBAS-PGM-CUR).
043300     GO TO 5100-EXIT.
043400 5100-EXIT.
043500     EXIT.
043600
043700**-----------------------------------------------------------**
043800**  5110-LOOK-FOR-PROGRAM                                    **
043900**-----------------------------------------------------------**
044000 5110-LOOK-FOR-PROGRAM.
044100     IF WBAS-PE-PROGRAM (WBAS-PGM-SUB) = WLNKL-PROGRAM
044200         MOVE WBAS-PGM-SUB TO WBAS-PGM-CUR
044300     ELSE
044400         ADD 1 TO WBAS-PGM-SUB
044500     END-IF.
044600     GO TO 5110-EXIT.
044700 5110-EXIT.
044800     EXIT.
044900
045000**-----------------------------------------------------------**
045100**  8600-COMPUTE-MONTH-KEY                                   **
045200**  YYYYMM of the month WBAS-MONTH-OFFSET months back.       **
045300**-----------------------------------------------------------**
045400 8600-COMPUTE-MONTH-KEY.
045500     COMPUTE WBAS-CALC-MON-IX =
045600         WBAS-CURR-MON-IX - WBAS-MONTH-OFFSET.
045700     COMPUTE WBAS-CALC-YYYY = (WBAS-CALC-MON-IX - 1) / 12.
045800     COMPUTE WBAS-CALC-MM =
045900         WBAS-CALC-MON-IX - (WBAS-CALC-YYYY * 12).
046000     MOVE WBAS-CALC-YYYY TO WBAS-CALC-MONTH-YYYY.
046100     MOVE WBAS-CALC-MM TO WBAS-CALC-MONTH-MM.
046200     GO TO 8600-EXIT.
046300 8600-EXIT.
046400     EXIT.
