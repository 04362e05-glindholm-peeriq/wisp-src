000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPRCCL.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Access Recertification Campaign Report.
000900**               Reports the WISPRCRT.DAT campaign that
001000**               WISPRCOP opened and the supervisors have
001100**               worked on WACURCRT: the pairs nobody has
001200**               certified, then every pair under its
001300**               supervisor with the decision and who made it
001400**               and when - the evidence for the auditors.
001500**
001600**               Before the deadline the report is progress
001700**               only and nothing changes.  The first run after
001800**               the deadline closes the campaign: each pair
001900**               still undecided is marked expired and left on
002000**               WISPOPRA.DAT, or - when WISP_RECERT_SUSPEND is
002100**               "Y" - marked suspended and taken off
002200**               WISPOPRA.DAT until someone re-grants it on
002300**               WACUOPRM.  The closed campaign is also kept as
002400**               WISPRCRT.<campaign> so the next WISPRCOP run
002500**               does not lose it.  A closed campaign just
002600**               reprints.
002700**
002800**   Build:      ccbl -o WISPRCCL.acu WISPRCCL.cob
002900**
003000**   Modifications:
003100**     dgh  Original version.
003120**     dgh  Read WISP_RECERT_SUSPEND through WISPPARM, so the
003140**          WISPPARM.DAT stream or system value applies unless
003160**          the job's environment overrides it.
003200**
003300
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.
003600     WISPRCCL.
003700 REMARKS.
003800     Progress and close report for the access recertification
003900     campaign; closes the campaign once its deadline passes.
004000
004100 ENVIRONMENT DIVISION.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT WISPRCRT-FILE ASSIGN TO "WISPRCRT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WRCRT-FILE-STATUS.
004800
004900     SELECT WISPOPRA-LIST ASSIGN TO "WISPOPRA"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WOPRA-FILE-STATUS.
005200
005300     SELECT KEEP-FILE ASSIGN TO DYNAMIC WRCC-KEEP-NAME
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WRCC-KEEP-STATUS.
005600
005700     SELECT REPORT-OUT ASSIGN TO DYNAMIC WRCC-SPOOL-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RPTO-FILE-STATUS.
006000
006100 DATA DIVISION.
006200
006300 FILE SECTION.
006400 FD  WISPRCRT-FILE.
006500     COPY "wisprcrt.cpy".
006600
006700 FD  WISPOPRA-LIST.
006800     COPY "wispopra.cpy".
006900
007000 FD  KEEP-FILE.
007100 01  WRCC-KEEP-REC               PIC X(88).
007200
007300 FD  REPORT-OUT.
007400 01  REPORT-LINE                 PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700
007800 01  WRCRT-FILE-STATUS           PIC XX.
007900     88  WRCRT-FILE-OK               VALUE "00".
008000 01  WOPRA-FILE-STATUS           PIC XX.
008100     88  WOPRA-FILE-OK               VALUE "00".
008200 01  WRCC-KEEP-STATUS            PIC XX.
008300     88  WRCC-KEEP-OK                VALUE "00".
008400 01  RPTO-FILE-STATUS            PIC XX.
008500 01  WRCC-SPOOL-NAME             PIC X(28) VALUE SPACES.
008600 01  WRCC-SPOOL-MODE             PIC X(01).
008700 01  WRCC-REPORT-ID              PIC X(08) VALUE "WISPQRPT".
008800 01  WRCC-SPOOL-PGM              PIC X(08) VALUE "WISPRCCL".
008900 01  WRCC-KEEP-NAME              PIC X(20) VALUE SPACES.
009000
009100 01  WRCC-EOF-SW                 PIC X(01) VALUE "N".
009200     88  WRCC-EOF                    VALUE "Y".
009300 01  WRCC-FOUND-SW               PIC X(01) VALUE "N".
009400     88  WRCC-FOUND                  VALUE "Y".
009500 01  WRCC-SAVED-SW               PIC X(01) VALUE "N".
009600     88  WRCC-SAVED                  VALUE "Y".
009620 01  WRCC-PARM-NAME              PIC X(30) VALUE SPACES.
009640 01  WRCC-PARM-VALUE             PIC X(40) VALUE SPACES.
009700 01  WRCC-SUSPEND-SW             PIC X(01) VALUE "N".
009800     88  WRCC-SUSPEND                VALUE "Y" "y".
009900 01  WRCC-RUN-MODE               PIC X(01) VALUE SPACE.
010000     88  WRCC-PROGRESS-ONLY          VALUE "P".
010100     88  WRCC-CLOSING                VALUE "C".
010200     88  WRCC-REPRINT                VALUE "R".
010300 01  WRCC-OPEN-RETRY             PIC 9(03) COMP VALUE 0.
010400
010500 01  WRCC-TODAY                  PIC X(08).
010600 01  WRCC-NOW-TIME               PIC X(08).
010700 01  WRCC-CAMPAIGN               PIC X(06) VALUE SPACES.
010800 01  WRCC-OPENED-DATE            PIC X(08) VALUE SPACES.
010900 01  WRCC-DEADLINE               PIC X(08) VALUE SPACES.
011000 01  WRCC-STATE                  PIC X(01) VALUE SPACE.
011100     88  WRCC-CAMPAIGN-CLOSED        VALUE "C".
011200 01  WRCC-LAST-SUPERVISOR        PIC X(08) VALUE SPACES.
011300 01  WRCC-OPERATOR-NAME          PIC X(30) VALUE SPACES.
011400
011500*    The whole campaign - it is rewritten when it closes.
011600 01  WRCC-CAMP-TABLE.
011700     05  WRCC-CAMP-COUNT         PIC 9(05) COMP VALUE 0.
011800     05  WRCC-CAMP-LINE OCCURS 4000 TIMES
011900                                 PIC X(88).
012000 01  WRCC-CAMP-SUB               PIC 9(05) COMP VALUE 0.
012100
012200*    WISPOPRA.DAT, loaded only to take suspended pairs off it.
012300 01  WRCC-PAIR-TABLE.
012400     05  WRCC-PAIR-COUNT         PIC 9(05) COMP VALUE 0.
012500     05  WRCC-PAIR-ENTRY OCCURS 4000 TIMES.
012600         10  WRCC-PE-OPERATOR    PIC X(08).
012700         10  WRCC-PE-PROGRAM     PIC X(08).
012800 01  WRCC-PAIR-SUB               PIC 9(05) COMP VALUE 0.
012900
013000 77  WRCC-TOTAL-PAIRS            PIC 9(05) COMP VALUE 0.
013100 77  WRCC-TOTAL-CERTIFIED        PIC 9(05) COMP VALUE 0.
013200 77  WRCC-TOTAL-REVOKED          PIC 9(05) COMP VALUE 0.
013300 77  WRCC-TOTAL-SUSPENDED        PIC 9(05) COMP VALUE 0.
013400 77  WRCC-TOTAL-EXPIRED          PIC 9(05) COMP VALUE 0.
013500 77  WRCC-TOTAL-PENDING          PIC 9(05) COMP VALUE 0.
013600 77  WRCC-SUP-CERTIFIED          PIC 9(05) COMP VALUE 0.
013700 77  WRCC-SUP-REVOKED            PIC 9(05) COMP VALUE 0.
013800 77  WRCC-SUP-OPEN               PIC 9(05) COMP VALUE 0.
013900 77  WRCC-UNCERT-LINES           PIC 9(05) COMP VALUE 0.
014000
014100 01  WRCC-HEADING-1.
014200     05  FILLER                  PIC X(20) VALUE SPACES.
014300     05  FILLER                  PIC X(40) VALUE
014400         "ACCESS RECERTIFICATION CAMPAIGN".
014500
014600 01  WRCC-HEADING-2.
014700     05  FILLER                  PIC X(10) VALUE "CAMPAIGN: ".
014800     05  WRCC-HDG-CAMPAIGN       PIC X(06).
014900     05  FILLER                  PIC X(10) VALUE "  OPENED: ".
015000     05  WRCC-HDG-OPENED         PIC X(08).
015100     05  FILLER                  PIC X(12) VALUE
015200         "  DEADLINE: ".
015300     05  WRCC-HDG-DEADLINE       PIC X(08).
015400     05  FILLER                  PIC X(12) VALUE
015500         "  RUN DATE: ".
015600     05  WRCC-HDG-DATE           PIC X(08).
015700
015800 01  WRCC-HEADING-3.
015900     05  FILLER                  PIC X(08) VALUE "STATUS: ".
016000     05  WRCC-HDG-STATUS         PIC X(70).
016100
016200 01  WRCC-UNCERT-HEADING.
016300     05  FILLER                  PIC X(40) VALUE
016400         "PAIRS NOT CERTIFIED BY ANY SUPERVISOR".
016500
016600 01  WRCC-UNCERT-COLUMNS.
016700     05  FILLER                  PIC X(09) VALUE "SUPERVSR".
016800     05  FILLER                  PIC X(09) VALUE "OPERATOR".
016900     05  FILLER                  PIC X(31) VALUE "NAME".
017000     05  FILLER                  PIC X(09) VALUE "PROGRAM".
017100     05  FILLER                  PIC X(08) VALUE " DENIED".
017200     05  FILLER                  PIC X(13) VALUE "ACTION".
017300
017400 01  WRCC-UNCERT-LINE.
017500     05  WRCC-UL-SUPERVISOR      PIC X(08).
017600     05  FILLER                  PIC X(01) VALUE SPACES.
017700     05  WRCC-UL-OPERATOR        PIC X(08).
017800     05  FILLER                  PIC X(01) VALUE SPACES.
017900     05  WRCC-UL-NAME            PIC X(30).
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  WRCC-UL-PROGRAM         PIC X(08).
018200     05  FILLER                  PIC X(01) VALUE SPACES.
018300     05  WRCC-UL-DENIALS         PIC ZZZZZ9.
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  WRCC-UL-ACTION          PIC X(13).
018600
018700 01  WRCC-DECISION-HEADING.
018800     05  FILLER                  PIC X(40) VALUE
018900         "DECISIONS BY SUPERVISOR".
019000
019100 01  WRCC-SUPERVISOR-LINE.
019200     05  FILLER                  PIC X(12) VALUE "SUPERVISOR: ".
019300     05  WRCC-SV-SUPERVISOR      PIC X(08).
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  WRCC-SV-NAME            PIC X(30).
019600
019700 01  WRCC-DECISION-COLUMNS.
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  FILLER                  PIC X(09) VALUE "OPERATOR".
020000     05  FILLER                  PIC X(31) VALUE "NAME".
020100     05  FILLER                  PIC X(09) VALUE "PROGRAM".
020200     05  FILLER                  PIC X(08) VALUE " DENIED".
020300     05  FILLER                  PIC X(11) VALUE "DECISION".
020400     05  FILLER                  PIC X(09) VALUE "BY".
020500     05  FILLER                  PIC X(09) VALUE "DATE".
020600     05  FILLER                  PIC X(08) VALUE "TIME".
020700
020800 01  WRCC-DECISION-LINE.
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  WRCC-DL-OPERATOR        PIC X(08).
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  WRCC-DL-NAME            PIC X(30).
021300     05  FILLER                  PIC X(01) VALUE SPACES.
021400     05  WRCC-DL-PROGRAM         PIC X(08).
021500     05  FILLER                  PIC X(01) VALUE SPACES.
021600     05  WRCC-DL-DENIALS         PIC ZZZZZ9.
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  WRCC-DL-DECISION        PIC X(10).
021900     05  FILLER                  PIC X(01) VALUE SPACES.
022000     05  WRCC-DL-BY              PIC X(08).
022100     05  FILLER                  PIC X(01) VALUE SPACES.
022200     05  WRCC-DL-DATE            PIC X(08).
022300     05  FILLER                  PIC X(01) VALUE SPACES.
022400     05  WRCC-DL-TIME            PIC X(08).
022500
022600 01  WRCC-SUBTOTAL-LINE.
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  FILLER                  PIC X(11) VALUE "CERTIFIED: ".
022900     05  WRCC-ST-CERTIFIED       PIC ZZZZ9.
023000     05  FILLER                  PIC X(11) VALUE "  REVOKED: ".
023100     05  WRCC-ST-REVOKED         PIC ZZZZ9.
023200     05  FILLER                  PIC X(17) VALUE
023300         "  NOT CERTIFIED: ".
023400     05  WRCC-ST-OPEN            PIC ZZZZ9.
023500
023600 01  WRCC-TOTAL-LINE.
023700     05  WRCC-TL-LABEL           PIC X(24).
023800     05  WRCC-TL-COUNT           PIC ZZZZ9.
023900
024000 01  WRCC-NONE-LINE.
024100     05  FILLER                  PIC X(40) VALUE
024200         "EVERY PAIR HAS BEEN DECIDED.".
024300
024400 PROCEDURE DIVISION.
024500
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     IF WRCC-CLOSING
024900         PERFORM 3000-CLOSE-CAMPAIGN THRU 3000-EXIT
025000     END-IF.
025100     PERFORM 4000-START-REPORT THRU 4000-EXIT.
025200     PERFORM 5000-PRINT-UNCERTIFIED THRU 5000-EXIT.
025300     PERFORM 6000-PRINT-DECISIONS THRU 6000-EXIT.
025400     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
025500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025600     STOP RUN.
025700
025800**-----------------------------------------------------------**
025900**  1000-INITIALIZE                                          **
026000**  Load the campaign and decide what this run does: report  **
026100**  progress, close it, or reprint a closed one.             **
026200**-----------------------------------------------------------**
026300 1000-INITIALIZE.
026400     ACCEPT WRCC-TODAY FROM DATE YYYYMMDD.
026500     ACCEPT WRCC-NOW-TIME FROM TIME.
026550     MOVE "WISP_RECERT_SUSPEND" TO WRCC-PARM-NAME.
026600     CALL "WISPPARM" USING WRCC-PARM-NAME WRCC-PARM-VALUE.
026650     IF WRCC-PARM-VALUE NOT = SPACES
026700         MOVE WRCC-PARM-VALUE TO WRCC-SUSPEND-SW
026750     END-IF.
026800     OPEN INPUT WISPRCRT-FILE.
026900     IF NOT WRCRT-FILE-OK
027000         DISPLAY "WISPRCCL: NO WISPRCRT.DAT ON FILE -"
027100             " NO CAMPAIGN TO REPORT."
027200         STOP RUN
027300     END-IF.
027400     PERFORM 1100-LOAD-CAMP-RECORD THRU 1100-EXIT
027500         UNTIL WRCC-EOF
027600            OR WRCC-CAMP-COUNT = 4000.
027700     IF NOT WRCC-EOF
027800         READ WISPRCRT-FILE
027900             AT END SET WRCC-EOF TO TRUE
028000         END-READ
028100     END-IF.
028200     CLOSE WISPRCRT-FILE.
028300     IF WRCC-CAMP-COUNT = 0
028400         DISPLAY "WISPRCCL: WISPRCRT.DAT IS EMPTY -"
028500             " NO CAMPAIGN TO REPORT."
028600         STOP RUN
028700     END-IF.
028800*    A campaign the table cannot seat whole must not be
028900*    rewritten from the table - the records past the cap
029000*    would be lost.
029100     IF NOT WRCC-EOF
029200         DISPLAY "WISPRCCL: WISPRCRT.DAT HOLDS MORE THAN 4000"
029300             " PAIRS - NOT REPORTED."
029400         STOP RUN
029500     END-IF.
029600     EVALUATE TRUE
029700         WHEN WRCC-CAMPAIGN-CLOSED
029800             MOVE "R" TO WRCC-RUN-MODE
029900         WHEN WRCC-TODAY > WRCC-DEADLINE
030000             MOVE "C" TO WRCC-RUN-MODE
030100         WHEN OTHER
030200             MOVE "P" TO WRCC-RUN-MODE
030300     END-EVALUATE.
030400     GO TO 1000-EXIT.
030500 1000-EXIT.
030600     EXIT.
030700
030800**-----------------------------------------------------------**
030900**  1100-LOAD-CAMP-RECORD                                    **
031000**-----------------------------------------------------------**
031100 1100-LOAD-CAMP-RECORD.
031200     READ WISPRCRT-FILE
031300         AT END SET WRCC-EOF TO TRUE
031400     END-READ.
031500     IF WRCC-EOF
031600         GO TO 1100-EXIT
031700     END-IF.
031800     ADD 1 TO WRCC-CAMP-COUNT.
031900     MOVE WISPRCRT-RECORD TO WRCC-CAMP-LINE (WRCC-CAMP-COUNT).
032000     MOVE WRCRT-CAMPAIGN TO WRCC-CAMPAIGN.
032100     MOVE WRCRT-OPENED-DATE TO WRCC-OPENED-DATE.
032200     MOVE WRCRT-DEADLINE TO WRCC-DEADLINE.
032300     MOVE WRCRT-STATE TO WRCC-STATE.
032400     IF WRCRT-UNDECIDED
032500         ADD 1 TO WRCC-TOTAL-PENDING
032600     END-IF.
032700     GO TO 1100-EXIT.
032800 1100-EXIT.
032900     EXIT.
033000
033100**-----------------------------------------------------------**
033200**  3000-CLOSE-CAMPAIGN                                      **
033300**  Suspensions come off WISPOPRA.DAT first; if that cannot  **
033400**  be done the campaign is left open for the next run.      **
033500**  Then every undecided pair is marked, every record is     **
033600**  stamped closed, and the campaign is rewritten and kept   **
033700**  under its own name.                                      **
033800**-----------------------------------------------------------**
033900 3000-CLOSE-CAMPAIGN.
034000     IF WRCC-SUSPEND
034100             AND WRCC-TOTAL-PENDING > 0
034200         PERFORM 3100-SUSPEND-PAIRS THRU 3100-EXIT
034300         IF NOT WRCC-SAVED
034400             DISPLAY "WISPRCCL: UNABLE TO REWRITE WISPOPRA.DAT -"
034500                 " CAMPAIGN LEFT OPEN."
034600             MOVE "P" TO WRCC-RUN-MODE
034700             GO TO 3000-EXIT
034800         END-IF
034900     END-IF.
035000     PERFORM 3200-MARK-CLOSED THRU 3200-EXIT
035100         VARYING WRCC-CAMP-SUB FROM 1 BY 1
035200         UNTIL WRCC-CAMP-SUB > WRCC-CAMP-COUNT.
035300     MOVE "N" TO WRCC-SAVED-SW.
035400     MOVE 0 TO WRCC-OPEN-RETRY.
035500     PERFORM 3300-OPEN-CAMPAIGN THRU 3300-EXIT.
035600     IF NOT WRCRT-FILE-OK
035700         DISPLAY "WISPRCCL: UNABLE TO REWRITE WISPRCRT.DAT -"
035800             " STATUS " WRCRT-FILE-STATUS " - RERUN TO CLOSE."
035900         STOP RUN
036000     END-IF.
036100     PERFORM 3310-WRITE-CAMP-LINE THRU 3310-EXIT
036200         VARYING WRCC-CAMP-SUB FROM 1 BY 1
036300         UNTIL WRCC-CAMP-SUB > WRCC-CAMP-COUNT.
036400     CLOSE WISPRCRT-FILE.
036500     MOVE "C" TO WRCC-STATE.
036600     MOVE SPACES TO WRCC-KEEP-NAME.
036700     STRING "WISPRCRT." DELIMITED BY SIZE
036800         WRCC-CAMPAIGN DELIMITED BY SIZE
036900         INTO WRCC-KEEP-NAME.
037000     OPEN OUTPUT KEEP-FILE.
037100     IF NOT WRCC-KEEP-OK
037200         DISPLAY "WISPRCCL: UNABLE TO WRITE " WRCC-KEEP-NAME
037300             " - STATUS " WRCC-KEEP-STATUS "."
037400         GO TO 3000-EXIT
037500     END-IF.
037600     PERFORM 3320-WRITE-KEEP-LINE THRU 3320-EXIT
037700         VARYING WRCC-CAMP-SUB FROM 1 BY 1
037800         UNTIL WRCC-CAMP-SUB > WRCC-CAMP-COUNT.
037900     CLOSE KEEP-FILE.
038000     GO TO 3000-EXIT.
038100 3000-EXIT.
038200     EXIT.
038300
038400**-----------------------------------------------------------**
038500**  3100-SUSPEND-PAIRS                                       **
038600**  Write WISPOPRA.DAT back without the pairs still          **
038700**  undecided.  A list too big for the table is not          **
038800**  rewritten, the WACUOPRM ceiling.                         **
038900**-----------------------------------------------------------**
039000 3100-SUSPEND-PAIRS.
039100     MOVE "N" TO WRCC-SAVED-SW.
039200     MOVE "N" TO WRCC-EOF-SW.
039300     MOVE 0 TO WRCC-PAIR-COUNT.
039400     OPEN INPUT WISPOPRA-LIST.
039500     IF NOT WOPRA-FILE-OK
039600         GO TO 3100-EXIT
039700     END-IF.
039800     PERFORM 3110-LOAD-PAIR THRU 3110-EXIT
039900         UNTIL WRCC-EOF
040000            OR WRCC-PAIR-COUNT = 4000.
040100     IF NOT WRCC-EOF
040200         READ WISPOPRA-LIST
040300             AT END SET WRCC-EOF TO TRUE
040400         END-READ
040500     END-IF.
040600     CLOSE WISPOPRA-LIST.
040700     IF NOT WRCC-EOF
040800         GO TO 3100-EXIT
040900     END-IF.
041000     MOVE 0 TO WRCC-OPEN-RETRY.
041100     PERFORM 3120-OPEN-PAIRS THRU 3120-EXIT.
041200     IF NOT WOPRA-FILE-OK
041300         GO TO 3100-EXIT
041400     END-IF.
041500     PERFORM 3130-WRITE-PAIR THRU 3130-EXIT
041600         VARYING WRCC-PAIR-SUB FROM 1 BY 1
041700         UNTIL WRCC-PAIR-SUB > WRCC-PAIR-COUNT.
041800     CLOSE WISPOPRA-LIST.
041900     SET WRCC-SAVED TO TRUE.
042000     GO TO 3100-EXIT.
042100 3100-EXIT.
042200     EXIT.
042300
042400**-----------------------------------------------------------**
042500**  3110-LOAD-PAIR                                           **
042600**-----------------------------------------------------------**
042700 3110-LOAD-PAIR.
042800     READ WISPOPRA-LIST
042900         AT END
043000             SET WRCC-EOF TO TRUE
043100         NOT AT END
043200             ADD 1 TO WRCC-PAIR-COUNT
043300             MOVE WOPRR-OPERATOR
043400                 TO WRCC-PE-OPERATOR (WRCC-PAIR-COUNT)
043500             MOVE WOPRR-PROGRAM
043600                 TO WRCC-PE-PROGRAM (WRCC-PAIR-COUNT)
043700     END-READ.
043800     GO TO 3110-EXIT.
043900 3110-EXIT.
044000     EXIT.
044100
044200**-----------------------------------------------------------**
044300**  3120-OPEN-PAIRS                                          **
044400**-----------------------------------------------------------**
044500 3120-OPEN-PAIRS.
044600     OPEN OUTPUT WISPOPRA-LIST.
044700     IF WOPRA-FILE-OK
044800         GO TO 3120-EXIT
044900     END-IF.
045000     ADD 1 TO WRCC-OPEN-RETRY.
045100     IF WRCC-OPEN-RETRY < 30
045200         GO TO 3120-OPEN-PAIRS
045300     END-IF.
045400     GO TO 3120-EXIT.
045500 3120-EXIT.
045600     EXIT.
045700
045800**-----------------------------------------------------------**
045900**  3130-WRITE-PAIR                                          **
046000**  A pair still undecided in the campaign is left out.      **
046100**-----------------------------------------------------------**
046200 3130-WRITE-PAIR.
046300     MOVE "N" TO WRCC-FOUND-SW.
046400     PERFORM 3140-CHECK-UNDECIDED THRU 3140-EXIT
046500         VARYING WRCC-CAMP-SUB FROM 1 BY 1
046600         UNTIL WRCC-CAMP-SUB > WRCC-CAMP-COUNT
046700            OR WRCC-FOUND.
046800     IF WRCC-FOUND
046900         GO TO 3130-EXIT
047000     END-IF.
047100     MOVE SPACES TO WISPOPRA-LIST-RECORD.
047200     MOVE WRCC-PE-OPERATOR (WRCC-PAIR-SUB) TO WOPRR-OPERATOR.
047300     MOVE WRCC-PE-PROGRAM (WRCC-PAIR-SUB) TO WOPRR-PROGRAM.
047400     WRITE WISPOPRA-LIST-RECORD.
047500     GO TO 3130-EXIT.
047600 3130-EXIT.
047700     EXIT.
047800
047900**-----------------------------------------------------------**
048000**  3140-CHECK-UNDECIDED                                     **
048100**-----------------------------------------------------------**
048200 3140-CHECK-UNDECIDED.
048300     MOVE WRCC-CAMP-LINE (WRCC-CAMP-SUB) TO WISPRCRT-RECORD.
048400     IF WRCRT-UNDECIDED
048500             AND WRCRT-OPERATOR = WRCC-PE-OPERATOR (WRCC-PAIR-SUB)
048600             AND WRCRT-PROGRAM = WRCC-PE-PROGRAM (WRCC-PAIR-SUB)
048700         SET WRCC-FOUND TO TRUE
048800     END-IF.
048900     GO TO 3140-EXIT.
049000 3140-EXIT.
049100     EXIT.
049200
049300**-----------------------------------------------------------**
049400**  3200-MARK-CLOSED                                         **
049500**-----------------------------------------------------------**
049600 3200-MARK-CLOSED.
049700     MOVE WRCC-CAMP-LINE (WRCC-CAMP-SUB) TO WISPRCRT-RECORD.
049800     MOVE "C" TO WRCRT-STATE.
049900     IF WRCRT-UNDECIDED
050000         IF WRCC-SUSPEND
050100             MOVE "S" TO WRCRT-DECISION
050200         ELSE
050300             MOVE "X" TO WRCRT-DECISION
050400         END-IF
050500         MOVE "*CLOSE" TO WRCRT-DECIDED-BY
050600         MOVE WRCC-TODAY TO WRCRT-DECIDED-DATE
050700         MOVE WRCC-NOW-TIME TO WRCRT-DECIDED-TIME
050800     END-IF.
050900     MOVE WISPRCRT-RECORD TO WRCC-CAMP-LINE (WRCC-CAMP-SUB).
051000     GO TO 3200-EXIT.
051100 3200-EXIT.
051200     EXIT.
051300
051400**-----------------------------------------------------------**
051500**  3300-OPEN-CAMPAIGN                                       **
051600**  A supervisor saving on WACURCRT holds the file only for  **
051700**  the rewrite; a busy open is retried.                     **
051800**-----------------------------------------------------------**
051900 3300-OPEN-CAMPAIGN.
052000     OPEN OUTPUT WISPRCRT-FILE.
052100     IF WRCRT-FILE-OK
052200         GO TO 3300-EXIT
052300     END-IF.
052400     ADD 1 TO WRCC-OPEN-RETRY.
052500     IF WRCC-OPEN-RETRY < 30
052600         GO TO 3300-OPEN-CAMPAIGN
052700     END-IF.
052800     GO TO 3300-EXIT.
052900 3300-EXIT.
053000     EXIT.
053100
053200**-----------------------------------------------------------**
053300**  3310-WRITE-CAMP-LINE                                     **
053400**-----------------------------------------------------------**
053500 3310-WRITE-CAMP-LINE.
053600     MOVE WRCC-CAMP-LINE (WRCC-CAMP-SUB) TO WISPRCRT-RECORD.
053700     WRITE WISPRCRT-RECORD.
053800     GO TO 3310-EXIT.
053900 3310-EXIT.
054000     EXIT.
054100
054200**-----------------------------------------------------------**
054300**  3320-WRITE-KEEP-LINE                                     **
054400**-----------------------------------------------------------**
054500 3320-WRITE-KEEP-LINE.
054600     MOVE WRCC-CAMP-LINE (WRCC-CAMP-SUB) TO WRCC-KEEP-REC.
054700     WRITE WRCC-KEEP-REC.
054800     GO TO 3320-EXIT.
054900 3320-EXIT.
055000     EXIT.
055100
055200**-----------------------------------------------------------**
055300**  4000-START-REPORT                                        **
055400**-----------------------------------------------------------**
055500 4000-START-REPORT.
055600     MOVE "N" TO WRCC-SPOOL-MODE.
055700     CALL "WISPSPLR" USING WRCC-SPOOL-MODE WRCC-REPORT-ID
055800         WRCC-SPOOL-PGM WRCC-SPOOL-NAME.
055900     OPEN OUTPUT REPORT-OUT.
056000     MOVE WRCC-HEADING-1 TO REPORT-LINE.
056100     WRITE REPORT-LINE.
056200     MOVE WRCC-CAMPAIGN TO WRCC-HDG-CAMPAIGN.
056300     MOVE WRCC-OPENED-DATE TO WRCC-HDG-OPENED.
056400     MOVE WRCC-DEADLINE TO WRCC-HDG-DEADLINE.
056500     MOVE WRCC-TODAY TO WRCC-HDG-DATE.
056600     MOVE WRCC-HEADING-2 TO REPORT-LINE.
056700     WRITE REPORT-LINE.
056800     EVALUATE TRUE
056900         WHEN WRCC-REPRINT
057000             MOVE "CLOSED - REPRINT OF THE CLOSED CAMPAIGN"
057100                 TO WRCC-HDG-STATUS
057200         WHEN WRCC-CLOSING AND WRCC-SUSPEND
057300             MOVE "CLOSED BY THIS RUN - UNCERTIFIED SUSPENDED"
057400                 TO WRCC-HDG-STATUS
057500         WHEN WRCC-CLOSING
057600             MOVE "CLOSED BY THIS RUN - UNCERTIFIED KEPT"
057700                 TO WRCC-HDG-STATUS
057800         WHEN OTHER
057900             MOVE "OPEN - PROGRESS ONLY, NOTHING CHANGED"
058000                 TO WRCC-HDG-STATUS
058100     END-EVALUATE.
058200     MOVE WRCC-HEADING-3 TO REPORT-LINE.
058300     WRITE REPORT-LINE.
058400     GO TO 4000-EXIT.
058500 4000-EXIT.
058600     EXIT.
058700
058800**-----------------------------------------------------------**
058900**  5000-PRINT-UNCERTIFIED                                   **
059000**  Undecided pairs while the campaign is open; suspended    **
059100**  and expired ones once it is closed.                      **
059200**-----------------------------------------------------------**
059300 5000-PRINT-UNCERTIFIED.
059400     MOVE SPACES TO REPORT-LINE.
059500     WRITE REPORT-LINE.
059600     MOVE WRCC-UNCERT-HEADING TO REPORT-LINE.
059700     WRITE REPORT-LINE.
059800     MOVE WRCC-UNCERT-COLUMNS TO REPORT-LINE.
059900     WRITE REPORT-LINE.
060000     PERFORM 5100-PRINT-UNCERT-LINE THRU 5100-EXIT
060100         VARYING WRCC-CAMP-SUB FROM 1 BY 1
060200         UNTIL WRCC-CAMP-SUB > WRCC-CAMP-COUNT.
060300     IF WRCC-UNCERT-LINES = 0
060400         MOVE WRCC-NONE-LINE TO REPORT-LINE
060500         WRITE REPORT-LINE
060600     END-IF.
060700     GO TO 5000-EXIT.
060800 5000-EXIT.
060900     EXIT.
061000
061100**-----------------------------------------------------------**
061200**  5100-PRINT-UNCERT-LINE                                   **
061300**-----------------------------------------------------------**
061400 5100-PRINT-UNCERT-LINE.
061500     MOVE WRCC-CAMP-LINE (WRCC-CAMP-SUB) TO WISPRCRT-RECORD.
061600     EVALUATE TRUE
061700         WHEN WRCRT-UNDECIDED
061800             MOVE "PENDING" TO WRCC-UL-ACTION
061900         WHEN WRCRT-SUSPENDED
062000             MOVE "SUSPENDED" TO WRCC-UL-ACTION
062100         WHEN WRCRT-EXPIRED
062200             MOVE "LEFT ON FILE" TO WRCC-UL-ACTION
062300         WHEN OTHER
062400             GO TO 5100-EXIT
062500     END-EVALUATE.
062600     ADD 1 TO WRCC-UNCERT-LINES.
062700     MOVE WRCRT-SUPERVISOR TO WRCC-UL-SUPERVISOR.
062800     MOVE WRCRT-OPERATOR TO WRCC-UL-OPERATOR.
062900     CALL "WISPOPRN" USING WRCRT-OPERATOR
063000                           WRCC-OPERATOR-NAME.
063100     MOVE WRCC-OPERATOR-NAME TO WRCC-UL-NAME.
063200     MOVE WRCRT-PROGRAM TO WRCC-UL-PROGRAM.
063300     MOVE WRCRT-DENIALS TO WRCC-UL-DENIALS.
063400     MOVE WRCC-UNCERT-LINE TO REPORT-LINE.
063500     WRITE REPORT-LINE.
063600     GO TO 5100-EXIT.
063700 5100-EXIT.
063800     EXIT.
063900
064000**-----------------------------------------------------------**
064100**  6000-PRINT-DECISIONS                                     **
064200**  Every pair under its supervisor, in campaign order -     **
064300**  WISPRCOP wrote the campaign sorted by supervisor.        **
064400**-----------------------------------------------------------**
064500 6000-PRINT-DECISIONS.
064600     MOVE SPACES TO REPORT-LINE.
064700     WRITE REPORT-LINE.
064800     MOVE WRCC-DECISION-HEADING TO REPORT-LINE.
064900     WRITE REPORT-LINE.
065000     MOVE SPACES TO WRCC-LAST-SUPERVISOR.
065100     PERFORM 6100-PRINT-DECISION-LINE THRU 6100-EXIT
065200         VARYING WRCC-CAMP-SUB FROM 1 BY 1
065300         UNTIL WRCC-CAMP-SUB > WRCC-CAMP-COUNT.
065400     PERFORM 6300-PRINT-SUBTOTAL THRU 6300-EXIT.
065500     GO TO 6000-EXIT.
065600 6000-EXIT.
065700     EXIT.
065800
065900**-----------------------------------------------------------**
066000**  6100-PRINT-DECISION-LINE                                 **
066100**-----------------------------------------------------------**
066200 6100-PRINT-DECISION-LINE.
066300     MOVE WRCC-CAMP-LINE (WRCC-CAMP-SUB) TO WISPRCRT-RECORD.
066400     IF WRCRT-SUPERVISOR NOT = WRCC-LAST-SUPERVISOR
066500         PERFORM 6300-PRINT-SUBTOTAL THRU 6300-EXIT
066600         PERFORM 6200-PRINT-SUPERVISOR THRU 6200-EXIT
066700     END-IF.
066800     ADD 1 TO WRCC-TOTAL-PAIRS.
066900     EVALUATE TRUE
067000         WHEN WRCRT-CERTIFIED
067100             MOVE "CERTIFIED" TO WRCC-DL-DECISION
067200             ADD 1 TO WRCC-SUP-CERTIFIED
067300             ADD 1 TO WRCC-TOTAL-CERTIFIED
067400         WHEN WRCRT-REVOKED
067500             MOVE "REVOKED" TO WRCC-DL-DECISION
067600             ADD 1 TO WRCC-SUP-REVOKED
067700             ADD 1 TO WRCC-TOTAL-REVOKED
067800         WHEN WRCRT-SUSPENDED
067900             MOVE "SUSPENDED" TO WRCC-DL-DECISION
068000             ADD 1 TO WRCC-SUP-OPEN
068100             ADD 1 TO WRCC-TOTAL-SUSPENDED
068200         WHEN WRCRT-EXPIRED
068300             MOVE "EXPIRED" TO WRCC-DL-DECISION
068400             ADD 1 TO WRCC-SUP-OPEN
068500             ADD 1 TO WRCC-TOTAL-EXPIRED
068600         WHEN OTHER
068700             MOVE "PENDING" TO WRCC-DL-DECISION
068800             ADD 1 TO WRCC-SUP-OPEN
068900     END-EVALUATE.
069000     MOVE WRCRT-OPERATOR TO WRCC-DL-OPERATOR.
069100     CALL "WISPOPRN" USING WRCRT-OPERATOR
069200                           WRCC-OPERATOR-NAME.
069300     MOVE WRCC-OPERATOR-NAME TO WRCC-DL-NAME.
069400     MOVE WRCRT-PROGRAM TO WRCC-DL-PROGRAM.
069500     MOVE WRCRT-DENIALS TO WRCC-DL-DENIALS.
069600     MOVE WRCRT-DECIDED-BY TO WRCC-DL-BY.
069700     MOVE WRCRT-DECIDED-DATE TO WRCC-DL-DATE.
069800     MOVE WRCRT-DECIDED-TIME TO WRCC-DL-TIME.
069900     MOVE WRCC-DECISION-LINE TO REPORT-LINE.
070000     WRITE REPORT-LINE.
070100     GO TO 6100-EXIT.
070200 6100-EXIT.
070300     EXIT.
070400
070500**-----------------------------------------------------------**
070600**  6200-PRINT-SUPERVISOR                                    **
070700**-----------------------------------------------------------**
070800 6200-PRINT-SUPERVISOR.
070900     MOVE WRCRT-SUPERVISOR TO WRCC-LAST-SUPERVISOR.
071000     MOVE WRCRT-SUPERVISOR TO WRCC-SV-SUPERVISOR.
071100     MOVE SPACES TO WRCC-SV-NAME.
071200     IF WRCRT-SUPERVISOR NOT = "*NONE"
071300         CALL "WISPOPRN" USING WRCRT-SUPERVISOR
071400                               WRCC-OPERATOR-NAME
071500         MOVE WRCC-OPERATOR-NAME TO WRCC-SV-NAME
071600     END-IF.
071700     MOVE SPACES TO REPORT-LINE.
071800     WRITE REPORT-LINE.
071900     MOVE WRCC-SUPERVISOR-LINE TO REPORT-LINE.
072000     WRITE REPORT-LINE.
072100     MOVE WRCC-DECISION-COLUMNS TO REPORT-LINE.
072200     WRITE REPORT-LINE.
072300     GO TO 6200-EXIT.
072400 6200-EXIT.
072500     EXIT.
072600
072700**-----------------------------------------------------------**
072800**  6300-PRINT-SUBTOTAL                                      **
072900**  Close off the supervisor just printed, if any.           **
073000**-----------------------------------------------------------**
073100 6300-PRINT-SUBTOTAL.
073200     IF WRCC-LAST-SUPERVISOR = SPACES
073300         GO TO 6300-EXIT
073400     END-IF.
073500     MOVE WRCC-SUP-CERTIFIED TO WRCC-ST-CERTIFIED.
073600     MOVE WRCC-SUP-REVOKED TO WRCC-ST-REVOKED.
073700     MOVE WRCC-SUP-OPEN TO WRCC-ST-OPEN.
073800     MOVE WRCC-SUBTOTAL-LINE TO REPORT-LINE.
073900     WRITE REPORT-LINE.
074000     MOVE 0 TO WRCC-SUP-CERTIFIED.
074100     MOVE 0 TO WRCC-SUP-REVOKED.
074200     MOVE 0 TO WRCC-SUP-OPEN.
074300     GO TO 6300-EXIT.
074400 6300-EXIT.
074500     EXIT.
074600
074700**-----------------------------------------------------------**
074800**  7000-PRINT-TOTALS                                        **
074900**-----------------------------------------------------------**
075000 7000-PRINT-TOTALS.
075100     MOVE SPACES TO REPORT-LINE.
075200     WRITE REPORT-LINE.
075300     MOVE "TOTAL PAIRS:" TO WRCC-TL-LABEL.
075400     MOVE WRCC-TOTAL-PAIRS TO WRCC-TL-COUNT.
075500     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
075600     MOVE "CERTIFIED:" TO WRCC-TL-LABEL.
075700     MOVE WRCC-TOTAL-CERTIFIED TO WRCC-TL-COUNT.
075800     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
075900     MOVE "REVOKED:" TO WRCC-TL-LABEL.
076000     MOVE WRCC-TOTAL-REVOKED TO WRCC-TL-COUNT.
076100     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
076200     IF WRCC-PROGRESS-ONLY
076300         MOVE "NOT YET DECIDED:" TO WRCC-TL-LABEL
076400         MOVE WRCC-TOTAL-PENDING TO WRCC-TL-COUNT
076500         PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
076600         GO TO 7000-EXIT
076700     END-IF.
076800     MOVE "SUSPENDED AT DEADLINE:" TO WRCC-TL-LABEL.
076900     MOVE WRCC-TOTAL-SUSPENDED TO WRCC-TL-COUNT.
077000     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
077100     MOVE "EXPIRED, LEFT ON FILE:" TO WRCC-TL-LABEL.
077200     MOVE WRCC-TOTAL-EXPIRED TO WRCC-TL-COUNT.
077300     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT.
077400     GO TO 7000-EXIT.
077500 7000-EXIT.
077600     EXIT.
077700
077800**-----------------------------------------------------------**
077900**  7100-WRITE-TOTAL                                         **
078000**-----------------------------------------------------------**
078100 7100-WRITE-TOTAL.
078200     MOVE WRCC-TOTAL-LINE TO REPORT-LINE.
078300     WRITE REPORT-LINE.
078400     GO TO 7100-EXIT.
078500 7100-EXIT.
078600     EXIT.
078700
078800**-----------------------------------------------------------**
078900**  9000-TERMINATE                                           **
079000**-----------------------------------------------------------**
079100 9000-TERMINATE.
079200     CLOSE REPORT-OUT.
079300     MOVE "R" TO WRCC-SPOOL-MODE.
079400     CALL "WISPSPLR" USING WRCC-SPOOL-MODE WRCC-REPORT-ID
079500         WRCC-SPOOL-PGM WRCC-SPOOL-NAME.
079600     GO TO 9000-EXIT.
079700 9000-EXIT.
079800     EXIT.
