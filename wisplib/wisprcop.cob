000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WISPRCOP.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Open a quarterly access recertification
000900**               campaign.  Every WISPOPRA.DAT operator/program
001000**               pair - the *ALL grants included - is written
001100**               to WISPRCRT.DAT under the operator's supervisor
001200**               from the WISPOPMS.DAT operator master, with the
001300**               operator's WISPOPRD.LOG denied-attempt count
001400**               beside it.  Each supervisor then certifies or
001500**               revokes their own list on WACURCRT, and
001600**               WISPRCCL reports and closes the campaign at the
001700**               deadline - the evidence the auditors asked for
001800**               in place of an initialled printout.
001900**
002000**               The deadline is WISP_RECERT_DAYS days from
002100**               today (30 when not set).  A campaign that is
002200**               still open is never replaced: WISPRCCL must
002300**               close it first.
002400**
002500**   Build:      ccbl -o WISPRCOP.acu WISPRCOP.cob
002600**
002700**   Modifications:
002800**     dgh  Original version.
002820**     dgh  Read WISP_RECERT_DAYS through WISPPARM, so the
002840**          WISPPARM.DAT stream or system value applies unless
002860**          the job's environment overrides it.
002900**
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.
003300     WISPRCOP.
003400 REMARKS.
003500     Builds WISPRCRT.DAT, the access recertification campaign,
003600     from WISPOPRA.DAT grouped by supervisor.
003700
003800 ENVIRONMENT DIVISION.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT WISPOPRA-LIST ASSIGN TO "WISPOPRA"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WOPRA-FILE-STATUS.
004500
004600     SELECT WISPOPRD-LOG ASSIGN TO "WISPOPRD"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WOPRD-FILE-STATUS.
004900
005000     SELECT WISPOPMS-FILE ASSIGN TO "WISPOPMS"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS WOPMS-OPERATOR
005400         FILE STATUS IS WOPMS-FILE-STATUS.
005500
005600     SELECT WISPRCRT-FILE ASSIGN TO "WISPRCRT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WRCRT-FILE-STATUS.
005900
006000     SELECT SORT-WORK ASSIGN TO "WISPRSRT".
006100
006200 DATA DIVISION.
006300
006400 FILE SECTION.
006500 FD  WISPOPRA-LIST.
006600     COPY "wispopra.cpy".
006700
006800 FD  WISPOPRD-LOG.
006900     COPY "wispoprd.cpy".
007000
007100 FD  WISPOPMS-FILE.
007200     COPY "wispopms.cpy".
007300
007400 FD  WISPRCRT-FILE.
007500     COPY "wisprcrt.cpy".
007600
007700 SD  SORT-WORK.
007800 01  SORT-REC.
007900     05  SORT-SUPERVISOR         PIC X(08).
008000     05  SORT-OPERATOR           PIC X(08).
008100     05  SORT-PROGRAM            PIC X(08).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  WOPRA-FILE-STATUS           PIC XX.
008600     88  WOPRA-FILE-OK               VALUE "00".
008700 01  WOPRD-FILE-STATUS           PIC XX.
008800     88  WOPRD-FILE-OK               VALUE "00".
008900 01  WOPMS-FILE-STATUS           PIC XX.
009000     88  WOPMS-FILE-OK               VALUE "00".
009100 01  WRCRT-FILE-STATUS           PIC XX.
009200     88  WRCRT-FILE-OK               VALUE "00".
009300
009400 01  WRCO-PAIR-EOF-SW            PIC X(01) VALUE "N".
009500     88  WRCO-PAIR-EOF               VALUE "Y".
009600 01  WRCO-LOG-EOF-SW             PIC X(01) VALUE "N".
009700     88  WRCO-LOG-EOF                VALUE "Y".
009800 01  WRCO-SORT-EOF-SW            PIC X(01) VALUE "N".
009900     88  WRCO-SORT-EOF               VALUE "Y".
010000 01  WRCO-MASTER-SW              PIC X(01) VALUE "N".
010100     88  WRCO-HAVE-MASTER            VALUE "Y".
010200
010300 01  WRCO-TODAY.
010400     05  WRCO-TODAY-YEAR         PIC X(04).
010500     05  WRCO-TODAY-MONTH        PIC 9(02).
010600     05  WRCO-TODAY-DAY          PIC X(02).
010700 01  WRCO-CAMPAIGN.
010800     05  WRCO-CAMP-YEAR          PIC X(04).
010900     05  FILLER                  PIC X(01) VALUE "Q".
011000     05  WRCO-CAMP-QUARTER       PIC 9(01).
011100 01  WRCO-DEADLINE               PIC 9(08) VALUE 0.
011120 01  WRCO-PARM-NAME              PIC X(30) VALUE SPACES.
011140 01  WRCO-PARM-VALUE             PIC X(40) VALUE SPACES.
011200 01  WRCO-DAYS-X                 PIC X(05) VALUE SPACES.
011300 77  WRCO-DAYS                   PIC 9(03) COMP VALUE 0.
011400 77  WRCO-DATE-INTEGER           PIC 9(09) COMP VALUE 0.
011500
011600 77  WRCO-PAIR-COUNT             PIC 9(05) COMP VALUE 0.
011700 77  WRCO-SUPER-COUNT            PIC 9(05) COMP VALUE 0.
011800 77  WRCO-NONE-COUNT             PIC 9(05) COMP VALUE 0.
011900 01  WRCO-LAST-SUPERVISOR        PIC X(08) VALUE SPACES.
012000 01  WRCO-COUNT-D                PIC ZZZZ9.
012100
012200 01  WRCO-DENY-TABLE.
012300     05  WRCO-DENY-COUNT         PIC 9(03) COMP VALUE 0.
012400     05  WRCO-DENY-ENTRY OCCURS 500 TIMES.
012500         10  WRCO-DE-OPERATOR    PIC X(08).
012600         10  WRCO-DE-COUNT       PIC 9(05) COMP.
012700 01  WRCO-DENY-SUB               PIC 9(03) COMP VALUE 0.
012800 01  WRCO-DENY-CUR               PIC 9(03) COMP VALUE 0.
012900
013000 PROCEDURE DIVISION.
013100
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 1200-COUNT-DENIALS THRU 1200-EXIT.
013500     OPEN INPUT WISPOPRA-LIST.
013600     IF NOT WOPRA-FILE-OK
013700         DISPLAY "WISPRCOP: NO WISPOPRA.DAT ON FILE -"
013800             " NOTHING TO RECERTIFY."
013900         STOP RUN
014000     END-IF.
014100     OPEN INPUT WISPOPMS-FILE.
014200     IF WOPMS-FILE-OK
014300         SET WRCO-HAVE-MASTER TO TRUE
014400     END-IF.
014500     SORT SORT-WORK
014600         ON ASCENDING KEY SORT-SUPERVISOR
014700                          SORT-OPERATOR
014800                          SORT-PROGRAM
014900         INPUT PROCEDURE 2000-RELEASE-PAIRS THRU 2000-EXIT
015000         OUTPUT PROCEDURE 3000-WRITE-CAMPAIGN THRU 3000-EXIT.
015100     CLOSE WISPOPRA-LIST.
015200     IF WRCO-HAVE-MASTER
015300         CLOSE WISPOPMS-FILE
015400     END-IF.
015500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015600     STOP RUN.
015700
015800**-----------------------------------------------------------**
015900**  1000-INITIALIZE                                          **
016000**  Name the campaign for the quarter, set its deadline, and **
016100**  refuse to run over a campaign that has not been closed - **
016200**  its decisions are the evidence WISPRCCL still has to     **
016300**  report.                                                  **
016400**-----------------------------------------------------------**
016500 1000-INITIALIZE.
016600     ACCEPT WRCO-TODAY FROM DATE YYYYMMDD.
016700     MOVE WRCO-TODAY-YEAR TO WRCO-CAMP-YEAR.
016800     COMPUTE WRCO-CAMP-QUARTER = (WRCO-TODAY-MONTH + 2) / 3.
016850     MOVE "WISP_RECERT_DAYS" TO WRCO-PARM-NAME.
016900     CALL "WISPPARM" USING WRCO-PARM-NAME WRCO-PARM-VALUE.
016950     MOVE WRCO-PARM-VALUE TO WRCO-DAYS-X.
017000     IF WRCO-DAYS-X NOT = SPACES
017100         COMPUTE WRCO-DAYS = FUNCTION NUMVAL (WRCO-DAYS-X)
017200     END-IF.
017300     IF WRCO-DAYS = 0
017400         MOVE 30 TO WRCO-DAYS
017500     END-IF.
017600     MOVE WRCO-TODAY TO WRCO-DEADLINE.
017700     COMPUTE WRCO-DATE-INTEGER =
017800         FUNCTION INTEGER-OF-DATE (WRCO-DEADLINE).
017900     ADD WRCO-DAYS TO WRCO-DATE-INTEGER.
018000     COMPUTE WRCO-DEADLINE =
018100         FUNCTION DATE-OF-INTEGER (WRCO-DATE-INTEGER).
018200     OPEN INPUT WISPRCRT-FILE.
018300     IF NOT WRCRT-FILE-OK
018400         GO TO 1000-EXIT
018500     END-IF.
018600     READ WISPRCRT-FILE
018700         AT END
018800             MOVE "C" TO WRCRT-STATE
018900     END-READ.
019000     CLOSE WISPRCRT-FILE.
019100     IF WRCRT-CAMPAIGN-OPEN
019200         DISPLAY "WISPRCOP: CAMPAIGN " WRCRT-CAMPAIGN
019300             " IS STILL OPEN (DEADLINE " WRCRT-DEADLINE
019400             ") - CLOSE IT WITH WISPRCCL FIRST."
019500         STOP RUN
019600     END-IF.
019700     GO TO 1000-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
020100**-----------------------------------------------------------**
020200**  1200-COUNT-DENIALS                                       **
020300**  Total the WISPOPRD.LOG refusals per operator; a missing  **
020400**  log is no refusals.                                      **
020500**-----------------------------------------------------------**
020600 1200-COUNT-DENIALS.
020700     OPEN INPUT WISPOPRD-LOG.
020800     IF NOT WOPRD-FILE-OK
020900         GO TO 1200-EXIT
021000     END-IF.
021100     PERFORM 1210-COUNT-ONE-DENIAL THRU 1210-EXIT
021200         UNTIL WRCO-LOG-EOF.
021300     CLOSE WISPOPRD-LOG.
021400     GO TO 1200-EXIT.
021500 1200-EXIT.
021600     EXIT.
021700
021800**-----------------------------------------------------------**
021900**  1210-COUNT-ONE-DENIAL                                    **
022000**-----------------------------------------------------------**
022100 1210-COUNT-ONE-DENIAL.
022200     READ WISPOPRD-LOG
022300         AT END SET WRCO-LOG-EOF TO TRUE
022400     END-READ.
022500     IF WRCO-LOG-EOF
022600         GO TO 1210-EXIT
022700     END-IF.
022800     PERFORM 1300-FIND-DENIALS THRU 1300-EXIT.
022900     IF WRCO-DENY-CUR = 0
023000         IF WRCO-DENY-COUNT < 500
023100             ADD 1 TO WRCO-DENY-COUNT
023200             MOVE WRCO-DENY-COUNT TO WRCO-DENY-CUR
023300             MOVE WOPRD-OPERATOR
023400                 TO WRCO-DE-OPERATOR (WRCO-DENY-CUR)
023500             MOVE 0 TO WRCO-DE-COUNT (WRCO-DENY-CUR)
023600         ELSE
023700             GO TO 1210-EXIT
023800         END-IF
023900     END-IF.
024000     IF WRCO-DE-COUNT (WRCO-DENY-CUR) < 99999
024100         ADD 1 TO WRCO-DE-COUNT (WRCO-DENY-CUR)
024200     END-IF.
024300     GO TO 1210-EXIT.
024400 1210-EXIT.
024500     EXIT.
024600
024700**-----------------------------------------------------------**
024800**  1300-FIND-DENIALS                                        **
024900**  Set WRCO-DENY-CUR to WOPRD-OPERATOR's slot, or zero.     **
025000**-----------------------------------------------------------**
025100 1300-FIND-DENIALS.
025200     MOVE 0 TO WRCO-DENY-CUR.
025300     MOVE 1 TO WRCO-DENY-SUB.
025400     PERFORM 1310-LOOK-FOR-DENIALS THRU 1310-EXIT
025500         UNTIL WRCO-DENY-CUR > 0
025600            OR WRCO-DENY-SUB > WRCO-DENY-COUNT.
025700     GO TO 1300-EXIT.
025800 1300-EXIT.
025900     EXIT.
026000
026100**-----------------------------------------------------------**
026200**  1310-LOOK-FOR-DENIALS                                    **
026300**-----------------------------------------------------------**
026400 1310-LOOK-FOR-DENIALS.
026500     IF WRCO-DE-OPERATOR (WRCO-DENY-SUB) = WOPRD-OPERATOR
026600         MOVE WRCO-DENY-SUB TO WRCO-DENY-CUR
026700     ELSE
026800         ADD 1 TO WRCO-DENY-SUB
026900     END-IF.
027000     GO TO 1310-EXIT.
027100 1310-EXIT.
027200     EXIT.
027300
027400**-----------------------------------------------------------**
027500**  2000-RELEASE-PAIRS  (SORT input procedure)               **
027600**  One sort record per permission pair, keyed by the        **
027700**  operator's supervisor so each supervisor's list comes    **
027800**  out together.                                            **
027900**-----------------------------------------------------------**
028000 2000-RELEASE-PAIRS.
028100     PERFORM 2100-RELEASE-ONE-PAIR THRU 2100-EXIT
028200         UNTIL WRCO-PAIR-EOF.
028300     GO TO 2000-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600
028700**-----------------------------------------------------------**
028800**  2100-RELEASE-ONE-PAIR                                    **
028900**  An operator with no supervisor on the master, or not on  **
029000**  the master at all, goes under "*NONE" - the security     **
029100**  officer works that list.                                 **
029200**-----------------------------------------------------------**
029300 2100-RELEASE-ONE-PAIR.
029400     READ WISPOPRA-LIST
029500         AT END SET WRCO-PAIR-EOF TO TRUE
029600     END-READ.
029700     IF WRCO-PAIR-EOF
029800         GO TO 2100-EXIT
029900     END-IF.
030000     IF WOPRR-OPERATOR = SPACES
030100         GO TO 2100-EXIT
030200     END-IF.
030300     MOVE "*NONE" TO SORT-SUPERVISOR.
030400     IF WRCO-HAVE-MASTER
030500         MOVE WOPRR-OPERATOR TO WOPMS-OPERATOR
030600         READ WISPOPMS-FILE
030700             INVALID KEY
030800                 MOVE SPACES TO WOPMS-SUPERVISOR
030900         END-READ
031000         IF WOPMS-SUPERVISOR NOT = SPACES
031100             MOVE WOPMS-SUPERVISOR TO SORT-SUPERVISOR
031200         END-IF
031300     END-IF.
031400     MOVE WOPRR-OPERATOR TO SORT-OPERATOR.
031500     MOVE WOPRR-PROGRAM TO SORT-PROGRAM.
031600     RELEASE SORT-REC.
031700     GO TO 2100-EXIT.
031800 2100-EXIT.
031900     EXIT.
032000
032100**-----------------------------------------------------------**
032200**  3000-WRITE-CAMPAIGN  (SORT output procedure)             **
032300**-----------------------------------------------------------**
032400 3000-WRITE-CAMPAIGN.
032500     OPEN OUTPUT WISPRCRT-FILE.
032600     IF NOT WRCRT-FILE-OK
032700         DISPLAY "WISPRCOP: UNABLE TO CREATE WISPRCRT.DAT -"
032800             " STATUS " WRCRT-FILE-STATUS "."
032900         GO TO 3000-EXIT
033000     END-IF.
033100     PERFORM 3100-WRITE-ONE-PAIR THRU 3100-EXIT
033200         UNTIL WRCO-SORT-EOF.
033300     CLOSE WISPRCRT-FILE.
033400     GO TO 3000-EXIT.
033500 3000-EXIT.
033600     EXIT.
033700
033800**-----------------------------------------------------------**
033900**  3100-WRITE-ONE-PAIR                                      **
034000**-----------------------------------------------------------**
034100 3100-WRITE-ONE-PAIR.
034200     RETURN SORT-WORK
034300         AT END SET WRCO-SORT-EOF TO TRUE
034400     END-RETURN.
034500     IF WRCO-SORT-EOF
034600         GO TO 3100-EXIT
034700     END-IF.
034800     MOVE SPACES TO WISPRCRT-RECORD.
034900     MOVE WRCO-CAMPAIGN TO WRCRT-CAMPAIGN.
035000     MOVE "O" TO WRCRT-STATE.
035100     MOVE WRCO-TODAY TO WRCRT-OPENED-DATE.
035200     MOVE WRCO-DEADLINE TO WRCRT-DEADLINE.
035300     MOVE SORT-SUPERVISOR TO WRCRT-SUPERVISOR.
035400     MOVE SORT-OPERATOR TO WRCRT-OPERATOR.
035500     MOVE SORT-PROGRAM TO WRCRT-PROGRAM.
035600     MOVE SORT-OPERATOR TO WOPRD-OPERATOR.
035700     PERFORM 1300-FIND-DENIALS THRU 1300-EXIT.
035800     IF WRCO-DENY-CUR = 0
035900         MOVE 0 TO WRCRT-DENIALS
036000     ELSE
036100         MOVE WRCO-DE-COUNT (WRCO-DENY-CUR) TO WRCRT-DENIALS
036200     END-IF.
036300     WRITE WISPRCRT-RECORD.
036400     ADD 1 TO WRCO-PAIR-COUNT.
036500     IF SORT-SUPERVISOR NOT = WRCO-LAST-SUPERVISOR
036600         ADD 1 TO WRCO-SUPER-COUNT
036700         MOVE SORT-SUPERVISOR TO WRCO-LAST-SUPERVISOR
036800     END-IF.
036900     IF SORT-SUPERVISOR = "*NONE"
037000         ADD 1 TO WRCO-NONE-COUNT
037100     END-IF.
037200     GO TO 3100-EXIT.
037300 3100-EXIT.
037400     EXIT.
037500
037600**-----------------------------------------------------------**
037700**  9000-TERMINATE                                           **
037800**-----------------------------------------------------------**
037900 9000-TERMINATE.
038000     IF WRCO-PAIR-COUNT = 0
038100         DISPLAY "WISPRCOP: WISPOPRA.DAT HOLDS NO PAIRS -"
038200             " NO CAMPAIGN OPENED."
038300         GO TO 9000-EXIT
038400     END-IF.
038500     MOVE WRCO-PAIR-COUNT TO WRCO-COUNT-D.
038600     DISPLAY "WISPRCOP: CAMPAIGN " WRCO-CAMPAIGN " OPENED - "
038700         WRCO-COUNT-D " PAIR(S), DEADLINE " WRCO-DEADLINE ".".
038800     MOVE WRCO-SUPER-COUNT TO WRCO-COUNT-D.
038900     DISPLAY "WISPRCOP: " WRCO-COUNT-D " SUPERVISOR LIST(S).".
039000     IF WRCO-NONE-COUNT > 0
039100         MOVE WRCO-NONE-COUNT TO WRCO-COUNT-D
039200         DISPLAY "WISPRCOP: " WRCO-COUNT-D
039300             " PAIR(S) WITH NO SUPERVISOR ON THE MASTER"
039400             " LISTED UNDER *NONE."
039500     END-IF.
039600     GO TO 9000-EXIT.
039700 9000-EXIT.
039800     EXIT.
