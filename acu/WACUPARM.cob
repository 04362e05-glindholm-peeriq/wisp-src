000100**   Copyright (c) Shell Stream Software LLC, All rights reserved.
000200**
000300**
000400**   File:       WACUPARM.cob
000500**
000600**   Project:    WISP for Acucobol with Native Screens
000700**
000800**   Purpose:    Runtime parameter maintenance.  Lists every
000900**               parameter known to the system (WISPPARC.CPY)
001000**               with its built-in default, its system-wide
001100**               value and, when a stream is keyed, that
001200**               stream's own value, and lets an authorized
001300**               operator set or remove either.  The values
001400**               are kept in WISPPARM.DAT, where the WISPPARM
001500**               resolver finds them for every job, and the
001600**               file is rewritten whole on each change the
001700**               way WACUSCTL maintains WISPSCTL.DAT.  A value
001800**               is checked by the parameter's type before it
001900**               is taken.  Every change needs a typed reason
002000**               and is journaled to WISPPRJL.LOG with the
002100**               operator, time, stream, old and new value.
002200**               The operator must hold a WISPOPRA.DAT grant
002300**               for WACUPARM.
002400**
002500**   Build:      ccbl -Da4 -o WACUPARM.acu WACUPARM.cob
002600**
002700**   Modifications:
002800**     dgh  Original version.
002820**     dgh  A number is refused when it has more digits than
002840**          the reading program's field holds (WPARC-DIGITS).
002900**
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.
003300     WACUPARM.
003400 REMARKS.
003500     Online maintenance of the system-wide and per-stream
003600     runtime parameter values.
003700
003800 ENVIRONMENT DIVISION.
003900
004000 CONFIGURATION SECTION.
004100 SPECIAL-NAMES.
004200     CRT STATUS IS WPRM-CRT-STATUS.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WSTR-FILE-STATUS.
004900
005000     SELECT WISPPARM-FILE ASSIGN TO "WISPPARM"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WPARR-FILE-STATUS.
005300
005400     SELECT WISPPRJL-LOG ASSIGN TO "WISPPRJL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WPRJL-FILE-STATUS.
005700
005800 DATA DIVISION.
005900
006000 FILE SECTION.
006100 FD  WISPSTRM-FILE.
006200     COPY "wispstrr.cpy".
006300
006400 FD  WISPPARM-FILE.
006500     COPY "wispparr.cpy".
006600
006700 FD  WISPPRJL-LOG.
006800     COPY "wispprjl.cpy".
006900
007000 WORKING-STORAGE SECTION.
007100 01  WSTR-FILE-STATUS         PIC XX.
007200     88  WSTR-FILE-OK              VALUE "00".
007300 01  WPARR-FILE-STATUS        PIC XX.
007400     88  WPARR-FILE-OK             VALUE "00".
007500 01  WPRJL-FILE-STATUS        PIC XX.
007600     88  WPRJL-FILE-OK             VALUE "00".
007700     88  WPRJL-FILE-NOT-FOUND      VALUE "35".
007800
007900     COPY "wispparc.cpy".
008000
008100 01  WPRM-CRT-STATUS          PIC 9(04).
008200     88  WPRM-KEY-PF7              VALUE 2007.
008300     88  WPRM-KEY-PF8              VALUE 2008.
008400
008500 01  WPRM-DONE-SW             PIC X(01) VALUE "N".
008600     88  WPRM-DONE                 VALUE "Y".
008700 01  WPRM-EOF-SW              PIC X(01) VALUE "N".
008800     88  WPRM-EOF                  VALUE "Y".
008900 01  WPRM-FULL-SW             PIC X(01) VALUE "N".
009000     88  WPRM-TABLE-FULL           VALUE "Y".
009100 01  WPRM-FOUND-SW            PIC X(01) VALUE "N".
009200     88  WPRM-FOUND                VALUE "Y".
009300 01  WPRM-STREAM-SW           PIC X(01) VALUE "N".
009400     88  WPRM-STREAM-ON-FILE       VALUE "Y".
009500 01  WPRM-VALID-SW            PIC X(01) VALUE "N".
009600     88  WPRM-VALUE-VALID          VALUE "Y".
009700 01  WPRM-SAVED-SW            PIC X(01) VALUE "N".
009800     88  WPRM-SAVED                VALUE "Y".
009900 01  WPRM-OPEN-RETRY          PIC 9(03) COMP VALUE 0.
010000
010100 01  WPRM-OPERATOR            PIC X(08) VALUE SPACES.
010200 01  WPRM-PROGRAM             PIC X(08) VALUE "WACUPARM".
010300 01  WPRM-AUTH-FLAG           PIC X(01) VALUE "N".
010400     88  WPRM-AUTHORIZED           VALUE "Y".
010500 01  WPRM-TODAY               PIC X(08) VALUE SPACES.
010600 01  WPRM-NOW-TIME            PIC X(08) VALUE SPACES.
010700
010800*    Keyed on the screen.  A blank stream works on the
010900*    system-wide values, kept under "*SYSTEM".
011000 01  WPRM-STREAM              PIC X(08) VALUE SPACES.
011100 01  WPRM-SCOPE               PIC X(08) VALUE SPACES.
011200 01  WPRM-SELECT              PIC 9(02) VALUE 0.
011300 01  WPRM-FUNCTION            PIC X(01) VALUE SPACE.
011400 01  WPRM-VALUE               PIC X(40) VALUE SPACES.
011500 01  WPRM-REASON              PIC X(50) VALUE SPACES.
011600
011700*    Every WISPPARM.DAT record, held whole so a change is a
011800*    whole-file rewrite (the WACUSCTL convention).
011900 01  WPRM-PARM-TABLE.
012000     05  WPRM-PARM-COUNT      PIC 9(03) COMP VALUE 0.
012100     05  WPRM-PARM-LINE OCCURS 500 TIMES
012200                              PIC X(107).
012300 01  WPRM-PARM-SUB            PIC 9(03) COMP VALUE 0.
012400 01  WPRM-KEEP-COUNT          PIC 9(03) COMP VALUE 0.
012500 01  WPRM-MATCH-SUB           PIC 9(03) COMP VALUE 0.
012600
012700*    Catalog position of the first list line, and the list.
012800 01  WPRM-TOP                 PIC 9(03) COMP VALUE 1.
012900 01  WPRM-CAT-SUB             PIC 9(03) COMP VALUE 0.
013000 01  WPRM-LINE-SUB            PIC 9(03) COMP VALUE 0.
013100 01  WPRM-LIST-AREA.
013200     05  WPRM-LIST-LINE OCCURS 12 TIMES
013300                              PIC X(75).
013400 01  WPRM-LIST-WORK.
013500     05  WPRM-LW-NUMBER       PIC Z9.
013600     05  FILLER               PIC X(02) VALUE SPACES.
013700     05  WPRM-LW-NAME         PIC X(25).
013800     05  FILLER               PIC X(01) VALUE SPACES.
013900     05  WPRM-LW-DEFAULT      PIC X(08).
014000     05  FILLER               PIC X(01) VALUE SPACES.
014100     05  WPRM-LW-SYSTEM       PIC X(15).
014200     05  FILLER               PIC X(01) VALUE SPACES.
014300     05  WPRM-LW-STREAM       PIC X(15).
014400
014500 01  WPRM-FIND-SCOPE          PIC X(08) VALUE SPACES.
014600 01  WPRM-FIND-NAME           PIC X(30) VALUE SPACES.
014700 01  WPRM-OLD-VALUE           PIC X(40) VALUE SPACES.
014800 01  WPRM-JRN-ACTION          PIC X(08) VALUE SPACES.
014900
015000*    Value checking.
015100 01  WPRM-VALUE-LEN           PIC 9(03) COMP VALUE 0.
015200 01  WPRM-HHMM                PIC 9(04) VALUE 0.
015300 01  FILLER REDEFINES WPRM-HHMM.
015400     05  WPRM-HH              PIC 9(02).
015500     05  WPRM-MM              PIC 9(02).
015600
015700 01  WPRM-POSITION-MSG        PIC X(60) VALUE SPACES.
015800 01  WPRM-MSG                 PIC X(70) VALUE SPACES.
015900 01  WPRM-FROM-D              PIC ZZ9.
016000 01  WPRM-TO-D                PIC ZZ9.
016100 01  WPRM-COUNT-D             PIC ZZ9.
016200 01  WPRM-LAST                PIC 9(03) COMP VALUE 0.
016300
016400 SCREEN SECTION.
016500 01  WPRM-MAINT-SCREEN.
016600     05  LINE 1 COL 20 BOLD VALUE
016700         "**** WISP RUNTIME PARAMETERS ****".
016800     05  LINE 3 COL 5 VALUE "Stream:".
016900     05  LINE 3 COL 18 PIC X(08) USING WPRM-STREAM.
017000     05  LINE 3 COL 28 VALUE
017100         "(blank = system-wide values)".
017200     05  LINE 5 COL 3 VALUE "NO  PARAMETER".
017300     05  LINE 5 COL 33 VALUE "DEFAULT  SYSTEM".
017400     05  LINE 5 COL 58 VALUE "STREAM".
017500     05  LINE PLUS 1 COL 3 PIC X(75) OCCURS 12
017600         FROM WPRM-LIST-LINE.
017700     05  LINE 18 COL 3 PIC X(60) FROM WPRM-POSITION-MSG.
017800     05  LINE 19 COL 5 VALUE "Number:".
017900     05  LINE 19 COL 18 PIC 9(02) USING WPRM-SELECT.
018000     05  LINE 19 COL 25 VALUE "Function:".
018100     05  LINE 19 COL 36 PIC X(01) USING WPRM-FUNCTION.
018200     05  LINE 20 COL 5 VALUE "Value:".
018300     05  LINE 20 COL 18 PIC X(40) USING WPRM-VALUE.
018400     05  LINE 21 COL 5 VALUE "Reason:".
018500     05  LINE 21 COL 18 PIC X(50) USING WPRM-REASON.
018600     05  LINE 22 COL 5 PIC X(70) FROM WPRM-MSG.
018700     05  LINE 23 COL 5 VALUE
018800         "S)et value   R)emove value   Q)uit".
018900     05  LINE 24 COL 5 BOLD VALUE
019000         "(ENTER)=Do function  (ENTER) alone=Show".
019100     05  LINE 24 COL 46 BOLD VALUE "(PF7)=Up  (PF8)=Down".
019200
019300 PROCEDURE DIVISION.
019400
019500 0000-START.
019600     ACCEPT WPRM-OPERATOR FROM ENVIRONMENT "USER".
019700     CALL "WISPOPRA" USING WPRM-OPERATOR, WPRM-PROGRAM,
019800                           WPRM-AUTH-FLAG.
019900     IF NOT WPRM-AUTHORIZED
020000         DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE
020100         DISPLAY "WACUPARM: OPERATOR " WPRM-OPERATOR
020200             " IS NOT AUTHORIZED FOR PARAMETER MAINTENANCE."
020300         ACCEPT OMITTED
020400         GO TO 9999-EXIT
020500     END-IF.
020600     PERFORM 2000-SHOW-SCREEN THRU 2000-EXIT
020700         UNTIL WPRM-DONE.
020800     DISPLAY WINDOW ERASE.
020900     GO TO 9999-EXIT.
021000
021100**-----------------------------------------------------------**
021200**  2000-SHOW-SCREEN                                         **
021300**  Show the values for the keyed stream and act on the      **
021400**  function.  The list is rebuilt from the file every time. **
021500**  A number with a bare ENTER describes that parameter.     **
021600**-----------------------------------------------------------**
021700 2000-SHOW-SCREEN.
021800     PERFORM 3000-LOAD-VALUES THRU 3000-EXIT.
021900     MOVE SPACE TO WPRM-FUNCTION.
022000     DISPLAY WINDOW LINE 1 COL 1 SIZE 80 LINES 24 ERASE.
022100     DISPLAY WPRM-MAINT-SCREEN.
022200     ACCEPT WPRM-MAINT-SCREEN.
022300     MOVE SPACES TO WPRM-MSG.
022400     INSPECT WPRM-STREAM CONVERTING
022500         "abcdefghijklmnopqrstuvwxyz"
022600         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022700     INSPECT WPRM-VALUE CONVERTING
022800         "abcdefghijklmnopqrstuvwxyz"
022900         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023000     INSPECT WPRM-FUNCTION CONVERTING "srq" TO "SRQ".
023100     IF WPRM-KEY-PF7
023200         IF WPRM-TOP > 12
023300             SUBTRACT 12 FROM WPRM-TOP
023400         ELSE
023500             MOVE 1 TO WPRM-TOP
023600         END-IF
023700         GO TO 2000-EXIT
023800     END-IF.
023900     IF WPRM-KEY-PF8
024000         IF WPRM-TOP + 12 NOT > WPARC-COUNT
024100             ADD 12 TO WPRM-TOP
024200         END-IF
024300         GO TO 2000-EXIT
024400     END-IF.
024500     EVALUATE WPRM-FUNCTION
024600         WHEN "Q"
024700             SET WPRM-DONE TO TRUE
024800         WHEN SPACE
024900             PERFORM 2100-DESCRIBE-PARAMETER THRU 2100-EXIT
025000         WHEN "S"
025100         WHEN "R"
025200             PERFORM 5000-DO-FUNCTION THRU 5000-EXIT
025300         WHEN OTHER
025400             MOVE "Function must be S, R, or Q." TO WPRM-MSG
025500     END-EVALUATE.
025600     GO TO 2000-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900
026000**-----------------------------------------------------------**
026100**  2100-DESCRIBE-PARAMETER                                  **
026200**-----------------------------------------------------------**
026300 2100-DESCRIBE-PARAMETER.
026400     IF WPRM-SELECT = 0
026500             OR WPRM-SELECT > WPARC-COUNT
026600         GO TO 2100-EXIT
026700     END-IF.
026800     MOVE WPRM-SELECT TO WPRM-CAT-SUB.
026900     STRING WPARC-NAME (WPRM-CAT-SUB) DELIMITED BY SPACE
027000         " - " DELIMITED BY SIZE
027100         WPARC-DESC (WPRM-CAT-SUB) DELIMITED BY SIZE
027200         INTO WPRM-MSG.
027300     GO TO 2100-EXIT.
027400 2100-EXIT.
027500     EXIT.
027600
027700**-----------------------------------------------------------**
027800**  3000-LOAD-VALUES                                         **
027900**  Check the keyed stream, load every parameter record on   **
028000**  file, and build the list page from them.                 **
028100**-----------------------------------------------------------**
028200 3000-LOAD-VALUES.
028300     MOVE "N" TO WPRM-STREAM-SW.
028400     MOVE "N" TO WPRM-FULL-SW.
028500     MOVE 0 TO WPRM-PARM-COUNT.
028600     IF WPRM-STREAM = SPACES
028700         MOVE "*SYSTEM" TO WPRM-SCOPE
028800     ELSE
028900         MOVE WPRM-STREAM TO WPRM-SCOPE
029000         PERFORM 3100-CHECK-STREAM THRU 3100-EXIT
029100     END-IF.
029200     PERFORM 3200-LOAD-PARMS THRU 3200-EXIT.
029300     MOVE SPACES TO WPRM-LIST-AREA.
029400     MOVE 0 TO WPRM-LINE-SUB.
029500     MOVE WPRM-TOP TO WPRM-CAT-SUB.
029600     PERFORM 3300-BUILD-LIST-LINE THRU 3300-EXIT
029700         UNTIL WPRM-LINE-SUB = 12
029800            OR WPRM-CAT-SUB > WPARC-COUNT.
029900     COMPUTE WPRM-LAST = WPRM-TOP + WPRM-LINE-SUB - 1.
030000     MOVE WPRM-TOP TO WPRM-FROM-D.
030100     MOVE WPRM-LAST TO WPRM-TO-D.
030200     MOVE WPARC-COUNT TO WPRM-COUNT-D.
030300     MOVE SPACES TO WPRM-POSITION-MSG.
030400     STRING "Parameters " DELIMITED BY SIZE
030500         WPRM-FROM-D DELIMITED BY SIZE
030600         " to " DELIMITED BY SIZE
030700         WPRM-TO-D DELIMITED BY SIZE
030800         " of " DELIMITED BY SIZE
030900         WPRM-COUNT-D DELIMITED BY SIZE
031000         INTO WPRM-POSITION-MSG.
031100     IF WPRM-STREAM NOT = SPACES
031200             AND NOT WPRM-STREAM-ON-FILE
031300         MOVE "No steps on WISPSTRM.DAT for this stream."
031400             TO WPRM-MSG
031500     END-IF.
031600     GO TO 3000-EXIT.
031700 3000-EXIT.
031800     EXIT.
031900
032000**-----------------------------------------------------------**
032100**  3100-CHECK-STREAM                                        **
032200**  A stream value is only taken for a stream that has steps **
032300**  on WISPSTRM.DAT - a misspelt stream name would otherwise **
032400**  hold a value no job ever reads.                          **
032500**-----------------------------------------------------------**
032600 3100-CHECK-STREAM.
032700     MOVE "N" TO WPRM-EOF-SW.
032800     OPEN INPUT WISPSTRM-FILE.
032900     IF NOT WSTR-FILE-OK
033000         GO TO 3100-EXIT
033100     END-IF.
033200     PERFORM 3110-CHECK-ONE-STEP THRU 3110-EXIT
033300         UNTIL WPRM-EOF
033400            OR WPRM-STREAM-ON-FILE.
033500     CLOSE WISPSTRM-FILE.
033600     GO TO 3100-EXIT.
033700 3100-EXIT.
033800     EXIT.
033900
034000**-----------------------------------------------------------**
034100**  3110-CHECK-ONE-STEP                                      **
034200**-----------------------------------------------------------**
034300 3110-CHECK-ONE-STEP.
034400     READ WISPSTRM-FILE
034500         AT END SET WPRM-EOF TO TRUE
034600     END-READ.
034700     IF WPRM-EOF
034800             OR WSTRR-STREAM NOT = WPRM-STREAM
034900             OR WSTRP-PARM-REC
035000         GO TO 3110-EXIT
035100     END-IF.
035200     SET WPRM-STREAM-ON-FILE TO TRUE.
035300     GO TO 3110-EXIT.
035400 3110-EXIT.
035500     EXIT.
035600
035700**-----------------------------------------------------------**
035800**  3200-LOAD-PARMS                                          **
035900**-----------------------------------------------------------**
036000 3200-LOAD-PARMS.
036100     MOVE "N" TO WPRM-EOF-SW.
036200     OPEN INPUT WISPPARM-FILE.
036300     IF NOT WPARR-FILE-OK
036400         GO TO 3200-EXIT
036500     END-IF.
036600     PERFORM 3210-LOAD-ONE-PARM THRU 3210-EXIT
036700         UNTIL WPRM-EOF
036800            OR WPRM-PARM-COUNT = 500.
036900*    Records left unread would be destroyed by the whole-file
037000*    rewrite a change does - remember the overflow so 5000
037100*    refuses, the WACUSCTL convention.
037200     IF NOT WPRM-EOF
037300         SET WPRM-TABLE-FULL TO TRUE
037400     END-IF.
037500     CLOSE WISPPARM-FILE.
037600     GO TO 3200-EXIT.
037700 3200-EXIT.
037800     EXIT.
037900
038000**-----------------------------------------------------------**
038100**  3210-LOAD-ONE-PARM                                       **
038200**-----------------------------------------------------------**
038300 3210-LOAD-ONE-PARM.
038400     READ WISPPARM-FILE
038500         AT END SET WPRM-EOF TO TRUE
038600     END-READ.
038700     IF WPRM-EOF
038800         GO TO 3210-EXIT
038900     END-IF.
039000     ADD 1 TO WPRM-PARM-COUNT.
039100     MOVE WISPPARM-RECORD TO WPRM-PARM-LINE (WPRM-PARM-COUNT).
039200     GO TO 3210-EXIT.
039300 3210-EXIT.
039400     EXIT.
039500
039600**-----------------------------------------------------------**
039700**  3300-BUILD-LIST-LINE                                     **
039800**  One catalog parameter: its default, the system value,    **
039900**  and the keyed stream's own value.                        **
040000**-----------------------------------------------------------**
040100 3300-BUILD-LIST-LINE.
040200     ADD 1 TO WPRM-LINE-SUB.
040300     MOVE SPACES TO WPRM-LIST-WORK.
040400     MOVE WPRM-CAT-SUB TO WPRM-LW-NUMBER.
040500     MOVE WPARC-NAME (WPRM-CAT-SUB) TO WPRM-LW-NAME.
040600     MOVE WPARC-DEFAULT (WPRM-CAT-SUB) TO WPRM-LW-DEFAULT.
040700     MOVE WPARC-NAME (WPRM-CAT-SUB) TO WPRM-FIND-NAME.
040800     MOVE "*SYSTEM" TO WPRM-FIND-SCOPE.
040900     PERFORM 5900-FIND-PARM THRU 5900-EXIT.
041000     IF WPRM-FOUND
041100         MOVE WPARR-VALUE TO WPRM-LW-SYSTEM
041200     END-IF.
041300     IF WPRM-STREAM NOT = SPACES
041400         MOVE WPRM-STREAM TO WPRM-FIND-SCOPE
041500         PERFORM 5900-FIND-PARM THRU 5900-EXIT
041600         IF WPRM-FOUND
041700             MOVE WPARR-VALUE TO WPRM-LW-STREAM
041800         END-IF
041900     END-IF.
042000     MOVE WPRM-LIST-WORK TO WPRM-LIST-LINE (WPRM-LINE-SUB).
042100     ADD 1 TO WPRM-CAT-SUB.
042200     GO TO 3300-EXIT.
042300 3300-EXIT.
042400     EXIT.
042500
042600**-----------------------------------------------------------**
042700**  5000-DO-FUNCTION                                         **
042800**  The values are reloaded for the stream as keyed, so the  **
042900**  change is made to what is on file now, not to what the   **
043000**  screen showed before the ENTER.                          **
043100**-----------------------------------------------------------**
043200 5000-DO-FUNCTION.
043300     PERFORM 3000-LOAD-VALUES THRU 3000-EXIT.
043400     IF WPRM-STREAM NOT = SPACES
043500             AND NOT WPRM-STREAM-ON-FILE
043600         MOVE "That stream has no steps on WISPSTRM.DAT."
043700             TO WPRM-MSG
043800         GO TO 5000-EXIT
043900     END-IF.
044000     IF WPRM-SELECT = 0
044100             OR WPRM-SELECT > WPARC-COUNT
044200         MOVE "Key the number of the parameter to change."
044300             TO WPRM-MSG
044400         GO TO 5000-EXIT
044500     END-IF.
044600     IF WPRM-REASON = SPACES
044700         MOVE "A reason is required for every change."
044800             TO WPRM-MSG
044900         GO TO 5000-EXIT
045000     END-IF.
045100     IF WPRM-TABLE-FULL
045200         MOVE "WISPPARM.DAT over 500 records - clean it up first."
045300             TO WPRM-MSG
045400         GO TO 5000-EXIT
045500     END-IF.
045600     MOVE WPRM-SELECT TO WPRM-CAT-SUB.
045700     MOVE WPARC-NAME (WPRM-CAT-SUB) TO WPRM-FIND-NAME.
045800     MOVE WPRM-SCOPE TO WPRM-FIND-SCOPE.
045900     PERFORM 5900-FIND-PARM THRU 5900-EXIT.
046000     MOVE SPACES TO WPRM-OLD-VALUE.
046100     IF WPRM-FOUND
046200         MOVE WPARR-VALUE TO WPRM-OLD-VALUE
046300     END-IF.
046400     ACCEPT WPRM-TODAY FROM DATE YYYYMMDD.
046500     ACCEPT WPRM-NOW-TIME FROM TIME.
046600     MOVE "N" TO WPRM-SAVED-SW.
046700     EVALUATE WPRM-FUNCTION
046800         WHEN "S"
046900             PERFORM 5100-SET-VALUE THRU 5100-EXIT
047000         WHEN "R"
047100             PERFORM 5200-REMOVE-VALUE THRU 5200-EXIT
047200     END-EVALUATE.
047300     IF NOT WPRM-SAVED
047400         GO TO 5000-EXIT
047500     END-IF.
047600     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
047700     MOVE SPACES TO WPRM-VALUE.
047800     MOVE SPACES TO WPRM-REASON.
047900     GO TO 5000-EXIT.
048000 5000-EXIT.
048100     EXIT.
048200
048300**-----------------------------------------------------------**
048400**  5100-SET-VALUE                                           **
048500**  Replace the scope's record for the parameter in place,   **
048600**  or add one.                                              **
048700**-----------------------------------------------------------**
048800 5100-SET-VALUE.
048900     PERFORM 5500-CHECK-VALUE THRU 5500-EXIT.
049000     IF NOT WPRM-VALUE-VALID
049100         GO TO 5100-EXIT
049200     END-IF.
049300     IF WPRM-FOUND
049400             AND WPRM-OLD-VALUE = WPRM-VALUE
049500         MOVE "That is already the value on file." TO WPRM-MSG
049600         GO TO 5100-EXIT
049700     END-IF.
049800     MOVE SPACES TO WISPPARM-RECORD.
049900     MOVE WPRM-SCOPE TO WPARR-STREAM.
050000     MOVE WPRM-FIND-NAME TO WPARR-NAME.
050100     MOVE WPRM-VALUE TO WPARR-VALUE.
050200     MOVE WPRM-TODAY TO WPARR-DATE.
050300     MOVE WPRM-NOW-TIME TO WPARR-TIME.
050400     MOVE WPRM-OPERATOR TO WPARR-OPERATOR.
050500     IF WPRM-FOUND
050600         MOVE WISPPARM-RECORD TO WPRM-PARM-LINE (WPRM-MATCH-SUB)
050700     ELSE
050800         ADD 1 TO WPRM-PARM-COUNT
050900         MOVE WISPPARM-RECORD TO WPRM-PARM-LINE (WPRM-PARM-COUNT)
051000     END-IF.
051100     PERFORM 6000-REWRITE-PARMS THRU 6000-EXIT.
051200     IF NOT WPRM-SAVED
051300         GO TO 5100-EXIT
051400     END-IF.
051500     MOVE "SET" TO WPRM-JRN-ACTION.
051600     MOVE "Value set - jobs pick it up from their next start."
051700         TO WPRM-MSG.
051800     GO TO 5100-EXIT.
051900 5100-EXIT.
052000     EXIT.
052100
052200**-----------------------------------------------------------**
052300**  5200-REMOVE-VALUE                                        **
052400**  Drop the scope's record, closing up the table; the next  **
052500**  level down (system value, then default) applies again.   **
052600**-----------------------------------------------------------**
052700 5200-REMOVE-VALUE.
052800     IF NOT WPRM-FOUND
052900         MOVE "No value is set there for that parameter."
053000             TO WPRM-MSG
053100         GO TO 5200-EXIT
053200     END-IF.
053300     MOVE 0 TO WPRM-KEEP-COUNT.
053400     PERFORM 5210-KEEP-ONE-PARM THRU 5210-EXIT
053500         VARYING WPRM-PARM-SUB FROM 1 BY 1
053600         UNTIL WPRM-PARM-SUB > WPRM-PARM-COUNT.
053700     MOVE WPRM-KEEP-COUNT TO WPRM-PARM-COUNT.
053800     MOVE SPACES TO WPRM-VALUE.
053900     PERFORM 6000-REWRITE-PARMS THRU 6000-EXIT.
054000     IF NOT WPRM-SAVED
054100         GO TO 5200-EXIT
054200     END-IF.
054300     MOVE "REMOVE" TO WPRM-JRN-ACTION.
054400     MOVE
054500         "Value removed - jobs pick it up from their next start."
054600         TO WPRM-MSG.
054700     GO TO 5200-EXIT.
054800 5200-EXIT.
054900     EXIT.
055000
055100**-----------------------------------------------------------**
055200**  5210-KEEP-ONE-PARM                                       **
055300**-----------------------------------------------------------**
055400 5210-KEEP-ONE-PARM.
055500     IF WPRM-PARM-SUB = WPRM-MATCH-SUB
055600         GO TO 5210-EXIT
055700     END-IF.
055800     ADD 1 TO WPRM-KEEP-COUNT.
055900     MOVE WPRM-PARM-LINE (WPRM-PARM-SUB)
056000         TO WPRM-PARM-LINE (WPRM-KEEP-COUNT).
056100     GO TO 5210-EXIT.
056200 5210-EXIT.
056300     EXIT.
056400
056500**-----------------------------------------------------------**
056600**  5500-CHECK-VALUE                                         **
056700**  The value must suit the parameter's type in WISPPARC -   **
056800**  a value its reading program would not understand would  **
056900**  quietly fall back to the default.                        **
057000**-----------------------------------------------------------**
057100 5500-CHECK-VALUE.
057200     MOVE "N" TO WPRM-VALID-SW.
057300     IF WPRM-VALUE = SPACES
057400         MOVE "Key the value to set." TO WPRM-MSG
057500         GO TO 5500-EXIT
057600     END-IF.
057700     MOVE 0 TO WPRM-VALUE-LEN.
057800     INSPECT WPRM-VALUE TALLYING WPRM-VALUE-LEN
057900         FOR CHARACTERS BEFORE INITIAL SPACE.
058000     IF WPRM-VALUE-LEN = 0
058100             OR WPRM-VALUE (WPRM-VALUE-LEN + 1:) NOT = SPACES
058200         MOVE "The value may not contain spaces." TO WPRM-MSG
058300         GO TO 5500-EXIT
058400     END-IF.
058500     EVALUATE TRUE
058600         WHEN WPARC-NUMBER (WPRM-CAT-SUB)
058700             IF WPRM-VALUE-LEN > WPARC-DIGITS (WPRM-CAT-SUB)
058720                 MOVE SPACES TO WPRM-MSG
058740                 STRING "The value may have no more than "
058760                         DELIMITED BY SIZE
058780                     WPARC-DIGITS (WPRM-CAT-SUB) DELIMITED BY SIZE
058800                     " digits." DELIMITED BY SIZE
058820                     INTO WPRM-MSG
058840                 GO TO 5500-EXIT
058860             END-IF
058880             IF WPRM-VALUE (1:WPRM-VALUE-LEN)
058900                         IS NOT NUMERIC
059000                     OR WPRM-VALUE (1:WPRM-VALUE-LEN)
059100                         = ALL "0"
059200                 MOVE
059300                     "The value must be a number above zero."
059400                     TO WPRM-MSG
059500                 GO TO 5500-EXIT
059600             END-IF
059700         WHEN WPARC-YES-NO (WPRM-CAT-SUB)
059800             IF WPRM-VALUE NOT = "YES"
059900                     AND WPRM-VALUE NOT = "NO"
060000                 MOVE "The value must be YES or NO." TO WPRM-MSG
060100                 GO TO 5500-EXIT
060200             END-IF
060300         WHEN WPARC-FLAG (WPRM-CAT-SUB)
060400             IF WPRM-VALUE NOT = "Y"
060500                     AND WPRM-VALUE NOT = "N"
060600                 MOVE "The value must be Y or N." TO WPRM-MSG
060700                 GO TO 5500-EXIT
060800             END-IF
060900         WHEN WPARC-TIME-OF-DAY (WPRM-CAT-SUB)
061000             IF WPRM-VALUE-LEN NOT = 4
061100                     OR WPRM-VALUE (1:4) IS NOT NUMERIC
061200                 MOVE "The value must be a time, HHMM."
061300                     TO WPRM-MSG
061400                 GO TO 5500-EXIT
061500             END-IF
061600             MOVE WPRM-VALUE (1:4) TO WPRM-HHMM
061700             IF WPRM-HH > 23
061800                     OR WPRM-MM > 59
061900                 MOVE "The value must be a time, HHMM."
062000                     TO WPRM-MSG
062100                 GO TO 5500-EXIT
062200             END-IF
062300     END-EVALUATE.
062400     SET WPRM-VALUE-VALID TO TRUE.
062500     GO TO 5500-EXIT.
062600 5500-EXIT.
062700     EXIT.
062800
062900**-----------------------------------------------------------**
063000**  5900-FIND-PARM                                           **
063100**  Is there a WPRM-FIND-SCOPE record for WPRM-FIND-NAME?    **
063200**  Leaves it in WISPPARM-RECORD and its place in            **
063300**  WPRM-MATCH-SUB.                                          **
063400**-----------------------------------------------------------**
063500 5900-FIND-PARM.
063600     MOVE "N" TO WPRM-FOUND-SW.
063700     MOVE 0 TO WPRM-MATCH-SUB.
063800     PERFORM 5910-CHECK-PARM THRU 5910-EXIT
063900         VARYING WPRM-PARM-SUB FROM 1 BY 1
064000         UNTIL WPRM-PARM-SUB > WPRM-PARM-COUNT
064100            OR WPRM-FOUND.
064200     GO TO 5900-EXIT.
064300 5900-EXIT.
064400     EXIT.
064500
064600**-----------------------------------------------------------**
064700**  5910-CHECK-PARM                                          **
064800**-----------------------------------------------------------**
064900 5910-CHECK-PARM.
065000     MOVE WPRM-PARM-LINE (WPRM-PARM-SUB) TO WISPPARM-RECORD.
065100     IF WPARR-STREAM = WPRM-FIND-SCOPE
065200             AND WPARR-NAME = WPRM-FIND-NAME
065300         SET WPRM-FOUND TO TRUE
065400         MOVE WPRM-PARM-SUB TO WPRM-MATCH-SUB
065500     END-IF.
065600     GO TO 5910-EXIT.
065700 5910-EXIT.
065800     EXIT.
065900
066000**-----------------------------------------------------------**
066100**  6000-REWRITE-PARMS                                       **
066200**  The file is read by every job through WISPPARM - a busy  **
066300**  open is retried, and on failure the change is abandoned  **
066400**  whole rather than half written (the WACUSCTL handling).  **
066500**-----------------------------------------------------------**
066600 6000-REWRITE-PARMS.
066700     MOVE 0 TO WPRM-OPEN-RETRY.
066800 6010-TRY-OPEN.
066900     OPEN OUTPUT WISPPARM-FILE.
067000     IF NOT WPARR-FILE-OK
067100         ADD 1 TO WPRM-OPEN-RETRY
067200         IF WPRM-OPEN-RETRY < 30
067300             GO TO 6010-TRY-OPEN
067400         END-IF
067500         MOVE "WISPPARM.DAT is busy - try again in a moment."
067600             TO WPRM-MSG
067700         GO TO 6000-EXIT
067800     END-IF.
067900     PERFORM 6100-WRITE-ONE-PARM THRU 6100-EXIT
068000         VARYING WPRM-PARM-SUB FROM 1 BY 1
068100         UNTIL WPRM-PARM-SUB > WPRM-PARM-COUNT.
068200     CLOSE WISPPARM-FILE.
068300     SET WPRM-SAVED TO TRUE.
068400     GO TO 6000-EXIT.
068500 6000-EXIT.
068600     EXIT.
068700
068800**-----------------------------------------------------------**
068900**  6100-WRITE-ONE-PARM                                      **
069000**-----------------------------------------------------------**
069100 6100-WRITE-ONE-PARM.
069200     MOVE WPRM-PARM-LINE (WPRM-PARM-SUB) TO WISPPARM-RECORD.
069300     WRITE WISPPARM-RECORD.
069400     GO TO 6100-EXIT.
069500 6100-EXIT.
069600     EXIT.
069700
069800**-----------------------------------------------------------**
069900**  6500-WRITE-JOURNAL                                       **
070000**  Append the change to WISPPRJL.LOG.  A busy open is       **
070100**  retried; the file is only created on status 35.          **
070200**-----------------------------------------------------------**
070300 6500-WRITE-JOURNAL.
070400     MOVE SPACES TO WISPPRJL-RECORD.
070500     MOVE WPRM-TODAY TO WPRJL-DATE.
070600     MOVE WPRM-NOW-TIME TO WPRJL-TIME.
070700     MOVE WPRM-OPERATOR TO WPRJL-OPERATOR.
070800     MOVE WPRM-SCOPE TO WPRJL-STREAM.
070900     MOVE WPRM-FIND-NAME TO WPRJL-NAME.
071000     MOVE WPRM-JRN-ACTION TO WPRJL-ACTION.
071100     MOVE WPRM-OLD-VALUE TO WPRJL-OLD-VALUE.
071200     MOVE WPRM-VALUE TO WPRJL-NEW-VALUE.
071300     MOVE WPRM-REASON TO WPRJL-REASON.
071400     MOVE 0 TO WPRM-OPEN-RETRY.
071500 6510-TRY-OPEN.
071600     OPEN EXTEND WISPPRJL-LOG.
071700     IF WPRJL-FILE-NOT-FOUND
071800         OPEN OUTPUT WISPPRJL-LOG
071900     END-IF.
072000     IF NOT WPRJL-FILE-OK
072100         ADD 1 TO WPRM-OPEN-RETRY
072200         IF WPRM-OPEN-RETRY < 30
072300             GO TO 6510-TRY-OPEN
072400         END-IF
072500         MOVE "Value changed - WISPPRJL.LOG could not be written."
072600             TO WPRM-MSG
072700         GO TO 6500-EXIT
072800     END-IF.
072900     WRITE WISPPRJL-RECORD.
073000     CLOSE WISPPRJL-LOG.
073100     GO TO 6500-EXIT.
073200 6500-EXIT.
073300     EXIT.
073400
073500 9999-EXIT.
073600     EXIT PROGRAM.
073700 9999-STOP.
073800     STOP RUN.
