003016**          records the night they happen - a short stream
003017**          must not sit on a part-filled buffer all night.
003018**          A no-op when buffering is off.
003019**     dgh  Honor the WACUSCTL stream control console: a
003020**          restart-from-step in WISPSCTL.DAT replaces the
003021**          checkpoint at start-up (WISPCHKP MODE "S" keeps
003022**          the checkpoint file in step), and a step marked to
003023**          be skipped is passed over and counted toward the
003024**          checkpoint.  Each directive is removed once carried
003025**          out and journaled to WISPSCJL.LOG under the
003026**          operator who set it.
003027**     dgh  A skip or restart-from set for a step no longer
003028**          in the stream is removed from WISPSCTL.DAT and
003029**          journaled DROPPED, instead of being reported as
003030**          ignored and left to come up again every run.
003031**
003100
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.
004200     SELECT WISPSTRM-FILE ASSIGN TO "WISPSTRM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WSTR-FILE-STATUS.
004410
004420     SELECT WISPSCTL-FILE ASSIGN TO "WISPSCTL"
004430         ORGANIZATION IS LINE SEQUENTIAL
004440         FILE STATUS IS WSCTL-FILE-STATUS.
004450
004460     SELECT WISPSCJL-LOG ASSIGN TO "WISPSCJL"
004470         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS WSCJL-FILE-STATUS.
004500
004600 DATA DIVISION.
004700
004800 FILE SECTION.
004900 FD  WISPSTRM-FILE.
005000     COPY "wispstrr.cpy".
005010
005020 FD  WISPSCTL-FILE.
005030     COPY "wispsctr.cpy".
005040
005050 FD  WISPSCJL-LOG.
005060     COPY "wispscjl.cpy".
005100
005200 WORKING-STORAGE SECTION.
005300
005400 01  WSTR-FILE-STATUS            PIC XX.
005500     88  WSTR-FILE-OK                VALUE "00".
005510 01  WSCTL-FILE-STATUS           PIC XX.
005520     88  WSCTL-FILE-OK               VALUE "00".
005530 01  WSCJL-FILE-STATUS           PIC XX.
005540     88  WSCJL-FILE-OK               VALUE "00".
005550     88  WSCJL-FILE-NOT-FOUND        VALUE "35".
005560 01  WSCJL-RETRY-COUNT           PIC 9(03) COMP VALUE 0.
005600
005700 01  WSTR-DEF-EOF-SW             PIC X(01) VALUE "N".
005800     88  WSTR-DEF-EOF                VALUE "Y".
006110
006120 01  WSTR-OVERFLOW-SW            PIC X(01) VALUE "N".
006130     88  WSTR-TOO-MANY-STEPS         VALUE "Y".
006140
006150 01  WSTR-CTL-EOF-SW             PIC X(01) VALUE "N".
006160     88  WSTR-CTL-EOF                VALUE "Y".
006170 01  WSTR-CTL-OVERFLOW-SW        PIC X(01) VALUE "N".
006180     88  WSTR-CTL-OVERFLOW           VALUE "Y".
006190 01  WSTR-RESTART-SW             PIC X(01) VALUE "N".
006191     88  WSTR-RESTART-REQUESTED      VALUE "Y".
006200
006300 01  WSTR-STREAM-NAME            PIC X(08) VALUE SPACES.
006310 01  WSTR-CHKP-STREAM            PIC X(08) VALUE SPACES.
007130         10  WSTR-ST-CONTINUE    PIC X(01).
007140             88  WSTR-ST-CONTINUE-ON-ERROR
007150                                     VALUE "C".
007160*        Operator who marked the step to be skipped on this run
007170*        at the WACUSCTL console - spaces when not marked.
007180         10  WSTR-ST-SKIP-OPER   PIC X(08).
007200 01  WSTR-STEP-SUB               PIC 9(03) COMP VALUE 0.
007210
007220*    One row of 48 parameter slots per loaded step, filled from
008430 01  WSTR-TRY-DISP               PIC Z9.
008440 01  WSTR-FLUSH-NAME             PIC X(08) VALUE "*FLUSH".
008450 01  WSTR-FLUSH-RETURN           PIC 9(09) COMP VALUE 0.
008460
008461*    WISPSCTL.DAT as read, for the rewrite that removes a
008462*    directive once it has been carried out.
008463 01  WSTR-CTL-TABLE.
008464     05  WSTR-CTL-COUNT          PIC 9(03) COMP VALUE 0.
008465     05  WSTR-CTL-LINE OCCURS 500 TIMES
008466                                 PIC X(41).
008467 01  WSTR-CTL-SUB                PIC 9(03) COMP VALUE 0.
008468 01  WSTR-CTL-CUR                PIC 9(03) COMP VALUE 0.
008469 01  WSTR-DROP-ACTION            PIC X(01) VALUE SPACE.
008470 01  WSTR-DROP-STEP              PIC 9(03) VALUE 0.
008471 01  WSTR-RESTART-STEP           PIC 9(03) VALUE 0.
008472 01  WSTR-RESTART-OPER           PIC X(08) VALUE SPACES.
008473 01  WSTR-JRN-OPERATOR           PIC X(08) VALUE SPACES.
008474 01  WSTR-JRN-STEP               PIC 9(03) VALUE 0.
008475 01  WSTR-JRN-ACTION             PIC X(10) VALUE SPACES.
008476 01  WSTR-JRN-REASON             PIC X(50) VALUE
008477     "APPLIED BY WISPSTRM".
008479*    Skips set for steps no longer in the stream, dropped once
008481*    WISPSCTL.DAT has been read through.
008483 01  WSTR-STALE-TABLE.
008485     05  WSTR-STALE-COUNT        PIC 9(03) COMP VALUE 0.
008487     05  WSTR-STALE-ENTRY OCCURS 50 TIMES.
008489         10  WSTR-STALE-STEP     PIC 9(03).
008491         10  WSTR-STALE-OPER     PIC X(08).
008493 01  WSTR-STALE-SUB              PIC 9(03) COMP VALUE 0.
008500
008600 PROCEDURE DIVISION.
008700
013305                 WSTR-STREAM-NAME " - STARTING FROM THE TOP."
013310         END-IF
013315     END-IF.
013316     PERFORM 1200-LOAD-CONTROLS THRU 1200-EXIT.
013317     IF WSTR-RESTART-REQUESTED
013318         PERFORM 1300-APPLY-RESTART-FROM THRU 1300-EXIT
013319     END-IF.
013320     IF WSTR-COMPLETED-STEPS > 0
013400         MOVE WSTR-COMPLETED-STEPS TO WSTR-RETURN-DISP
013500         DISPLAY "WISPSTRM: RESTART - STEPS COMPLETED BY LAST"
016092         END-IF
016094         MOVE WSTRR-CONTINUE
016096             TO WSTR-ST-CONTINUE (WSTR-STEP-COUNT)
016098         MOVE SPACES TO WSTR-ST-SKIP-OPER (WSTR-STEP-COUNT)
016100     ELSE
016110         SET WSTR-TOO-MANY-STEPS TO TRUE
016200     END-IF.
016629     GO TO 1160-EXIT.
016630 1160-EXIT.
016631     EXIT.
016632
016633**-----------------------------------------------------------**
016634**  1200-LOAD-CONTROLS                                       **
016635**  Pick up this stream's directives from the WACUSCTL      **
016636**  console: steps to skip are marked in the step table, a  **
016637**  restart-from step is noted for 1300.  No file means no  **
016638**  directives.                                              **
016639**-----------------------------------------------------------**
016640 1200-LOAD-CONTROLS.
016641     MOVE "N" TO WSTR-CTL-EOF-SW.
016642     MOVE 0 TO WSTR-STALE-COUNT.
016643     OPEN INPUT WISPSCTL-FILE.
016644     IF NOT WSCTL-FILE-OK
016645         GO TO 1200-EXIT
016646     END-IF.
016647     PERFORM 1210-LOAD-ONE-CONTROL THRU 1210-EXIT
016648         UNTIL WSTR-CTL-EOF.
016649     CLOSE WISPSCTL-FILE.
016650     PERFORM 1240-DROP-STALE-SKIP THRU 1240-EXIT
016651         VARYING WSTR-STALE-SUB FROM 1 BY 1
016652         UNTIL WSTR-STALE-SUB > WSTR-STALE-COUNT.
016653     GO TO 1200-EXIT.
016654 1200-EXIT.
016655     EXIT.
016656
016657**-----------------------------------------------------------**
016658**  1210-LOAD-ONE-CONTROL                                    **
016659**  A hold is WISPSCHD's business, not the driver's.         **
016660**-----------------------------------------------------------**
016661 1210-LOAD-ONE-CONTROL.
016662     READ WISPSCTL-FILE
016663         AT END SET WSTR-CTL-EOF TO TRUE
016664     END-READ.
016665     IF WSTR-CTL-EOF
016666             OR WSCTR-STREAM NOT = WSTR-STREAM-NAME
016667             OR WSCTR-STEP IS NOT NUMERIC
016668         GO TO 1210-EXIT
016669     END-IF.
016670     IF WSCTR-RESTART-FROM
016671         SET WSTR-RESTART-REQUESTED TO TRUE
016672         MOVE WSCTR-STEP TO WSTR-RESTART-STEP
016673         MOVE WSCTR-OPERATOR TO WSTR-RESTART-OPER
016674         GO TO 1210-EXIT
016675     END-IF.
016676     IF NOT WSCTR-SKIP-STEP
016677         GO TO 1210-EXIT
016678     END-IF.
016679     MOVE WSCTR-STEP TO WSTR-DROP-STEP.
016680     PERFORM 1220-FIND-CONTROL-STEP THRU 1220-EXIT.
016681     IF WSTR-CTL-CUR = 0
016682         DISPLAY "WISPSTRM: SKIP SET FOR UNKNOWN STEP "
016683             WSCTR-STEP " - DROPPED."
016684         IF WSTR-STALE-COUNT < 50
016685             ADD 1 TO WSTR-STALE-COUNT
016686             MOVE WSCTR-STEP TO WSTR-STALE-STEP (WSTR-STALE-COUNT)
016687             MOVE WSCTR-OPERATOR
016688                 TO WSTR-STALE-OPER (WSTR-STALE-COUNT)
016689         END-IF
016690         GO TO 1210-EXIT
016691     END-IF.
016692     MOVE WSCTR-OPERATOR TO WSTR-ST-SKIP-OPER (WSTR-CTL-CUR).
016693     GO TO 1210-EXIT.
016694 1210-EXIT.
016695     EXIT.
016696
016697**-----------------------------------------------------------**
016698**  1220-FIND-CONTROL-STEP                                   **
016699**  Step number WSTR-DROP-STEP in, its position in the run   **
016700**  order out in WSTR-CTL-CUR (zero when not in the stream). **
016701**-----------------------------------------------------------**
016702 1220-FIND-CONTROL-STEP.
016703     MOVE 0 TO WSTR-CTL-CUR.
016704     MOVE 1 TO WSTR-CTL-SUB.
016705     PERFORM 1230-CHECK-CONTROL-STEP THRU 1230-EXIT
016706         UNTIL WSTR-CTL-CUR > 0
016707            OR WSTR-CTL-SUB > WSTR-STEP-COUNT.
016708     GO TO 1220-EXIT.
016709 1220-EXIT.
016710     EXIT.
016711
016712**-----------------------------------------------------------**
016713**  1230-CHECK-CONTROL-STEP                                  **
016714**-----------------------------------------------------------**
016715 1230-CHECK-CONTROL-STEP.
016716     IF WSTR-ST-STEP (WSTR-CTL-SUB) = WSTR-DROP-STEP
016717         MOVE WSTR-CTL-SUB TO WSTR-CTL-CUR
016718     ELSE
016719         ADD 1 TO WSTR-CTL-SUB
016720     END-IF.
016721     GO TO 1230-EXIT.
016722 1230-EXIT.
016723     EXIT.
016724
016725**-----------------------------------------------------------**
016726**  1240-DROP-STALE-SKIP                                     **
016727**  A skip for a step no longer in the stream would never   **
016728**  be used up - remove it now, as a restart-from for such  **
016729**  a step is, and journal it as dropped.                    **
016730**-----------------------------------------------------------**
016731 1240-DROP-STALE-SKIP.
016732     MOVE "S" TO WSTR-DROP-ACTION.
016733     MOVE WSTR-STALE-STEP (WSTR-STALE-SUB) TO WSTR-DROP-STEP.
016734     PERFORM 4000-DROP-CONTROL THRU 4000-EXIT.
016735     MOVE WSTR-STALE-OPER (WSTR-STALE-SUB) TO WSTR-JRN-OPERATOR.
016736     MOVE WSTR-STALE-STEP (WSTR-STALE-SUB) TO WSTR-JRN-STEP.
016737     PERFORM 4600-JOURNAL-DROPPED THRU 4600-EXIT.
016738     GO TO 1240-EXIT.
016739 1240-EXIT.
016740     EXIT.
016741
016742**-----------------------------------------------------------**
016743**  1300-APPLY-RESTART-FROM                                  **
016744**  The operator's chosen step replaces the checkpoint: the  **
016745**  steps ahead of it count as completed, and WISPCHKP.DAT   **
016746**  is set to match so WCLINKX's bumps carry on from there.  **
016747**  Restarting from the first step is a fresh start.  The    **
016748**  directive is used up either way - a step no longer in    **
016749**  the stream leaves the checkpoint as it was.              **
016750**-----------------------------------------------------------**
016751 1300-APPLY-RESTART-FROM.
016752     MOVE WSTR-RESTART-STEP TO WSTR-DROP-STEP.
016753     PERFORM 1220-FIND-CONTROL-STEP THRU 1220-EXIT.
016754     MOVE WSTR-RESTART-STEP TO WSTR-STEP-DISP.
016755     IF WSTR-CTL-CUR = 0
016756         DISPLAY "WISPSTRM: RESTART STEP " WSTR-STEP-DISP
016757             " IS NOT IN THE STREAM - CHECKPOINT USED."
016758         MOVE WSTR-RESTART-OPER TO WSTR-JRN-OPERATOR
016759         MOVE WSTR-RESTART-STEP TO WSTR-JRN-STEP
016760         PERFORM 4600-JOURNAL-DROPPED THRU 4600-EXIT
016761         GO TO 1390-DROP-DIRECTIVE
016762     END-IF.
016763     COMPUTE WSTR-COMPLETED-STEPS = WSTR-CTL-CUR - 1.
016764     MOVE WSTR-COMPLETED-STEPS TO WSTR-CHKP-STEP-WORK.
016765     IF WSTR-COMPLETED-STEPS = 0
016766         MOVE "R" TO WSTR-CHKP-MODE
016767         MOVE SPACES TO WSTR-CHKP-PROGRAM
016768     ELSE
016769         MOVE "S" TO WSTR-CHKP-MODE
016770         MOVE WSTR-ST-PROGRAM (WSTR-COMPLETED-STEPS)
016771             TO WSTR-CHKP-PROGRAM
016772     END-IF.
016773     CALL "WISPCHKP" USING WSTR-CHKP-MODE
016774                          WSTR-CHKP-PROGRAM
016775                          WSTR-CHKP-STEP-WORK
016776                          WSTR-STREAM-NAME.
016777     DISPLAY "WISPSTRM: RESTART FROM STEP " WSTR-STEP-DISP
016778         " SET BY " WSTR-RESTART-OPER
016779         " - CHECKPOINT OVERRIDDEN.".
016780     MOVE WSTR-RESTART-OPER TO WSTR-JRN-OPERATOR.
016781     MOVE WSTR-RESTART-STEP TO WSTR-JRN-STEP.
016782     MOVE "RESTARTED" TO WSTR-JRN-ACTION.
016783     PERFORM 4500-WRITE-CONTROL-JOURNAL THRU 4500-EXIT.
016784 1390-DROP-DIRECTIVE.
016785     MOVE "F" TO WSTR-DROP-ACTION.
016786     PERFORM 4000-DROP-CONTROL THRU 4000-EXIT.
016787     GO TO 1300-EXIT.
016788 1300-EXIT.
016789     EXIT.
016600
016700**-----------------------------------------------------------**
016800**  2000-RUN-ONE-STEP                                        **
017400**-----------------------------------------------------------**
017500 2000-RUN-ONE-STEP.
017600     MOVE WSTR-ST-STEP (WSTR-STEP-SUB) TO WSTR-STEP-DISP.
017610     IF WSTR-ST-SKIP-OPER (WSTR-STEP-SUB) NOT = SPACES
017620         PERFORM 2300-SKIP-BY-OPERATOR THRU 2300-EXIT
017630         GO TO 2000-EXIT
017640     END-IF.
017700     IF WSTR-STEP-SUB <= WSTR-COMPLETED-STEPS
017800         IF WSTR-ST-MUST-RERUN (WSTR-STEP-SUB)
017900             MOVE "N" TO WSTR-CHECKPOINT-FLAG
020615     GO TO 2200-EXIT.
020616 2200-EXIT.
020617     EXIT.
020618
020619**-----------------------------------------------------------**
020620**  2300-SKIP-BY-OPERATOR                                    **
020621**  The step was marked at the console to be passed over    **
020622**  this run.  Outside the completed range it still counts  **
020623**  toward the checkpoint, the way a continued failure      **
020624**  does, so a later restart lines up with the stream.      **
020625**-----------------------------------------------------------**
020626 2300-SKIP-BY-OPERATOR.
020627     DISPLAY "WISPSTRM: STEP " WSTR-STEP-DISP " "
020628         WSTR-ST-PROGRAM (WSTR-STEP-SUB)
020629         " SKIPPED - MARKED BY "
020630         WSTR-ST-SKIP-OPER (WSTR-STEP-SUB) ".".
020631     IF WSTR-STEP-SUB > WSTR-COMPLETED-STEPS
020632         MOVE "U" TO WSTR-CHKP-MODE
020633         CALL "WISPCHKP" USING WSTR-CHKP-MODE
020634             WSTR-ST-PROGRAM (WSTR-STEP-SUB)
020635             WSTR-CHKP-STEP-WORK
020636     END-IF.
020637     MOVE WSTR-ST-SKIP-OPER (WSTR-STEP-SUB) TO WSTR-JRN-OPERATOR.
020638     MOVE WSTR-ST-STEP (WSTR-STEP-SUB) TO WSTR-JRN-STEP.
020639     MOVE "SKIPPED" TO WSTR-JRN-ACTION.
020640     PERFORM 4500-WRITE-CONTROL-JOURNAL THRU 4500-EXIT.
020641     MOVE "S" TO WSTR-DROP-ACTION.
020642     MOVE WSTR-ST-STEP (WSTR-STEP-SUB) TO WSTR-DROP-STEP.
020643     PERFORM 4000-DROP-CONTROL THRU 4000-EXIT.
020644     GO TO 2300-EXIT.
020645 2300-EXIT.
020646     EXIT.
020500
020600**-----------------------------------------------------------**
020700**  2100-DISPATCH-STEP                                       **
025530 3500-EXIT.
025540     EXIT.
025550
025551**-----------------------------------------------------------**
025552**  4000-DROP-CONTROL                                        **
025553**  Rewrite WISPSCTL.DAT without the directive just carried  **
025554**  out - WSTR-DROP-ACTION for this stream, at step          **
025555**  WSTR-DROP-STEP (any step for a restart-from).  A file    **
025556**  too big for the table is left alone rather than          **
025557**  truncated.                                               **
025558**-----------------------------------------------------------**
025559 4000-DROP-CONTROL.
025560     MOVE 0 TO WSTR-CTL-COUNT.
025561     MOVE "N" TO WSTR-CTL-EOF-SW.
025562     MOVE "N" TO WSTR-CTL-OVERFLOW-SW.
025563     OPEN INPUT WISPSCTL-FILE.
025564     IF NOT WSCTL-FILE-OK
025565         GO TO 4000-EXIT
025566     END-IF.
025567     PERFORM 4010-KEEP-CONTROL THRU 4010-EXIT
025568         UNTIL WSTR-CTL-EOF
025569            OR WSTR-CTL-OVERFLOW.
025570     CLOSE WISPSCTL-FILE.
025571     IF WSTR-CTL-OVERFLOW
025572         DISPLAY "WISPSTRM: WISPSCTL.DAT TOO LARGE TO REWRITE -"
025573             " REMOVE THE DIRECTIVE BY HAND."
025574         GO TO 4000-EXIT
025575     END-IF.
025576     OPEN OUTPUT WISPSCTL-FILE.
025577     PERFORM 4020-WRITE-CONTROL THRU 4020-EXIT
025578         VARYING WSTR-CTL-SUB FROM 1 BY 1
025579         UNTIL WSTR-CTL-SUB > WSTR-CTL-COUNT.
025580     CLOSE WISPSCTL-FILE.
025581     GO TO 4000-EXIT.
025582 4000-EXIT.
025583     EXIT.
025584
025585**-----------------------------------------------------------**
025586**  4010-KEEP-CONTROL                                        **
025587**-----------------------------------------------------------**
025588 4010-KEEP-CONTROL.
025589     READ WISPSCTL-FILE
025590         AT END SET WSTR-CTL-EOF TO TRUE
025591     END-READ.
025592     IF WSTR-CTL-EOF
025593         GO TO 4010-EXIT
025594     END-IF.
025595     IF WSCTR-STREAM = WSTR-STREAM-NAME
025596             AND WSCTR-ACTION = WSTR-DROP-ACTION
025597         IF WSCTR-RESTART-FROM
025598                 OR WSCTR-STEP = WSTR-DROP-STEP
025599             GO TO 4010-EXIT
025600         END-IF
025601     END-IF.
025602     IF WSTR-CTL-COUNT = 500
025603         SET WSTR-CTL-OVERFLOW TO TRUE
025604         GO TO 4010-EXIT
025605     END-IF.
025606     ADD 1 TO WSTR-CTL-COUNT.
025607     MOVE WISPSCTL-RECORD TO WSTR-CTL-LINE (WSTR-CTL-COUNT).
025608     GO TO 4010-EXIT.
025609 4010-EXIT.
025610     EXIT.
025611
025612**-----------------------------------------------------------**
025613**  4020-WRITE-CONTROL                                       **
025614**-----------------------------------------------------------**
025615 4020-WRITE-CONTROL.
025616     MOVE WSTR-CTL-LINE (WSTR-CTL-SUB) TO WISPSCTL-RECORD.
025617     WRITE WISPSCTL-RECORD.
025618     GO TO 4020-EXIT.
025619 4020-EXIT.
025620     EXIT.
025621
025622**-----------------------------------------------------------**
025623**  4500-WRITE-CONTROL-JOURNAL                               **
025624**  The control journal is shared with the console and the  **
025625**  scheduler - a busy open is retried, and the file is only **
025626**  created on status 35.                                    **
025627**-----------------------------------------------------------**
025628 4500-WRITE-CONTROL-JOURNAL.
025629     MOVE SPACES TO WISPSCJL-RECORD.
025630     ACCEPT WSCJL-DATE FROM DATE YYYYMMDD.
025631     ACCEPT WSCJL-TIME FROM TIME.
025632     MOVE WSTR-JRN-OPERATOR TO WSCJL-OPERATOR.
025633     MOVE WSTR-STREAM-NAME TO WSCJL-STREAM.
025634     MOVE WSTR-JRN-STEP TO WSCJL-STEP.
025635     MOVE WSTR-JRN-ACTION TO WSCJL-ACTION.
025636     MOVE WSTR-JRN-REASON TO WSCJL-REASON.
025637     MOVE 0 TO WSCJL-RETRY-COUNT.
025638     PERFORM 4510-OPEN-JOURNAL-APPEND THRU 4510-EXIT.
025639     IF NOT WSCJL-FILE-OK
025640         GO TO 4500-EXIT
025641     END-IF.
025642     WRITE WISPSCJL-RECORD.
025643     CLOSE WISPSCJL-LOG.
025644     GO TO 4500-EXIT.
025645 4500-EXIT.
025646     EXIT.
025647
025648**-----------------------------------------------------------**
025649**  4510-OPEN-JOURNAL-APPEND                                 **
025650**-----------------------------------------------------------**
025651 4510-OPEN-JOURNAL-APPEND.
025652     OPEN EXTEND WISPSCJL-LOG.
025653     IF WSCJL-FILE-OK
025654         GO TO 4510-EXIT
025655     END-IF.
025656     IF WSCJL-FILE-NOT-FOUND
025657         OPEN OUTPUT WISPSCJL-LOG
025658         GO TO 4510-EXIT
025659     END-IF.
025660     ADD 1 TO WSCJL-RETRY-COUNT.
025661     IF WSCJL-RETRY-COUNT < 30
025662         GO TO 4510-OPEN-JOURNAL-APPEND
025663     END-IF.
025664     GO TO 4510-EXIT.
025665 4510-EXIT.
025666     EXIT.
025667
025669**-----------------------------------------------------------**
025671**  4600-JOURNAL-DROPPED                                     **
025673**  A directive removed unused because its step is no       **
025675**  longer in the stream.                                    **
025677**-----------------------------------------------------------**
025679 4600-JOURNAL-DROPPED.
025681     MOVE "DROPPED" TO WSTR-JRN-ACTION.
025683     MOVE "STEP NOT IN STREAM - DROPPED BY WISPSTRM"
025685         TO WSTR-JRN-REASON.
025687     PERFORM 4500-WRITE-CONTROL-JOURNAL THRU 4500-EXIT.
025689     MOVE "APPLIED BY WISPSTRM" TO WSTR-JRN-REASON.
025691     GO TO 4600-EXIT.
025693 4600-EXIT.
025695     EXIT.
025697
025700 9999-EXIT.
025750     EXIT PROGRAM.
025800 9999-STOP.
025850     STOP RUN.
