000700**
000800**   Purpose:    Nightly Log Archive and Retention.  Rolls the
000900**               records older than the current day out of the
001000**               live WISPERR.LOG, WISPLINK.LOG, WISPHLP.LOG and
001050**               WISPHFB.LOG files into month-keyed archive
001100**               files, purges
001200**               archive months older than the configured
001300**               retention period, and prints an archive/purge
001400**               activity report so the audit trail of what was
001500**               kept and what was dropped is itself on file.
001600**
001700**               The retention period (in months) is the
001800**               WISP_LOG_RETAIN_MONTHS runtime parameter (see
001900**               WISPPARM) and defaults to 12 when it is absent
002000**               or not numeric.  Archive files are named from
002100**               the live log name plus the record month, e.g.
002200**               WISPERR.202607.
002300**
002400**   Build:      ccbl -o WISPLGAR.acu WISPLGAR.cob
002703**          name via WISPSPLR and register it in the report
002704**          catalog, so a run no longer overwrites the last one
002705**          and WACURPTV can redisplay or reprint it.
002715**     dgh  Archive the WISPHFB.LOG help-topic feedback log
002725**          with the others.
002735**     dgh  Read WISP_LOG_RETAIN_MONTHS through WISPPARM, so the
002745**          WISPPARM.DAT stream or system value applies unless
002755**          the job's environment overrides it.
002800**
002900
003000 IDENTIFICATION DIVISION.
004900     SELECT WISPHLP-LOG ASSIGN TO "WISPHLP"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WLGA-HLP-STATUS.
005120
005140     SELECT WISPHFB-LOG ASSIGN TO "WISPHFB"
005160         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS WLGA-HFB-STATUS.
005200
005300     SELECT KEEP-FILE ASSIGN TO "WISPLGWK"
005400         ORGANIZATION IS LINE SEQUENTIAL
007300
007400 FD  WISPHLP-LOG.
007500 01  WLGA-HLP-REC                PIC X(132).
007520
007540 FD  WISPHFB-LOG.
007560 01  WLGA-HFB-REC                PIC X(132).
007600
007700 FD  KEEP-FILE.
007800 01  WLGA-KEEP-REC               PIC X(132).
008800 01  WLGA-ERR-STATUS             PIC XX.
008900 01  WLGA-LNK-STATUS             PIC XX.
009000 01  WLGA-HLP-STATUS             PIC XX.
009050 01  WLGA-HFB-STATUS             PIC XX.
009100 01  WLGA-KEEP-STATUS            PIC XX.
009200 01  WLGA-ARCH-STATUS            PIC XX.
009300     88  WLGA-ARCH-OK                VALUE "00".
011500     05  WLGA-TODAY-MM           PIC 9(02).
011600     05  FILLER                  PIC X(02).
011700
011720 01  WLGA-PARM-NAME              PIC X(30) VALUE SPACES.
011740 01  WLGA-PARM-VALUE             PIC X(40) VALUE SPACES.
011800 01  WLGA-RETAIN-X               PIC X(03) VALUE SPACES.
011900 77  WLGA-RETAIN-MONTHS          PIC 9(04) COMP VALUE 12.
012000 77  WLGA-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
014400     05  FILLER                  PIC X(08) VALUE "WISPERR ".
014500     05  FILLER                  PIC X(08) VALUE "WISPLINK".
014600     05  FILLER                  PIC X(08) VALUE "WISPHLP ".
014650     05  FILLER                  PIC X(08) VALUE "WISPHFB ".
014700 01  FILLER REDEFINES WLGA-LOG-NAME-VALUES.
014800     05  WLGA-LOG-NAME OCCURS 4  PIC X(08).
014900
015000 77  WLGA-KEPT-COUNT             PIC 9(07) COMP VALUE 0.
015100 77  WLGA-PURGED-COUNT           PIC 9(07) COMP VALUE 0.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     PERFORM 2000-PROCESS-ONE-LOG THRU 2000-EXIT
021700         VARYING WLGA-LOG-SUB FROM 1 BY 1
021800         UNTIL WLGA-LOG-SUB > 4.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022000     STOP RUN.
022100
022700**-----------------------------------------------------------**
022800 1000-INITIALIZE.
022900     ACCEPT WLGA-TODAY FROM DATE YYYYMMDD.
022950     MOVE "WISP_LOG_RETAIN_MONTHS" TO WLGA-PARM-NAME.
023000     CALL "WISPPARM" USING WLGA-PARM-NAME WLGA-PARM-VALUE.
023050     MOVE WLGA-PARM-VALUE TO WLGA-RETAIN-X.
023200     IF WLGA-RETAIN-X NOT = SPACES
023300         COMPUTE WLGA-RETAIN-MONTHS =
023400             FUNCTION NUMVAL (WLGA-RETAIN-X)
055200         WHEN 3
055300             OPEN INPUT WISPHLP-LOG
055400             MOVE WLGA-HLP-STATUS TO WLGA-MASTER-STATUS
055420         WHEN 4
055440             OPEN INPUT WISPHFB-LOG
055460             MOVE WLGA-HFB-STATUS TO WLGA-MASTER-STATUS
055500     END-EVALUATE.
055600     GO TO 8100-EXIT.
055700 8100-EXIT.
057400             READ WISPHLP-LOG INTO WLGA-WORK-REC
057500                 AT END SET WLGA-MASTER-EOF TO TRUE
057600             END-READ
057620         WHEN 4
057640             READ WISPHFB-LOG INTO WLGA-WORK-REC
057660                 AT END SET WLGA-MASTER-EOF TO TRUE
057680             END-READ
057700     END-EVALUATE.
057800     GO TO 8200-EXIT.
057900 8200-EXIT.
059000             CLOSE WISPLINK-LOG
059100         WHEN 3
059200             CLOSE WISPHLP-LOG
059220         WHEN 4
059240             CLOSE WISPHFB-LOG
059300     END-EVALUATE.
059400     GO TO 8300-EXIT.
059500 8300-EXIT.
060600             OPEN OUTPUT WISPLINK-LOG
060700         WHEN 3
060800             OPEN OUTPUT WISPHLP-LOG
060820         WHEN 4
060840             OPEN OUTPUT WISPHFB-LOG
060900     END-EVALUATE.
061000     GO TO 8400-EXIT.
061100 8400-EXIT.
062200             WRITE WLGA-LNK-REC FROM WLGA-WORK-REC
062300         WHEN 3
062400             WRITE WLGA-HLP-REC FROM WLGA-WORK-REC
062420         WHEN 4
062440             WRITE WLGA-HFB-REC FROM WLGA-WORK-REC
062500     END-EVALUATE.
062600     GO TO 8500-EXIT.
062700 8500-EXIT.
