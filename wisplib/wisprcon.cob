002700**
002800**   Modifications:
002900**     dgh  Original version.
002920**     dgh  Read WISP_LOG_RETAIN_MONTHS through WISPPARM, so the
002940**          WISPPARM.DAT stream or system value applies unless
002960**          the job's environment overrides it.
003000**
003100
003200 IDENTIFICATION DIVISION.
009900     05  WRCN-TODAY-MM           PIC 9(02).
010000     05  FILLER                  PIC X(02).
010100
010120 01  WRCN-PARM-NAME              PIC X(30) VALUE SPACES.
010140 01  WRCN-PARM-VALUE             PIC X(40) VALUE SPACES.
010200 01  WRCN-RETAIN-X               PIC X(03) VALUE SPACES.
010300 77  WRCN-RETAIN-MONTHS          PIC 9(04) COMP VALUE 12.
010400 77  WRCN-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
018000**-----------------------------------------------------------**
018100 1000-INITIALIZE.
018200     ACCEPT WRCN-TODAY FROM DATE YYYYMMDD.
018250     MOVE "WISP_LOG_RETAIN_MONTHS" TO WRCN-PARM-NAME.
018300     CALL "WISPPARM" USING WRCN-PARM-NAME WRCN-PARM-VALUE.
018350     MOVE WRCN-PARM-VALUE TO WRCN-RETAIN-X.
018500     IF WRCN-RETAIN-X NOT = SPACES
018600         COMPUTE WRCN-RETAIN-MONTHS =
018700             FUNCTION NUMVAL (WRCN-RETAIN-X)
