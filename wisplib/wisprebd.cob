002500**
002600**   Modifications:
002700**     dgh  Original version.
002720**     dgh  Read WISP_LOG_RETAIN_MONTHS through WISPPARM, so the
002740**          WISPPARM.DAT stream or system value applies unless
002760**          the job's environment overrides it.
002800**
002900
003000 IDENTIFICATION DIVISION.
008200     05  WRBD-TODAY-MM           PIC 9(02).
008300     05  FILLER                  PIC X(02).
008400
008420 01  WRBD-PARM-NAME              PIC X(30) VALUE SPACES.
008440 01  WRBD-PARM-VALUE             PIC X(40) VALUE SPACES.
008500 01  WRBD-RETAIN-X               PIC X(03) VALUE SPACES.
008600 77  WRBD-RETAIN-MONTHS          PIC 9(04) COMP VALUE 12.
008700 77  WRBD-CURR-MON-IX            PIC 9(09) COMP VALUE 0.
012700**-----------------------------------------------------------**
012800 1000-INITIALIZE.
012900     ACCEPT WRBD-TODAY FROM DATE YYYYMMDD.
012950     MOVE "WISP_LOG_RETAIN_MONTHS" TO WRBD-PARM-NAME.
013000     CALL "WISPPARM" USING WRBD-PARM-NAME WRBD-PARM-VALUE.
013050     MOVE WRBD-PARM-VALUE TO WRBD-RETAIN-X.
013200     IF WRBD-RETAIN-X NOT = SPACES
013300         COMPUTE WRBD-RETAIN-MONTHS =
013400             FUNCTION NUMVAL (WRBD-RETAIN-X)
