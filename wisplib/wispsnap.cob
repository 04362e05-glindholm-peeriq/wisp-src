002700**
002800**   Modifications:
002900**     dgh  Original version.
002920**     dgh  Read WISP_SNAP_GENERATIONS through WISPPARM, so the
002940**          WISPPARM.DAT stream or system value applies unless
002960**          the job's environment overrides it.
003000**
003100
003200 IDENTIFICATION DIVISION.
014100 01  WSNP-TODAY                  PIC X(08) VALUE SPACES.
014200 01  WSNP-SNAP-NAME              PIC X(20) VALUE SPACES.
014300
014320 01  WSNP-PARM-NAME              PIC X(30) VALUE SPACES.
014340 01  WSNP-PARM-VALUE             PIC X(40) VALUE SPACES.
014400 01  WSNP-GENS-X                 PIC X(03) VALUE SPACES.
014500 77  WSNP-GENERATIONS            PIC 9(03) COMP VALUE 7.
014600
025500**-----------------------------------------------------------**
025600 1000-INITIALIZE.
025700     ACCEPT WSNP-TODAY FROM DATE YYYYMMDD.
025750     MOVE "WISP_SNAP_GENERATIONS" TO WSNP-PARM-NAME.
025800     CALL "WISPPARM" USING WSNP-PARM-NAME WSNP-PARM-VALUE.
025850     MOVE WSNP-PARM-VALUE TO WSNP-GENS-X.
026000     IF WSNP-GENS-X NOT = SPACES
026100         COMPUTE WSNP-GENERATIONS =
026200             FUNCTION NUMVAL (WSNP-GENS-X)
