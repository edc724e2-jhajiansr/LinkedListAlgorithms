001100*    REPORT) CAN START DIRECTLY AT ONE ITEM'S HISTORY; THE
001200*    LIST ID, REMOVAL STAMP AND CELL INDEX COMPLETE THE KEY SO
001300*    REPEATED SWEEPS OF THE SAME ITEM NEVER COLLIDE.
001310*
001320*    HX-REINSTATE-FLAG IS SET TO 'R' WHEN PROGRAM39 PUTS THE
001330*    CELL BACK ON ITS LIST, SO THE SAME HISTORY RECORD CANNOT
001340*    BE REINSTATED TWICE. THE SWEEP WRITES IT AS A SPACE.
001400*
001500*    MAINTENANCE HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    -------    ---- ------------------------------------------
001800*    2026-09-01 SRJ  ORIGINAL COPYBOOK - SWEEP HISTORY RECORD
001810*    2026-10-15 SRJ  TRAILING FILLER BYTE IS NOW THE REINSTATE
001820*                    FLAG.
001900******************************************************************
002000 01  HIST-RECORD.
002100     05  HX-HIST-KEY.
003200         10  HX-CELL-EFF-DATE    PIC 9(08).
003300         10  HX-CELL-STATUS      PIC X(01).
003400         10  FILLER              PIC X(44).
003500     05  HX-REINSTATE-FLAG       PIC X(01).
003510         88  HX-REINSTATED       VALUE 'R'.
