000100******************************************************************
000200*    CYCCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM36 (CYCLE MONITOR). ONE
000400*    CARD NAMES THE NIGHTLY CYCLE TO CHECK BY THE DATE AND
000500*    CLOCK TIME IT STARTED. THE CYCLE IS THE 24 HOURS FROM
000600*    THAT MOMENT; ONLY RUNFILE RECORDS WRITTEN INSIDE IT COUNT.
000700*
000800*    CY-CYCLE-DATE    COLS  1-6   YYMMDD THE CYCLE STARTED.
000900*                                 BLANK = THE CYCLE THAT
001000*                                 STARTED MOST RECENTLY - TODAY
001100*                                 IF THE START TIME HAS PASSED,
001200*                                 OTHERWISE YESTERDAY.
001300*    CY-CYCLE-START   COLS  7-10  HHMM THE CYCLE STARTS.
001400*                                 BLANK = 1800.
001500*
001600*    MAINTENANCE HISTORY
001700*    DATE       INIT DESCRIPTION
001800*    -------    ---- ------------------------------------------
001900*    2026-10-15 SRJ  ORIGINAL COPYBOOK - CYCLE MONITOR CONTROL
002000******************************************************************
002100 01  CYCLE-CONTROL-RECORD.
002200     05  CY-CYCLE-DATE-X             PIC X(06).
002300     05  CY-CYCLE-DATE REDEFINES CY-CYCLE-DATE-X
002400                                     PIC 9(06).
002500     05  CY-CYCLE-START-X            PIC X(04).
002600     05  CY-CYCLE-START REDEFINES CY-CYCLE-START-X.
002700         10  CY-START-HH             PIC 9(02).
002800         10  CY-START-MM             PIC 9(02).
002900     05  FILLER                      PIC X(70).
