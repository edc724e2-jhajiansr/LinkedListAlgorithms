000100******************************************************************
000200*    TRDCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM37 (STATISTICS TREND
000400*    REPORT). ONE CARD NAMES THE LIST (OR ALL), THE PERIOD THE
000500*    HISTORY IS SHOWN BY, HOW MANY CONSECUTIVE PERIODS OF
000600*    GROWTH FLAG A LIST, AND OPTIONALLY THE FIRST DATE TO PRINT.
000700*
000800*    TD-LIST-ID         COLS  1-20  LIST TO REPORT, OR 'ALL'.
000900*                                   BLANK DEFAULTS TO 'ALL'.
001000*    TD-PERIOD          COL  21     'D' = DAILY, 'W' = WEEKLY
001100*                                   (MONDAY TO SUNDAY), 'M' =
001200*                                   MONTH-END. BLANK = 'M'.
001300*                                   EACH PERIOD SHOWS THE LAST
001400*                                   SNAPSHOT TAKEN IN IT.
001500*    TD-GROWTH-PERIODS  COLS 22-23  FLAG A LIST WHOSE CELL COUNT
001600*                                   HAS GROWN THIS MANY PERIODS
001700*                                   RUNNING. BLANK OR ZERO = 03.
001800*    TD-FROM-DATE       COLS 24-31  YYYYMMDD - PERIODS BEFORE IT
001900*                                   ARE NOT PRINTED (THEY STILL
002000*                                   FEED THE FIRST CHANGE AND
002100*                                   THE GROWTH RUN). BLANK =
002200*                                   PRINT THE WHOLE HISTORY.
002300*
002400*    MAINTENANCE HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    -------    ---- ------------------------------------------
002700*    2026-10-15 SRJ  ORIGINAL COPYBOOK - TREND REPORT CONTROL
002800******************************************************************
002900 01  TREND-CONTROL-RECORD.
003000     05  TD-LIST-ID                  PIC X(20).
003100         88  TD-ALL-LISTS            VALUE 'ALL'.
003200     05  TD-PERIOD                   PIC X(01).
003300         88  TD-DAILY                VALUE 'D'.
003400         88  TD-WEEKLY               VALUE 'W'.
003500         88  TD-MONTH-END            VALUE 'M'.
003600         88  TD-VALID-PERIOD         VALUES 'D' 'W' 'M'.
003700     05  TD-GROWTH-PERIODS-X         PIC X(02).
003800     05  TD-GROWTH-PERIODS REDEFINES TD-GROWTH-PERIODS-X
003900                                     PIC 9(02).
004000     05  TD-FROM-DATE-X              PIC X(08).
004100     05  TD-FROM-DATE REDEFINES TD-FROM-DATE-X
004200                                     PIC 9(08).
004300     05  FILLER                      PIC X(49).
