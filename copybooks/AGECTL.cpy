000100******************************************************************
000200*    AGECTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM32 (AGING BUCKET REPORT).
000400*    ONE CARD NAMES THE LIST TO AGE (OR 'ALL') AND THE UPPER
000500*    LIMITS, IN DAYS, OF THE THREE MIDDLE AGE BUCKETS. A CELL
000600*    EFFECTIVE ON OR AFTER THE RUN DATE IS CURRENT; ONE OLDER
000700*    THAN THE THIRD LIMIT IS IN THE OVER BUCKET.
000800*
000900*    AG-LIST-ID      COLS  1-20  LIST TO AGE, OR 'ALL' (BLANK
001000*                                DEFAULTS TO 'ALL')
001100*    AG-LIMIT-1      COLS 21-23  FIRST BUCKET UPPER LIMIT,
001200*                                PIC 9(03); BLANK = 030
001300*    AG-LIMIT-2      COLS 24-26  SECOND BUCKET UPPER LIMIT;
001400*                                BLANK = 060
001500*    AG-LIMIT-3      COLS 27-29  THIRD BUCKET UPPER LIMIT;
001600*                                BLANK = 090
001700*    AG-RUN-DATE     COLS 30-37  YYYYMMDD THE AGES ARE MEASURED
001800*                                TO; BLANK = TODAY. LETS A RERUN
001900*                                REPRODUCE AN EARLIER NIGHT.
002000*
002100*    MAINTENANCE HISTORY
002200*    DATE       INIT DESCRIPTION
002300*    -------    ---- ------------------------------------------
002400*    2026-10-15 SRJ  ORIGINAL COPYBOOK - AGING REPORT CONTROL
002500******************************************************************
002600 01  AGING-CONTROL-RECORD.
002700     05  AG-LIST-ID                  PIC X(20).
002800         88  AG-ALL-LISTS            VALUE 'ALL'.
002900     05  AG-LIMIT-1                  PIC 9(03).
003000     05  AG-LIMIT-2                  PIC 9(03).
003100     05  AG-LIMIT-3                  PIC 9(03).
003200     05  AG-RUN-DATE                 PIC 9(08).
003300     05  FILLER                      PIC X(43).
