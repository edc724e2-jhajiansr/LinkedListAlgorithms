001500*                              ADJUSTMENT; IGNORED FOR RECEIPT
001600*                              AND ISSUE
001700*    MV-QUANTITY   COLS 43-49  MOVEMENT QUANTITY, PIC 9(07)
001710*    MV-EFF-ON-DATE COLS 50-57 EFFECTIVE-ON DATE, YYYYMMDD.
001720*                              BLANK OR ZERO = POST NOW. A DATE
001730*                              AFTER THE RUN DATE QUEUES THE
001740*                              MOVEMENT ON PENDFILE UNTIL THEN
001800*
001900*    MAINTENANCE HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    -------    ---- ------------------------------------------
002200*    2026-09-01 SRJ  ORIGINAL COPYBOOK - MOVEMENT RECORD
002210*    2026-10-15 SRJ  ADDED MV-EFF-ON-DATE IN COLS 50-57, CARVED
002220*                    FROM THE FILLER - FUTURE-DATED MOVEMENTS
002230*                    ARE QUEUED ON PENDFILE.
002300******************************************************************
002400 01  MOVE-RECORD.
002500     05  MV-ITEM-KEY                 PIC X(20).
003200     05  MV-SIGN                     PIC X(01).
003300         88  MV-SIGN-MINUS           VALUE '-'.
003400     05  MV-QUANTITY                 PIC 9(07).
003500     05  MV-EFF-ON-DATE              PIC X(08).
003510     05  MV-EFF-ON-DATE-N REDEFINES MV-EFF-ON-DATE
003520                                     PIC 9(08).
003600     05  FILLER                      PIC X(23).
