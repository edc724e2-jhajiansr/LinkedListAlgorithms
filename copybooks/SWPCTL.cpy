001500*                                    WHOSE EFFECTIVE DATE IS
001600*                                    OLDER THAN THIS. BLANK OR
001700*                                    ZERO = NO AGE RULE.
001710*    SW-RETENTION-FLAG   COL  30     'Y' = SWEEP CELLS OLDER
001720*                                    THAN THEIR LIST'S LISTDEF
001730*                                    RETENTION DAYS
001740*    SW-SIMULATE-FLAG    COL  31     'Y' = SIMULATE: REPORT WHAT
001750*                                    WOULD BE SWEPT, BUT WRITE
001760*                                    NOTHING BACK TO ANY DATASET
001800*
001900*    MAINTENANCE HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    -------    ---- ------------------------------------------
002200*    2026-09-01 SRJ  ORIGINAL COPYBOOK - AGING SWEEP CONTROL
002210*    2026-10-15 SRJ  ADDED SW-RETENTION-FLAG - LISTDEF RETENTION
002220*                    RULE
002230*    2026-10-15 SRJ  ADDED SW-SIMULATE-FLAG - SIMULATED SWEEP
002300******************************************************************
002400 01  SWEEP-CONTROL-RECORD.
002500     05  SW-LIST-ID                  PIC X(20).
002700     05  SW-CANCELLED-FLAG           PIC X(01).
002800         88  SW-SWEEP-CANCELLED      VALUE 'Y'.
002900     05  SW-CUTOFF-DATE              PIC 9(08).
002910     05  SW-RETENTION-FLAG           PIC X(01).
002920         88  SW-SWEEP-RETENTION      VALUE 'Y'.
002930     05  SW-SIMULATE-FLAG            PIC X(01).
002940         88  SW-SIMULATE             VALUE 'Y'.
003000     05  FILLER                      PIC X(49).
