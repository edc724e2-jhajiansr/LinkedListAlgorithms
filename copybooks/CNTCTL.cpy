000100******************************************************************
000200*    CNTCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM34 (CYCLE COUNT
000400*    RECONCILIATION). ONE CARD NAMES THE LIST TO RECONCILE (OR
000500*    BLANK FOR EVERY LIST ON THE COUNT FILE), THE VARIANCE
000600*    TOLERANCE, AND WHETHER VARIANCES BEYOND IT ARE POSTED.
000700*
000800*    CN-LIST-ID          COLS  1-20  LIST TO RECONCILE; BLANK =
000900*                                    EVERY LIST COUNTED
001000*    CN-TOLERANCE-PCT    COLS 21-25  PERCENTAGE, 999V99 (00500 =
001100*                                    5.00%). A VARIANCE OF MORE
001200*                                    THAN THIS PERCENTAGE OF
001300*                                    BOOK IS FLAGGED FOR
001400*                                    SUPERVISOR REVIEW. BLANK =
001500*                                    ZERO - EVERY VARIANCE IS
001600*                                    FLAGGED.
001700*    CN-POST-FLAGGED     COL  26     'Y' = THE SUPERVISOR HAS
001800*                                    REVIEWED THE FLAGGED
001900*                                    VARIANCES; WRITE THEIR
002000*                                    ADJUSTMENTS TOO. OTHERWISE
002100*                                    ONLY VARIANCES WITHIN
002200*                                    TOLERANCE ARE WRITTEN.
002300*
002400*    MAINTENANCE HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    -------    ---- ------------------------------------------
002700*    2026-10-15 SRJ  ORIGINAL COPYBOOK - COUNT RECONCILIATION
002800*                    CONTROL CARD
002900******************************************************************
003000 01  COUNT-CONTROL-RECORD.
003100     05  CN-LIST-ID                  PIC X(20).
003200     05  CN-TOLERANCE-PCT-X          PIC X(05).
003300     05  CN-TOLERANCE-PCT REDEFINES CN-TOLERANCE-PCT-X
003400                                     PIC 9(03)V9(02).
003500     05  CN-POST-FLAGGED             PIC X(01).
003600         88  CN-POST-FLAGGED-VARIANCES VALUE 'Y'.
003700     05  FILLER                      PIC X(54).
