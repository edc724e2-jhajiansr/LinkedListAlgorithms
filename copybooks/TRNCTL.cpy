000100******************************************************************
000200*    TRNCTL.CPY
000300*    CONTROL-CARD LAYOUT FOR PROGRAM6 (LIST TRANSACTION
000400*    PROCESSOR), READ FROM THE TRNCTL DD. SYSIN CARRIES THE
000500*    TRANSACTION DECK ITSELF, SO THE RUN OPTIONS RIDE ON THEIR
000600*    OWN ONE-CARD DATASET. THE DD IS OPTIONAL - NO DATASET, OR
000700*    AN EMPTY ONE, MEANS AN ORDINARY LIVE RUN.
000800*
000900*    TN-SIMULATE-FLAG    COL  1      'Y' = SIMULATE: VALIDATE
001000*                                    AND APPLY EVERY CARD IN
001100*                                    STORAGE AND PRINT THE
001200*                                    REGISTER, BUT WRITE NOTHING
001300*                                    BACK TO ANY DATASET
001400*
001500*    MAINTENANCE HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    -------    ---- ------------------------------------------
001800*    2026-10-15 SRJ  ORIGINAL COPYBOOK - TRANSACTION RUN CONTROL
001900******************************************************************
002000 01  TRAN-CONTROL-RECORD.
002100     05  TN-SIMULATE-FLAG            PIC X(01).
002200         88  TN-SIMULATE             VALUE 'Y'.
002300     05  FILLER                      PIC X(79).
