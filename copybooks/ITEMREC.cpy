000100******************************************************************
000200*    ITEMREC.CPY
000300*    RECORD LAYOUT FOR ITEMFILE - THE KEYED ITEM MASTER. ONE
000400*    RECORD PER ITEM KEY THE BUSINESS RECOGNISES, CARRYING ITS
000500*    DESCRIPTION, UNIT OF MEASURE, UNIT COST AND WHETHER IT IS
000600*    STILL ACTIVE. EVERY PROGRAM THAT ADDS A CELL TO LISTFILE
000700*    (PROGRAM1, PROGRAM6, PROGRAM27) AND THE LUPD ONLINE UPDATE
000800*    (PROGRAM23) REFUSES AN ITEM KEY THAT IS NOT ON THIS FILE OR
000900*    IS DISCONTINUED, SO A MISTYPED KEY CAN NO LONGER LAND ON A
001000*    LIST AS A "NEW" ITEM. MAINTAINED BY PROGRAM30 (ITEM MASTER
001100*    MAINTENANCE).
001200*
001300*    MAINTENANCE HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    -------    ---- ------------------------------------------
001600*    2026-10-15 SRJ  ORIGINAL COPYBOOK - ITEM MASTER RECORD
001700******************************************************************
001800 01  ITEM-MASTER-RECORD.
001900     05  MI-ITEM-KEY                 PIC X(20).
002000     05  MI-DESCRIPTION              PIC X(30).
002100     05  MI-UNIT-OF-MEASURE          PIC X(04).
002200     05  MI-UNIT-COST                PIC 9(07)V99.
002300     05  MI-ACTIVE-FLAG              PIC X(01).
002400         88  MI-ITEM-ACTIVE          VALUE 'A'.
002500         88  MI-ITEM-DISCONTINUED    VALUE 'D'.
002600     05  MI-LAST-MAINT-DATE          PIC 9(06).
002700     05  FILLER                      PIC X(30).
