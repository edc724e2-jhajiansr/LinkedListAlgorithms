000100******************************************************************
000200*    SIDXREC.CPY
000300*    RECORD LAYOUT FOR STATIDX - THE STATUS AND EFFECTIVE-DATE
000400*    INDEX OVER LISTFILE. LISTFILE IS KEYED ONLY BY LIST ID AND
000500*    INDEX, SO "EVERY CELL HELD SINCE MARCH" MEANT READING THE
000600*    WHOLE CATALOG. STATIDX CARRIES ONE ENTRY PER STRUCTURED
000700*    CELL, WITH TWO KEYS:
000800*
000900*    SX-CELL-KEY     PRIME KEY - THE CELL'S OWN LISTFILE KEY, SO
001000*                    A PROGRAM THAT HAS JUST WRITTEN OR DELETED A
001100*                    CELL CAN REPLACE OR DROP ITS ENTRY WITHOUT
001200*                    KNOWING WHAT THE CELL LOOKED LIKE BEFORE.
001300*    SX-STATUS-KEY   ALTERNATE KEY - STATUS CODE, EFFECTIVE DATE,
001400*                    LIST ID, INDEX. ALL CELLS OF ONE STATUS
001500*                    FOLLOW CONTIGUOUSLY, OLDEST FIRST, SO A
001600*                    STATUS AND DATE RANGE IS ONE START AND A
001700*                    SHORT READ FORWARD. THE LIST ID AND INDEX
001800*                    MAKE IT UNIQUE. ONLINE, THE PATH OVER THIS
001900*                    KEY IS FILE 'STATPATH'.
002000*
002100*    LEGACY FREE-TEXT CELLS (NON-NUMERIC QUANTITY) HAVE NO STATUS
002200*    OR DATE TO INDEX AND INDEX-ZERO IN-USE MARKERS ARE NOT
002300*    CELLS, SO NEITHER HAS AN ENTRY. THE ITEM KEY AND QUANTITY
002400*    RIDE ALONG SO A BROWSE CAN SHOW THE CELL WITHOUT READING
002500*    LISTFILE.
002600*
002700*    MAINTAINED BY EVERY PROGRAM THAT WRITES OR DELETES LISTFILE
002800*    CELLS, AT THE SAME POINT IT LOGS THE CHANGE TO CHGLOG;
002900*    REGENERATED FROM LISTFILE BY StatIdxBuild (PROGRAM46) AND BY
003000*    ListRecover (PROGRAM45) AFTER A RECOVERY.
003100*
003200*    MAINTENANCE HISTORY
003300*    DATE       INIT DESCRIPTION
003400*    -------    ---- ------------------------------------------
003500*    2026-10-15 SRJ  ORIGINAL COPYBOOK - STATUS/DATE INDEX
003600******************************************************************
003700 01  STATUS-INDEX-RECORD.
003800     05  SX-CELL-KEY.
003900         10  SX-LIST-ID              PIC X(20).
004000         10  SX-LIST-INDEX           PIC 9(05).
004100     05  SX-STATUS-KEY.
004200         10  SX-STATUS-CODE          PIC X(01).
004300         10  SX-EFF-DATE             PIC 9(08).
004400         10  SX-STATUS-LIST-ID       PIC X(20).
004500         10  SX-STATUS-INDEX         PIC 9(05).
004600     05  SX-ITEM-KEY                 PIC X(20).
004700     05  SX-QUANTITY                 PIC 9(07).
004800     05  FILLER                      PIC X(14).
