000100******************************************************************
000200*    IMGREC.CPY
000300*    RECORD LAYOUT FOR IMAGFILE - THE IMAGE COPY OF LISTFILE THAT
000400*    ImageCopy (PROGRAM44) WRITES AND ListRecover (PROGRAM45)
000500*    RELOADS. ONE HEADER, ONE RECORD PER CELL IN LISTFILE KEY
000600*    ORDER, ONE TRAILER.
000700*
000800*    IM-RECORD-TYPE:
000900*      'H' = HEADER  - IM-COPY-DATE/TIME IS THE COPY'S STAMP, THE
001000*                      SAME STAMP AS THE 'K' CHECKPOINT ImageCopy
001100*                      WROTE TO CHGLOG BEFORE IT STARTED READING.
001200*      'C' = CELL    - IM-LIST-RECORD IS THE 120-BYTE LIST-RECORD
001300*                      EXACTLY AS IT WAS READ.
001400*      'T' = TRAILER - THE SAME STAMP AGAIN, WITH THE CELL AND
001500*                      LIST COUNTS AND A HASH TOTAL OF LR-QUANTITY
001600*                      OVER EVERY CELL WHOSE QUANTITY IS NUMERIC,
001700*                      SO A TRUNCATED OR DAMAGED COPY IS REFUSED
001800*                      BEFORE ANYTHING IS RELOADED FROM IT.
001900*    INDEX-ZERO IN-USE MARKERS ARE NOT COPIED; THE TRAILER COUNTS
002000*    HOW MANY WERE PASSED OVER.
002100*
002200*    MAINTENANCE HISTORY
002300*    DATE       INIT DESCRIPTION
002400*    -------    ---- ------------------------------------------
002500*    2026-10-15 SRJ  ORIGINAL COPYBOOK - LISTFILE IMAGE COPY
002600******************************************************************
002700 01  IMAGE-COPY-RECORD.
002800     05  IM-RECORD-TYPE              PIC X(01).
002900         88  IM-HEADER               VALUE 'H'.
003000         88  IM-CELL                 VALUE 'C'.
003100         88  IM-TRAILER              VALUE 'T'.
003200     05  IM-LIST-RECORD              PIC X(120).
003300     05  IM-CELL-VIEW REDEFINES IM-LIST-RECORD.
003400         10  IM-CELL-LIST-ID         PIC X(20).
003500         10  IM-CELL-INDEX           PIC 9(05).
003600         10  IM-CELL-ITEM-KEY        PIC X(20).
003700         10  IM-CELL-QUANTITY        PIC 9(07).
003800         10  FILLER                  PIC X(68).
003900     05  IM-CONTROL-VIEW REDEFINES IM-LIST-RECORD.
004000         10  IM-COPY-DATE            PIC 9(08).
004100         10  IM-COPY-TIME            PIC 9(08).
004200         10  IM-CELL-COUNT           PIC 9(09).
004300         10  IM-LIST-COUNT           PIC 9(07).
004400         10  IM-QUANTITY-TOTAL       PIC 9(15).
004500         10  IM-MARKER-COUNT         PIC 9(07).
004600         10  FILLER                  PIC X(66).
004700     05  FILLER                      PIC X(09).
