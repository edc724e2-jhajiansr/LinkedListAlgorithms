000900*    TX-LIST-ID  COLS  7-26  THE CATALOGED LIST OPERATED ON
001000*    TX-VALUE    COLS 27-80  THE LIST VALUE (PADDED WITH SPACES
001100*                            TO THE 80-CHARACTER CELL WIDTH)
001110*    TX-EFF-ON-DATE COLS 63-70  EFFECTIVE-ON DATE, YYYYMMDD.
001120*                            BLANK OR ZERO = APPLY NOW. A DATE
001130*                            AFTER THE RUN DATE QUEUES THE
001140*                            CARD ON PENDFILE UNTIL THAT DATE.
001150*                            NOT PART OF THE CELL VALUE.
001200*
001300*    MAINTENANCE HISTORY
001400*    DATE       INIT DESCRIPTION
001630*                    KEY, QUANTITY, EFFECTIVE DATE, STATUS) THE
001640*                    SAME WAY PROGRAM1'S VALUE CARD DOES. DELETE
001650*                    AND SEARCH CARDS NEED ONLY THE ITEM KEY.
001660*    2026-10-15 SRJ  ADDED TX-EFF-ON-DATE IN COLS 63-70, CARVED
001670*                    FROM THE FILLER - FUTURE-DATED ADDS AND
001680*                    DELETES ARE QUEUED ON PENDFILE.
001700******************************************************************
001800 01  TRAN-RECORD.
001900     05  TX-ACTION                   PIC X(06).
002800         10  TX-EFF-DATE             PIC 9(08).
002900         10  TX-STATUS-CODE          PIC X(01).
003000             88  TX-VALID-STATUS     VALUES 'A' 'H' 'C'.
003100         10  TX-EFF-ON-DATE          PIC X(08).
003110         10  TX-EFF-ON-DATE-N REDEFINES TX-EFF-ON-DATE
003120                                     PIC 9(08).
003130         10  FILLER                  PIC X(10).
