000100******************************************************************
000200*    CHGREC.CPY
000300*    RECORD LAYOUT FOR CHGLOG - THE AFTER-IMAGE CHANGE LOG. EVERY
000400*    PROGRAM THAT WRITES OR DELETES A LISTFILE CELL APPENDS ONE
000500*    RECORD PER CELL: THE BATCH PROGRAMS BY OPEN EXTEND, THE LUPD
000600*    ONLINE TRANSACTION (PROGRAM23) THROUGH THE EXTRAPARTITION
000700*    TRANSIENT DATA QUEUE 'CHGL' THE DCT MAPS TO THIS DATASET.
000800*    ImageCopy (PROGRAM44) MARKS THE LOG WHEN IT DUMPS LISTFILE
000900*    AND ListRecover (PROGRAM45) RELOADS THAT COPY AND REPLAYS
001000*    THE LOG FROM THE MARK FORWARD.
001100*
001200*    CG-RECORD-TYPE:
001300*      'W' = A CELL WAS WRITTEN OR REWRITTEN - CG-AFTER-IMAGE IS
001400*            THE WHOLE 120-BYTE LIST-RECORD AS IT NOW STANDS.
001500*      'D' = A CELL WAS DELETED - CG-AFTER-IMAGE CARRIES ONLY THE
001600*            LR-LIST-KEY OF THE CELL THAT WENT.
001700*      'E' = END OF RUN - THE RUN CLOSED ITS LOG NORMALLY AFTER
001800*            LOGGING CG-RUN-SEQ CHANGES.
001900*      'K' = IMAGE-COPY CHECKPOINT - ImageCopy STARTED A DUMP OF
002000*            LISTFILE HERE; CG-RUN-DATE/TIME IS THE COPY'S STAMP.
002100*
002200*    CG-RUN-ID NAMES THE RUN THAT LOGGED THE RECORD - PROGRAM,
002300*    START DATE AND TIME, AND (ONLINE ONLY) THE CICS TASK NUMBER.
002400*    CG-RUN-SEQ NUMBERS A RUN'S CHANGES FROM 1 WITH NO GAPS, SO A
002500*    MISSING RECORD SHOWS UP AS A BREAK IN ITS RUN'S SEQUENCE OR
002600*    AS AN END-OF-RUN COUNT THAT DISAGREES. AN ONLINE UPDATE IS
002700*    LOGGED AS A RUN OF ONE CHANGE FOLLOWED AT ONCE BY ITS 'E'.
002800*    INDEX-ZERO IN-USE MARKERS ARE NEVER LOGGED.
002900*
003000*    MAINTENANCE HISTORY
003100*    DATE       INIT DESCRIPTION
003200*    -------    ---- ------------------------------------------
003300*    2026-10-15 SRJ  ORIGINAL COPYBOOK - AFTER-IMAGE CHANGE LOG
003400******************************************************************
003500 01  CHANGE-LOG-RECORD.
003600     05  CG-RECORD-TYPE              PIC X(01).
003700         88  CG-CELL-WRITTEN         VALUE 'W'.
003800         88  CG-CELL-DELETED         VALUE 'D'.
003900         88  CG-RUN-END              VALUE 'E'.
004000         88  CG-IMAGE-COPY           VALUE 'K'.
004100     05  CG-RUN-ID.
004200         10  CG-PROGRAM              PIC X(10).
004300         10  CG-RUN-DATE             PIC 9(08).
004400         10  CG-RUN-TIME             PIC 9(08).
004500         10  CG-RUN-TASK             PIC 9(07).
004600     05  CG-RUN-SEQ                  PIC 9(07).
004700     05  CG-LOG-STAMP.
004800         10  CG-LOG-DATE             PIC 9(08).
004900         10  CG-LOG-TIME             PIC 9(08).
005000     05  CG-AFTER-IMAGE              PIC X(120).
005100     05  CG-DELETED-KEY REDEFINES CG-AFTER-IMAGE.
005200         10  CG-DELETED-LIST-ID      PIC X(20).
005300         10  CG-DELETED-INDEX        PIC 9(05).
005400         10  FILLER                  PIC X(95).
005500     05  FILLER                      PIC X(03).
