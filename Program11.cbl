000347*                    TARGET WRITE. XrefBuild (PROGRAM22)
000348*                    REGENERATES THE DATASET IF A RUN DIES IN
000349*                    BETWEEN.
000350*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000351*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000352*                    AFTER-IMAGE CHANGE LOG ListRecover
000353*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000354*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000355*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000356*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000357*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000358*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000359*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000360*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000361*                    WITH LISTFILE.
000362******************************************************************
000363 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000496         ACCESS MODE IS DYNAMIC
000498         RECORD KEY IS XR-XREF-KEY
000499         FILE STATUS IS WS-XREFFILE-STATUS.
000500     SELECT CHGLOG ASSIGN TO "CHGLOG"
000501         ORGANIZATION IS LINE SEQUENTIAL
000502         FILE STATUS IS WS-CHGLOG-STATUS.
000503     SELECT STATIDX ASSIGN TO "STATIDX"
000504         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS DYNAMIC
000506         RECORD KEY IS SX-CELL-KEY
000507         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000508         FILE STATUS IS WS-STATIDX-STATUS.
000509 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LISTFILE
000530     LABEL RECORDS ARE STANDARD
000634     LABEL RECORDS ARE STANDARD
000636     RECORD CONTAINS 50 CHARACTERS.
000638 COPY XREFREC.
000639 FD  CHGLOG
000640     LABEL RECORDS ARE STANDARD
000641     RECORD CONTAINS 180 CHARACTERS.
000642 COPY CHGREC.
000643 FD  STATIDX
000644     LABEL RECORDS ARE STANDARD
000645     RECORD CONTAINS 100 CHARACTERS.
000646 COPY SIDXREC.
000647 WORKING-STORAGE SECTION.
000650******************************************************************
000660*    FILE-STATUS AND CONTROL WORKING STORAGE
000670******************************************************************
001056 01  WS-XREF-LIST-ID PIC X(20) VALUE SPACES.
001058 01  WS-XREF-EOF-SWITCH PIC X(01) VALUE 'N'.
001060     88  WS-XREF-EOF                VALUE 'Y'.
001061******************************************************************
001062*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
001063*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
001064******************************************************************
001065 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001066     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001067 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
001068     88  WS-CHGLOG-OPEN             VALUE 'Y'.
001069 01  WS-CHG-RUN-ID.
001070     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM11'.
001071     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
001072     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
001073     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
001074 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
001075 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
001076******************************************************************
001077*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
001078*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
001079******************************************************************
001080 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
001081     88  WS-STATIDX-OK              VALUE '00'.
001082     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
001083 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
001084     88  WS-STATIDX-OPEN            VALUE 'Y'.
001085 LINKAGE SECTION.
001086 PROCEDURE DIVISION.
001087******************************************************************
001088*    0000-MAINLINE
001090******************************************************************
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001436         CLOSE XREFFILE
001437         OPEN I-O XREFFILE
001438     END-IF.
001439     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
001440 1000-EXIT.
001450     EXIT.
001460******************************************************************
002440     DELETE LISTFILE
002450         INVALID KEY CONTINUE
002460     END-DELETE.
002463     MOVE 'D' TO WS-CHG-OPERATION.
002466     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
002470 3100-EXIT.
002480     EXIT.
002490******************************************************************
004240     WRITE LIST-RECORD
004250         INVALID KEY REWRITE LIST-RECORD
004260     END-WRITE.
004263     MOVE 'W' TO WS-CHG-OPERATION.
004266     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
004270 6600-EXIT.
004280     EXIT.
004290 6700-PURGE-ONE-RECORD.
004320     DELETE LISTFILE
004330         INVALID KEY CONTINUE
004340     END-DELETE.
004343     MOVE 'D' TO WS-CHG-OPERATION.
004346     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
004350 6700-EXIT.
004360     EXIT.
004370******************************************************************
004480     WRITE AUDIT-RECORD.
004490 7000-EXIT.
004500     EXIT.
004521******************************************************************
004522*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
004523*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
004524*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
004525*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
004526*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
004527******************************************************************
004528 7900-OPEN-CHANGE-LOG.
004529     OPEN EXTEND CHGLOG.
004530     IF WS-CHGLOG-NOT-FOUND
004531         OPEN OUTPUT CHGLOG
004532         CLOSE CHGLOG
004533         OPEN EXTEND CHGLOG
004534     END-IF.
004535     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
004536     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
004537     ACCEPT WS-CHG-RUN-TIME FROM TIME.
004538     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
004539 7900-EXIT.
004540     EXIT.
004541******************************************************************
004542*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
004543*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
004544*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
004545*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
004546*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
004547*    CATALOG STARTS WITH NO LIST CLAIMED.
004548*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
004549******************************************************************
004550 7910-LOG-CELL-CHANGE.
004551     IF NOT WS-CHGLOG-OPEN
004552         OR NOT WS-LISTFILE-OK
004553         OR LR-LIST-INDEX IS EQUAL TO ZERO
004554         GO TO 7910-EXIT
004555     END-IF.
004556     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
004557     ADD 1 TO WS-CHG-SEQUENCE.
004558     MOVE SPACES TO CHANGE-LOG-RECORD.
004559     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
004560     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
004561     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
004562     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
004563     ACCEPT CG-LOG-TIME FROM TIME.
004564     IF CG-CELL-DELETED
004565         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
004566     ELSE
004567         MOVE LIST-RECORD TO CG-AFTER-IMAGE
004568     END-IF.
004569     WRITE CHANGE-LOG-RECORD.
004570 7910-EXIT.
004571     EXIT.
004572******************************************************************
004573*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
004574*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
004575*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
004576******************************************************************
004577 7920-CLOSE-CHANGE-LOG.
004578     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
004579     IF NOT WS-CHGLOG-OPEN
004580         GO TO 7920-EXIT
004581     END-IF.
004582     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
004583         MOVE SPACES TO CHANGE-LOG-RECORD
004584         MOVE 'E' TO CG-RECORD-TYPE
004585         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
004586         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
004587         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
004588         ACCEPT CG-LOG-TIME FROM TIME
004589         WRITE CHANGE-LOG-RECORD
004590     END-IF.
004591     CLOSE CHGLOG.
004592     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
004593 7920-EXIT.
004594     EXIT.
004595******************************************************************
004596*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
004597*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
004598*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
004599*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
004600*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
004601******************************************************************
004602 7950-OPEN-STATUS-INDEX.
004603     OPEN I-O STATIDX.
004604     IF WS-STATIDX-OK
004605         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
004606     ELSE
004607         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
004608             " MAINTAINED BY THIS RUN"
004609     END-IF.
004610 7950-EXIT.
004611     EXIT.
004612******************************************************************
004613*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
004614*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
004615*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
004616*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
004617*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
004618*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
004619******************************************************************
004620 7960-INDEX-CELL-CHANGE.
004621     IF NOT WS-STATIDX-OPEN
004622         GO TO 7960-EXIT
004623     END-IF.
004624     MOVE SPACES TO STATUS-INDEX-RECORD.
004625     MOVE LR-LIST-ID TO SX-LIST-ID.
004626     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
004627     IF WS-CHG-OPERATION IS EQUAL TO 'D'
004628         OR LR-QUANTITY IS NOT NUMERIC
004629         DELETE STATIDX
004630             INVALID KEY CONTINUE
004631         END-DELETE
004632         GO TO 7960-EXIT
004633     END-IF.
004634     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
004635     MOVE LR-EFF-DATE TO SX-EFF-DATE.
004636     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
004637     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
004638     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
004639     MOVE LR-QUANTITY TO SX-QUANTITY.
004640     WRITE STATUS-INDEX-RECORD
004641         INVALID KEY REWRITE STATUS-INDEX-RECORD
004642     END-WRITE.
004643 7960-EXIT.
004644     EXIT.
004645 7970-CLOSE-STATUS-INDEX.
004646     IF WS-STATIDX-OPEN
004647         CLOSE STATIDX
004648         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
004649     END-IF.
004650 7970-EXIT.
004651     EXIT.
004652******************************************************************
004653*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
004654******************************************************************
004655 9000-TERMINATE.
004656     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
004657     CLOSE CTL-FILE.
004658     CLOSE AUDITFILE.
004659     CLOSE XREFFILE.
004660     IF NOT WS-LISTFILE-NOT-FOUND
004661         CLOSE LISTFILE
004662     END-IF.
004663 9000-EXIT.
004664     EXIT.
004665 END PROGRAM Program11.
