000431*                    AlertReport (PROGRAM28) PRINTS AND PAGES ON,
000432*                    INSTEAD OF A BROKEN CHAIN WAITING IN SYSOUT
000433*                    UNTIL MORNING.
000434*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000435*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000436*                    AFTER-IMAGE CHANGE LOG ListRecover
000437*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000438*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000439*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED. ONLY
000440*                    A REPAIR RUN EVER LOGS ANYTHING.
000441*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000442*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000443*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000444*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000445*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000446*                    WITH LISTFILE.
000447******************************************************************
000448 ENVIRONMENT DIVISION.
000449 CONFIGURATION SECTION.
000450 INPUT-OUTPUT SECTION.
000451 FILE-CONTROL.
000460     SELECT LISTFILE ASSIGN TO "LISTFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000552     SELECT OPALFILE ASSIGN TO "OPALFILE"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-OPALFILE-STATUS.
000557     SELECT CHGLOG ASSIGN TO "CHGLOG"
000558         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS WS-CHGLOG-STATUS.
000560     SELECT STATIDX ASSIGN TO "STATIDX"
000561         ORGANIZATION IS INDEXED
000562         ACCESS MODE IS DYNAMIC
000563         RECORD KEY IS SX-CELL-KEY
000564         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000565         FILE STATUS IS WS-STATIDX-STATUS.
000566 DATA DIVISION.
000570 FILE SECTION.
000580 FD  LISTFILE
000590     LABEL RECORDS ARE STANDARD
000694     LABEL RECORDS ARE STANDARD
000696     RECORD CONTAINS 120 CHARACTERS.
000698 COPY OPALREC.
000699 FD  CHGLOG
000700     LABEL RECORDS ARE STANDARD
000701     RECORD CONTAINS 180 CHARACTERS.
000702 COPY CHGREC.
000703 FD  STATIDX
000704     LABEL RECORDS ARE STANDARD
000705     RECORD CONTAINS 100 CHARACTERS.
000706 COPY SIDXREC.
000707 WORKING-STORAGE SECTION.
000710******************************************************************
000720*    FILE-STATUS AND CONTROL WORKING STORAGE
000730******************************************************************
001620     05  FILLER PIC X(74) VALUE SPACES.
001630 01  WS-EXPECTED-DISPLAY PIC ZZZZ9.
001640 01  WS-FOUND-DISPLAY PIC ZZZZ9.
001641******************************************************************
001642*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
001643*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
001644******************************************************************
001645 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001646     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001647 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
001648     88  WS-CHGLOG-OPEN             VALUE 'Y'.
001649 01  WS-CHG-RUN-ID.
001650     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM8'.
001651     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
001652     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
001653     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
001654 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
001655 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
001656******************************************************************
001657*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
001658*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
001659******************************************************************
001660 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
001661     88  WS-STATIDX-OK              VALUE '00'.
001662     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
001663 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
001664     88  WS-STATIDX-OPEN            VALUE 'Y'.
001665 LINKAGE SECTION.
001666 PROCEDURE DIVISION.
001670******************************************************************
001680*    0000-MAINLINE
001690******************************************************************
001870     WRITE PRT-LINE.
001880     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
001890     WRITE PRT-LINE.
001895     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
001900 1000-EXIT.
001910     EXIT.
001920******************************************************************
004710     WRITE LIST-RECORD
004720         INVALID KEY REWRITE LIST-RECORD
004730     END-WRITE.
004733     MOVE 'W' TO WS-CHG-OPERATION.
004736     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
004740 6300-EXIT.
004750     EXIT.
004760 6400-DELETE-ONE-RECORD.
004790     DELETE LISTFILE
004800         INVALID KEY CONTINUE
004810     END-DELETE.
004813     MOVE 'D' TO WS-CHG-OPERATION.
004816     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
004820 6400-EXIT.
004830     EXIT.
004840******************************************************************
005269     WRITE OPALERT-RECORD.
005270 7800-EXIT.
005271     EXIT.
005274******************************************************************
005275*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
005276*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
005277*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
005278*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
005279*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
005280******************************************************************
005281 7900-OPEN-CHANGE-LOG.
005282     OPEN EXTEND CHGLOG.
005283     IF WS-CHGLOG-NOT-FOUND
005284         OPEN OUTPUT CHGLOG
005285         CLOSE CHGLOG
005286         OPEN EXTEND CHGLOG
005287     END-IF.
005288     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
005289     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
005290     ACCEPT WS-CHG-RUN-TIME FROM TIME.
005291     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
005292 7900-EXIT.
005293     EXIT.
005294******************************************************************
005295*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
005296*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
005297*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
005298*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
005299*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
005300*    CATALOG STARTS WITH NO LIST CLAIMED.
005301*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
005302******************************************************************
005303 7910-LOG-CELL-CHANGE.
005304     IF NOT WS-CHGLOG-OPEN
005305         OR NOT WS-LISTFILE-OK
005306         OR LR-LIST-INDEX IS EQUAL TO ZERO
005307         GO TO 7910-EXIT
005308     END-IF.
005309     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
005310     ADD 1 TO WS-CHG-SEQUENCE.
005311     MOVE SPACES TO CHANGE-LOG-RECORD.
005312     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
005313     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
005314     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
005315     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
005316     ACCEPT CG-LOG-TIME FROM TIME.
005317     IF CG-CELL-DELETED
005318         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
005319     ELSE
005320         MOVE LIST-RECORD TO CG-AFTER-IMAGE
005321     END-IF.
005322     WRITE CHANGE-LOG-RECORD.
005323 7910-EXIT.
005324     EXIT.
005325******************************************************************
005326*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
005327*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
005328*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
005329******************************************************************
005330 7920-CLOSE-CHANGE-LOG.
005331     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
005332     IF NOT WS-CHGLOG-OPEN
005333         GO TO 7920-EXIT
005334     END-IF.
005335     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
005336         MOVE SPACES TO CHANGE-LOG-RECORD
005337         MOVE 'E' TO CG-RECORD-TYPE
005338         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
005339         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
005340         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
005341         ACCEPT CG-LOG-TIME FROM TIME
005342         WRITE CHANGE-LOG-RECORD
005343     END-IF.
005344     CLOSE CHGLOG.
005345     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
005346 7920-EXIT.
005347     EXIT.
005348******************************************************************
005349*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
005350*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
005351*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
005352*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
005353*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
005354******************************************************************
005355 7950-OPEN-STATUS-INDEX.
005356     OPEN I-O STATIDX.
005357     IF WS-STATIDX-OK
005358         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
005359     ELSE
005360         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
005361             " MAINTAINED BY THIS RUN"
005362     END-IF.
005363 7950-EXIT.
005364     EXIT.
005365******************************************************************
005366*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
005367*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
005368*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
005369*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
005370*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
005371*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
005372******************************************************************
005373 7960-INDEX-CELL-CHANGE.
005374     IF NOT WS-STATIDX-OPEN
005375         GO TO 7960-EXIT
005376     END-IF.
005377     MOVE SPACES TO STATUS-INDEX-RECORD.
005378     MOVE LR-LIST-ID TO SX-LIST-ID.
005379     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
005380     IF WS-CHG-OPERATION IS EQUAL TO 'D'
005381         OR LR-QUANTITY IS NOT NUMERIC
005382         DELETE STATIDX
005383             INVALID KEY CONTINUE
005384         END-DELETE
005385         GO TO 7960-EXIT
005386     END-IF.
005387     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
005388     MOVE LR-EFF-DATE TO SX-EFF-DATE.
005389     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
005390     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
005391     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
005392     MOVE LR-QUANTITY TO SX-QUANTITY.
005393     WRITE STATUS-INDEX-RECORD
005394         INVALID KEY REWRITE STATUS-INDEX-RECORD
005395     END-WRITE.
005396 7960-EXIT.
005397     EXIT.
005398 7970-CLOSE-STATUS-INDEX.
005399     IF WS-STATIDX-OPEN
005400         CLOSE STATIDX
005401         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
005402     END-IF.
005403 7970-EXIT.
005404     EXIT.
005405******************************************************************
005406*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
005407******************************************************************
005408 9000-TERMINATE.
005409     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
005410     CLOSE CTL-FILE.
005411     CLOSE PRTFILE.
005412     CLOSE OPALFILE.
005413     IF NOT WS-LISTFILE-NOT-FOUND
005414         CLOSE LISTFILE
005415     END-IF.
005416 9000-EXIT.
005417     EXIT.
005418 END PROGRAM Program8.
