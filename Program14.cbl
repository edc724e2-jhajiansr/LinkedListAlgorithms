000500*                    REPORT-ONLY FLAG LISTS THE GROUPS AND
000510*                    STOPS. A REQUESTED STAMP NOT ON FILE
000520*                    ABANDONS THE RESTORE WITH RC 8.
000521*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000522*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000523*                    AFTER-IMAGE CHANGE LOG ListRecover
000524*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000525*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000526*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000527*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000528*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000529*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000530*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000531*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000532*                    WITH LISTFILE.
000533******************************************************************
000534 ENVIRONMENT DIVISION.
000535 CONFIGURATION SECTION.
000536 INPUT-OUTPUT SECTION.
000537 FILE-CONTROL.
000538     SELECT LISTFILE ASSIGN TO "LISTFILE"
000539         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000541         RECORD KEY IS LR-LIST-KEY
000542         FILE STATUS IS WS-LISTFILE-STATUS.
000543     SELECT CTL-FILE ASSIGN TO "SYSIN"
000544         ORGANIZATION IS LINE SEQUENTIAL.
000545     SELECT RECVFILE ASSIGN TO "RECVFILE"
000546         ORGANIZATION IS LINE SEQUENTIAL
000547         FILE STATUS IS WS-RECVFILE-STATUS.
000548     SELECT PRTFILE ASSIGN TO "PRTFILE"
000549         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PRTFILE-STATUS.
000551     SELECT XREFFILE ASSIGN TO "XREFFILE"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS XR-XREF-KEY
000555         FILE STATUS IS WS-XREFFILE-STATUS.
000556     SELECT CHGLOG ASSIGN TO "CHGLOG"
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-CHGLOG-STATUS.
000559     SELECT STATIDX ASSIGN TO "STATIDX"
000560         ORGANIZATION IS INDEXED
000561         ACCESS MODE IS DYNAMIC
000562         RECORD KEY IS SX-CELL-KEY
000563         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000564         FILE STATUS IS WS-STATIDX-STATUS.
000565 DATA DIVISION.
000566 FILE SECTION.
000567 FD  LISTFILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 120 CHARACTERS.
000590 COPY LISTREC.
000680     LABEL RECORDS ARE STANDARD
000681     RECORD CONTAINS 50 CHARACTERS.
000682 COPY XREFREC.
000683 FD  CHGLOG
000684     LABEL RECORDS ARE STANDARD
000685     RECORD CONTAINS 180 CHARACTERS.
000686 COPY CHGREC.
000687 FD  STATIDX
000688     LABEL RECORDS ARE STANDARD
000689     RECORD CONTAINS 100 CHARACTERS.
000690 COPY SIDXREC.
000691 WORKING-STORAGE SECTION.
000692******************************************************************
000700*    FILE-STATUS AND CONTROL WORKING STORAGE
000710******************************************************************
000720 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
001013 01  WS-INDEX PIC S9(9) VALUE ZERO.
001020 01  WS-TARGET-PRIOR-COUNT PIC S9(9) VALUE ZERO.
001030 01  WS-PURGE-INDEX PIC S9(9) VALUE ZERO.
001031******************************************************************
001032*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
001033*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
001034******************************************************************
001035 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001036     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001037 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
001038     88  WS-CHGLOG-OPEN             VALUE 'Y'.
001039 01  WS-CHG-RUN-ID.
001040     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM14'.
001041     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
001042     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
001043     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
001044 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
001045 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
001046******************************************************************
001047*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
001048*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
001049******************************************************************
001050 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
001051     88  WS-STATIDX-OK              VALUE '00'.
001052     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
001053 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
001054     88  WS-STATIDX-OPEN            VALUE 'Y'.
001055 LINKAGE SECTION.
001056 PROCEDURE DIVISION.
001060******************************************************************
001070*    0000-MAINLINE
001080******************************************************************
001310         DISPLAY "RECVFILE NOT FOUND - NOTHING TO RESTORE FROM"
001320         MOVE 'Y' TO WS-RESTORE-ABORT-SWITCH
001330     END-IF.
001335     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
001340 1000-EXIT.
001350     EXIT.
001360******************************************************************
003300     WRITE LIST-RECORD
003310         INVALID KEY REWRITE LIST-RECORD
003320     END-WRITE.
003323     MOVE 'W' TO WS-CHG-OPERATION.
003326     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
003330     ADD 1 TO WS-INDEX.
003340 4100-EXIT.
003350     EXIT.
003470     DELETE LISTFILE
003480         INVALID KEY CONTINUE
003490     END-DELETE.
003493     MOVE 'D' TO WS-CHG-OPERATION.
003496     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
003500 4210-EXIT.
003510     EXIT.
003520******************************************************************
004120     END-WRITE.
004130 7610-EXIT.
004140     EXIT.
004171******************************************************************
004172*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
004173*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
004174*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
004175*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
004176*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
004177******************************************************************
004178 7900-OPEN-CHANGE-LOG.
004179     OPEN EXTEND CHGLOG.
004180     IF WS-CHGLOG-NOT-FOUND
004181         OPEN OUTPUT CHGLOG
004182         CLOSE CHGLOG
004183         OPEN EXTEND CHGLOG
004184     END-IF.
004185     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
004186     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
004187     ACCEPT WS-CHG-RUN-TIME FROM TIME.
004188     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
004189 7900-EXIT.
004190     EXIT.
004191******************************************************************
004192*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
004193*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
004194*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
004195*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
004196*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
004197*    CATALOG STARTS WITH NO LIST CLAIMED.
004198*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
004199******************************************************************
004200 7910-LOG-CELL-CHANGE.
004201     IF NOT WS-CHGLOG-OPEN
004202         OR NOT WS-LISTFILE-OK
004203         OR LR-LIST-INDEX IS EQUAL TO ZERO
004204         GO TO 7910-EXIT
004205     END-IF.
004206     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
004207     ADD 1 TO WS-CHG-SEQUENCE.
004208     MOVE SPACES TO CHANGE-LOG-RECORD.
004209     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
004210     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
004211     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
004212     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
004213     ACCEPT CG-LOG-TIME FROM TIME.
004214     IF CG-CELL-DELETED
004215         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
004216     ELSE
004217         MOVE LIST-RECORD TO CG-AFTER-IMAGE
004218     END-IF.
004219     WRITE CHANGE-LOG-RECORD.
004220 7910-EXIT.
004221     EXIT.
004222******************************************************************
004223*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
004224*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
004225*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
004226******************************************************************
004227 7920-CLOSE-CHANGE-LOG.
004228     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
004229     IF NOT WS-CHGLOG-OPEN
004230         GO TO 7920-EXIT
004231     END-IF.
004232     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
004233         MOVE SPACES TO CHANGE-LOG-RECORD
004234         MOVE 'E' TO CG-RECORD-TYPE
004235         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
004236         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
004237         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
004238         ACCEPT CG-LOG-TIME FROM TIME
004239         WRITE CHANGE-LOG-RECORD
004240     END-IF.
004241     CLOSE CHGLOG.
004242     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
004243 7920-EXIT.
004244     EXIT.
004245******************************************************************
004246*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
004247*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
004248*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
004249*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
004250*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
004251******************************************************************
004252 7950-OPEN-STATUS-INDEX.
004253     OPEN I-O STATIDX.
004254     IF WS-STATIDX-OK
004255         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
004256     ELSE
004257         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
004258             " MAINTAINED BY THIS RUN"
004259     END-IF.
004260 7950-EXIT.
004261     EXIT.
004262******************************************************************
004263*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
004264*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
004265*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
004266*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
004267*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
004268*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
004269******************************************************************
004270 7960-INDEX-CELL-CHANGE.
004271     IF NOT WS-STATIDX-OPEN
004272         GO TO 7960-EXIT
004273     END-IF.
004274     MOVE SPACES TO STATUS-INDEX-RECORD.
004275     MOVE LR-LIST-ID TO SX-LIST-ID.
004276     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
004277     IF WS-CHG-OPERATION IS EQUAL TO 'D'
004278         OR LR-QUANTITY IS NOT NUMERIC
004279         DELETE STATIDX
004280             INVALID KEY CONTINUE
004281         END-DELETE
004282         GO TO 7960-EXIT
004283     END-IF.
004284     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
004285     MOVE LR-EFF-DATE TO SX-EFF-DATE.
004286     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
004287     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
004288     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
004289     MOVE LR-QUANTITY TO SX-QUANTITY.
004290     WRITE STATUS-INDEX-RECORD
004291         INVALID KEY REWRITE STATUS-INDEX-RECORD
004292     END-WRITE.
004293 7960-EXIT.
004294     EXIT.
004295 7970-CLOSE-STATUS-INDEX.
004296     IF WS-STATIDX-OPEN
004297         CLOSE STATIDX
004298         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
004299     END-IF.
004300 7970-EXIT.
004301     EXIT.
004302******************************************************************
004303*    9000-TERMINATE - CLOSE THE CONTROL AND RECOVERY DATASETS.
004304*    LISTFILE IS OPENED AND CLOSED INSIDE THE SAVE STEP.
004305******************************************************************
004306 9000-TERMINATE.
004307     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
004308     CLOSE CTL-FILE.
004309     CLOSE PRTFILE.
004310     CLOSE XREFFILE.
004311     IF NOT WS-RECVFILE-NOT-FOUND
004312         CLOSE RECVFILE
004313     END-IF.
004314 9000-EXIT.
004315     EXIT.
004316 END PROGRAM Program14.
