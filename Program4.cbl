000944*                    AU-VALUE COLUMN 45), SO THE AUDIT-TO-LISTFILE
000946*                    RECONCILIATION RUN CAN TREAT A MERGE AS THE
000948*                    LIST'S NEW BASELINE INSTEAD OF GUESSING.
000949*    2026-10-15 SRJ  THE TARGET LIST IS NOW LOOKED UP ON LISTDEF,
000950*                    THE LIST DEFINITION MASTER, ONCE THE MERGE IS
000951*                    BUILT. THE MERGE IS ABANDONED WHEN IT WOULD
000952*                    CREATE A TARGET WITH NO ACTIVE DEFINITION, OR
000953*                    WHEN THE MERGED LIST WOULD EXCEED THE
000954*                    TARGET'S DEFINED MAXIMUM OR CARRY A STATUS
000955*                    ITS DEFINITION DOES NOT ALLOW.
000956*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000957*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000958*                    AFTER-IMAGE CHANGE LOG ListRecover
000959*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000960*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000961*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000962*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000963*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000964*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000965*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000966*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000967*                    WITH LISTFILE.
000968******************************************************************
000980 ENVIRONMENT DIVISION.
000990 CONFIGURATION SECTION.
001000 INPUT-OUTPUT SECTION.
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS LR-LIST-KEY
001060         FILE STATUS IS WS-LISTFILE-STATUS.
001061     SELECT LISTDEF ASSIGN TO "LISTDEF"
001062         ORGANIZATION IS INDEXED
001063         ACCESS MODE IS DYNAMIC
001064         RECORD KEY IS LD-LIST-ID
001065         FILE STATUS IS WS-LISTDEF-STATUS.
001070     SELECT CTL-FILE ASSIGN TO "SYSIN"
001080         ORGANIZATION IS LINE SEQUENTIAL.
001090     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
001156     SELECT OPALFILE ASSIGN TO "OPALFILE"
001157         ORGANIZATION IS LINE SEQUENTIAL
001158         FILE STATUS IS WS-OPALFILE-STATUS.
001159     SELECT CHGLOG ASSIGN TO "CHGLOG"
001160         ORGANIZATION IS LINE SEQUENTIAL
001161         FILE STATUS IS WS-CHGLOG-STATUS.
001162     SELECT STATIDX ASSIGN TO "STATIDX"
001163         ORGANIZATION IS INDEXED
001164         ACCESS MODE IS DYNAMIC
001165         RECORD KEY IS SX-CELL-KEY
001166         ALTERNATE RECORD KEY IS SX-STATUS-KEY
001167         FILE STATUS IS WS-STATIDX-STATUS.
001168 DATA DIVISION.
001169 FILE SECTION.
001170 FD  LISTFILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 120 CHARACTERS.
001200 COPY LISTREC.
001202 FD  LISTDEF
001204     LABEL RECORDS ARE STANDARD
001206     RECORD CONTAINS 120 CHARACTERS.
001208 COPY LSTDEF.
001210 FD  CTL-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001334     LABEL RECORDS ARE STANDARD
001335     RECORD CONTAINS 120 CHARACTERS.
001336 COPY OPALREC.
001337 FD  CHGLOG
001338     LABEL RECORDS ARE STANDARD
001339     RECORD CONTAINS 180 CHARACTERS.
001340 COPY CHGREC.
001341 FD  STATIDX
001342     LABEL RECORDS ARE STANDARD
001343     RECORD CONTAINS 100 CHARACTERS.
001344 COPY SIDXREC.
001345 WORKING-STORAGE SECTION.
001346******************************************************************
001350*    MERGE WORKING STORAGE
001360******************************************************************
001370 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001860     88  WS-TARGET-CLAIMED          VALUE 'Y'.
001870 01  WS-LOCK-WRITTEN-SWITCH PIC X(01) VALUE 'N'.
001880     88  WS-LOCK-WRITTEN            VALUE 'Y'.
001881******************************************************************
001882*    LIST DEFINITION WORKING STORAGE - WHAT LISTDEF SAYS ABOUT
001883*    THE MERGE TARGET. A MAXIMUM OF ZERO MEANS
001884*    NO LIMIT AND BLANK ALLOWED STATUSES MEAN ANY VALID STATUS.
001885******************************************************************
001886 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
001887     88  WS-LISTDEF-OK              VALUE '00'.
001888     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
001889 01  WS-LIST-DEF-SWITCH PIC X(01) VALUE 'N'.
001890     88  WS-LIST-DEF-ACTIVE         VALUE 'A'.
001891     88  WS-LIST-DEF-RETIRED        VALUE 'R'.
001892     88  WS-LIST-DEF-MISSING        VALUE 'N'.
001895 01  WS-DEF-MAX-CELLS PIC 9(05) VALUE ZERO.
001896 01  WS-DEF-ALLOWED-STATUS PIC X(03) VALUE SPACES.
001897 01  WS-ALLOWED-TALLY PIC S9(9) VALUE ZERO.
001898 01  WS-BARRED-COUNT PIC S9(9) VALUE ZERO.
001899 01  WS-MERGE-CELL.
001900     05  WS-MC-ITEM-KEY PIC X(20).
001901     05  WS-MC-QUANTITY PIC X(07).
001902     05  WS-MC-EFF-DATE PIC X(08).
001903     05  WS-MC-STATUS PIC X(01).
001904     05  FILLER PIC X(44).
001905******************************************************************
001906*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
001907*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
001908******************************************************************
001909 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
001910     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
001911 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
001912     88  WS-CHGLOG-OPEN             VALUE 'Y'.
001913 01  WS-CHG-RUN-ID.
001914     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM4'.
001915     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
001916     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
001917     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
001918 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
001919 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
001920******************************************************************
001921*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
001922*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
001923******************************************************************
001924 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
001925     88  WS-STATIDX-OK              VALUE '00'.
001926     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
001927 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
001928     88  WS-STATIDX-OPEN            VALUE 'Y'.
001929 LINKAGE SECTION.
001930 PROCEDURE DIVISION.
001931******************************************************************
001932*    0000-MAINLINE
001933******************************************************************
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
002040         END-IF
002050         IF NOT WS-MERGE-ABORT
002060             PERFORM 3500-MERGE-SORTED-LISTS THRU 3500-EXIT
002062             PERFORM 3600-CHECK-TARGET-DEFINITION THRU 3600-EXIT
002064         END-IF
002066         IF NOT WS-MERGE-ABORT
002070             PERFORM 4000-SAVE-MERGED-LIST THRU 4000-EXIT
002080             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
002090         END-IF
002328         CLOSE OPALFILE
002329         OPEN EXTEND OPALFILE
002330     END-IF.
002331     OPEN INPUT LISTDEF.
002332     IF WS-LISTDEF-NOT-FOUND
002333         DISPLAY "LISTDEF NOT FOUND - A LIST NOT ALREADY ON"
002334             " LISTFILE WILL NOT BE CREATED"
002335     END-IF.
002336     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
002337 1000-EXIT.
002338     EXIT.
002340******************************************************************
002350*    2000-READ-CONTROL-CARD - READ THE ONE CARD NAMING THE TWO
002360*    SOURCE LISTS AND THE TARGET LIST ID THE MERGED CELLS ARE
003230     ELSE
003240         PERFORM 3100-LOAD-SOURCE-1-LIST THRU 3100-EXIT
003250         PERFORM 3200-LOAD-SOURCE-2-LIST THRU 3200-EXIT
003255         PERFORM 4050-GET-TARGET-PRIOR-COUNT THRU 4050-EXIT
003260         CLOSE LISTFILE
003270     END-IF.
003280 3000-EXIT.
004630     END-IF.
004640 3510-EXIT.
004650     EXIT.
004651******************************************************************
004652*    3600-CHECK-TARGET-DEFINITION - HOLD THE MERGED LIST TO THE
004653*    TARGET'S LISTDEF DEFINITION BEFORE ANYTHING IS WRITTEN. A
004654*    TARGET WITH NO CELLS ON FILE AND NO ACTIVE DEFINITION WOULD
004655*    BE CREATED BY THE MERGE, SO THE MERGE IS ABANDONED; A
004656*    TARGET ALREADY ON FILE WITHOUT A DEFINITION PREDATES
004657*    LISTDEF AND IS MERGED AS BEFORE. A DEFINED TARGET ABANDONS
004658*    THE MERGE WHEN THE RESULT IS OVER ITS MAXIMUM OR HOLDS A
004659*    CELL WHOSE STATUS IT DOES NOT ALLOW - A MERGE IS ALL OR
004660*    NOTHING, SO NO CELL IS QUIETLY DROPPED TO MAKE IT FIT.
004661******************************************************************
004662 3600-CHECK-TARGET-DEFINITION.
004663     PERFORM 3650-READ-LIST-DEFINITION THRU 3650-EXIT.
004664     IF NOT WS-LIST-DEF-ACTIVE
004665         IF WS-TARGET-PRIOR-COUNT IS EQUAL TO ZERO
004666             DISPLAY "LIST " MRG-TARGET-ID " HAS NO ACTIVE"
004667                 " DEFINITION ON LISTDEF - NO MERGE PERFORMED"
004668             MOVE 'Y' TO WS-MERGE-ABORT-SWITCH
004669         END-IF
004670         GO TO 3600-EXIT
004671     END-IF.
004672     IF WS-DEF-MAX-CELLS IS GREATER THAN ZERO
004673         AND WS-MERGE-COUNT IS GREATER THAN WS-DEF-MAX-CELLS
004674         DISPLAY "MERGED LIST WOULD HOLD " WS-MERGE-COUNT
004675             " CELLS, OVER THE DEFINED MAXIMUM OF "
004676             WS-DEF-MAX-CELLS " - NO MERGE PERFORMED"
004677         MOVE 'Y' TO WS-MERGE-ABORT-SWITCH
004678         GO TO 3600-EXIT
004679     END-IF.
004680     IF WS-DEF-ALLOWED-STATUS IS EQUAL TO SPACES
004681         GO TO 3600-EXIT
004682     END-IF.
004683     MOVE ZERO TO WS-BARRED-COUNT.
004684     PERFORM 3610-CHECK-ONE-STATUS THRU 3610-EXIT
004685         VARYING WS-INDEX FROM 1 BY 1
004686         UNTIL WS-INDEX IS GREATER THAN WS-MERGE-COUNT.
004687     IF WS-BARRED-COUNT IS GREATER THAN ZERO
004688         DISPLAY WS-BARRED-COUNT " MERGED CELLS CARRY A STATUS"
004689             " LIST " MRG-TARGET-ID " DOES NOT ALLOW - NO MERGE"
004690             " PERFORMED"
004691         MOVE 'Y' TO WS-MERGE-ABORT-SWITCH
004692     END-IF.
004693 3600-EXIT.
004694     EXIT.
004695******************************************************************
004696*    3610-CHECK-ONE-STATUS - COUNT ONE MERGED CELL WHOSE STATUS
004697*    THE TARGET'S DEFINITION DOES NOT ALLOW. A LEGACY FREE-TEXT
004698*    CELL (NON-NUMERIC QUANTITY) CARRIES NO STATUS TO CHECK.
004699******************************************************************
004700 3610-CHECK-ONE-STATUS.
004701     MOVE MERGE-DATA(WS-INDEX) TO WS-MERGE-CELL.
004702     IF WS-MC-QUANTITY IS NOT NUMERIC
004703         GO TO 3610-EXIT
004704     END-IF.
004705     MOVE ZERO TO WS-ALLOWED-TALLY.
004706     INSPECT WS-DEF-ALLOWED-STATUS TALLYING WS-ALLOWED-TALLY
004707         FOR ALL WS-MC-STATUS.
004708     IF WS-ALLOWED-TALLY IS EQUAL TO ZERO
004709         DISPLAY "STATUS '" WS-MC-STATUS "' NOT ALLOWED ON LIST "
004710             MRG-TARGET-ID " FOR KEY " WS-MC-ITEM-KEY
004711         ADD 1 TO WS-BARRED-COUNT
004712     END-IF.
004713 3610-EXIT.
004714     EXIT.
004715 3650-READ-LIST-DEFINITION.
004716     MOVE 'N' TO WS-LIST-DEF-SWITCH.
004717     MOVE ZERO TO WS-DEF-MAX-CELLS.
004718     MOVE SPACES TO WS-DEF-ALLOWED-STATUS.
004719     IF WS-LISTDEF-NOT-FOUND
004720         GO TO 3650-EXIT
004721     END-IF.
004722     MOVE MRG-TARGET-ID TO LD-LIST-ID.
004723     READ LISTDEF
004724         INVALID KEY GO TO 3650-EXIT
004725     END-READ.
004726     MOVE LD-DEF-STATUS TO WS-LIST-DEF-SWITCH.
004727     IF WS-LIST-DEF-ACTIVE
004728         MOVE LD-MAX-CELLS TO WS-DEF-MAX-CELLS
004729         MOVE LD-ALLOWED-STATUS TO WS-DEF-ALLOWED-STATUS
004730     END-IF.
004731 3650-EXIT.
004732     EXIT.
004733******************************************************************
004734*    4000-SAVE-MERGED-LIST - WRITE MERGE-DATA BACK OUT TO
004735*    LISTFILE UNDER MRG-TARGET-ID, RENUMBERING LR-LIST-INDEX AND
004736*    RE-LINKING LR-LIST-NEXT-INDEX/LR-LIST-PREV-INDEX END TO END
004737*    SO THE TARGET COMES OUT AS ONE CONTIGUOUS LIST.
004738******************************************************************
004739 4000-SAVE-MERGED-LIST.
004740     OPEN I-O LISTFILE.
004741     IF WS-LISTFILE-NOT-FOUND
004750         OPEN OUTPUT LISTFILE
004760         CLOSE LISTFILE
004770         OPEN I-O LISTFILE
005830     WRITE LIST-RECORD
005840         INVALID KEY REWRITE LIST-RECORD
005850     END-WRITE.
005853     MOVE 'W' TO WS-CHG-OPERATION.
005856     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
005860     ADD 1 TO WS-INDEX.
005870 4100-EXIT.
005880     EXIT.
006070     DELETE LISTFILE
006080         INVALID KEY CONTINUE
006090     END-DELETE.
006093     MOVE 'D' TO WS-CHG-OPERATION.
006096     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
006100 4210-EXIT.
006110     EXIT.
006120******************************************************************
007290     WRITE AUDIT-RECORD.
007300 7000-EXIT.
007310     EXIT.
007341******************************************************************
007342*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
007343*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
007344*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
007345*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
007346*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
007347******************************************************************
007348 7900-OPEN-CHANGE-LOG.
007349     OPEN EXTEND CHGLOG.
007350     IF WS-CHGLOG-NOT-FOUND
007351         OPEN OUTPUT CHGLOG
007352         CLOSE CHGLOG
007353         OPEN EXTEND CHGLOG
007354     END-IF.
007355     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
007356     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
007357     ACCEPT WS-CHG-RUN-TIME FROM TIME.
007358     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
007359 7900-EXIT.
007360     EXIT.
007361******************************************************************
007362*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
007363*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
007364*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
007365*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
007366*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
007367*    CATALOG STARTS WITH NO LIST CLAIMED.
007368*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
007369******************************************************************
007370 7910-LOG-CELL-CHANGE.
007371     IF NOT WS-CHGLOG-OPEN
007372         OR NOT WS-LISTFILE-OK
007373         OR LR-LIST-INDEX IS EQUAL TO ZERO
007374         GO TO 7910-EXIT
007375     END-IF.
007376     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
007377     ADD 1 TO WS-CHG-SEQUENCE.
007378     MOVE SPACES TO CHANGE-LOG-RECORD.
007379     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
007380     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
007381     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
007382     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
007383     ACCEPT CG-LOG-TIME FROM TIME.
007384     IF CG-CELL-DELETED
007385         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
007386     ELSE
007387         MOVE LIST-RECORD TO CG-AFTER-IMAGE
007388     END-IF.
007389     WRITE CHANGE-LOG-RECORD.
007390 7910-EXIT.
007391     EXIT.
007392******************************************************************
007393*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
007394*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
007395*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
007396******************************************************************
007397 7920-CLOSE-CHANGE-LOG.
007398     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
007399     IF NOT WS-CHGLOG-OPEN
007400         GO TO 7920-EXIT
007401     END-IF.
007402     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
007403         MOVE SPACES TO CHANGE-LOG-RECORD
007404         MOVE 'E' TO CG-RECORD-TYPE
007405         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
007406         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
007407         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
007408         ACCEPT CG-LOG-TIME FROM TIME
007409         WRITE CHANGE-LOG-RECORD
007410     END-IF.
007411     CLOSE CHGLOG.
007412     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
007413 7920-EXIT.
007414     EXIT.
007415******************************************************************
007416*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
007417*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
007418*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
007419*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
007420*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
007421******************************************************************
007422 7950-OPEN-STATUS-INDEX.
007423     OPEN I-O STATIDX.
007424     IF WS-STATIDX-OK
007425         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
007426     ELSE
007427         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
007428             " MAINTAINED BY THIS RUN"
007429     END-IF.
007430 7950-EXIT.
007431     EXIT.
007432******************************************************************
007433*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
007434*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
007435*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
007436*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
007437*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
007438*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
007439******************************************************************
007440 7960-INDEX-CELL-CHANGE.
007441     IF NOT WS-STATIDX-OPEN
007442         GO TO 7960-EXIT
007443     END-IF.
007444     MOVE SPACES TO STATUS-INDEX-RECORD.
007445     MOVE LR-LIST-ID TO SX-LIST-ID.
007446     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
007447     IF WS-CHG-OPERATION IS EQUAL TO 'D'
007448         OR LR-QUANTITY IS NOT NUMERIC
007449         DELETE STATIDX
007450             INVALID KEY CONTINUE
007451         END-DELETE
007452         GO TO 7960-EXIT
007453     END-IF.
007454     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
007455     MOVE LR-EFF-DATE TO SX-EFF-DATE.
007456     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
007457     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
007458     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
007459     MOVE LR-QUANTITY TO SX-QUANTITY.
007460     WRITE STATUS-INDEX-RECORD
007461         INVALID KEY REWRITE STATUS-INDEX-RECORD
007462     END-WRITE.
007463 7960-EXIT.
007464     EXIT.
007465 7970-CLOSE-STATUS-INDEX.
007466     IF WS-STATIDX-OPEN
007467         CLOSE STATIDX
007468         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
007469     END-IF.
007470 7970-EXIT.
007471     EXIT.
007472******************************************************************
007473*    9000-TERMINATE - CLOSE THE CONTROL CARD AND AUDITFILE
007474*    DATASETS.
007475******************************************************************
007476 9000-TERMINATE.
007477     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
007478     CLOSE CTL-FILE.
007479     CLOSE AUDITFILE.
007480     CLOSE XREFFILE.
007481     CLOSE RUNFILE.
007482     CLOSE OPALFILE.
007483     IF NOT WS-LISTDEF-NOT-FOUND
007484         CLOSE LISTDEF
007485     END-IF.
007486 9000-EXIT.
007487     EXIT.
007488 END PROGRAM Program4.
