000351*                    THE LOADED CELLS' ENTRIES WRITTEN AFTER IT.
000352*                    XrefBuild (PROGRAM22) REGENERATES THE
000353*                    DATASET IF A RUN DIES IN BETWEEN.
000354*    2026-10-15 SRJ  THE LIST IS NOW LOOKED UP ON LISTDEF, THE
000355*                    LIST DEFINITION MASTER, ONCE THE DATASET
000356*                    BALANCES. THE LOAD IS REFUSED WHEN IT WOULD
000357*                    CREATE A LIST WITH NO ACTIVE DEFINITION, OR
000358*                    WHEN THE LOADED LIST WOULD EXCEED ITS DEFINED
000359*                    MAXIMUM OR CARRY A STATUS ITS DEFINITION DOES
000360*                    NOT ALLOW.
000361*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000362*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000363*                    AFTER-IMAGE CHANGE LOG ListRecover
000364*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000365*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000366*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000367*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000368*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000369*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000370*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000371*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000372*                    WITH LISTFILE.
000373******************************************************************
000374 ENVIRONMENT DIVISION.
000375 CONFIGURATION SECTION.
000376 INPUT-OUTPUT SECTION.
000377 FILE-CONTROL.
000380     SELECT LISTFILE ASSIGN TO "LISTFILE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS LR-LIST-KEY
000420         FILE STATUS IS WS-LISTFILE-STATUS.
000421     SELECT LISTDEF ASSIGN TO "LISTDEF"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS LD-LIST-ID
000425         FILE STATUS IS WS-LISTDEF-STATUS.
000430     SELECT INTFILE ASSIGN TO "INTFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-INTFILE-STATUS.
000466     SELECT OPALFILE ASSIGN TO "OPALFILE"
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS WS-OPALFILE-STATUS.
000469     SELECT CHGLOG ASSIGN TO "CHGLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000471         FILE STATUS IS WS-CHGLOG-STATUS.
000472     SELECT STATIDX ASSIGN TO "STATIDX"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS SX-CELL-KEY
000476         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000477         FILE STATUS IS WS-STATIDX-STATUS.
000478 DATA DIVISION.
000479 FILE SECTION.
000480 FD  LISTFILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 120 CHARACTERS.
000510 COPY LISTREC.
000512 FD  LISTDEF
000514     LABEL RECORDS ARE STANDARD
000516     RECORD CONTAINS 120 CHARACTERS.
000518 COPY LSTDEF.
000520 FD  INTFILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 100 CHARACTERS.
000568     LABEL RECORDS ARE STANDARD
000569     RECORD CONTAINS 120 CHARACTERS.
000570 COPY OPALREC.
000571 FD  CHGLOG
000572     LABEL RECORDS ARE STANDARD
000573     RECORD CONTAINS 180 CHARACTERS.
000574 COPY CHGREC.
000575 FD  STATIDX
000576     LABEL RECORDS ARE STANDARD
000577     RECORD CONTAINS 100 CHARACTERS.
000578 COPY SIDXREC.
000579 WORKING-STORAGE SECTION.
000580******************************************************************
000581*    FILE-STATUS AND CONTROL WORKING STORAGE
000590******************************************************************
000600 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
000610     88  WS-LISTFILE-OK             VALUE '00'.
000870 01  WS-INDEX PIC S9(9) VALUE ZERO.
000880 01  WS-TARGET-PRIOR-COUNT PIC S9(9) VALUE ZERO.
000890 01  WS-PURGE-INDEX PIC S9(9) VALUE ZERO.
000891******************************************************************
000892*    LIST DEFINITION WORKING STORAGE - WHAT LISTDEF SAYS ABOUT
000893*    THE LIST BEING LOADED. A MAXIMUM OF ZERO MEANS
000894*    NO LIMIT AND BLANK ALLOWED STATUSES MEAN ANY VALID STATUS.
000895******************************************************************
000896 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
000897     88  WS-LISTDEF-OK              VALUE '00'.
000898     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
000899 01  WS-LIST-DEF-SWITCH PIC X(01) VALUE 'N'.
000900     88  WS-LIST-DEF-ACTIVE         VALUE 'A'.
000901     88  WS-LIST-DEF-RETIRED        VALUE 'R'.
000902     88  WS-LIST-DEF-MISSING        VALUE 'N'.
000903 01  WS-DEF-MAX-CELLS PIC 9(05) VALUE ZERO.
000904 01  WS-DEF-ALLOWED-STATUS PIC X(03) VALUE SPACES.
000905 01  WS-ALLOWED-TALLY PIC S9(9) VALUE ZERO.
000906 01  WS-BARRED-COUNT PIC S9(9) VALUE ZERO.
000907 01  WS-LOAD-CELL.
000908     05  WS-LC-ITEM-KEY PIC X(20).
000909     05  WS-LC-QUANTITY PIC X(07).
000910     05  WS-LC-EFF-DATE PIC X(08).
000911     05  WS-LC-STATUS PIC X(01).
000912     05  FILLER PIC X(44).
000913******************************************************************
000914*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
000915*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
000916******************************************************************
000917 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
000918     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
000919 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
000920     88  WS-CHGLOG-OPEN             VALUE 'Y'.
000921 01  WS-CHG-RUN-ID.
000922     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM10'.
000923     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
000924     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
000925     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
000926 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
000927 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
000928******************************************************************
000929*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
000930*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
000931******************************************************************
000932 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
000933     88  WS-STATIDX-OK              VALUE '00'.
000934     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
000935 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
000936     88  WS-STATIDX-OPEN            VALUE 'Y'.
000937 LINKAGE SECTION.
000938 PROCEDURE DIVISION.
000939******************************************************************
000940*    0000-MAINLINE
000941******************************************************************
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000970     PERFORM 2000-READ-INTERCHANGE-FILE THRU 2000-EXIT.
000980     IF NOT WS-LOAD-ABORT
000990         PERFORM 3000-VERIFY-BALANCE THRU 3000-EXIT
001000     END-IF.
001002     IF NOT WS-LOAD-ABORT
001004         PERFORM 3500-CHECK-LIST-DEFINITION THRU 3500-EXIT
001006     END-IF.
001010     IF NOT WS-LOAD-ABORT
001020         PERFORM 4000-SAVE-LIST-TO-FILE THRU 4000-EXIT
001030     END-IF.
001184         CLOSE OPALFILE
001185         OPEN EXTEND OPALFILE
001186     END-IF.
001187     OPEN INPUT LISTDEF.
001188     IF WS-LISTDEF-NOT-FOUND
001189         DISPLAY "LISTDEF NOT FOUND - A LIST NOT ALREADY ON"
001190             " LISTFILE WILL NOT BE CREATED"
001191     END-IF.
001192     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
001193 1000-EXIT.
001194     EXIT.
001195******************************************************************
001196*    2000-READ-INTERCHANGE-FILE - READ THE WHOLE DATASET INTO
001200*    THE LOAD TABLE. THE FIRST RECORD MUST BE THE HEADER, EVERY
001210*    CELL A DETAIL, AND THE TRAILER MUST BE THE LAST RECORD -
001220*    ANYTHING ELSE ABANDONS THE LOAD BEFORE LISTFILE IS OPENED.
002070     END-IF.
002080 3000-EXIT.
002090     EXIT.
002091******************************************************************
002092*    3500-CHECK-LIST-DEFINITION - HOLD THE LOADED CELLS TO THE
002093*    LIST'S LISTDEF DEFINITION BEFORE LISTFILE IS WRITTEN. A
002094*    LIST WITH NO CELLS ON FILE AND NO ACTIVE DEFINITION WOULD
002095*    BE CREATED BY THE LOAD, SO THE LOAD IS REFUSED; A LIST
002096*    ALREADY ON FILE WITHOUT A DEFINITION PREDATES LISTDEF AND
002097*    IS REPLACED AS BEFORE. A DEFINED LIST REFUSES THE LOAD WHEN
002098*    IT IS OVER THE MAXIMUM OR HOLDS A CELL WHOSE STATUS THE
002099*    DEFINITION DOES NOT ALLOW - THE DATASET IS LOADED WHOLE OR
002100*    NOT AT ALL.
002101******************************************************************
002102 3500-CHECK-LIST-DEFINITION.
002103     MOVE ZERO TO WS-TARGET-PRIOR-COUNT.
002104     OPEN INPUT LISTFILE.
002105     IF NOT WS-LISTFILE-NOT-FOUND
002106         PERFORM 4050-GET-TARGET-PRIOR-COUNT THRU 4050-EXIT
002107         CLOSE LISTFILE
002108     END-IF.
002109     PERFORM 3550-READ-LIST-DEFINITION THRU 3550-EXIT.
002110     IF NOT WS-LIST-DEF-ACTIVE
002111         IF WS-TARGET-PRIOR-COUNT IS EQUAL TO ZERO
002112             DISPLAY "LIST " WS-LIST-ID " HAS NO ACTIVE"
002113                 " DEFINITION ON LISTDEF - NO LOAD PERFORMED"
002114             MOVE 'Y' TO WS-LOAD-ABORT-SWITCH
002115         END-IF
002116         GO TO 3500-EXIT
002117     END-IF.
002118     IF WS-DEF-MAX-CELLS IS GREATER THAN ZERO
002119         AND WS-CELL-COUNT IS GREATER THAN WS-DEF-MAX-CELLS
002120         DISPLAY "INTERCHANGE DATASET HOLDS " WS-CELL-COUNT
002121             " CELLS, OVER THE DEFINED MAXIMUM OF "
002122             WS-DEF-MAX-CELLS " - NO LOAD PERFORMED"
002123         MOVE 'Y' TO WS-LOAD-ABORT-SWITCH
002124         GO TO 3500-EXIT
002125     END-IF.
002126     IF WS-DEF-ALLOWED-STATUS IS EQUAL TO SPACES
002127         GO TO 3500-EXIT
002128     END-IF.
002129     MOVE ZERO TO WS-BARRED-COUNT.
002130     PERFORM 3510-CHECK-ONE-STATUS THRU 3510-EXIT
002131         VARYING WS-INDEX FROM 1 BY 1
002132         UNTIL WS-INDEX IS GREATER THAN WS-CELL-COUNT.
002133     IF WS-BARRED-COUNT IS GREATER THAN ZERO
002134         DISPLAY WS-BARRED-COUNT " CELLS CARRY A STATUS LIST "
002135             WS-LIST-ID " DOES NOT ALLOW - NO LOAD PERFORMED"
002136         MOVE 'Y' TO WS-LOAD-ABORT-SWITCH
002137     END-IF.
002138 3500-EXIT.
002139     EXIT.
002140******************************************************************
002141*    3510-CHECK-ONE-STATUS - COUNT ONE LOADED CELL WHOSE STATUS
002142*    THE DEFINITION DOES NOT ALLOW. A LEGACY FREE-TEXT CELL
002143*    (NON-NUMERIC QUANTITY) CARRIES NO STATUS TO CHECK.
002144******************************************************************
002145 3510-CHECK-ONE-STATUS.
002146     MOVE LOAD-DATA(WS-INDEX) TO WS-LOAD-CELL.
002147     IF WS-LC-QUANTITY IS NOT NUMERIC
002148         GO TO 3510-EXIT
002149     END-IF.
002150     MOVE ZERO TO WS-ALLOWED-TALLY.
002151     INSPECT WS-DEF-ALLOWED-STATUS TALLYING WS-ALLOWED-TALLY
002152         FOR ALL WS-LC-STATUS.
002153     IF WS-ALLOWED-TALLY IS EQUAL TO ZERO
002154         DISPLAY "STATUS '" WS-LC-STATUS "' NOT ALLOWED ON LIST "
002155             WS-LIST-ID " FOR KEY " WS-LC-ITEM-KEY
002156         ADD 1 TO WS-BARRED-COUNT
002157     END-IF.
002158 3510-EXIT.
002159     EXIT.
002160 3550-READ-LIST-DEFINITION.
002161     MOVE 'N' TO WS-LIST-DEF-SWITCH.
002162     MOVE ZERO TO WS-DEF-MAX-CELLS.
002163     MOVE SPACES TO WS-DEF-ALLOWED-STATUS.
002164     IF WS-LISTDEF-NOT-FOUND
002165         GO TO 3550-EXIT
002166     END-IF.
002167     MOVE WS-LIST-ID TO LD-LIST-ID.
002168     READ LISTDEF
002169         INVALID KEY GO TO 3550-EXIT
002170     END-READ.
002171     MOVE LD-DEF-STATUS TO WS-LIST-DEF-SWITCH.
002172     IF WS-LIST-DEF-ACTIVE
002173         MOVE LD-MAX-CELLS TO WS-DEF-MAX-CELLS
002174         MOVE LD-ALLOWED-STATUS TO WS-DEF-ALLOWED-STATUS
002175     END-IF.
002176 3550-EXIT.
002177     EXIT.
002178******************************************************************
002179*    4000-SAVE-LIST-TO-FILE - CREATE OR REPLACE THE NAMED LIST
002180*    IN LISTFILE: WRITE THE LOADED CELLS RENUMBERED 1..N WITH
002181*    CLEAN LINKS, THEN PURGE ANY RECORDS THE PRIOR, LARGER
002182*    VERSION OF THE LIST LEFT ABOVE THE NEW COUNT - THE SAME
002183*    REPLACE-AND-PURGE PROGRAM4'S MERGE SAVE PERFORMS.
002184******************************************************************
002185 4000-SAVE-LIST-TO-FILE.
002186     OPEN I-O LISTFILE.
002190     IF WS-LISTFILE-NOT-FOUND
002200         OPEN OUTPUT LISTFILE
002210         CLOSE LISTFILE
002620     WRITE LIST-RECORD
002630         INVALID KEY REWRITE LIST-RECORD
002640     END-WRITE.
002643     MOVE 'W' TO WS-CHG-OPERATION.
002646     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
002650     ADD 1 TO WS-INDEX.
002660 4100-EXIT.
002670     EXIT.
002790     DELETE LISTFILE
002800         INVALID KEY CONTINUE
002810     END-DELETE.
002813     MOVE 'D' TO WS-CHG-OPERATION.
002816     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
002820 4210-EXIT.
002830     EXIT.
002861******************************************************************
002862*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
002863*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
002864*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
002865*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
002866*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
002867******************************************************************
002868 7900-OPEN-CHANGE-LOG.
002869     OPEN EXTEND CHGLOG.
002870     IF WS-CHGLOG-NOT-FOUND
002871         OPEN OUTPUT CHGLOG
002872         CLOSE CHGLOG
002873         OPEN EXTEND CHGLOG
002874     END-IF.
002875     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
002876     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
002877     ACCEPT WS-CHG-RUN-TIME FROM TIME.
002878     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
002879 7900-EXIT.
002880     EXIT.
002881******************************************************************
002882*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
002883*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
002884*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
002885*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
002886*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
002887*    CATALOG STARTS WITH NO LIST CLAIMED.
002888*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
002889******************************************************************
002890 7910-LOG-CELL-CHANGE.
002891     IF NOT WS-CHGLOG-OPEN
002892         OR NOT WS-LISTFILE-OK
002893         OR LR-LIST-INDEX IS EQUAL TO ZERO
002894         GO TO 7910-EXIT
002895     END-IF.
002896     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
002897     ADD 1 TO WS-CHG-SEQUENCE.
002898     MOVE SPACES TO CHANGE-LOG-RECORD.
002899     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
002900     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
002901     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
002902     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
002903     ACCEPT CG-LOG-TIME FROM TIME.
002904     IF CG-CELL-DELETED
002905         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
002906     ELSE
002907         MOVE LIST-RECORD TO CG-AFTER-IMAGE
002908     END-IF.
002909     WRITE CHANGE-LOG-RECORD.
002910 7910-EXIT.
002911     EXIT.
002912******************************************************************
002913*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
002914*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
002915*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
002916******************************************************************
002917 7920-CLOSE-CHANGE-LOG.
002918     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
002919     IF NOT WS-CHGLOG-OPEN
002920         GO TO 7920-EXIT
002921     END-IF.
002922     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
002923         MOVE SPACES TO CHANGE-LOG-RECORD
002924         MOVE 'E' TO CG-RECORD-TYPE
002925         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
002926         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
002927         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
002928         ACCEPT CG-LOG-TIME FROM TIME
002929         WRITE CHANGE-LOG-RECORD
002930     END-IF.
002931     CLOSE CHGLOG.
002932     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
002933 7920-EXIT.
002934     EXIT.
002935******************************************************************
002936*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
002937*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
002938*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
002939*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
002940*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
002941******************************************************************
002942 7950-OPEN-STATUS-INDEX.
002943     OPEN I-O STATIDX.
002944     IF WS-STATIDX-OK
002945         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
002946     ELSE
002947         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
002948             " MAINTAINED BY THIS RUN"
002949     END-IF.
002950 7950-EXIT.
002951     EXIT.
002952******************************************************************
002953*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
002954*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
002955*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
002956*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
002957*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
002958*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
002959******************************************************************
002960 7960-INDEX-CELL-CHANGE.
002961     IF NOT WS-STATIDX-OPEN
002962         GO TO 7960-EXIT
002963     END-IF.
002964     MOVE SPACES TO STATUS-INDEX-RECORD.
002965     MOVE LR-LIST-ID TO SX-LIST-ID.
002966     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
002967     IF WS-CHG-OPERATION IS EQUAL TO 'D'
002968         OR LR-QUANTITY IS NOT NUMERIC
002969         DELETE STATIDX
002970             INVALID KEY CONTINUE
002971         END-DELETE
002972         GO TO 7960-EXIT
002973     END-IF.
002974     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
002975     MOVE LR-EFF-DATE TO SX-EFF-DATE.
002976     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
002977     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
002978     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
002979     MOVE LR-QUANTITY TO SX-QUANTITY.
002980     WRITE STATUS-INDEX-RECORD
002981         INVALID KEY REWRITE STATUS-INDEX-RECORD
002982     END-WRITE.
002983 7960-EXIT.
002984     EXIT.
002985 7970-CLOSE-STATUS-INDEX.
002986     IF WS-STATIDX-OPEN
002987         CLOSE STATIDX
002988         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
002989     END-IF.
002990 7970-EXIT.
002991     EXIT.
002992******************************************************************
002993*    9000-TERMINATE - CLOSE THE INTERCHANGE DATASET. LISTFILE
002994*    IS OPENED AND CLOSED INSIDE THE SAVE STEP.
002995******************************************************************
002996 9000-TERMINATE.
002997     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
002998     IF NOT WS-INTFILE-NOT-FOUND
002999         CLOSE INTFILE
003000     END-IF.
003001     CLOSE AUDITFILE.
003002     CLOSE XREFFILE.
003003     CLOSE RUNFILE.
003004     CLOSE OPALFILE.
003005     IF NOT WS-LISTDEF-NOT-FOUND
003006         CLOSE LISTDEF
003007     END-IF.
003008 9000-EXIT.
003009     EXIT.
003010******************************************************************
003011*   7700-WRITE-RUN-RECORD - APPEND THIS RUN'S MACHINE-READABLE
003012*   RUN-CONTROL RECORD TO RUNFILE FOR THE DOWNSTREAM STEP'S
003013*   RunCheck. AN APPLIED LOAD REPLACES THE LIST WHOLE, SO THE
003014*   IDENTITIES ARE: READ = LOADED + 0 REJECTED, AND ENDING
003015*   COUNT = PRIOR + LOADED - PRIOR. A REFUSED LOAD WITH A
003016*   KNOWN LIST RECORDS FLAG 'A' WITH EVERY COUNT ZERO.
003017******************************************************************
003018 7700-WRITE-RUN-RECORD.
003019     ACCEPT WS-CURRENT-DATE FROM DATE.
003020     ACCEPT WS-CURRENT-TIME FROM TIME.
003021     MOVE SPACES TO RUN-CONTROL-RECORD.
003022     MOVE WS-CURRENT-DATE TO RN-DATE.
003023     MOVE WS-CURRENT-TIME TO RN-TIME.
003024     MOVE 'PGM10JOB' TO RN-JOB-NAME.
003025     MOVE 'STEP010' TO RN-STEP-NAME.
003026     MOVE 'PROGRAM10' TO RN-PROGRAM.
003027     MOVE WS-LIST-ID TO RN-LIST-ID.
003028     MOVE WS-RUN-FLAG TO RN-COMPLETE-FLAG.
003029     IF WS-RUN-FLAG IS EQUAL TO 'A'
003030         MOVE ZERO TO RN-START-COUNT
003031         MOVE ZERO TO RN-END-COUNT
003032         MOVE ZERO TO RN-READ-COUNT
003033         MOVE ZERO TO RN-ACCEPT-COUNT
003034         MOVE ZERO TO RN-REJECT-COUNT
003035         MOVE ZERO TO RN-ADDED-COUNT
003036         MOVE ZERO TO RN-REMOVED-COUNT
003037         WRITE RUN-CONTROL-RECORD
003038         GO TO 7700-EXIT
003039     END-IF.
003040     MOVE WS-TARGET-PRIOR-COUNT TO RN-START-COUNT.
003041     MOVE WS-CELL-COUNT TO RN-END-COUNT.
003042     MOVE WS-CELL-COUNT TO RN-READ-COUNT.
003043     MOVE WS-CELL-COUNT TO RN-ACCEPT-COUNT.
003044     MOVE ZERO TO RN-REJECT-COUNT.
003045     MOVE WS-CELL-COUNT TO RN-ADDED-COUNT.
003046     MOVE WS-TARGET-PRIOR-COUNT TO RN-REMOVED-COUNT.
003047     WRITE RUN-CONTROL-RECORD.
003048 7700-EXIT.
003049     EXIT.
003050******************************************************************
003051*    7800-WRITE-OPER-ALERT - APPEND ONE LINE TO THE COMMON
003052*    OPERATOR ALERT DATASET. THE CALLER SETS OA-SEVERITY,
003053*    OA-LIST-ID, OA-CONDITION AND OA-TEXT; THE STAMP AND
003054*    PROGRAM NAME GO ON HERE.
003055******************************************************************
003056 7800-WRITE-OPER-ALERT.
003057     ACCEPT WS-CURRENT-DATE FROM DATE.
003058     ACCEPT WS-CURRENT-TIME FROM TIME.
003059     MOVE WS-CURRENT-DATE TO OA-DATE.
003060     MOVE WS-CURRENT-TIME TO OA-TIME.
003061     MOVE 'PROGRAM10' TO OA-PROGRAM.
003062     WRITE OPALERT-RECORD.
003063 7800-EXIT.
003064     EXIT.
003065 END PROGRAM Program10.
