000260*    QUANTITY IS RIGHT-JUSTIFIED AND ZERO-FILLED INTO PIC
000270*    9(07), THE DATE MUST BE EIGHT DIGITS (YYYYMMDD) AND THE
000280*    STATUS ONE OF A/H/C. THE FULL PROGRAM1 VALIDATION SET
000290*    APPLIES - NUMERIC QUANTITY AND DATE, VALID STATUS, ITEM
000295*    KEY ACTIVE ON THE ITEM MASTER, DUPLICATE ITEM KEY - AND
000300*    ACCEPTED ROWS ARE STAGED INTO THE NAMED LIST WITH THE
000310*    SAME SORTED INSERT PROGRAM6'S 3000-APPLY-ADD PERFORMS.
000320*    EVERY REJECTED ROW GOES TO
000330*    REJFILE UNCHANGED WITH ITS REASON, SO PURCHASING CAN FIX
000340*    AND RESUBMIT. PRTFILE CLOSES WITH ROWS READ / ACCEPTED /
000350*    REJECTED, EVERY ROW LANDS IN AUDITFILE, AND THE RUN
000430*    DATE       INIT DESCRIPTION
000440*    -------    ---- ------------------------------------------
000450*    2026-09-01 SRJ  ORIGINAL PROGRAM - DELIMITED IMPORT
000452*    2026-10-15 SRJ  EACH ROW'S ITEM KEY IS NOW CHECKED AGAINST
000454*                    ITEMFILE, THE ITEM MASTER: A KEY NOT ON THE
000456*                    MASTER IS REJECTED AS REJECT-NOITEM AND A
000458*                    DISCONTINUED ONE AS REJECT-DISC.
000459*    2026-10-15 SRJ  THE TARGET LIST IS NOW LOOKED UP ON LISTDEF,
000460*                    THE LIST DEFINITION MASTER. A LIST WITH NO
000461*                    CELLS ON FILE AND NO ACTIVE DEFINITION IS NOT
000462*                    CREATED - EVERY ROW GOES TO REJFILE AS
000463*                    REJECT-NODEF - AND A DEFINED LIST REJECTS A
000464*                    STATUS ITS DEFINITION DOES NOT ALLOW
000465*                    (REJECT-NOTALLOW) AND ANY ROW BEYOND ITS
000466*                    DEFINED MAXIMUM (REJECT-FULL).
000467*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000468*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000469*                    AFTER-IMAGE CHANGE LOG ListRecover
000470*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000471*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000472*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000473*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000474*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000475*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000476*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000477*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000478*                    WITH LISTFILE.
000479******************************************************************
000480 ENVIRONMENT DIVISION.
000481 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LISTFILE ASSIGN TO "LISTFILE"
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LR-LIST-KEY
000550         FILE STATUS IS WS-LISTFILE-STATUS.
000551     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS MI-ITEM-KEY
000555         FILE STATUS IS WS-ITEMFILE-STATUS.
000556     SELECT LISTDEF ASSIGN TO "LISTDEF"
000557         ORGANIZATION IS INDEXED
000558         ACCESS MODE IS DYNAMIC
000559         RECORD KEY IS LD-LIST-ID
000560         FILE STATUS IS WS-LISTDEF-STATUS.
000561     SELECT CTL-FILE ASSIGN TO "SYSIN"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT IMPFILE ASSIGN TO "IMPFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000750     SELECT RUNFILE ASSIGN TO "RUNFILE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RUNFILE-STATUS.
000772     SELECT CHGLOG ASSIGN TO "CHGLOG"
000774         ORGANIZATION IS LINE SEQUENTIAL
000776         FILE STATUS IS WS-CHGLOG-STATUS.
000777     SELECT STATIDX ASSIGN TO "STATIDX"
000778         ORGANIZATION IS INDEXED
000779         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS SX-CELL-KEY
000781         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000782         FILE STATUS IS WS-STATIDX-STATUS.
000783 DATA DIVISION.
000790 FILE SECTION.
000800 FD  LISTFILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 120 CHARACTERS.
000830 COPY LISTREC.
000832 FD  ITEMFILE
000834     LABEL RECORDS ARE STANDARD
000836     RECORD CONTAINS 100 CHARACTERS.
000838 COPY ITEMREC.
000839 FD  LISTDEF
000840     LABEL RECORDS ARE STANDARD
000841     RECORD CONTAINS 120 CHARACTERS.
000842 COPY LSTDEF.
000843 FD  CTL-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 COPY IMPCTL.
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 100 CHARACTERS.
001110 COPY RUNREC.
001112 FD  CHGLOG
001114     LABEL RECORDS ARE STANDARD
001116     RECORD CONTAINS 180 CHARACTERS.
001118 COPY CHGREC.
001119 FD  STATIDX
001120     LABEL RECORDS ARE STANDARD
001121     RECORD CONTAINS 100 CHARACTERS.
001122 COPY SIDXREC.
001123 WORKING-STORAGE SECTION.
001130******************************************************************
001140*    LIST TABLE WORKING STORAGE - THE SAME TOP_LIST STRUCTURE
001150*    PROGRAM1 BUILDS, HOLDING THE LIST THE ROWS STAGE INTO.
001890     05  WS-CARD-STATUS PIC X(01).
001900         88  WS-CARD-VALID-STATUS VALUES 'A' 'H' 'C'.
001910     05  FILLER PIC X(44) VALUE SPACES.
001911******************************************************************
001912*    ITEM MASTER VALIDATION WORKING STORAGE
001913******************************************************************
001914 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
001915     88  WS-ITEMFILE-OK             VALUE '00'.
001916     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
001917 01  WS-ITEM-MASTER-SWITCH PIC X(01) VALUE 'N'.
001918     88  WS-ITEM-ON-MASTER          VALUE 'A'.
001919     88  WS-ITEM-NOT-ON-MASTER      VALUE 'N'.
001920     88  WS-ITEM-DISCONTINUED       VALUE 'D'.
001921******************************************************************
001922*    LIST DEFINITION WORKING STORAGE - WHAT LISTDEF SAYS ABOUT
001923*    THE LIST THE ROWS STAGE INTO. A MAXIMUM OF ZERO MEANS
001924*    NO LIMIT AND BLANK ALLOWED STATUSES MEAN ANY VALID STATUS.
001925******************************************************************
001926 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
001927     88  WS-LISTDEF-OK              VALUE '00'.
001928     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
001929 01  WS-LIST-DEF-SWITCH PIC X(01) VALUE 'N'.
001930     88  WS-LIST-DEF-ACTIVE         VALUE 'A'.
001931     88  WS-LIST-DEF-RETIRED        VALUE 'R'.
001932     88  WS-LIST-DEF-MISSING        VALUE 'N'.
001933 01  WS-LIST-UNDEFINED-SWITCH PIC X(01) VALUE 'N'.
001934     88  WS-LIST-UNDEFINED          VALUE 'Y'.
001935 01  WS-DEF-MAX-CELLS PIC 9(05) VALUE ZERO.
001936 01  WS-DEF-ALLOWED-STATUS PIC X(03) VALUE SPACES.
001937 01  WS-ALLOWED-TALLY PIC S9(9) VALUE ZERO.
001938******************************************************************
001939*    DUPLICATE-CHECK AND SORTED-INSERT WORKING STORAGE - THE
001940*    SAME MACHINERY AS PROGRAM6'S APPLY-ADD.
001950******************************************************************
001960 01  WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
002380     05  FILLER PIC X(12) VALUE '  REJECTED: '.
002390     05  IR-REJECT-COUNT PIC ZZZZZZZZ9.
002400     05  FILLER PIC X(69) VALUE SPACES.
002401******************************************************************
002402*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
002403*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
002404******************************************************************
002405 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
002406     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
002407 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
002408     88  WS-CHGLOG-OPEN             VALUE 'Y'.
002409 01  WS-CHG-RUN-ID.
002410     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM27'.
002411     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
002412     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
002413     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
002414 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
002415 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
002416******************************************************************
002417*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
002418*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
002419******************************************************************
002420 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
002421     88  WS-STATIDX-OK              VALUE '00'.
002422     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
002423 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
002424     88  WS-STATIDX-OPEN            VALUE 'Y'.
002425 LINKAGE SECTION.
002426 PROCEDURE DIVISION.
002430******************************************************************
002440*    0000-MAINLINE
002450******************************************************************
002550     IF NOT WS-IMPORT-ABORT
002560         PERFORM 5000-LOAD-LIST-FROM-FILE THRU 5000-EXIT
002570         PERFORM 7500-XREF-CLEAR-LIST THRU 7500-EXIT
002575         PERFORM 5200-CHECK-LIST-DEFINITION THRU 5200-EXIT
002580         MOVE INPUTNUM_SAVE TO WS-START-COUNT
002590         PERFORM 3000-IMPORT-ONE-ROW THRU 3000-EXIT
002600             UNTIL WS-IMP-EOF
003050         CLOSE RUNFILE
003060         OPEN EXTEND RUNFILE
003070     END-IF.
003071     OPEN INPUT ITEMFILE.
003072     IF WS-ITEMFILE-NOT-FOUND
003073         DISPLAY "ITEMFILE NOT FOUND - EVERY ROW WILL BE"
003074             " REJECTED AS NOT ON THE ITEM MASTER"
003075     END-IF.
003076     OPEN INPUT LISTDEF.
003077     IF WS-LISTDEF-NOT-FOUND
003078         DISPLAY "LISTDEF NOT FOUND - A LIST NOT ALREADY ON"
003079             " LISTFILE WILL NOT BE CREATED"
003080     END-IF.
003081     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
003082 1000-EXIT.
003090     EXIT.
003100******************************************************************
003110*    2000-READ-CONTROL-CARD - LEARN WHICH LIST THE ACCEPTED
004370         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004380         GO TO 3000-EXIT
004390     END-IF.
004391     IF WS-LIST-UNDEFINED
004392         MOVE 'REJECT-NODEF' TO AU-OUTCOME
004393         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004394         GO TO 3000-EXIT
004395     END-IF.
004396     IF WS-DEF-ALLOWED-STATUS IS NOT EQUAL TO SPACES
004397         MOVE ZERO TO WS-ALLOWED-TALLY
004398         INSPECT WS-DEF-ALLOWED-STATUS TALLYING WS-ALLOWED-TALLY
004399             FOR ALL WS-CARD-STATUS
004400         IF WS-ALLOWED-TALLY IS EQUAL TO ZERO
004401             MOVE 'REJECT-NOTALLOW' TO AU-OUTCOME
004402             PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004403             GO TO 3000-EXIT
004404         END-IF
004405     END-IF.
004406     PERFORM 3400-CHECK-ITEM-MASTER THRU 3400-EXIT.
004407     IF WS-ITEM-NOT-ON-MASTER
004408         MOVE 'REJECT-NOITEM' TO AU-OUTCOME
004409         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004410         GO TO 3000-EXIT
004411     END-IF.
004412     IF WS-ITEM-DISCONTINUED
004413         MOVE 'REJECT-DISC' TO AU-OUTCOME
004414         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004415         GO TO 3000-EXIT
004416     END-IF.
004417     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT.
004418     IF WS-DUPLICATE-FOUND
004420         MOVE 'REJECT-DUP' TO AU-OUTCOME
004430         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004440         GO TO 3000-EXIT
004480         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004490         GO TO 3000-EXIT
004500     END-IF.
004501     IF WS-DEF-MAX-CELLS IS GREATER THAN ZERO
004502         AND INPUTNUM_SAVE IS NOT LESS THAN WS-DEF-MAX-CELLS
004503         MOVE 'REJECT-FULL' TO AU-OUTCOME
004504         PERFORM 3900-REJECT-ROW THRU 3900-EXIT
004505         GO TO 3000-EXIT
004506     END-IF.
004510     PERFORM 3500-INSERT-SORTED THRU 3500-EXIT.
004520     ADD 1 TO WS-ACCEPT-COUNT.
004530     MOVE 'ACCEPTED' TO AU-OUTCOME.
005490     END-IF.
005500 3310-EXIT.
005510     EXIT.
005511******************************************************************
005512*    3400-CHECK-ITEM-MASTER - LOOK THE STAGED ITEM KEY UP ON
005513*    ITEMFILE. THE SWITCH COMES BACK 'A' FOR AN ACTIVE ITEM,
005514*    'D' FOR A DISCONTINUED ONE AND 'N' WHEN THE KEY IS NOT ON
005515*    THE MASTER (OR THE MASTER ITSELF COULD NOT BE OPENED).
005516******************************************************************
005517 3400-CHECK-ITEM-MASTER.
005518     MOVE 'N' TO WS-ITEM-MASTER-SWITCH.
005519     IF WS-ITEMFILE-NOT-FOUND
005520         GO TO 3400-EXIT
005521     END-IF.
005522     MOVE WS-CARD-ITEM-KEY TO MI-ITEM-KEY.
005523     READ ITEMFILE
005524         INVALID KEY GO TO 3400-EXIT
005525     END-READ.
005526     IF MI-ITEM-DISCONTINUED
005527         MOVE 'D' TO WS-ITEM-MASTER-SWITCH
005528     ELSE
005529         MOVE 'A' TO WS-ITEM-MASTER-SWITCH
005530     END-IF.
005531 3400-EXIT.
005532     EXIT.
005533******************************************************************
005534*    3500-INSERT-SORTED - DROP THE STAGED CARD INTO ITS SORTED
005540*    POSITION, THE SAME INSERTION PROGRAM6'S 3200-INSERT-SORTED
005550*    PERFORMS, SO TOP_DATA STAYS IN ASCENDING ITEM-KEY ORDER
005560*    FOR FINDCELL'S BINARY SEARCH.
006500     WRITE LIST-RECORD
006510         INVALID KEY REWRITE LIST-RECORD
006520     END-WRITE.
006523     MOVE 'W' TO WS-CHG-OPERATION.
006526     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
006530     ADD 1 TO WS-INDEX.
006540 4100-EXIT.
006550     EXIT.
007000     END-READ.
007010 5100-EXIT.
007020     EXIT.
007021******************************************************************
007022*    5200-CHECK-LIST-DEFINITION - LOOK THE LIST JUST LOADED UP
007023*    ON LISTDEF. AN ACTIVE DEFINITION SUPPLIES THE MAXIMUM CELL
007024*    COUNT AND ALLOWED STATUSES THE ROWS ARE HELD TO. A LIST
007025*    WITH NO CELLS ON FILE AND NO ACTIVE DEFINITION WOULD BE
007026*    CREATED BY THE IMPORT, SO IT IS FLAGGED UNDEFINED AND EVERY
007027*    ROW FOR IT IS REJECTED. A LIST ALREADY ON FILE WITHOUT A
007028*    DEFINITION PREDATES LISTDEF AND IS UPDATED AS BEFORE,
007029*    WITHOUT LIMITS.
007030******************************************************************
007031 5200-CHECK-LIST-DEFINITION.
007032     MOVE 'N' TO WS-LIST-UNDEFINED-SWITCH.
007033     PERFORM 5210-READ-LIST-DEFINITION THRU 5210-EXIT.
007034     IF NOT WS-LIST-DEF-ACTIVE
007035         AND INPUTNUM_SAVE IS EQUAL TO ZERO
007036         MOVE 'Y' TO WS-LIST-UNDEFINED-SWITCH
007037         DISPLAY "LIST " WS-LIST-ID " HAS NO ACTIVE DEFINITION"
007038             " ON LISTDEF - IT WILL NOT BE CREATED"
007039     END-IF.
007040 5200-EXIT.
007041     EXIT.
007042 5210-READ-LIST-DEFINITION.
007043     MOVE 'N' TO WS-LIST-DEF-SWITCH.
007044     MOVE ZERO TO WS-DEF-MAX-CELLS.
007045     MOVE SPACES TO WS-DEF-ALLOWED-STATUS.
007046     IF WS-LISTDEF-NOT-FOUND
007047         GO TO 5210-EXIT
007048     END-IF.
007049     MOVE WS-LIST-ID TO LD-LIST-ID.
007050     READ LISTDEF
007051         INVALID KEY GO TO 5210-EXIT
007052     END-READ.
007053     MOVE LD-DEF-STATUS TO WS-LIST-DEF-SWITCH.
007054     IF WS-LIST-DEF-ACTIVE
007055         MOVE LD-MAX-CELLS TO WS-DEF-MAX-CELLS
007056         MOVE LD-ALLOWED-STATUS TO WS-DEF-ALLOWED-STATUS
007057     END-IF.
007058 5210-EXIT.
007059     EXIT.
007060******************************************************************
007061*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
007062*    RECORD. THE CALLER SETS AU-OUTCOME; THE ACTION IS ALWAYS
007063*    'IMPORT' AND THE VALUE THE ROW AS RECEIVED.
007070******************************************************************
007080 7000-WRITE-AUDIT-RECORD.
007090     ACCEPT WS-CURRENT-DATE FROM DATE.
008110     CLOSE LISTFILE.
008120 8500-EXIT.
008130     EXIT.
008151******************************************************************
008152*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
008153*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
008154*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
008155*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
008156*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
008157******************************************************************
008158 7900-OPEN-CHANGE-LOG.
008159     OPEN EXTEND CHGLOG.
008160     IF WS-CHGLOG-NOT-FOUND
008161         OPEN OUTPUT CHGLOG
008162         CLOSE CHGLOG
008163         OPEN EXTEND CHGLOG
008164     END-IF.
008165     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
008166     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
008167     ACCEPT WS-CHG-RUN-TIME FROM TIME.
008168     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
008169 7900-EXIT.
008170     EXIT.
008171******************************************************************
008172*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
008173*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
008174*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
008175*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
008176*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
008177*    CATALOG STARTS WITH NO LIST CLAIMED.
008178*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
008179******************************************************************
008180 7910-LOG-CELL-CHANGE.
008181     IF NOT WS-CHGLOG-OPEN
008182         OR NOT WS-LISTFILE-OK
008183         OR LR-LIST-INDEX IS EQUAL TO ZERO
008184         GO TO 7910-EXIT
008185     END-IF.
008186     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
008187     ADD 1 TO WS-CHG-SEQUENCE.
008188     MOVE SPACES TO CHANGE-LOG-RECORD.
008189     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
008190     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
008191     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
008192     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
008193     ACCEPT CG-LOG-TIME FROM TIME.
008194     IF CG-CELL-DELETED
008195         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
008196     ELSE
008197         MOVE LIST-RECORD TO CG-AFTER-IMAGE
008198     END-IF.
008199     WRITE CHANGE-LOG-RECORD.
008200 7910-EXIT.
008201     EXIT.
008202******************************************************************
008203*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
008204*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
008205*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
008206******************************************************************
008207 7920-CLOSE-CHANGE-LOG.
008208     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
008209     IF NOT WS-CHGLOG-OPEN
008210         GO TO 7920-EXIT
008211     END-IF.
008212     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
008213         MOVE SPACES TO CHANGE-LOG-RECORD
008214         MOVE 'E' TO CG-RECORD-TYPE
008215         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
008216         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
008217         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
008218         ACCEPT CG-LOG-TIME FROM TIME
008219         WRITE CHANGE-LOG-RECORD
008220     END-IF.
008221     CLOSE CHGLOG.
008222     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
008223 7920-EXIT.
008224     EXIT.
008225******************************************************************
008226*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
008227*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
008228*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
008229*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
008230*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
008231******************************************************************
008232 7950-OPEN-STATUS-INDEX.
008233     OPEN I-O STATIDX.
008234     IF WS-STATIDX-OK
008235         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
008236     ELSE
008237         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
008238             " MAINTAINED BY THIS RUN"
008239     END-IF.
008240 7950-EXIT.
008241     EXIT.
008242******************************************************************
008243*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
008244*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
008245*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
008246*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
008247*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
008248*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
008249******************************************************************
008250 7960-INDEX-CELL-CHANGE.
008251     IF NOT WS-STATIDX-OPEN
008252         GO TO 7960-EXIT
008253     END-IF.
008254     MOVE SPACES TO STATUS-INDEX-RECORD.
008255     MOVE LR-LIST-ID TO SX-LIST-ID.
008256     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
008257     IF WS-CHG-OPERATION IS EQUAL TO 'D'
008258         OR LR-QUANTITY IS NOT NUMERIC
008259         DELETE STATIDX
008260             INVALID KEY CONTINUE
008261         END-DELETE
008262         GO TO 7960-EXIT
008263     END-IF.
008264     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
008265     MOVE LR-EFF-DATE TO SX-EFF-DATE.
008266     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
008267     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
008268     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
008269     MOVE LR-QUANTITY TO SX-QUANTITY.
008270     WRITE STATUS-INDEX-RECORD
008271         INVALID KEY REWRITE STATUS-INDEX-RECORD
008272     END-WRITE.
008273 7960-EXIT.
008274     EXIT.
008275 7970-CLOSE-STATUS-INDEX.
008276     IF WS-STATIDX-OPEN
008277         CLOSE STATIDX
008278         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
008279     END-IF.
008280 7970-EXIT.
008281     EXIT.
008282******************************************************************
008283*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
008284******************************************************************
008285 9000-TERMINATE.
008286     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
008287     CLOSE CTL-FILE.
008288     CLOSE PRTFILE.
008289     IF NOT WS-IMPFILE-NOT-FOUND
008290         CLOSE IMPFILE
008291     END-IF.
008292     CLOSE REJFILE.
008293     CLOSE AUDITFILE.
008294     CLOSE XREFFILE.
008295     CLOSE RUNFILE.
008296     IF NOT WS-ITEMFILE-NOT-FOUND
008297         CLOSE ITEMFILE
008298     END-IF.
008299     IF NOT WS-LISTDEF-NOT-FOUND
008300         CLOSE LISTDEF
008301     END-IF.
008302 9000-EXIT.
008303     EXIT.
008304 END PROGRAM Program27.
