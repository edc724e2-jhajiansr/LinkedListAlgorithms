000860*                    WS-MAX-ENTRIES - SO THE SCHEDULER'S COND
000870*                    PROCESSING CAN STOP DOWNSTREAM STEPS FROM
000880*                    RUNNING AGAINST A SHORT OR INCOMPLETE BUILD.
000881*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000882*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000883*                    AFTER-IMAGE CHANGE LOG ListRecover
000884*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000885*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000886*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000887*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000888*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000889*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000890*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000891*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000892*                    WITH LISTFILE.
000893******************************************************************
000900*    2026-08-22 SRJ  BEFORE AN APPLIED DELETE SHRINKS THE LIST,
000910*                    THE LIST'S PRIOR PERSISTED CELLS ARE NOW
000920*                    SNAPSHOTTED TO RECVFILE UNDER A RUN STAMP SO
001188*                    REACH THE COUNTERS, SO THE RECORD BALANCES
001190*                    INTERNALLY AND ONLY THE FLAG LETS RunCheck
001192*                    HOLD THE DOWNSTREAM STEPS.
001194*    2026-10-15 SRJ  EVERY VALUE CARD'S ITEM KEY IS NOW CHECKED
001195*                    AGAINST ITEMFILE, THE ITEM MASTER: A KEY NOT
001196*                    ON THE MASTER IS REJECTED AS REJECT-NOITEM
001197*                    AND A DISCONTINUED ONE AS REJECT-DISC, EACH
001198*                    WITH ITS OWN LINE ON THE CONTROL REPORT, SO
001199*                    A MISTYPED KEY NO LONGER LANDS ON THE LIST
001200*                    AS A NEW ITEM.
001201*    2026-10-15 SRJ  THE LIST IS NOW LOOKED UP ON LISTDEF, THE
001202*                    LIST DEFINITION MASTER. A LIST WITH NO CELLS
001203*                    ON FILE AND NO ACTIVE DEFINITION IS NOT
001204*                    CREATED - EVERY CARD IS REJECTED AS
001205*                    REJECT-NODEF - AND A DEFINED LIST REJECTS
001206*                    A STATUS ITS DEFINITION DOES NOT ALLOW
001207*                    (REJECT-NOTALLOW) AND ANY CELL BEYOND ITS
001208*                    DEFINED MAXIMUM (REJECT-FULL).
001209******************************************************************
001210 ENVIRONMENT DIVISION.
001220 CONFIGURATION SECTION.
001230 INPUT-OUTPUT SECTION.
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS LR-LIST-KEY
001290         FILE STATUS IS WS-LISTFILE-STATUS.
001291     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
001292         ORGANIZATION IS INDEXED
001293         ACCESS MODE IS DYNAMIC
001294         RECORD KEY IS MI-ITEM-KEY
001295         FILE STATUS IS WS-ITEMFILE-STATUS.
001296     SELECT LISTDEF ASSIGN TO "LISTDEF"
001297         ORGANIZATION IS INDEXED
001298         ACCESS MODE IS DYNAMIC
001299         RECORD KEY IS LD-LIST-ID
001300         FILE STATUS IS WS-LISTDEF-STATUS.
001301     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
001310         ORGANIZATION IS LINE SEQUENTIAL.
001320     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
001330         ORGANIZATION IS LINE SEQUENTIAL
001416     SELECT OPALFILE ASSIGN TO "OPALFILE"
001417         ORGANIZATION IS LINE SEQUENTIAL
001418         FILE STATUS IS WS-OPALFILE-STATUS.
001419     SELECT CHGLOG ASSIGN TO "CHGLOG"
001420         ORGANIZATION IS LINE SEQUENTIAL
001421         FILE STATUS IS WS-CHGLOG-STATUS.
001422     SELECT STATIDX ASSIGN TO "STATIDX"
001423         ORGANIZATION IS INDEXED
001424         ACCESS MODE IS DYNAMIC
001425         RECORD KEY IS SX-CELL-KEY
001426         ALTERNATE RECORD KEY IS SX-STATUS-KEY
001427         FILE STATUS IS WS-STATIDX-STATUS.
001428 DATA DIVISION.
001429 FILE SECTION.
001430 FD  LISTFILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 120 CHARACTERS.
001460 COPY LISTREC.
001462 FD  ITEMFILE
001464     LABEL RECORDS ARE STANDARD
001466     RECORD CONTAINS 100 CHARACTERS.
001468 COPY ITEMREC.
001469 FD  LISTDEF
001470     LABEL RECORDS ARE STANDARD
001471     RECORD CONTAINS 120 CHARACTERS.
001472 COPY LSTDEF.
001473 FD  SYSIN-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500 COPY SYSINREC.
001640     LABEL RECORDS ARE STANDARD
001642     RECORD CONTAINS 120 CHARACTERS.
001644 COPY OPALREC.
001645 FD  CHGLOG
001646     LABEL RECORDS ARE STANDARD
001647     RECORD CONTAINS 180 CHARACTERS.
001648 COPY CHGREC.
001649 FD  STATIDX
001650     LABEL RECORDS ARE STANDARD
001651     RECORD CONTAINS 100 CHARACTERS.
001652 COPY SIDXREC.
001653 WORKING-STORAGE SECTION.
001654******************************************************************
001655*    LIST-BUILD AND LIST-SEARCH WORKING STORAGE
001656******************************************************************
001670 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001680 01  INPUTNUM PIC S9(9) VALUE ZERO.
001690 01  INPUTNUM_SAVE PIC S9(9) VALUE ZERO.
002140 01  WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
002150     88  WS-DUPLICATE-FOUND         VALUE 'Y'.
002160 01  WS-DUP-INDEX PIC S9(9) VALUE ZERO.
002161 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
002162     88  WS-ITEMFILE-OK             VALUE '00'.
002163     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
002164 01  WS-ITEM-MASTER-SWITCH PIC X(01) VALUE 'N'.
002165     88  WS-ITEM-ON-MASTER          VALUE 'A'.
002166     88  WS-ITEM-NOT-ON-MASTER      VALUE 'N'.
002167     88  WS-ITEM-DISCONTINUED       VALUE 'D'.
002168******************************************************************
002169*    LIST DEFINITION WORKING STORAGE - WHAT LISTDEF SAYS ABOUT
002170*    THE LIST THIS RUN BUILDS. A MAXIMUM OF ZERO MEANS NO LIMIT
002171*    AND BLANK ALLOWED STATUSES MEAN ANY VALID STATUS.
002172******************************************************************
002173 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
002174     88  WS-LISTDEF-OK              VALUE '00'.
002175     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
002176 01  WS-LIST-DEF-SWITCH PIC X(01) VALUE 'N'.
002177     88  WS-LIST-DEF-ACTIVE         VALUE 'A'.
002178     88  WS-LIST-DEF-RETIRED        VALUE 'R'.
002179     88  WS-LIST-DEF-MISSING        VALUE 'N'.
002180 01  WS-LIST-UNDEFINED-SWITCH PIC X(01) VALUE 'N'.
002181     88  WS-LIST-UNDEFINED          VALUE 'Y'.
002182 01  WS-DEF-MAX-CELLS PIC 9(05) VALUE ZERO.
002183 01  WS-DEF-ALLOWED-STATUS PIC X(03) VALUE SPACES.
002184 01  WS-ALLOWED-TALLY PIC S9(9) VALUE ZERO.
002185******************************************************************
002186*    BUILD-LOOP CHECKPOINT WORKING STORAGE
002190******************************************************************
002200 77  WS-CHECKPOINT-INTERVAL PIC 9(05) VALUE 10.
002210 01  WS-CHECKPOINT-COUNT PIC S9(9) VALUE ZERO.
002540 01  WS-REJECT-DATE-COUNT PIC S9(9) VALUE ZERO.
002550 01  WS-REJECT-STATUS-COUNT PIC S9(9) VALUE ZERO.
002560 01  WS-REJECT-DUP-COUNT PIC S9(9) VALUE ZERO.
002563 01  WS-REJECT-NOITEM-COUNT PIC S9(9) VALUE ZERO.
002566 01  WS-REJECT-DISC-COUNT PIC S9(9) VALUE ZERO.
002567 01  WS-REJECT-NODEF-COUNT PIC S9(9) VALUE ZERO.
002568 01  WS-REJECT-NOTALLOW-COUNT PIC S9(9) VALUE ZERO.
002569 01  WS-REJECT-FULL-COUNT PIC S9(9) VALUE ZERO.
002570 01  WS-DELETE-DONE-SWITCH PIC X(01) VALUE 'N'.
002580     88  WS-DELETE-DONE             VALUE 'Y'.
002590 01  WS-HEADING-LINE.
002790 01  WS-SCAN-INDEX PIC S9(9) VALUE ZERO.
002800 01  WS-SORT-INDEX PIC S9(9) VALUE ZERO.
002810 01  WS-SHIFT-TARGET PIC S9(9) VALUE ZERO.
002811******************************************************************
002812*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
002813*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
002814******************************************************************
002815 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
002816     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
002817 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
002818     88  WS-CHGLOG-OPEN             VALUE 'Y'.
002819 01  WS-CHG-RUN-ID.
002820     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM1'.
002821     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
002822     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
002823     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
002824 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
002825 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
002826******************************************************************
002827*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
002828*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
002829******************************************************************
002830 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
002831     88  WS-STATIDX-OK              VALUE '00'.
002832     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
002833 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
002834     88  WS-STATIDX-OPEN            VALUE 'Y'.
002835 LINKAGE SECTION.
002836 PROCEDURE DIVISION.
002840******************************************************************
002850*    0000-MAINLINE
002860******************************************************************
002890     PERFORM 1500-CLAIM-LIST THRU 1500-EXIT.
002900     IF WS-LIST-CLAIMED
002910         PERFORM 3000-LOAD-LIST-FROM-FILE THRU 3000-EXIT
002912         PERFORM 3200-CHECK-LIST-DEFINITION THRU 3200-EXIT
002915         PERFORM 7500-XREF-CLEAR-LIST THRU 7500-EXIT
002920         PERFORM 2000-BUILD-LIST THRU 2000-EXIT
002930         PERFORM 5000-SEARCH-LIST THRU 5000-EXIT
003269         CLOSE OPALFILE
003270         OPEN EXTEND OPALFILE
003271     END-IF.
003272     OPEN INPUT ITEMFILE.
003273     IF WS-ITEMFILE-NOT-FOUND
003274         DISPLAY "ITEMFILE NOT FOUND - EVERY ITEM KEY WILL BE"
003275             " REJECTED AS NOT ON THE ITEM MASTER"
003276     END-IF.
003277     OPEN INPUT LISTDEF.
003278     IF WS-LISTDEF-NOT-FOUND
003279         DISPLAY "LISTDEF NOT FOUND - A LIST NOT ALREADY ON"
003280             " LISTFILE WILL NOT BE CREATED"
003281     END-IF.
003282     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
003283 1000-EXIT.
003284     EXIT.
003285******************************************************************
003290*    1500-CLAIM-LIST - CLAIM THE LIST THIS RUN UPDATES BY
003300*    WRITING THE INDEX-ZERO IN-USE MARKER UNDER ITS ID. A MARKER
003310*    ALREADY ON FILE MEANS ANOTHER JOB IS UPDATING THE LIST
004950 2100-EXIT.
004960     EXIT.
004970******************************************************************
004980*    2140-VALIDATE-STATUS-AND-DUP - THE LAST VALIDATION STEPS:
004990*    THE STATUS CODE MUST BE ONE OF THE VALID CODES, THE LIST
004994*    MUST BE DEFINED AND ITS DEFINITION MUST ALLOW THE STATUS,
004998*    THE ITEM KEY MUST BE AN ACTIVE ITEM ON THE ITEM MASTER, IT
005002*    MUST NOT ALREADY BE IN THE LIST, AND THE LIST MUST HAVE
005006*    ROOM UNDER ITS DEFINED MAXIMUM.
005010******************************************************************
005020 2140-VALIDATE-STATUS-AND-DUP.
005030     IF NOT SI-VALID-STATUS
005060         MOVE 'Y' TO WS-REJECT-SWITCH
005070         MOVE 'REJECT-STATUS' TO AU-OUTCOME
005080         ADD 1 TO WS-REJECT-STATUS-COUNT
005081         GO TO 2140-EXIT
005082     END-IF.
005083     IF WS-LIST-UNDEFINED
005084         DISPLAY "REJECTED - LIST NOT DEFINED ON LISTDEF "
005085             WS-LIST-ID
005086         MOVE 'Y' TO WS-REJECT-SWITCH
005087         MOVE 'REJECT-NODEF' TO AU-OUTCOME
005088         ADD 1 TO WS-REJECT-NODEF-COUNT
005089         GO TO 2140-EXIT
005090     END-IF.
005091     IF WS-DEF-ALLOWED-STATUS IS NOT EQUAL TO SPACES
005092         MOVE ZERO TO WS-ALLOWED-TALLY
005093         INSPECT WS-DEF-ALLOWED-STATUS TALLYING WS-ALLOWED-TALLY
005094             FOR ALL SI-STATUS-CODE
005095         IF WS-ALLOWED-TALLY IS EQUAL TO ZERO
005096             DISPLAY "REJECTED - STATUS '" SI-STATUS-CODE
005097                 "' NOT ALLOWED ON THIS LIST FOR KEY "
005098                 SI-ITEM-KEY
005099             MOVE 'Y' TO WS-REJECT-SWITCH
005100             MOVE 'REJECT-NOTALLOW' TO AU-OUTCOME
005101             ADD 1 TO WS-REJECT-NOTALLOW-COUNT
005102             GO TO 2140-EXIT
005103         END-IF
005104     END-IF.
005105     PERFORM 2145-CHECK-ITEM-MASTER THRU 2145-EXIT.
005106     IF WS-ITEM-NOT-ON-MASTER
005107         DISPLAY "REJECTED - ITEM KEY NOT ON ITEM MASTER "
005108             SI-ITEM-KEY
005109         MOVE 'Y' TO WS-REJECT-SWITCH
005110         MOVE 'REJECT-NOITEM' TO AU-OUTCOME
005111         ADD 1 TO WS-REJECT-NOITEM-COUNT
005112         GO TO 2140-EXIT
005113     END-IF.
005114     IF WS-ITEM-DISCONTINUED
005115         DISPLAY "REJECTED - ITEM DISCONTINUED " SI-ITEM-KEY
005116         MOVE 'Y' TO WS-REJECT-SWITCH
005117         MOVE 'REJECT-DISC' TO AU-OUTCOME
005118         ADD 1 TO WS-REJECT-DISC-COUNT
005119         GO TO 2140-EXIT
005120     END-IF.
005121     PERFORM 2150-CHECK-DUPLICATE THRU 2150-EXIT.
005122     IF WS-DUPLICATE-FOUND
005123         DISPLAY "REJECTED - DUPLICATE ITEM KEY "
005130             SI-ITEM-KEY
005140         MOVE 'Y' TO WS-REJECT-SWITCH
005150         MOVE 'REJECT-DUP' TO AU-OUTCOME
005160         ADD 1 TO WS-REJECT-DUP-COUNT
005161         GO TO 2140-EXIT
005162     END-IF.
005163     IF WS-DEF-MAX-CELLS IS GREATER THAN ZERO
005164         AND WS-INDEX IS NOT LESS THAN WS-DEF-MAX-CELLS
005165         DISPLAY "REJECTED - LIST AT ITS DEFINED MAXIMUM OF "
005166             WS-DEF-MAX-CELLS " CELLS, KEY " SI-ITEM-KEY
005167         MOVE 'Y' TO WS-REJECT-SWITCH
005168         MOVE 'REJECT-FULL' TO AU-OUTCOME
005169         ADD 1 TO WS-REJECT-FULL-COUNT
005170     ELSE
005180         MOVE 'ACCEPTED' TO AU-OUTCOME
005190     END-IF.
005210 2140-EXIT.
005220     EXIT.
005221******************************************************************
005222*    2145-CHECK-ITEM-MASTER - LOOK THE CARD'S ITEM KEY UP ON
005223*    ITEMFILE. THE SWITCH COMES BACK 'A' FOR AN ACTIVE ITEM,
005224*    'D' FOR A DISCONTINUED ONE AND 'N' WHEN THE KEY IS NOT ON
005225*    THE MASTER (OR THE MASTER ITSELF COULD NOT BE OPENED).
005226******************************************************************
005227 2145-CHECK-ITEM-MASTER.
005228     MOVE 'N' TO WS-ITEM-MASTER-SWITCH.
005229     IF WS-ITEMFILE-NOT-FOUND
005230         GO TO 2145-EXIT
005231     END-IF.
005232     MOVE SI-ITEM-KEY TO MI-ITEM-KEY.
005233     READ ITEMFILE
005234         INVALID KEY GO TO 2145-EXIT
005235     END-READ.
005236     IF MI-ITEM-DISCONTINUED
005237         MOVE 'D' TO WS-ITEM-MASTER-SWITCH
005238     ELSE
005239         MOVE 'A' TO WS-ITEM-MASTER-SWITCH
005240     END-IF.
005241 2145-EXIT.
005242     EXIT.
005243******************************************************************
005244*    2150-CHECK-DUPLICATE - SEE WHETHER THE ITEM KEY JUST READ
005250*    IS ALREADY PRESENT SOMEWHERE IN THE LIST BUILT SO FAR.
005260******************************************************************
005270 2150-CHECK-DUPLICATE.
006520     END-READ.
006530 3100-EXIT.
006540     EXIT.
006541******************************************************************
006542*    3200-CHECK-LIST-DEFINITION - LOOK THE LIST UP ON LISTDEF
006543*    ONCE ITS CELLS ARE LOADED. AN ACTIVE DEFINITION SUPPLIES
006544*    THE MAXIMUM CELL COUNT AND ALLOWED STATUSES THE BUILD IS
006545*    HELD TO. A LIST WITH NO CELLS ON FILE AND NO ACTIVE
006546*    DEFINITION WOULD BE CREATED BY THIS RUN, SO IT IS FLAGGED
006547*    UNDEFINED AND EVERY CARD FOR IT IS REJECTED. A LIST ALREADY
006548*    ON FILE WITHOUT A DEFINITION PREDATES LISTDEF AND IS
006549*    UPDATED AS BEFORE, WITHOUT LIMITS.
006550******************************************************************
006551 3200-CHECK-LIST-DEFINITION.
006552     MOVE 'N' TO WS-LIST-UNDEFINED-SWITCH.
006553     PERFORM 3210-READ-LIST-DEFINITION THRU 3210-EXIT.
006554     IF NOT WS-LIST-DEF-ACTIVE
006555         AND WS-EXISTING-COUNT IS EQUAL TO ZERO
006556         MOVE 'Y' TO WS-LIST-UNDEFINED-SWITCH
006557         DISPLAY "LIST " WS-LIST-ID " HAS NO ACTIVE DEFINITION"
006558             " ON LISTDEF - IT WILL NOT BE CREATED"
006559     END-IF.
006560 3200-EXIT.
006561     EXIT.
006562 3210-READ-LIST-DEFINITION.
006563     MOVE 'N' TO WS-LIST-DEF-SWITCH.
006564     MOVE ZERO TO WS-DEF-MAX-CELLS.
006565     MOVE SPACES TO WS-DEF-ALLOWED-STATUS.
006566     IF WS-LISTDEF-NOT-FOUND
006567         GO TO 3210-EXIT
006568     END-IF.
006569     MOVE WS-LIST-ID TO LD-LIST-ID.
006570     READ LISTDEF
006571         INVALID KEY GO TO 3210-EXIT
006572     END-READ.
006573     MOVE LD-DEF-STATUS TO WS-LIST-DEF-SWITCH.
006574     IF WS-LIST-DEF-ACTIVE
006575         MOVE LD-MAX-CELLS TO WS-DEF-MAX-CELLS
006576         MOVE LD-ALLOWED-STATUS TO WS-DEF-ALLOWED-STATUS
006577     END-IF.
006578 3210-EXIT.
006579     EXIT.
006580******************************************************************
006581*    4000-SAVE-LIST-TO-FILE - WRITE TOP_LIST BACK OUT TO
006582*    LISTFILE SO IT SURVIVES PAST THIS RUN'S GOBACK.
006583******************************************************************
006590 4000-SAVE-LIST-TO-FILE.
006600     OPEN I-O LISTFILE.
006610     IF WS-LISTFILE-NOT-FOUND
006910     WRITE LIST-RECORD
006920         INVALID KEY REWRITE LIST-RECORD
006930     END-WRITE.
006933     MOVE 'W' TO WS-CHG-OPERATION.
006936     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
006940     ADD 1 TO WS-INDEX.
006950 4100-EXIT.
006960     EXIT.
007150     DELETE LISTFILE
007160         INVALID KEY CONTINUE
007170     END-DELETE.
007173     MOVE 'D' TO WS-CHG-OPERATION.
007176     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
007180 4210-EXIT.
007190     EXIT.
007200******************************************************************
009440     MOVE WS-ACCEPT-COUNT TO RN-ACCEPT-COUNT.
009450     COMPUTE RN-REJECT-COUNT = WS-REJECT-BLANK-COUNT
009460         + WS-REJECT-QTY-COUNT + WS-REJECT-DATE-COUNT
009470         + WS-REJECT-STATUS-COUNT + WS-REJECT-DUP-COUNT
009475         + WS-REJECT-NOITEM-COUNT + WS-REJECT-DISC-COUNT
009476         + WS-REJECT-NODEF-COUNT + WS-REJECT-NOTALLOW-COUNT
009477         + WS-REJECT-FULL-COUNT.
009480     MOVE WS-ACCEPT-COUNT TO RN-ADDED-COUNT.
009490     IF WS-DELETE-DONE
009500         MOVE 1 TO RN-REMOVED-COUNT
010060     MOVE 'REJECTED - DUPLICATE' TO CR-LABEL.
010070     MOVE WS-REJECT-DUP-COUNT TO CR-COUNT.
010080     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
010081     MOVE 'REJECTED - NOT ON MASTER' TO CR-LABEL.
010082     MOVE WS-REJECT-NOITEM-COUNT TO CR-COUNT.
010083     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
010084     MOVE 'REJECTED - DISCONTINUED' TO CR-LABEL.
010085     MOVE WS-REJECT-DISC-COUNT TO CR-COUNT.
010086     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
010087     MOVE 'REJECTED - NOT DEFINED' TO CR-LABEL.
010088     MOVE WS-REJECT-NODEF-COUNT TO CR-COUNT.
010089     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
010090     MOVE 'REJECTED - STATUS BARRED' TO CR-LABEL.
010091     MOVE WS-REJECT-NOTALLOW-COUNT TO CR-COUNT.
010092     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
010093     MOVE 'REJECTED - LIST FULL' TO CR-LABEL.
010094     MOVE WS-REJECT-FULL-COUNT TO CR-COUNT.
010095     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
010096     MOVE 'TRUNCATED AT MAXIMUM' TO CR-LABEL.
010100     MOVE WS-SKIP-COUNT TO CR-COUNT.
010110     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
010120     MOVE 'SEARCH OUTCOME' TO CR-TEXT-LABEL.
010730     CLOSE LISTFILE.
010740 8500-EXIT.
010750     EXIT.
010771******************************************************************
010772*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
010773*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
010774*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
010775*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
010776*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
010777******************************************************************
010778 7900-OPEN-CHANGE-LOG.
010779     OPEN EXTEND CHGLOG.
010780     IF WS-CHGLOG-NOT-FOUND
010781         OPEN OUTPUT CHGLOG
010782         CLOSE CHGLOG
010783         OPEN EXTEND CHGLOG
010784     END-IF.
010785     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
010786     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
010787     ACCEPT WS-CHG-RUN-TIME FROM TIME.
010788     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
010789 7900-EXIT.
010790     EXIT.
010791******************************************************************
010792*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
010793*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
010794*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
010795*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
010796*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
010797*    CATALOG STARTS WITH NO LIST CLAIMED.
010798*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
010799******************************************************************
010800 7910-LOG-CELL-CHANGE.
010801     IF NOT WS-CHGLOG-OPEN
010802         OR NOT WS-LISTFILE-OK
010803         OR LR-LIST-INDEX IS EQUAL TO ZERO
010804         GO TO 7910-EXIT
010805     END-IF.
010806     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
010807     ADD 1 TO WS-CHG-SEQUENCE.
010808     MOVE SPACES TO CHANGE-LOG-RECORD.
010809     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
010810     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
010811     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
010812     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
010813     ACCEPT CG-LOG-TIME FROM TIME.
010814     IF CG-CELL-DELETED
010815         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
010816     ELSE
010817         MOVE LIST-RECORD TO CG-AFTER-IMAGE
010818     END-IF.
010819     WRITE CHANGE-LOG-RECORD.
010820 7910-EXIT.
010821     EXIT.
010822******************************************************************
010823*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
010824*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
010825*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
010826******************************************************************
010827 7920-CLOSE-CHANGE-LOG.
010828     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
010829     IF NOT WS-CHGLOG-OPEN
010830         GO TO 7920-EXIT
010831     END-IF.
010832     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
010833         MOVE SPACES TO CHANGE-LOG-RECORD
010834         MOVE 'E' TO CG-RECORD-TYPE
010835         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
010836         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
010837         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
010838         ACCEPT CG-LOG-TIME FROM TIME
010839         WRITE CHANGE-LOG-RECORD
010840     END-IF.
010841     CLOSE CHGLOG.
010842     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
010843 7920-EXIT.
010844     EXIT.
010845******************************************************************
010846*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
010847*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
010848*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
010849*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
010850*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
010851******************************************************************
010852 7950-OPEN-STATUS-INDEX.
010853     OPEN I-O STATIDX.
010854     IF WS-STATIDX-OK
010855         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
010856     ELSE
010857         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
010858             " MAINTAINED BY THIS RUN"
010859     END-IF.
010860 7950-EXIT.
010861     EXIT.
010862******************************************************************
010863*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
010864*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
010865*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
010866*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
010867*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
010868*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
010869******************************************************************
010870 7960-INDEX-CELL-CHANGE.
010871     IF NOT WS-STATIDX-OPEN
010872         GO TO 7960-EXIT
010873     END-IF.
010874     MOVE SPACES TO STATUS-INDEX-RECORD.
010875     MOVE LR-LIST-ID TO SX-LIST-ID.
010876     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
010877     IF WS-CHG-OPERATION IS EQUAL TO 'D'
010878         OR LR-QUANTITY IS NOT NUMERIC
010879         DELETE STATIDX
010880             INVALID KEY CONTINUE
010881         END-DELETE
010882         GO TO 7960-EXIT
010883     END-IF.
010884     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
010885     MOVE LR-EFF-DATE TO SX-EFF-DATE.
010886     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
010887     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
010888     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
010889     MOVE LR-QUANTITY TO SX-QUANTITY.
010890     WRITE STATUS-INDEX-RECORD
010891         INVALID KEY REWRITE STATUS-INDEX-RECORD
010892     END-WRITE.
010893 7960-EXIT.
010894     EXIT.
010895 7970-CLOSE-STATUS-INDEX.
010896     IF WS-STATIDX-OPEN
010897         CLOSE STATIDX
010898         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
010899     END-IF.
010900 7970-EXIT.
010901     EXIT.
010902******************************************************************
010903*    9000-TERMINATE - CLOSE THE SYSIN AND AUDITFILE DATASETS.
010904******************************************************************
010905 9000-TERMINATE.
010906     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
010907     CLOSE SYSIN-FILE.
010908     CLOSE AUDITFILE.
010909     CLOSE PRTFILE.
010910     CLOSE XREFFILE.
010911     CLOSE RUNFILE.
010912     CLOSE OPALFILE.
010913     IF NOT WS-ITEMFILE-NOT-FOUND
010914         CLOSE ITEMFILE
010915     END-IF.
010916     IF NOT WS-LISTDEF-NOT-FOUND
010917         CLOSE LISTDEF
010918     END-IF.
010919 9000-EXIT.
010920     EXIT.
010921 END PROGRAM Program1.
