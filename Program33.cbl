000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Program33 AS "ListDefine".
000030 AUTHOR. S R JHAJIAN.
000040 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000090*    ALGORITHMS", BY ROD STEPHENS.
000100*
000110*    THIS PROGRAM MAINTAINS LISTDEF, THE KEYED LIST DEFINITION
000120*    MASTER. A LIST USED TO COME INTO EXISTENCE THE FIRST TIME
000130*    ANY CARD NAMED IT, WHICH IS HOW MISSPELLED LISTS ENDED UP
000140*    IN THE CATALOG. NOW THE UPDATING PROGRAMS WILL ONLY CREATE
000150*    A LIST THAT HAS AN ACTIVE DEFINITION HERE, AND HOLD IT TO
000160*    THE MAXIMUM CELL COUNT AND ALLOWED STATUS CODES THE
000170*    DEFINITION CARRIES.
000180*
000190*    DEFINE RECORDS A NEW LIST (OR BRINGS A RETIRED ONE BACK),
000200*    CHANGE REPLACES THE FIELDS THE CARD CARRIES, AND RETIRE
000210*    CLOSES THE DEFINITION SO THE LIST CANNOT BE CREATED AGAIN.
000220*    A LIST STILL HOLDING CELLS CANNOT BE RETIRED - DROP IT WITH
000230*    ListMaint (PROGRAM11) FIRST - AND A CHANGE CANNOT SET A
000240*    MAXIMUM BELOW THE CELLS ALREADY ON FILE. DEFINITIONS ARE
000250*    NEVER DELETED, SO THE CATALOG REPORT CAN STILL NAME THE
000260*    OWNER OF A RETIRED LIST. EVERY CARD, APPLIED OR REJECTED,
000270*    LANDS IN AUDITFILE UNDER THE LIST ID IT NAMES.
000280*
000290*    MAINTENANCE HISTORY
000300*    DATE       INIT DESCRIPTION
000310*    -------    ---- ------------------------------------------
000320*    2026-10-15 SRJ  ORIGINAL PROGRAM - LIST DEFINITION
000330*                    MAINTENANCE
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LISTDEF ASSIGN TO "LISTDEF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LD-LIST-ID
000430         FILE STATUS IS WS-LISTDEF-STATUS.
000440     SELECT LISTFILE ASSIGN TO "LISTFILE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LR-LIST-KEY
000480         FILE STATUS IS WS-LISTFILE-STATUS.
000490     SELECT CTL-FILE ASSIGN TO "SYSIN"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDITFILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LISTDEF
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 120 CHARACTERS.
000590 COPY LSTDEF.
000600 FD  LISTFILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 120 CHARACTERS.
000630 COPY LISTREC.
000640 FD  CTL-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 80 CHARACTERS.
000670 COPY DEFCTL.
000680 FD  AUDITFILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 144 CHARACTERS.
000710 COPY AUDITREC.
000720 WORKING-STORAGE SECTION.
000730******************************************************************
000740*    FILE-STATUS AND CONTROL WORKING STORAGE
000750******************************************************************
000760 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
000770     88  WS-LISTDEF-OK              VALUE '00'.
000780     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
000790 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
000800     88  WS-LISTFILE-OK             VALUE '00'.
000810     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
000820 01  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
000830     88  WS-AUDITFILE-OK            VALUE '00'.
000840     88  WS-AUDITFILE-NOT-FOUND     VALUE '35'.
000850 01  WS-CTL-EOF-SWITCH PIC X(01) VALUE 'N'.
000860     88  WS-CTL-EOF                 VALUE 'Y'.
000870******************************************************************
000880*    ACTION WORKING STORAGE
000890******************************************************************
000900 01  WS-ACTION-COUNT PIC S9(9) VALUE ZERO.
000910 01  WS-REJECT-COUNT PIC S9(9) VALUE ZERO.
000920 01  WS-REJECT-REASON PIC X(40) VALUE SPACES.
000930 01  WS-CELLS-ON-FILE PIC S9(9) VALUE ZERO.
000940******************************************************************
000950*    ALLOWED-STATUS CHECK WORKING STORAGE - THE CARD'S THREE
000960*    STATUS POSITIONS, EACH OF WHICH MUST BE A VALID CELL
000970*    STATUS CODE OR BLANK.
000980******************************************************************
000990 01  WS-STATUS-CHECK PIC X(03) VALUE SPACES.
001000 01  WS-STATUS-CHECK-TABLE REDEFINES WS-STATUS-CHECK.
001010     05  WS-STATUS-CHAR PIC X(01) OCCURS 3 TIMES.
001020         88  WS-STATUS-CHAR-VALID   VALUES 'A' 'H' 'C' ' '.
001030 01  WS-STATUS-SUB PIC S9(9) VALUE ZERO.
001040 01  WS-STATUS-BAD-SWITCH PIC X(01) VALUE 'N'.
001050     88  WS-STATUS-BAD              VALUE 'Y'.
001060******************************************************************
001070*    AUDIT-TRAIL WORKING STORAGE
001080******************************************************************
001090 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001100 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
001110 LINKAGE SECTION.
001120 PROCEDURE DIVISION.
001130******************************************************************
001140*    0000-MAINLINE
001150******************************************************************
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
001190         UNTIL WS-CTL-EOF.
001200     DISPLAY "LIST DEFINITION ACTIONS APPLIED: " WS-ACTION-COUNT
001210         " REJECTED: " WS-REJECT-COUNT.
001220     IF WS-REJECT-COUNT IS GREATER THAN ZERO
001230         AND RETURN-CODE IS LESS THAN 4
001240         MOVE 4 TO RETURN-CODE
001250     END-IF.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     GOBACK.
001280******************************************************************
001290*    1000-INITIALIZE - OPEN THE CONTROL CARD, DEFINITION, LIST
001300*    AND AUDIT DATASETS. LISTDEF IS CREATED EMPTY THE FIRST TIME
001310*    THE PROGRAM RUNS, SO THE FIRST DEFINE CARDS BUILD THE
001320*    MASTER. LISTFILE IS ONLY READ, TO COUNT A LIST'S CELLS.
001330******************************************************************
001340 1000-INITIALIZE.
001350     OPEN INPUT CTL-FILE.
001360     OPEN I-O LISTDEF.
001370     IF WS-LISTDEF-NOT-FOUND
001380         OPEN OUTPUT LISTDEF
001390         CLOSE LISTDEF
001400         OPEN I-O LISTDEF
001410     END-IF.
001420     OPEN INPUT LISTFILE.
001430     OPEN EXTEND AUDITFILE.
001440     IF WS-AUDITFILE-NOT-FOUND
001450         OPEN OUTPUT AUDITFILE
001460         CLOSE AUDITFILE
001470         OPEN EXTEND AUDITFILE
001480     END-IF.
001490     ACCEPT WS-CURRENT-DATE FROM DATE.
001500 1000-EXIT.
001510     EXIT.
001520******************************************************************
001530*    2000-PROCESS-ONE-CARD - READ AND DISPATCH ONE ACTION CARD.
001540******************************************************************
001550 2000-PROCESS-ONE-CARD.
001560     READ CTL-FILE
001570         AT END
001580             MOVE 'Y' TO WS-CTL-EOF-SWITCH
001590             GO TO 2000-EXIT
001600     END-READ.
001610     IF DC-LIST-ID IS EQUAL TO SPACES
001620         MOVE 'CARD NAMES NO LIST ID' TO WS-REJECT-REASON
001630         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
001640         GO TO 2000-EXIT
001650     END-IF.
001660     IF DC-ACTION-DEFINE
001670         PERFORM 3000-APPLY-DEFINE THRU 3000-EXIT
001680         GO TO 2000-EXIT
001690     END-IF.
001700     IF DC-ACTION-CHANGE
001710         PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
001720         GO TO 2000-EXIT
001730     END-IF.
001740     IF DC-ACTION-RETIRE
001750         PERFORM 5000-APPLY-RETIRE THRU 5000-EXIT
001760         GO TO 2000-EXIT
001770     END-IF.
001780     MOVE 'UNKNOWN LIST DEFINITION ACTION' TO WS-REJECT-REASON.
001790     PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT.
001800 2000-EXIT.
001810     EXIT.
001820******************************************************************
001830*    2500-CHECK-CARD-FIELDS - THE NUMERIC FIELDS, WHEN PRESENT,
001840*    MUST BE NUMERIC, AND EVERY ALLOWED-STATUS POSITION MUST BE
001850*    A VALID CELL STATUS CODE OR BLANK. A REASON COMES BACK IN
001860*    WS-REJECT-REASON WHEN THE CARD FAILS; SPACES WHEN IT PASSES.
001870******************************************************************
001880 2500-CHECK-CARD-FIELDS.
001890     MOVE SPACES TO WS-REJECT-REASON.
001900     IF DC-MAX-CELLS-X IS NOT EQUAL TO SPACES
001910         AND DC-MAX-CELLS-X IS NOT NUMERIC
001920         MOVE 'MAXIMUM CELLS NOT NUMERIC' TO WS-REJECT-REASON
001930         GO TO 2500-EXIT
001940     END-IF.
001950     IF DC-RETENTION-DAYS-X IS NOT EQUAL TO SPACES
001960         AND DC-RETENTION-DAYS-X IS NOT NUMERIC
001970         MOVE 'RETENTION DAYS NOT NUMERIC' TO WS-REJECT-REASON
001980         GO TO 2500-EXIT
001990     END-IF.
002000     MOVE DC-ALLOWED-STATUS TO WS-STATUS-CHECK.
002010     MOVE 'N' TO WS-STATUS-BAD-SWITCH.
002020     PERFORM 2550-CHECK-ONE-STATUS THRU 2550-EXIT
002030         VARYING WS-STATUS-SUB FROM 1 BY 1
002040         UNTIL WS-STATUS-SUB IS GREATER THAN 3.
002050     IF WS-STATUS-BAD
002060         MOVE 'ALLOWED STATUS NOT A, H OR C' TO WS-REJECT-REASON
002070     END-IF.
002080 2500-EXIT.
002090     EXIT.
002100 2550-CHECK-ONE-STATUS.
002110     IF NOT WS-STATUS-CHAR-VALID(WS-STATUS-SUB)
002120         MOVE 'Y' TO WS-STATUS-BAD-SWITCH
002130     END-IF.
002140 2550-EXIT.
002150     EXIT.
002160******************************************************************
002170*    2600-COUNT-CELLS-ON-FILE - THE LIST'S CURRENT CELL COUNT,
002180*    TAKEN FROM LR-LIST-COUNT ON ITS FIRST CELL. ZERO WHEN THE
002190*    LIST HAS NO CELLS (OR LISTFILE IS NOT THERE AT ALL).
002200******************************************************************
002210 2600-COUNT-CELLS-ON-FILE.
002220     MOVE ZERO TO WS-CELLS-ON-FILE.
002230     IF WS-LISTFILE-NOT-FOUND
002240         GO TO 2600-EXIT
002250     END-IF.
002260     MOVE DC-LIST-ID TO LR-LIST-ID.
002270     MOVE 1 TO LR-LIST-INDEX.
002280     READ LISTFILE
002290         INVALID KEY GO TO 2600-EXIT
002300     END-READ.
002310     MOVE LR-LIST-COUNT TO WS-CELLS-ON-FILE.
002320 2600-EXIT.
002330     EXIT.
002340 2800-AUDIT-REJECT.
002350     DISPLAY "REJECTED - " DC-ACTION " " DC-LIST-ID " - "
002360         WS-REJECT-REASON.
002370     ADD 1 TO WS-REJECT-COUNT.
002380     MOVE DC-ACTION TO AU-ACTION.
002390     MOVE DEFINE-CONTROL-RECORD TO AU-VALUE.
002400     MOVE 'REJECTED' TO AU-OUTCOME.
002410     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002420 2800-EXIT.
002430     EXIT.
002440******************************************************************
002450*    3000-APPLY-DEFINE - DEFINE A NEW LIST, OR BRING A RETIRED
002460*    DEFINITION BACK INTO SERVICE WITH THE CARD'S FIELDS. THE
002470*    OWNER AND DESCRIPTION MUST BE PRESENT, AND A DEFINE NEVER
002480*    SILENTLY OVERWRITES A DEFINITION THAT IS STILL ACTIVE.
002490******************************************************************
002500 3000-APPLY-DEFINE.
002510     IF DC-OWNER IS EQUAL TO SPACES
002520         OR DC-DESCRIPTION IS EQUAL TO SPACES
002530         MOVE 'DEFINE NEEDS OWNER AND DESCRIPTION' TO
002540             WS-REJECT-REASON
002550         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002560         GO TO 3000-EXIT
002570     END-IF.
002580     PERFORM 2500-CHECK-CARD-FIELDS THRU 2500-EXIT.
002590     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
002600         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002610         GO TO 3000-EXIT
002620     END-IF.
002630     MOVE DC-LIST-ID TO LD-LIST-ID.
002640     READ LISTDEF
002650         INVALID KEY
002660             PERFORM 3100-WRITE-NEW-DEFINITION THRU 3100-EXIT
002670             GO TO 3000-EXIT
002680     END-READ.
002690     IF LD-DEF-ACTIVE
002700         MOVE 'LIST ALREADY DEFINED' TO WS-REJECT-REASON
002710         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002720         GO TO 3000-EXIT
002730     END-IF.
002740     PERFORM 3200-MOVE-DEFINE-FIELDS THRU 3200-EXIT.
002750     REWRITE LIST-DEFINITION-RECORD
002760         INVALID KEY CONTINUE
002770     END-REWRITE.
002780     DISPLAY "REDEFINED LIST " DC-LIST-ID " " DC-DESCRIPTION.
002790     ADD 1 TO WS-ACTION-COUNT.
002800     MOVE 'DEFINE' TO AU-ACTION.
002810     MOVE DEFINE-CONTROL-RECORD TO AU-VALUE.
002820     MOVE 'REDEFINED' TO AU-OUTCOME.
002830     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002840 3000-EXIT.
002850     EXIT.
002860 3100-WRITE-NEW-DEFINITION.
002870     MOVE SPACES TO LIST-DEFINITION-RECORD.
002880     MOVE DC-LIST-ID TO LD-LIST-ID.
002890     PERFORM 3200-MOVE-DEFINE-FIELDS THRU 3200-EXIT.
002900     MOVE WS-CURRENT-DATE TO LD-DEFINED-DATE.
002910     WRITE LIST-DEFINITION-RECORD
002920         INVALID KEY
002930             MOVE 'LIST ALREADY DEFINED' TO WS-REJECT-REASON
002940             PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002950             GO TO 3100-EXIT
002960     END-WRITE.
002970     DISPLAY "DEFINED LIST " DC-LIST-ID " " DC-DESCRIPTION.
002980     ADD 1 TO WS-ACTION-COUNT.
002990     MOVE 'DEFINE' TO AU-ACTION.
003000     MOVE DEFINE-CONTROL-RECORD TO AU-VALUE.
003010     MOVE 'DEFINED' TO AU-OUTCOME.
003020     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
003030 3100-EXIT.
003040     EXIT.
003050******************************************************************
003060*    3200-MOVE-DEFINE-FIELDS - LAY THE WHOLE CARD OVER THE
003070*    DEFINITION. BLANK NUMERIC FIELDS MEAN ZERO - NO LIMIT AND
003080*    NO RETENTION - ON A DEFINE.
003090******************************************************************
003100 3200-MOVE-DEFINE-FIELDS.
003110     MOVE DC-OWNER TO LD-OWNER.
003120     MOVE DC-DESCRIPTION TO LD-DESCRIPTION.
003130     MOVE DC-LIST-TYPE TO LD-LIST-TYPE.
003140     IF DC-MAX-CELLS-X IS EQUAL TO SPACES
003150         MOVE ZERO TO LD-MAX-CELLS
003160     ELSE
003170         MOVE DC-MAX-CELLS TO LD-MAX-CELLS
003180     END-IF.
003190     MOVE DC-ALLOWED-STATUS TO LD-ALLOWED-STATUS.
003200     IF DC-RETENTION-DAYS-X IS EQUAL TO SPACES
003210         MOVE ZERO TO LD-RETENTION-DAYS
003220     ELSE
003230         MOVE DC-RETENTION-DAYS TO LD-RETENTION-DAYS
003240     END-IF.
003250     MOVE 'A' TO LD-DEF-STATUS.
003260     MOVE WS-CURRENT-DATE TO LD-LAST-MAINT-DATE.
003270 3200-EXIT.
003280     EXIT.
003290******************************************************************
003300*    4000-APPLY-CHANGE - REPLACE THE FIELDS THE CARD CARRIES ON
003310*    AN ACTIVE DEFINITION. BLANK FIELDS ARE LEFT AS THEY WERE.
003320*    A NEW MAXIMUM MAY NOT FALL BELOW THE CELLS ALREADY ON THE
003330*    LIST - THE UPDATERS WOULD REFUSE EVERY ADD UNTIL THE LIST
003340*    SHRANK, WHICH IS A DECISION TO TAKE DELIBERATELY.
003350******************************************************************
003360 4000-APPLY-CHANGE.
003370     PERFORM 2500-CHECK-CARD-FIELDS THRU 2500-EXIT.
003380     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
003390         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
003400         GO TO 4000-EXIT
003410     END-IF.
003420     MOVE DC-LIST-ID TO LD-LIST-ID.
003430     READ LISTDEF
003440         INVALID KEY
003450             MOVE 'LIST NOT DEFINED' TO WS-REJECT-REASON
003460             PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
003470             GO TO 4000-EXIT
003480     END-READ.
003490     IF LD-DEF-RETIRED
003500         MOVE 'LIST DEFINITION RETIRED' TO WS-REJECT-REASON
003510         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
003520         GO TO 4000-EXIT
003530     END-IF.
003540     IF DC-MAX-CELLS-X IS NOT EQUAL TO SPACES
003550         AND DC-MAX-CELLS IS GREATER THAN ZERO
003560         PERFORM 2600-COUNT-CELLS-ON-FILE THRU 2600-EXIT
003570         IF DC-MAX-CELLS IS LESS THAN WS-CELLS-ON-FILE
003580             MOVE 'MAXIMUM BELOW CELLS ON FILE' TO
003590                 WS-REJECT-REASON
003600             PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
003610             GO TO 4000-EXIT
003620         END-IF
003630     END-IF.
003640     IF DC-OWNER IS NOT EQUAL TO SPACES
003650         MOVE DC-OWNER TO LD-OWNER
003660     END-IF.
003670     IF DC-LIST-TYPE IS NOT EQUAL TO SPACES
003680         MOVE DC-LIST-TYPE TO LD-LIST-TYPE
003690     END-IF.
003700     IF DC-MAX-CELLS-X IS NOT EQUAL TO SPACES
003710         MOVE DC-MAX-CELLS TO LD-MAX-CELLS
003720     END-IF.
003730     IF DC-ALLOWED-STATUS IS NOT EQUAL TO SPACES
003740         MOVE DC-ALLOWED-STATUS TO LD-ALLOWED-STATUS
003750     END-IF.
003760     IF DC-RETENTION-DAYS-X IS NOT EQUAL TO SPACES
003770         MOVE DC-RETENTION-DAYS TO LD-RETENTION-DAYS
003780     END-IF.
003790     IF DC-DESCRIPTION IS NOT EQUAL TO SPACES
003800         MOVE DC-DESCRIPTION TO LD-DESCRIPTION
003810     END-IF.
003820     MOVE WS-CURRENT-DATE TO LD-LAST-MAINT-DATE.
003830     REWRITE LIST-DEFINITION-RECORD
003840         INVALID KEY CONTINUE
003850     END-REWRITE.
003860     DISPLAY "CHANGED LIST " DC-LIST-ID " " LD-DESCRIPTION.
003870     ADD 1 TO WS-ACTION-COUNT.
003880     MOVE 'CHANGE' TO AU-ACTION.
003890     MOVE DEFINE-CONTROL-RECORD TO AU-VALUE.
003900     MOVE 'CHANGED' TO AU-OUTCOME.
003910     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
003920 4000-EXIT.
003930     EXIT.
003940******************************************************************
003950*    5000-APPLY-RETIRE - CLOSE AN ACTIVE DEFINITION. THE LIST
003960*    MUST ALREADY BE EMPTY ON LISTFILE; A CARD THAT WOULD NOT
003970*    CHANGE ANYTHING IS REJECTED SO A DUPLICATED DECK SHOWS UP
003980*    IN THE REJECT COUNT.
003990******************************************************************
004000 5000-APPLY-RETIRE.
004010     MOVE DC-LIST-ID TO LD-LIST-ID.
004020     READ LISTDEF
004030         INVALID KEY
004040             MOVE 'LIST NOT DEFINED' TO WS-REJECT-REASON
004050             PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
004060             GO TO 5000-EXIT
004070     END-READ.
004080     IF LD-DEF-RETIRED
004090         MOVE 'LIST DEFINITION ALREADY RETIRED' TO
004100             WS-REJECT-REASON
004110         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
004120         GO TO 5000-EXIT
004130     END-IF.
004140     PERFORM 2600-COUNT-CELLS-ON-FILE THRU 2600-EXIT.
004150     IF WS-CELLS-ON-FILE IS GREATER THAN ZERO
004160         MOVE 'LIST STILL HAS CELLS ON FILE' TO WS-REJECT-REASON
004170         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
004180         GO TO 5000-EXIT
004190     END-IF.
004200     MOVE 'R' TO LD-DEF-STATUS.
004210     MOVE WS-CURRENT-DATE TO LD-LAST-MAINT-DATE.
004220     REWRITE LIST-DEFINITION-RECORD
004230         INVALID KEY CONTINUE
004240     END-REWRITE.
004250     DISPLAY "RETIRED LIST " DC-LIST-ID.
004260     ADD 1 TO WS-ACTION-COUNT.
004270     MOVE 'RETIRE' TO AU-ACTION.
004280     MOVE DEFINE-CONTROL-RECORD TO AU-VALUE.
004290     MOVE 'RETIRED' TO AU-OUTCOME.
004300     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
004310 5000-EXIT.
004320     EXIT.
004330******************************************************************
004340*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
004350*    RECORD UNDER THE LIST ID THE CARD NAMES, SO A LIST'S
004360*    DEFINITION HISTORY SITS WITH THE REST OF ITS HISTORY.
004370******************************************************************
004380 7000-WRITE-AUDIT-RECORD.
004390     ACCEPT WS-CURRENT-TIME FROM TIME.
004400     MOVE WS-CURRENT-DATE TO AU-DATE.
004410     MOVE WS-CURRENT-TIME TO AU-TIME.
004420     MOVE DC-LIST-ID TO AU-LIST-ID.
004430     WRITE AUDIT-RECORD.
004440 7000-EXIT.
004450     EXIT.
004460******************************************************************
004470*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
004480******************************************************************
004490 9000-TERMINATE.
004500     CLOSE CTL-FILE.
004510     CLOSE LISTDEF.
004520     IF NOT WS-LISTFILE-NOT-FOUND
004530         CLOSE LISTFILE
004540     END-IF.
004550     CLOSE AUDITFILE.
004560 9000-EXIT.
004570     EXIT.
004580 END PROGRAM Program33.
