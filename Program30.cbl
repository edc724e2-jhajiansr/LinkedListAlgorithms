000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Program30 AS "ItemMaint".
000030 AUTHOR. S R JHAJIAN.
000040 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000090*    ALGORITHMS", BY ROD STEPHENS.
000100*
000110*    THIS PROGRAM MAINTAINS ITEMFILE, THE KEYED ITEM MASTER THE
000120*    CELL-ADDING PROGRAMS VALIDATE EVERY ITEM KEY AGAINST. ADD
000130*    DEFINES A NEW ITEM, CHANGE REPLACES ITS DESCRIPTION, UNIT OF
000140*    MEASURE OR UNIT COST, DISC MARKS IT DISCONTINUED (SO NO NEW
000150*    CELLS CAN BE RAISED FOR IT) AND REACT PUTS A DISCONTINUED
000160*    ITEM BACK IN SERVICE. ITEMS ARE NEVER DELETED - CELLS AND
000170*    HISTORY MAY STILL CARRY THE KEY, AND THE REPORTS STILL NEED
000180*    ITS DESCRIPTION. EVERY CARD, APPLIED OR REJECTED, LANDS IN
000190*    AUDITFILE THE SAME WAY PROGRAM11'S CATALOG ACTIONS DO.
000200*
000210*    MAINTENANCE HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    -------    ---- ------------------------------------------
000240*    2026-10-15 SRJ  ORIGINAL PROGRAM - ITEM MASTER MAINTENANCE
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS MI-ITEM-KEY
000340         FILE STATUS IS WS-ITEMFILE-STATUS.
000350     SELECT CTL-FILE ASSIGN TO "SYSIN"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDITFILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ITEMFILE
000430     LABEL RECORDS ARE STANDARD
000440     RECORD CONTAINS 100 CHARACTERS.
000450 COPY ITEMREC.
000460 FD  CTL-FILE
000470     LABEL RECORDS ARE STANDARD
000480     RECORD CONTAINS 80 CHARACTERS.
000490 COPY ITMCTL.
000500 FD  AUDITFILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 144 CHARACTERS.
000530 COPY AUDITREC.
000540 WORKING-STORAGE SECTION.
000550******************************************************************
000560*    FILE-STATUS AND CONTROL WORKING STORAGE
000570******************************************************************
000580 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
000590     88  WS-ITEMFILE-OK             VALUE '00'.
000600     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
000610 01  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
000620     88  WS-AUDITFILE-OK            VALUE '00'.
000630     88  WS-AUDITFILE-NOT-FOUND     VALUE '35'.
000640 01  WS-CTL-EOF-SWITCH PIC X(01) VALUE 'N'.
000650     88  WS-CTL-EOF                 VALUE 'Y'.
000660******************************************************************
000670*    ACTION WORKING STORAGE
000680******************************************************************
000690 01  WS-ACTION-COUNT PIC S9(9) VALUE ZERO.
000700 01  WS-REJECT-COUNT PIC S9(9) VALUE ZERO.
000710 01  WS-REJECT-REASON PIC X(40) VALUE SPACES.
000720******************************************************************
000730*    AUDIT-TRAIL WORKING STORAGE
000740******************************************************************
000750 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
000760 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
000770 LINKAGE SECTION.
000780 PROCEDURE DIVISION.
000790******************************************************************
000800*    0000-MAINLINE
000810******************************************************************
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000840     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
000850         UNTIL WS-CTL-EOF.
000860     DISPLAY "ITEM MASTER ACTIONS APPLIED: " WS-ACTION-COUNT
000870         " REJECTED: " WS-REJECT-COUNT.
000880     IF WS-REJECT-COUNT IS GREATER THAN ZERO
000890         AND RETURN-CODE IS LESS THAN 4
000900         MOVE 4 TO RETURN-CODE
000910     END-IF.
000920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000930     GOBACK.
000940******************************************************************
000950*    1000-INITIALIZE - OPEN THE CONTROL CARD, ITEM MASTER AND
000960*    AUDIT DATASETS. ITEMFILE IS CREATED EMPTY THE FIRST TIME
000970*    THE PROGRAM RUNS, SO THE FIRST ADD CARDS BUILD THE MASTER.
000980******************************************************************
000990 1000-INITIALIZE.
001000     OPEN INPUT CTL-FILE.
001010     OPEN I-O ITEMFILE.
001020     IF WS-ITEMFILE-NOT-FOUND
001030         OPEN OUTPUT ITEMFILE
001040         CLOSE ITEMFILE
001050         OPEN I-O ITEMFILE
001060     END-IF.
001070     OPEN EXTEND AUDITFILE.
001080     IF WS-AUDITFILE-NOT-FOUND
001090         OPEN OUTPUT AUDITFILE
001100         CLOSE AUDITFILE
001110         OPEN EXTEND AUDITFILE
001120     END-IF.
001130     ACCEPT WS-CURRENT-DATE FROM DATE.
001140 1000-EXIT.
001150     EXIT.
001160******************************************************************
001170*    2000-PROCESS-ONE-CARD - READ AND DISPATCH ONE ACTION CARD.
001180******************************************************************
001190 2000-PROCESS-ONE-CARD.
001200     READ CTL-FILE
001210         AT END
001220             MOVE 'Y' TO WS-CTL-EOF-SWITCH
001230             GO TO 2000-EXIT
001240     END-READ.
001250     IF IC-ITEM-KEY IS EQUAL TO SPACES
001260         MOVE 'CARD NAMES NO ITEM KEY' TO WS-REJECT-REASON
001270         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
001280         GO TO 2000-EXIT
001290     END-IF.
001300     IF IC-ACTION-ADD
001310         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
001320         GO TO 2000-EXIT
001330     END-IF.
001340     IF IC-ACTION-CHANGE
001350         PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
001360         GO TO 2000-EXIT
001370     END-IF.
001380     IF IC-ACTION-DISC OR IC-ACTION-REACT
001390         PERFORM 5000-APPLY-STATUS THRU 5000-EXIT
001400         GO TO 2000-EXIT
001410     END-IF.
001420     MOVE 'UNKNOWN ITEM MASTER ACTION' TO WS-REJECT-REASON.
001430     PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT.
001440 2000-EXIT.
001450     EXIT.
001460 2800-AUDIT-REJECT.
001470     DISPLAY "REJECTED - " IC-ACTION " " IC-ITEM-KEY " - "
001480         WS-REJECT-REASON.
001490     ADD 1 TO WS-REJECT-COUNT.
001500     MOVE IC-ACTION TO AU-ACTION.
001510     MOVE ITEM-CONTROL-RECORD TO AU-VALUE.
001520     MOVE 'REJECTED' TO AU-OUTCOME.
001530     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
001540 2800-EXIT.
001550     EXIT.
001560******************************************************************
001570*    3000-APPLY-ADD - DEFINE A NEW, ACTIVE ITEM. EVERY FIELD
001580*    MUST BE PRESENT AND THE KEY MUST NOT ALREADY BE ON FILE -
001590*    AN ADD NEVER SILENTLY OVERWRITES AN EXISTING ITEM.
001600******************************************************************
001610 3000-APPLY-ADD.
001620     IF IC-DESCRIPTION IS EQUAL TO SPACES
001630         OR IC-UNIT-OF-MEASURE IS EQUAL TO SPACES
001640         MOVE 'ADD NEEDS DESCRIPTION AND UNIT' TO
001650             WS-REJECT-REASON
001660         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
001670         GO TO 3000-EXIT
001680     END-IF.
001690     IF IC-UNIT-COST-X IS NOT NUMERIC
001700         MOVE 'UNIT COST NOT NUMERIC' TO WS-REJECT-REASON
001710         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
001720         GO TO 3000-EXIT
001730     END-IF.
001740     MOVE SPACES TO ITEM-MASTER-RECORD.
001750     MOVE IC-ITEM-KEY TO MI-ITEM-KEY.
001760     MOVE IC-DESCRIPTION TO MI-DESCRIPTION.
001770     MOVE IC-UNIT-OF-MEASURE TO MI-UNIT-OF-MEASURE.
001780     MOVE IC-UNIT-COST TO MI-UNIT-COST.
001790     MOVE 'A' TO MI-ACTIVE-FLAG.
001800     MOVE WS-CURRENT-DATE TO MI-LAST-MAINT-DATE.
001810     WRITE ITEM-MASTER-RECORD
001820         INVALID KEY
001830             MOVE 'ITEM ALREADY ON FILE' TO WS-REJECT-REASON
001840             PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
001850             GO TO 3000-EXIT
001860     END-WRITE.
001870     DISPLAY "ADDED ITEM " IC-ITEM-KEY " " IC-DESCRIPTION.
001880     ADD 1 TO WS-ACTION-COUNT.
001890     MOVE 'ADD' TO AU-ACTION.
001900     MOVE ITEM-CONTROL-RECORD TO AU-VALUE.
001910     MOVE 'ADDED' TO AU-OUTCOME.
001920     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
001930 3000-EXIT.
001940     EXIT.
001950******************************************************************
001960*    4000-APPLY-CHANGE - REPLACE THE FIELDS THE CARD CARRIES ON
001970*    AN EXISTING ITEM. BLANK FIELDS ARE LEFT AS THEY WERE; THE
001980*    ACTIVE FLAG IS ONLY EVER CHANGED BY DISC AND REACT.
001990******************************************************************
002000 4000-APPLY-CHANGE.
002010     IF IC-UNIT-COST-X IS NOT EQUAL TO SPACES
002020         AND IC-UNIT-COST-X IS NOT NUMERIC
002030         MOVE 'UNIT COST NOT NUMERIC' TO WS-REJECT-REASON
002040         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002050         GO TO 4000-EXIT
002060     END-IF.
002070     MOVE IC-ITEM-KEY TO MI-ITEM-KEY.
002080     READ ITEMFILE
002090         INVALID KEY
002100             MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON
002110             PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002120             GO TO 4000-EXIT
002130     END-READ.
002140     IF IC-DESCRIPTION IS NOT EQUAL TO SPACES
002150         MOVE IC-DESCRIPTION TO MI-DESCRIPTION
002160     END-IF.
002170     IF IC-UNIT-OF-MEASURE IS NOT EQUAL TO SPACES
002180         MOVE IC-UNIT-OF-MEASURE TO MI-UNIT-OF-MEASURE
002190     END-IF.
002200     IF IC-UNIT-COST-X IS NOT EQUAL TO SPACES
002210         MOVE IC-UNIT-COST TO MI-UNIT-COST
002220     END-IF.
002230     MOVE WS-CURRENT-DATE TO MI-LAST-MAINT-DATE.
002240     REWRITE ITEM-MASTER-RECORD
002250         INVALID KEY CONTINUE
002260     END-REWRITE.
002270     DISPLAY "CHANGED ITEM " IC-ITEM-KEY " " MI-DESCRIPTION.
002280     ADD 1 TO WS-ACTION-COUNT.
002290     MOVE 'CHANGE' TO AU-ACTION.
002300     MOVE ITEM-CONTROL-RECORD TO AU-VALUE.
002310     MOVE 'CHANGED' TO AU-OUTCOME.
002320     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002330 4000-EXIT.
002340     EXIT.
002350******************************************************************
002360*    5000-APPLY-STATUS - DISCONTINUE OR REACTIVATE AN EXISTING
002370*    ITEM. A CARD THAT WOULD NOT CHANGE THE FLAG IS REJECTED SO
002380*    A DUPLICATED CARD DECK SHOWS UP IN THE REJECT COUNT.
002390******************************************************************
002400 5000-APPLY-STATUS.
002410     MOVE IC-ITEM-KEY TO MI-ITEM-KEY.
002420     READ ITEMFILE
002430         INVALID KEY
002440             MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON
002450             PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002460             GO TO 5000-EXIT
002470     END-READ.
002480     IF IC-ACTION-DISC AND MI-ITEM-DISCONTINUED
002490         MOVE 'ITEM ALREADY DISCONTINUED' TO WS-REJECT-REASON
002500         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002510         GO TO 5000-EXIT
002520     END-IF.
002530     IF IC-ACTION-REACT AND MI-ITEM-ACTIVE
002540         MOVE 'ITEM ALREADY ACTIVE' TO WS-REJECT-REASON
002550         PERFORM 2800-AUDIT-REJECT THRU 2800-EXIT
002560         GO TO 5000-EXIT
002570     END-IF.
002580     IF IC-ACTION-DISC
002590         MOVE 'D' TO MI-ACTIVE-FLAG
002600         MOVE 'DISCONTINUED' TO AU-OUTCOME
002610     ELSE
002620         MOVE 'A' TO MI-ACTIVE-FLAG
002630         MOVE 'REACTIVATED' TO AU-OUTCOME
002640     END-IF.
002650     MOVE WS-CURRENT-DATE TO MI-LAST-MAINT-DATE.
002660     REWRITE ITEM-MASTER-RECORD
002670         INVALID KEY CONTINUE
002680     END-REWRITE.
002690     DISPLAY AU-OUTCOME " ITEM " IC-ITEM-KEY.
002700     ADD 1 TO WS-ACTION-COUNT.
002710     MOVE IC-ACTION TO AU-ACTION.
002720     MOVE ITEM-CONTROL-RECORD TO AU-VALUE.
002730     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002740 5000-EXIT.
002750     EXIT.
002760******************************************************************
002770*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
002780*    RECORD. ITEM MASTER ACTIONS BELONG TO NO LIST, SO THE LIST
002790*    ID CARRIES THE DATASET NAME INSTEAD.
002800******************************************************************
002810 7000-WRITE-AUDIT-RECORD.
002820     ACCEPT WS-CURRENT-TIME FROM TIME.
002830     MOVE WS-CURRENT-DATE TO AU-DATE.
002840     MOVE WS-CURRENT-TIME TO AU-TIME.
002850     MOVE 'ITEMFILE' TO AU-LIST-ID.
002860     WRITE AUDIT-RECORD.
002870 7000-EXIT.
002880     EXIT.
002890******************************************************************
002900*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
002910******************************************************************
002920 9000-TERMINATE.
002930     CLOSE CTL-FILE.
002940     CLOSE ITEMFILE.
002950     CLOSE AUDITFILE.
002960 9000-EXIT.
002970     EXIT.
002980 END PROGRAM Program30.
