000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program38 AS "ListXfer".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE INTER-LIST TRANSFER. MOVING A CELL
000210*    FROM BACKORDERS TO SHIPPED USED TO TAKE A ListTrans DELETE
000220*    AGAINST ONE LIST AND AN ADD AGAINST THE OTHER; AN ABEND
000230*    BETWEEN THEM LOST THE ITEM OR LEFT IT ON BOTH LISTS, AND
000240*    THE RE-KEYED ADD LOST THE ORIGINAL EFFECTIVE DATE. EACH
000250*    TRANSFER CARD HERE NAMES AN ITEM KEY, ITS FROM AND TO
000260*    LISTS, AND OPTIONALLY A QUANTITY (A PARTIAL TRANSFER
000270*    LEAVES THE REST ON THE FROM LIST) AND A NEW STATUS. THE
000280*    CELL MOVES WITH ITS EFFECTIVE DATE AND THE REST OF ITS
000290*    PAYLOAD INTACT.
000300*
000310*    BOTH LISTS ARE CLAIMED UNDER THE INDEX-ZERO IN-USE MARKER
000320*    BEFORE EITHER IS READ, AND A CARD IS ONLY APPLIED WHEN
000330*    EVERY CHECK ON BOTH SIDES PASSES - THE CELL ON THE FROM
000340*    LIST, NOT ALREADY ON THE TO LIST, THE QUANTITY AVAILABLE,
000350*    THE TO LIST DEFINED ON LISTDEF WITH ROOM AND THE STATUS
000355*    ALLOWED, AND THE ITEM ACTIVE ON THE ITEM MASTER (ITEMFILE),
000357*    SINCE A TRANSFER ADDS A CELL TO THE TO LIST THE WAY A
000358*    ListTrans ADD DOES. A CARD THAT FAILS ANY CHECK CHANGES
000360*    NEITHER LIST.
000370*    BEFORE THE FIRST TRANSFER BETWEEN A PAIR, BOTH LISTS ARE
000380*    SNAPSHOTTED TO RECVFILE UNDER ONE RUN STAMP SO ListRestore
000390*    CAN PUT BOTH BACK. EACH SIDE GETS ITS OWN AUDITFILE RECORD
000400*    (XFER-OUT ON THE FROM LIST, XFER-IN ON THE TO LIST), AND
000410*    XREFFILE AND RUNFILE ARE MAINTAINED FOR BOTH LISTS THE
000420*    SAME WAY ListTrans MAINTAINS THEM.
000430*
000440*    THE PAIR OF LISTS STAYS LOADED WHILE CONSECUTIVE CARDS
000450*    NAME THE SAME FROM AND TO LISTS, AND IS SAVED BACK WHEN
000460*    THE PAIR CHANGES (OR AT END OF CARDS) - THE TO LIST FIRST,
000470*    SO A FAILURE BETWEEN THE TWO SAVES LEAVES AN ITEM ON BOTH
000480*    LISTS RATHER THAN ON NEITHER. THE MARKERS STAY ON BOTH
000490*    LISTS UNTIL BOTH ARE SAVED.
000500*
000510*    MAINTENANCE HISTORY
000520*    DATE       INIT DESCRIPTION
000530*    -------    ---- ------------------------------------------
000540*    2026-10-15 SRJ  ORIGINAL PROGRAM - INTER-LIST TRANSFER
000541*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000542*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000543*                    AFTER-IMAGE CHANGE LOG ListRecover
000544*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000545*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000546*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000547*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000548*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000549*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000550*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000551*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000552*                    WITH LISTFILE.
000553*    2026-10-15 SRJ  A TRANSFER NOW CHECKS THE ITEM MASTER BEFORE
000554*                    EITHER LIST IS TOUCHED, LIKE EVERY OTHER
000555*                    PROGRAM THAT ADDS CELLS: A KEY NOT ON
000556*                    ITEMFILE IS REJECTED REJECT-NOITEM AND A
000557*                    DISCONTINUED ONE REJECT-DISC.
000558******************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT LISTFILE ASSIGN TO "LISTFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS LR-LIST-KEY
000640         FILE STATUS IS WS-LISTFILE-STATUS.
000650     SELECT LISTDEF ASSIGN TO "LISTDEF"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS LD-LIST-ID
000690         FILE STATUS IS WS-LISTDEF-STATUS.
000692     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000694         ORGANIZATION IS INDEXED
000695         ACCESS MODE IS DYNAMIC
000696         RECORD KEY IS MI-ITEM-KEY
000698         FILE STATUS IS WS-ITEMFILE-STATUS.
000700     SELECT XFER-FILE ASSIGN TO "SYSIN"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-AUDITFILE-STATUS.
000750     SELECT RECVFILE ASSIGN TO "RECVFILE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RECVFILE-STATUS.
000780     SELECT PRTFILE ASSIGN TO "PRTFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PRTFILE-STATUS.
000810     SELECT XREFFILE ASSIGN TO "XREFFILE"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS XR-XREF-KEY
000850         FILE STATUS IS WS-XREFFILE-STATUS.
000860     SELECT RUNFILE ASSIGN TO "RUNFILE"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RUNFILE-STATUS.
000882     SELECT CHGLOG ASSIGN TO "CHGLOG"
000884         ORGANIZATION IS LINE SEQUENTIAL
000886         FILE STATUS IS WS-CHGLOG-STATUS.
000887     SELECT STATIDX ASSIGN TO "STATIDX"
000888         ORGANIZATION IS INDEXED
000889         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS SX-CELL-KEY
000891         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000892         FILE STATUS IS WS-STATIDX-STATUS.
000893 DATA DIVISION.
000900 FILE SECTION.
000910 FD  LISTFILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 120 CHARACTERS.
000940 COPY LISTREC.
000950 FD  LISTDEF
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 120 CHARACTERS.
000980 COPY LSTDEF.
000982 FD  ITEMFILE
000984     LABEL RECORDS ARE STANDARD
000986     RECORD CONTAINS 100 CHARACTERS.
000988 COPY ITEMREC.
000990 FD  XFER-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 80 CHARACTERS.
001020 COPY XFRREC.
001030 FD  AUDITFILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 144 CHARACTERS.
001060 COPY AUDITREC.
001070 FD  RECVFILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 120 CHARACTERS.
001100 COPY RECVREC.
001110 FD  PRTFILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 132 CHARACTERS.
001140 01  PRT-LINE                        PIC X(132).
001150 FD  XREFFILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 50 CHARACTERS.
001180 COPY XREFREC.
001190 FD  RUNFILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 100 CHARACTERS.
001220 COPY RUNREC.
001222 FD  CHGLOG
001224     LABEL RECORDS ARE STANDARD
001226     RECORD CONTAINS 180 CHARACTERS.
001228 COPY CHGREC.
001229 FD  STATIDX
001230     LABEL RECORDS ARE STANDARD
001231     RECORD CONTAINS 100 CHARACTERS.
001232 COPY SIDXREC.
001233 WORKING-STORAGE SECTION.
001240******************************************************************
001250*    LIST-PAIR WORKING STORAGE - SIDE 1 IS THE FROM LIST AND
001260*    SIDE 2 THE TO LIST. EACH SIDE HOLDS ITS LIST'S CELLS IN
001270*    KEY ORDER AS LOADED, THE HIGHEST INDEX PERSISTED (SO A
001280*    SHRUNKEN LIST'S LEFTOVER RECORDS ARE PURGED ON SAVE) AND
001290*    ITS OWN RUN-CONTROL COUNTS.
001300******************************************************************
001310 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001320 77  WS-FROM-SIDE PIC 9(01) VALUE 1.
001330 77  WS-TO-SIDE PIC 9(01) VALUE 2.
001340 01  WS-PAIR-TABLE.
001350     05  WS-PAIR-SIDE OCCURS 2 TIMES.
001360         10  PS-LIST-ID PIC X(20).
001370         10  PS-CELL-COUNT PIC S9(9).
001380         10  PS-PERSISTED-HIGH PIC S9(9).
001390         10  PS-START-COUNT PIC S9(9).
001400         10  PS-ADD-COUNT PIC S9(9).
001410         10  PS-DEL-COUNT PIC S9(9).
001420         10  PS-CELL-DATA PIC X(80) OCCURS 10000 TIMES.
001430 01  WS-SIDE PIC 9(01) VALUE ZERO.
001440 01  WS-INDEX PIC S9(9) VALUE ZERO.
001450 01  WS-SHIFT-SOURCE PIC S9(9) VALUE ZERO.
001460 01  WS-SHIFT-TARGET PIC S9(9) VALUE ZERO.
001470 01  WS-PURGE-INDEX PIC S9(9) VALUE ZERO.
001480******************************************************************
001490*    FILE-STATUS AND CONTROL WORKING STORAGE
001500******************************************************************
001510 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
001520     88  WS-LISTFILE-OK             VALUE '00'.
001530     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
001540 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001550     88  WS-EOF                     VALUE 'Y'.
001560 01  WS-PAIR-LOADED-SWITCH PIC X(01) VALUE 'N'.
001570     88  WS-PAIR-LOADED             VALUE 'Y'.
001580 01  WS-PAIR-CLAIMED-SWITCH PIC X(01) VALUE 'N'.
001590     88  WS-PAIR-CLAIMED            VALUE 'Y'.
001600 01  WS-CLAIM-LIST-ID PIC X(20) VALUE SPACES.
001610 01  WS-CLAIM-SWITCH PIC X(01) VALUE 'N'.
001620     88  WS-CLAIM-OK                VALUE 'Y'.
001630******************************************************************
001640*    TRANSFER CONTROL WORKING STORAGE
001650******************************************************************
001660 01  WS-XFER-EOF-SWITCH PIC X(01) VALUE 'N'.
001670     88  WS-XFER-EOF                VALUE 'Y'.
001680 01  WS-XFER-COUNT PIC S9(9) VALUE ZERO.
001690 01  WS-WHOLE-COUNT PIC S9(9) VALUE ZERO.
001700 01  WS-PARTIAL-COUNT PIC S9(9) VALUE ZERO.
001710 01  WS-REJECT-COUNT PIC S9(9) VALUE ZERO.
001720 01  WS-PAIR-READ-COUNT PIC S9(9) VALUE ZERO.
001730 01  WS-PAIR-ACCEPT-COUNT PIC S9(9) VALUE ZERO.
001740 01  WS-PAIR-REJECT-COUNT PIC S9(9) VALUE ZERO.
001750 01  WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
001760     88  WS-FOUND                   VALUE 'Y'.
001770 01  WS-FOUND-INDEX PIC S9(9) VALUE ZERO.
001780 01  WS-FROM-INDEX PIC S9(9) VALUE ZERO.
001790 01  WS-INSERT-INDEX PIC S9(9) VALUE ZERO.
001800 01  WS-INSERT-FOUND-SWITCH PIC X(01) VALUE 'N'.
001810     88  WS-INSERT-FOUND            VALUE 'Y'.
001820 01  WS-WHOLE-CELL-SWITCH PIC X(01) VALUE 'N'.
001830     88  WS-WHOLE-CELL              VALUE 'Y'.
001840 01  WS-LEFT-QUANTITY PIC 9(07) VALUE ZERO.
001850 01  WS-LEFT-DISPLAY PIC Z(06)9.
001860*    THE CELL AS IT STANDS ON THE FROM LIST, AND THE CELL AS IT
001870*    WILL STAND ON THE TO LIST.
001880 01  WS-CELL-FIELDS.
001890     05  WS-CF-ITEM-KEY PIC X(20).
001900     05  WS-CF-QUANTITY PIC 9(07).
001910     05  WS-CF-EFF-DATE PIC 9(08).
001920     05  WS-CF-STATUS PIC X(01).
001930     05  FILLER PIC X(44).
001940 01  WS-NEW-CELL-FIELDS.
001950     05  WS-NC-ITEM-KEY PIC X(20).
001960     05  WS-NC-QUANTITY PIC 9(07).
001970     05  WS-NC-EFF-DATE PIC 9(08).
001980     05  WS-NC-STATUS PIC X(01).
001990     05  FILLER PIC X(44).
002000 01  WS-NEW-CELL-DATA REDEFINES WS-NEW-CELL-FIELDS PIC X(80).
002010******************************************************************
002020*    ITEM MASTER AND LIST DEFINITION WORKING STORAGE - WHAT
002030*    ITEMFILE SAYS ABOUT THE CARD'S ITEM AND LISTDEF ABOUT THE
002040*    TO LIST. A MAXIMUM OF ZERO MEANS NO LIMIT AND BLANK
002045*    ALLOWED STATUSES MEAN ANY VALID STATUS.
002050******************************************************************
002052 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
002053     88  WS-ITEMFILE-OK             VALUE '00'.
002054     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
002055 01  WS-ITEM-MASTER-SWITCH PIC X(01) VALUE 'N'.
002056     88  WS-ITEM-ON-MASTER          VALUE 'A'.
002057     88  WS-ITEM-DISCONTINUED       VALUE 'D'.
002058     88  WS-ITEM-NOT-ON-MASTER      VALUE 'N'.
002060 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
002070     88  WS-LISTDEF-OK              VALUE '00'.
002080     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
002090 01  WS-LIST-DEF-SWITCH PIC X(01) VALUE 'N'.
002100     88  WS-LIST-DEF-ACTIVE         VALUE 'A'.
002110     88  WS-LIST-DEF-RETIRED        VALUE 'R'.
002120     88  WS-LIST-DEF-MISSING        VALUE 'N'.
002130 01  WS-LIST-UNDEFINED-SWITCH PIC X(01) VALUE 'N'.
002140     88  WS-LIST-UNDEFINED          VALUE 'Y'.
002150 01  WS-DEF-MAX-CELLS PIC 9(05) VALUE ZERO.
002160 01  WS-DEF-ALLOWED-STATUS PIC X(03) VALUE SPACES.
002170 01  WS-ALLOWED-TALLY PIC S9(9) VALUE ZERO.
002180******************************************************************
002190*    RECOVERY-SNAPSHOT WORKING STORAGE - BOTH LISTS OF A PAIR
002200*    ARE SNAPSHOTTED ONCE, UNDER ONE RUN STAMP, BEFORE THE FIRST
002210*    TRANSFER BETWEEN THEM IS APPLIED.
002220******************************************************************
002230 01  WS-RECVFILE-STATUS PIC X(02) VALUE SPACES.
002240     88  WS-RECVFILE-OK             VALUE '00'.
002250     88  WS-RECVFILE-NOT-FOUND      VALUE '35'.
002260 01  WS-SNAP-DONE-SWITCH PIC X(01) VALUE 'N'.
002270     88  WS-SNAP-DONE               VALUE 'Y'.
002280 01  WS-SNAP-EOF-SWITCH PIC X(01) VALUE 'N'.
002290     88  WS-SNAP-EOF                VALUE 'Y'.
002300 01  WS-SNAP-COUNT PIC S9(9) VALUE ZERO.
002310 01  WS-SNAP-DATE PIC 9(06) VALUE ZERO.
002320 01  WS-SNAP-TIME PIC 9(08) VALUE ZERO.
002330******************************************************************
002340*    AUDIT, CROSS-REFERENCE AND RUN-CONTROL WORKING STORAGE
002350******************************************************************
002360 01  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
002370     88  WS-AUDITFILE-OK            VALUE '00'.
002380     88  WS-AUDITFILE-NOT-FOUND     VALUE '35'.
002390 01  WS-XREFFILE-STATUS PIC X(02) VALUE SPACES.
002400     88  WS-XREFFILE-OK             VALUE '00'.
002410     88  WS-XREFFILE-NOT-FOUND      VALUE '35'.
002420 01  WS-XREF-INDEX PIC S9(9) VALUE ZERO.
002430 01  WS-RUNFILE-STATUS PIC X(02) VALUE SPACES.
002440     88  WS-RUNFILE-OK              VALUE '00'.
002450     88  WS-RUNFILE-NOT-FOUND       VALUE '35'.
002460 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
002470 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
002480 01  WS-AUDIT-VALUE.
002490     05  WS-AV-CELL PIC X(36).
002500     05  FILLER PIC X(01) VALUE SPACES.
002510     05  WS-AV-DIRECTION PIC X(04).
002520     05  FILLER PIC X(01) VALUE SPACES.
002530     05  WS-AV-OTHER-LIST PIC X(20).
002540     05  FILLER PIC X(18) VALUE SPACES.
002550******************************************************************
002560*    REPORT-LINE WORKING STORAGE
002570******************************************************************
002580 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
002590 01  WS-HEADING-LINE-1.
002600     05  FILLER PIC X(24) VALUE 'LIST TRANSFER REGISTER'.
002610     05  FILLER PIC X(108) VALUE SPACES.
002620 01  WS-HEADING-LINE-2.
002630     05  FILLER PIC X(20) VALUE 'ITEM KEY'.
002640     05  FILLER PIC X(02) VALUE SPACES.
002650     05  FILLER PIC X(20) VALUE 'FROM LIST'.
002660     05  FILLER PIC X(02) VALUE SPACES.
002670     05  FILLER PIC X(20) VALUE 'TO LIST'.
002680     05  FILLER PIC X(02) VALUE SPACES.
002690     05  FILLER PIC X(07) VALUE 'QTY'.
002700     05  FILLER PIC X(02) VALUE SPACES.
002710     05  FILLER PIC X(03) VALUE 'NEW'.
002720     05  FILLER PIC X(02) VALUE SPACES.
002730     05  FILLER PIC X(52) VALUE 'DISPOSITION'.
002740 01  WS-DETAIL-LINE.
002750     05  TL-ITEM-KEY PIC X(20).
002760     05  FILLER PIC X(02) VALUE SPACES.
002770     05  TL-FROM-LIST-ID PIC X(20).
002780     05  FILLER PIC X(02) VALUE SPACES.
002790     05  TL-TO-LIST-ID PIC X(20).
002800     05  FILLER PIC X(02) VALUE SPACES.
002810     05  TL-QUANTITY PIC X(07).
002820     05  FILLER PIC X(02) VALUE SPACES.
002830     05  TL-NEW-STATUS PIC X(01).
002840     05  FILLER PIC X(04) VALUE SPACES.
002850     05  TL-DISPOSITION PIC X(52).
002860 01  WS-COUNT-LINE.
002870     05  TC-COUNT-LABEL PIC X(40).
002880     05  TC-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
002890     05  FILLER PIC X(78) VALUE SPACES.
002900 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002901******************************************************************
002902*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
002903*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
002904******************************************************************
002905 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
002906     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
002907 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
002908     88  WS-CHGLOG-OPEN             VALUE 'Y'.
002909 01  WS-CHG-RUN-ID.
002910     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM38'.
002911     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
002912     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
002913     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
002914 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
002915 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
002916******************************************************************
002917*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
002918*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
002919******************************************************************
002920 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
002921     88  WS-STATIDX-OK              VALUE '00'.
002922     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
002923 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
002924     88  WS-STATIDX-OPEN            VALUE 'Y'.
002925 LINKAGE SECTION.
002926 PROCEDURE DIVISION.
002930******************************************************************
002940*    0000-MAINLINE
002950******************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     PERFORM 2000-PROCESS-ONE-XFER THRU 2000-EXIT
002990         UNTIL WS-XFER-EOF.
003000     IF WS-PAIR-LOADED
003010         PERFORM 4000-SAVE-PAIR THRU 4000-EXIT
003020     END-IF.
003030     IF WS-PAIR-CLAIMED
003040         PERFORM 2770-RELEASE-PAIR THRU 2770-EXIT
003050     END-IF.
003060     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003070     IF WS-REJECT-COUNT IS GREATER THAN ZERO
003080         MOVE 4 TO RETURN-CODE
003090     END-IF.
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110     GOBACK.
003120******************************************************************
003130*    1000-INITIALIZE - OPEN THE CARD, AUDIT, CROSS-REFERENCE,
003140*    RUN-CONTROL AND REPORT DATASETS AND PRINT THE REGISTER
003150*    HEADINGS. LISTFILE IS OPENED AND CLOSED AROUND EACH
003160*    CLAIM, LOAD AND SAVE, THE WAY ListTrans DOES IT.
003170******************************************************************
003180 1000-INITIALIZE.
003190     OPEN INPUT XFER-FILE.
003200     OPEN OUTPUT PRTFILE.
003210     OPEN EXTEND AUDITFILE.
003220     IF WS-AUDITFILE-NOT-FOUND
003230         OPEN OUTPUT AUDITFILE
003240         CLOSE AUDITFILE
003250         OPEN EXTEND AUDITFILE
003260     END-IF.
003270     OPEN I-O XREFFILE.
003280     IF WS-XREFFILE-NOT-FOUND
003290         OPEN OUTPUT XREFFILE
003300         CLOSE XREFFILE
003310         OPEN I-O XREFFILE
003320     END-IF.
003330     OPEN EXTEND RUNFILE.
003340     IF WS-RUNFILE-NOT-FOUND
003350         OPEN OUTPUT RUNFILE
003360         CLOSE RUNFILE
003370         OPEN EXTEND RUNFILE
003380     END-IF.
003382     OPEN INPUT ITEMFILE.
003384     IF WS-ITEMFILE-NOT-FOUND
003385         DISPLAY "ITEMFILE NOT FOUND - EVERY CARD WILL BE"
003386             " REJECTED AS NOT ON THE ITEM MASTER"
003388     END-IF.
003390     OPEN INPUT LISTDEF.
003400     IF WS-LISTDEF-NOT-FOUND
003410         DISPLAY "LISTDEF NOT FOUND - A TO LIST NOT ALREADY ON"
003420             " LISTFILE WILL NOT BE CREATED"
003430     END-IF.
003440     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
003450     WRITE PRT-LINE.
003460     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
003470     WRITE PRT-LINE.
003475     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500******************************************************************
003510*    2000-PROCESS-ONE-XFER - READ ONE TRANSFER CARD, CHECK IT
003520*    STANDS ON ITS OWN, BRING ITS PAIR OF LISTS IN (SAVING THE
003530*    PAIR BEFORE IT) AND APPLY IT. EVERY CARD GETS A REGISTER
003540*    LINE AND AT LEAST ONE AUDITFILE RECORD, APPLIED OR NOT.
003550******************************************************************
003560 2000-PROCESS-ONE-XFER.
003570     READ XFER-FILE
003580         AT END
003590             MOVE 'Y' TO WS-XFER-EOF-SWITCH
003600             GO TO 2000-EXIT
003610     END-READ.
003620     ADD 1 TO WS-XFER-COUNT.
003630     MOVE XF-ITEM-KEY TO TL-ITEM-KEY.
003640     MOVE XF-FROM-LIST-ID TO TL-FROM-LIST-ID.
003650     MOVE XF-TO-LIST-ID TO TL-TO-LIST-ID.
003660     MOVE XF-QUANTITY-X TO TL-QUANTITY.
003670     MOVE XF-NEW-STATUS TO TL-NEW-STATUS.
003680     IF XF-FROM-LIST-ID IS EQUAL TO SPACES
003690         OR XF-TO-LIST-ID IS EQUAL TO SPACES
003700         MOVE 'REJECTED - FROM AND TO LIST IDS REQUIRED' TO
003710             TL-DISPOSITION
003720         MOVE 'REJECT-NOID' TO AU-OUTCOME
003730         PERFORM 2900-REJECT-XFER THRU 2900-EXIT
003740         GO TO 2000-EXIT
003750     END-IF.
003760     IF XF-FROM-LIST-ID IS EQUAL TO XF-TO-LIST-ID
003770         MOVE 'REJECTED - FROM AND TO ARE THE SAME LIST' TO
003780             TL-DISPOSITION
003790         MOVE 'REJECT-SAMELIST' TO AU-OUTCOME
003800         PERFORM 2900-REJECT-XFER THRU 2900-EXIT
003810         GO TO 2000-EXIT
003820     END-IF.
003830     IF XF-ITEM-KEY IS EQUAL TO SPACES
003840         MOVE 'REJECTED - BLANK ITEM KEY' TO TL-DISPOSITION
003850         MOVE 'REJECT-BLANK' TO AU-OUTCOME
003860         PERFORM 2900-REJECT-XFER THRU 2900-EXIT
003870         GO TO 2000-EXIT
003880     END-IF.
003890     IF XF-QUANTITY-X IS NOT EQUAL TO SPACES
003900         IF XF-QUANTITY-X IS NOT NUMERIC
003910             OR XF-QUANTITY IS EQUAL TO ZERO
003920             MOVE 'REJECTED - QUANTITY NOT A POSITIVE NUMBER'
003930                 TO TL-DISPOSITION
003940             MOVE 'REJECT-QTY' TO AU-OUTCOME
003950             PERFORM 2900-REJECT-XFER THRU 2900-EXIT
003960             GO TO 2000-EXIT
003970         END-IF
003980     END-IF.
003990     IF XF-NEW-STATUS IS NOT EQUAL TO SPACE
004000         AND NOT XF-VALID-NEW-STATUS
004010         MOVE 'REJECTED - INVALID STATUS CODE' TO TL-DISPOSITION
004020         MOVE 'REJECT-STATUS' TO AU-OUTCOME
004030         PERFORM 2900-REJECT-XFER THRU 2900-EXIT
004040         GO TO 2000-EXIT
004050     END-IF.
004060     IF XF-FROM-LIST-ID NOT EQUAL PS-LIST-ID(WS-FROM-SIDE)
004070         OR XF-TO-LIST-ID NOT EQUAL PS-LIST-ID(WS-TO-SIDE)
004080         PERFORM 2500-SWITCH-PAIR THRU 2500-EXIT
004090     END-IF.
004100     IF NOT WS-PAIR-CLAIMED
004110         MOVE 'REJECTED - LIST IN USE' TO TL-DISPOSITION
004120         MOVE 'REJECT-INUSE' TO AU-OUTCOME
004130         PERFORM 2900-REJECT-XFER THRU 2900-EXIT
004140         GO TO 2000-EXIT
004150     END-IF.
004160     ADD 1 TO WS-PAIR-READ-COUNT.
004170     PERFORM 3000-APPLY-TRANSFER THRU 3000-EXIT.
004180     MOVE WS-DETAIL-LINE TO PRT-LINE.
004190     WRITE PRT-LINE.
004200 2000-EXIT.
004210     EXIT.
004220******************************************************************
004230*    2500-SWITCH-PAIR - THE CARD JUST READ NAMES A DIFFERENT
004240*    PAIR OF LISTS THAN THE ONE LOADED. SAVE AND RELEASE THE
004250*    OLD PAIR, THEN CLAIM BOTH NEW LISTS - FROM LIST FIRST. IF
004260*    THE TO LIST IS HELD ELSEWHERE THE FROM LIST IS LET GO
004270*    AGAIN, SO THIS RUN NEVER SITS ON HALF A PAIR. A CLAIMED
004280*    PAIR IS LOADED, ITS CROSS-REFERENCE ENTRIES CLEARED, AND
004290*    THE TO LIST LOOKED UP ON LISTDEF.
004300******************************************************************
004310 2500-SWITCH-PAIR.
004320     IF WS-PAIR-LOADED
004330         PERFORM 4000-SAVE-PAIR THRU 4000-EXIT
004340     END-IF.
004350     IF WS-PAIR-CLAIMED
004360         PERFORM 2770-RELEASE-PAIR THRU 2770-EXIT
004370     END-IF.
004380     MOVE 'N' TO WS-PAIR-LOADED-SWITCH.
004390     MOVE 'N' TO WS-SNAP-DONE-SWITCH.
004400     MOVE XF-FROM-LIST-ID TO PS-LIST-ID(WS-FROM-SIDE).
004410     MOVE XF-TO-LIST-ID TO PS-LIST-ID(WS-TO-SIDE).
004420     MOVE PS-LIST-ID(WS-FROM-SIDE) TO WS-CLAIM-LIST-ID.
004430     PERFORM 2700-CLAIM-LIST THRU 2700-EXIT.
004440     IF NOT WS-CLAIM-OK
004450         GO TO 2500-EXIT
004460     END-IF.
004470     MOVE PS-LIST-ID(WS-TO-SIDE) TO WS-CLAIM-LIST-ID.
004480     PERFORM 2700-CLAIM-LIST THRU 2700-EXIT.
004490     IF NOT WS-CLAIM-OK
004500         MOVE PS-LIST-ID(WS-FROM-SIDE) TO WS-CLAIM-LIST-ID
004510         PERFORM 2780-RELEASE-ONE-LIST THRU 2780-EXIT
004520         GO TO 2500-EXIT
004530     END-IF.
004540     MOVE 'Y' TO WS-PAIR-CLAIMED-SWITCH.
004550     PERFORM 2510-LOAD-ONE-SIDE THRU 2510-EXIT
004560         VARYING WS-SIDE FROM 1 BY 1
004570         UNTIL WS-SIDE IS GREATER THAN 2.
004580     PERFORM 2550-CHECK-LIST-DEFINITION THRU 2550-EXIT.
004590     MOVE 'Y' TO WS-PAIR-LOADED-SWITCH.
004600     MOVE ZERO TO WS-PAIR-READ-COUNT.
004610     MOVE ZERO TO WS-PAIR-ACCEPT-COUNT.
004620     MOVE ZERO TO WS-PAIR-REJECT-COUNT.
004630 2500-EXIT.
004640     EXIT.
004650 2510-LOAD-ONE-SIDE.
004660     PERFORM 5000-LOAD-LIST-FROM-FILE THRU 5000-EXIT.
004670     PERFORM 7500-XREF-CLEAR-LIST THRU 7500-EXIT.
004680     MOVE PS-CELL-COUNT(WS-SIDE) TO PS-START-COUNT(WS-SIDE).
004690     MOVE ZERO TO PS-ADD-COUNT(WS-SIDE).
004700     MOVE ZERO TO PS-DEL-COUNT(WS-SIDE).
004710 2510-EXIT.
004720     EXIT.
004730******************************************************************
004740*    2550-CHECK-LIST-DEFINITION - LOOK THE TO LIST UP ON
004750*    LISTDEF, AS ListTrans DOES FOR AN ADD. AN ACTIVE DEFINITION
004760*    SUPPLIES THE MAXIMUM CELL COUNT AND ALLOWED STATUSES; A TO
004770*    LIST WITH NO CELLS ON FILE AND NO ACTIVE DEFINITION WOULD
004780*    BE CREATED BY THE TRANSFER, SO IT IS FLAGGED UNDEFINED AND
004790*    EVERY TRANSFER INTO IT IS REJECTED.
004800******************************************************************
004810 2550-CHECK-LIST-DEFINITION.
004820     MOVE 'N' TO WS-LIST-UNDEFINED-SWITCH.
004830     MOVE 'N' TO WS-LIST-DEF-SWITCH.
004840     MOVE ZERO TO WS-DEF-MAX-CELLS.
004850     MOVE SPACES TO WS-DEF-ALLOWED-STATUS.
004860     IF NOT WS-LISTDEF-NOT-FOUND
004870         MOVE PS-LIST-ID(WS-TO-SIDE) TO LD-LIST-ID
004880         READ LISTDEF
004890             INVALID KEY
004900                 CONTINUE
004910             NOT INVALID KEY
004920                 MOVE LD-DEF-STATUS TO WS-LIST-DEF-SWITCH
004930         END-READ
004940     END-IF.
004950     IF WS-LIST-DEF-ACTIVE
004960         MOVE LD-MAX-CELLS TO WS-DEF-MAX-CELLS
004970         MOVE LD-ALLOWED-STATUS TO WS-DEF-ALLOWED-STATUS
004980     END-IF.
004990     IF NOT WS-LIST-DEF-ACTIVE
005000         AND PS-CELL-COUNT(WS-TO-SIDE) IS EQUAL TO ZERO
005010         MOVE 'Y' TO WS-LIST-UNDEFINED-SWITCH
005020         DISPLAY "LIST " PS-LIST-ID(WS-TO-SIDE) " HAS NO ACTIVE"
005030             " DEFINITION ON LISTDEF - IT WILL NOT BE CREATED"
005040     END-IF.
005050 2550-EXIT.
005060     EXIT.
005070******************************************************************
005080*    2700-CLAIM-LIST - CLAIM WS-CLAIM-LIST-ID BY WRITING THE
005090*    INDEX-ZERO IN-USE MARKER UNDER ITS ID, THE SAME PROTOCOL
005100*    PROGRAM1, PROGRAM4 AND ListTrans FOLLOW. A MARKER ALREADY
005110*    ON FILE LEAVES WS-CLAIM-OK OFF.
005120******************************************************************
005130 2700-CLAIM-LIST.
005140     MOVE 'N' TO WS-CLAIM-SWITCH.
005150     OPEN I-O LISTFILE.
005160     IF WS-LISTFILE-NOT-FOUND
005170         OPEN OUTPUT LISTFILE
005180         CLOSE LISTFILE
005190         OPEN I-O LISTFILE
005200     END-IF.
005210     MOVE WS-CLAIM-LIST-ID TO LR-LIST-ID.
005220     MOVE ZERO TO LR-LIST-INDEX.
005230     READ LISTFILE
005240         INVALID KEY
005250             PERFORM 2750-WRITE-LOCK-RECORD THRU 2750-EXIT
005260             MOVE 'Y' TO WS-CLAIM-SWITCH
005270         NOT INVALID KEY
005280             DISPLAY "LIST " WS-CLAIM-LIST-ID " IN USE - "
005290                 LR-LIST-DATA
005300     END-READ.
005310     CLOSE LISTFILE.
005320 2700-EXIT.
005330     EXIT.
005340 2750-WRITE-LOCK-RECORD.
005350     ACCEPT WS-CURRENT-DATE FROM DATE.
005360     ACCEPT WS-CURRENT-TIME FROM TIME.
005370     MOVE WS-CLAIM-LIST-ID TO LR-LIST-ID.
005380     MOVE ZERO TO LR-LIST-INDEX.
005390     MOVE SPACES TO LR-LIST-DATA.
005400     STRING 'IN USE SINCE ' WS-CURRENT-DATE ' ' WS-CURRENT-TIME
005410         DELIMITED BY SIZE INTO LR-LIST-DATA.
005420     MOVE ZERO TO LR-LIST-COUNT.
005430     MOVE ZERO TO LR-LIST-NEXT-INDEX.
005440     MOVE ZERO TO LR-LIST-PREV-INDEX.
005450     WRITE LIST-RECORD
005460         INVALID KEY CONTINUE
005470     END-WRITE.
005480 2750-EXIT.
005490     EXIT.
005500******************************************************************
005510*    2770-RELEASE-PAIR - BOTH LISTS ARE SAVED: DELETE THE
005520*    IN-USE MARKERS THIS RUN WROTE SO THE NEXT UPDATE JOB CAN
005530*    CLAIM THEM.
005540******************************************************************
005550 2770-RELEASE-PAIR.
005560     MOVE 'N' TO WS-PAIR-CLAIMED-SWITCH.
005570     MOVE PS-LIST-ID(WS-FROM-SIDE) TO WS-CLAIM-LIST-ID.
005580     PERFORM 2780-RELEASE-ONE-LIST THRU 2780-EXIT.
005590     MOVE PS-LIST-ID(WS-TO-SIDE) TO WS-CLAIM-LIST-ID.
005600     PERFORM 2780-RELEASE-ONE-LIST THRU 2780-EXIT.
005610 2770-EXIT.
005620     EXIT.
005630 2780-RELEASE-ONE-LIST.
005640     OPEN I-O LISTFILE.
005650     IF WS-LISTFILE-NOT-FOUND
005660         GO TO 2780-EXIT
005670     END-IF.
005680     MOVE WS-CLAIM-LIST-ID TO LR-LIST-ID.
005690     MOVE ZERO TO LR-LIST-INDEX.
005700     DELETE LISTFILE
005710         INVALID KEY CONTINUE
005720     END-DELETE.
005730     CLOSE LISTFILE.
005740 2780-EXIT.
005750     EXIT.
005760******************************************************************
005770*    2900-REJECT-XFER - COMMON TAIL FOR A CARD THAT FAILED
005780*    BEFORE REACHING 3000. THE CALLER HAS ALREADY SET
005790*    TL-DISPOSITION AND AU-OUTCOME. THE AUDIT RECORD GOES
005800*    UNDER THE FROM LIST (THE TO LIST WHEN NO FROM LIST WAS
005810*    GIVEN).
005820******************************************************************
005830 2900-REJECT-XFER.
005840     ADD 1 TO WS-REJECT-COUNT.
005850     MOVE 'TRANSFER' TO AU-ACTION.
005860     IF XF-FROM-LIST-ID IS EQUAL TO SPACES
005870         MOVE XF-TO-LIST-ID TO AU-LIST-ID
005880     ELSE
005890         MOVE XF-FROM-LIST-ID TO AU-LIST-ID
005900     END-IF.
005910     MOVE SPACES TO WS-AUDIT-VALUE.
005920     MOVE TRANSFER-RECORD(1:20) TO WS-AV-CELL.
005930     MOVE 'TO' TO WS-AV-DIRECTION.
005940     MOVE XF-TO-LIST-ID TO WS-AV-OTHER-LIST.
005950     MOVE WS-AUDIT-VALUE TO AU-VALUE.
005960     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
005970     MOVE WS-DETAIL-LINE TO PRT-LINE.
005980     WRITE PRT-LINE.
005990 2900-EXIT.
006000     EXIT.
006010******************************************************************
006020*    3000-APPLY-TRANSFER - EVERY CHECK ON BOTH SIDES FIRST:
006030*    THE CELL IS ON THE FROM LIST, A PARTIAL QUANTITY OR NEW
006040*    STATUS HAS A STRUCTURED CELL TO WORK ON, THE QUANTITY IS
006050*    THERE TO MOVE, THE KEY IS NOT ALREADY ON THE TO LIST, AND
006060*    THE TO LIST IS DEFINED, HAS ROOM AND ALLOWS THE STATUS,
006065*    AND THE ITEM IS ACTIVE ON THE ITEM MASTER.
006070*    ONLY THEN IS THE PAIR SNAPSHOTTED (ONCE) AND BOTH SIDES
006080*    CHANGED TOGETHER: THE CELL COMES OFF THE FROM LIST (OR
006090*    ITS QUANTITY IS REDUCED) AND GOES INTO ITS SORTED PLACE
006100*    ON THE TO LIST WITH ITS PAYLOAD INTACT.
006110******************************************************************
006120 3000-APPLY-TRANSFER.
006130     MOVE 'TRANSFER' TO AU-ACTION.
006140     MOVE WS-FROM-SIDE TO WS-SIDE.
006150     PERFORM 3100-FIND-CELL THRU 3100-EXIT.
006160     IF NOT WS-FOUND
006170         MOVE 'REJECTED - ITEM NOT ON FROM LIST' TO
006180             TL-DISPOSITION
006190         MOVE 'NOT FOUND' TO AU-OUTCOME
006200         PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006210         GO TO 3000-EXIT
006220     END-IF.
006230     MOVE WS-FOUND-INDEX TO WS-FROM-INDEX.
006240     MOVE PS-CELL-DATA(WS-FROM-SIDE, WS-FROM-INDEX) TO
006250         WS-CELL-FIELDS.
006260     MOVE WS-CELL-FIELDS TO WS-NEW-CELL-FIELDS.
006270     MOVE 'Y' TO WS-WHOLE-CELL-SWITCH.
006280     IF XF-QUANTITY-X IS NOT EQUAL TO SPACES
006290         OR XF-NEW-STATUS IS NOT EQUAL TO SPACE
006300         IF WS-CF-QUANTITY IS NOT NUMERIC
006310             MOVE 'REJECTED - CELL HAS NO STRUCTURED QUANTITY'
006320                 TO TL-DISPOSITION
006330             MOVE 'REJECT-LEGACY' TO AU-OUTCOME
006340             PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006350             GO TO 3000-EXIT
006360         END-IF
006370     END-IF.
006380     IF XF-QUANTITY-X IS NOT EQUAL TO SPACES
006390         IF XF-QUANTITY IS GREATER THAN WS-CF-QUANTITY
006400             MOVE 'REJECTED - QUANTITY EXCEEDS CELL QUANTITY'
006410                 TO TL-DISPOSITION
006420             MOVE 'REJECT-QTY' TO AU-OUTCOME
006430             PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006440             GO TO 3000-EXIT
006450         END-IF
006460         IF XF-QUANTITY IS LESS THAN WS-CF-QUANTITY
006470             MOVE 'N' TO WS-WHOLE-CELL-SWITCH
006480             MOVE XF-QUANTITY TO WS-NC-QUANTITY
006490             SUBTRACT XF-QUANTITY FROM WS-CF-QUANTITY
006500                 GIVING WS-LEFT-QUANTITY
006510         END-IF
006520     END-IF.
006530     IF XF-NEW-STATUS IS NOT EQUAL TO SPACE
006540         MOVE XF-NEW-STATUS TO WS-NC-STATUS
006550     END-IF.
006560     MOVE WS-TO-SIDE TO WS-SIDE.
006570     PERFORM 3100-FIND-CELL THRU 3100-EXIT.
006580     IF WS-FOUND
006590         MOVE 'REJECTED - ITEM ALREADY ON TO LIST' TO
006600             TL-DISPOSITION
006610         MOVE 'REJECT-DUP' TO AU-OUTCOME
006620         PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006630         GO TO 3000-EXIT
006640     END-IF.
006650     IF WS-LIST-UNDEFINED
006660         MOVE 'REJECTED - TO LIST NOT DEFINED' TO TL-DISPOSITION
006670         MOVE 'REJECT-NODEF' TO AU-OUTCOME
006680         PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006690         GO TO 3000-EXIT
006700     END-IF.
006710     IF WS-DEF-ALLOWED-STATUS IS NOT EQUAL TO SPACES
006720         MOVE ZERO TO WS-ALLOWED-TALLY
006730         INSPECT WS-DEF-ALLOWED-STATUS TALLYING WS-ALLOWED-TALLY
006740             FOR ALL WS-NC-STATUS
006750         IF WS-ALLOWED-TALLY IS EQUAL TO ZERO
006760             MOVE 'REJECTED - STATUS NOT ALLOWED ON TO LIST' TO
006770                 TL-DISPOSITION
006780             MOVE 'REJECT-NOTALLOW' TO AU-OUTCOME
006790             PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006800             GO TO 3000-EXIT
006810         END-IF
006820     END-IF.
006821     PERFORM 3550-CHECK-ITEM-MASTER THRU 3550-EXIT.
006822     IF WS-ITEM-NOT-ON-MASTER
006823         MOVE 'REJECTED - ITEM NOT ON ITEM MASTER' TO
006824             TL-DISPOSITION
006825         MOVE 'REJECT-NOITEM' TO AU-OUTCOME
006826         PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006827         GO TO 3000-EXIT
006828     END-IF.
006829     IF WS-ITEM-DISCONTINUED
006830         MOVE 'REJECTED - ITEM DISCONTINUED' TO TL-DISPOSITION
006831         MOVE 'REJECT-DISC' TO AU-OUTCOME
006832         PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006833         GO TO 3000-EXIT
006834     END-IF.
006835     IF PS-CELL-COUNT(WS-TO-SIDE) IS NOT LESS THAN WS-MAX-ENTRIES
006840         OR (WS-DEF-MAX-CELLS IS GREATER THAN ZERO
006850             AND PS-CELL-COUNT(WS-TO-SIDE) IS NOT LESS THAN
006860                 WS-DEF-MAX-CELLS)
006870         MOVE 'REJECTED - TO LIST AT MAXIMUM SIZE' TO
006880             TL-DISPOSITION
006890         MOVE 'REJECT-FULL' TO AU-OUTCOME
006900         PERFORM 3900-REJECT-APPLY THRU 3900-EXIT
006910         GO TO 3000-EXIT
006920     END-IF.
006930     PERFORM 6000-SNAPSHOT-PAIR THRU 6000-EXIT.
006940     IF WS-WHOLE-CELL
006950         PERFORM 3300-REMOVE-FROM-CELL THRU 3300-EXIT
006960     ELSE
006970         MOVE WS-LEFT-QUANTITY TO WS-CF-QUANTITY
006980         MOVE WS-CELL-FIELDS TO
006990             PS-CELL-DATA(WS-FROM-SIDE, WS-FROM-INDEX)
007000     END-IF.
007010     PERFORM 3200-INSERT-TO-CELL THRU 3200-EXIT.
007020     ADD 1 TO WS-PAIR-ACCEPT-COUNT.
007030     ADD 1 TO PS-ADD-COUNT(WS-TO-SIDE).
007040     PERFORM 3800-AUDIT-BOTH-SIDES THRU 3800-EXIT.
007050     IF WS-WHOLE-CELL
007060         ADD 1 TO WS-WHOLE-COUNT
007070         MOVE 'TRANSFERRED' TO TL-DISPOSITION
007080     ELSE
007090         ADD 1 TO WS-PARTIAL-COUNT
007100         MOVE WS-LEFT-QUANTITY TO WS-LEFT-DISPLAY
007110         MOVE SPACES TO TL-DISPOSITION
007120         STRING 'PARTIAL - ' WS-LEFT-DISPLAY
007130             ' LEFT ON FROM LIST' DELIMITED BY SIZE
007140             INTO TL-DISPOSITION
007150     END-IF.
007160 3000-EXIT.
007170     EXIT.
007180******************************************************************
007190*    3100-FIND-CELL - LOOK FOR XF-ITEM-KEY AMONG THE CELLS OF
007200*    SIDE WS-SIDE. THE MATCH COMES BACK IN WS-FOUND-INDEX.
007210******************************************************************
007220 3100-FIND-CELL.
007230     MOVE 'N' TO WS-FOUND-SWITCH.
007240     MOVE ZERO TO WS-FOUND-INDEX.
007250     IF PS-CELL-COUNT(WS-SIDE) IS GREATER THAN ZERO
007260         PERFORM 3110-COMPARE-ONE-CELL THRU 3110-EXIT
007270             VARYING WS-INDEX FROM 1 BY 1
007280             UNTIL WS-INDEX IS GREATER THAN PS-CELL-COUNT(WS-SIDE)
007290                 OR WS-FOUND
007300     END-IF.
007310 3100-EXIT.
007320     EXIT.
007330 3110-COMPARE-ONE-CELL.
007340     IF PS-CELL-DATA(WS-SIDE, WS-INDEX)(1:20) IS EQUAL TO
007350         XF-ITEM-KEY
007360         MOVE 'Y' TO WS-FOUND-SWITCH
007370         MOVE WS-INDEX TO WS-FOUND-INDEX
007380     END-IF.
007390 3110-EXIT.
007400     EXIT.
007401******************************************************************
007402*    3550-CHECK-ITEM-MASTER - LOOK THE CARD'S ITEM KEY UP ON
007403*    ITEMFILE. THE SWITCH COMES BACK 'A' FOR AN ACTIVE ITEM,
007404*    'D' FOR A DISCONTINUED ONE AND 'N' WHEN THE KEY IS NOT ON
007405*    THE MASTER (OR THE MASTER ITSELF COULD NOT BE OPENED).
007406******************************************************************
007407 3550-CHECK-ITEM-MASTER.
007408     MOVE 'N' TO WS-ITEM-MASTER-SWITCH.
007409     IF WS-ITEMFILE-NOT-FOUND
007410         GO TO 3550-EXIT
007411     END-IF.
007412     MOVE XF-ITEM-KEY TO MI-ITEM-KEY.
007413     READ ITEMFILE
007414         INVALID KEY GO TO 3550-EXIT
007415     END-READ.
007416     IF MI-ITEM-DISCONTINUED
007417         MOVE 'D' TO WS-ITEM-MASTER-SWITCH
007418     ELSE
007419         MOVE 'A' TO WS-ITEM-MASTER-SWITCH
007420     END-IF.
007421 3550-EXIT.
007422     EXIT.
007423******************************************************************
007424*    3200-INSERT-TO-CELL - FIND THE FIRST TO-LIST CELL THAT
007430*    SORTS AFTER THE MOVED CELL, OPEN A GAP THERE BY SHIFTING
007440*    THE TAIL UP ONE SLOT AND DROP THE CELL IN, THE SAME SORTED
007450*    INSERT ListTrans PERFORMS FOR AN ADD.
007460******************************************************************
007470 3200-INSERT-TO-CELL.
007480     ADD 1 TO PS-CELL-COUNT(WS-TO-SIDE) GIVING WS-INSERT-INDEX.
007490     MOVE 'N' TO WS-INSERT-FOUND-SWITCH.
007500     IF PS-CELL-COUNT(WS-TO-SIDE) IS GREATER THAN ZERO
007510         PERFORM 3210-TEST-INSERT-CELL THRU 3210-EXIT
007520             VARYING WS-INDEX FROM 1 BY 1
007530             UNTIL WS-INDEX IS GREATER THAN
007540                 PS-CELL-COUNT(WS-TO-SIDE)
007550                 OR WS-INSERT-FOUND
007560     END-IF.
007570     IF WS-INSERT-INDEX IS NOT GREATER THAN
007580         PS-CELL-COUNT(WS-TO-SIDE)
007590         PERFORM 3220-SHIFT-CELL-UP THRU 3220-EXIT
007600             VARYING WS-INDEX FROM PS-CELL-COUNT(WS-TO-SIDE)
007610             BY -1 UNTIL WS-INDEX IS LESS THAN WS-INSERT-INDEX
007620     END-IF.
007630     ADD 1 TO PS-CELL-COUNT(WS-TO-SIDE).
007640     MOVE WS-NEW-CELL-DATA TO
007650         PS-CELL-DATA(WS-TO-SIDE, WS-INSERT-INDEX).
007660 3200-EXIT.
007670     EXIT.
007680 3210-TEST-INSERT-CELL.
007690     IF PS-CELL-DATA(WS-TO-SIDE, WS-INDEX) IS GREATER THAN
007700         WS-NEW-CELL-DATA
007710         MOVE WS-INDEX TO WS-INSERT-INDEX
007720         MOVE 'Y' TO WS-INSERT-FOUND-SWITCH
007730     END-IF.
007740 3210-EXIT.
007750     EXIT.
007760 3220-SHIFT-CELL-UP.
007770     ADD 1 TO WS-INDEX GIVING WS-SHIFT-TARGET.
007780     MOVE PS-CELL-DATA(WS-TO-SIDE, WS-INDEX) TO
007790         PS-CELL-DATA(WS-TO-SIDE, WS-SHIFT-TARGET).
007800 3220-EXIT.
007810     EXIT.
007820******************************************************************
007830*    3300-REMOVE-FROM-CELL - A WHOLE-CELL TRANSFER: CLOSE THE
007840*    GAP THE CELL LEAVES ON THE FROM LIST, THE SAME REMOVAL
007850*    ListTrans PERFORMS FOR A DELETE.
007860******************************************************************
007870 3300-REMOVE-FROM-CELL.
007880     PERFORM 3310-SHIFT-CELL-DOWN THRU 3310-EXIT
007890         VARYING WS-INDEX FROM WS-FROM-INDEX BY 1
007900         UNTIL WS-INDEX IS NOT LESS THAN
007910             PS-CELL-COUNT(WS-FROM-SIDE).
007920     SUBTRACT 1 FROM PS-CELL-COUNT(WS-FROM-SIDE).
007930     ADD 1 TO PS-DEL-COUNT(WS-FROM-SIDE).
007940 3300-EXIT.
007950     EXIT.
007960 3310-SHIFT-CELL-DOWN.
007970     ADD 1 TO WS-INDEX GIVING WS-SHIFT-SOURCE.
007980     MOVE PS-CELL-DATA(WS-FROM-SIDE, WS-SHIFT-SOURCE) TO
007990         PS-CELL-DATA(WS-FROM-SIDE, WS-INDEX).
008000 3310-EXIT.
008010     EXIT.
008020******************************************************************
008030*    3800-AUDIT-BOTH-SIDES - ONE AUDITFILE RECORD PER LIST. THE
008040*    FROM LIST'S XFER-OUT IS 'TRANSFERRED' WHEN THE CELL LEFT
008050*    IT AND 'PARTIAL' WHEN ONLY QUANTITY DID; THE TO LIST'S
008060*    XFER-IN IS 'ACCEPTED'. ListRecon NETS THEM LIKE A DELETE
008070*    AND AN ADD. THE VALUE CARRIES THE CELL AS MOVED AND THE
008080*    OTHER LIST'S ID.
008090******************************************************************
008100 3800-AUDIT-BOTH-SIDES.
008110     MOVE SPACES TO WS-AUDIT-VALUE.
008120     MOVE WS-NEW-CELL-DATA TO WS-AV-CELL.
008130     MOVE 'XFER-OUT' TO AU-ACTION.
008140     MOVE PS-LIST-ID(WS-FROM-SIDE) TO AU-LIST-ID.
008150     MOVE 'TO' TO WS-AV-DIRECTION.
008160     MOVE PS-LIST-ID(WS-TO-SIDE) TO WS-AV-OTHER-LIST.
008170     MOVE WS-AUDIT-VALUE TO AU-VALUE.
008180     IF WS-WHOLE-CELL
008190         MOVE 'TRANSFERRED' TO AU-OUTCOME
008200     ELSE
008210         MOVE 'PARTIAL' TO AU-OUTCOME
008220     END-IF.
008230     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
008240     MOVE 'XFER-IN' TO AU-ACTION.
008250     MOVE PS-LIST-ID(WS-TO-SIDE) TO AU-LIST-ID.
008260     MOVE 'FROM' TO WS-AV-DIRECTION.
008270     MOVE PS-LIST-ID(WS-FROM-SIDE) TO WS-AV-OTHER-LIST.
008280     MOVE WS-AUDIT-VALUE TO AU-VALUE.
008290     MOVE 'ACCEPTED' TO AU-OUTCOME.
008300     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
008310 3800-EXIT.
008320     EXIT.
008330******************************************************************
008340*    3900-REJECT-APPLY - A CARD THAT REACHED ITS PAIR BUT FAILED
008350*    A CHECK. NEITHER LIST HAS BEEN TOUCHED. THE CALLER HAS SET
008360*    TL-DISPOSITION AND AU-OUTCOME.
008370******************************************************************
008380 3900-REJECT-APPLY.
008390     ADD 1 TO WS-REJECT-COUNT.
008400     ADD 1 TO WS-PAIR-REJECT-COUNT.
008410     MOVE 'TRANSFER' TO AU-ACTION.
008420     MOVE PS-LIST-ID(WS-FROM-SIDE) TO AU-LIST-ID.
008430     MOVE SPACES TO WS-AUDIT-VALUE.
008440     MOVE XF-ITEM-KEY TO WS-AV-CELL.
008450     MOVE 'TO' TO WS-AV-DIRECTION.
008460     MOVE PS-LIST-ID(WS-TO-SIDE) TO WS-AV-OTHER-LIST.
008470     MOVE WS-AUDIT-VALUE TO AU-VALUE.
008480     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
008490 3900-EXIT.
008500     EXIT.
008510******************************************************************
008520*    4000-SAVE-PAIR - WRITE BOTH LISTS BACK, THE TO LIST FIRST,
008530*    EACH RENUMBERED AND RE-LINKED END TO END WITH ANY RECORDS
008540*    LEFT ABOVE ITS NEW COUNT PURGED, THE SAME SAVE ListTrans
008550*    PERFORMS. EACH SAVED LIST'S CROSS-REFERENCE ENTRIES ARE
008560*    REWRITTEN AND ITS RUN-CONTROL RECORD APPENDED.
008570******************************************************************
008580 4000-SAVE-PAIR.
008590     MOVE WS-TO-SIDE TO WS-SIDE.
008600     PERFORM 4050-SAVE-ONE-SIDE THRU 4050-EXIT.
008610     MOVE WS-FROM-SIDE TO WS-SIDE.
008620     PERFORM 4050-SAVE-ONE-SIDE THRU 4050-EXIT.
008630     MOVE 'N' TO WS-PAIR-LOADED-SWITCH.
008640 4000-EXIT.
008650     EXIT.
008660 4050-SAVE-ONE-SIDE.
008670     OPEN I-O LISTFILE.
008680     IF WS-LISTFILE-NOT-FOUND
008690         OPEN OUTPUT LISTFILE
008700         CLOSE LISTFILE
008710         OPEN I-O LISTFILE
008720     END-IF.
008730     MOVE 1 TO WS-INDEX.
008740     PERFORM 4100-SAVE-ONE-RECORD THRU 4100-EXIT
008750         UNTIL WS-INDEX IS GREATER THAN PS-CELL-COUNT(WS-SIDE).
008760     IF PS-CELL-COUNT(WS-SIDE) IS LESS THAN
008770         PS-PERSISTED-HIGH(WS-SIDE)
008780         PERFORM 4200-PURGE-EXCESS-RECORDS THRU 4200-EXIT
008790     END-IF.
008800     MOVE PS-CELL-COUNT(WS-SIDE) TO PS-PERSISTED-HIGH(WS-SIDE).
008810     CLOSE LISTFILE.
008820     PERFORM 7600-XREF-WRITE-LIST THRU 7600-EXIT.
008830     PERFORM 7700-WRITE-RUN-RECORD THRU 7700-EXIT.
008840 4050-EXIT.
008850     EXIT.
008860 4100-SAVE-ONE-RECORD.
008870     MOVE PS-LIST-ID(WS-SIDE) TO LR-LIST-ID.
008880     MOVE WS-INDEX TO LR-LIST-INDEX.
008890     MOVE PS-CELL-DATA(WS-SIDE, WS-INDEX) TO LR-LIST-DATA.
008900     MOVE PS-CELL-COUNT(WS-SIDE) TO LR-LIST-COUNT.
008910     IF WS-INDEX IS EQUAL TO PS-CELL-COUNT(WS-SIDE)
008920         MOVE ZERO TO LR-LIST-NEXT-INDEX
008930     ELSE
008940         ADD 1 TO WS-INDEX GIVING LR-LIST-NEXT-INDEX
008950     END-IF.
008960     IF WS-INDEX IS EQUAL TO 1
008970         MOVE ZERO TO LR-LIST-PREV-INDEX
008980     ELSE
008990         SUBTRACT 1 FROM WS-INDEX GIVING LR-LIST-PREV-INDEX
009000     END-IF.
009010     WRITE LIST-RECORD
009020         INVALID KEY REWRITE LIST-RECORD
009030     END-WRITE.
009033     MOVE 'W' TO WS-CHG-OPERATION.
009036     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
009040     ADD 1 TO WS-INDEX.
009050 4100-EXIT.
009060     EXIT.
009070 4200-PURGE-EXCESS-RECORDS.
009080     ADD 1 TO PS-CELL-COUNT(WS-SIDE) GIVING WS-PURGE-INDEX.
009090     PERFORM 4210-DELETE-ONE-RECORD THRU 4210-EXIT
009100         VARYING WS-PURGE-INDEX FROM WS-PURGE-INDEX BY 1
009110         UNTIL WS-PURGE-INDEX IS GREATER THAN
009120             PS-PERSISTED-HIGH(WS-SIDE).
009130 4200-EXIT.
009140     EXIT.
009150 4210-DELETE-ONE-RECORD.
009160     MOVE PS-LIST-ID(WS-SIDE) TO LR-LIST-ID.
009170     MOVE WS-PURGE-INDEX TO LR-LIST-INDEX.
009180     DELETE LISTFILE
009190         INVALID KEY CONTINUE
009200     END-DELETE.
009203     MOVE 'D' TO WS-CHG-OPERATION.
009206     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
009210 4210-EXIT.
009220     EXIT.
009230******************************************************************
009240*    5000-LOAD-LIST-FROM-FILE - LOAD SIDE WS-SIDE FROM WHATEVER
009250*    IS PERSISTED FOR ITS LIST ID, SKIPPING THE INDEX-ZERO
009260*    MARKER. A LIST ID NOT YET ON FILE SIMPLY STARTS EMPTY.
009270******************************************************************
009280 5000-LOAD-LIST-FROM-FILE.
009290     MOVE ZERO TO PS-CELL-COUNT(WS-SIDE).
009300     MOVE ZERO TO PS-PERSISTED-HIGH(WS-SIDE).
009310     MOVE 'N' TO WS-EOF-SWITCH.
009320     OPEN INPUT LISTFILE.
009330     IF WS-LISTFILE-NOT-FOUND
009340         GO TO 5000-EXIT
009350     END-IF.
009360     MOVE PS-LIST-ID(WS-SIDE) TO LR-LIST-ID.
009370     MOVE ZERO TO LR-LIST-INDEX.
009380     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
009390         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
009400     END-START.
009410     PERFORM 5100-LOAD-ONE-RECORD THRU 5100-EXIT
009420         UNTIL WS-EOF.
009430     MOVE PS-CELL-COUNT(WS-SIDE) TO PS-PERSISTED-HIGH(WS-SIDE).
009440     CLOSE LISTFILE.
009450 5000-EXIT.
009460     EXIT.
009470 5100-LOAD-ONE-RECORD.
009480     READ LISTFILE NEXT RECORD
009490         AT END
009500             MOVE 'Y' TO WS-EOF-SWITCH
009510             GO TO 5100-EXIT
009520     END-READ.
009530     IF LR-LIST-ID NOT EQUAL PS-LIST-ID(WS-SIDE)
009540         MOVE 'Y' TO WS-EOF-SWITCH
009550         GO TO 5100-EXIT
009560     END-IF.
009570     IF LR-LIST-INDEX IS EQUAL TO ZERO
009580         GO TO 5100-EXIT
009590     END-IF.
009600     ADD 1 TO PS-CELL-COUNT(WS-SIDE).
009610     MOVE LR-LIST-DATA TO
009620         PS-CELL-DATA(WS-SIDE, PS-CELL-COUNT(WS-SIDE)).
009630 5100-EXIT.
009640     EXIT.
009650******************************************************************
009660*    6000-SNAPSHOT-PAIR - BEFORE THE FIRST TRANSFER BETWEEN THE
009670*    PAIR IS APPLIED, APPEND BOTH LISTS' CELLS AS PERSISTED ON
009680*    LISTFILE TO RECVFILE UNDER ONE RUN STAMP, THE SAME
009690*    PRE-UPDATE SNAPSHOT ListLookup TAKES, SO ListRestore CAN
009700*    PUT EITHER LIST - OR BOTH - BACK. TAKEN ONCE PER PAIR.
009710******************************************************************
009720 6000-SNAPSHOT-PAIR.
009730     IF WS-SNAP-DONE
009740         GO TO 6000-EXIT
009750     END-IF.
009760     MOVE 'Y' TO WS-SNAP-DONE-SWITCH.
009770     OPEN EXTEND RECVFILE.
009780     IF WS-RECVFILE-NOT-FOUND
009790         OPEN OUTPUT RECVFILE
009800         CLOSE RECVFILE
009810         OPEN EXTEND RECVFILE
009820     END-IF.
009830     OPEN INPUT LISTFILE.
009840     IF WS-LISTFILE-NOT-FOUND
009850         CLOSE RECVFILE
009860         GO TO 6000-EXIT
009870     END-IF.
009880     ACCEPT WS-SNAP-DATE FROM DATE.
009890     ACCEPT WS-SNAP-TIME FROM TIME.
009900     PERFORM 6100-SNAPSHOT-ONE-LIST THRU 6100-EXIT
009910         VARYING WS-SIDE FROM 1 BY 1
009920         UNTIL WS-SIDE IS GREATER THAN 2.
009930     CLOSE LISTFILE.
009940     CLOSE RECVFILE.
009950 6000-EXIT.
009960     EXIT.
009970 6100-SNAPSHOT-ONE-LIST.
009980     MOVE ZERO TO WS-SNAP-COUNT.
009990     MOVE 'N' TO WS-SNAP-EOF-SWITCH.
010000     MOVE PS-LIST-ID(WS-SIDE) TO LR-LIST-ID.
010010     MOVE ZERO TO LR-LIST-INDEX.
010020     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
010030         INVALID KEY MOVE 'Y' TO WS-SNAP-EOF-SWITCH
010040     END-START.
010050     PERFORM 6200-SNAPSHOT-ONE-CELL THRU 6200-EXIT
010060         UNTIL WS-SNAP-EOF.
010070     DISPLAY "SNAPSHOT OF LIST " PS-LIST-ID(WS-SIDE) " TAKEN - "
010080         WS-SNAP-COUNT " CELLS".
010090 6100-EXIT.
010100     EXIT.
010110 6200-SNAPSHOT-ONE-CELL.
010120     READ LISTFILE NEXT RECORD
010130         AT END
010140             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
010150             GO TO 6200-EXIT
010160     END-READ.
010170     IF LR-LIST-ID NOT EQUAL PS-LIST-ID(WS-SIDE)
010180         MOVE 'Y' TO WS-SNAP-EOF-SWITCH
010190         GO TO 6200-EXIT
010200     END-IF.
010210     IF LR-LIST-INDEX IS EQUAL TO ZERO
010220         GO TO 6200-EXIT
010230     END-IF.
010240     MOVE SPACES TO RECOVERY-RECORD.
010250     MOVE PS-LIST-ID(WS-SIDE) TO RV-LIST-ID.
010260     MOVE WS-SNAP-DATE TO RV-RUN-DATE.
010270     MOVE WS-SNAP-TIME TO RV-RUN-TIME.
010280     MOVE LR-LIST-INDEX TO RV-CELL-INDEX.
010290     MOVE LR-LIST-DATA TO RV-CELL-DATA.
010300     WRITE RECOVERY-RECORD.
010310     ADD 1 TO WS-SNAP-COUNT.
010320 6200-EXIT.
010330     EXIT.
010340******************************************************************
010350*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
010360*    RECORD. THE CALLER MOVES AU-LIST-ID, AU-ACTION, AU-VALUE
010370*    AND AU-OUTCOME BEFORE PERFORMING THIS PARAGRAPH.
010380******************************************************************
010390 7000-WRITE-AUDIT-RECORD.
010400     ACCEPT WS-CURRENT-DATE FROM DATE.
010410     ACCEPT WS-CURRENT-TIME FROM TIME.
010420     MOVE WS-CURRENT-DATE TO AU-DATE.
010430     MOVE WS-CURRENT-TIME TO AU-TIME.
010440     WRITE AUDIT-RECORD.
010450 7000-EXIT.
010460     EXIT.
010470******************************************************************
010480*    7500-XREF-CLEAR-LIST - DROP SIDE WS-SIDE'S ENTRIES FROM THE
010490*    ITEM-KEY CROSS-REFERENCE RIGHT AFTER IT IS LOADED, WHILE
010500*    ITS CELLS STILL MIRROR WHAT IS PERSISTED; 7600 REWRITES
010510*    THE FINAL ENTRIES AT THE SAVE. XrefBuild REGENERATES THE
010520*    DATASET IF A RUN DIES IN BETWEEN.
010530******************************************************************
010540 7500-XREF-CLEAR-LIST.
010550     IF PS-CELL-COUNT(WS-SIDE) IS GREATER THAN ZERO
010560         PERFORM 7510-XREF-DELETE-ONE THRU 7510-EXIT
010570             VARYING WS-XREF-INDEX FROM 1 BY 1
010580             UNTIL WS-XREF-INDEX IS GREATER THAN
010590                 PS-CELL-COUNT(WS-SIDE)
010600     END-IF.
010610 7500-EXIT.
010620     EXIT.
010630 7510-XREF-DELETE-ONE.
010640     MOVE PS-CELL-DATA(WS-SIDE, WS-XREF-INDEX)(1:20) TO
010650         XR-ITEM-KEY.
010660     MOVE PS-LIST-ID(WS-SIDE) TO XR-LIST-ID.
010670     DELETE XREFFILE
010680         INVALID KEY CONTINUE
010690     END-DELETE.
010700 7510-EXIT.
010710     EXIT.
010720 7600-XREF-WRITE-LIST.
010730     IF PS-CELL-COUNT(WS-SIDE) IS GREATER THAN ZERO
010740         PERFORM 7610-XREF-WRITE-ONE THRU 7610-EXIT
010750             VARYING WS-XREF-INDEX FROM 1 BY 1
010760             UNTIL WS-XREF-INDEX IS GREATER THAN
010770                 PS-CELL-COUNT(WS-SIDE)
010780     END-IF.
010790 7600-EXIT.
010800     EXIT.
010810 7610-XREF-WRITE-ONE.
010820     MOVE SPACES TO XREF-RECORD.
010830     MOVE PS-CELL-DATA(WS-SIDE, WS-XREF-INDEX)(1:20) TO
010840         XR-ITEM-KEY.
010850     MOVE PS-LIST-ID(WS-SIDE) TO XR-LIST-ID.
010860     WRITE XREF-RECORD
010870         INVALID KEY CONTINUE
010880     END-WRITE.
010890 7610-EXIT.
010900     EXIT.
010910******************************************************************
010920*    7700-WRITE-RUN-RECORD - APPEND SIDE WS-SIDE'S RUN-CONTROL
010930*    RECORD. BOTH LISTS OF A PAIR CARRY THE PAIR'S CARDS
010940*    READ/ACCEPTED/REJECTED; THE TO LIST COUNTS EVERY ACCEPTED
010950*    TRANSFER AS ADDED AND THE FROM LIST EVERY WHOLE-CELL
010960*    TRANSFER AS REMOVED, SO END = START + ADDED - REMOVED
010970*    HOLDS ON BOTH.
010980******************************************************************
010990 7700-WRITE-RUN-RECORD.
011000     ACCEPT WS-CURRENT-DATE FROM DATE.
011010     ACCEPT WS-CURRENT-TIME FROM TIME.
011020     MOVE SPACES TO RUN-CONTROL-RECORD.
011030     MOVE WS-CURRENT-DATE TO RN-DATE.
011040     MOVE WS-CURRENT-TIME TO RN-TIME.
011050     MOVE 'PGM38JOB' TO RN-JOB-NAME.
011060     MOVE 'STEP010' TO RN-STEP-NAME.
011070     MOVE 'PROGRAM38' TO RN-PROGRAM.
011080     MOVE PS-LIST-ID(WS-SIDE) TO RN-LIST-ID.
011090     MOVE PS-START-COUNT(WS-SIDE) TO RN-START-COUNT.
011100     MOVE PS-CELL-COUNT(WS-SIDE) TO RN-END-COUNT.
011110     MOVE WS-PAIR-READ-COUNT TO RN-READ-COUNT.
011120     MOVE WS-PAIR-ACCEPT-COUNT TO RN-ACCEPT-COUNT.
011130     MOVE WS-PAIR-REJECT-COUNT TO RN-REJECT-COUNT.
011140     MOVE PS-ADD-COUNT(WS-SIDE) TO RN-ADDED-COUNT.
011150     MOVE PS-DEL-COUNT(WS-SIDE) TO RN-REMOVED-COUNT.
011160     MOVE 'C' TO RN-COMPLETE-FLAG.
011170     WRITE RUN-CONTROL-RECORD.
011180 7700-EXIT.
011190     EXIT.
011200******************************************************************
011210*    8000-PRINT-TOTALS - CLOSE THE REGISTER WITH THE RUN TOTALS
011220*    DATA CONTROL BALANCES AGAINST THE SUBMITTED CARD DECK.
011230******************************************************************
011240 8000-PRINT-TOTALS.
011250     MOVE WS-BLANK-LINE TO PRT-LINE.
011260     WRITE PRT-LINE.
011270     MOVE 'TRANSFER CARDS READ' TO TC-COUNT-LABEL.
011280     MOVE WS-XFER-COUNT TO TC-COUNT-VALUE.
011290     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011300     MOVE 'WHOLE CELLS TRANSFERRED' TO TC-COUNT-LABEL.
011310     MOVE WS-WHOLE-COUNT TO TC-COUNT-VALUE.
011320     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011330     MOVE 'PARTIAL QUANTITIES TRANSFERRED' TO TC-COUNT-LABEL.
011340     MOVE WS-PARTIAL-COUNT TO TC-COUNT-VALUE.
011350     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011360     MOVE 'TRANSFER CARDS REJECTED' TO TC-COUNT-LABEL.
011370     MOVE WS-REJECT-COUNT TO TC-COUNT-VALUE.
011380     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011390 8000-EXIT.
011400     EXIT.
011410 8100-PRINT-ONE-COUNT.
011420     MOVE WS-COUNT-LINE TO PRT-LINE.
011430     WRITE PRT-LINE.
011440 8100-EXIT.
011450     EXIT.
011481******************************************************************
011482*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
011483*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
011484*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
011485*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
011486*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
011487******************************************************************
011488 7900-OPEN-CHANGE-LOG.
011489     OPEN EXTEND CHGLOG.
011490     IF WS-CHGLOG-NOT-FOUND
011491         OPEN OUTPUT CHGLOG
011492         CLOSE CHGLOG
011493         OPEN EXTEND CHGLOG
011494     END-IF.
011495     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
011496     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
011497     ACCEPT WS-CHG-RUN-TIME FROM TIME.
011498     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
011499 7900-EXIT.
011500     EXIT.
011501******************************************************************
011502*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
011503*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
011504*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
011505*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
011506*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
011507*    CATALOG STARTS WITH NO LIST CLAIMED.
011508*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
011509******************************************************************
011510 7910-LOG-CELL-CHANGE.
011511     IF NOT WS-CHGLOG-OPEN
011512         OR NOT WS-LISTFILE-OK
011513         OR LR-LIST-INDEX IS EQUAL TO ZERO
011514         GO TO 7910-EXIT
011515     END-IF.
011516     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
011517     ADD 1 TO WS-CHG-SEQUENCE.
011518     MOVE SPACES TO CHANGE-LOG-RECORD.
011519     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
011520     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
011521     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
011522     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
011523     ACCEPT CG-LOG-TIME FROM TIME.
011524     IF CG-CELL-DELETED
011525         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
011526     ELSE
011527         MOVE LIST-RECORD TO CG-AFTER-IMAGE
011528     END-IF.
011529     WRITE CHANGE-LOG-RECORD.
011530 7910-EXIT.
011531     EXIT.
011532******************************************************************
011533*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
011534*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
011535*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
011536******************************************************************
011537 7920-CLOSE-CHANGE-LOG.
011538     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
011539     IF NOT WS-CHGLOG-OPEN
011540         GO TO 7920-EXIT
011541     END-IF.
011542     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
011543         MOVE SPACES TO CHANGE-LOG-RECORD
011544         MOVE 'E' TO CG-RECORD-TYPE
011545         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
011546         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
011547         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
011548         ACCEPT CG-LOG-TIME FROM TIME
011549         WRITE CHANGE-LOG-RECORD
011550     END-IF.
011551     CLOSE CHGLOG.
011552     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
011553 7920-EXIT.
011554     EXIT.
011555******************************************************************
011556*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
011557*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
011558*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
011559*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
011560*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
011561******************************************************************
011562 7950-OPEN-STATUS-INDEX.
011563     OPEN I-O STATIDX.
011564     IF WS-STATIDX-OK
011565         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
011566     ELSE
011567         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
011568             " MAINTAINED BY THIS RUN"
011569     END-IF.
011570 7950-EXIT.
011571     EXIT.
011572******************************************************************
011573*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
011574*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
011575*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
011576*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
011577*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
011578*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
011579******************************************************************
011580 7960-INDEX-CELL-CHANGE.
011581     IF NOT WS-STATIDX-OPEN
011582         GO TO 7960-EXIT
011583     END-IF.
011584     MOVE SPACES TO STATUS-INDEX-RECORD.
011585     MOVE LR-LIST-ID TO SX-LIST-ID.
011586     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
011587     IF WS-CHG-OPERATION IS EQUAL TO 'D'
011588         OR LR-QUANTITY IS NOT NUMERIC
011589         DELETE STATIDX
011590             INVALID KEY CONTINUE
011591         END-DELETE
011592         GO TO 7960-EXIT
011593     END-IF.
011594     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
011595     MOVE LR-EFF-DATE TO SX-EFF-DATE.
011596     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
011597     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
011598     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
011599     MOVE LR-QUANTITY TO SX-QUANTITY.
011600     WRITE STATUS-INDEX-RECORD
011601         INVALID KEY REWRITE STATUS-INDEX-RECORD
011602     END-WRITE.
011603 7960-EXIT.
011604     EXIT.
011605 7970-CLOSE-STATUS-INDEX.
011606     IF WS-STATIDX-OPEN
011607         CLOSE STATIDX
011608         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
011609     END-IF.
011610 7970-EXIT.
011611     EXIT.
011612******************************************************************
011613*    9000-TERMINATE - CLOSE THE CARD, AUDIT, CROSS-REFERENCE,
011614*    RUN-CONTROL AND REPORT DATASETS.
011615******************************************************************
011616 9000-TERMINATE.
011617     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
011618     CLOSE XFER-FILE.
011619     CLOSE AUDITFILE.
011620     CLOSE PRTFILE.
011621     CLOSE XREFFILE.
011622     CLOSE RUNFILE.
011623     IF NOT WS-LISTDEF-NOT-FOUND
011624         CLOSE LISTDEF
011625     END-IF.
011626     IF NOT WS-ITEMFILE-NOT-FOUND
011627         CLOSE ITEMFILE
011628     END-IF.
011629 9000-EXIT.
011630     EXIT.
011631 END PROGRAM Program38.
