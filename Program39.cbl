000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program39 AS "ListReinstate".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM PUTS SWEPT CELLS BACK. WHEN THE AGING SWEEP
000210*    (PROGRAM17) TAKES OFF A CELL THAT WAS STILL WANTED - A
000220*    WRONG CUTOFF DATE, A STATUS KEYED IN ERROR - THE ONLY WAY
000230*    BACK USED TO BE RE-KEYING AN ADD FROM THE HISTORY REPORT,
000240*    LOSING THE ORIGINAL EFFECTIVE DATE. EACH CARD HERE SELECTS
000250*    HISTFILE RECORDS EITHER BY ITEM KEY, LIST ID AND REMOVAL
000260*    DATE/TIME, OR BY WHOLE SWEEP RUN (LIST ID AND REMOVAL
000270*    STAMP ALONE), AND SORTS EACH ONE BACK INTO THE LIST IT
000280*    CAME OFF WITH ITS FULL CELL PAYLOAD.
000290*
000300*    THE LIST IS CLAIMED UNDER THE INDEX-ZERO IN-USE MARKER,
000310*    SNAPSHOTTED TO RECVFILE BEFORE THE FIRST CELL GOES BACK,
000320*    AND SAVED, CROSS-REFERENCED, AUDITED AND RUN-CONTROLLED
000330*    THE SAME WAY ListTrans HANDLES AN ADD - INCLUDING THE ITEM
000340*    MASTER AND LISTDEF CHECKS. A KEY ALREADY ON THE LIVE LIST
000350*    IS REFUSED. EACH HISTORY RECORD BROUGHT BACK IS FLAGGED
000360*    REINSTATED ONCE ITS LIST IS SAVED, AND A FLAGGED RECORD IS
000370*    REFUSED, SO NOTHING COMES BACK TWICE. A RUN THAT DIES
000380*    BETWEEN THE LIST SAVE AND THE FLAGGING LEAVES THE CELL ON
000390*    THE LIST, WHERE A RERUN REFUSES IT AS A DUPLICATE.
000400*
000410*    MAINTENANCE HISTORY
000420*    DATE       INIT DESCRIPTION
000430*    -------    ---- ------------------------------------------
000440*    2026-10-15 SRJ  ORIGINAL PROGRAM - REINSTATE FROM HISTORY
000441*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000442*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000443*                    AFTER-IMAGE CHANGE LOG ListRecover
000444*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000445*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000446*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED.
000447*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000448*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000449*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000450*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000451*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000452*                    WITH LISTFILE.
000453******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT LISTFILE ASSIGN TO "LISTFILE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS LR-LIST-KEY
000540         FILE STATUS IS WS-LISTFILE-STATUS.
000550     SELECT HISTFILE ASSIGN TO "HISTFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS HX-HIST-KEY
000590         FILE STATUS IS WS-HISTFILE-STATUS.
000600     SELECT ITEMFILE ASSIGN TO "ITEMFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS MI-ITEM-KEY
000640         FILE STATUS IS WS-ITEMFILE-STATUS.
000650     SELECT LISTDEF ASSIGN TO "LISTDEF"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS LD-LIST-ID
000690         FILE STATUS IS WS-LISTDEF-STATUS.
000700     SELECT RNS-FILE ASSIGN TO "SYSIN"
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
000950 FD  HISTFILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 150 CHARACTERS.
000980 COPY HISTREC.
000990 FD  ITEMFILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 100 CHARACTERS.
001020 COPY ITEMREC.
001030 FD  LISTDEF
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 120 CHARACTERS.
001060 COPY LSTDEF.
001070 FD  RNS-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100 COPY RNSREC.
001110 FD  AUDITFILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 144 CHARACTERS.
001140 COPY AUDITREC.
001150 FD  RECVFILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 120 CHARACTERS.
001180 COPY RECVREC.
001190 FD  PRTFILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 132 CHARACTERS.
001220 01  PRT-LINE                        PIC X(132).
001230 FD  XREFFILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 50 CHARACTERS.
001260 COPY XREFREC.
001270 FD  RUNFILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 100 CHARACTERS.
001300 COPY RUNREC.
001302 FD  CHGLOG
001304     LABEL RECORDS ARE STANDARD
001306     RECORD CONTAINS 180 CHARACTERS.
001308 COPY CHGREC.
001309 FD  STATIDX
001310     LABEL RECORDS ARE STANDARD
001311     RECORD CONTAINS 100 CHARACTERS.
001312 COPY SIDXREC.
001313 WORKING-STORAGE SECTION.
001320******************************************************************
001330*    CURRENT-LIST WORKING STORAGE - THE CELLS OF THE LIST BEING
001340*    REINSTATED INTO, IN KEY ORDER AS LOADED, AND THE HIGHEST
001350*    INDEX PERSISTED SO A SAVE KNOWS WHAT IS ALREADY ON FILE.
001360******************************************************************
001370 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001380 01  WS-LIST-ID PIC X(20) VALUE SPACES.
001390 01  WS-CELL-COUNT PIC S9(9) VALUE ZERO.
001400 01  WS-PERSISTED-HIGH PIC S9(9) VALUE ZERO.
001410 01  WS-CELL-TABLE.
001420     05  WS-CELL-DATA PIC X(80) OCCURS 10000 TIMES.
001430 01  WS-INDEX PIC S9(9) VALUE ZERO.
001440 01  WS-SHIFT-TARGET PIC S9(9) VALUE ZERO.
001450 01  WS-PURGE-INDEX PIC S9(9) VALUE ZERO.
001460******************************************************************
001470*    CANDIDATE WORKING STORAGE - THE HISTORY RECORDS ONE CARD
001480*    SELECTS, GATHERED BEFORE ANY IS ACTED ON SO THE HISTFILE
001490*    BROWSE IS FINISHED BEFORE THE LIST CHANGES.
001500******************************************************************
001510 01  WS-CAND-COUNT PIC S9(9) VALUE ZERO.
001520 01  WS-CAND-TABLE.
001530     05  WS-CAND-ROW OCCURS 10000 TIMES.
001540         10  CD-HIST-KEY PIC X(59).
001550         10  CD-REMOVE-REASON PIC X(10).
001560         10  CD-CELL-DATA PIC X(80).
001570         10  CD-REINSTATE-FLAG PIC X(01).
001580 01  WS-CAND-INDEX PIC S9(9) VALUE ZERO.
001590 01  WS-CAND-KEY.
001600     05  WS-CK-ITEM-KEY PIC X(20).
001610     05  WS-CK-LIST-ID PIC X(20).
001620     05  WS-CK-REMOVE-DATE PIC 9(06).
001630     05  WS-CK-REMOVE-TIME PIC 9(08).
001640     05  WS-CK-CELL-INDEX PIC 9(05).
001650*    THE LATEST UNFLAGGED (FAILING THAT, THE LATEST) REMOVAL OF
001660*    AN ITEM, FOR AN ITEM CARD WITH NO REMOVAL STAMP.
001670 01  WS-LATEST-SWITCH PIC X(01) VALUE 'N'.
001680     88  WS-LATEST-HELD             VALUE 'Y'.
001690 01  WS-LATEST-ROW.
001700     05  WS-LT-HIST-KEY PIC X(59).
001710     05  WS-LT-REMOVE-REASON PIC X(10).
001720     05  WS-LT-CELL-DATA PIC X(80).
001730     05  WS-LT-REINSTATE-FLAG PIC X(01).
001740******************************************************************
001750*    MARK WORKING STORAGE - THE HISTORY KEYS REINSTATED INTO
001760*    THE CURRENT LIST, FLAGGED ON HISTFILE ONLY AFTER THE LIST
001770*    HAS BEEN SAVED.
001780******************************************************************
001790 01  WS-MARK-COUNT PIC S9(9) VALUE ZERO.
001800 01  WS-MARK-TABLE.
001810     05  WS-MARK-KEY PIC X(59) OCCURS 10000 TIMES.
001820 01  WS-MARK-INDEX PIC S9(9) VALUE ZERO.
001830******************************************************************
001840*    FILE-STATUS AND CONTROL WORKING STORAGE
001850******************************************************************
001860 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
001870     88  WS-LISTFILE-OK             VALUE '00'.
001880     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
001890 01  WS-HISTFILE-STATUS PIC X(02) VALUE SPACES.
001900     88  WS-HISTFILE-OK             VALUE '00'.
001910     88  WS-HISTFILE-NOT-FOUND      VALUE '35'.
001920 01  WS-HISTFILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
001930     88  WS-HISTFILE-OPEN           VALUE 'Y'.
001940 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001950     88  WS-EOF                     VALUE 'Y'.
001960 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
001970     88  WS-HIST-EOF                VALUE 'Y'.
001980 01  WS-RNS-EOF-SWITCH PIC X(01) VALUE 'N'.
001990     88  WS-RNS-EOF                 VALUE 'Y'.
002000 01  WS-LIST-LOADED-SWITCH PIC X(01) VALUE 'N'.
002010     88  WS-LIST-LOADED             VALUE 'Y'.
002020 01  WS-LIST-CLAIMED-SWITCH PIC X(01) VALUE 'N'.
002030     88  WS-LIST-CLAIMED            VALUE 'Y'.
002040 01  WS-SWEEP-RUN-SWITCH PIC X(01) VALUE 'N'.
002050     88  WS-SWEEP-RUN-CARD          VALUE 'Y'.
002060 01  WS-STAMP-GIVEN-SWITCH PIC X(01) VALUE 'N'.
002070     88  WS-STAMP-GIVEN             VALUE 'Y'.
002080******************************************************************
002090*    RUN-TOTAL WORKING STORAGE - RUN-WIDE AND, FOR THE
002100*    RUN-CONTROL RECORD, FOR THE CURRENT LIST.
002110******************************************************************
002120 01  WS-CARD-COUNT PIC S9(9) VALUE ZERO.
002130 01  WS-CARD-REJECT-COUNT PIC S9(9) VALUE ZERO.
002140 01  WS-SELECTED-COUNT PIC S9(9) VALUE ZERO.
002150 01  WS-REINSTATED-COUNT PIC S9(9) VALUE ZERO.
002160 01  WS-REJECT-COUNT PIC S9(9) VALUE ZERO.
002170 01  WS-LIST-START-COUNT PIC S9(9) VALUE ZERO.
002180 01  WS-LIST-READ-COUNT PIC S9(9) VALUE ZERO.
002190 01  WS-LIST-ACCEPT-COUNT PIC S9(9) VALUE ZERO.
002200 01  WS-LIST-REJECT-COUNT PIC S9(9) VALUE ZERO.
002210 01  WS-LIST-ADD-COUNT PIC S9(9) VALUE ZERO.
002220 01  WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
002230     88  WS-DUPLICATE-FOUND         VALUE 'Y'.
002240 01  WS-INSERT-INDEX PIC S9(9) VALUE ZERO.
002250 01  WS-INSERT-FOUND-SWITCH PIC X(01) VALUE 'N'.
002260     88  WS-INSERT-FOUND            VALUE 'Y'.
002270 01  WS-CELL-FIELDS.
002280     05  WS-CF-ITEM-KEY PIC X(20).
002290     05  WS-CF-QUANTITY PIC 9(07).
002300     05  WS-CF-EFF-DATE PIC 9(08).
002310     05  WS-CF-STATUS PIC X(01).
002320     05  FILLER PIC X(44).
002330 01  WS-CELL-RECORD REDEFINES WS-CELL-FIELDS PIC X(80).
002340******************************************************************
002350*    ITEM MASTER AND LIST DEFINITION WORKING STORAGE - THE
002360*    SAME CHECKS ListTrans APPLIES TO AN ADD.
002370******************************************************************
002380 01  WS-ITEMFILE-STATUS PIC X(02) VALUE SPACES.
002390     88  WS-ITEMFILE-OK             VALUE '00'.
002400     88  WS-ITEMFILE-NOT-FOUND      VALUE '35'.
002410 01  WS-ITEM-MASTER-SWITCH PIC X(01) VALUE 'N'.
002420     88  WS-ITEM-ON-MASTER          VALUE 'A'.
002430     88  WS-ITEM-DISCONTINUED       VALUE 'D'.
002440     88  WS-ITEM-NOT-ON-MASTER      VALUE 'N'.
002450 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
002460     88  WS-LISTDEF-OK              VALUE '00'.
002470     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
002480 01  WS-LIST-DEF-SWITCH PIC X(01) VALUE 'N'.
002490     88  WS-LIST-DEF-ACTIVE         VALUE 'A'.
002500     88  WS-LIST-DEF-RETIRED        VALUE 'R'.
002510     88  WS-LIST-DEF-MISSING        VALUE 'N'.
002520 01  WS-LIST-UNDEFINED-SWITCH PIC X(01) VALUE 'N'.
002530     88  WS-LIST-UNDEFINED          VALUE 'Y'.
002540 01  WS-DEF-MAX-CELLS PIC 9(05) VALUE ZERO.
002550 01  WS-DEF-ALLOWED-STATUS PIC X(03) VALUE SPACES.
002560 01  WS-ALLOWED-TALLY PIC S9(9) VALUE ZERO.
002570******************************************************************
002580*    RECOVERY-SNAPSHOT WORKING STORAGE - THE LIST IS
002590*    SNAPSHOTTED ONCE, BEFORE THE FIRST CELL GOES BACK ON IT.
002600******************************************************************
002610 01  WS-RECVFILE-STATUS PIC X(02) VALUE SPACES.
002620     88  WS-RECVFILE-OK             VALUE '00'.
002630     88  WS-RECVFILE-NOT-FOUND      VALUE '35'.
002640 01  WS-SNAP-DONE-SWITCH PIC X(01) VALUE 'N'.
002650     88  WS-SNAP-DONE               VALUE 'Y'.
002660 01  WS-SNAP-EOF-SWITCH PIC X(01) VALUE 'N'.
002670     88  WS-SNAP-EOF                VALUE 'Y'.
002680 01  WS-SNAP-COUNT PIC S9(9) VALUE ZERO.
002690 01  WS-SNAP-DATE PIC 9(06) VALUE ZERO.
002700 01  WS-SNAP-TIME PIC 9(08) VALUE ZERO.
002710******************************************************************
002720*    AUDIT, CROSS-REFERENCE AND RUN-CONTROL WORKING STORAGE
002730******************************************************************
002740 01  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
002750     88  WS-AUDITFILE-OK            VALUE '00'.
002760     88  WS-AUDITFILE-NOT-FOUND     VALUE '35'.
002770 01  WS-XREFFILE-STATUS PIC X(02) VALUE SPACES.
002780     88  WS-XREFFILE-OK             VALUE '00'.
002790     88  WS-XREFFILE-NOT-FOUND      VALUE '35'.
002800 01  WS-XREF-INDEX PIC S9(9) VALUE ZERO.
002810 01  WS-RUNFILE-STATUS PIC X(02) VALUE SPACES.
002820     88  WS-RUNFILE-OK              VALUE '00'.
002830     88  WS-RUNFILE-NOT-FOUND       VALUE '35'.
002840 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
002850 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
002860 01  WS-AUDIT-VALUE.
002870     05  WS-AV-CELL PIC X(36).
002880     05  FILLER PIC X(01) VALUE SPACES.
002890     05  FILLER PIC X(08) VALUE 'REMOVED '.
002900     05  WS-AV-REMOVE-DATE PIC 9(06).
002910     05  FILLER PIC X(01) VALUE SPACES.
002920     05  WS-AV-REMOVE-TIME PIC 9(08).
002930     05  FILLER PIC X(20) VALUE SPACES.
002940******************************************************************
002950*    REPORT-LINE WORKING STORAGE
002960******************************************************************
002970 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
002980 01  WS-HEADING-LINE-1.
002990     05  FILLER PIC X(28) VALUE 'REINSTATE FROM HISTORY'.
003000     05  FILLER PIC X(104) VALUE SPACES.
003010 01  WS-HEADING-LINE-2.
003020     05  FILLER PIC X(20) VALUE 'ITEM KEY'.
003030     05  FILLER PIC X(02) VALUE SPACES.
003040     05  FILLER PIC X(20) VALUE 'LIST ID'.
003050     05  FILLER PIC X(02) VALUE SPACES.
003060     05  FILLER PIC X(07) VALUE 'REMOVED'.
003070     05  FILLER PIC X(10) VALUE SPACES.
003080     05  FILLER PIC X(10) VALUE 'REASON'.
003090     05  FILLER PIC X(02) VALUE SPACES.
003100     05  FILLER PIC X(08) VALUE 'QUANTITY'.
003110     05  FILLER PIC X(02) VALUE SPACES.
003120     05  FILLER PIC X(08) VALUE 'EFF DATE'.
003130     05  FILLER PIC X(02) VALUE SPACES.
003140     05  FILLER PIC X(03) VALUE 'ST'.
003150     05  FILLER PIC X(36) VALUE 'DISPOSITION'.
003160 01  WS-DETAIL-LINE.
003170     05  RL-ITEM-KEY PIC X(20).
003180     05  FILLER PIC X(02) VALUE SPACES.
003190     05  RL-LIST-ID PIC X(20).
003200     05  FILLER PIC X(02) VALUE SPACES.
003210     05  RL-REMOVE-DATE PIC X(06).
003220     05  FILLER PIC X(01) VALUE SPACES.
003230     05  RL-REMOVE-TIME PIC X(08).
003240     05  FILLER PIC X(02) VALUE SPACES.
003250     05  RL-REASON PIC X(10).
003260     05  FILLER PIC X(02) VALUE SPACES.
003270     05  RL-QUANTITY PIC X(08).
003280     05  FILLER PIC X(02) VALUE SPACES.
003290     05  RL-EFF-DATE PIC X(08).
003300     05  FILLER PIC X(02) VALUE SPACES.
003310     05  RL-STATUS-CODE PIC X(01).
003320     05  FILLER PIC X(02) VALUE SPACES.
003330     05  RL-DISPOSITION PIC X(36).
003340 01  WS-QUANTITY-EDIT PIC ZZZZZZ9.
003350 01  WS-COUNT-LINE.
003360     05  TC-COUNT-LABEL PIC X(40).
003370     05  TC-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
003380     05  FILLER PIC X(78) VALUE SPACES.
003390 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
003391******************************************************************
003392*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
003393*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
003394******************************************************************
003395 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
003396     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
003397 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
003398     88  WS-CHGLOG-OPEN             VALUE 'Y'.
003399 01  WS-CHG-RUN-ID.
003400     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM39'.
003401     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
003402     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
003403     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
003404 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
003405 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
003406******************************************************************
003407*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
003408*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
003409******************************************************************
003410 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
003411     88  WS-STATIDX-OK              VALUE '00'.
003412     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
003413 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
003414     88  WS-STATIDX-OPEN            VALUE 'Y'.
003415 LINKAGE SECTION.
003416 PROCEDURE DIVISION.
003420******************************************************************
003430*    0000-MAINLINE
003440******************************************************************
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
003480         UNTIL WS-RNS-EOF.
003490     IF WS-LIST-LOADED
003500         PERFORM 4000-SAVE-LIST THRU 4000-EXIT
003510     END-IF.
003520     IF WS-LIST-CLAIMED
003530         PERFORM 2770-RELEASE-LIST THRU 2770-EXIT
003540     END-IF.
003550     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003560     IF WS-REJECT-COUNT IS GREATER THAN ZERO
003570         OR WS-CARD-REJECT-COUNT IS GREATER THAN ZERO
003580         MOVE 4 TO RETURN-CODE
003590     END-IF.
003600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003610     GOBACK.
003620******************************************************************
003630*    1000-INITIALIZE - OPEN THE CARD, HISTORY, ITEM MASTER,
003640*    LIST DEFINITION, AUDIT, CROSS-REFERENCE, RUN-CONTROL AND
003650*    REPORT DATASETS AND PRINT THE REPORT HEADINGS. THERE IS
003660*    NOTHING TO REINSTATE WITHOUT A HISTFILE, SO A MISSING ONE
003670*    IS REPORTED AND EVERY CARD COMES BACK NOT FOUND.
003680******************************************************************
003690 1000-INITIALIZE.
003700     OPEN INPUT RNS-FILE.
003710     OPEN OUTPUT PRTFILE.
003720     OPEN I-O HISTFILE.
003730     IF WS-HISTFILE-NOT-FOUND
003740         DISPLAY "HISTFILE NOT FOUND - NOTHING CAN BE REINSTATED"
003750     ELSE
003760         MOVE 'Y' TO WS-HISTFILE-OPEN-SWITCH
003770     END-IF.
003780     OPEN EXTEND AUDITFILE.
003790     IF WS-AUDITFILE-NOT-FOUND
003800         OPEN OUTPUT AUDITFILE
003810         CLOSE AUDITFILE
003820         OPEN EXTEND AUDITFILE
003830     END-IF.
003840     OPEN I-O XREFFILE.
003850     IF WS-XREFFILE-NOT-FOUND
003860         OPEN OUTPUT XREFFILE
003870         CLOSE XREFFILE
003880         OPEN I-O XREFFILE
003890     END-IF.
003900     OPEN EXTEND RUNFILE.
003910     IF WS-RUNFILE-NOT-FOUND
003920         OPEN OUTPUT RUNFILE
003930         CLOSE RUNFILE
003940         OPEN EXTEND RUNFILE
003950     END-IF.
003960     OPEN INPUT ITEMFILE.
003970     IF WS-ITEMFILE-NOT-FOUND
003980         DISPLAY "ITEMFILE NOT FOUND - EVERY CELL WILL BE"
003990             " REJECTED AS NOT ON THE ITEM MASTER"
004000     END-IF.
004010     OPEN INPUT LISTDEF.
004020     IF WS-LISTDEF-NOT-FOUND
004030         DISPLAY "LISTDEF NOT FOUND - A LIST NOT ALREADY ON"
004040             " LISTFILE WILL NOT BE RE-CREATED"
004050     END-IF.
004060     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
004070     WRITE PRT-LINE.
004080     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
004090     WRITE PRT-LINE.
004095     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
004100 1000-EXIT.
004110     EXIT.
004120******************************************************************
004130*    2000-PROCESS-ONE-CARD - READ ONE REINSTATE CARD, CHECK IT
004140*    STANDS ON ITS OWN, BRING ITS LIST IN (SAVING THE LIST
004150*    BEFORE IT), GATHER THE HISTORY RECORDS IT SELECTS AND PUT
004160*    EACH ONE BACK.
004170******************************************************************
004180 2000-PROCESS-ONE-CARD.
004190     READ RNS-FILE
004200         AT END
004210             MOVE 'Y' TO WS-RNS-EOF-SWITCH
004220             GO TO 2000-EXIT
004230     END-READ.
004240     ADD 1 TO WS-CARD-COUNT.
004250     MOVE 'N' TO WS-SWEEP-RUN-SWITCH.
004260     MOVE 'N' TO WS-STAMP-GIVEN-SWITCH.
004270     IF RS-ITEM-KEY IS EQUAL TO SPACES
004280         MOVE 'Y' TO WS-SWEEP-RUN-SWITCH
004290     END-IF.
004300     IF RS-REMOVE-STAMP-X IS NOT EQUAL TO SPACES
004310         MOVE 'Y' TO WS-STAMP-GIVEN-SWITCH
004320     END-IF.
004330     IF RS-LIST-ID IS EQUAL TO SPACES
004340         MOVE 'REJECTED - NO LIST ID' TO RL-DISPOSITION
004350         MOVE 'REJECT-NOID' TO AU-OUTCOME
004360         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004370         GO TO 2000-EXIT
004380     END-IF.
004390     IF WS-SWEEP-RUN-CARD
004400         AND NOT WS-STAMP-GIVEN
004410         MOVE 'REJECTED - SWEEP RUN NEEDS REMOVAL STAMP' TO
004420             RL-DISPOSITION
004430         MOVE 'REJECT-STAMP' TO AU-OUTCOME
004440         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004450         GO TO 2000-EXIT
004460     END-IF.
004470     IF WS-STAMP-GIVEN
004480         AND (RS-REMOVE-DATE-X IS NOT NUMERIC
004490             OR RS-REMOVE-TIME-X IS NOT NUMERIC)
004500         MOVE 'REJECTED - REMOVAL STAMP NOT NUMERIC' TO
004510             RL-DISPOSITION
004520         MOVE 'REJECT-STAMP' TO AU-OUTCOME
004530         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004540         GO TO 2000-EXIT
004550     END-IF.
004560     IF RS-LIST-ID NOT EQUAL WS-LIST-ID
004570         PERFORM 2500-SWITCH-LIST THRU 2500-EXIT
004580     END-IF.
004590     IF NOT WS-LIST-CLAIMED
004600         MOVE 'REJECTED - LIST IN USE' TO RL-DISPOSITION
004610         MOVE 'REJECT-INUSE' TO AU-OUTCOME
004620         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004630         GO TO 2000-EXIT
004640     END-IF.
004650     PERFORM 3000-COLLECT-CANDIDATES THRU 3000-EXIT.
004660     IF WS-CAND-COUNT IS EQUAL TO ZERO
004670         MOVE 'NOT FOUND ON HISTFILE' TO RL-DISPOSITION
004680         MOVE 'NOT FOUND' TO AU-OUTCOME
004690         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
004700         GO TO 2000-EXIT
004710     END-IF.
004720     ADD WS-CAND-COUNT TO WS-SELECTED-COUNT.
004730     PERFORM 3500-REINSTATE-ONE THRU 3500-EXIT
004740         VARYING WS-CAND-INDEX FROM 1 BY 1
004750         UNTIL WS-CAND-INDEX IS GREATER THAN WS-CAND-COUNT.
004760 2000-EXIT.
004770     EXIT.
004780******************************************************************
004790*    2500-SWITCH-LIST - THE CARD JUST READ NAMES A DIFFERENT
004800*    LIST THAN THE ONE LOADED. SAVE AND RELEASE THE OLD ONE,
004810*    THEN CLAIM, LOAD AND LOOK UP THE NEW ONE. A LIST ANOTHER
004820*    JOB HOLDS IS LEFT UNLOADED AND ITS CARDS REJECTED.
004830******************************************************************
004840 2500-SWITCH-LIST.
004850     IF WS-LIST-LOADED
004860         PERFORM 4000-SAVE-LIST THRU 4000-EXIT
004870     END-IF.
004880     IF WS-LIST-CLAIMED
004890         PERFORM 2770-RELEASE-LIST THRU 2770-EXIT
004900     END-IF.
004910     MOVE 'N' TO WS-LIST-LOADED-SWITCH.
004920     MOVE 'N' TO WS-SNAP-DONE-SWITCH.
004930     MOVE ZERO TO WS-MARK-COUNT.
004940     MOVE RS-LIST-ID TO WS-LIST-ID.
004950     PERFORM 2700-CLAIM-LIST THRU 2700-EXIT.
004960     IF NOT WS-LIST-CLAIMED
004970         GO TO 2500-EXIT
004980     END-IF.
004990     PERFORM 5000-LOAD-LIST-FROM-FILE THRU 5000-EXIT.
005000     PERFORM 7500-XREF-CLEAR-LIST THRU 7500-EXIT.
005010     PERFORM 2550-CHECK-LIST-DEFINITION THRU 2550-EXIT.
005020     MOVE 'Y' TO WS-LIST-LOADED-SWITCH.
005030     MOVE WS-CELL-COUNT TO WS-LIST-START-COUNT.
005040     MOVE ZERO TO WS-LIST-READ-COUNT.
005050     MOVE ZERO TO WS-LIST-ACCEPT-COUNT.
005060     MOVE ZERO TO WS-LIST-REJECT-COUNT.
005070     MOVE ZERO TO WS-LIST-ADD-COUNT.
005080 2500-EXIT.
005090     EXIT.
005100******************************************************************
005110*    2550-CHECK-LIST-DEFINITION - LOOK THE LIST UP ON LISTDEF,
005120*    AS ListTrans DOES FOR AN ADD. AN ACTIVE DEFINITION
005130*    SUPPLIES THE MAXIMUM CELL COUNT AND ALLOWED STATUSES; A
005140*    LIST SWEPT EMPTY WHOSE DEFINITION HAS SINCE BEEN RETIRED
005150*    IS NOT RE-CREATED.
005160******************************************************************
005170 2550-CHECK-LIST-DEFINITION.
005180     MOVE 'N' TO WS-LIST-UNDEFINED-SWITCH.
005190     MOVE 'N' TO WS-LIST-DEF-SWITCH.
005200     MOVE ZERO TO WS-DEF-MAX-CELLS.
005210     MOVE SPACES TO WS-DEF-ALLOWED-STATUS.
005220     IF NOT WS-LISTDEF-NOT-FOUND
005230         MOVE WS-LIST-ID TO LD-LIST-ID
005240         READ LISTDEF
005250             INVALID KEY
005260                 CONTINUE
005270             NOT INVALID KEY
005280                 MOVE LD-DEF-STATUS TO WS-LIST-DEF-SWITCH
005290         END-READ
005300     END-IF.
005310     IF WS-LIST-DEF-ACTIVE
005320         MOVE LD-MAX-CELLS TO WS-DEF-MAX-CELLS
005330         MOVE LD-ALLOWED-STATUS TO WS-DEF-ALLOWED-STATUS
005340     END-IF.
005350     IF NOT WS-LIST-DEF-ACTIVE
005360         AND WS-CELL-COUNT IS EQUAL TO ZERO
005370         MOVE 'Y' TO WS-LIST-UNDEFINED-SWITCH
005380         DISPLAY "LIST " WS-LIST-ID " HAS NO ACTIVE DEFINITION"
005390             " ON LISTDEF - IT WILL NOT BE RE-CREATED"
005400     END-IF.
005410 2550-EXIT.
005420     EXIT.
005430******************************************************************
005440*    2700-CLAIM-LIST - CLAIM THE LIST BY WRITING THE INDEX-ZERO
005450*    IN-USE MARKER UNDER ITS ID, THE SAME PROTOCOL ListTrans
005460*    FOLLOWS. A MARKER ALREADY ON FILE LEAVES THE LIST
005470*    UNCLAIMED.
005480******************************************************************
005490 2700-CLAIM-LIST.
005500     MOVE 'N' TO WS-LIST-CLAIMED-SWITCH.
005510     OPEN I-O LISTFILE.
005520     IF WS-LISTFILE-NOT-FOUND
005530         OPEN OUTPUT LISTFILE
005540         CLOSE LISTFILE
005550         OPEN I-O LISTFILE
005560     END-IF.
005570     MOVE WS-LIST-ID TO LR-LIST-ID.
005580     MOVE ZERO TO LR-LIST-INDEX.
005590     READ LISTFILE
005600         INVALID KEY
005610             PERFORM 2750-WRITE-LOCK-RECORD THRU 2750-EXIT
005620             MOVE 'Y' TO WS-LIST-CLAIMED-SWITCH
005630         NOT INVALID KEY
005640             DISPLAY "LIST " WS-LIST-ID " IN USE - "
005650                 LR-LIST-DATA
005660     END-READ.
005670     CLOSE LISTFILE.
005680 2700-EXIT.
005690     EXIT.
005700 2750-WRITE-LOCK-RECORD.
005710     ACCEPT WS-CURRENT-DATE FROM DATE.
005720     ACCEPT WS-CURRENT-TIME FROM TIME.
005730     MOVE WS-LIST-ID TO LR-LIST-ID.
005740     MOVE ZERO TO LR-LIST-INDEX.
005750     MOVE SPACES TO LR-LIST-DATA.
005760     STRING 'IN USE SINCE ' WS-CURRENT-DATE ' ' WS-CURRENT-TIME
005770         DELIMITED BY SIZE INTO LR-LIST-DATA.
005780     MOVE ZERO TO LR-LIST-COUNT.
005790     MOVE ZERO TO LR-LIST-NEXT-INDEX.
005800     MOVE ZERO TO LR-LIST-PREV-INDEX.
005810     WRITE LIST-RECORD
005820         INVALID KEY CONTINUE
005830     END-WRITE.
005840 2750-EXIT.
005850     EXIT.
005860 2770-RELEASE-LIST.
005870     MOVE 'N' TO WS-LIST-CLAIMED-SWITCH.
005880     OPEN I-O LISTFILE.
005890     IF WS-LISTFILE-NOT-FOUND
005900         GO TO 2770-EXIT
005910     END-IF.
005920     MOVE WS-LIST-ID TO LR-LIST-ID.
005930     MOVE ZERO TO LR-LIST-INDEX.
005940     DELETE LISTFILE
005950         INVALID KEY CONTINUE
005960     END-DELETE.
005970     CLOSE LISTFILE.
005980 2770-EXIT.
005990     EXIT.
006000******************************************************************
006010*    2900-REJECT-CARD - COMMON TAIL FOR A CARD THAT SELECTED
006020*    NOTHING. THE CALLER HAS SET RL-DISPOSITION AND AU-OUTCOME.
006030******************************************************************
006040 2900-REJECT-CARD.
006050     ADD 1 TO WS-CARD-REJECT-COUNT.
006060     IF WS-LIST-CLAIMED
006070         AND RS-LIST-ID IS EQUAL TO WS-LIST-ID
006080         ADD 1 TO WS-LIST-READ-COUNT
006090         ADD 1 TO WS-LIST-REJECT-COUNT
006100     END-IF.
006110     MOVE RS-ITEM-KEY TO RL-ITEM-KEY.
006120     MOVE RS-LIST-ID TO RL-LIST-ID.
006130     MOVE RS-REMOVE-DATE-X TO RL-REMOVE-DATE.
006140     MOVE RS-REMOVE-TIME-X TO RL-REMOVE-TIME.
006150     MOVE SPACES TO RL-REASON.
006160     MOVE SPACES TO RL-QUANTITY.
006170     MOVE SPACES TO RL-EFF-DATE.
006180     MOVE SPACES TO RL-STATUS-CODE.
006190     MOVE WS-DETAIL-LINE TO PRT-LINE.
006200     WRITE PRT-LINE.
006210     MOVE RS-LIST-ID TO AU-LIST-ID.
006220     MOVE 'REINSTATE' TO AU-ACTION.
006230     MOVE REINSTATE-RECORD TO AU-VALUE.
006240     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
006250 2900-EXIT.
006260     EXIT.
006270******************************************************************
006280*    3000-COLLECT-CANDIDATES - GATHER THE HISTORY RECORDS THE
006290*    CARD SELECTS. AN ITEM CARD STARTS DIRECTLY AT THE ITEM'S
006300*    HISTORY FOR THE LIST (THE KEY LEADS WITH ITEM KEY AND
006310*    LIST ID) AND TAKES THE RECORD WITH THE CARD'S STAMP, OR
006320*    WITH NO STAMP THE LATEST ONE NOT YET REINSTATED. A SWEEP
006330*    RUN CARD BROWSES THE WHOLE DATASET FOR THE LIST'S RECORDS
006340*    CARRYING THE STAMP.
006350******************************************************************
006360 3000-COLLECT-CANDIDATES.
006370     MOVE ZERO TO WS-CAND-COUNT.
006380     IF NOT WS-HISTFILE-OPEN
006390         GO TO 3000-EXIT
006400     END-IF.
006410     MOVE 'N' TO WS-HIST-EOF-SWITCH.
006420     MOVE 'N' TO WS-LATEST-SWITCH.
006430     IF WS-SWEEP-RUN-CARD
006440         MOVE LOW-VALUES TO HX-HIST-KEY
006450     ELSE
006460         MOVE RS-ITEM-KEY TO HX-ITEM-KEY
006470         MOVE RS-LIST-ID TO HX-LIST-ID
006480         MOVE ZERO TO HX-REMOVE-DATE
006490         MOVE ZERO TO HX-REMOVE-TIME
006500         MOVE ZERO TO HX-CELL-INDEX
006510     END-IF.
006520     START HISTFILE KEY IS NOT LESS THAN HX-HIST-KEY
006530         INVALID KEY MOVE 'Y' TO WS-HIST-EOF-SWITCH
006540     END-START.
006550     PERFORM 3100-EXAMINE-ONE-HISTORY THRU 3100-EXIT
006560         UNTIL WS-HIST-EOF.
006570     IF WS-LATEST-HELD
006580         ADD 1 TO WS-CAND-COUNT
006590         MOVE WS-LATEST-ROW TO WS-CAND-ROW(WS-CAND-COUNT)
006600     END-IF.
006610 3000-EXIT.
006620     EXIT.
006630 3100-EXAMINE-ONE-HISTORY.
006640     READ HISTFILE NEXT RECORD
006650         AT END
006660             MOVE 'Y' TO WS-HIST-EOF-SWITCH
006670             GO TO 3100-EXIT
006680     END-READ.
006690     IF WS-SWEEP-RUN-CARD
006700         IF HX-LIST-ID IS EQUAL TO RS-LIST-ID
006710             AND HX-REMOVE-DATE IS EQUAL TO RS-REMOVE-DATE
006720             AND HX-REMOVE-TIME IS EQUAL TO RS-REMOVE-TIME
006730             PERFORM 3200-ADD-CANDIDATE THRU 3200-EXIT
006740         END-IF
006750         GO TO 3100-EXIT
006760     END-IF.
006770     IF HX-ITEM-KEY NOT EQUAL RS-ITEM-KEY
006780         OR HX-LIST-ID NOT EQUAL RS-LIST-ID
006790         MOVE 'Y' TO WS-HIST-EOF-SWITCH
006800         GO TO 3100-EXIT
006810     END-IF.
006820     IF WS-STAMP-GIVEN
006830         IF HX-REMOVE-DATE IS EQUAL TO RS-REMOVE-DATE
006840             AND HX-REMOVE-TIME IS EQUAL TO RS-REMOVE-TIME
006850             PERFORM 3200-ADD-CANDIDATE THRU 3200-EXIT
006860         END-IF
006870         GO TO 3100-EXIT
006880     END-IF.
006890*    RECORDS ARRIVE OLDEST FIRST, SO THE LAST ONE HELD IS THE
006900*    LATEST - AN UNFLAGGED ONE ALWAYS DISPLACES A FLAGGED ONE.
006910     IF NOT HX-REINSTATED
006920         OR NOT WS-LATEST-HELD
006930         OR WS-LT-REINSTATE-FLAG IS EQUAL TO 'R'
006940         MOVE 'Y' TO WS-LATEST-SWITCH
006950         MOVE HX-HIST-KEY TO WS-LT-HIST-KEY
006960         MOVE HX-REMOVE-REASON TO WS-LT-REMOVE-REASON
006970         MOVE HX-CELL-DATA TO WS-LT-CELL-DATA
006980         MOVE HX-REINSTATE-FLAG TO WS-LT-REINSTATE-FLAG
006990     END-IF.
007000 3100-EXIT.
007010     EXIT.
007020 3200-ADD-CANDIDATE.
007030     IF WS-CAND-COUNT IS NOT LESS THAN WS-MAX-ENTRIES
007040         GO TO 3200-EXIT
007050     END-IF.
007060     ADD 1 TO WS-CAND-COUNT.
007070     MOVE HX-HIST-KEY TO CD-HIST-KEY(WS-CAND-COUNT).
007080     MOVE HX-REMOVE-REASON TO CD-REMOVE-REASON(WS-CAND-COUNT).
007090     MOVE HX-CELL-DATA TO CD-CELL-DATA(WS-CAND-COUNT).
007100     MOVE HX-REINSTATE-FLAG TO CD-REINSTATE-FLAG(WS-CAND-COUNT).
007110 3200-EXIT.
007120     EXIT.
007130******************************************************************
007140*    3500-REINSTATE-ONE - PUT ONE SELECTED HISTORY RECORD BACK,
007150*    AFTER THE SAME CHECKS ListTrans MAKES ON AN ADD: NOT
007160*    ALREADY REINSTATED, ITEM ACTIVE ON THE ITEM MASTER, THE
007170*    LIST DEFINED AND ALLOWING THE STATUS, THE KEY NOT ALREADY
007180*    ON THE LIVE LIST, AND ROOM ON THE LIST. THE LIST IS
007190*    SNAPSHOTTED BEFORE ITS FIRST CELL GOES BACK.
007200******************************************************************
007210 3500-REINSTATE-ONE.
007220     ADD 1 TO WS-LIST-READ-COUNT.
007230     MOVE CD-HIST-KEY(WS-CAND-INDEX) TO WS-CAND-KEY.
007240     MOVE CD-CELL-DATA(WS-CAND-INDEX) TO WS-CELL-FIELDS.
007250     MOVE WS-CK-ITEM-KEY TO RL-ITEM-KEY.
007260     MOVE WS-CK-LIST-ID TO RL-LIST-ID.
007270     MOVE WS-CK-REMOVE-DATE TO RL-REMOVE-DATE.
007280     MOVE WS-CK-REMOVE-TIME TO RL-REMOVE-TIME.
007290     MOVE CD-REMOVE-REASON(WS-CAND-INDEX) TO RL-REASON.
007300     IF WS-CF-QUANTITY IS NUMERIC
007310         MOVE WS-CF-QUANTITY TO WS-QUANTITY-EDIT
007320         MOVE WS-QUANTITY-EDIT TO RL-QUANTITY
007330         MOVE WS-CF-EFF-DATE TO RL-EFF-DATE
007340         MOVE WS-CF-STATUS TO RL-STATUS-CODE
007350     ELSE
007360         MOVE SPACES TO RL-QUANTITY
007370         MOVE SPACES TO RL-EFF-DATE
007380         MOVE SPACES TO RL-STATUS-CODE
007390     END-IF.
007400     MOVE SPACES TO WS-AUDIT-VALUE.
007410     MOVE WS-CELL-RECORD TO WS-AV-CELL.
007420     MOVE 'REMOVED ' TO WS-AUDIT-VALUE(38:8).
007430     MOVE WS-CK-REMOVE-DATE TO WS-AV-REMOVE-DATE.
007440     MOVE WS-CK-REMOVE-TIME TO WS-AV-REMOVE-TIME.
007450     IF CD-REINSTATE-FLAG(WS-CAND-INDEX) IS EQUAL TO 'R'
007460         MOVE 'REJECTED - ALREADY REINSTATED' TO RL-DISPOSITION
007470         MOVE 'REJECT-DONE' TO AU-OUTCOME
007480         PERFORM 3900-REJECT-CELL THRU 3900-EXIT
007490         GO TO 3500-EXIT
007500     END-IF.
007510     IF WS-LIST-UNDEFINED
007520         MOVE 'REJECTED - LIST NOT DEFINED' TO RL-DISPOSITION
007530         MOVE 'REJECT-NODEF' TO AU-OUTCOME
007540         PERFORM 3900-REJECT-CELL THRU 3900-EXIT
007550         GO TO 3500-EXIT
007560     END-IF.
007570     IF WS-DEF-ALLOWED-STATUS IS NOT EQUAL TO SPACES
007580         MOVE ZERO TO WS-ALLOWED-TALLY
007590         INSPECT WS-DEF-ALLOWED-STATUS TALLYING WS-ALLOWED-TALLY
007600             FOR ALL WS-CF-STATUS
007610         IF WS-ALLOWED-TALLY IS EQUAL TO ZERO
007620             MOVE 'REJECTED - STATUS NOT ALLOWED ON LIST' TO
007630                 RL-DISPOSITION
007640             MOVE 'REJECT-NOTALLOW' TO AU-OUTCOME
007650             PERFORM 3900-REJECT-CELL THRU 3900-EXIT
007660             GO TO 3500-EXIT
007670         END-IF
007680     END-IF.
007690     PERFORM 3550-CHECK-ITEM-MASTER THRU 3550-EXIT.
007700     IF WS-ITEM-NOT-ON-MASTER
007710         MOVE 'REJECTED - ITEM NOT ON ITEM MASTER' TO
007720             RL-DISPOSITION
007730         MOVE 'REJECT-NOITEM' TO AU-OUTCOME
007740         PERFORM 3900-REJECT-CELL THRU 3900-EXIT
007750         GO TO 3500-EXIT
007760     END-IF.
007770     IF WS-ITEM-DISCONTINUED
007780         MOVE 'REJECTED - ITEM DISCONTINUED' TO RL-DISPOSITION
007790         MOVE 'REJECT-DISC' TO AU-OUTCOME
007800         PERFORM 3900-REJECT-CELL THRU 3900-EXIT
007810         GO TO 3500-EXIT
007820     END-IF.
007830     PERFORM 3600-CHECK-DUPLICATE THRU 3600-EXIT.
007840     IF WS-DUPLICATE-FOUND
007850         MOVE 'REJECTED - ALREADY ON LIVE LIST' TO
007860             RL-DISPOSITION
007870         MOVE 'REJECT-DUP' TO AU-OUTCOME
007880         PERFORM 3900-REJECT-CELL THRU 3900-EXIT
007890         GO TO 3500-EXIT
007900     END-IF.
007910     IF WS-CELL-COUNT IS NOT LESS THAN WS-MAX-ENTRIES
007920         OR (WS-DEF-MAX-CELLS IS GREATER THAN ZERO
007930             AND WS-CELL-COUNT IS NOT LESS THAN WS-DEF-MAX-CELLS)
007940         MOVE 'REJECTED - LIST AT MAXIMUM SIZE' TO RL-DISPOSITION
007950         MOVE 'REJECT-FULL' TO AU-OUTCOME
007960         PERFORM 3900-REJECT-CELL THRU 3900-EXIT
007970         GO TO 3500-EXIT
007980     END-IF.
007990     PERFORM 6000-SNAPSHOT-LIST THRU 6000-EXIT.
008000     PERFORM 3700-INSERT-SORTED THRU 3700-EXIT.
008010     ADD 1 TO WS-MARK-COUNT.
008020     MOVE CD-HIST-KEY(WS-CAND-INDEX) TO
008030         WS-MARK-KEY(WS-MARK-COUNT).
008040     ADD 1 TO WS-REINSTATED-COUNT.
008050     ADD 1 TO WS-LIST-ACCEPT-COUNT.
008060     ADD 1 TO WS-LIST-ADD-COUNT.
008070     MOVE 'REINSTATED' TO RL-DISPOSITION.
008080     MOVE WS-DETAIL-LINE TO PRT-LINE.
008090     WRITE PRT-LINE.
008100     MOVE WS-LIST-ID TO AU-LIST-ID.
008110     MOVE 'REINSTATE' TO AU-ACTION.
008120     MOVE WS-AUDIT-VALUE TO AU-VALUE.
008130     MOVE 'ACCEPTED' TO AU-OUTCOME.
008140     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
008150 3500-EXIT.
008160     EXIT.
008170******************************************************************
008180*    3550-CHECK-ITEM-MASTER - LOOK THE CELL'S ITEM KEY UP ON
008190*    ITEMFILE. THE SWITCH COMES BACK 'A' FOR AN ACTIVE ITEM,
008200*    'D' FOR A DISCONTINUED ONE AND 'N' WHEN THE KEY IS NOT ON
008210*    THE MASTER (OR THE MASTER ITSELF COULD NOT BE OPENED).
008220******************************************************************
008230 3550-CHECK-ITEM-MASTER.
008240     MOVE 'N' TO WS-ITEM-MASTER-SWITCH.
008250     IF WS-ITEMFILE-NOT-FOUND
008260         GO TO 3550-EXIT
008270     END-IF.
008280     MOVE WS-CK-ITEM-KEY TO MI-ITEM-KEY.
008290     READ ITEMFILE
008300         INVALID KEY GO TO 3550-EXIT
008310     END-READ.
008320     IF MI-ITEM-DISCONTINUED
008330         MOVE 'D' TO WS-ITEM-MASTER-SWITCH
008340     ELSE
008350         MOVE 'A' TO WS-ITEM-MASTER-SWITCH
008360     END-IF.
008370 3550-EXIT.
008380     EXIT.
008390 3600-CHECK-DUPLICATE.
008400     MOVE 'N' TO WS-DUPLICATE-SWITCH.
008410     IF WS-CELL-COUNT IS GREATER THAN ZERO
008420         PERFORM 3610-COMPARE-ONE-CELL THRU 3610-EXIT
008430             VARYING WS-INDEX FROM 1 BY 1
008440             UNTIL WS-INDEX IS GREATER THAN WS-CELL-COUNT
008450                 OR WS-DUPLICATE-FOUND
008460     END-IF.
008470 3600-EXIT.
008480     EXIT.
008490 3610-COMPARE-ONE-CELL.
008500     IF WS-CELL-DATA(WS-INDEX)(1:20) IS EQUAL TO WS-CK-ITEM-KEY
008510         MOVE 'Y' TO WS-DUPLICATE-SWITCH
008520     END-IF.
008530 3610-EXIT.
008540     EXIT.
008550******************************************************************
008560*    3700-INSERT-SORTED - FIND THE FIRST CELL THAT SORTS AFTER
008570*    THE REINSTATED ONE, OPEN A GAP THERE BY SHIFTING THE TAIL
008580*    UP ONE SLOT AND DROP THE CELL IN - THE SAME SORTED INSERT
008590*    ListTrans PERFORMS FOR AN ADD.
008600******************************************************************
008610 3700-INSERT-SORTED.
008620     ADD 1 TO WS-CELL-COUNT GIVING WS-INSERT-INDEX.
008630     MOVE 'N' TO WS-INSERT-FOUND-SWITCH.
008640     IF WS-CELL-COUNT IS GREATER THAN ZERO
008650         PERFORM 3710-TEST-INSERT-CELL THRU 3710-EXIT
008660             VARYING WS-INDEX FROM 1 BY 1
008670             UNTIL WS-INDEX IS GREATER THAN WS-CELL-COUNT
008680                 OR WS-INSERT-FOUND
008690     END-IF.
008700     IF WS-INSERT-INDEX IS NOT GREATER THAN WS-CELL-COUNT
008710         PERFORM 3720-SHIFT-CELL-UP THRU 3720-EXIT
008720             VARYING WS-INDEX FROM WS-CELL-COUNT BY -1
008730             UNTIL WS-INDEX IS LESS THAN WS-INSERT-INDEX
008740     END-IF.
008750     ADD 1 TO WS-CELL-COUNT.
008760     MOVE WS-CELL-RECORD TO WS-CELL-DATA(WS-INSERT-INDEX).
008770 3700-EXIT.
008780     EXIT.
008790 3710-TEST-INSERT-CELL.
008800     IF WS-CELL-DATA(WS-INDEX) IS GREATER THAN WS-CELL-RECORD
008810         MOVE WS-INDEX TO WS-INSERT-INDEX
008820         MOVE 'Y' TO WS-INSERT-FOUND-SWITCH
008830     END-IF.
008840 3710-EXIT.
008850     EXIT.
008860 3720-SHIFT-CELL-UP.
008870     ADD 1 TO WS-INDEX GIVING WS-SHIFT-TARGET.
008880     MOVE WS-CELL-DATA(WS-INDEX) TO WS-CELL-DATA(WS-SHIFT-TARGET).
008890 3720-EXIT.
008900     EXIT.
008910******************************************************************
008920*    3900-REJECT-CELL - A SELECTED HISTORY RECORD THAT FAILED A
008930*    CHECK. THE LIST IS UNTOUCHED AND THE HISTORY RECORD STAYS
008940*    AS IT WAS. THE CALLER HAS SET RL-DISPOSITION, AU-OUTCOME
008950*    AND WS-AUDIT-VALUE.
008960******************************************************************
008970 3900-REJECT-CELL.
008980     ADD 1 TO WS-REJECT-COUNT.
008990     ADD 1 TO WS-LIST-REJECT-COUNT.
009000     MOVE WS-DETAIL-LINE TO PRT-LINE.
009010     WRITE PRT-LINE.
009020     MOVE WS-LIST-ID TO AU-LIST-ID.
009030     MOVE 'REINSTATE' TO AU-ACTION.
009040     MOVE WS-AUDIT-VALUE TO AU-VALUE.
009050     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
009060 3900-EXIT.
009070     EXIT.
009080******************************************************************
009090*    4000-SAVE-LIST - WRITE THE LIST BACK RENUMBERED AND
009100*    RE-LINKED END TO END, THE SAME SAVE ListTrans PERFORMS,
009110*    REWRITE ITS CROSS-REFERENCE ENTRIES AND APPEND ITS
009120*    RUN-CONTROL RECORD. ONLY THEN ARE THE HISTORY RECORDS PUT
009130*    BACK ON IT FLAGGED REINSTATED.
009140******************************************************************
009150 4000-SAVE-LIST.
009160     OPEN I-O LISTFILE.
009170     IF WS-LISTFILE-NOT-FOUND
009180         OPEN OUTPUT LISTFILE
009190         CLOSE LISTFILE
009200         OPEN I-O LISTFILE
009210     END-IF.
009220     MOVE 1 TO WS-INDEX.
009230     PERFORM 4100-SAVE-ONE-RECORD THRU 4100-EXIT
009240         UNTIL WS-INDEX IS GREATER THAN WS-CELL-COUNT.
009250     IF WS-CELL-COUNT IS LESS THAN WS-PERSISTED-HIGH
009260         PERFORM 4200-PURGE-EXCESS-RECORDS THRU 4200-EXIT
009270     END-IF.
009280     MOVE WS-CELL-COUNT TO WS-PERSISTED-HIGH.
009290     CLOSE LISTFILE.
009300     PERFORM 7600-XREF-WRITE-LIST THRU 7600-EXIT.
009310     PERFORM 7700-WRITE-RUN-RECORD THRU 7700-EXIT.
009320     IF WS-MARK-COUNT IS GREATER THAN ZERO
009330         PERFORM 4300-MARK-ONE-HISTORY THRU 4300-EXIT
009340             VARYING WS-MARK-INDEX FROM 1 BY 1
009350             UNTIL WS-MARK-INDEX IS GREATER THAN WS-MARK-COUNT
009360     END-IF.
009370     MOVE ZERO TO WS-MARK-COUNT.
009380     MOVE 'N' TO WS-LIST-LOADED-SWITCH.
009390 4000-EXIT.
009400     EXIT.
009410 4100-SAVE-ONE-RECORD.
009420     MOVE WS-LIST-ID TO LR-LIST-ID.
009430     MOVE WS-INDEX TO LR-LIST-INDEX.
009440     MOVE WS-CELL-DATA(WS-INDEX) TO LR-LIST-DATA.
009450     MOVE WS-CELL-COUNT TO LR-LIST-COUNT.
009460     IF WS-INDEX IS EQUAL TO WS-CELL-COUNT
009470         MOVE ZERO TO LR-LIST-NEXT-INDEX
009480     ELSE
009490         ADD 1 TO WS-INDEX GIVING LR-LIST-NEXT-INDEX
009500     END-IF.
009510     IF WS-INDEX IS EQUAL TO 1
009520         MOVE ZERO TO LR-LIST-PREV-INDEX
009530     ELSE
009540         SUBTRACT 1 FROM WS-INDEX GIVING LR-LIST-PREV-INDEX
009550     END-IF.
009560     WRITE LIST-RECORD
009570         INVALID KEY REWRITE LIST-RECORD
009580     END-WRITE.
009583     MOVE 'W' TO WS-CHG-OPERATION.
009586     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
009590     ADD 1 TO WS-INDEX.
009600 4100-EXIT.
009610     EXIT.
009620 4200-PURGE-EXCESS-RECORDS.
009630     ADD 1 TO WS-CELL-COUNT GIVING WS-PURGE-INDEX.
009640     PERFORM 4210-DELETE-ONE-RECORD THRU 4210-EXIT
009650         VARYING WS-PURGE-INDEX FROM WS-PURGE-INDEX BY 1
009660         UNTIL WS-PURGE-INDEX IS GREATER THAN WS-PERSISTED-HIGH.
009670 4200-EXIT.
009680     EXIT.
009690 4210-DELETE-ONE-RECORD.
009700     MOVE WS-LIST-ID TO LR-LIST-ID.
009710     MOVE WS-PURGE-INDEX TO LR-LIST-INDEX.
009720     DELETE LISTFILE
009730         INVALID KEY CONTINUE
009740     END-DELETE.
009743     MOVE 'D' TO WS-CHG-OPERATION.
009746     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
009750 4210-EXIT.
009760     EXIT.
009770 4300-MARK-ONE-HISTORY.
009780     MOVE WS-MARK-KEY(WS-MARK-INDEX) TO HX-HIST-KEY.
009790     READ HISTFILE
009800         INVALID KEY GO TO 4300-EXIT
009810     END-READ.
009820     MOVE 'R' TO HX-REINSTATE-FLAG.
009830     REWRITE HIST-RECORD
009840         INVALID KEY CONTINUE
009850     END-REWRITE.
009860 4300-EXIT.
009870     EXIT.
009880******************************************************************
009890*    5000-LOAD-LIST-FROM-FILE - LOAD THE LIST FROM WHATEVER IS
009900*    PERSISTED FOR ITS ID, SKIPPING THE INDEX-ZERO MARKER. A
009910*    LIST SWEPT EMPTY SIMPLY STARTS EMPTY.
009920******************************************************************
009930 5000-LOAD-LIST-FROM-FILE.
009940     MOVE ZERO TO WS-CELL-COUNT.
009950     MOVE ZERO TO WS-PERSISTED-HIGH.
009960     MOVE 'N' TO WS-EOF-SWITCH.
009970     OPEN INPUT LISTFILE.
009980     IF WS-LISTFILE-NOT-FOUND
009990         GO TO 5000-EXIT
010000     END-IF.
010010     MOVE WS-LIST-ID TO LR-LIST-ID.
010020     MOVE ZERO TO LR-LIST-INDEX.
010030     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
010040         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
010050     END-START.
010060     PERFORM 5100-LOAD-ONE-RECORD THRU 5100-EXIT
010070         UNTIL WS-EOF.
010080     MOVE WS-CELL-COUNT TO WS-PERSISTED-HIGH.
010090     CLOSE LISTFILE.
010100 5000-EXIT.
010110     EXIT.
010120 5100-LOAD-ONE-RECORD.
010130     READ LISTFILE NEXT RECORD
010140         AT END
010150             MOVE 'Y' TO WS-EOF-SWITCH
010160             GO TO 5100-EXIT
010170     END-READ.
010180     IF LR-LIST-ID NOT EQUAL WS-LIST-ID
010190         MOVE 'Y' TO WS-EOF-SWITCH
010200         GO TO 5100-EXIT
010210     END-IF.
010220     IF LR-LIST-INDEX IS EQUAL TO ZERO
010230         GO TO 5100-EXIT
010240     END-IF.
010250     ADD 1 TO WS-CELL-COUNT.
010260     MOVE LR-LIST-DATA TO WS-CELL-DATA(WS-CELL-COUNT).
010270 5100-EXIT.
010280     EXIT.
010290******************************************************************
010300*    6000-SNAPSHOT-LIST - BEFORE THE FIRST CELL GOES BACK ON THE
010310*    LIST, APPEND ITS CELLS AS PERSISTED ON LISTFILE TO
010320*    RECVFILE UNDER ONE RUN STAMP - THE PRE-UPDATE SNAPSHOT
010330*    ListLookup TAKES - SO ListRestore CAN PUT IT BACK.
010340******************************************************************
010350 6000-SNAPSHOT-LIST.
010360     IF WS-SNAP-DONE
010370         GO TO 6000-EXIT
010380     END-IF.
010390     MOVE 'Y' TO WS-SNAP-DONE-SWITCH.
010400     MOVE ZERO TO WS-SNAP-COUNT.
010410     OPEN EXTEND RECVFILE.
010420     IF WS-RECVFILE-NOT-FOUND
010430         OPEN OUTPUT RECVFILE
010440         CLOSE RECVFILE
010450         OPEN EXTEND RECVFILE
010460     END-IF.
010470     OPEN INPUT LISTFILE.
010480     IF WS-LISTFILE-NOT-FOUND
010490         CLOSE RECVFILE
010500         GO TO 6000-EXIT
010510     END-IF.
010520     ACCEPT WS-SNAP-DATE FROM DATE.
010530     ACCEPT WS-SNAP-TIME FROM TIME.
010540     MOVE 'N' TO WS-SNAP-EOF-SWITCH.
010550     MOVE WS-LIST-ID TO LR-LIST-ID.
010560     MOVE ZERO TO LR-LIST-INDEX.
010570     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
010580         INVALID KEY MOVE 'Y' TO WS-SNAP-EOF-SWITCH
010590     END-START.
010600     PERFORM 6100-SNAPSHOT-ONE-CELL THRU 6100-EXIT
010610         UNTIL WS-SNAP-EOF.
010620     CLOSE LISTFILE.
010630     CLOSE RECVFILE.
010640     DISPLAY "SNAPSHOT OF LIST " WS-LIST-ID " TAKEN - "
010650         WS-SNAP-COUNT " CELLS".
010660 6000-EXIT.
010670     EXIT.
010680 6100-SNAPSHOT-ONE-CELL.
010690     READ LISTFILE NEXT RECORD
010700         AT END
010710             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
010720             GO TO 6100-EXIT
010730     END-READ.
010740     IF LR-LIST-ID NOT EQUAL WS-LIST-ID
010750         MOVE 'Y' TO WS-SNAP-EOF-SWITCH
010760         GO TO 6100-EXIT
010770     END-IF.
010780     IF LR-LIST-INDEX IS EQUAL TO ZERO
010790         GO TO 6100-EXIT
010800     END-IF.
010810     MOVE SPACES TO RECOVERY-RECORD.
010820     MOVE WS-LIST-ID TO RV-LIST-ID.
010830     MOVE WS-SNAP-DATE TO RV-RUN-DATE.
010840     MOVE WS-SNAP-TIME TO RV-RUN-TIME.
010850     MOVE LR-LIST-INDEX TO RV-CELL-INDEX.
010860     MOVE LR-LIST-DATA TO RV-CELL-DATA.
010870     WRITE RECOVERY-RECORD.
010880     ADD 1 TO WS-SNAP-COUNT.
010890 6100-EXIT.
010900     EXIT.
010910******************************************************************
010920*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
010930*    RECORD. THE CALLER MOVES AU-LIST-ID, AU-ACTION, AU-VALUE
010940*    AND AU-OUTCOME BEFORE PERFORMING THIS PARAGRAPH.
010950******************************************************************
010960 7000-WRITE-AUDIT-RECORD.
010970     ACCEPT WS-CURRENT-DATE FROM DATE.
010980     ACCEPT WS-CURRENT-TIME FROM TIME.
010990     MOVE WS-CURRENT-DATE TO AU-DATE.
011000     MOVE WS-CURRENT-TIME TO AU-TIME.
011010     WRITE AUDIT-RECORD.
011020 7000-EXIT.
011030     EXIT.
011040******************************************************************
011050*    7500-XREF-CLEAR-LIST - DROP THE LIST'S ENTRIES FROM THE
011060*    ITEM-KEY CROSS-REFERENCE RIGHT AFTER IT IS LOADED; 7600
011070*    REWRITES THE FINAL ENTRIES AT THE SAVE. XrefBuild
011080*    REGENERATES THE DATASET IF A RUN DIES IN BETWEEN.
011090******************************************************************
011100 7500-XREF-CLEAR-LIST.
011110     IF WS-CELL-COUNT IS GREATER THAN ZERO
011120         PERFORM 7510-XREF-DELETE-ONE THRU 7510-EXIT
011130             VARYING WS-XREF-INDEX FROM 1 BY 1
011140             UNTIL WS-XREF-INDEX IS GREATER THAN WS-CELL-COUNT
011150     END-IF.
011160 7500-EXIT.
011170     EXIT.
011180 7510-XREF-DELETE-ONE.
011190     MOVE WS-CELL-DATA(WS-XREF-INDEX)(1:20) TO XR-ITEM-KEY.
011200     MOVE WS-LIST-ID TO XR-LIST-ID.
011210     DELETE XREFFILE
011220         INVALID KEY CONTINUE
011230     END-DELETE.
011240 7510-EXIT.
011250     EXIT.
011260 7600-XREF-WRITE-LIST.
011270     IF WS-CELL-COUNT IS GREATER THAN ZERO
011280         PERFORM 7610-XREF-WRITE-ONE THRU 7610-EXIT
011290             VARYING WS-XREF-INDEX FROM 1 BY 1
011300             UNTIL WS-XREF-INDEX IS GREATER THAN WS-CELL-COUNT
011310     END-IF.
011320 7600-EXIT.
011330     EXIT.
011340 7610-XREF-WRITE-ONE.
011350     MOVE SPACES TO XREF-RECORD.
011360     MOVE WS-CELL-DATA(WS-XREF-INDEX)(1:20) TO XR-ITEM-KEY.
011370     MOVE WS-LIST-ID TO XR-LIST-ID.
011380     WRITE XREF-RECORD
011390         INVALID KEY CONTINUE
011400     END-WRITE.
011410 7610-EXIT.
011420     EXIT.
011430******************************************************************
011440*    7700-WRITE-RUN-RECORD - APPEND THE LIST'S RUN-CONTROL
011450*    RECORD. EVERY HISTORY RECORD SELECTED FOR THE LIST COUNTS
011460*    AS READ, AND EVERY ONE PUT BACK AS ACCEPTED AND ADDED.
011470******************************************************************
011480 7700-WRITE-RUN-RECORD.
011490     ACCEPT WS-CURRENT-DATE FROM DATE.
011500     ACCEPT WS-CURRENT-TIME FROM TIME.
011510     MOVE SPACES TO RUN-CONTROL-RECORD.
011520     MOVE WS-CURRENT-DATE TO RN-DATE.
011530     MOVE WS-CURRENT-TIME TO RN-TIME.
011540     MOVE 'PGM39JOB' TO RN-JOB-NAME.
011550     MOVE 'STEP010' TO RN-STEP-NAME.
011560     MOVE 'PROGRAM39' TO RN-PROGRAM.
011570     MOVE WS-LIST-ID TO RN-LIST-ID.
011580     MOVE WS-LIST-START-COUNT TO RN-START-COUNT.
011590     MOVE WS-CELL-COUNT TO RN-END-COUNT.
011600     MOVE WS-LIST-READ-COUNT TO RN-READ-COUNT.
011610     MOVE WS-LIST-ACCEPT-COUNT TO RN-ACCEPT-COUNT.
011620     MOVE WS-LIST-REJECT-COUNT TO RN-REJECT-COUNT.
011630     MOVE WS-LIST-ADD-COUNT TO RN-ADDED-COUNT.
011640     MOVE ZERO TO RN-REMOVED-COUNT.
011650     MOVE 'C' TO RN-COMPLETE-FLAG.
011660     WRITE RUN-CONTROL-RECORD.
011670 7700-EXIT.
011680     EXIT.
011690******************************************************************
011700*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE RUN TOTALS.
011710******************************************************************
011720 8000-PRINT-TOTALS.
011730     MOVE WS-BLANK-LINE TO PRT-LINE.
011740     WRITE PRT-LINE.
011750     MOVE 'REINSTATE CARDS READ' TO TC-COUNT-LABEL.
011760     MOVE WS-CARD-COUNT TO TC-COUNT-VALUE.
011770     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011780     MOVE 'CARDS REJECTED OR SELECTING NOTHING' TO
011790         TC-COUNT-LABEL.
011800     MOVE WS-CARD-REJECT-COUNT TO TC-COUNT-VALUE.
011810     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011820     MOVE 'HISTORY RECORDS SELECTED' TO TC-COUNT-LABEL.
011830     MOVE WS-SELECTED-COUNT TO TC-COUNT-VALUE.
011840     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011850     MOVE 'CELLS REINSTATED' TO TC-COUNT-LABEL.
011860     MOVE WS-REINSTATED-COUNT TO TC-COUNT-VALUE.
011870     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011880     MOVE 'HISTORY RECORDS REJECTED' TO TC-COUNT-LABEL.
011890     MOVE WS-REJECT-COUNT TO TC-COUNT-VALUE.
011900     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
011910 8000-EXIT.
011920     EXIT.
011930 8100-PRINT-ONE-COUNT.
011940     MOVE WS-COUNT-LINE TO PRT-LINE.
011950     WRITE PRT-LINE.
011960 8100-EXIT.
011970     EXIT.
011991******************************************************************
011992*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
011993*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
011994*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
011995*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
011996*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
011997******************************************************************
011998 7900-OPEN-CHANGE-LOG.
011999     OPEN EXTEND CHGLOG.
012000     IF WS-CHGLOG-NOT-FOUND
012001         OPEN OUTPUT CHGLOG
012002         CLOSE CHGLOG
012003         OPEN EXTEND CHGLOG
012004     END-IF.
012005     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
012006     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
012007     ACCEPT WS-CHG-RUN-TIME FROM TIME.
012008     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
012009 7900-EXIT.
012010     EXIT.
012011******************************************************************
012012*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
012013*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
012014*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
012015*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
012016*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
012017*    CATALOG STARTS WITH NO LIST CLAIMED.
012018*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
012019******************************************************************
012020 7910-LOG-CELL-CHANGE.
012021     IF NOT WS-CHGLOG-OPEN
012022         OR NOT WS-LISTFILE-OK
012023         OR LR-LIST-INDEX IS EQUAL TO ZERO
012024         GO TO 7910-EXIT
012025     END-IF.
012026     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
012027     ADD 1 TO WS-CHG-SEQUENCE.
012028     MOVE SPACES TO CHANGE-LOG-RECORD.
012029     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
012030     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
012031     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
012032     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
012033     ACCEPT CG-LOG-TIME FROM TIME.
012034     IF CG-CELL-DELETED
012035         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
012036     ELSE
012037         MOVE LIST-RECORD TO CG-AFTER-IMAGE
012038     END-IF.
012039     WRITE CHANGE-LOG-RECORD.
012040 7910-EXIT.
012041     EXIT.
012042******************************************************************
012043*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
012044*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
012045*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
012046******************************************************************
012047 7920-CLOSE-CHANGE-LOG.
012048     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
012049     IF NOT WS-CHGLOG-OPEN
012050         GO TO 7920-EXIT
012051     END-IF.
012052     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
012053         MOVE SPACES TO CHANGE-LOG-RECORD
012054         MOVE 'E' TO CG-RECORD-TYPE
012055         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
012056         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
012057         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
012058         ACCEPT CG-LOG-TIME FROM TIME
012059         WRITE CHANGE-LOG-RECORD
012060     END-IF.
012061     CLOSE CHGLOG.
012062     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
012063 7920-EXIT.
012064     EXIT.
012065******************************************************************
012066*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
012067*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
012068*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
012069*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
012070*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
012071******************************************************************
012072 7950-OPEN-STATUS-INDEX.
012073     OPEN I-O STATIDX.
012074     IF WS-STATIDX-OK
012075         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
012076     ELSE
012077         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
012078             " MAINTAINED BY THIS RUN"
012079     END-IF.
012080 7950-EXIT.
012081     EXIT.
012082******************************************************************
012083*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
012084*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
012085*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
012086*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
012087*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
012088*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
012089******************************************************************
012090 7960-INDEX-CELL-CHANGE.
012091     IF NOT WS-STATIDX-OPEN
012092         GO TO 7960-EXIT
012093     END-IF.
012094     MOVE SPACES TO STATUS-INDEX-RECORD.
012095     MOVE LR-LIST-ID TO SX-LIST-ID.
012096     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
012097     IF WS-CHG-OPERATION IS EQUAL TO 'D'
012098         OR LR-QUANTITY IS NOT NUMERIC
012099         DELETE STATIDX
012100             INVALID KEY CONTINUE
012101         END-DELETE
012102         GO TO 7960-EXIT
012103     END-IF.
012104     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
012105     MOVE LR-EFF-DATE TO SX-EFF-DATE.
012106     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
012107     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
012108     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
012109     MOVE LR-QUANTITY TO SX-QUANTITY.
012110     WRITE STATUS-INDEX-RECORD
012111         INVALID KEY REWRITE STATUS-INDEX-RECORD
012112     END-WRITE.
012113 7960-EXIT.
012114     EXIT.
012115 7970-CLOSE-STATUS-INDEX.
012116     IF WS-STATIDX-OPEN
012117         CLOSE STATIDX
012118         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
012119     END-IF.
012120 7970-EXIT.
012121     EXIT.
012122******************************************************************
012123*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
012124******************************************************************
012125 9000-TERMINATE.
012126     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
012127     CLOSE RNS-FILE.
012128     CLOSE PRTFILE.
012129     CLOSE AUDITFILE.
012130     CLOSE XREFFILE.
012131     CLOSE RUNFILE.
012132     IF WS-HISTFILE-OPEN
012133         CLOSE HISTFILE
012134     END-IF.
012135     IF NOT WS-ITEMFILE-NOT-FOUND
012136         CLOSE ITEMFILE
012137     END-IF.
012138     IF NOT WS-LISTDEF-NOT-FOUND
012140         CLOSE LISTDEF
012150     END-IF.
012160 9000-EXIT.
012170     EXIT.
012180 END PROGRAM Program39.
