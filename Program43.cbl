000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program43 AS "PendCancel".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM CANCELS PENDING TRANSACTIONS BEFORE THEY
000210*    FIRE. EACH SYSIN CARD (PNCREC) QUOTES ONE PENDFILE ITEM'S
000220*    LIST, EFFECTIVE-ON DATE AND PENDING ID, AS PRINTED ON THE
000230*    PendReport (PROGRAM42) QUEUE REPORT, AND THE REASON IT IS
000240*    BEING CANCELLED. A STILL-PENDING ITEM IS MARKED CANCELLED
000250*    WITH THE DATE, TIME AND REASON, SO PendRelease (PROGRAM41)
000260*    PASSES IT OVER; THE ENTRY STAYS ON PENDFILE AS A RECORD
000270*    OF WHAT WAS WITHDRAWN. AN ITEM ALREADY RELEASED CANNOT BE
000280*    CANCELLED HERE - IT HAS BEEN APPLIED AND MUST BE REVERSED
000290*    THROUGH ListTrans OR ListPost LIKE ANY OTHER CHANGE.
000300*
000310*    EVERY CARD GETS A REGISTER LINE AND AN AUDITFILE RECORD,
000320*    CANCELLED OR REJECTED. THE RUN ENDS RC 4 WHEN ANY CARD WAS
000330*    REJECTED AND RC 8 WHEN PENDFILE IS MISSING.
000340*
000350*    MAINTENANCE HISTORY
000360*    DATE       INIT DESCRIPTION
000370*    -------    ---- ------------------------------------------
000380*    2026-10-15 SRJ  ORIGINAL PROGRAM - PENDING TRANSACTION
000390*                    CANCEL
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CANCEL-FILE ASSIGN TO "SYSIN"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT PENDFILE ASSIGN TO "PENDFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PN-PEND-KEY
000510         FILE STATUS IS WS-PENDFILE-STATUS.
000520     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDITFILE-STATUS.
000550     SELECT PRTFILE ASSIGN TO "PRTFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRTFILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CANCEL-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 80 CHARACTERS.
000630 COPY PNCREC.
000640 FD  PENDFILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 220 CHARACTERS.
000670 COPY PENDREC.
000680 FD  AUDITFILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 144 CHARACTERS.
000710 COPY AUDITREC.
000720 FD  PRTFILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 132 CHARACTERS.
000750 01  PRT-LINE                        PIC X(132).
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780*    FILE-STATUS AND CONTROL WORKING STORAGE
000790******************************************************************
000800 01  WS-PENDFILE-STATUS PIC X(02) VALUE SPACES.
000810     88  WS-PENDFILE-OK             VALUE '00'.
000820     88  WS-PENDFILE-NOT-FOUND      VALUE '35'.
000830 01  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
000840     88  WS-AUDITFILE-OK            VALUE '00'.
000850     88  WS-AUDITFILE-NOT-FOUND     VALUE '35'.
000860 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
000870 01  WS-CANCEL-EOF-SWITCH PIC X(01) VALUE 'N'.
000880     88  WS-CANCEL-EOF              VALUE 'Y'.
000890 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
000900 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
000910******************************************************************
000920*    RUN-TOTAL WORKING STORAGE
000930******************************************************************
000940 01  WS-CARD-COUNT PIC S9(9) VALUE ZERO.
000950 01  WS-CANCELLED-COUNT PIC S9(9) VALUE ZERO.
000960 01  WS-REJECT-COUNT PIC S9(9) VALUE ZERO.
000970******************************************************************
000980*    REPORT-LINE WORKING STORAGE
000990******************************************************************
001000 01  WS-HEADING-LINE-1.
001010     05  FILLER PIC X(24) VALUE 'PENDING CANCEL REGISTER'.
001020     05  FILLER PIC X(108) VALUE SPACES.
001030 01  WS-HEADING-LINE-2.
001040     05  FILLER PIC X(22) VALUE 'LIST ID'.
001050     05  FILLER PIC X(10) VALUE 'EFF ON'.
001060     05  FILLER PIC X(23) VALUE 'PENDING ID'.
001070     05  FILLER PIC X(08) VALUE 'ACTION'.
001080     05  FILLER PIC X(22) VALUE 'ITEM KEY'.
001090     05  FILLER PIC X(47) VALUE 'DISPOSITION'.
001100 01  WS-DETAIL-LINE.
001110     05  CL-LIST-ID PIC X(20).
001120     05  FILLER PIC X(02) VALUE SPACES.
001130     05  CL-EFF-ON-DATE PIC X(08).
001140     05  FILLER PIC X(02) VALUE SPACES.
001150     05  CL-PENDING-ID PIC X(21).
001160     05  FILLER PIC X(02) VALUE SPACES.
001170     05  CL-ACTION PIC X(06).
001180     05  FILLER PIC X(02) VALUE SPACES.
001190     05  CL-ITEM-KEY PIC X(20).
001200     05  FILLER PIC X(02) VALUE SPACES.
001210     05  CL-DISPOSITION PIC X(47).
001220 01  WS-COUNT-LINE.
001230     05  CC-COUNT-LABEL PIC X(40).
001240     05  CC-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
001250     05  FILLER PIC X(78) VALUE SPACES.
001260 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
001270 LINKAGE SECTION.
001280 PROCEDURE DIVISION.
001290******************************************************************
001300*    0000-MAINLINE
001310******************************************************************
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     IF WS-PENDFILE-NOT-FOUND
001350         DISPLAY "PENDFILE NOT FOUND - NOTHING IS QUEUED, NO"
001360             " CARD APPLIED"
001370         MOVE 8 TO RETURN-CODE
001380     ELSE
001390         PERFORM 2000-PROCESS-ONE-CANCEL THRU 2000-EXIT
001400             UNTIL WS-CANCEL-EOF
001410         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001420         IF WS-REJECT-COUNT IS GREATER THAN ZERO
001430             MOVE 4 TO RETURN-CODE
001440         END-IF
001450     END-IF.
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470     GOBACK.
001480******************************************************************
001490*    1000-INITIALIZE - OPEN THE CARD, QUEUE, AUDIT AND REPORT
001500*    DATASETS AND PRINT THE REGISTER HEADINGS. AUDITFILE IS
001510*    APPENDED TO, AND CREATED EMPTY FIRST WHEN THIS IS ITS
001520*    FIRST WRITER.
001530******************************************************************
001540 1000-INITIALIZE.
001550     OPEN INPUT CANCEL-FILE.
001560     OPEN I-O PENDFILE.
001570     OPEN OUTPUT PRTFILE.
001580     OPEN EXTEND AUDITFILE.
001590     IF WS-AUDITFILE-NOT-FOUND
001600         OPEN OUTPUT AUDITFILE
001610         CLOSE AUDITFILE
001620         OPEN EXTEND AUDITFILE
001630     END-IF.
001640     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
001650     WRITE PRT-LINE.
001660     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
001670     WRITE PRT-LINE.
001680 1000-EXIT.
001690     EXIT.
001700******************************************************************
001710*    2000-PROCESS-ONE-CANCEL - READ ONE CANCEL CARD, CHECK IT
001720*    STANDS ON ITS OWN, FIND THE ITEM IT QUOTES AND CANCEL IT
001730*    IF IT HAS NOT YET FIRED. COMMENT AND BLANK CARDS ARE
001740*    SKIPPED.
001750******************************************************************
001760 2000-PROCESS-ONE-CANCEL.
001770     READ CANCEL-FILE
001780         AT END
001790             MOVE 'Y' TO WS-CANCEL-EOF-SWITCH
001800             GO TO 2000-EXIT
001810     END-READ.
001820     IF PEND-CANCEL-RECORD IS EQUAL TO SPACES
001830         OR PK-LIST-ID(1:1) IS EQUAL TO '*'
001840         GO TO 2000-EXIT
001850     END-IF.
001860     ADD 1 TO WS-CARD-COUNT.
001870     MOVE SPACES TO WS-DETAIL-LINE.
001880     MOVE PK-LIST-ID TO CL-LIST-ID.
001890     MOVE PK-EFF-ON-DATE TO CL-EFF-ON-DATE.
001900     MOVE PK-PENDING-ID TO CL-PENDING-ID.
001910     IF PK-LIST-ID IS EQUAL TO SPACES
001920         MOVE 'REJECTED - LIST ID REQUIRED' TO CL-DISPOSITION
001930         MOVE 'REJECT-NOID' TO AU-OUTCOME
001940         PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
001950         GO TO 2000-EXIT
001960     END-IF.
001970     IF PK-EFF-ON-DATE IS NOT NUMERIC
001980         MOVE 'REJECTED - EFF-ON DATE NOT NUMERIC' TO
001990             CL-DISPOSITION
002000         MOVE 'REJECT-EFFON' TO AU-OUTCOME
002010         PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
002020         GO TO 2000-EXIT
002030     END-IF.
002040     IF PK-PENDING-ID IS NOT NUMERIC
002050         MOVE 'REJECTED - PENDING ID NOT 21 DIGITS' TO
002060             CL-DISPOSITION
002070         MOVE 'REJECT-PENDID' TO AU-OUTCOME
002080         PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
002090         GO TO 2000-EXIT
002100     END-IF.
002110     IF PK-REASON IS EQUAL TO SPACES
002120         MOVE 'REJECTED - CANCEL REASON REQUIRED' TO
002130             CL-DISPOSITION
002140         MOVE 'REJECT-NOREASON' TO AU-OUTCOME
002150         PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
002160         GO TO 2000-EXIT
002170     END-IF.
002180     MOVE PK-LIST-ID TO PN-LIST-ID.
002190     MOVE PK-EFF-ON-DATE TO PN-EFF-ON-DATE.
002200     MOVE PK-PENDING-ID TO PN-PENDING-ID.
002210     READ PENDFILE KEY IS PN-PEND-KEY
002220         INVALID KEY
002230             MOVE 'REJECTED - NO SUCH PENDING ITEM' TO
002240                 CL-DISPOSITION
002250             MOVE 'REJECT-NOTFOUND' TO AU-OUTCOME
002260             PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
002270             GO TO 2000-EXIT
002280     END-READ.
002290     MOVE PN-ACTION TO CL-ACTION.
002300     MOVE PN-ITEM-KEY TO CL-ITEM-KEY.
002310     IF PN-RELEASED
002320         STRING 'REJECTED - ALREADY RELEASED ON '
002330             PN-STATUS-DATE DELIMITED BY SIZE
002340             INTO CL-DISPOSITION
002350         MOVE 'REJECT-RELEASED' TO AU-OUTCOME
002360         PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
002370         GO TO 2000-EXIT
002380     END-IF.
002390     IF PN-CANCELLED
002400         STRING 'REJECTED - ALREADY CANCELLED ON '
002410             PN-STATUS-DATE DELIMITED BY SIZE
002420             INTO CL-DISPOSITION
002430         MOVE 'REJECT-CANCELLED' TO AU-OUTCOME
002440         PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
002450         GO TO 2000-EXIT
002460     END-IF.
002470     PERFORM 3000-CANCEL-ITEM THRU 3000-EXIT.
002480 2000-EXIT.
002490     EXIT.
002500******************************************************************
002510*    2900-REJECT-CANCEL - COUNT, AUDIT AND PRINT A CARD THAT
002520*    CANNOT BE APPLIED. THE CALLER HAS SET CL-DISPOSITION AND
002530*    AU-OUTCOME.
002540******************************************************************
002550 2900-REJECT-CANCEL.
002560     ADD 1 TO WS-REJECT-COUNT.
002570     MOVE 'PENDCANCEL' TO AU-ACTION.
002580     MOVE PK-LIST-ID TO AU-LIST-ID.
002590     MOVE PEND-CANCEL-RECORD TO AU-VALUE.
002600     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002610     MOVE WS-DETAIL-LINE TO PRT-LINE.
002620     WRITE PRT-LINE.
002630 2900-EXIT.
002640     EXIT.
002650******************************************************************
002660*    3000-CANCEL-ITEM - MARK THE ITEM JUST READ CANCELLED, WITH
002670*    THE DATE, TIME AND REASON, AND REWRITE IT IN PLACE.
002680******************************************************************
002690 3000-CANCEL-ITEM.
002700     ACCEPT WS-CURRENT-DATE FROM DATE.
002710     ACCEPT WS-CURRENT-TIME FROM TIME.
002720     MOVE 'C' TO PN-STATUS.
002730     MOVE WS-CURRENT-DATE TO PN-STATUS-DATE.
002740     MOVE WS-CURRENT-TIME TO PN-STATUS-TIME.
002750     MOVE PK-REASON TO PN-CANCEL-REASON.
002760     REWRITE PEND-RECORD
002770         INVALID KEY
002780             MOVE 'REJECTED - QUEUE REWRITE FAILED' TO
002790                 CL-DISPOSITION
002800             MOVE 'REJECT-REWRITE' TO AU-OUTCOME
002810             PERFORM 2900-REJECT-CANCEL THRU 2900-EXIT
002820             GO TO 3000-EXIT
002830     END-REWRITE.
002840     ADD 1 TO WS-CANCELLED-COUNT.
002850     MOVE 'CANCELLED' TO CL-DISPOSITION.
002860     MOVE 'PENDCANCEL' TO AU-ACTION.
002870     MOVE PN-LIST-ID TO AU-LIST-ID.
002880     MOVE PEND-CANCEL-RECORD TO AU-VALUE.
002890     MOVE 'CANCELLED' TO AU-OUTCOME.
002900     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002910     MOVE WS-DETAIL-LINE TO PRT-LINE.
002920     WRITE PRT-LINE.
002930 3000-EXIT.
002940     EXIT.
002950******************************************************************
002960*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
002970*    RECORD. THE CALLER MOVES AU-LIST-ID, AU-ACTION, AU-VALUE
002980*    AND AU-OUTCOME BEFORE PERFORMING THIS PARAGRAPH.
002990******************************************************************
003000 7000-WRITE-AUDIT-RECORD.
003010     ACCEPT WS-CURRENT-DATE FROM DATE.
003020     ACCEPT WS-CURRENT-TIME FROM TIME.
003030     MOVE WS-CURRENT-DATE TO AU-DATE.
003040     MOVE WS-CURRENT-TIME TO AU-TIME.
003050     WRITE AUDIT-RECORD.
003060 7000-EXIT.
003070     EXIT.
003080******************************************************************
003090*    8000-PRINT-TOTALS - CLOSE THE REGISTER WITH THE CARD
003100*    COUNTS.
003110******************************************************************
003120 8000-PRINT-TOTALS.
003130     MOVE WS-BLANK-LINE TO PRT-LINE.
003140     WRITE PRT-LINE.
003150     MOVE 'CANCEL CARDS READ' TO CC-COUNT-LABEL.
003160     MOVE WS-CARD-COUNT TO CC-COUNT-VALUE.
003170     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003180     MOVE '  ITEMS CANCELLED' TO CC-COUNT-LABEL.
003190     MOVE WS-CANCELLED-COUNT TO CC-COUNT-VALUE.
003200     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003210     MOVE '  CARDS REJECTED' TO CC-COUNT-LABEL.
003220     MOVE WS-REJECT-COUNT TO CC-COUNT-VALUE.
003230     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003240 8000-EXIT.
003250     EXIT.
003260 8100-PRINT-ONE-COUNT.
003270     MOVE WS-COUNT-LINE TO PRT-LINE.
003280     WRITE PRT-LINE.
003290 8100-EXIT.
003300     EXIT.
003310******************************************************************
003320*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
003330******************************************************************
003340 9000-TERMINATE.
003350     CLOSE CANCEL-FILE.
003360     CLOSE PRTFILE.
003370     CLOSE AUDITFILE.
003380     IF NOT WS-PENDFILE-NOT-FOUND
003390         CLOSE PENDFILE
003400     END-IF.
003410 9000-EXIT.
003420     EXIT.
003430 END PROGRAM Program43.
