000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program41 AS "PendRelease".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE NIGHTLY PENDING-TRANSACTION RELEASE.
000210*    ListTrans (PROGRAM6) AND ListPost (PROGRAM19) PARK ANY
000220*    CARD OR MOVEMENT DATED AFTER THEIR RUN DATE ON PENDFILE
000230*    INSTEAD OF APPLYING IT. THIS PROGRAM READS THE WHOLE
000240*    QUEUE IN KEY ORDER AND RELEASES EVERY PENDING ITEM WHOSE
000250*    EFFECTIVE-ON DATE HAS ARRIVED: THE ORIGINAL CARD IMAGE
000260*    IS WRITTEN UNCHANGED TO RELTRAN (ListTrans CARDS) OR
000270*    RELMOVE (ListPost MOVEMENTS), AND THE JOB'S NEXT STEPS
000280*    RUN THOSE DECKS THROUGH PROGRAM6 AND PROGRAM19 - THE SAME
000290*    VALIDATION, LIST UPDATE, JOURNAL AND AUDIT PATH AS
000300*    SAME-DAY WORK. NOTHING HERE TOUCHES LISTFILE.
000310*
000320*    EACH RELEASED ITEM IS MARKED RELEASED ON PENDFILE WITH
000330*    THE RELEASE DATE AND TIME, SO IT CANNOT FIRE TWICE, AND
000340*    AUDITED AS A RELEASE. AN ITEM DUE ON AN EARLIER DAY THAT
000350*    MISSED ITS NIGHT IS RELEASED LATE AND FLAGGED SO ON THE
000360*    RELEASE REPORT. CANCELLED AND ALREADY-RELEASED ITEMS ARE
000370*    COUNTED AND LEFT ALONE.
000380*
000390*    THE RUN ENDS RC 4 WHEN PENDFILE IS MISSING OR AN ITEM
000400*    COULD NOT BE RELEASED, RC 0 OTHERWISE. BOTH DECKS ARE
000410*    ALWAYS WRITTEN, EMPTY IF NEED BE, SO THE APPLYING STEPS
000420*    ALWAYS HAVE INPUT.
000430*
000440*    MAINTENANCE HISTORY
000450*    DATE       INIT DESCRIPTION
000460*    -------    ---- ------------------------------------------
000470*    2026-10-15 SRJ  ORIGINAL PROGRAM - PENDING TRANSACTION
000480*                    RELEASE
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PENDFILE ASSIGN TO "PENDFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PN-PEND-KEY
000580         FILE STATUS IS WS-PENDFILE-STATUS.
000590     SELECT RELTRAN ASSIGN TO "RELTRAN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RELTRAN-STATUS.
000620     SELECT RELMOVE ASSIGN TO "RELMOVE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RELMOVE-STATUS.
000650     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-AUDITFILE-STATUS.
000680     SELECT PRTFILE ASSIGN TO "PRTFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRTFILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PENDFILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 220 CHARACTERS.
000760 COPY PENDREC.
000770 FD  RELTRAN
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  RELTRAN-RECORD                  PIC X(80).
000810 FD  RELMOVE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  RELMOVE-RECORD                  PIC X(80).
000850 FD  AUDITFILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 144 CHARACTERS.
000880 COPY AUDITREC.
000890 FD  PRTFILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 132 CHARACTERS.
000920 01  PRT-LINE                        PIC X(132).
000930 WORKING-STORAGE SECTION.
000940******************************************************************
000950*    FILE-STATUS AND CONTROL WORKING STORAGE
000960******************************************************************
000970 01  WS-PENDFILE-STATUS PIC X(02) VALUE SPACES.
000980     88  WS-PENDFILE-OK             VALUE '00'.
000990     88  WS-PENDFILE-NOT-FOUND      VALUE '35'.
001000 01  WS-RELTRAN-STATUS PIC X(02) VALUE SPACES.
001010 01  WS-RELMOVE-STATUS PIC X(02) VALUE SPACES.
001020 01  WS-AUDITFILE-STATUS PIC X(02) VALUE SPACES.
001030     88  WS-AUDITFILE-OK            VALUE '00'.
001040     88  WS-AUDITFILE-NOT-FOUND     VALUE '35'.
001050 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001060 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001070     88  WS-EOF                     VALUE 'Y'.
001080 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001090 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
001100 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001110******************************************************************
001120*    RUN-TOTAL WORKING STORAGE
001130******************************************************************
001140 01  WS-ITEMS-READ PIC S9(9) VALUE ZERO.
001150 01  WS-RELEASED-TRANS PIC S9(9) VALUE ZERO.
001160 01  WS-RELEASED-POST PIC S9(9) VALUE ZERO.
001170 01  WS-RELEASED-LATE PIC S9(9) VALUE ZERO.
001180 01  WS-STILL-PENDING PIC S9(9) VALUE ZERO.
001190 01  WS-PRIOR-RELEASED PIC S9(9) VALUE ZERO.
001200 01  WS-PRIOR-CANCELLED PIC S9(9) VALUE ZERO.
001210 01  WS-NOT-RELEASED PIC S9(9) VALUE ZERO.
001220******************************************************************
001230*    REPORT-LINE WORKING STORAGE
001240******************************************************************
001250 01  WS-HEADING-LINE-1.
001260     05  FILLER PIC X(30)
001270         VALUE 'PENDING TRANSACTION RELEASE'.
001280     05  FILLER PIC X(02) VALUE SPACES.
001290     05  FILLER PIC X(10) VALUE 'RUN DATE: '.
001300     05  RH-RUN-DATE PIC 9(08).
001310     05  FILLER PIC X(82) VALUE SPACES.
001320 01  WS-HEADING-LINE-2.
001330     05  FILLER PIC X(22) VALUE 'LIST ID'.
001340     05  FILLER PIC X(10) VALUE 'EFF ON'.
001350     05  FILLER PIC X(23) VALUE 'PENDING ID'.
001360     05  FILLER PIC X(11) VALUE 'SOURCE'.
001370     05  FILLER PIC X(08) VALUE 'ACTION'.
001380     05  FILLER PIC X(22) VALUE 'ITEM KEY'.
001390     05  FILLER PIC X(36) VALUE 'DISPOSITION'.
001400 01  WS-DETAIL-LINE.
001410     05  RL-LIST-ID PIC X(20).
001420     05  FILLER PIC X(02) VALUE SPACES.
001430     05  RL-EFF-ON-DATE PIC 9(08).
001440     05  FILLER PIC X(02) VALUE SPACES.
001450     05  RL-PENDING-ID PIC X(21).
001460     05  FILLER PIC X(02) VALUE SPACES.
001470     05  RL-SOURCE PIC X(09).
001480     05  FILLER PIC X(02) VALUE SPACES.
001490     05  RL-ACTION PIC X(06).
001500     05  FILLER PIC X(02) VALUE SPACES.
001510     05  RL-ITEM-KEY PIC X(20).
001520     05  FILLER PIC X(02) VALUE SPACES.
001530     05  RL-DISPOSITION PIC X(36).
001540 01  WS-NO-RELEASE-LINE.
001550     05  FILLER PIC X(40) VALUE
001560         'NO PENDING ITEM FELL DUE ON THIS RUN'.
001570     05  FILLER PIC X(92) VALUE SPACES.
001580 01  WS-COUNT-LINE.
001590     05  RL-COUNT-LABEL PIC X(40).
001600     05  RL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
001610     05  FILLER PIC X(78) VALUE SPACES.
001620 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
001630 LINKAGE SECTION.
001640 PROCEDURE DIVISION.
001650******************************************************************
001660*    0000-MAINLINE
001670******************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     IF WS-PENDFILE-NOT-FOUND
001710         DISPLAY "PENDFILE NOT FOUND - NOTHING HAS BEEN QUEUED,"
001720             " NOTHING RELEASED"
001730     ELSE
001740         PERFORM 2000-RELEASE-ONE-ITEM THRU 2000-EXIT
001750             UNTIL WS-EOF
001760     END-IF.
001770     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001780     IF WS-PENDFILE-NOT-FOUND
001790         OR WS-NOT-RELEASED IS GREATER THAN ZERO
001800         MOVE 4 TO RETURN-CODE
001810     END-IF.
001820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001830     GOBACK.
001840******************************************************************
001850*    1000-INITIALIZE - OPEN THE QUEUE FOR UPDATE, BOTH RELEASE
001860*    DECKS, THE REPORT AND THE AUDIT TRAIL. AUDITFILE IS
001870*    APPENDED TO, AND CREATED EMPTY FIRST WHEN THIS IS ITS
001880*    FIRST WRITER. THE RUN DATE IS TAKEN WITH THE CENTURY SO
001890*    IT COMPARES DIRECTLY WITH THE QUEUED EFFECTIVE-ON DATES.
001900******************************************************************
001910 1000-INITIALIZE.
001920     OPEN I-O PENDFILE.
001930     OPEN OUTPUT RELTRAN.
001940     OPEN OUTPUT RELMOVE.
001950     OPEN OUTPUT PRTFILE.
001960     OPEN EXTEND AUDITFILE.
001970     IF WS-AUDITFILE-NOT-FOUND
001980         OPEN OUTPUT AUDITFILE
001990         CLOSE AUDITFILE
002000         OPEN EXTEND AUDITFILE
002010     END-IF.
002020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002030     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002040     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
002050     WRITE PRT-LINE.
002060     MOVE WS-BLANK-LINE TO PRT-LINE.
002070     WRITE PRT-LINE.
002080     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
002090     WRITE PRT-LINE.
002100 1000-EXIT.
002110     EXIT.
002120******************************************************************
002130*    2000-RELEASE-ONE-ITEM - ONE QUEUE ENTRY. ONLY A PENDING
002140*    ITEM DUE ON OR BEFORE THE RUN DATE IS RELEASED; EVERY
002150*    OTHER ENTRY IS COUNTED BY WHAT IT IS AND PASSED OVER.
002160******************************************************************
002170 2000-RELEASE-ONE-ITEM.
002180     READ PENDFILE NEXT RECORD
002190         AT END
002200             MOVE 'Y' TO WS-EOF-SWITCH
002210             GO TO 2000-EXIT
002220     END-READ.
002230     ADD 1 TO WS-ITEMS-READ.
002240     IF PN-CANCELLED
002250         ADD 1 TO WS-PRIOR-CANCELLED
002260         GO TO 2000-EXIT
002270     END-IF.
002280     IF PN-RELEASED
002290         ADD 1 TO WS-PRIOR-RELEASED
002300         GO TO 2000-EXIT
002310     END-IF.
002320     IF PN-EFF-ON-DATE IS GREATER THAN WS-RUN-DATE
002330         ADD 1 TO WS-STILL-PENDING
002340         GO TO 2000-EXIT
002350     END-IF.
002360     MOVE PN-LIST-ID TO RL-LIST-ID.
002370     MOVE PN-EFF-ON-DATE TO RL-EFF-ON-DATE.
002380     MOVE PN-PENDING-ID TO RL-PENDING-ID.
002390     MOVE PN-ACTION TO RL-ACTION.
002400     MOVE PN-ITEM-KEY TO RL-ITEM-KEY.
002410     IF PN-FROM-TRANS
002420         MOVE 'LISTTRANS' TO RL-SOURCE
002430     ELSE
002440         IF PN-FROM-POST
002450             MOVE 'LISTPOST' TO RL-SOURCE
002460         ELSE
002470             MOVE PN-SOURCE TO RL-SOURCE
002480             MOVE 'NOT RELEASED - UNKNOWN SOURCE' TO
002490                 RL-DISPOSITION
002500             ADD 1 TO WS-NOT-RELEASED
002510             PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT
002520             GO TO 2000-EXIT
002530         END-IF
002540     END-IF.
002550     ACCEPT WS-CURRENT-DATE FROM DATE.
002560     ACCEPT WS-CURRENT-TIME FROM TIME.
002570     MOVE 'R' TO PN-STATUS.
002580     MOVE WS-CURRENT-DATE TO PN-STATUS-DATE.
002590     MOVE WS-CURRENT-TIME TO PN-STATUS-TIME.
002600     REWRITE PEND-RECORD
002610         INVALID KEY
002620             MOVE 'NOT RELEASED - QUEUE REWRITE FAILED' TO
002630                 RL-DISPOSITION
002640             ADD 1 TO WS-NOT-RELEASED
002650             PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT
002660             GO TO 2000-EXIT
002670     END-REWRITE.
002680     PERFORM 2100-WRITE-RELEASED-CARD THRU 2100-EXIT.
002690     MOVE 'RELEASE' TO AU-ACTION.
002700     MOVE PN-CARD-IMAGE TO AU-VALUE.
002710     MOVE 'RELEASED' TO AU-OUTCOME.
002720     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
002730     IF PN-EFF-ON-DATE IS LESS THAN WS-RUN-DATE
002740         ADD 1 TO WS-RELEASED-LATE
002750         IF PN-FROM-TRANS
002760             MOVE 'RELEASED LATE TO RELTRAN' TO RL-DISPOSITION
002770         ELSE
002780             MOVE 'RELEASED LATE TO RELMOVE' TO RL-DISPOSITION
002790         END-IF
002800     ELSE
002810         IF PN-FROM-TRANS
002820             MOVE 'RELEASED TO RELTRAN' TO RL-DISPOSITION
002830         ELSE
002840             MOVE 'RELEASED TO RELMOVE' TO RL-DISPOSITION
002850         END-IF
002860     END-IF.
002870     PERFORM 2900-PRINT-DETAIL THRU 2900-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900******************************************************************
002910*    2100-WRITE-RELEASED-CARD - HAND THE ORIGINAL CARD IMAGE
002920*    TO THE DECK FOR THE PROGRAM THAT QUEUED IT.
002930******************************************************************
002940 2100-WRITE-RELEASED-CARD.
002950     IF PN-FROM-TRANS
002960         MOVE PN-CARD-IMAGE TO RELTRAN-RECORD
002970         WRITE RELTRAN-RECORD
002980         ADD 1 TO WS-RELEASED-TRANS
002990     ELSE
003000         MOVE PN-CARD-IMAGE TO RELMOVE-RECORD
003010         WRITE RELMOVE-RECORD
003020         ADD 1 TO WS-RELEASED-POST
003030     END-IF.
003040 2100-EXIT.
003050     EXIT.
003060 2900-PRINT-DETAIL.
003070     MOVE WS-DETAIL-LINE TO PRT-LINE.
003080     WRITE PRT-LINE.
003090 2900-EXIT.
003100     EXIT.
003110******************************************************************
003120*    7000-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDITFILE
003130*    RECORD. THE CALLER MOVES AU-ACTION, AU-VALUE AND AU-OUTCOME
003140*    INTO THE AUDIT RECORD BEFORE PERFORMING THIS PARAGRAPH.
003150******************************************************************
003160 7000-WRITE-AUDIT-RECORD.
003170     MOVE WS-CURRENT-DATE TO AU-DATE.
003180     MOVE WS-CURRENT-TIME TO AU-TIME.
003190     MOVE PN-LIST-ID TO AU-LIST-ID.
003200     WRITE AUDIT-RECORD.
003210 7000-EXIT.
003220     EXIT.
003230******************************************************************
003240*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE QUEUE COUNTS.
003250*    RELEASED PLUS STILL PENDING, CANCELLED, RELEASED EARLIER
003260*    AND NOT RELEASED BALANCES TO ENTRIES READ.
003270******************************************************************
003280 8000-PRINT-TOTALS.
003290     IF WS-RELEASED-TRANS IS EQUAL TO ZERO
003300         AND WS-RELEASED-POST IS EQUAL TO ZERO
003310         MOVE WS-NO-RELEASE-LINE TO PRT-LINE
003320         WRITE PRT-LINE
003330     END-IF.
003340     MOVE WS-BLANK-LINE TO PRT-LINE.
003350     WRITE PRT-LINE.
003360     MOVE 'QUEUE ENTRIES READ' TO RL-COUNT-LABEL.
003370     MOVE WS-ITEMS-READ TO RL-COUNT-VALUE.
003380     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003390     MOVE '  RELEASED TO ListTrans (RELTRAN)' TO RL-COUNT-LABEL.
003400     MOVE WS-RELEASED-TRANS TO RL-COUNT-VALUE.
003410     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003420     MOVE '  RELEASED TO ListPost (RELMOVE)' TO RL-COUNT-LABEL.
003430     MOVE WS-RELEASED-POST TO RL-COUNT-VALUE.
003440     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003450     MOVE '    OF WHICH RELEASED LATE' TO RL-COUNT-LABEL.
003460     MOVE WS-RELEASED-LATE TO RL-COUNT-VALUE.
003470     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003480     MOVE '  STILL PENDING (NOT YET DUE)' TO RL-COUNT-LABEL.
003490     MOVE WS-STILL-PENDING TO RL-COUNT-VALUE.
003500     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003510     MOVE '  CANCELLED' TO RL-COUNT-LABEL.
003520     MOVE WS-PRIOR-CANCELLED TO RL-COUNT-VALUE.
003530     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003540     MOVE '  RELEASED ON AN EARLIER RUN' TO RL-COUNT-LABEL.
003550     MOVE WS-PRIOR-RELEASED TO RL-COUNT-VALUE.
003560     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003570     MOVE '  NOT RELEASED (SEE REPORT)' TO RL-COUNT-LABEL.
003580     MOVE WS-NOT-RELEASED TO RL-COUNT-VALUE.
003590     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
003600     DISPLAY "PENDING RELEASE - " WS-RELEASED-TRANS
003610         " CARDS AND " WS-RELEASED-POST " MOVEMENTS RELEASED, "
003620         WS-STILL-PENDING " STILL PENDING".
003630 8000-EXIT.
003640     EXIT.
003650 8100-PRINT-ONE-COUNT.
003660     MOVE WS-COUNT-LINE TO PRT-LINE.
003670     WRITE PRT-LINE.
003680 8100-EXIT.
003690     EXIT.
003700******************************************************************
003710*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
003720******************************************************************
003730 9000-TERMINATE.
003740     CLOSE PRTFILE.
003750     CLOSE AUDITFILE.
003760     CLOSE RELTRAN.
003770     CLOSE RELMOVE.
003780     IF NOT WS-PENDFILE-NOT-FOUND
003790         CLOSE PENDFILE
003800     END-IF.
003810 9000-EXIT.
003820     EXIT.
003830 END PROGRAM Program41.
