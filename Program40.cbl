000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program40 AS "RuleCheck".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE CROSS-LIST CONSISTENCY RULE CHECK.
000210*    EVERY UPDATER POLICES ONE LIST AT A TIME, SO NOTHING
000220*    STOPPED AN ITEM LANDING ON TWO LISTS THAT MUST NEVER
000230*    SHARE IT, OR ON ONE LIST WITHOUT THE COMPANION LIST IT
000240*    MUST ALSO APPEAR ON. RULEFILE HOLDS THOSE LIST-PAIR RULES:
000250*      EXCLUSIVE - NO ITEM KEY MAY BE ON BOTH LISTS
000260*      REQUIRES  - EVERY ITEM KEY ON LIST A MUST ALSO BE ON
000270*                  LIST B
000280*    XREFFILE ALREADY CARRIES EVERY LIST HOLDING EACH ITEM KEY
000290*    CONTIGUOUSLY, SO ONE PASS OVER IT IN KEY ORDER GATHERS
000300*    EACH KEY'S RULED LISTS AND TESTS THEM AGAINST EVERY RULE.
000310*    EACH BREACH PRINTS THE KEY, THE RULE, AND THE STATUS AND
000320*    QUANTITY OF THE KEY'S CELL ON EACH LIST, READ FROM
000330*    LISTFILE. A CROSS-REFERENCE ENTRY WITH NO CELL BEHIND IT
000340*    IS FLAGGED ON THE LINE - XrefBuild (PROGRAM22) SHOULD BE
000350*    RUN BEFORE THE EXCEPTIONS ARE WORKED.
000360*
000370*    EVERY CRITICAL RULE WITH BREACHES APPENDS ONE CRITICAL
000380*    LINE TO OPALFILE, SO AlertReport (PROGRAM28) PAGES ON IT.
000390*    THE RUN ENDS RC 8 WHEN A CRITICAL RULE IS BREACHED OR THE
000400*    CHECK CANNOT RUN, RC 4 WHEN ONLY WARNING RULES ARE
000410*    BREACHED, RULE CARDS WERE REJECTED OR THE CROSS-REFERENCE
000420*    IS STALE, RC 0 OTHERWISE - THE NIGHTLY STREAM HOLDS THE
000430*    EXTRACTS ON IT.
000440*
000450*    MAINTENANCE HISTORY
000460*    DATE       INIT DESCRIPTION
000470*    -------    ---- ------------------------------------------
000480*    2026-10-15 SRJ  ORIGINAL PROGRAM - CROSS-LIST CONSISTENCY
000490*                    RULE CHECK
000492*    2026-10-15 SRJ  THE CELL QUANTITY IS NOW TAKEN FROM
000494*                    LR-QUANTITY, WITH A SWITCH MARKING A CELL
000496*                    THAT HAS ONE, INSTEAD OF BY POSITION.
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RULEFILE ASSIGN TO "RULEFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RULEFILE-STATUS.
000580     SELECT XREFFILE ASSIGN TO "XREFFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS XR-XREF-KEY
000620         FILE STATUS IS WS-XREFFILE-STATUS.
000630     SELECT LISTFILE ASSIGN TO "LISTFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS LR-LIST-KEY
000670         FILE STATUS IS WS-LISTFILE-STATUS.
000680     SELECT PRTFILE ASSIGN TO "PRTFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRTFILE-STATUS.
000710     SELECT OPALFILE ASSIGN TO "OPALFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-OPALFILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RULEFILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY RULEREC.
000800 FD  XREFFILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 50 CHARACTERS.
000830 COPY XREFREC.
000840 FD  LISTFILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 120 CHARACTERS.
000870 COPY LISTREC.
000880 FD  PRTFILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  PRT-LINE                        PIC X(132).
000920 FD  OPALFILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 120 CHARACTERS.
000950 COPY OPALREC.
000960 WORKING-STORAGE SECTION.
000970******************************************************************
000980*    FILE-STATUS AND CONTROL WORKING STORAGE
000990******************************************************************
001000 01  WS-RULEFILE-STATUS PIC X(02) VALUE SPACES.
001010     88  WS-RULEFILE-OK             VALUE '00'.
001020     88  WS-RULEFILE-NOT-FOUND      VALUE '35'.
001030 01  WS-XREFFILE-STATUS PIC X(02) VALUE SPACES.
001040     88  WS-XREFFILE-OK             VALUE '00'.
001050     88  WS-XREFFILE-NOT-FOUND      VALUE '35'.
001060 01  WS-LISTFILE-STATUS PIC X(02) VALUE SPACES.
001070     88  WS-LISTFILE-OK             VALUE '00'.
001080     88  WS-LISTFILE-NOT-FOUND      VALUE '35'.
001090 01  WS-PRTFILE-STATUS PIC X(02) VALUE SPACES.
001100 01  WS-OPALFILE-STATUS PIC X(02) VALUE SPACES.
001110     88  WS-OPALFILE-OK             VALUE '00'.
001120     88  WS-OPALFILE-NOT-FOUND      VALUE '35'.
001130 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001140     88  WS-EOF                     VALUE 'Y'.
001150 01  WS-CHECK-ABORT-SWITCH PIC X(01) VALUE 'N'.
001160     88  WS-CHECK-ABORT             VALUE 'Y'.
001170 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001180 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
001190******************************************************************
001200*    RULE TABLE WORKING STORAGE - ONE ROW PER RULE CARD
001210*    ACCEPTED, WITH THE BREACHES FOUND AGAINST IT.
001220******************************************************************
001230 77  WS-MAX-RULES PIC 9(05) VALUE 200.
001240 01  WS-RULE-COUNT PIC S9(9) VALUE ZERO.
001250 01  WS-RULE-TABLE.
001260     05  WS-RULE-ROW OCCURS 1 TO 200 TIMES
001270         DEPENDING ON WS-RULE-COUNT INDEXED BY RULINDEX.
001280         10  RT-LIST-A PIC X(20).
001290         10  RT-LIST-B PIC X(20).
001300         10  RT-RULE-TYPE PIC X(01).
001310             88  RT-EXCLUSIVE       VALUE 'X'.
001320             88  RT-REQUIRES        VALUE 'R'.
001330         10  RT-SEVERITY PIC X(01).
001340             88  RT-CRITICAL        VALUE 'C'.
001350             88  RT-WARNING         VALUE 'W'.
001360         10  RT-DESCRIPTION PIC X(30).
001370         10  RT-BREACH-COUNT PIC S9(9).
001380 01  WS-DUPLICATE-SWITCH PIC X(01) VALUE 'N'.
001390     88  WS-DUPLICATE               VALUE 'Y'.
001400******************************************************************
001410*    ITEM-KEY WORKING STORAGE - THE RULED LISTS CARRYING THE
001420*    ITEM KEY NOW BEING GATHERED OFF XREFFILE. LISTS NO RULE
001430*    NAMES ARE NOT KEPT.
001440******************************************************************
001450 77  WS-MAX-ITEM-LISTS PIC 9(05) VALUE 500.
001460 01  WS-CURRENT-ITEM-KEY PIC X(20) VALUE LOW-VALUES.
001470 01  WS-ITEM-LIST-COUNT PIC S9(9) VALUE ZERO.
001480 01  WS-ITEM-LIST-TABLE.
001490     05  WS-ITEM-LIST-ROW OCCURS 1 TO 500 TIMES
001500         DEPENDING ON WS-ITEM-LIST-COUNT INDEXED BY ILINDEX.
001510         10  IL-LIST-ID PIC X(20).
001520 01  WS-RULED-LIST-SWITCH PIC X(01) VALUE 'N'.
001530     88  WS-RULED-LIST              VALUE 'Y'.
001540 01  WS-A-FOUND-SWITCH PIC X(01) VALUE 'N'.
001550     88  WS-A-FOUND                 VALUE 'Y'.
001560 01  WS-B-FOUND-SWITCH PIC X(01) VALUE 'N'.
001570     88  WS-B-FOUND                 VALUE 'Y'.
001580******************************************************************
001590*    CELL LOOKUP WORKING STORAGE - 7000 FINDS THE CURRENT ITEM
001600*    KEY'S CELL ON WS-LOOKUP-LIST-ID AND RETURNS ITS STATUS AND
001610*    QUANTITY.
001620******************************************************************
001630 01  WS-LOOKUP-LIST-ID PIC X(20) VALUE SPACES.
001640 01  WS-LOOKUP-EOF-SWITCH PIC X(01) VALUE 'N'.
001650     88  WS-LOOKUP-EOF              VALUE 'Y'.
001660 01  WS-CELL-FOUND-SWITCH PIC X(01) VALUE 'N'.
001670     88  WS-CELL-FOUND              VALUE 'Y'.
001680 01  WS-CELL-STATUS PIC X(01) VALUE SPACE.
001690 01  WS-CELL-QUANTITY PIC 9(07) VALUE ZERO.
001700 01  WS-CELL-QTY-SWITCH PIC X(01) VALUE 'N'.
001710     88  WS-CELL-HAS-QTY            VALUE 'Y'.
001720******************************************************************
001730*    OPERATOR ALERT WORKING STORAGE
001740******************************************************************
001750 01  WS-ALERT-TEXT PIC X(60) VALUE SPACES.
001760 01  WS-ALERT-COUNT-EDIT PIC Z(08)9.
001770 01  WS-ALERT-LEAD PIC S9(4) COMP VALUE ZERO.
001780******************************************************************
001790*    RUN-TOTAL WORKING STORAGE
001800******************************************************************
001810 01  WS-RULES-READ PIC S9(9) VALUE ZERO.
001820 01  WS-RULES-REJECTED PIC S9(9) VALUE ZERO.
001830 01  WS-XREF-READ PIC S9(9) VALUE ZERO.
001840 01  WS-ITEMS-CHECKED PIC S9(9) VALUE ZERO.
001850 01  WS-CRITICAL-BREACHES PIC S9(9) VALUE ZERO.
001860 01  WS-WARNING-BREACHES PIC S9(9) VALUE ZERO.
001870 01  WS-STALE-ENTRIES PIC S9(9) VALUE ZERO.
001880 01  WS-LISTS-DROPPED PIC S9(9) VALUE ZERO.
001890 01  WS-ALERTS-WRITTEN PIC S9(9) VALUE ZERO.
001900******************************************************************
001910*    REPORT-LINE WORKING STORAGE
001920******************************************************************
001930 01  WS-HEADING-LINE-1.
001940     05  FILLER PIC X(33)
001950         VALUE 'CROSS-LIST CONSISTENCY RULE CHECK'.
001960     05  FILLER PIC X(02) VALUE SPACES.
001970     05  FILLER PIC X(10) VALUE 'RUN DATE: '.
001980     05  RH-RUN-DATE PIC 9(06).
001990     05  FILLER PIC X(81) VALUE SPACES.
002000 01  WS-HEADING-LINE-2.
002010     05  FILLER PIC X(22) VALUE 'ITEM KEY'.
002020     05  FILLER PIC X(11) VALUE 'RULE'.
002030     05  FILLER PIC X(06) VALUE 'SEV'.
002040     05  FILLER PIC X(21) VALUE 'LIST A'.
002050     05  FILLER PIC X(02) VALUE 'S'.
002060     05  FILLER PIC X(07) VALUE '    QTY'.
002070     05  FILLER PIC X(02) VALUE SPACES.
002080     05  FILLER PIC X(21) VALUE 'LIST B'.
002090     05  FILLER PIC X(02) VALUE 'S'.
002100     05  FILLER PIC X(07) VALUE '    QTY'.
002110     05  FILLER PIC X(02) VALUE SPACES.
002120     05  FILLER PIC X(29) VALUE 'NOTE'.
002130 01  WS-DETAIL-LINE.
002140     05  RL-ITEM-KEY PIC X(20).
002150     05  FILLER PIC X(02) VALUE SPACES.
002160     05  RL-RULE PIC X(09).
002170     05  FILLER PIC X(02) VALUE SPACES.
002180     05  RL-SEVERITY PIC X(04).
002190     05  FILLER PIC X(02) VALUE SPACES.
002200     05  RL-LIST-A PIC X(20).
002210     05  FILLER PIC X(01) VALUE SPACES.
002220     05  RL-A-STATUS PIC X(01).
002230     05  FILLER PIC X(01) VALUE SPACES.
002240     05  RL-A-QTY PIC ZZZZZZ9.
002250     05  RL-A-QTY-X REDEFINES RL-A-QTY PIC X(07).
002260     05  FILLER PIC X(02) VALUE SPACES.
002270     05  RL-LIST-B PIC X(20).
002280     05  FILLER PIC X(01) VALUE SPACES.
002290     05  RL-B-STATUS PIC X(01).
002300     05  FILLER PIC X(01) VALUE SPACES.
002310     05  RL-B-QTY PIC ZZZZZZ9.
002320     05  RL-B-QTY-X REDEFINES RL-B-QTY PIC X(07).
002330     05  FILLER PIC X(02) VALUE SPACES.
002340     05  RL-NOTE PIC X(29).
002350 01  WS-NO-BREACH-LINE.
002360     05  FILLER PIC X(40) VALUE
002370         'NO ITEM KEY BREAKS ANY CROSS-LIST RULE'.
002380     05  FILLER PIC X(92) VALUE SPACES.
002390 01  WS-SUMMARY-HEADING-1.
002400     05  FILLER PIC X(12) VALUE 'RULE SUMMARY'.
002410     05  FILLER PIC X(120) VALUE SPACES.
002420 01  WS-SUMMARY-HEADING-2.
002430     05  FILLER PIC X(22) VALUE 'LIST A'.
002440     05  FILLER PIC X(11) VALUE 'RULE'.
002450     05  FILLER PIC X(22) VALUE 'LIST B'.
002460     05  FILLER PIC X(06) VALUE 'SEV'.
002470     05  FILLER PIC X(11) VALUE ' BREACHES'.
002480     05  FILLER PIC X(60) VALUE 'DESCRIPTION'.
002490 01  WS-SUMMARY-LINE.
002500     05  RS-LIST-A PIC X(20).
002510     05  FILLER PIC X(02) VALUE SPACES.
002520     05  RS-RULE PIC X(09).
002530     05  FILLER PIC X(02) VALUE SPACES.
002540     05  RS-LIST-B PIC X(20).
002550     05  FILLER PIC X(02) VALUE SPACES.
002560     05  RS-SEVERITY PIC X(04).
002570     05  FILLER PIC X(02) VALUE SPACES.
002580     05  RS-BREACHES PIC ZZZZZZZZ9.
002590     05  FILLER PIC X(02) VALUE SPACES.
002600     05  RS-DESCRIPTION PIC X(30).
002610     05  FILLER PIC X(30) VALUE SPACES.
002620 01  WS-COUNT-LINE.
002630     05  RL-COUNT-LABEL PIC X(40).
002640     05  RL-COUNT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.
002650     05  FILLER PIC X(78) VALUE SPACES.
002660 01  WS-BLANK-LINE PIC X(132) VALUE SPACES.
002670 LINKAGE SECTION.
002680 PROCEDURE DIVISION.
002690******************************************************************
002700*    0000-MAINLINE
002710******************************************************************
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 2000-LOAD-RULES THRU 2000-EXIT.
002750     IF NOT WS-CHECK-ABORT
002760         PERFORM 3000-SCAN-XREFFILE THRU 3000-EXIT
002770         PERFORM 5000-REPORT-RULES THRU 5000-EXIT
002780     END-IF.
002790     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002800     IF WS-CHECK-ABORT
002810         OR WS-CRITICAL-BREACHES IS GREATER THAN ZERO
002820         MOVE 8 TO RETURN-CODE
002830     ELSE
002840         IF WS-WARNING-BREACHES IS GREATER THAN ZERO
002850             OR WS-RULES-REJECTED IS GREATER THAN ZERO
002860             OR WS-STALE-ENTRIES IS GREATER THAN ZERO
002870             OR WS-LISTS-DROPPED IS GREATER THAN ZERO
002880             MOVE 4 TO RETURN-CODE
002890         END-IF
002900     END-IF.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920     GOBACK.
002930******************************************************************
002940*    1000-INITIALIZE - OPEN THE RULE, CROSS-REFERENCE, LIST,
002950*    REPORT AND ALERT DATASETS. EVERYTHING BUT THE REPORT AND
002960*    THE ALERTS IS READ ONLY. OPALFILE IS APPENDED TO, AND
002970*    CREATED EMPTY FIRST WHEN THIS IS THE CYCLE'S FIRST ALERT
002980*    WRITER.
002990******************************************************************
003000 1000-INITIALIZE.
003010     OPEN INPUT RULEFILE.
003020     OPEN INPUT XREFFILE.
003030     OPEN INPUT LISTFILE.
003040     OPEN OUTPUT PRTFILE.
003050     OPEN EXTEND OPALFILE.
003060     IF WS-OPALFILE-NOT-FOUND
003070         OPEN OUTPUT OPALFILE
003080         CLOSE OPALFILE
003090         OPEN EXTEND OPALFILE
003100     END-IF.
003110     ACCEPT WS-CURRENT-DATE FROM DATE.
003120     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
003130 1000-EXIT.
003140     EXIT.
003150******************************************************************
003160*    2000-LOAD-RULES - READ RULEFILE INTO THE RULE TABLE. THE
003170*    CHECK CANNOT RUN WITHOUT RULES, A CROSS-REFERENCE TO TEST
003180*    THEM AGAINST, OR THE CELLS BEHIND IT, AND A NIGHT WITH
003190*    NOTHING CHECKED IS NOT A CLEAN ONE, SO ANY OF THOSE
003200*    MISSING ABANDONS THE RUN.
003210******************************************************************
003220 2000-LOAD-RULES.
003230     IF WS-RULEFILE-NOT-FOUND
003240         DISPLAY "RULEFILE NOT FOUND - NO CROSS-LIST RULES TO"
003250             " CHECK"
003260         MOVE 'Y' TO WS-CHECK-ABORT-SWITCH
003270         GO TO 2000-EXIT
003280     END-IF.
003290     IF WS-XREFFILE-NOT-FOUND
003300         DISPLAY "XREFFILE NOT FOUND - RUN XrefBuild (PROGRAM22)"
003310             " BEFORE THE RULE CHECK"
003320         MOVE 'Y' TO WS-CHECK-ABORT-SWITCH
003330         GO TO 2000-EXIT
003340     END-IF.
003350     IF WS-LISTFILE-NOT-FOUND
003360         DISPLAY "LISTFILE NOT FOUND - NO CELLS TO CHECK"
003370         MOVE 'Y' TO WS-CHECK-ABORT-SWITCH
003380         GO TO 2000-EXIT
003390     END-IF.
003400     PERFORM 2100-LOAD-ONE-RULE THRU 2100-EXIT
003410         UNTIL WS-EOF.
003420     MOVE 'N' TO WS-EOF-SWITCH.
003430     IF WS-RULE-COUNT IS EQUAL TO ZERO
003440         DISPLAY "RULEFILE HOLDS NO VALID RULES - NOTHING"
003450             " CHECKED"
003460         MOVE 'Y' TO WS-CHECK-ABORT-SWITCH
003470     END-IF.
003480 2000-EXIT.
003490     EXIT.
003500******************************************************************
003510*    2100-LOAD-ONE-RULE - ONE RULE CARD. COMMENT AND BLANK
003520*    CARDS ARE SKIPPED; A CARD WITHOUT BOTH LISTS, PAIRING A
003530*    LIST WITH ITSELF, WITH AN UNKNOWN RULE TYPE OR SEVERITY,
003540*    OR REPEATING A RULE ALREADY LOADED IS REJECTED. AN
003550*    EXCLUSIVE RULE READS THE SAME EITHER WAY ROUND, SO B/A
003560*    REPEATS A/B.
003570******************************************************************
003580 2100-LOAD-ONE-RULE.
003590     READ RULEFILE
003600         AT END
003610             MOVE 'Y' TO WS-EOF-SWITCH
003620             GO TO 2100-EXIT
003630     END-READ.
003640     IF RULE-RECORD IS EQUAL TO SPACES
003650         OR RU-LIST-A(1:1) IS EQUAL TO '*'
003660         GO TO 2100-EXIT
003670     END-IF.
003680     ADD 1 TO WS-RULES-READ.
003690     IF RU-LIST-A IS EQUAL TO SPACES
003700         OR RU-LIST-B IS EQUAL TO SPACES
003710         DISPLAY "RULE CARD " RU-LIST-A " " RU-LIST-B
003720             " INCOMPLETE - REJECTED"
003730         ADD 1 TO WS-RULES-REJECTED
003740         GO TO 2100-EXIT
003750     END-IF.
003760     IF RU-LIST-A IS EQUAL TO RU-LIST-B
003770         DISPLAY "RULE CARD " RU-LIST-A " PAIRS A LIST WITH"
003780             " ITSELF - REJECTED"
003790         ADD 1 TO WS-RULES-REJECTED
003800         GO TO 2100-EXIT
003810     END-IF.
003820     IF NOT RU-EXCLUSIVE AND NOT RU-REQUIRES
003830         DISPLAY "RULE CARD " RU-LIST-A " " RU-LIST-B
003840             " TYPE '" RU-RULE-TYPE "' NOT X OR R - REJECTED"
003850         ADD 1 TO WS-RULES-REJECTED
003860         GO TO 2100-EXIT
003870     END-IF.
003880     IF NOT RU-CRITICAL AND NOT RU-WARNING
003890         DISPLAY "RULE CARD " RU-LIST-A " " RU-LIST-B
003900             " SEVERITY '" RU-SEVERITY "' NOT C OR W - REJECTED"
003910         ADD 1 TO WS-RULES-REJECTED
003920         GO TO 2100-EXIT
003930     END-IF.
003940     MOVE 'N' TO WS-DUPLICATE-SWITCH.
003950     PERFORM 2200-CHECK-DUPLICATE THRU 2200-EXIT
003960         VARYING RULINDEX FROM 1 BY 1
003970         UNTIL RULINDEX IS GREATER THAN WS-RULE-COUNT
003980         OR WS-DUPLICATE.
003990     IF WS-DUPLICATE
004000         DISPLAY "RULE CARD " RU-LIST-A " " RU-LIST-B
004010             " REPEATS AN EARLIER RULE - REJECTED"
004020         ADD 1 TO WS-RULES-REJECTED
004030         GO TO 2100-EXIT
004040     END-IF.
004050     IF WS-RULE-COUNT IS NOT LESS THAN WS-MAX-RULES
004060         DISPLAY "RULE TABLE FULL AT " WS-MAX-RULES
004070             " RULES - " RU-LIST-A " " RU-LIST-B " REJECTED"
004080         ADD 1 TO WS-RULES-REJECTED
004090         GO TO 2100-EXIT
004100     END-IF.
004110     ADD 1 TO WS-RULE-COUNT.
004120     SET RULINDEX TO WS-RULE-COUNT.
004130     MOVE RU-LIST-A TO RT-LIST-A(RULINDEX).
004140     MOVE RU-LIST-B TO RT-LIST-B(RULINDEX).
004150     MOVE RU-RULE-TYPE TO RT-RULE-TYPE(RULINDEX).
004160     IF RU-WARNING
004170         MOVE 'W' TO RT-SEVERITY(RULINDEX)
004180     ELSE
004190         MOVE 'C' TO RT-SEVERITY(RULINDEX)
004200     END-IF.
004210     MOVE RU-DESCRIPTION TO RT-DESCRIPTION(RULINDEX).
004220     MOVE ZERO TO RT-BREACH-COUNT(RULINDEX).
004230 2100-EXIT.
004240     EXIT.
004250 2200-CHECK-DUPLICATE.
004260     IF RT-RULE-TYPE(RULINDEX) IS NOT EQUAL TO RU-RULE-TYPE
004270         GO TO 2200-EXIT
004280     END-IF.
004290     IF RT-LIST-A(RULINDEX) IS EQUAL TO RU-LIST-A
004300         AND RT-LIST-B(RULINDEX) IS EQUAL TO RU-LIST-B
004310         MOVE 'Y' TO WS-DUPLICATE-SWITCH
004320     END-IF.
004330     IF RU-EXCLUSIVE
004340         AND RT-LIST-A(RULINDEX) IS EQUAL TO RU-LIST-B
004350         AND RT-LIST-B(RULINDEX) IS EQUAL TO RU-LIST-A
004360         MOVE 'Y' TO WS-DUPLICATE-SWITCH
004370     END-IF.
004380 2200-EXIT.
004390     EXIT.
004400******************************************************************
004410*    3000-SCAN-XREFFILE - ONE PASS OVER THE CROSS-REFERENCE IN
004420*    KEY ORDER. EVERY LIST HOLDING AN ITEM KEY FOLLOWS THE
004430*    KEY'S FIRST ENTRY CONTIGUOUSLY, SO A CHANGE OF ITEM KEY
004440*    MEANS THE PREVIOUS KEY'S LISTS ARE ALL GATHERED AND ITS
004450*    RULES CAN BE TESTED. THE LAST KEY IS TESTED AT END OF
004460*    FILE.
004470******************************************************************
004480 3000-SCAN-XREFFILE.
004490     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
004500     WRITE PRT-LINE.
004510     MOVE WS-BLANK-LINE TO PRT-LINE.
004520     WRITE PRT-LINE.
004530     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
004540     WRITE PRT-LINE.
004550     MOVE LOW-VALUES TO XR-XREF-KEY.
004560     START XREFFILE KEY IS NOT LESS THAN XR-XREF-KEY
004570         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
004580     END-START.
004590     PERFORM 3100-READ-ONE-XREF THRU 3100-EXIT
004600         UNTIL WS-EOF.
004610     IF WS-ITEM-LIST-COUNT IS GREATER THAN ZERO
004620         PERFORM 4000-CHECK-ITEM THRU 4000-EXIT
004630     END-IF.
004640     IF WS-CRITICAL-BREACHES IS EQUAL TO ZERO
004650         AND WS-WARNING-BREACHES IS EQUAL TO ZERO
004660         MOVE WS-NO-BREACH-LINE TO PRT-LINE
004670         WRITE PRT-LINE
004680     END-IF.
004690 3000-EXIT.
004700     EXIT.
004710******************************************************************
004720*    3100-READ-ONE-XREF - ONE CROSS-REFERENCE ENTRY. A NEW ITEM
004730*    KEY FIRST TESTS THE ONE BEFORE IT, THEN STARTS A FRESH
004740*    GATHERING. ONLY LISTS SOME RULE NAMES ARE KEPT.
004750******************************************************************
004760 3100-READ-ONE-XREF.
004770     READ XREFFILE NEXT RECORD
004780         AT END
004790             MOVE 'Y' TO WS-EOF-SWITCH
004800             GO TO 3100-EXIT
004810     END-READ.
004820     ADD 1 TO WS-XREF-READ.
004830     IF XR-ITEM-KEY IS NOT EQUAL TO WS-CURRENT-ITEM-KEY
004840         IF WS-ITEM-LIST-COUNT IS GREATER THAN ZERO
004850             PERFORM 4000-CHECK-ITEM THRU 4000-EXIT
004860         END-IF
004870         MOVE XR-ITEM-KEY TO WS-CURRENT-ITEM-KEY
004880         MOVE ZERO TO WS-ITEM-LIST-COUNT
004890         ADD 1 TO WS-ITEMS-CHECKED
004900     END-IF.
004910     MOVE 'N' TO WS-RULED-LIST-SWITCH.
004920     PERFORM 3200-CHECK-RULED-LIST THRU 3200-EXIT
004930         VARYING RULINDEX FROM 1 BY 1
004940         UNTIL RULINDEX IS GREATER THAN WS-RULE-COUNT
004950         OR WS-RULED-LIST.
004960     IF NOT WS-RULED-LIST
004970         GO TO 3100-EXIT
004980     END-IF.
004990     IF WS-ITEM-LIST-COUNT IS NOT LESS THAN WS-MAX-ITEM-LISTS
005000         DISPLAY "ITEM " XR-ITEM-KEY " IS ON MORE THAN "
005010             WS-MAX-ITEM-LISTS " RULED LISTS - " XR-LIST-ID
005020             " NOT CHECKED"
005030         ADD 1 TO WS-LISTS-DROPPED
005040         GO TO 3100-EXIT
005050     END-IF.
005060     ADD 1 TO WS-ITEM-LIST-COUNT.
005070     MOVE XR-LIST-ID TO IL-LIST-ID(WS-ITEM-LIST-COUNT).
005080 3100-EXIT.
005090     EXIT.
005100 3200-CHECK-RULED-LIST.
005110     IF RT-LIST-A(RULINDEX) IS EQUAL TO XR-LIST-ID
005120         OR RT-LIST-B(RULINDEX) IS EQUAL TO XR-LIST-ID
005130         MOVE 'Y' TO WS-RULED-LIST-SWITCH
005140     END-IF.
005150 3200-EXIT.
005160     EXIT.
005170******************************************************************
005180*    4000-CHECK-ITEM - TEST THE GATHERED ITEM KEY AGAINST EVERY
005190*    RULE.
005200******************************************************************
005210 4000-CHECK-ITEM.
005220     PERFORM 4100-CHECK-ONE-RULE THRU 4100-EXIT
005230         VARYING RULINDEX FROM 1 BY 1
005240         UNTIL RULINDEX IS GREATER THAN WS-RULE-COUNT.
005250 4000-EXIT.
005260     EXIT.
005270******************************************************************
005280*    4100-CHECK-ONE-RULE - AN EXCLUSIVE RULE IS BROKEN WHEN THE
005290*    KEY IS ON BOTH LISTS; A REQUIRES RULE WHEN IT IS ON LIST A
005300*    BUT NOT ON LIST B.
005310******************************************************************
005320 4100-CHECK-ONE-RULE.
005330     MOVE 'N' TO WS-A-FOUND-SWITCH.
005340     MOVE 'N' TO WS-B-FOUND-SWITCH.
005350     PERFORM 4200-MATCH-ONE-LIST THRU 4200-EXIT
005360         VARYING ILINDEX FROM 1 BY 1
005370         UNTIL ILINDEX IS GREATER THAN WS-ITEM-LIST-COUNT.
005380     IF NOT WS-A-FOUND
005390         GO TO 4100-EXIT
005400     END-IF.
005410     IF RT-EXCLUSIVE(RULINDEX) AND WS-B-FOUND
005420         PERFORM 4300-REPORT-BREACH THRU 4300-EXIT
005430     END-IF.
005440     IF RT-REQUIRES(RULINDEX) AND NOT WS-B-FOUND
005450         PERFORM 4300-REPORT-BREACH THRU 4300-EXIT
005460     END-IF.
005470 4100-EXIT.
005480     EXIT.
005490 4200-MATCH-ONE-LIST.
005500     IF IL-LIST-ID(ILINDEX) IS EQUAL TO RT-LIST-A(RULINDEX)
005510         MOVE 'Y' TO WS-A-FOUND-SWITCH
005520     END-IF.
005530     IF IL-LIST-ID(ILINDEX) IS EQUAL TO RT-LIST-B(RULINDEX)
005540         MOVE 'Y' TO WS-B-FOUND-SWITCH
005550     END-IF.
005560 4200-EXIT.
005570     EXIT.
005580******************************************************************
005590*    4300-REPORT-BREACH - COUNT THE BREACH AGAINST ITS RULE AND
005600*    ITS SEVERITY AND PRINT IT WITH THE KEY'S CELL ON EACH
005610*    LIST. A LIST THE KEY IS MISSING FROM PRINTS NO CELL.
005620******************************************************************
005630 4300-REPORT-BREACH.
005640     ADD 1 TO RT-BREACH-COUNT(RULINDEX).
005650     IF RT-CRITICAL(RULINDEX)
005660         ADD 1 TO WS-CRITICAL-BREACHES
005670         MOVE 'CRIT' TO RL-SEVERITY
005680     ELSE
005690         ADD 1 TO WS-WARNING-BREACHES
005700         MOVE 'WARN' TO RL-SEVERITY
005710     END-IF.
005720     MOVE WS-CURRENT-ITEM-KEY TO RL-ITEM-KEY.
005730     IF RT-EXCLUSIVE(RULINDEX)
005740         MOVE 'EXCLUSIVE' TO RL-RULE
005750     ELSE
005760         MOVE 'REQUIRES' TO RL-RULE
005770     END-IF.
005780     MOVE SPACES TO RL-NOTE.
005790     MOVE RT-LIST-A(RULINDEX) TO RL-LIST-A.
005800     MOVE RT-LIST-A(RULINDEX) TO WS-LOOKUP-LIST-ID.
005810     PERFORM 7000-FIND-CELL THRU 7000-EXIT.
005820     MOVE WS-CELL-STATUS TO RL-A-STATUS.
005830     IF WS-CELL-HAS-QTY
005840         MOVE WS-CELL-QUANTITY TO RL-A-QTY
005850     ELSE
005860         MOVE SPACES TO RL-A-QTY-X
005870     END-IF.
005880     MOVE RT-LIST-B(RULINDEX) TO RL-LIST-B.
005890     IF WS-B-FOUND
005900         MOVE RT-LIST-B(RULINDEX) TO WS-LOOKUP-LIST-ID
005910         PERFORM 7000-FIND-CELL THRU 7000-EXIT
005920         MOVE WS-CELL-STATUS TO RL-B-STATUS
005930         IF WS-CELL-HAS-QTY
005940             MOVE WS-CELL-QUANTITY TO RL-B-QTY
005950         ELSE
005960             MOVE SPACES TO RL-B-QTY-X
005970         END-IF
005980     ELSE
005990         MOVE SPACE TO RL-B-STATUS
006000         MOVE SPACES TO RL-B-QTY-X
006010         IF RL-NOTE IS EQUAL TO SPACES
006020             MOVE 'NOT ON LIST B' TO RL-NOTE
006030         END-IF
006040     END-IF.
006050     MOVE WS-DETAIL-LINE TO PRT-LINE.
006060     WRITE PRT-LINE.
006070 4300-EXIT.
006080     EXIT.
006090******************************************************************
006100*    5000-REPORT-RULES - THE RULE SUMMARY: EVERY RULE WITH ITS
006110*    BREACH COUNT. A CRITICAL RULE WITH BREACHES RAISES ONE
006120*    OPERATOR ALERT - ONE PER RULE RATHER THAN ONE PER KEY, SO
006130*    A BAD NIGHT PAGES ONCE FOR EACH RULE BROKEN AND THE KEYS
006140*    ARE WORKED FROM THIS REPORT.
006150******************************************************************
006160 5000-REPORT-RULES.
006170     MOVE WS-BLANK-LINE TO PRT-LINE.
006180     WRITE PRT-LINE.
006190     MOVE WS-SUMMARY-HEADING-1 TO PRT-LINE.
006200     WRITE PRT-LINE.
006210     MOVE WS-SUMMARY-HEADING-2 TO PRT-LINE.
006220     WRITE PRT-LINE.
006230     PERFORM 5100-REPORT-ONE-RULE THRU 5100-EXIT
006240         VARYING RULINDEX FROM 1 BY 1
006250         UNTIL RULINDEX IS GREATER THAN WS-RULE-COUNT.
006260 5000-EXIT.
006270     EXIT.
006280 5100-REPORT-ONE-RULE.
006290     MOVE RT-LIST-A(RULINDEX) TO RS-LIST-A.
006300     MOVE RT-LIST-B(RULINDEX) TO RS-LIST-B.
006310     IF RT-EXCLUSIVE(RULINDEX)
006320         MOVE 'EXCLUSIVE' TO RS-RULE
006330     ELSE
006340         MOVE 'REQUIRES' TO RS-RULE
006350     END-IF.
006360     IF RT-CRITICAL(RULINDEX)
006370         MOVE 'CRIT' TO RS-SEVERITY
006380     ELSE
006390         MOVE 'WARN' TO RS-SEVERITY
006400     END-IF.
006410     MOVE RT-BREACH-COUNT(RULINDEX) TO RS-BREACHES.
006420     MOVE RT-DESCRIPTION(RULINDEX) TO RS-DESCRIPTION.
006430     MOVE WS-SUMMARY-LINE TO PRT-LINE.
006440     WRITE PRT-LINE.
006450     IF RT-CRITICAL(RULINDEX)
006460         AND RT-BREACH-COUNT(RULINDEX) IS GREATER THAN ZERO
006470         PERFORM 7800-WRITE-OPER-ALERT THRU 7800-EXIT
006480     END-IF.
006490 5100-EXIT.
006500     EXIT.
006510******************************************************************
006520*    7000-FIND-CELL - WALK WS-LOOKUP-LIST-ID FROM ITS FIRST CELL
006530*    FOR THE CURRENT ITEM KEY AND RETURN THE FIRST MATCHING
006540*    CELL'S STATUS AND QUANTITY. THE IN-USE MARKER AT INDEX
006550*    ZERO IS STEPPED OVER BY STARTING AT INDEX 1. A KEY THE
006560*    CROSS-REFERENCE PLACES ON THE LIST BUT THE LIST DOES NOT
006570*    CARRY MEANS XREFFILE IS STALE - THE CELL PRINTS AS '?'.
006575*    A LEGACY FREE-TEXT CELL HAS NO QUANTITY TO RETURN.
006580******************************************************************
006590 7000-FIND-CELL.
006600     MOVE 'N' TO WS-CELL-FOUND-SWITCH.
006610     MOVE 'N' TO WS-LOOKUP-EOF-SWITCH.
006620     MOVE '?' TO WS-CELL-STATUS.
006630     MOVE 'N' TO WS-CELL-QTY-SWITCH.
006640     MOVE WS-LOOKUP-LIST-ID TO LR-LIST-ID.
006650     MOVE 1 TO LR-LIST-INDEX.
006660     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
006670         INVALID KEY MOVE 'Y' TO WS-LOOKUP-EOF-SWITCH
006680     END-START.
006690     PERFORM 7100-READ-ONE-CELL THRU 7100-EXIT
006700         UNTIL WS-LOOKUP-EOF
006710         OR WS-CELL-FOUND.
006720     IF NOT WS-CELL-FOUND
006730         ADD 1 TO WS-STALE-ENTRIES
006740         MOVE 'XREF STALE - RUN XrefBuild' TO RL-NOTE
006750     END-IF.
006760 7000-EXIT.
006770     EXIT.
006780 7100-READ-ONE-CELL.
006790     READ LISTFILE NEXT RECORD
006800         AT END
006810             MOVE 'Y' TO WS-LOOKUP-EOF-SWITCH
006820             GO TO 7100-EXIT
006830     END-READ.
006840     IF LR-LIST-ID IS NOT EQUAL TO WS-LOOKUP-LIST-ID
006850         MOVE 'Y' TO WS-LOOKUP-EOF-SWITCH
006860         GO TO 7100-EXIT
006870     END-IF.
006880     IF LR-ITEM-KEY IS NOT EQUAL TO WS-CURRENT-ITEM-KEY
006890         GO TO 7100-EXIT
006900     END-IF.
006910     MOVE 'Y' TO WS-CELL-FOUND-SWITCH.
006920     MOVE LR-STATUS-CODE TO WS-CELL-STATUS.
006930     IF LR-QUANTITY IS NUMERIC
006932         MOVE LR-QUANTITY TO WS-CELL-QUANTITY
006934         MOVE 'Y' TO WS-CELL-QTY-SWITCH
006936     END-IF.
006940 7100-EXIT.
006950     EXIT.
006960******************************************************************
006970*    7800-WRITE-OPER-ALERT - APPEND ONE CRITICAL LINE FOR THE
006980*    RULE TO THE COMMON OPERATOR ALERT DATASET SO AlertReport
006990*    (PROGRAM28) PAGES ON IT AND LOGS IT AS AN INCIDENT. THE
007000*    BREACH COUNT IS PLACED WITHOUT ITS LEADING BLANKS.
007010******************************************************************
007020 7800-WRITE-OPER-ALERT.
007030     MOVE RT-BREACH-COUNT(RULINDEX) TO WS-ALERT-COUNT-EDIT.
007040     MOVE ZERO TO WS-ALERT-LEAD.
007050     INSPECT WS-ALERT-COUNT-EDIT TALLYING WS-ALERT-LEAD
007060         FOR LEADING SPACES.
007070     MOVE SPACES TO WS-ALERT-TEXT.
007080     IF RT-EXCLUSIVE(RULINDEX)
007090         STRING WS-ALERT-COUNT-EDIT(WS-ALERT-LEAD + 1:)
007100             DELIMITED BY SIZE
007110             ' KEY(S) ALSO ON EXCLUSIVE LIST ' DELIMITED BY SIZE
007120             RT-LIST-B(RULINDEX) DELIMITED BY SPACE
007130             INTO WS-ALERT-TEXT
007140     ELSE
007150         STRING WS-ALERT-COUNT-EDIT(WS-ALERT-LEAD + 1:)
007160             DELIMITED BY SIZE
007170             ' KEY(S) MISSING FROM REQUIRED LIST '
007180             DELIMITED BY SIZE
007190             RT-LIST-B(RULINDEX) DELIMITED BY SPACE
007200             INTO WS-ALERT-TEXT
007210     END-IF.
007220     ACCEPT WS-CURRENT-DATE FROM DATE.
007230     ACCEPT WS-CURRENT-TIME FROM TIME.
007240     MOVE SPACES TO OPALERT-RECORD.
007250     MOVE WS-CURRENT-DATE TO OA-DATE.
007260     MOVE WS-CURRENT-TIME TO OA-TIME.
007270     MOVE '1' TO OA-SEVERITY.
007280     MOVE 'PROGRAM40' TO OA-PROGRAM.
007290     MOVE RT-LIST-A(RULINDEX) TO OA-LIST-ID.
007300     MOVE 'XLRULE' TO OA-CONDITION.
007310     MOVE WS-ALERT-TEXT TO OA-TEXT.
007320     WRITE OPALERT-RECORD.
007330     ADD 1 TO WS-ALERTS-WRITTEN.
007340 7800-EXIT.
007350     EXIT.
007360******************************************************************
007370*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE RULE, KEY
007380*    AND BREACH COUNTS.
007390******************************************************************
007400 8000-PRINT-TOTALS.
007410     MOVE WS-BLANK-LINE TO PRT-LINE.
007420     WRITE PRT-LINE.
007430     MOVE 'RULE CARDS READ' TO RL-COUNT-LABEL.
007440     MOVE WS-RULES-READ TO RL-COUNT-VALUE.
007450     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007460     MOVE '  REJECTED' TO RL-COUNT-LABEL.
007470     MOVE WS-RULES-REJECTED TO RL-COUNT-VALUE.
007480     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007490     MOVE '  CHECKED' TO RL-COUNT-LABEL.
007500     MOVE WS-RULE-COUNT TO RL-COUNT-VALUE.
007510     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007520     MOVE 'CROSS-REFERENCE ENTRIES READ' TO RL-COUNT-LABEL.
007530     MOVE WS-XREF-READ TO RL-COUNT-VALUE.
007540     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007550     MOVE 'ITEM KEYS CHECKED' TO RL-COUNT-LABEL.
007560     MOVE WS-ITEMS-CHECKED TO RL-COUNT-VALUE.
007570     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007580     MOVE 'CRITICAL BREACHES' TO RL-COUNT-LABEL.
007590     MOVE WS-CRITICAL-BREACHES TO RL-COUNT-VALUE.
007600     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007610     MOVE 'WARNING BREACHES' TO RL-COUNT-LABEL.
007620     MOVE WS-WARNING-BREACHES TO RL-COUNT-VALUE.
007630     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007640     MOVE 'CROSS-REFERENCE ENTRIES WITH NO CELL' TO
007650         RL-COUNT-LABEL.
007660     MOVE WS-STALE-ENTRIES TO RL-COUNT-VALUE.
007670     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007680     MOVE 'RULED LISTS NOT CHECKED (TABLE FULL)' TO
007690         RL-COUNT-LABEL.
007700     MOVE WS-LISTS-DROPPED TO RL-COUNT-VALUE.
007710     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007720     MOVE 'OPERATOR ALERTS WRITTEN' TO RL-COUNT-LABEL.
007730     MOVE WS-ALERTS-WRITTEN TO RL-COUNT-VALUE.
007740     PERFORM 8100-PRINT-ONE-COUNT THRU 8100-EXIT.
007750     IF WS-CHECK-ABORT
007760         DISPLAY "RULE CHECK ABANDONED - NO RULES CHECKED"
007770     ELSE
007780         DISPLAY "RULE CHECK - " WS-RULE-COUNT " RULES, "
007790             WS-CRITICAL-BREACHES " CRITICAL AND "
007800             WS-WARNING-BREACHES " WARNING BREACHES"
007810     END-IF.
007820 8000-EXIT.
007830     EXIT.
007840 8100-PRINT-ONE-COUNT.
007850     MOVE WS-COUNT-LINE TO PRT-LINE.
007860     WRITE PRT-LINE.
007870 8100-EXIT.
007880     EXIT.
007890******************************************************************
007900*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
007910******************************************************************
007920 9000-TERMINATE.
007930     CLOSE PRTFILE.
007940     CLOSE OPALFILE.
007950     IF NOT WS-RULEFILE-NOT-FOUND
007960         CLOSE RULEFILE
007970     END-IF.
007980     IF NOT WS-XREFFILE-NOT-FOUND
007990         CLOSE XREFFILE
008000     END-IF.
008010     IF NOT WS-LISTFILE-NOT-FOUND
008020         CLOSE LISTFILE
008030     END-IF.
008040 9000-EXIT.
008050     EXIT.
008060 END PROGRAM Program40.
