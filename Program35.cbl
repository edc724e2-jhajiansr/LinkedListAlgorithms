000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Program35 AS "IncidentMgr".
000120 AUTHOR. S R JHAJIAN.
000130 INSTALLATION. LINKED LIST ALGORITHMS GROUP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ALL ALGORITHMS IN THESE PROGRAMS ARE FROM "ESSENTIAL
000180*    ALGORITHMS", BY ROD STEPHENS.
000190*
000200*    THIS PROGRAM IS THE ONLINE (CICS) INCIDENT TRANSACTION -
000210*    TRANSID 'INCD'. PROGRAM28 (ALERT REPORT) LOGS EVERY
000220*    OPALFILE ALERT ON INCDFILE AS AN OPEN INCIDENT; THE
000230*    ON-CALL ANALYST USES THIS TRANSACTION TO SEE WHAT IS
000240*    OUTSTANDING, TO ACKNOWLEDGE AN INCIDENT (TAKE OWNERSHIP OF
000250*    IT, WHICH STOPS THE NEXT CYCLE'S ALERT REPORT PAGING ON IT
000260*    AGAIN) AND TO CLOSE IT WITH A RESOLUTION NOTE.
000270*
000280*    INPUT LINE (AFTER THE TRANSID):
000290*      COL  1      ACTION - 'L' = LIST OPEN AND ACKNOWLEDGED
000300*                  INCIDENTS, 'A' = ACKNOWLEDGE, 'C' = CLOSE
000310*      COLS  2-19  INCIDENT KEY YYMMDDHHMMSSCCNNNN (ALERT DATE,
000320*                  ALERT TIME, SEQUENCE) AS THE LIST SHOWS IT.
000330*                  REQUIRED FOR 'A' AND 'C'; FOR 'L' AN
000340*                  OPTIONAL KEY TO START THE LIST FROM, SO THE
000350*                  NEXT PAGE IS 'L' WITH THE KEY THE LAST PAGE
000360*                  ENDED ON.
000370*      COLS 20-79  RESOLUTION NOTE - REQUIRED FOR 'C'
000380*
000390*    ONLY AN OPEN INCIDENT CAN BE ACKNOWLEDGED. AN OPEN OR
000400*    ACKNOWLEDGED INCIDENT CAN BE CLOSED; CLOSING AN OPEN ONE
000410*    ALSO STAMPS THE ACKNOWLEDGEMENT FIELDS, SO EVERY CLOSED
000420*    INCIDENT SHOWS WHO OWNED IT. A CLOSED INCIDENT IS NEVER
000430*    CHANGED AGAIN. THE OPERATOR RECORDED IS THE SIGNED-ON
000440*    USERID. EVERY ACKNOWLEDGEMENT AND CLOSE WRITES THE SAME
000450*    AUDITFILE RECORD THE BATCH UPDATES WRITE, VIA THE
000460*    TRANSIENT DATA QUEUE 'AUDT'.
000470*
000480*    WHO MAY RUN THIS TRANSACTION IS ATTACH-TIME TRANSACTION
000490*    SECURITY ON TRANSID INCD, AS FOR LUPD.
000500*
000510*    CICS RESOURCES: PROGRAM PROGRAM35 (PPT), TRANSID INCD
000520*    (PCT), FILE INCDFILE (FCT, VSAM KSDS, KEYLEN 18,
000530*    IL-INCIDENT-KEY, BROWSE AND UPDATE), TDQUEUE AUDT (DCT,
000540*    EXTRAPARTITION, MAPPED TO AUDITFILE, LRECL 144).
000550*
000560*    MAINTENANCE HISTORY
000570*    DATE       INIT DESCRIPTION
000580*    -------    ---- ------------------------------------------
000590*    2026-10-15 SRJ  ORIGINAL PROGRAM - ONLINE INCIDENT
000600*                    ACKNOWLEDGE AND CLOSE
000610******************************************************************
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 DATA DIVISION.
000650 WORKING-STORAGE SECTION.
000660******************************************************************
000670*    INCIDENT AND AUDIT RECORD WORKING STORAGE - THERE IS NO
000680*    FILE SECTION IN A CICS PROGRAM, SO THE INCDREC AND
000690*    AUDITREC LAYOUTS LIVE HERE.
000700******************************************************************
000710 COPY INCDREC.
000720 COPY AUDITREC.
000730******************************************************************
000740*    TERMINAL INPUT/OUTPUT WORKING STORAGE
000750******************************************************************
000760 01  WS-INPUT-AREA.
000770     05  IN-TRANSID PIC X(04).
000780     05  FILLER PIC X(01).
000790     05  IN-LINE.
000800         10  IN-ACTION PIC X(01).
000810             88  IN-ACTION-LIST      VALUE 'L'.
000820             88  IN-ACTION-ACK       VALUE 'A'.
000830             88  IN-ACTION-CLOSE     VALUE 'C'.
000840             88  IN-VALID-ACTION     VALUES 'L' 'A' 'C'.
000850         10  IN-INCIDENT-KEY PIC X(18).
000860         10  IN-RESOLUTION PIC X(60).
000870 01  WS-INPUT-LENGTH PIC S9(4) COMP VALUE +84.
000880 01  WS-RESP PIC S9(8) COMP VALUE ZERO.
000890******************************************************************
000900*    SCREEN WORKING STORAGE - THE SAME SEND TEXT BLOCK
000910*    PROGRAM15 USES. A LIST PAGE IS A HEADING, A COLUMN
000920*    HEADING AND UP TO SIXTEEN INCIDENT LINES.
000930******************************************************************
000940 01  WS-SCREEN.
000950     05  WS-SCREEN-LINE PIC X(79) OCCURS 20 TIMES.
000960 01  WS-SCREEN-LENGTH PIC S9(4) COMP VALUE +1580.
000970 77  WS-PAGE-SIZE PIC 9(02) VALUE 16.
000980 01  WS-LINE-NO PIC S9(4) COMP VALUE ZERO.
000990 01  WS-WORK-LINE.
001000     05  WL-INCIDENT-KEY PIC X(18).
001010     05  FILLER PIC X(01) VALUE SPACES.
001020     05  WL-SEVERITY PIC X(01).
001030     05  FILLER PIC X(02) VALUE SPACES.
001040     05  WL-STATUS PIC X(01).
001050     05  FILLER PIC X(02) VALUE SPACES.
001060     05  WL-PROGRAM PIC X(10).
001070     05  FILLER PIC X(01) VALUE SPACES.
001080     05  WL-LIST-ID PIC X(20).
001090     05  FILLER PIC X(01) VALUE SPACES.
001100     05  WL-CONDITION PIC X(08).
001110     05  FILLER PIC X(01) VALUE SPACES.
001120     05  WL-PAGE-COUNT PIC ZZ9.
001130     05  FILLER PIC X(01) VALUE SPACES.
001140     05  WL-ACK-OPERATOR PIC X(08).
001150     05  FILLER PIC X(01) VALUE SPACES.
001160 01  WS-PAGE-HEADING.
001170     05  FILLER PIC X(23) VALUE 'INCIDENT KEY       SEV'.
001180     05  FILLER PIC X(23) VALUE 'ST  PROGRAM    LIST ID'.
001190     05  FILLER PIC X(33)
001200         VALUE '           COND.    PGS ACK BY'.
001210******************************************************************
001220*    INCIDENT UPDATE WORKING STORAGE
001230******************************************************************
001240 01  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
001250 01  WS-CURRENT-DATE PIC 9(06) VALUE ZERO.
001260 01  WS-CURRENT-TIME PIC 9(08) VALUE ZERO.
001270 01  WS-BROWSE-EOF-SWITCH PIC X(01) VALUE 'N'.
001280     88  WS-BROWSE-EOF              VALUE 'Y'.
001290 01  WS-LISTED-COUNT PIC S9(4) COMP VALUE ZERO.
001300******************************************************************
001310*    COMMAREA IMAGE - ONE BYTE MARKING THAT THE BANNER HAS
001320*    BEEN SHOWN, SO THE NEXT ENTRY IS TREATED AS INPUT.
001330******************************************************************
001340 01  WS-COMMAREA.
001350     05  CA-BANNER-SHOWN PIC X(01).
001360 LINKAGE SECTION.
001370 01  DFHCOMMAREA PIC X(01).
001380 PROCEDURE DIVISION.
001390******************************************************************
001400*    0000-MAINLINE
001410******************************************************************
001420 0000-MAINLINE.
001430     MOVE SPACE TO CA-BANNER-SHOWN.
001440     IF EIBCALEN IS EQUAL TO ZERO
001450         PERFORM 8000-SEND-BANNER THRU 8000-EXIT
001460         MOVE 'Y' TO CA-BANNER-SHOWN
001470         PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT
001480     END-IF.
001490     MOVE 'Y' TO CA-BANNER-SHOWN.
001500     PERFORM 1000-RECEIVE-INPUT THRU 1000-EXIT.
001510     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT.
001520     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
001530******************************************************************
001540*    1000-RECEIVE-INPUT - TAKE THE TERMINAL LINE. THE TRANSID
001550*    AND A SEPARATOR LEAD IT, THEN THE ACTION CODE, THE
001560*    INCIDENT KEY AND THE RESOLUTION NOTE.
001570******************************************************************
001580 1000-RECEIVE-INPUT.
001590     MOVE SPACES TO WS-INPUT-AREA.
001600     MOVE +84 TO WS-INPUT-LENGTH.
001610     EXEC CICS RECEIVE
001620         INTO(WS-INPUT-AREA)
001630         LENGTH(WS-INPUT-LENGTH)
001640         RESP(WS-RESP)
001650     END-EXEC.
001660 1000-EXIT.
001670     EXIT.
001680******************************************************************
001690*    2000-PROCESS-INPUT - VALIDATE THE LINE AND HAND IT TO THE
001700*    LIST, ACKNOWLEDGE OR CLOSE PARAGRAPH. EVERY REFUSAL SENDS
001710*    ITS REASON TO THE SCREEN AND LEAVES INCDFILE UNTOUCHED.
001720******************************************************************
001730 2000-PROCESS-INPUT.
001740     MOVE SPACES TO WS-SCREEN.
001750     IF NOT IN-VALID-ACTION
001760         MOVE 'ACTION MUST BE L, A OR C (COL 1)'
001770             TO WS-SCREEN-LINE(1)
001780         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
001790         GO TO 2000-EXIT
001800     END-IF.
001810     IF IN-INCIDENT-KEY IS NOT EQUAL TO SPACES
001820         AND IN-INCIDENT-KEY IS NOT NUMERIC
001830         MOVE 'INCIDENT KEY (COLS 2-19) MUST BE 18 DIGITS'
001840             TO WS-SCREEN-LINE(1)
001850         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
001860         GO TO 2000-EXIT
001870     END-IF.
001880     IF IN-ACTION-LIST
001890         PERFORM 3000-LIST-INCIDENTS THRU 3000-EXIT
001900         GO TO 2000-EXIT
001910     END-IF.
001920     IF IN-INCIDENT-KEY IS EQUAL TO SPACES
001930         MOVE 'INCIDENT KEY (COLS 2-19) IS REQUIRED'
001940             TO WS-SCREEN-LINE(1)
001950         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
001960         GO TO 2000-EXIT
001970     END-IF.
001980     IF IN-ACTION-CLOSE
001990         AND IN-RESOLUTION IS EQUAL TO SPACES
002000         MOVE 'RESOLUTION NOTE (COLS 20-79) IS REQUIRED TO CLOSE'
002010             TO WS-SCREEN-LINE(1)
002020         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
002030         GO TO 2000-EXIT
002040     END-IF.
002050     PERFORM 5000-UPDATE-INCIDENT THRU 5000-EXIT.
002060 2000-EXIT.
002070     EXIT.
002080******************************************************************
002090*    3000-LIST-INCIDENTS - BROWSE INCDFILE FROM THE KEY GIVEN
002100*    (OR THE START OF THE FILE) AND SHOW UP TO ONE PAGE OF
002110*    INCIDENTS THAT ARE NOT YET CLOSED, OLDEST FIRST. WHEN THE
002120*    PAGE FILLS, THE LAST LINE TELLS THE OPERATOR THE KEY TO
002130*    CONTINUE FROM.
002140******************************************************************
002150 3000-LIST-INCIDENTS.
002160     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
002170     MOVE ZERO TO WS-LISTED-COUNT.
002180     MOVE 2 TO WS-LINE-NO.
002190     MOVE 'OPEN AND ACKNOWLEDGED INCIDENTS' TO WS-SCREEN-LINE(1).
002200     MOVE WS-PAGE-HEADING TO WS-SCREEN-LINE(2).
002210     IF IN-INCIDENT-KEY IS EQUAL TO SPACES
002220         MOVE LOW-VALUES TO IL-INCIDENT-KEY
002230     ELSE
002240         MOVE IN-INCIDENT-KEY TO IL-INCIDENT-KEY
002250     END-IF.
002260     EXEC CICS STARTBR
002270         FILE('INCDFILE')
002280         RIDFLD(IL-INCIDENT-KEY)
002290         GTEQ
002300         RESP(WS-RESP)
002310     END-EXEC.
002320     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002330         MOVE 'NO INCIDENTS ON FILE FROM THAT KEY'
002340             TO WS-SCREEN-LINE(3)
002350         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
002360         GO TO 3000-EXIT
002370     END-IF.
002380     PERFORM 3100-LIST-ONE-INCIDENT THRU 3100-EXIT
002390         UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
002400         OR WS-BROWSE-EOF.
002410     EXEC CICS ENDBR
002420         FILE('INCDFILE')
002430         RESP(WS-RESP)
002440     END-EXEC.
002450     IF WS-LISTED-COUNT IS EQUAL TO ZERO
002460         MOVE 'NO OPEN OR ACKNOWLEDGED INCIDENTS'
002470             TO WS-SCREEN-LINE(3)
002480     END-IF.
002490     PERFORM 8500-SEND-SCREEN THRU 8500-EXIT.
002500 3000-EXIT.
002510     EXIT.
002520 3100-LIST-ONE-INCIDENT.
002530     EXEC CICS READNEXT
002540         FILE('INCDFILE')
002550         INTO(INCIDENT-RECORD)
002560         RIDFLD(IL-INCIDENT-KEY)
002570         RESP(WS-RESP)
002580     END-EXEC.
002590     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002600         GO TO 3100-EXIT
002610     END-IF.
002620     IF IL-CLOSED
002630         GO TO 3100-EXIT
002640     END-IF.
002650     IF WS-LISTED-COUNT IS NOT LESS THAN WS-PAGE-SIZE
002660         STRING 'MORE - ENTER L WITH KEY ' IL-INCIDENT-KEY
002670             ' TO CONTINUE'
002680             DELIMITED BY SIZE INTO WS-SCREEN-LINE(20)
002690         MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
002700         GO TO 3100-EXIT
002710     END-IF.
002720     ADD 1 TO WS-LISTED-COUNT.
002730     ADD 1 TO WS-LINE-NO.
002740     MOVE IL-INCIDENT-KEY TO WL-INCIDENT-KEY.
002750     MOVE IL-SEVERITY TO WL-SEVERITY.
002760     MOVE IL-STATUS TO WL-STATUS.
002770     MOVE IL-PROGRAM TO WL-PROGRAM.
002780     MOVE IL-LIST-ID TO WL-LIST-ID.
002790     MOVE IL-CONDITION TO WL-CONDITION.
002800     MOVE IL-PAGE-COUNT TO WL-PAGE-COUNT.
002810     MOVE IL-ACK-OPERATOR TO WL-ACK-OPERATOR.
002820     MOVE WS-WORK-LINE TO WS-SCREEN-LINE(WS-LINE-NO).
002830 3100-EXIT.
002840     EXIT.
002850******************************************************************
002860*    5000-UPDATE-INCIDENT - READ THE INCIDENT FOR UPDATE, CHECK
002870*    ITS STATUS ALLOWS THE ACTION, STAMP THE OPERATOR, DATE AND
002880*    TIME (AND THE NOTE FOR A CLOSE), REWRITE IT AND AUDIT IT.
002890******************************************************************
002900 5000-UPDATE-INCIDENT.
002910     MOVE IN-INCIDENT-KEY TO IL-INCIDENT-KEY.
002920     EXEC CICS READ
002930         FILE('INCDFILE')
002940         INTO(INCIDENT-RECORD)
002950         RIDFLD(IL-INCIDENT-KEY)
002960         UPDATE
002970         RESP(WS-RESP)
002980     END-EXEC.
002990     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
003000         STRING 'INCIDENT ' IN-INCIDENT-KEY ' NOT ON FILE'
003010             DELIMITED BY SIZE INTO WS-SCREEN-LINE(1)
003020         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
003030         GO TO 5000-EXIT
003040     END-IF.
003050     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003060         MOVE 'INCIDENT COULD NOT BE READ FOR UPDATE - TRY AGAIN'
003070             TO WS-SCREEN-LINE(1)
003080         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
003090         GO TO 5000-EXIT
003100     END-IF.
003110     IF IL-CLOSED
003120         PERFORM 5500-UNLOCK-INCIDENT THRU 5500-EXIT
003130         MOVE 'INCIDENT IS ALREADY CLOSED - NOT UPDATED'
003140             TO WS-SCREEN-LINE(1)
003150         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
003160         GO TO 5000-EXIT
003170     END-IF.
003180     IF IN-ACTION-ACK AND NOT IL-OPEN
003190         PERFORM 5500-UNLOCK-INCIDENT THRU 5500-EXIT
003200         STRING 'INCIDENT ALREADY ACKNOWLEDGED BY '
003210             IL-ACK-OPERATOR
003220             DELIMITED BY SIZE INTO WS-SCREEN-LINE(1)
003230         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
003240         GO TO 5000-EXIT
003250     END-IF.
003260     MOVE SPACES TO WS-OPERATOR-ID.
003270     EXEC CICS ASSIGN
003280         USERID(WS-OPERATOR-ID)
003290         RESP(WS-RESP)
003300     END-EXEC.
003310     ACCEPT WS-CURRENT-DATE FROM DATE.
003320     ACCEPT WS-CURRENT-TIME FROM TIME.
003330     IF IL-OPEN
003340         MOVE WS-OPERATOR-ID TO IL-ACK-OPERATOR
003350         MOVE WS-CURRENT-DATE TO IL-ACK-DATE
003360         MOVE WS-CURRENT-TIME TO IL-ACK-TIME
003370         MOVE 'A' TO IL-STATUS
003380         MOVE 'ACKNOWLEDGED' TO AU-OUTCOME
003390     END-IF.
003400     IF IN-ACTION-CLOSE
003410         MOVE WS-OPERATOR-ID TO IL-CLOSE-OPERATOR
003420         MOVE WS-CURRENT-DATE TO IL-CLOSE-DATE
003430         MOVE WS-CURRENT-TIME TO IL-CLOSE-TIME
003440         MOVE IN-RESOLUTION TO IL-RESOLUTION
003450         MOVE 'C' TO IL-STATUS
003460         MOVE 'CLOSED' TO AU-OUTCOME
003470     END-IF.
003480     EXEC CICS REWRITE
003490         FILE('INCDFILE')
003500         FROM(INCIDENT-RECORD)
003510         RESP(WS-RESP)
003520     END-EXEC.
003530     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003540         MOVE 'REWRITE FAILED - INCIDENT NOT UPDATED'
003550             TO WS-SCREEN-LINE(1)
003560         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
003570         GO TO 5000-EXIT
003580     END-IF.
003590     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
003600     STRING 'INCIDENT ' IL-INCIDENT-KEY ' ' IL-PROGRAM ' '
003610         IL-CONDITION
003620         DELIMITED BY SIZE INTO WS-SCREEN-LINE(1).
003630     MOVE IL-TEXT TO WS-SCREEN-LINE(2).
003640     STRING AU-OUTCOME ' BY ' WS-OPERATOR-ID
003650         DELIMITED BY SIZE INTO WS-SCREEN-LINE(4).
003660     PERFORM 8500-SEND-SCREEN THRU 8500-EXIT.
003670 5000-EXIT.
003680     EXIT.
003690******************************************************************
003700*    5500-UNLOCK-INCIDENT - A READ FOR UPDATE THAT IS NOT GOING
003710*    TO BE REWRITTEN MUST BE RELEASED, OR THE RECORD STAYS
003720*    LOCKED UNTIL TASK END.
003730******************************************************************
003740 5500-UNLOCK-INCIDENT.
003750     EXEC CICS UNLOCK
003760         FILE('INCDFILE')
003770         RESP(WS-RESP)
003780     END-EXEC.
003790 5500-EXIT.
003800     EXIT.
003810******************************************************************
003820*    7000-WRITE-AUDIT-RECORD - THE SAME AUDITFILE RECORD THE
003830*    BATCH UPDATES WRITE, UNDER THE INCIDENT'S LIST ID, WITH
003840*    THE ACTION LINE AS THE VALUE. THE CALLER HAS ALREADY SET
003850*    AU-OUTCOME.
003860******************************************************************
003870 7000-WRITE-AUDIT-RECORD.
003880     MOVE WS-CURRENT-DATE TO AU-DATE.
003890     MOVE WS-CURRENT-TIME TO AU-TIME.
003900     MOVE IL-LIST-ID TO AU-LIST-ID.
003910     MOVE 'INCIDENT' TO AU-ACTION.
003920     MOVE SPACES TO AU-VALUE.
003930     MOVE IN-LINE TO AU-VALUE.
003940     EXEC CICS WRITEQ TD
003950         QUEUE('AUDT')
003960         FROM(AUDIT-RECORD)
003970         LENGTH(144)
003980         RESP(WS-RESP)
003990     END-EXEC.
004000 7000-EXIT.
004010     EXIT.
004020******************************************************************
004030*    8000-SEND-BANNER - FIRST INTERACTION: TELL THE OPERATOR
004040*    WHAT TO TYPE.
004050******************************************************************
004060 8000-SEND-BANNER.
004070     MOVE SPACES TO WS-SCREEN.
004080     MOVE 'INCIDENT LOG' TO WS-SCREEN-LINE(1).
004090     MOVE 'ENTER: INCD ACTION (COL 1 AFTER TRANSID):'
004100         TO WS-SCREEN-LINE(3).
004110     MOVE 'L = LIST OPEN INCIDENTS (OPTIONAL START KEY COLS 2-19)'
004120         TO WS-SCREEN-LINE(4).
004130     MOVE 'A = ACKNOWLEDGE INCIDENT (KEY IN COLS 2-19)'
004140         TO WS-SCREEN-LINE(5).
004150     MOVE 'C = CLOSE INCIDENT (KEY IN COLS 2-19, NOTE IN 20-79)'
004160         TO WS-SCREEN-LINE(6).
004170     PERFORM 8500-SEND-SCREEN THRU 8500-EXIT.
004180 8000-EXIT.
004190     EXIT.
004200 8500-SEND-SCREEN.
004210     EXEC CICS SEND TEXT
004220         FROM(WS-SCREEN)
004230         LENGTH(WS-SCREEN-LENGTH)
004240         ERASE
004250         FREEKB
004260     END-EXEC.
004270 8500-EXIT.
004280     EXIT.
004290******************************************************************
004300*    9000-RETURN-TRANSID - PSEUDO-CONVERSATIONAL RETURN: THE
004310*    NEXT TERMINAL ENTRY COMES BACK INTO THIS TRANSACTION.
004320******************************************************************
004330 9000-RETURN-TRANSID.
004340     EXEC CICS RETURN
004350         TRANSID('INCD')
004360         COMMAREA(WS-COMMAREA)
004370         LENGTH(1)
004380     END-EXEC.
004390 9000-EXIT.
004400     EXIT.
004410 END PROGRAM Program35.
