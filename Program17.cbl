000340*    REWRITE ALL FOLLOW PROGRAM8'S VERIFY/REPAIR MECHANICS - A
000350*    LIST ANOTHER JOB HOLDS IS REPORTED "IN USE - NOT SWEPT"
000360*    AND LEFT ALONE.
000361*
000362*    A WHOLE-CATALOG SWEEP DOES NOT READ EVERY LIST: THE LISTS
000363*    HOLDING A CELL THE RULES WOULD TAKE ARE FOUND FIRST ON
000364*    STATIDX'S STATUS AND EFFECTIVE-DATE KEY, AND ONLY THOSE ARE
000365*    READ, EACH BY ITS OWN KEYED START. LISTS EXAMINED AND CELLS
000366*    RETAINED THEN COUNT THOSE LISTS ONLY.
000370*
000380*    MAINTENANCE HISTORY
000390*    DATE       INIT DESCRIPTION
000418*                    THE REWRITE. XrefBuild (PROGRAM22)
000419*                    REGENERATES THE DATASET IF A RUN DIES IN
000420*                    BETWEEN.
000421*    2026-10-15 SRJ  NEW RETENTION RULE (CONTROL CARD COLUMN
000422*                    30): A LIST WITH AN ACTIVE LISTDEF DEFINITION
000423*                    CARRYING RETENTION DAYS HAS CELLS EFFECTIVE
000424*                    MORE THAN THAT MANY DAYS AGO SWEPT WITH
000425*                    REASON 'RETENTION'.
000426*    2026-10-15 SRJ  NEW SIMULATE OPTION (CONTROL CARD COLUMN 31):
000427*                    THE SWEEP SELECTS AND REPORTS EXACTLY WHAT IT
000428*                    WOULD REMOVE, MARKED AS A SIMULATION AND
000429*                    CLOSING WITH A BEFORE/AFTER CELL COUNT AND
000430*                    QUANTITY SUMMARY FOR EVERY LIST IT WOULD
000431*                    CHANGE, BUT LISTFILE IS OPENED INPUT ONLY AND
000432*                    HISTFILE, XREFFILE AND AUDITFILE ARE NEVER
000433*                    OPENED. THE CONTROL CARD IS NOW READ BEFORE
000434*                    THE OTHER DATASETS ARE OPENED.
000435*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES ON
000436*                    LISTFILE IS NOW ALSO APPENDED TO CHGLOG, THE
000437*                    AFTER-IMAGE CHANGE LOG ListRecover
000438*                    (PROGRAM45) REPLAYS OVER AN ImageCopy
000439*                    (PROGRAM44) DUMP TO ROLL A LOST LISTFILE
000440*                    FORWARD. IN-USE MARKERS ARE NOT LOGGED. A
000441*                    SIMULATION RUN LOGS NOTHING.
000442*    2026-10-15 SRJ  EVERY CELL THIS PROGRAM WRITES OR DELETES NOW
000443*                    ALSO HAS ITS STATIDX ENTRY WRITTEN, REWRITTEN
000444*                    OR DROPPED AS IT IS LOGGED, KEEPING THE
000445*                    STATUS AND EFFECTIVE-DATE INDEX ListSweep,
000446*                    ListExtract AND THE LINQ BROWSE READ IN STEP
000447*                    WITH LISTFILE.
000448*    2026-10-15 SRJ  A WHOLE-CATALOG SWEEP NOW FINDS ITS LISTS
000449*                    THROUGH STATIDX, THE STATUS AND EFFECTIVE-
000450*                    DATE INDEX, AND READS ONLY THOSE LISTS OFF
000451*                    LISTFILE: EVERY STATUS 'C' ENTRY UNDER THE
000452*                    STATUS RULE, AND FOR EACH OTHER STATUS ONLY
000453*                    THE ENTRIES DATED BEFORE THE AGE CUTOFF OR
000454*                    THE LATEST LISTDEF RETENTION CUTOFF. A SINGLE
000455*                    NAMED LIST IS READ DIRECTLY. WITH NO STATIDX
000456*                    THE SWEEP STILL SCANS THE WHOLE FILE. THE
000457*                    RULES THEMSELVES ARE UNCHANGED.
000458******************************************************************
000459 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000461 INPUT-OUTPUT SECTION.
000462 FILE-CONTROL.
000470     SELECT LISTFILE ASSIGN TO "LISTFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000566         ACCESS MODE IS DYNAMIC
000568         RECORD KEY IS XR-XREF-KEY
000569         FILE STATUS IS WS-XREFFILE-STATUS.
000570     SELECT LISTDEF ASSIGN TO "LISTDEF"
000571         ORGANIZATION IS INDEXED
000572         ACCESS MODE IS DYNAMIC
000573         RECORD KEY IS LD-LIST-ID
000574         FILE STATUS IS WS-LISTDEF-STATUS.
000575     SELECT CTL-FILE ASSIGN TO "SYSIN"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000620     SELECT PRTFILE ASSIGN TO "PRTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PRTFILE-STATUS.
000642     SELECT CHGLOG ASSIGN TO "CHGLOG"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-CHGLOG-STATUS.
000647     SELECT STATIDX ASSIGN TO "STATIDX"
000648         ORGANIZATION IS INDEXED
000649         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SX-CELL-KEY
000651         ALTERNATE RECORD KEY IS SX-STATUS-KEY
000652         FILE STATUS IS WS-STATIDX-STATUS.
000653 DATA DIVISION.
000660 FILE SECTION.
000670 FD  LISTFILE
000680     LABEL RECORDS ARE STANDARD
000744     LABEL RECORDS ARE STANDARD
000746     RECORD CONTAINS 50 CHARACTERS.
000748 COPY XREFREC.
000749 FD  LISTDEF
000750     LABEL RECORDS ARE STANDARD
000751     RECORD CONTAINS 120 CHARACTERS.
000752 COPY LSTDEF.
000753 FD  CTL-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780 COPY SWPCTL.
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  PRT-LINE                        PIC X(132).
000862 FD  CHGLOG
000864     LABEL RECORDS ARE STANDARD
000866     RECORD CONTAINS 180 CHARACTERS.
000868 COPY CHGREC.
000869 FD  STATIDX
000870     LABEL RECORDS ARE STANDARD
000871     RECORD CONTAINS 100 CHARACTERS.
000872 COPY SIDXREC.
000873 WORKING-STORAGE SECTION.
000880******************************************************************
000890*    FILE-STATUS AND CONTROL WORKING STORAGE
000900******************************************************************
001080     88  WS-AGE-RULE                VALUE 'Y'.
001090 01  WS-STATUS-RULE-SWITCH PIC X(01) VALUE 'N'.
001100     88  WS-STATUS-RULE             VALUE 'Y'.
001101******************************************************************
001102*    RETENTION RULE WORKING STORAGE - WITH THE RULE ON, EACH
001103*    LIST'S ACTIVE LISTDEF DEFINITION SUPPLIES ITS RETENTION
001104*    DAYS (ZERO OR NO DEFINITION MEANS THE LIST KEEPS ITS CELLS).
001105*    A CELL IS SWEPT WHEN ITS EFFECTIVE DATE'S DAY NUMBER FALLS
001106*    BELOW TODAY'S LESS THE RETENTION DAYS.
001107******************************************************************
001108 01  WS-LISTDEF-STATUS PIC X(02) VALUE SPACES.
001109     88  WS-LISTDEF-OK              VALUE '00'.
001110     88  WS-LISTDEF-NOT-FOUND       VALUE '35'.
001111 01  WS-RETENTION-RULE-SWITCH PIC X(01) VALUE 'N'.
001112     88  WS-RETENTION-RULE          VALUE 'Y'.
001113 01  WS-LIST-RETAIN-DAYS PIC 9(04) VALUE ZERO.
001114 01  WS-RETAIN-CUTOFF-DAYS PIC S9(9) VALUE ZERO.
001115 01  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001116 01  WS-RUN-DAYS PIC S9(9) VALUE ZERO.
001117******************************************************************
001118*    DAY-NUMBER WORKING STORAGE - A DATE IN WS-DC-DATE COMES
001119*    BACK AS WS-DC-DAYS, DAYS SINCE A FIXED ORIGIN. THE TABLE
001120*    HOLDS THE DAYS BEFORE EACH MONTH IN A COMMON YEAR.
001121******************************************************************
001122 01  WS-DC-DATE PIC 9(08) VALUE ZERO.
001123 01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
001124     05  WS-DC-YEAR PIC 9(04).
001125     05  WS-DC-MONTH PIC 9(02).
001126     05  WS-DC-DAY PIC 9(02).
001127 01  WS-DC-DAYS PIC S9(9) VALUE ZERO.
001128 01  WS-DC-LEAP-YEARS PIC S9(9) VALUE ZERO.
001129 01  WS-DC-BY-4 PIC S9(9) VALUE ZERO.
001130 01  WS-DC-BY-100 PIC S9(9) VALUE ZERO.
001131 01  WS-DC-BY-400 PIC S9(9) VALUE ZERO.
001132 01  WS-DC-VALID-SWITCH PIC X(01) VALUE 'N'.
001133     88  WS-DC-VALID                VALUE 'Y'.
001134 01  WS-MONTH-START-VALUES.
001135     05  FILLER PIC X(36) VALUE
001136         '000031059090120151181212243273304334'.
001137 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
001138     05  WS-MONTH-START PIC 9(03) OCCURS 12 TIMES.
001139******************************************************************
001140*    CURRENT-LIST COLLECTION WORKING STORAGE - THE CELLS OF THE
001141*    LIST CURRENTLY BEING SWEPT, IN KEY ORDER OFF THE FILE, THE
001142*    SAME COLLECT-THEN-ACT SHAPE PROGRAM8'S VERIFIER USES.
001150******************************************************************
001160 77  WS-MAX-ENTRIES PIC 9(05) VALUE 10000.
001170 01  WS-CELL-COUNT PIC S9(9) VALUE ZERO.
001811     88  WS-XREFFILE-NOT-FOUND      VALUE '35'.
001812 01  WS-XREF-INDEX PIC S9(9) VALUE ZERO.
001813******************************************************************
001814*    SIMULATION WORKING STORAGE - SET FROM CONTROL CARD COLUMN
001815*    31. A SIMULATED SWEEP KEEPS ONE SUMMARY ROW PER LIST IT
001816*    WOULD SWEEP: THE CELL COUNT AND TOTAL QUANTITY AS THEY STAND
001817*    AND AS THEY WOULD STAND AFTER THE SWEEP.
001818******************************************************************
001819 77  WS-MAX-SIM-ROWS PIC 9(05) VALUE 1000.
001820 01  WS-SIMULATE-SWITCH PIC X(01) VALUE 'N'.
001821     88  WS-SIMULATION              VALUE 'Y'.
001822 01  WS-SIM-CELL-QTY PIC 9(07) VALUE ZERO.
001823 01  WS-SIM-SUM-INDEX PIC S9(9) VALUE ZERO.
001824 01  WS-SIM-SCAN-INDEX PIC S9(9) VALUE ZERO.
001825 01  WS-SIM-ROW-COUNT PIC S9(9) VALUE ZERO.
001826 01  WS-SIM-TABLE.
001827     05  WS-SIM-ROW OCCURS 1 TO 1000 TIMES
001828         DEPENDING ON WS-SIM-ROW-COUNT INDEXED BY SIMINDEX.
001829         10  SM-LIST-ID PIC X(20).
001830         10  SM-CELLS-BEFORE PIC S9(9) COMP.
001831         10  SM-CELLS-AFTER PIC S9(9) COMP.
001832         10  SM-QTY-BEFORE PIC S9(13) COMP.
001833         10  SM-QTY-AFTER PIC S9(13) COMP.
001834******************************************************************
001835*    CANDIDATE-LIST WORKING STORAGE - THE LISTS STATIDX SAYS HOLD
001836*    A CELL TO SWEEP, KEPT IN LIST-ID ORDER WITHOUT DUPLICATES SO
001837*    THEY ARE SWEPT IN THE SAME ORDER THE FULL SCAN WOULD MEET
001838*    THEM. WS-SKIP-KEY STARTS THE INDEX PAST THE LAST ENTRY OF A
001839*    STATUS CODE.
001840******************************************************************
001841 77  WS-MAX-CANDIDATES PIC 9(05) VALUE 10000.
001847 01  WS-CANDIDATE-SWEEP-SWITCH PIC X(01) VALUE 'N'.
001848     88  WS-CANDIDATE-SWEEP         VALUE 'Y'.
001849 01  WS-SX-EOF-SWITCH PIC X(01) VALUE 'N'.
001850     88  WS-SX-EOF                  VALUE 'Y'.
001851 01  WS-LD-EOF-SWITCH PIC X(01) VALUE 'N'.
001852     88  WS-LD-EOF                  VALUE 'Y'.
001853 01  WS-CAND-FOUND-SWITCH PIC X(01) VALUE 'N'.
001854     88  WS-CAND-FOUND              VALUE 'Y'.
001855 01  WS-CAND-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
001856     88  WS-CAND-OVERFLOW           VALUE 'Y'.
001857 01  WS-CAND-LIST-DONE-SWITCH PIC X(01) VALUE 'N'.
001858     88  WS-CAND-LIST-DONE          VALUE 'Y'.
001859 01  WS-RETAIN-BOUND-DAYS PIC S9(9) VALUE ZERO.
001860 01  WS-LD-CUTOFF-DAYS PIC S9(9) VALUE ZERO.
001861 01  WS-INDEX-ENTRIES-READ PIC S9(9) VALUE ZERO.
001862 01  WS-CAND-INSERT-AT PIC S9(9) VALUE ZERO.
001863 01  WS-CAND-SHIFT PIC S9(9) VALUE ZERO.
001864 01  WS-CAND-SUB PIC S9(9) VALUE ZERO.
001865 01  WS-CAND-COUNT PIC S9(9) VALUE ZERO.
001866 01  WS-CAND-TABLE.
001867     05  WS-CAND-ROW OCCURS 1 TO 10000 TIMES
001868         DEPENDING ON WS-CAND-COUNT INDEXED BY CANDINDEX.
001869         10  CL-LIST-ID PIC X(20).
001870 01  WS-SKIP-KEY.
001871     05  WS-SKIP-STATUS PIC X(01).
001872     05  FILLER PIC X(33) VALUE HIGH-VALUES.
001873******************************************************************
001874*    REPORT-LINE WORKING STORAGE
001875******************************************************************
001876 01  WS-HEADING-LINE-1.
001877     05  FILLER PIC X(18) VALUE 'LIST SWEEP REPORT '.
001878     05  FILLER PIC X(11) VALUE 'SELECTION: '.
001879     05  SR-HEADING-SELECT PIC X(20).
001880     05  FILLER PIC X(83) VALUE SPACES.
001890 01  WS-HEADING-LINE-2.
001900     05  FILLER PIC X(20) VALUE 'LIST ID'.
002280     05  SR-TOTAL-RETAINED PIC ZZZZ9.
002290     05  FILLER PIC X(55) VALUE SPACES.
002300 01  WS-QUANTITY-EDIT PIC ZZZZZZ9.
002301 01  WS-SIMULATION-LINE.
002302     05  FILLER PIC X(50) VALUE
002303         '*** SIMULATION ONLY - NO DATASET HAS BEEN UPDATED'.
002304     05  FILLER PIC X(82) VALUE SPACES.
002305 01  WS-SIM-HEADING-LINE.
002306     05  FILLER PIC X(20) VALUE 'LIST ID'.
002307     05  FILLER PIC X(02) VALUE SPACES.
002308     05  FILLER PIC X(12) VALUE 'CELLS BEFORE'.
002309     05  FILLER PIC X(02) VALUE SPACES.
002310     05  FILLER PIC X(12) VALUE ' CELLS AFTER'.
002311     05  FILLER PIC X(02) VALUE SPACES.
002312     05  FILLER PIC X(17) VALUE '  QUANTITY BEFORE'.
002313     05  FILLER PIC X(02) VALUE SPACES.
002314     05  FILLER PIC X(17) VALUE '   QUANTITY AFTER'.
002315     05  FILLER PIC X(46) VALUE SPACES.
002316 01  WS-SIM-DETAIL-LINE.
002317     05  SR-SIM-LIST-ID PIC X(20).
002318     05  FILLER PIC X(02) VALUE SPACES.
002319     05  SR-SIM-CELLS-BEFORE PIC ZZZZZZZZZZZ9.
002320     05  FILLER PIC X(02) VALUE SPACES.
002321     05  SR-SIM-CELLS-AFTER PIC ZZZZZZZZZZZ9.
002322     05  FILLER PIC X(02) VALUE SPACES.
002323     05  SR-SIM-QTY-BEFORE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002324     05  FILLER PIC X(02) VALUE SPACES.
002325     05  SR-SIM-QTY-AFTER PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
002326     05  FILLER PIC X(46) VALUE SPACES.
002327 01  WS-SIM-NONE-LINE.
002328     05  FILLER PIC X(40) VALUE
002329         'NO LIST WOULD BE CHANGED BY THIS SWEEP'.
002330     05  FILLER PIC X(92) VALUE SPACES.
002331******************************************************************
002332*    AFTER-IMAGE CHANGE-LOG WORKING STORAGE - THIS RUN'S ID AND
002333*    HOW MANY CELL CHANGES IT HAS LOGGED SO FAR.
002334******************************************************************
002335 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
002336     88  WS-CHGLOG-NOT-FOUND        VALUE '35'.
002337 01  WS-CHGLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
002338     88  WS-CHGLOG-OPEN             VALUE 'Y'.
002339 01  WS-CHG-RUN-ID.
002340     05  WS-CHG-PROGRAM PIC X(10) VALUE 'PROGRAM17'.
002341     05  WS-CHG-RUN-DATE PIC 9(08) VALUE ZERO.
002342     05  WS-CHG-RUN-TIME PIC 9(08) VALUE ZERO.
002343     05  WS-CHG-RUN-TASK PIC 9(07) VALUE ZERO.
002344 01  WS-CHG-SEQUENCE PIC S9(9) VALUE ZERO.
002345 01  WS-CHG-OPERATION PIC X(01) VALUE SPACE.
002346******************************************************************
002347*    STATUS-INDEX WORKING STORAGE - STATIDX IS KEPT IN STEP WITH
002348*    EVERY CELL THE RUN LOGS, WHEN THE INDEX HAS BEEN BUILT.
002349******************************************************************
002350 01  WS-STATIDX-STATUS PIC X(02) VALUE SPACES.
002351     88  WS-STATIDX-OK              VALUE '00'.
002352     88  WS-STATIDX-NOT-FOUND       VALUE '35'.
002353 01  WS-STATIDX-OPEN-SWITCH PIC X(01) VALUE 'N'.
002354     88  WS-STATIDX-OPEN            VALUE 'Y'.
002355 LINKAGE SECTION.
002356 PROCEDURE DIVISION.
002357******************************************************************
002358*    0000-MAINLINE
002359******************************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     IF NOT WS-SWEEP-ABORT
002400         PERFORM 3000-SCAN-LISTFILE THRU 3000-EXIT
002410     END-IF.
002500*    AND REPORT DATASETS. LISTFILE OPENS I-O - THE SWEEP
002510*    REWRITES SURVIVING CELLS IN PLACE. A HISTFILE NOT YET ON
002520*    CATALOG IS CREATED THE SAME WAY PROGRAM1 BOOTSTRAPS
002530*    LISTFILE. THE CONTROL CARD IS READ FIRST: A SIMULATION
002533*    OPENS LISTFILE INPUT ONLY AND NONE OF THE DATASETS THE
002536*    SWEEP WOULD UPDATE, THOUGH IT STILL READS STATIDX.
002540******************************************************************
002550 1000-INITIALIZE.
002560     OPEN INPUT CTL-FILE.
002570     OPEN OUTPUT PRTFILE.
002571     PERFORM 2000-READ-CONTROL-CARD THRU 2000-EXIT.
002572     IF WS-SIMULATION
002573         OPEN INPUT LISTFILE
002574         OPEN INPUT STATIDX
002575         IF WS-STATIDX-OK
002576             MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
002577         END-IF
002578     ELSE
002579         OPEN I-O LISTFILE
002580         PERFORM 1200-OPEN-UPDATE-DATASETS THRU 1200-EXIT
002581     END-IF.
002582     OPEN INPUT LISTDEF.
002583     IF WS-LISTDEF-NOT-FOUND
002584         DISPLAY "LISTDEF NOT FOUND - NO LIST HAS A RETENTION"
002585             " PERIOD"
002586     END-IF.
002587 1000-EXIT.
002588     EXIT.
002589******************************************************************
002590*    1200-OPEN-UPDATE-DATASETS - OPEN THE HISTORY, AUDIT AND
002591*    CROSS-REFERENCE DATASETS A LIVE SWEEP WRITES TO, CREATING
002592*    ANY NOT YET ON CATALOG.
002593******************************************************************
002594 1200-OPEN-UPDATE-DATASETS.
002595     OPEN I-O HISTFILE.
002600     IF WS-HISTFILE-NOT-FOUND
002610         OPEN OUTPUT HISTFILE
002620         CLOSE HISTFILE
002706         CLOSE XREFFILE
002707         OPEN I-O XREFFILE
002708     END-IF.
002711     PERFORM 7900-OPEN-CHANGE-LOG THRU 7900-EXIT.
002715 1200-EXIT.
002722     EXIT.
002730******************************************************************
002740*    2000-READ-CONTROL-CARD - LEARN WHICH LIST TO SWEEP AND THE
002750*    STATUS/AGE/RETENTION RULE. AT LEAST ONE RULE MUST BE IN
002760*    EFFECT OR THE SWEEP IS ABANDONED. COLUMN 31 ASKS FOR A
002765*    SIMULATION.
002770******************************************************************
002780 2000-READ-CONTROL-CARD.
002790     READ CTL-FILE
002970         DISPLAY "SWEEPING CELLS EFFECTIVE BEFORE "
002980             WS-CUTOFF-DATE
002990     END-IF.
002991     IF SW-SWEEP-RETENTION
002992         MOVE 'Y' TO WS-RETENTION-RULE-SWITCH
002993         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002994         MOVE WS-RUN-DATE TO WS-DC-DATE
002995         PERFORM 4400-DATE-TO-DAYS THRU 4400-EXIT
002996         MOVE WS-DC-DAYS TO WS-RUN-DAYS
002997         DISPLAY "SWEEPING CELLS PAST THEIR LIST'S RETENTION"
002998             " PERIOD"
002999     END-IF.
003000     IF SW-SIMULATE
003001         MOVE 'Y' TO WS-SIMULATE-SWITCH
003002         DISPLAY "SIMULATION RUN - NO DATASET WILL BE UPDATED"
003003     END-IF.
003004     IF NOT WS-STATUS-RULE AND NOT WS-AGE-RULE
003005         AND NOT WS-RETENTION-RULE
003010         DISPLAY "SWEEP CONTROL CARD NAMES NO RULE - NO SWEEP"
003020             " PERFORMED"
003030         MOVE 'Y' TO WS-SWEEP-ABORT-SWITCH
003100*    JUST COLLECTED - PARTITIONING AND SWEEPING IT - BEFORE THE
003110*    NEXT LIST STARTS COLLECTING, THE SAME CONTROL BREAK
003120*    PROGRAM8'S VERIFIER RUNS.
003123*    A NAMED LIST, OR A CATALOG STATIDX CAN NARROW, IS SWEPT BY
003126*    3500 INSTEAD - THE SCAN HERE IS THE FALLBACK.
003130******************************************************************
003140 3000-SCAN-LISTFILE.
003150     MOVE WS-SELECT-LIST-ID TO SR-HEADING-SELECT.
003160     MOVE WS-HEADING-LINE-1 TO PRT-LINE.
003170     WRITE PRT-LINE.
003172     IF WS-SIMULATION
003174         MOVE WS-SIMULATION-LINE TO PRT-LINE
003176         WRITE PRT-LINE
003178     END-IF.
003180     MOVE WS-HEADING-LINE-2 TO PRT-LINE.
003190     WRITE PRT-LINE.
003200     IF WS-LISTFILE-NOT-FOUND
003220         MOVE 'Y' TO WS-SWEEP-ABORT-SWITCH
003230         GO TO 3000-EXIT
003240     END-IF.
003241     PERFORM 3400-SELECT-CANDIDATE-LISTS THRU 3400-EXIT.
003242     IF WS-CANDIDATE-SWEEP
003243         PERFORM 3500-SWEEP-CANDIDATE-LISTS THRU 3500-EXIT
003244         GO TO 3000-EXIT
003245     END-IF.
003250     MOVE LOW-VALUES TO LR-LIST-KEY.
003260     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
003270         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
003830     MOVE 'N' TO WS-PENDING-SWITCH.
003840 3300-EXIT.
003850     EXIT.
003851******************************************************************
003852*    3400-SELECT-CANDIDATE-LISTS - FIND THE LISTS HOLDING A CELL
003853*    THE RULES WOULD SWEEP WITHOUT READING LISTFILE. A NAMED LIST
003854*    IS ITS OWN ONLY CANDIDATE. FOR THE WHOLE CATALOG STATIDX IS
003855*    READ ON ITS STATUS KEY FROM THE LOWEST STATUS CODE: EVERY
003856*    STATUS 'C' ENTRY UNDER THE STATUS RULE, AND FOR EVERY OTHER
003857*    STATUS ONLY ITS OLDEST ENTRIES - THOSE DATED BEFORE THE AGE
003858*    CUTOFF OR THE LATEST RETENTION CUTOFF ANY LIST CARRIES -
003859*    BEFORE SKIPPING TO THE NEXT STATUS. WITH NO STATIDX, OR MORE
003860*    CANDIDATES THAN THE TABLE HOLDS, THE FULL SCAN IS LEFT TO DO
003861*    THE WORK.
003862******************************************************************
003863 3400-SELECT-CANDIDATE-LISTS.
003864     MOVE 'N' TO WS-CANDIDATE-SWEEP-SWITCH.
003865     MOVE ZERO TO WS-CAND-COUNT.
003866     IF WS-SELECT-LIST-ID NOT EQUAL 'ALL'
003867         MOVE 1 TO WS-CAND-COUNT
003868         MOVE WS-SELECT-LIST-ID TO CL-LIST-ID(1)
003869         MOVE 'Y' TO WS-CANDIDATE-SWEEP-SWITCH
003870         GO TO 3400-EXIT
003871     END-IF.
003872     IF NOT WS-STATIDX-OPEN
003873         DISPLAY "STATIDX NOT AVAILABLE - SCANNING THE WHOLE"
003874             " CATALOG"
003875         GO TO 3400-EXIT
003876     END-IF.
003877     PERFORM 3410-GET-RETENTION-BOUND THRU 3410-EXIT.
003878     MOVE 'N' TO WS-SX-EOF-SWITCH.
003879     MOVE 'N' TO WS-CAND-OVERFLOW-SWITCH.
003880     MOVE LOW-VALUES TO SX-STATUS-KEY.
003881     START STATIDX KEY IS NOT LESS THAN SX-STATUS-KEY
003882         INVALID KEY MOVE 'Y' TO WS-SX-EOF-SWITCH
003883     END-START.
003884     PERFORM 3430-READ-ONE-INDEX-ENTRY THRU 3430-EXIT
003885         UNTIL WS-SX-EOF OR WS-CAND-OVERFLOW.
003886     IF WS-CAND-OVERFLOW
003887         DISPLAY "MORE THAN " WS-MAX-CANDIDATES " LISTS TO SWEEP"
003888             " - SCANNING THE WHOLE CATALOG"
003889         MOVE ZERO TO WS-CAND-COUNT
003890         GO TO 3400-EXIT
003891     END-IF.
003892     MOVE 'Y' TO WS-CANDIDATE-SWEEP-SWITCH.
003893     DISPLAY "STATIDX ENTRIES READ " WS-INDEX-ENTRIES-READ
003894         " - LISTS TO SWEEP " WS-CAND-COUNT.
003895 3400-EXIT.
003896     EXIT.
003897******************************************************************
003898*    3410-GET-RETENTION-BOUND - WITH THE RETENTION RULE ON, READ
003899*    LISTDEF THROUGH ONCE FOR THE LATEST RETENTION CUTOFF ANY
003900*    ACTIVE LIST CARRIES, AS A DAY NUMBER - THE SHORTEST PERIOD.
003901*    NO CELL DATED ON OR AFTER IT CAN BE PAST ITS LIST'S
003902*    RETENTION, SO THE INDEX READ STOPS THERE.
003903******************************************************************
003904 3410-GET-RETENTION-BOUND.
003905     MOVE ZERO TO WS-RETAIN-BOUND-DAYS.
003906     IF NOT WS-RETENTION-RULE
003907         OR WS-LISTDEF-NOT-FOUND
003908         GO TO 3410-EXIT
003909     END-IF.
003910     MOVE 'N' TO WS-LD-EOF-SWITCH.
003911     MOVE LOW-VALUES TO LD-LIST-ID.
003912     START LISTDEF KEY IS NOT LESS THAN LD-LIST-ID
003913         INVALID KEY MOVE 'Y' TO WS-LD-EOF-SWITCH
003914     END-START.
003915     PERFORM 3420-BOUND-ONE-DEFINITION THRU 3420-EXIT
003916         UNTIL WS-LD-EOF.
003917 3410-EXIT.
003918     EXIT.
003919 3420-BOUND-ONE-DEFINITION.
003920     READ LISTDEF NEXT RECORD
003921         AT END
003922             MOVE 'Y' TO WS-LD-EOF-SWITCH
003923             GO TO 3420-EXIT
003924     END-READ.
003925     IF LD-DEF-ACTIVE
003926         AND LD-RETENTION-DAYS IS NUMERIC
003927         AND LD-RETENTION-DAYS IS GREATER THAN ZERO
003928         COMPUTE WS-LD-CUTOFF-DAYS =
003929             WS-RUN-DAYS - LD-RETENTION-DAYS
003930         IF WS-LD-CUTOFF-DAYS IS GREATER THAN WS-RETAIN-BOUND-DAYS
003931             MOVE WS-LD-CUTOFF-DAYS TO WS-RETAIN-BOUND-DAYS
003932         END-IF
003933     END-IF.
003934 3420-EXIT.
003935     EXIT.
003936******************************************************************
003937*    3430-READ-ONE-INDEX-ENTRY - TAKE THE NEXT ENTRY IN STATUS,
003938*    DATE ORDER. AN ENTRY ONE OF THE RULES WOULD SWEEP ADDS ITS
003939*    LIST TO THE CANDIDATES. AN ENTRY DATED PAST EVERY CUTOFF
003940*    MEANS THE REST OF ITS STATUS IS NEWER STILL, SO THE READ
003941*    SKIPS TO THE NEXT STATUS CODE. A DATE THAT IS NOT A NUMBER
003942*    IS PASSED OVER, AS THE RULES PASS IT OVER ON LISTFILE.
003943******************************************************************
003944 3430-READ-ONE-INDEX-ENTRY.
003945     READ STATIDX NEXT RECORD
003946         AT END
003947             MOVE 'Y' TO WS-SX-EOF-SWITCH
003948             GO TO 3430-EXIT
003949     END-READ.
003950     ADD 1 TO WS-INDEX-ENTRIES-READ.
003951     IF WS-STATUS-RULE
003952         AND SX-STATUS-CODE IS EQUAL TO 'C'
003953         PERFORM 3440-ADD-CANDIDATE-LIST THRU 3440-EXIT
003954         GO TO 3430-EXIT
003955     END-IF.
003956     IF SX-EFF-DATE IS NOT NUMERIC
003957         GO TO 3430-EXIT
003958     END-IF.
003959     IF WS-AGE-RULE
003960         AND SX-EFF-DATE IS LESS THAN WS-CUTOFF-DATE
003961         PERFORM 3440-ADD-CANDIDATE-LIST THRU 3440-EXIT
003962         GO TO 3430-EXIT
003963     END-IF.
003964     IF WS-RETAIN-BOUND-DAYS IS GREATER THAN ZERO
003965         MOVE SX-EFF-DATE TO WS-DC-DATE
003966         PERFORM 4400-DATE-TO-DAYS THRU 4400-EXIT
003967         IF NOT WS-DC-VALID
003968             GO TO 3430-EXIT
003969         END-IF
003970         IF WS-DC-DAYS IS LESS THAN WS-RETAIN-BOUND-DAYS
003971             PERFORM 3435-CHECK-ENTRY-RETENTION THRU 3435-EXIT
003972             GO TO 3430-EXIT
003973         END-IF
003974     END-IF.
003975     MOVE SX-STATUS-CODE TO WS-SKIP-STATUS.
003976     MOVE WS-SKIP-KEY TO SX-STATUS-KEY.
003977     START STATIDX KEY IS GREATER THAN SX-STATUS-KEY
003978         INVALID KEY MOVE 'Y' TO WS-SX-EOF-SWITCH
003979     END-START.
003980 3430-EXIT.
003981     EXIT.
003982******************************************************************
003983*    3435-CHECK-ENTRY-RETENTION - THE ENTRY IS OLD ENOUGH FOR
003984*    SOME LIST'S RETENTION; TEST IT AGAINST ITS OWN LIST'S, READ
003985*    BY 4050 (AND KEPT WHILE THE NEXT ENTRIES ARE THE SAME LIST).
003986******************************************************************
003987 3435-CHECK-ENTRY-RETENTION.
003988     IF SX-STATUS-LIST-ID NOT EQUAL WS-CURRENT-LIST-ID
003989         MOVE SX-STATUS-LIST-ID TO WS-CURRENT-LIST-ID
003990         PERFORM 4050-GET-LIST-RETENTION THRU 4050-EXIT
003991     END-IF.
003992     IF WS-LIST-RETAIN-DAYS IS GREATER THAN ZERO
003993         AND WS-DC-DAYS IS LESS THAN WS-RETAIN-CUTOFF-DAYS
003994         PERFORM 3440-ADD-CANDIDATE-LIST THRU 3440-EXIT
003995     END-IF.
003996 3435-EXIT.
003997     EXIT.
003998******************************************************************
003999*    3440-ADD-CANDIDATE-LIST - ENTER THE ENTRY'S LIST IN THE
004000*    CANDIDATE TABLE UNLESS IT IS THERE ALREADY, OPENING A SLOT IN
004001*    LIST-ID ORDER - PROGRAM37'S SORTED LIST TABLE.
004002******************************************************************
004003 3440-ADD-CANDIDATE-LIST.
004004     MOVE 'N' TO WS-CAND-FOUND-SWITCH.
004005     MOVE ZERO TO WS-CAND-INSERT-AT.
004006     PERFORM 3445-FIND-CANDIDATE-SLOT THRU 3445-EXIT
004007         VARYING CANDINDEX FROM 1 BY 1
004008         UNTIL CANDINDEX IS GREATER THAN WS-CAND-COUNT
004009         OR WS-CAND-FOUND
004010         OR WS-CAND-INSERT-AT IS GREATER THAN ZERO.
004011     IF WS-CAND-FOUND
004012         GO TO 3440-EXIT
004013     END-IF.
004014     IF WS-CAND-COUNT IS NOT LESS THAN WS-MAX-CANDIDATES
004015         MOVE 'Y' TO WS-CAND-OVERFLOW-SWITCH
004016         GO TO 3440-EXIT
004017     END-IF.
004018     ADD 1 TO WS-CAND-COUNT.
004019     IF WS-CAND-INSERT-AT IS EQUAL TO ZERO
004020         MOVE WS-CAND-COUNT TO WS-CAND-INSERT-AT
004021     END-IF.
004022     PERFORM 3447-SHIFT-ONE-CANDIDATE THRU 3447-EXIT
004023         VARYING WS-CAND-SHIFT FROM WS-CAND-COUNT BY -1
004024         UNTIL WS-CAND-SHIFT IS NOT GREATER THAN
004025             WS-CAND-INSERT-AT.
004026     MOVE SX-STATUS-LIST-ID TO CL-LIST-ID(WS-CAND-INSERT-AT).
004027 3440-EXIT.
004028     EXIT.
004029 3445-FIND-CANDIDATE-SLOT.
004030     IF CL-LIST-ID(CANDINDEX) IS EQUAL TO SX-STATUS-LIST-ID
004031         MOVE 'Y' TO WS-CAND-FOUND-SWITCH
004032         GO TO 3445-EXIT
004033     END-IF.
004034     IF CL-LIST-ID(CANDINDEX) IS GREATER THAN SX-STATUS-LIST-ID
004035         SET WS-CAND-INSERT-AT TO CANDINDEX
004036     END-IF.
004037 3445-EXIT.
004038     EXIT.
004039 3447-SHIFT-ONE-CANDIDATE.
004040     MOVE CL-LIST-ID(WS-CAND-SHIFT - 1)
004041         TO CL-LIST-ID(WS-CAND-SHIFT).
004042 3447-EXIT.
004043     EXIT.
004044******************************************************************
004045*    3500-SWEEP-CANDIDATE-LISTS - READ EACH CANDIDATE LIST BY ITS
004046*    OWN KEYED START, FROM INDEX 1 SO ITS IN-USE MARKER IS NOT
004047*    COLLECTED, AND CLOSE IT OUT EXACTLY AS THE FULL SCAN WOULD.
004048*    EACH LIST IS STARTED AFRESH, SO NO RESTART IS NEEDED AFTER
004049*    ITS SWEEP. A CANDIDATE WITH NO CELLS LEFT ON FILE IS PASSED
004050*    OVER.
004051******************************************************************
004052 3500-SWEEP-CANDIDATE-LISTS.
004053     PERFORM 3510-SWEEP-ONE-CANDIDATE THRU 3510-EXIT
004054         VARYING WS-CAND-SUB FROM 1 BY 1
004055         UNTIL WS-CAND-SUB IS GREATER THAN WS-CAND-COUNT.
004056 3500-EXIT.
004057     EXIT.
004058 3510-SWEEP-ONE-CANDIDATE.
004059     MOVE CL-LIST-ID(WS-CAND-SUB) TO WS-CURRENT-LIST-ID.
004060     MOVE ZERO TO WS-CELL-COUNT.
004061     MOVE ZERO TO WS-HIGH-INDEX.
004062     MOVE 'N' TO WS-CAND-LIST-DONE-SWITCH.
004063     MOVE WS-CURRENT-LIST-ID TO LR-LIST-ID.
004064     MOVE 1 TO LR-LIST-INDEX.
004065     START LISTFILE KEY IS NOT LESS THAN LR-LIST-KEY
004066         INVALID KEY GO TO 3510-EXIT
004067     END-START.
004068     PERFORM 3520-COLLECT-CANDIDATE-CELL THRU 3520-EXIT
004069         UNTIL WS-CAND-LIST-DONE.
004070     IF WS-CELL-COUNT IS EQUAL TO ZERO
004071         GO TO 3510-EXIT
004072     END-IF.
004073     MOVE 'Y' TO WS-LIST-OPEN-SWITCH.
004074     PERFORM 4000-CLOSE-OUT-LIST THRU 4000-EXIT.
004075 3510-EXIT.
004076     EXIT.
004077 3520-COLLECT-CANDIDATE-CELL.
004078     READ LISTFILE NEXT RECORD
004079         AT END
004080             MOVE 'Y' TO WS-CAND-LIST-DONE-SWITCH
004081             GO TO 3520-EXIT
004082     END-READ.
004083     IF LR-LIST-ID NOT EQUAL WS-CURRENT-LIST-ID
004084         MOVE 'Y' TO WS-CAND-LIST-DONE-SWITCH
004085         GO TO 3520-EXIT
004086     END-IF.
004087     PERFORM 3200-COLLECT-ONE-CELL THRU 3200-EXIT.
004088 3520-EXIT.
004089     EXIT.
004090******************************************************************
004091*    4000-CLOSE-OUT-LIST - THE LIST JUST COLLECTED IS COMPLETE.
004092*    IF THE CONTROL CARD SELECTED IT, PARTITION ITS CELLS INTO
004093*    SURVIVORS AND SWEEPS. A LIST WITH NOTHING TO SWEEP IS LEFT
004094*    EXACTLY AS IT SITS - NO REWRITE, NO RESTART. OTHERWISE THE
004095*    IN-USE MARKER IS HONORED (A CLAIMED LIST IS REPORTED AND
004096*    LEFT ALONE), THE SWEPT CELLS GO TO HISTFILE, THE SURVIVORS
004097*    ARE REWRITTEN RENUMBERED 1..N, AND THE SCAN IS RE-STARTED
004098*    PAST THE LIST - ALL PROGRAM8 REPAIR MECHANICS.
004099******************************************************************
004100 4000-CLOSE-OUT-LIST.
004101     MOVE 'N' TO WS-LIST-OPEN-SWITCH.
004102     IF WS-SELECT-LIST-ID NOT EQUAL 'ALL'
004103         AND WS-CURRENT-LIST-ID NOT EQUAL WS-SELECT-LIST-ID
004104         GO TO 4000-EXIT
004105     END-IF.
004106     ADD 1 TO WS-LISTS-EXAMINED.
004107     PERFORM 4050-GET-LIST-RETENTION THRU 4050-EXIT.
004108     PERFORM 4100-PARTITION-LIST THRU 4100-EXIT.
004109     IF WS-SWEPT-COUNT IS EQUAL TO ZERO
004110         ADD WS-CELL-COUNT TO WS-TOTAL-RETAINED
004111         GO TO 4000-EXIT
004112     END-IF.
004113     PERFORM 4300-CHECK-IN-USE-MARKER THRU 4300-EXIT.
004114     IF WS-LIST-IN-USE
004115         MOVE WS-CURRENT-LIST-ID TO SL-LIST-ID
004116         MOVE 'LIST IN USE - NOT SWEPT' TO SL-TEXT
004120         MOVE WS-LIST-LINE TO PRT-LINE
004130         WRITE PRT-LINE
004140         ADD WS-CELL-COUNT TO WS-TOTAL-RETAINED
004220     PERFORM 6500-RESTART-SCAN THRU 6500-EXIT.
004230 4000-EXIT.
004240     EXIT.
004241******************************************************************
004242*    4050-GET-LIST-RETENTION - WITH THE RETENTION RULE ON, READ
004243*    THE LIST'S LISTDEF DEFINITION AND SET THE DAY NUMBER BELOW
004244*    WHICH A CELL IS PAST RETENTION. A RANDOM LISTDEF READ DOES
004245*    NOT DISTURB THE LISTFILE SCAN POSITION.
004246******************************************************************
004247 4050-GET-LIST-RETENTION.
004248     MOVE ZERO TO WS-LIST-RETAIN-DAYS.
004249     MOVE ZERO TO WS-RETAIN-CUTOFF-DAYS.
004250     IF NOT WS-RETENTION-RULE
004251         OR WS-LISTDEF-NOT-FOUND
004252         GO TO 4050-EXIT
004253     END-IF.
004254     MOVE WS-CURRENT-LIST-ID TO LD-LIST-ID.
004255     READ LISTDEF
004256         INVALID KEY GO TO 4050-EXIT
004257     END-READ.
004258     IF LD-DEF-ACTIVE
004259         AND LD-RETENTION-DAYS IS NUMERIC
004260         MOVE LD-RETENTION-DAYS TO WS-LIST-RETAIN-DAYS
004261         COMPUTE WS-RETAIN-CUTOFF-DAYS =
004262             WS-RUN-DAYS - WS-LIST-RETAIN-DAYS
004263     END-IF.
004264 4050-EXIT.
004265     EXIT.
004266******************************************************************
004267*    4100-PARTITION-LIST - SPLIT THE COLLECTED CELLS INTO THE
004270*    SURVIVORS AND THE SWEEPS. A CELL IS SWEPT WHEN THE STATUS
004280*    RULE IS ON AND ITS STATUS CODE IS 'C', OR WHEN THE AGE RULE
004290*    IS ON AND ITS EFFECTIVE DATE IS OLDER THAN THE CUTOFF, OR
004293*    WHEN THE LIST HAS A RETENTION PERIOD AND THE EFFECTIVE
004296*    DATE IS OLDER THAN THAT MANY DAYS BEFORE TODAY. A
004300*    LEGACY FREE-TEXT CELL (NON-NUMERIC QUANTITY) IS NEVER
004310*    SWEPT - ITS FIELDS CANNOT BE TRUSTED AGAINST EITHER RULE.
004320******************************************************************
004630         MOVE 'AGED' TO SP-SWEPT-REASON(WS-SWEPT-COUNT)
004640         GO TO 4200-EXIT
004650     END-IF.
004651     IF WS-LIST-RETAIN-DAYS IS GREATER THAN ZERO
004652         AND WS-CF-EFF-DATE IS NUMERIC
004653         MOVE WS-CF-EFF-DATE TO WS-DC-DATE
004654         PERFORM 4400-DATE-TO-DAYS THRU 4400-EXIT
004655         IF WS-DC-VALID
004656             AND WS-DC-DAYS IS LESS THAN WS-RETAIN-CUTOFF-DAYS
004657             ADD 1 TO WS-SWEPT-COUNT
004658             MOVE SP-CELL-DATA(WS-PART-INDEX) TO
004659                 SP-SWEPT-DATA(WS-SWEPT-COUNT)
004660             MOVE 'RETENTION' TO SP-SWEPT-REASON(WS-SWEPT-COUNT)
004661             GO TO 4200-EXIT
004662         END-IF
004663     END-IF.
004664     ADD 1 TO WS-KEEP-COUNT.
004670     MOVE SP-CELL-DATA(WS-PART-INDEX) TO
004680         WS-KEEP-DATA(WS-KEEP-COUNT).
004690 4200-EXIT.
004850     END-READ.
004860 4300-EXIT.
004870     EXIT.
004871******************************************************************
004872*    4400-DATE-TO-DAYS - TURN THE YYYYMMDD IN WS-DC-DATE INTO A
004873*    DAY NUMBER IN WS-DC-DAYS: 365 DAYS A YEAR, PLUS ONE FOR
004874*    EVERY LEAP YEAR BEFORE THE DATE (EVERY FOURTH YEAR, LESS
004875*    CENTURIES, PLUS EVERY FOURTH CENTURY), PLUS THE DAYS
004876*    BEFORE THE MONTH AND THE DAY ITSELF - PROGRAM32'S
004877*    ARITHMETIC. A MONTH OR DAY OUT OF RANGE LEAVES WS-DC-VALID
004878*    OFF.
004879******************************************************************
004880 4400-DATE-TO-DAYS.
004881     MOVE 'N' TO WS-DC-VALID-SWITCH.
004882     MOVE ZERO TO WS-DC-DAYS.
004883     IF WS-DC-YEAR IS EQUAL TO ZERO
004884         OR WS-DC-MONTH IS LESS THAN 1
004885         OR WS-DC-MONTH IS GREATER THAN 12
004886         OR WS-DC-DAY IS LESS THAN 1
004887         OR WS-DC-DAY IS GREATER THAN 31
004888         GO TO 4400-EXIT
004889     END-IF.
004890     MOVE WS-DC-YEAR TO WS-DC-LEAP-YEARS.
004891     IF WS-DC-MONTH IS LESS THAN 3
004892         SUBTRACT 1 FROM WS-DC-LEAP-YEARS
004893     END-IF.
004894     DIVIDE WS-DC-LEAP-YEARS BY 4 GIVING WS-DC-BY-4.
004895     DIVIDE WS-DC-LEAP-YEARS BY 100 GIVING WS-DC-BY-100.
004896     DIVIDE WS-DC-LEAP-YEARS BY 400 GIVING WS-DC-BY-400.
004897     COMPUTE WS-DC-DAYS = WS-DC-YEAR * 365
004898         + WS-DC-BY-4 - WS-DC-BY-100 + WS-DC-BY-400
004899         + WS-MONTH-START(WS-DC-MONTH) + WS-DC-DAY.
004900     MOVE 'Y' TO WS-DC-VALID-SWITCH.
004901 4400-EXIT.
004902     EXIT.
004903******************************************************************
004904*    5000-SWEEP-LIST - COMMIT THE SWEEP: EVERY SWEPT CELL GOES
004905*    TO HISTFILE UNDER THIS RUN'S REMOVAL STAMP AND PRINTS ON
004910*    THE REPORT, THE SURVIVORS ARE REWRITTEN RENUMBERED 1..N
004920*    WITH CLEAN LINKS, RECORDS STRANDED ABOVE THE NEW COUNT ARE
004930*    DELETED, AND THE LIST'S SWEEP LANDS IN AUDITFILE.
004932*    A SIMULATION PRINTS THE SAME LINES BUT WRITES NOTHING - THE
004934*    HISTORY, REWRITE, PURGE, CROSS-REFERENCE AND AUDIT STEPS ALL
004936*    STAND DOWN - AND NOTES THE LIST FOR THE SUMMARY INSTEAD.
004940******************************************************************
004950 5000-SWEEP-LIST.
004960     ACCEPT WS-CURRENT-DATE FROM DATE.
005200     MOVE WS-LIST-LINE TO PRT-LINE.
005210     WRITE PRT-LINE.
005220     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
005222     IF WS-SIMULATION
005224         PERFORM 5500-SIM-NOTE-LIST THRU 5500-EXIT
005226     END-IF.
005230 5000-EXIT.
005240     EXIT.
005250 5100-WRITE-ONE-HISTORY.
005260     MOVE SP-SWEPT-DATA(WS-WRITE-INDEX) TO WS-CELL-FIELDS.
005262     IF WS-SIMULATION
005264         PERFORM 5200-PRINT-ONE-SWEPT THRU 5200-EXIT
005266         GO TO 5100-EXIT
005268     END-IF.
005270     MOVE SPACES TO HIST-RECORD.
005280     MOVE WS-CF-ITEM-KEY TO HX-ITEM-KEY.
005290     MOVE WS-CURRENT-LIST-ID TO HX-LIST-ID.
005550 5200-EXIT.
005560     EXIT.
005570 5300-REWRITE-ONE-SURVIVOR.
005572     IF WS-SIMULATION
005574         GO TO 5300-EXIT
005576     END-IF.
005580     MOVE WS-CURRENT-LIST-ID TO LR-LIST-ID.
005590     MOVE WS-REWRITE-INDEX TO LR-LIST-INDEX.
005600     MOVE WS-KEEP-DATA(WS-REWRITE-INDEX) TO LR-LIST-DATA.
005730     WRITE LIST-RECORD
005740         INVALID KEY REWRITE LIST-RECORD
005750     END-WRITE.
005753     MOVE 'W' TO WS-CHG-OPERATION.
005756     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
005760 5300-EXIT.
005770     EXIT.
005780 5400-DELETE-ONE-RECORD.
005782     IF WS-SIMULATION
005784         GO TO 5400-EXIT
005786     END-IF.
005790     MOVE WS-CURRENT-LIST-ID TO LR-LIST-ID.
005800     MOVE WS-PURGE-INDEX TO LR-LIST-INDEX.
005810     DELETE LISTFILE
005820         INVALID KEY CONTINUE
005830     END-DELETE.
005833     MOVE 'D' TO WS-CHG-OPERATION.
005836     PERFORM 7910-LOG-CELL-CHANGE THRU 7910-EXIT.
005840 5400-EXIT.
005850     EXIT.
005851******************************************************************
005852*    5500-SIM-NOTE-LIST - A SIMULATION HAS SELECTED CELLS TO
005853*    SWEEP FROM THIS LIST. ADD ITS SUMMARY ROW: THE CELLS
005854*    COLLECTED OFF THE FILE ARE THE BEFORE FIGURES AND THE
005855*    SURVIVORS ARE THE AFTER FIGURES. A LEGACY FREE-TEXT CELL
005856*    COUNTS AS A CELL BUT CARRIES NO QUANTITY.
005857******************************************************************
005858 5500-SIM-NOTE-LIST.
005859     IF WS-SIM-ROW-COUNT IS GREATER THAN OR EQUAL TO
005860         WS-MAX-SIM-ROWS
005861         GO TO 5500-EXIT
005862     END-IF.
005863     ADD 1 TO WS-SIM-ROW-COUNT.
005864     MOVE WS-CURRENT-LIST-ID TO SM-LIST-ID(WS-SIM-ROW-COUNT).
005865     MOVE WS-CELL-COUNT TO SM-CELLS-BEFORE(WS-SIM-ROW-COUNT).
005866     MOVE WS-KEEP-COUNT TO SM-CELLS-AFTER(WS-SIM-ROW-COUNT).
005867     MOVE ZERO TO SM-QTY-BEFORE(WS-SIM-ROW-COUNT).
005868     MOVE ZERO TO SM-QTY-AFTER(WS-SIM-ROW-COUNT).
005869     PERFORM 5510-SIM-SUM-BEFORE-CELL THRU 5510-EXIT
005870         VARYING WS-SIM-SUM-INDEX FROM 1 BY 1
005871         UNTIL WS-SIM-SUM-INDEX IS GREATER THAN WS-CELL-COUNT.
005872     PERFORM 5520-SIM-SUM-AFTER-CELL THRU 5520-EXIT
005873         VARYING WS-SIM-SUM-INDEX FROM 1 BY 1
005874         UNTIL WS-SIM-SUM-INDEX IS GREATER THAN WS-KEEP-COUNT.
005875 5500-EXIT.
005876     EXIT.
005877 5510-SIM-SUM-BEFORE-CELL.
005878     IF SP-CELL-DATA(WS-SIM-SUM-INDEX)(21:7) IS NUMERIC
005879         MOVE SP-CELL-DATA(WS-SIM-SUM-INDEX)(21:7)
005880             TO WS-SIM-CELL-QTY
005881         ADD WS-SIM-CELL-QTY TO SM-QTY-BEFORE(WS-SIM-ROW-COUNT)
005882     END-IF.
005883 5510-EXIT.
005884     EXIT.
005885 5520-SIM-SUM-AFTER-CELL.
005886     IF WS-KEEP-DATA(WS-SIM-SUM-INDEX)(21:7) IS NUMERIC
005887         MOVE WS-KEEP-DATA(WS-SIM-SUM-INDEX)(21:7)
005888             TO WS-SIM-CELL-QTY
005889         ADD WS-SIM-CELL-QTY TO SM-QTY-AFTER(WS-SIM-ROW-COUNT)
005890     END-IF.
005891 5520-EXIT.
005892     EXIT.
005893******************************************************************
005894*    6500-RESTART-SCAN - THE MARKER READ, REWRITES AND DELETES
005895*    ABOVE DISTURBED THE SEQUENTIAL READ POSITION. RE-START JUST
005896*    PAST THE HIGHEST KEY THIS LIST COULD HOLD SO THE SCAN
005900*    RESUMES AT THE NEXT LIST, THEN READ FORWARD PAST THE
005910*    PENDING RECORD (ALREADY CAPTURED) SO IT IS NOT COLLECTED
005920*    TWICE - PROGRAM8'S RESTART MECHANICS.
005925*    A CANDIDATE SWEEP STARTS EVERY LIST AFRESH AND SKIPS THIS.
005930******************************************************************
005940 6500-RESTART-SCAN.
005942     IF WS-CANDIDATE-SWEEP
005944         GO TO 6500-EXIT
005946     END-IF.
005950     MOVE WS-CURRENT-LIST-ID TO LR-LIST-ID.
005960     MOVE 99999 TO LR-LIST-INDEX.
005970     START LISTFILE KEY IS GREATER THAN LR-LIST-KEY
006205*    AFTER THE REWRITE.
006206******************************************************************
006207 7500-XREF-CLEAR-LIST.
006208     IF WS-SIMULATION
006209         GO TO 7500-EXIT
006210     END-IF.
006211     IF WS-CELL-COUNT IS GREATER THAN ZERO
006212         PERFORM 7510-XREF-DELETE-ONE THRU 7510-EXIT
006213             VARYING WS-XREF-INDEX FROM 1 BY 1
006214             UNTIL WS-XREF-INDEX IS GREATER THAN WS-CELL-COUNT
006215     END-IF.
006216 7500-EXIT.
006217     EXIT.
006218 7510-XREF-DELETE-ONE.
006219     MOVE SP-CELL-DATA(WS-XREF-INDEX)(1:20) TO XR-ITEM-KEY.
006220     MOVE WS-CURRENT-LIST-ID TO XR-LIST-ID.
006221     DELETE XREFFILE
006222         INVALID KEY CONTINUE
006223     END-DELETE.
006224 7510-EXIT.
006225     EXIT.
006226******************************************************************
006227*    7600-XREF-WRITE-SURVIVORS - WRITE ONE CROSS-REFERENCE
006228*    ENTRY PER SURVIVING CELL, SO XREFFILE AGREES WITH LISTFILE
006229*    AGAIN AFTER THE SWEEP.
006230******************************************************************
006231 7600-XREF-WRITE-SURVIVORS.
006232     IF WS-SIMULATION
006233         GO TO 7600-EXIT
006234     END-IF.
006235     IF WS-KEEP-COUNT IS GREATER THAN ZERO
006236         PERFORM 7610-XREF-WRITE-ONE THRU 7610-EXIT
006237             VARYING WS-XREF-INDEX FROM 1 BY 1
006238             UNTIL WS-XREF-INDEX IS GREATER THAN WS-KEEP-COUNT
006239     END-IF.
006240 7600-EXIT.
006241     EXIT.
006242 7610-XREF-WRITE-ONE.
006243     MOVE SPACES TO XREF-RECORD.
006244     MOVE WS-KEEP-DATA(WS-XREF-INDEX)(1:20) TO XR-ITEM-KEY.
006245     MOVE WS-CURRENT-LIST-ID TO XR-LIST-ID.
006246     WRITE XREF-RECORD
006247         INVALID KEY CONTINUE
006248     END-WRITE.
006249 7610-EXIT.
006250     EXIT.
006251******************************************************************
006252*    7000-WRITE-AUDIT-RECORD - RECORD THE LIST'S SWEEP ON
006253*    AUDITFILE, THE SAME DATASET THE OTHER UPDATE PROGRAMS LOG
006254*    TO, SO THE SWEEP SHOWS UP IN THE LIST'S HISTORY. THE
006255*    RETAINED CELL COUNT RIDES IN AU-VALUE ('COUNT NNNNNNNNN'
006256*    AT COLUMN 45) SO THE RECONCILIATION RUN CAN TREAT THE
006257*    SWEEP AS THE LIST'S NEW BASELINE.
006258******************************************************************
006259 7000-WRITE-AUDIT-RECORD.
006260     IF WS-SIMULATION
006261         GO TO 7000-EXIT
006262     END-IF.
006263     MOVE WS-CURRENT-DATE TO AU-DATE.
006270     MOVE WS-CURRENT-TIME TO AU-TIME.
006280     MOVE WS-CURRENT-LIST-ID TO AU-LIST-ID.
006290     MOVE 'SWEEP' TO AU-ACTION.
006360     EXIT.
006370******************************************************************
006380*    8000-PRINT-TOTALS - CLOSE THE REPORT WITH THE RUN TOTALS.
006385*    A SIMULATION FOLLOWS THEM WITH ITS BEFORE/AFTER SUMMARY.
006390******************************************************************
006400 8000-PRINT-TOTALS.
006410     MOVE WS-LISTS-EXAMINED TO SR-LISTS-EXAMINED.
006440     MOVE WS-TOTAL-RETAINED TO SR-TOTAL-RETAINED.
006450     MOVE WS-TOTAL-LINE TO PRT-LINE.
006460     WRITE PRT-LINE.
006462     IF WS-SIMULATION
006464         PERFORM 8200-PRINT-SIM-SUMMARY THRU 8200-EXIT
006466     END-IF.
006470 8000-EXIT.
006480     EXIT.
006481******************************************************************
006482*    8200-PRINT-SIM-SUMMARY - LIST BY LIST, THE CELL COUNT AND
006483*    TOTAL QUANTITY BEFORE THE SWEEP AND AS THEY WOULD STAND
006484*    AFTER IT, FOR EVERY LIST THE SWEEP WOULD CHANGE.
006485******************************************************************
006486 8200-PRINT-SIM-SUMMARY.
006487     MOVE SPACES TO PRT-LINE.
006488     WRITE PRT-LINE.
006489     MOVE WS-SIMULATION-LINE TO PRT-LINE.
006490     WRITE PRT-LINE.
006491     MOVE WS-SIM-HEADING-LINE TO PRT-LINE.
006492     WRITE PRT-LINE.
006493     IF WS-SIM-ROW-COUNT IS EQUAL TO ZERO
006494         MOVE WS-SIM-NONE-LINE TO PRT-LINE
006495         WRITE PRT-LINE
006496         GO TO 8200-EXIT
006497     END-IF.
006498     PERFORM 8210-PRINT-ONE-SIM-ROW THRU 8210-EXIT
006499         VARYING WS-SIM-SCAN-INDEX FROM 1 BY 1
006500         UNTIL WS-SIM-SCAN-INDEX IS GREATER THAN WS-SIM-ROW-COUNT.
006501 8200-EXIT.
006502     EXIT.
006503 8210-PRINT-ONE-SIM-ROW.
006504     MOVE SM-LIST-ID(WS-SIM-SCAN-INDEX) TO SR-SIM-LIST-ID.
006505     MOVE SM-CELLS-BEFORE(WS-SIM-SCAN-INDEX) TO
006506         SR-SIM-CELLS-BEFORE.
006507     MOVE SM-CELLS-AFTER(WS-SIM-SCAN-INDEX) TO SR-SIM-CELLS-AFTER.
006508     MOVE SM-QTY-BEFORE(WS-SIM-SCAN-INDEX) TO SR-SIM-QTY-BEFORE.
006509     MOVE SM-QTY-AFTER(WS-SIM-SCAN-INDEX) TO SR-SIM-QTY-AFTER.
006510     MOVE WS-SIM-DETAIL-LINE TO PRT-LINE.
006511     WRITE PRT-LINE.
006512 8210-EXIT.
006513     EXIT.
006516******************************************************************
006517*    7900-OPEN-CHANGE-LOG - OPEN CHGLOG, THE AFTER-IMAGE CHANGE
006518*    LOG, FOR APPEND AND TAKE THIS RUN'S ID. EVERY CELL THE RUN
006519*    WRITES OR DELETES IS LOGGED UNDER THE ID, NUMBERED FROM 1, SO
006520*    ListRecover (PROGRAM45) CAN REPLAY IT OVER AN IMAGE COPY AND
006521*    TELL A COMPLETE RUN FROM ONE WITH RECORDS MISSING.
006522******************************************************************
006523 7900-OPEN-CHANGE-LOG.
006524     OPEN EXTEND CHGLOG.
006525     IF WS-CHGLOG-NOT-FOUND
006526         OPEN OUTPUT CHGLOG
006527         CLOSE CHGLOG
006528         OPEN EXTEND CHGLOG
006529     END-IF.
006530     MOVE 'Y' TO WS-CHGLOG-OPEN-SWITCH.
006531     ACCEPT WS-CHG-RUN-DATE FROM DATE YYYYMMDD.
006532     ACCEPT WS-CHG-RUN-TIME FROM TIME.
006533     PERFORM 7950-OPEN-STATUS-INDEX THRU 7950-EXIT.
006534 7900-EXIT.
006535     EXIT.
006536******************************************************************
006537*    7910-LOG-CELL-CHANGE - APPEND ONE CHANGE RECORD FOR THE CELL
006538*    IN LIST-RECORD: ITS AFTER IMAGE WHEN IT WAS JUST WRITTEN
006539*    ('W'), ONLY ITS KEY WHEN IT WAS JUST DELETED ('D'). THE
006540*    CALLER SETS WS-CHG-OPERATION. ONLY AN I/O THAT WORKED IS
006541*    LOGGED, AND INDEX-ZERO IN-USE MARKERS NEVER ARE - A RECOVERED
006542*    CATALOG STARTS WITH NO LIST CLAIMED.
006543*    THE CELL'S STATIDX ENTRY IS KEPT IN STEP AT THE SAME TIME.
006544******************************************************************
006545 7910-LOG-CELL-CHANGE.
006546     IF NOT WS-CHGLOG-OPEN
006547         OR NOT WS-LISTFILE-OK
006548         OR LR-LIST-INDEX IS EQUAL TO ZERO
006549         GO TO 7910-EXIT
006550     END-IF.
006551     PERFORM 7960-INDEX-CELL-CHANGE THRU 7960-EXIT.
006552     ADD 1 TO WS-CHG-SEQUENCE.
006553     MOVE SPACES TO CHANGE-LOG-RECORD.
006554     MOVE WS-CHG-OPERATION TO CG-RECORD-TYPE.
006555     MOVE WS-CHG-RUN-ID TO CG-RUN-ID.
006556     MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ.
006557     ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD.
006558     ACCEPT CG-LOG-TIME FROM TIME.
006559     IF CG-CELL-DELETED
006560         MOVE LR-LIST-KEY TO CG-AFTER-IMAGE
006561     ELSE
006562         MOVE LIST-RECORD TO CG-AFTER-IMAGE
006563     END-IF.
006564     WRITE CHANGE-LOG-RECORD.
006565 7910-EXIT.
006566     EXIT.
006567******************************************************************
006568*    7920-CLOSE-CHANGE-LOG - A RUN THAT LOGGED ANY CHANGE CLOSES
006569*    ITS LOG WITH AN END-OF-RUN RECORD CARRYING THE COUNT, SO
006570*    RECOVERY CAN SEE THE RUN FINISHED AND NOTHING IS MISSING.
006571******************************************************************
006572 7920-CLOSE-CHANGE-LOG.
006573     PERFORM 7970-CLOSE-STATUS-INDEX THRU 7970-EXIT.
006574     IF NOT WS-CHGLOG-OPEN
006575         GO TO 7920-EXIT
006576     END-IF.
006577     IF WS-CHG-SEQUENCE IS GREATER THAN ZERO
006578         MOVE SPACES TO CHANGE-LOG-RECORD
006579         MOVE 'E' TO CG-RECORD-TYPE
006580         MOVE WS-CHG-RUN-ID TO CG-RUN-ID
006581         MOVE WS-CHG-SEQUENCE TO CG-RUN-SEQ
006582         ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
006583         ACCEPT CG-LOG-TIME FROM TIME
006584         WRITE CHANGE-LOG-RECORD
006585     END-IF.
006586     CLOSE CHGLOG.
006587     MOVE 'N' TO WS-CHGLOG-OPEN-SWITCH.
006588 7920-EXIT.
006589     EXIT.
006590******************************************************************
006591*    7950-OPEN-STATUS-INDEX - OPEN STATIDX, THE STATUS AND
006592*    EFFECTIVE-DATE INDEX OVER LISTFILE, SO EVERY CELL THIS RUN
006593*    LOGS HAS ITS ENTRY KEPT IN STEP. AN INDEX NOT YET BUILT IS
006594*    LEFT ALONE - StatIdxBuild (PROGRAM46) CREATES IT WHOLE FROM
006595*    LISTFILE, AND UNTIL THEN ITS READERS FALL BACK TO LISTFILE.
006596******************************************************************
006597 7950-OPEN-STATUS-INDEX.
006598     OPEN I-O STATIDX.
006599     IF WS-STATIDX-OK
006600         MOVE 'Y' TO WS-STATIDX-OPEN-SWITCH
006601     ELSE
006602         DISPLAY "STATIDX NOT AVAILABLE - STATUS INDEX NOT"
006603             " MAINTAINED BY THIS RUN"
006604     END-IF.
006605 7950-EXIT.
006606     EXIT.
006607******************************************************************
006608*    7960-INDEX-CELL-CHANGE - BRING THE STATIDX ENTRY FOR THE
006609*    CELL IN LIST-RECORD INTO LINE WITH LISTFILE. THE ENTRY IS
006610*    KEYED BY THE CELL'S OWN LIST ID AND INDEX, SO A DELETED CELL
006611*    LOSES ITS ENTRY AND A WRITTEN ONE HAS IT WRITTEN OR
006612*    REWRITTEN - THE ALTERNATE STATUS KEY MOVES WITH IT. A LEGACY
006613*    FREE-TEXT CELL (NON-NUMERIC QUANTITY) CARRIES NO ENTRY.
006614******************************************************************
006615 7960-INDEX-CELL-CHANGE.
006616     IF NOT WS-STATIDX-OPEN
006617         GO TO 7960-EXIT
006618     END-IF.
006619     MOVE SPACES TO STATUS-INDEX-RECORD.
006620     MOVE LR-LIST-ID TO SX-LIST-ID.
006621     MOVE LR-LIST-INDEX TO SX-LIST-INDEX.
006622     IF WS-CHG-OPERATION IS EQUAL TO 'D'
006623         OR LR-QUANTITY IS NOT NUMERIC
006624         DELETE STATIDX
006625             INVALID KEY CONTINUE
006626         END-DELETE
006627         GO TO 7960-EXIT
006628     END-IF.
006629     MOVE LR-STATUS-CODE TO SX-STATUS-CODE.
006630     MOVE LR-EFF-DATE TO SX-EFF-DATE.
006631     MOVE LR-LIST-ID TO SX-STATUS-LIST-ID.
006632     MOVE LR-LIST-INDEX TO SX-STATUS-INDEX.
006633     MOVE LR-ITEM-KEY TO SX-ITEM-KEY.
006634     MOVE LR-QUANTITY TO SX-QUANTITY.
006635     WRITE STATUS-INDEX-RECORD
006636         INVALID KEY REWRITE STATUS-INDEX-RECORD
006637     END-WRITE.
006638 7960-EXIT.
006639     EXIT.
006640 7970-CLOSE-STATUS-INDEX.
006641     IF WS-STATIDX-OPEN
006642         CLOSE STATIDX
006643         MOVE 'N' TO WS-STATIDX-OPEN-SWITCH
006644     END-IF.
006645 7970-EXIT.
006646     EXIT.
006647******************************************************************
006648*    9000-TERMINATE - CLOSE EVERY DATASET THIS PROGRAM OPENED.
006649******************************************************************
006650 9000-TERMINATE.
006651     PERFORM 7920-CLOSE-CHANGE-LOG THRU 7920-EXIT.
006652     CLOSE CTL-FILE.
006653     CLOSE PRTFILE.
006654     IF NOT WS-LISTFILE-NOT-FOUND
006655         CLOSE LISTFILE
006656     END-IF.
006657     IF NOT WS-SIMULATION
006658         CLOSE AUDITFILE
006659         CLOSE HISTFILE
006660         CLOSE XREFFILE
006661     END-IF.
006662     IF NOT WS-LISTDEF-NOT-FOUND
006663         CLOSE LISTDEF
006664     END-IF.
006665 9000-EXIT.
006666     EXIT.
006667 END PROGRAM Program17.
