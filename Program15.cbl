000312*      'X' WITH AN ITEM KEY IN COLS 21-40 = CROSS-REFERENCE
000314*      INQUIRY - LIST EVERY CATALOGED LIST CARRYING THE KEY,
000316*      ANSWERED FROM XREFFILE IN ONE KEYED BROWSE INSTEAD OF
000318*      BROWSING THE CATALOG ONE LIST AT A TIME;
000319*      'S' WITH A STATUS CODE IN COL 21 = STATUS BROWSE - EVERY
000320*      CELL OF THAT STATUS ON EVERY LIST, OLDEST EFFECTIVE DATE
000321*      FIRST, OFF STATIDX THROUGH ITS PATH STATPATH. AN
000322*      OPTIONAL DATE (YYYYMMDD) IN COLS 22-29 STARTS THE
000323*      BROWSE AT THAT DATE. 'F' THEN PAGES FORWARD; 'B' GOES
000324*      BACK TO THE FIRST PAGE.
000325*
000330*    A SEARCH LOADS THE LIST INTO TOP_LIST AND CALLS "findcell"
000340*    WITH THE SAME PARAMETER LIST PROGRAM1'S 5000-SEARCH-LIST
000350*    USES; BROWSING PAGES STRAIGHT OFF LISTFILE WITH STARTBR/
000390*    (PCT), FILE LISTFILE (FCT, VSAM KSDS, KEYLEN 25, FULL KEY
000400*    LR-LIST-ID + LR-LIST-INDEX), FILE XREFFILE (FCT, VSAM
000402*    KSDS, KEYLEN 40, FULL KEY XR-ITEM-KEY + XR-LIST-ID),
000404*    PROGRAM FINDCELL (PPT), FILE ITEMFILE (FCT, VSAM KSDS,
000407*    KEYLEN 20, MI-ITEM-KEY), FILE PENDFILE (FCT, VSAM KSDS,
000408*    KEYLEN 49, PN-PEND-KEY - LIST ID + EFFECTIVE-ON DATE +
000409*    PENDING ID), FILE STATPATH (FCT, VSAM PATH OVER STATIDX,
000410*    KEYLEN 34, ALTERNATE KEY SX-STATUS-KEY - STATUS + EFFECTIVE
000411*    DATE + LIST ID + INDEX).
000412*
000413*    BOTH THE BROWSE AND THE SEARCH ALSO LOOK AT PENDFILE, THE
000414*    QUEUE OF FUTURE-DATED ListTrans CARDS AND ListPost
000415*    MOVEMENTS NOT YET APPLIED. THE BROWSE COUNTS THE LIST'S
000416*    PENDING ITEMS AND MARKS 'PND' ON EVERY CELL WITH A CHANGE
000417*    QUEUED AGAINST IT; THE SEARCH SHOWS HOW MANY CHANGES ARE
000418*    QUEUED AGAINST THE TARGET KEY AND WHEN THE FIRST FIRES -
000419*    EVEN WHEN THE KEY IS NOT ON THE LIST YET, SINCE A QUEUED
000420*    ADD MAY BE ABOUT TO PUT IT THERE.
000421*
000422*    MAINTENANCE HISTORY
000430*    DATE       INIT DESCRIPTION
000440*    -------    ---- ------------------------------------------
000450*    2026-08-22 SRJ  ORIGINAL PROGRAM - ONLINE LIST INQUIRY
000459*                    NOW MAINTAIN, SO "WHICH LISTS CARRY ITEM X"
000460*                    IS ONE KEYED BROWSE INSTEAD OF A LIST-BY-
000461*                    LIST HUNT.
000462*    2026-10-15 SRJ  THE SEARCH RESULT AND EVERY BROWSE LINE NOW
000463*                    SHOW THE ITEM'S DESCRIPTION FROM ITEMFILE,
000464*                    THE ITEM MASTER, NEXT TO THE ITEM KEY.
000465*    2026-10-15 SRJ  THE BROWSE AND SEARCH NOW SHOW PENDING
000466*                    CHANGES - FUTURE-DATED CARDS AND MOVEMENTS
000467*                    QUEUED ON PENDFILE AGAINST THE LIST AND ITS
000468*                    CELLS.
000469*    2026-10-15 SRJ  ADDED THE 'S' COMMAND - STATUS BROWSE OFF
000470*                    STATIDX, THE STATUS AND EFFECTIVE-DATE
000471*                    INDEX, THROUGH THE NEW PATH STATPATH: EVERY
000472*                    CELL OF ONE STATUS ACROSS ALL LISTS, OLDEST
000473*                    FIRST. THE COMMAREA NOW CARRIES THE BROWSE
000474*                    MODE AND THE STATUS BROWSE'S POSITION.
000475******************************************************************
000476 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 DATA DIVISION.
000500 WORKING-STORAGE SECTION.
000560******************************************************************
000570 COPY LISTREC.
000572 COPY XREFREC.
000576 COPY ITEMREC.
000578 COPY PENDREC.
000579 COPY SIDXREC.
000580 77  WS-PAGE-SIZE PIC 9(02) VALUE 15.
000590 01  INPUTNUM_SAVE PIC S9(9) VALUE ZERO.
000600 01  WS-INDEX PIC S9(9) VALUE ZERO.
000830         10  IN-LIST-ID PIC X(20).
000840         10  IN-TARGET-KEY PIC X(20).
000850         10  FILLER PIC X(35).
000860     05  IN-STATUS-LINE REDEFINES IN-LINE.
000870         10  FILLER PIC X(20).
000880         10  IN-STATUS-CODE PIC X(01).
000890         10  IN-FROM-DATE PIC X(08).
000895         10  FILLER PIC X(46).
000900 01  WS-INPUT-LENGTH PIC S9(4) COMP VALUE +80.
000910 01  WS-RESP PIC S9(8) COMP VALUE ZERO.
000915 01  WS-ITEM-RESP PIC S9(8) COMP VALUE ZERO.
000920******************************************************************
000930*    SCREEN WORKING STORAGE - TWENTY 79-CHARACTER LINES SENT AS
000940*    ONE TEXT BLOCK; SEND TEXT FOLDS THEM AT TERMINAL WIDTH.
001020     05  FILLER PIC X(02) VALUE SPACES.
001030     05  WL-ITEM-KEY PIC X(20).
001040     05  FILLER PIC X(02) VALUE SPACES.
001043     05  WL-DESCRIPTION PIC X(23).
001046     05  FILLER PIC X(02) VALUE SPACES.
001050     05  WL-QUANTITY PIC X(07).
001060     05  FILLER PIC X(02) VALUE SPACES.
001070     05  WL-EFF-DATE PIC X(08).
001080     05  FILLER PIC X(02) VALUE SPACES.
001090     05  WL-STATUS-CODE PIC X(01).
001100     05  FILLER PIC X(02) VALUE SPACES.
001101     05  WL-PENDING PIC X(03).
001102 01  WS-PAGE-HEADING.
001103     05  FILLER PIC X(29) VALUE 'POS    ITEM KEY'.
001104     05  FILLER PIC X(25) VALUE 'DESCRIPTION'.
001105     05  FILLER PIC X(25) VALUE 'QUANTITY EFF DATE ST  PND'.
001106 01  WS-ITEM-DESCRIPTION PIC X(30) VALUE SPACES.
001110 01  WS-POSITION-DISPLAY PIC ZZZZ9.
001120 01  WS-COUNT-DISPLAY PIC ZZZZ9.
001130******************************************************************
001188 01  WS-XREF-EOF-SWITCH PIC X(01) VALUE 'N'.
001189     88  WS-XREF-EOF                VALUE 'Y'.
001190******************************************************************
001191*    STATUS BROWSE WORKING STORAGE - ONE SCREEN LINE PER STATIDX
001192*    ENTRY. WS-SKIP-STATUS-KEY IS THE LAST ENTRY THE PREVIOUS
001193*    PAGE SHOWED; THE BROWSE RESTARTS ON IT AND PASSES IT OVER.
001194******************************************************************
001195 01  WS-STATUS-COUNT PIC S9(9) VALUE ZERO.
001196 01  WS-STATUS-EOF-SWITCH PIC X(01) VALUE 'N'.
001197     88  WS-STATUS-EOF              VALUE 'Y'.
001198 01  WS-SKIP-STATUS-KEY PIC X(34) VALUE LOW-VALUES.
001199 01  WS-STATUS-WORK-LINE.
001200     05  SL-EFF-DATE PIC X(08).
001201     05  FILLER PIC X(02) VALUE SPACES.
001202     05  SL-LIST-ID PIC X(20).
001203     05  FILLER PIC X(02) VALUE SPACES.
001204     05  SL-POSITION PIC ZZZZ9.
001205     05  FILLER PIC X(02) VALUE SPACES.
001206     05  SL-ITEM-KEY PIC X(20).
001207     05  FILLER PIC X(02) VALUE SPACES.
001208     05  SL-QUANTITY PIC X(07).
001209 01  WS-STATUS-HEADING.
001210     05  FILLER PIC X(32) VALUE 'EFF DATE  LIST ID'.
001211     05  FILLER PIC X(29) VALUE '  POS  ITEM KEY'.
001212     05  FILLER PIC X(08) VALUE 'QUANTITY'.
001213******************************************************************
001214*    PENDING-CHANGE WORKING STORAGE - 5500 GATHERS THE LIST'S
001215*    PENDING PENDFILE ITEMS: HOW MANY THERE ARE, WHEN THE FIRST
001216*    FIRES, AND ONE ROW PER ITEM KEY WITH ITS OWN COUNT AND FIRST
001217*    EFFECTIVE-ON DATE. THE QUEUE READS BACK IN FIRING ORDER, SO
001218*    THE FIRST DATE SEEN FOR A KEY IS ITS EARLIEST. KEYS PAST THE
001219*    TABLE'S END STILL COUNT TOWARD THE LIST TOTAL BUT CANNOT BE
001220*    MARKED, AND THE SCREEN SAYS SO.
001221******************************************************************
001222 77  WS-MAX-PEND-KEYS PIC 9(05) VALUE 200.
001223 01  WS-PEND-TOTAL PIC S9(9) VALUE ZERO.
001224 01  WS-PEND-FIRST-DATE PIC 9(08) VALUE ZERO.
001225 01  WS-PEND-EOF-SWITCH PIC X(01) VALUE 'N'.
001226     88  WS-PEND-EOF                VALUE 'Y'.
001227 01  WS-PEND-FULL-SWITCH PIC X(01) VALUE 'N'.
001228     88  WS-PEND-FULL               VALUE 'Y'.
001229 01  WS-PEND-KEY-COUNT PIC S9(9) VALUE ZERO.
001230 01  WS-PEND-KEY-TABLE.
001231     05  WS-PEND-KEY-ROW OCCURS 1 TO 200 TIMES
001232         DEPENDING ON WS-PEND-KEY-COUNT INDEXED BY PENDINDEX.
001233         10  PT-ITEM-KEY PIC X(20).
001234         10  PT-FIRST-DATE PIC 9(08).
001235         10  PT-COUNT PIC S9(9).
001236 01  WS-PEND-LOOKUP-KEY PIC X(20) VALUE SPACES.
001237 01  WS-PEND-HIT-SWITCH PIC X(01) VALUE 'N'.
001238     88  WS-PEND-HIT                VALUE 'Y'.
001239 01  WS-PEND-HIT-INDEX PIC S9(9) VALUE ZERO.
001240 01  WS-PEND-COUNT-DISPLAY PIC ZZZZ9.
001241******************************************************************
001242*    COMMAREA IMAGE - THE PSEUDO-CONVERSATIONAL STATE CARRIED
001243*    BETWEEN INTERACTIONS: WHICH LIST IS BEING BROWSED, THE
001244*    POSITION ITS CURRENT PAGE STARTS AT, AND ITS CELL COUNT -
001245*    OR, IN A STATUS BROWSE, THE KEY THE BROWSE STARTED AT AND
001246*    THE LAST KEY ITS CURRENT PAGE SHOWED.
001247******************************************************************
001248 01  WS-COMMAREA.
001250     05  CA-LIST-ID PIC X(20).
001260     05  CA-PAGE-TOP PIC S9(9).
001270     05  CA-LIST-COUNT PIC S9(9).
001272     05  CA-BROWSE-MODE PIC X(01).
001274         88  CA-STATUS-BROWSE       VALUE 'S'.
001276     05  CA-STATUS-START-KEY PIC X(34).
001278     05  CA-STATUS-LAST-KEY PIC X(34).
001280 LINKAGE SECTION.
001290 01  DFHCOMMAREA PIC X(107).
001300 PROCEDURE DIVISION.
001310******************************************************************
001320*    0000-MAINLINE
001350     MOVE SPACES TO CA-LIST-ID.
001360     MOVE ZERO TO CA-PAGE-TOP.
001370     MOVE ZERO TO CA-LIST-COUNT.
001372     MOVE SPACE TO CA-BROWSE-MODE.
001374     MOVE LOW-VALUES TO CA-STATUS-START-KEY.
001376     MOVE LOW-VALUES TO CA-STATUS-LAST-KEY.
001380     IF EIBCALEN IS GREATER THAN ZERO
001390         MOVE DFHCOMMAREA TO WS-COMMAREA
001400     END-IF.
001440     END-IF.
001450     PERFORM 1000-RECEIVE-INPUT THRU 1000-EXIT.
001460     IF IN-LIST-ID IS EQUAL TO 'F' OR IN-LIST-ID IS EQUAL TO 'B'
001462         IF CA-STATUS-BROWSE
001464             PERFORM 4800-PAGE-STATUS THRU 4800-EXIT
001466         ELSE
001470             PERFORM 4000-PAGE-LIST THRU 4000-EXIT
001475         END-IF
001480     ELSE
001481     MOVE SPACE TO CA-BROWSE-MODE
001482     IF IN-LIST-ID IS EQUAL TO 'X'
001484         PERFORM 4500-XREF-INQUIRY THRU 4500-EXIT
001486     ELSE
001487     IF IN-LIST-ID IS EQUAL TO 'S'
001488         PERFORM 4700-STATUS-INQUIRY THRU 4700-EXIT
001489     ELSE
001490         IF IN-TARGET-KEY IS EQUAL TO SPACES
001500             PERFORM 3000-START-BROWSE THRU 3000-EXIT
001510         ELSE
001520             PERFORM 2000-SEARCH-LIST THRU 2000-EXIT
001530         END-IF
001533     END-IF
001535     END-IF
001540     END-IF.
001550     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
001720*    2000-SEARCH-LIST - LOAD THE NAMED LIST INTO TOP_LIST AND
001730*    LOCATE THE TARGET KEY WITH THE SAME FINDCELL CALL
001740*    PROGRAM1'S 5000-SEARCH-LIST MAKES, THEN REPORT FOUND/NOT
001750*    FOUND AND THE CELL'S POSITION, AND ANY CHANGES QUEUED ON
001755*    PENDFILE AGAINST THE TARGET KEY.
001760******************************************************************
001770 2000-SEARCH-LIST.
001780     MOVE IN-LIST-ID TO CA-LIST-ID.
002025             ' OF ' WS-COUNT-DISPLAY
002030             DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
002040         MOVE TOP_DATA(WS-FOUND-INDEX) TO WS-SCREEN-LINE(5)
002042         MOVE IN-TARGET-KEY TO MI-ITEM-KEY
002044         PERFORM 6200-LOOKUP-DESCRIPTION THRU 6200-EXIT
002046         STRING 'DESCRIPTION: ' WS-ITEM-DESCRIPTION
002048             DELIMITED BY SIZE INTO WS-SCREEN-LINE(6)
002050     ELSE
002060         MOVE 'TARGET NOT FOUND' TO WS-SCREEN-LINE(3)
002070         MOVE 1 TO CA-PAGE-TOP
002080     END-IF.
002081     PERFORM 5500-LOAD-PENDING THRU 5500-EXIT.
002082     MOVE IN-TARGET-KEY TO WS-PEND-LOOKUP-KEY.
002083     PERFORM 5700-FIND-PENDING THRU 5700-EXIT.
002084     IF WS-PEND-HIT
002085         MOVE PT-COUNT(WS-PEND-HIT-INDEX) TO WS-PEND-COUNT-DISPLAY
002086         STRING 'PENDING CHANGES QUEUED: ' WS-PEND-COUNT-DISPLAY
002087             ', FIRST EFFECTIVE ' PT-FIRST-DATE(WS-PEND-HIT-INDEX)
002088             DELIMITED BY SIZE INTO WS-SCREEN-LINE(8)
002089     ELSE
002090         IF WS-PEND-FULL
002091             MOVE 'PENDING CHANGES: QUEUE TOO LONG TO CHECK HERE'
002092                 TO WS-SCREEN-LINE(8)
002093         ELSE
002094             MOVE 'NO PENDING CHANGES QUEUED FOR THIS ITEM'
002095                 TO WS-SCREEN-LINE(8)
002096         END-IF
002097     END-IF.
002098     MOVE 'ENTER F TO BROWSE FORWARD FROM HERE, B FOR BACKWARD'
002099         TO WS-SCREEN-LINE(10).
002110     PERFORM 8500-SEND-SCREEN THRU 8500-EXIT.
002120 2000-EXIT.
002130     EXIT.
002580 4600-EXIT.
002581     EXIT.
002582******************************************************************
002583*    4700-STATUS-INQUIRY - 'S' FROM THE TERMINAL: BROWSE EVERY
002584*    CELL CARRYING THE STATUS CODE IN COL 21, ON EVERY LIST,
002585*    OLDEST EFFECTIVE DATE FIRST, FROM STATIDX THROUGH THE PATH
002586*    STATPATH. ITS KEY LEADS WITH THE STATUS AND THEN THE DATE,
002587*    SO ONE STARTBR LANDS ON THE OLDEST SUCH CELL - OR THE
002588*    FIRST ON OR AFTER THE DATE IN COLS 22-29 - AND THE REST OF
002589*    THE STATUS FOLLOWS CONTIGUOUSLY.
002590******************************************************************
002591 4700-STATUS-INQUIRY.
002592     IF IN-STATUS-CODE IS EQUAL TO SPACE
002593         MOVE SPACES TO WS-SCREEN
002594         MOVE 'ENTER THE STATUS CODE TO BROWSE IN COL 21'
002595             TO WS-SCREEN-LINE(1)
002596         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
002597         GO TO 4700-EXIT
002598     END-IF.
002599     MOVE LOW-VALUES TO SX-STATUS-KEY.
002600     MOVE IN-STATUS-CODE TO SX-STATUS-CODE.
002601     IF IN-FROM-DATE IS NUMERIC
002602         MOVE IN-FROM-DATE TO SX-EFF-DATE
002603     END-IF.
002604     MOVE 'S' TO CA-BROWSE-MODE.
002605     MOVE SX-STATUS-KEY TO CA-STATUS-START-KEY.
002606     MOVE LOW-VALUES TO CA-STATUS-LAST-KEY.
002607     MOVE LOW-VALUES TO WS-SKIP-STATUS-KEY.
002608     PERFORM 4900-BUILD-STATUS-PAGE THRU 4900-EXIT.
002609 4700-EXIT.
002610     EXIT.
002611******************************************************************
002612*    4800-PAGE-STATUS - 'F' OR 'B' DURING A STATUS BROWSE. 'F'
002613*    RESTARTS ON THE LAST ENTRY THE PAGE SHOWED AND PASSES IT
002614*    OVER; 'B' GOES BACK TO WHERE THE BROWSE STARTED.
002615******************************************************************
002616 4800-PAGE-STATUS.
002617     IF IN-LIST-ID IS EQUAL TO 'F'
002618         AND CA-STATUS-LAST-KEY NOT EQUAL LOW-VALUES
002619         MOVE CA-STATUS-LAST-KEY TO SX-STATUS-KEY
002620         MOVE CA-STATUS-LAST-KEY TO WS-SKIP-STATUS-KEY
002621     ELSE
002622         MOVE CA-STATUS-START-KEY TO SX-STATUS-KEY
002623         MOVE LOW-VALUES TO WS-SKIP-STATUS-KEY
002624     END-IF.
002625     PERFORM 4900-BUILD-STATUS-PAGE THRU 4900-EXIT.
002626 4800-EXIT.
002627     EXIT.
002628******************************************************************
002629*    4900-BUILD-STATUS-PAGE - ONE PAGE OF STATIDX ENTRIES FROM
002630*    SX-STATUS-KEY FORWARD: EFFECTIVE DATE, LIST, POSITION, ITEM
002631*    KEY AND QUANTITY, ALL CARRIED ON THE INDEX ENTRY, SO
002632*    LISTFILE IS NOT READ. THE LAST KEY SHOWN GOES TO THE
002633*    COMMAREA FOR THE NEXT 'F'.
002634******************************************************************
002635 4900-BUILD-STATUS-PAGE.
002636     MOVE SPACES TO WS-SCREEN.
002637     STRING 'CELLS WITH STATUS ' CA-STATUS-START-KEY(1:1)
002638         ' ON ALL LISTS - OLDEST FIRST'
002639         DELIMITED BY SIZE INTO WS-SCREEN-LINE(1).
002640     MOVE WS-STATUS-HEADING TO WS-SCREEN-LINE(2).
002641     MOVE ZERO TO WS-STATUS-COUNT.
002642     MOVE 'N' TO WS-STATUS-EOF-SWITCH.
002643     EXEC CICS STARTBR
002644         FILE('STATPATH')
002645         RIDFLD(SX-STATUS-KEY)
002646         GTEQ
002647         RESP(WS-RESP)
002648     END-EXEC.
002649     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
002650         MOVE 'NO CELLS WITH THIS STATUS' TO WS-SCREEN-LINE(4)
002651         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
002652         GO TO 4900-EXIT
002653     END-IF.
002654     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002655         MOVE 'STATUS INDEX NOT AVAILABLE - TRY AGAIN LATER'
002656             TO WS-SCREEN-LINE(4)
002657         PERFORM 8500-SEND-SCREEN THRU 8500-EXIT
002658         GO TO 4900-EXIT
002659     END-IF.
002660     PERFORM 4950-BUILD-ONE-STATUS-LINE THRU 4950-EXIT
002661         UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
002662         OR WS-STATUS-EOF
002663         OR WS-STATUS-COUNT IS GREATER THAN OR EQUAL TO
002664             WS-PAGE-SIZE.
002665     EXEC CICS ENDBR
002666         FILE('STATPATH')
002667         RESP(WS-RESP)
002668     END-EXEC.
002669     IF WS-STATUS-COUNT IS EQUAL TO ZERO
002670         MOVE 'NO MORE CELLS WITH THIS STATUS'
002671             TO WS-SCREEN-LINE(4)
002672     END-IF.
002673     MOVE 'ENTER F = PAGE FORWARD, B = BACK TO THE FIRST PAGE'
002674         TO WS-SCREEN-LINE(19).
002675     PERFORM 8500-SEND-SCREEN THRU 8500-EXIT.
002676 4900-EXIT.
002677     EXIT.
002678 4950-BUILD-ONE-STATUS-LINE.
002679     EXEC CICS READNEXT
002680         FILE('STATPATH')
002681         INTO(STATUS-INDEX-RECORD)
002682         RIDFLD(SX-STATUS-KEY)
002683         RESP(WS-RESP)
002684     END-EXEC.
002685     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002686         GO TO 4950-EXIT
002687     END-IF.
002688     IF SX-STATUS-CODE NOT EQUAL CA-STATUS-START-KEY(1:1)
002689         MOVE 'Y' TO WS-STATUS-EOF-SWITCH
002690         GO TO 4950-EXIT
002691     END-IF.
002692     IF SX-STATUS-KEY IS EQUAL TO WS-SKIP-STATUS-KEY
002693         GO TO 4950-EXIT
002694     END-IF.
002695     ADD 1 TO WS-STATUS-COUNT.
002696     MOVE SPACES TO WS-STATUS-WORK-LINE.
002697     MOVE SX-EFF-DATE TO SL-EFF-DATE.
002698     MOVE SX-STATUS-LIST-ID TO SL-LIST-ID.
002699     MOVE SX-STATUS-INDEX TO SL-POSITION.
002700     MOVE SX-ITEM-KEY TO SL-ITEM-KEY.
002701     MOVE SX-QUANTITY TO SL-QUANTITY.
002702     ADD 3 TO WS-STATUS-COUNT GIVING WS-LINE-NO.
002703     MOVE WS-STATUS-WORK-LINE TO WS-SCREEN-LINE(WS-LINE-NO).
002704     MOVE SX-STATUS-KEY TO CA-STATUS-LAST-KEY.
002705 4950-EXIT.
002706     EXIT.
002707******************************************************************
002708*    5000-LOAD-LIST - BROWSE EVERY CELL OF CA-LIST-ID INTO
002709*    TOP_LIST SO FINDCELL CAN BINARY-SEARCH IT, THE SAME TABLE
002710*    PROGRAM1 LOADS IN BATCH. TOP_NEXT STAYS NULL - NOTHING
002711*    HERE FOLLOWS THE IN-STORAGE CHAIN.
002712******************************************************************
002713 5000-LOAD-LIST.
002714     MOVE ZERO TO INPUTNUM_SAVE.
002715     MOVE ZERO TO CA-LIST-COUNT.
002716     MOVE 'N' TO WS-LIST-EXISTS-SWITCH.
002717     MOVE CA-LIST-ID TO LR-LIST-ID.
002718     MOVE ZERO TO LR-LIST-INDEX.
002719     EXEC CICS STARTBR
002720         FILE('LISTFILE')
002721         RIDFLD(LR-LIST-KEY)
002722         GTEQ
002723         RESP(WS-RESP)
002724     END-EXEC.
002725     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
002726         GO TO 5000-EXIT
002730     END-IF.
002735     MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
002740     PERFORM 5100-LOAD-ONE-CELL THRU 5100-EXIT
003030     END-IF.
003040 5100-EXIT.
003050     EXIT.
003051******************************************************************
003052*    5500-LOAD-PENDING - BROWSE CA-LIST-ID'S PENDFILE ENTRIES,
003053*    WHICH SIT TOGETHER AT THE FRONT OF THE KEY, INTO THE
003054*    PENDING-CHANGE TABLE. RELEASED AND CANCELLED ENTRIES ARE
003055*    HISTORY AND ARE PASSED OVER. NO PENDFILE, OR NOTHING FOR
003056*    THE LIST, LEAVES THE TABLE EMPTY - THE INQUIRY STILL RUNS.
003057******************************************************************
003058 5500-LOAD-PENDING.
003059     MOVE ZERO TO WS-PEND-TOTAL.
003060     MOVE ZERO TO WS-PEND-FIRST-DATE.
003061     MOVE ZERO TO WS-PEND-KEY-COUNT.
003062     MOVE 'N' TO WS-PEND-FULL-SWITCH.
003063     MOVE 'N' TO WS-PEND-EOF-SWITCH.
003064     MOVE CA-LIST-ID TO PN-LIST-ID.
003065     MOVE LOW-VALUES TO PN-QUEUE-POSITION.
003066     EXEC CICS STARTBR
003067         FILE('PENDFILE')
003068         RIDFLD(PN-PEND-KEY)
003069         GTEQ
003070         RESP(WS-RESP)
003071     END-EXEC.
003072     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003073         GO TO 5500-EXIT
003074     END-IF.
003075     PERFORM 5600-LOAD-ONE-PENDING THRU 5600-EXIT
003076         UNTIL WS-RESP NOT EQUAL DFHRESP(NORMAL)
003077         OR WS-PEND-EOF.
003078     EXEC CICS ENDBR
003079         FILE('PENDFILE')
003080         RESP(WS-RESP)
003081     END-EXEC.
003082 5500-EXIT.
003083     EXIT.
003084 5600-LOAD-ONE-PENDING.
003085     EXEC CICS READNEXT
003086         FILE('PENDFILE')
003087         INTO(PEND-RECORD)
003088         RIDFLD(PN-PEND-KEY)
003089         RESP(WS-RESP)
003090     END-EXEC.
003091     IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
003092         GO TO 5600-EXIT
003093     END-IF.
003094     IF PN-LIST-ID NOT EQUAL CA-LIST-ID
003095         MOVE 'Y' TO WS-PEND-EOF-SWITCH
003096         GO TO 5600-EXIT
003097     END-IF.
003098     IF NOT PN-PENDING
003099         GO TO 5600-EXIT
003100     END-IF.
003101     ADD 1 TO WS-PEND-TOTAL.
003102     IF WS-PEND-TOTAL IS EQUAL TO 1
003103         MOVE PN-EFF-ON-DATE TO WS-PEND-FIRST-DATE
003104     END-IF.
003105     MOVE PN-ITEM-KEY TO WS-PEND-LOOKUP-KEY.
003106     PERFORM 5700-FIND-PENDING THRU 5700-EXIT.
003107     IF WS-PEND-HIT
003108         ADD 1 TO PT-COUNT(WS-PEND-HIT-INDEX)
003109         GO TO 5600-EXIT
003110     END-IF.
003111     IF WS-PEND-KEY-COUNT IS NOT LESS THAN WS-MAX-PEND-KEYS
003112         MOVE 'Y' TO WS-PEND-FULL-SWITCH
003113         GO TO 5600-EXIT
003114     END-IF.
003115     ADD 1 TO WS-PEND-KEY-COUNT.
003116     SET PENDINDEX TO WS-PEND-KEY-COUNT.
003117     MOVE PN-ITEM-KEY TO PT-ITEM-KEY(PENDINDEX).
003118     MOVE PN-EFF-ON-DATE TO PT-FIRST-DATE(PENDINDEX).
003119     MOVE 1 TO PT-COUNT(PENDINDEX).
003120 5600-EXIT.
003121     EXIT.
003122******************************************************************
003123*    5700-FIND-PENDING - LOOK WS-PEND-LOOKUP-KEY UP IN THE
003124*    PENDING-CHANGE TABLE. WS-PEND-HIT-INDEX POINTS AT ITS ROW
003125*    WHEN WS-PEND-HIT IS SET.
003126******************************************************************
003127 5700-FIND-PENDING.
003128     MOVE 'N' TO WS-PEND-HIT-SWITCH.
003129     MOVE ZERO TO WS-PEND-HIT-INDEX.
003130     PERFORM 5750-CHECK-ONE-PENDING THRU 5750-EXIT
003131         VARYING PENDINDEX FROM 1 BY 1
003132         UNTIL PENDINDEX IS GREATER THAN WS-PEND-KEY-COUNT
003133         OR WS-PEND-HIT.
003134 5700-EXIT.
003135     EXIT.
003136 5750-CHECK-ONE-PENDING.
003137     IF PT-ITEM-KEY(PENDINDEX) IS EQUAL TO WS-PEND-LOOKUP-KEY
003138         MOVE 'Y' TO WS-PEND-HIT-SWITCH
003139         SET WS-PEND-HIT-INDEX TO PENDINDEX
003140     END-IF.
003141 5750-EXIT.
003142     EXIT.
003143******************************************************************
003144*    6000-BUILD-PAGE-SCREEN - ONE PAGE OF CELLS FROM CA-PAGE-TOP
003145*    STRAIGHT OFF LISTFILE - THE POSITION, ITEM KEY, DESCRIPTION,
003146*    QUANTITY, EFFECTIVE DATE AND STATUS COLUMNS PROGRAM3'S
003147*    REPORT PRINTS, WITH 'PND' ON EVERY CELL A PENDING CHANGE
003148*    IS QUEUED AGAINST AND THE LIST'S PENDING COUNT ABOVE.
003149******************************************************************
003150 6000-BUILD-PAGE-SCREEN.
003151     MOVE SPACES TO WS-SCREEN.
003152     MOVE ZERO TO WS-BROWSE-COUNT.
003153     STRING 'LIST ' CA-LIST-ID ' - BROWSE'
003154         DELIMITED BY SIZE INTO WS-SCREEN-LINE(1).
003160     MOVE WS-PAGE-HEADING TO WS-SCREEN-LINE(2).
003161     PERFORM 5500-LOAD-PENDING THRU 5500-EXIT.
003162     IF WS-PEND-TOTAL IS GREATER THAN ZERO
003163         MOVE WS-PEND-TOTAL TO WS-PEND-COUNT-DISPLAY
003164         IF WS-PEND-FULL
003165             STRING WS-PEND-COUNT-DISPLAY
003166                 ' PENDING CHANGE(S), FIRST EFFECTIVE '
003167                 WS-PEND-FIRST-DATE ' - PND MARKS INCOMPLETE'
003168                 DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
003169         ELSE
003170             STRING WS-PEND-COUNT-DISPLAY
003171                 ' PENDING CHANGE(S) QUEUED, FIRST EFFECTIVE '
003172                 WS-PEND-FIRST-DATE
003173                 DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
003174         END-IF
003175     END-IF.
003180     MOVE CA-LIST-ID TO LR-LIST-ID.
003190     MOVE CA-PAGE-TOP TO LR-LIST-INDEX.
003200     EXEC CICS STARTBR
003620     MOVE SPACES TO WS-WORK-LINE.
003630     MOVE LR-LIST-INDEX TO WL-POSITION.
003640     MOVE LR-ITEM-KEY TO WL-ITEM-KEY.
003642     MOVE LR-ITEM-KEY TO MI-ITEM-KEY.
003644     PERFORM 6200-LOOKUP-DESCRIPTION THRU 6200-EXIT.
003646     MOVE WS-ITEM-DESCRIPTION TO WL-DESCRIPTION.
003650     MOVE LR-QUANTITY TO WL-QUANTITY.
003660     MOVE LR-EFF-DATE TO WL-EFF-DATE.
003670     MOVE LR-STATUS-CODE TO WL-STATUS-CODE.
003671     MOVE LR-ITEM-KEY TO WS-PEND-LOOKUP-KEY.
003672     PERFORM 5700-FIND-PENDING THRU 5700-EXIT.
003673     IF WS-PEND-HIT
003674         MOVE 'PND' TO WL-PENDING
003675     END-IF.
003680     ADD 3 TO WS-BROWSE-COUNT GIVING WS-LINE-NO.
003690     MOVE WS-WORK-LINE TO WS-SCREEN-LINE(WS-LINE-NO).
003700     MOVE LR-LIST-COUNT TO CA-LIST-COUNT.
003710 6100-EXIT.
003720     EXIT.
003721******************************************************************
003722*    6200-LOOKUP-DESCRIPTION - READ THE ITEM MASTER FOR THE KEY
003723*    THE CALLER MOVED TO MI-ITEM-KEY AND HAND BACK ITS
003724*    DESCRIPTION, OR A FLAG WHEN THE KEY IS NOT ON THE MASTER.
003725*    A SEPARATE FILE FROM THE ONE BEING BROWSED, SO THE LISTFILE
003726*    BROWSE POSITION IS UNDISTURBED.
003727******************************************************************
003728 6200-LOOKUP-DESCRIPTION.
003729     EXEC CICS READ
003730         FILE('ITEMFILE')
003731         INTO(ITEM-MASTER-RECORD)
003732         RIDFLD(MI-ITEM-KEY)
003733         RESP(WS-ITEM-RESP)
003734     END-EXEC.
003735     IF WS-ITEM-RESP IS EQUAL TO DFHRESP(NORMAL)
003736         MOVE MI-DESCRIPTION TO WS-ITEM-DESCRIPTION
003737     ELSE
003738         MOVE '** NOT ON MASTER **' TO WS-ITEM-DESCRIPTION
003739     END-IF.
003740 6200-EXIT.
003741     EXIT.
003742******************************************************************
003743*    7000-BUILD-NO-LIST-SCREEN - THE NAMED LIST HAS NO CELLS ON
003750*    FILE.
003760******************************************************************
003770 7000-BUILD-NO-LIST-SCREEN.
003960         TO WS-SCREEN-LINE(5).
003962     MOVE 'OR X + ITEM KEY (COLS 21-40) = WHICH LISTS CARRY IT'
003964         TO WS-SCREEN-LINE(6).
003966     MOVE 'OR S + STATUS (COL 21) + OPTIONAL FROM DATE (22-29)'
003967         TO WS-SCREEN-LINE(7).
003968     MOVE '  = EVERY CELL OF THAT STATUS, OLDEST FIRST'
003969         TO WS-SCREEN-LINE(8).
003970     PERFORM 8500-SEND-SCREEN THRU 8500-EXIT.
003980 8000-EXIT.
003990     EXIT.
004150     EXEC CICS RETURN
004160         TRANSID('LINQ')
004170         COMMAREA(WS-COMMAREA)
004180         LENGTH(107)
004190     END-EXEC.
004200 9000-EXIT.
004210     EXIT.
