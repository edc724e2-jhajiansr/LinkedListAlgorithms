000100******************************************************************
000200*    INCDREC.CPY
000300*    RECORD LAYOUT FOR INCDFILE - THE KEYED OPERATOR INCIDENT
000400*    LOG. PROGRAM28 (ALERT REPORT) CARRIES EVERY OPALFILE ALERT
000500*    HERE AS AN OPEN INCIDENT BEFORE THE JCL SCRATCHES OPALFILE,
000600*    SO AN ALERT PAGED AT 2 A.M. STILL HAS A RECORD OF WHO
000700*    PICKED IT UP, WHEN, AND WHAT WAS DONE. THE ON-CALL ANALYST
000800*    ACKNOWLEDGES AND CLOSES INCIDENTS ONLINE THROUGH PROGRAM35
000900*    (TRANSID INCD).
001000*
001100*    THE KEY IS THE ALERT'S OWN DATE AND TIME PLUS A SEQUENCE
001200*    NUMBER THAT SEPARATES ALERTS RAISED IN THE SAME HUNDREDTH
001300*    OF A SECOND. IL-ALERT-FIELDS IS THE OPALFILE RECORD'S
001400*    CONTENT, FIELD FOR FIELD.
001500*
001600*    IL-STATUS: 'O' = OPEN (NOBODY HAS OWNED IT YET),
001700*               'A' = ACKNOWLEDGED (SOMEONE IS ON IT),
001800*               'C' = CLOSED (RESOLUTION NOTE RECORDED).
001900*    IL-LOGGED-DATE/TIME: THE PROGRAM28 RUN THAT LAST LOGGED
002000*    THE ALERT. IL-PAGE-COUNT: HOW MANY ALERT REPORTS HAVE
002100*    PAGED ON IT - ONCE FOR THE NIGHT IT FIRED, AND AGAIN EVERY
002200*    CYCLE A CRITICAL STAYS UNACKNOWLEDGED.
002300*
002400*    MAINTENANCE HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    -------    ---- ------------------------------------------
002700*    2026-10-15 SRJ  ORIGINAL COPYBOOK - OPERATOR INCIDENT LOG
002800******************************************************************
002900 01  INCIDENT-RECORD.
003000     05  IL-INCIDENT-KEY.
003100         10  IL-ALERT-DATE           PIC 9(06).
003200         10  IL-ALERT-TIME           PIC 9(08).
003300         10  IL-SEQUENCE             PIC 9(04).
003400     05  IL-ALERT-FIELDS.
003500         10  IL-SEVERITY             PIC X(01).
003600             88  IL-CRITICAL         VALUE '1'.
003700             88  IL-WARNING          VALUE '2'.
003800         10  IL-PROGRAM              PIC X(10).
003900         10  IL-LIST-ID              PIC X(20).
004000         10  IL-CONDITION            PIC X(08).
004100         10  IL-TEXT                 PIC X(60).
004200     05  IL-STATUS                   PIC X(01).
004300         88  IL-OPEN                 VALUE 'O'.
004400         88  IL-ACKNOWLEDGED         VALUE 'A'.
004500         88  IL-CLOSED               VALUE 'C'.
004600     05  IL-LOGGED-DATE              PIC 9(06).
004700     05  IL-LOGGED-TIME              PIC 9(08).
004800     05  IL-PAGE-COUNT               PIC 9(03).
004900     05  IL-ACK-OPERATOR             PIC X(08).
005000     05  IL-ACK-DATE                 PIC 9(06).
005100     05  IL-ACK-TIME                 PIC 9(08).
005200     05  IL-CLOSE-OPERATOR           PIC X(08).
005300     05  IL-CLOSE-DATE               PIC 9(06).
005400     05  IL-CLOSE-TIME               PIC 9(08).
005500     05  IL-RESOLUTION               PIC X(60).
005600     05  FILLER                      PIC X(11).
