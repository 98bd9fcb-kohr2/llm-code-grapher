000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMPROMISE-INTAKE.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600*
000700* MODIFICATION HISTORY
000800* 2026-10-15  FRAUD-DETECTION-TEAM  ORIGINAL VERSION. LOADS THE
000900*             CARD NETWORKS' COMPROMISED-ACCOUNT ALERTS (CMPRALRT
001000*             - BREACH ID, EXPOSURE WINDOW AND THE DATA EXPOSED:
001100*             PAN ONLY, PAN+CVV OR FULL TRACK) INTO THE KEYED
001200*             COMPROMISED-CARD FILE (COMPCARD) THAT 4400 IN THE
001300*             FRAUD ENGINE AND FRAUD-SCORE-SVC WEIGH. UP TO THREE
001400*             ALERTS ARE KEPT PER CARD, NEWEST FIRST; A REPEATED
001500*             BREACH REFRESHES ITS ALERT. ALERTS OLDER THAN
001600*             COMPRM-DAYS ARE AGED OFF. PRINTS THE INTAKE REJECTS
001700*             AND A BREACH EXPOSURE REPORT - PER BREACH ID, HOW
001800*             MANY ALERTED CARDS HAVE SINCE BEEN USED, DECLINED,
001900*             CONFIRMED AS FRAUD OR HOT-CARDED - FOR THE
002000*             MASS-REISSUE DECISION.
002010* 2026-10-15  FRAUD-DETECTION-TEAM  CONFIRMED FRAUD FOR THE
002020*             EXPOSURE REPORT NOW TAKES ONLY CASES CLOSED WITH THE
002030*             CONFIRMED_FRAUD DISPOSITION, AS SAR-CANDIDATE DOES,
002040*             AND ALSO READS THE CASE ARCHIVE (CASEARCH) SO FRAUD
002050*             ON CASES ALREADY ARCHIVED STILL COUNTS AGAINST ITS
002060*             BREACH.
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-Z15.
002500 OBJECT-COMPUTER. IBM-Z15.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ALERT-FEED-FILE ASSIGN TO 'CMPRALRT'
003000     ORGANIZATION IS SEQUENTIAL
003100     ACCESS MODE IS SEQUENTIAL
003200 FILE STATUS IS WS-ALRT-STATUS.
003300
003400     SELECT PARAMETER-FILE ASSIGN TO 'PARMFILE'
003500     ORGANIZATION IS SEQUENTIAL
003600     ACCESS MODE IS SEQUENTIAL
003700 FILE STATUS IS WS-PARM-STATUS.
003800
003900     SELECT COMPROMISED-CARD-FILE ASSIGN TO 'COMPCARD'
004000     ORGANIZATION IS INDEXED
004100     ACCESS MODE IS DYNAMIC
004200     RECORD KEY IS CC-CARD-NUMBER
004300 FILE STATUS IS WS-COMP-STATUS.
004400
004500     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
004600     ORGANIZATION IS INDEXED
004700     ACCESS MODE IS DYNAMIC
004800     RECORD KEY IS CUST-CARD-NUMBER
004900 FILE STATUS IS WS-CUST-STATUS.
005000
005100     SELECT HOTCARD-FILE ASSIGN TO 'HOTCARD'
005200     ORGANIZATION IS INDEXED
005300     ACCESS MODE IS DYNAMIC
005400     RECORD KEY IS HOT-CARD-NUMBER
005500 FILE STATUS IS WS-HOT-STATUS.
005600
005700     SELECT CASE-FILE ASSIGN TO 'CASEFILE'
005800     ORGANIZATION IS INDEXED
005900     ACCESS MODE IS DYNAMIC
006000     RECORD KEY IS CASE-NUMBER
006100 FILE STATUS IS WS-CASE-STATUS.
006200
006210     SELECT CASE-ARCHIVE ASSIGN TO 'CASEARCH'
006220     ORGANIZATION IS SEQUENTIAL
006230     ACCESS MODE IS SEQUENTIAL
006240 FILE STATUS IS WS-CASA-STATUS.
006250
006300     SELECT BREACH-REPORT ASSIGN TO 'BREACHRPT'
006400     ORGANIZATION IS SEQUENTIAL
006500     ACCESS MODE IS SEQUENTIAL
006600 FILE STATUS IS WS-RPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100* One record per card per alert, as the network publishes them.
007200* Data exposed: 'P' PAN only, 'C' PAN and CVV, 'T' full track.
007300 FD  ALERT-FEED-FILE
007400     RECORDING MODE IS F
007500 RECORD CONTAINS 100 CHARACTERS.
007600 01  ALERT-FEED-RECORD.
007700 05  CA-CARD-NUMBER          PIC 9(16).
007800 05  CA-BREACH-ID            PIC X(12).
007900 05  CA-NETWORK              PIC X(4).
008000 05  CA-EXPOSURE-START       PIC 9(8).
008100 05  CA-EXPOSURE-END         PIC 9(8).
008200 05  CA-DATA-EXPOSED         PIC X(1).
008300 88  CA-PAN-ONLY         VALUE 'P'.
008400 88  CA-PAN-CVV          VALUE 'C'.
008500 88  CA-TRACK-DATA       VALUE 'T'.
008600 05  CA-ALERT-DATE           PIC 9(8).
008700 05  FILLER                  PIC X(43).
008800
008900 FD  PARAMETER-FILE
009000     RECORDING MODE IS F
009100 RECORD CONTAINS 80 CHARACTERS.
009200 01  PARAMETER-RECORD.
009300 05  PARM-RECORD-TYPE        PIC X(1).
009400 88  PARM-THRESHOLD-REC  VALUE 'T'.
009500 05  PARM-KEY                PIC X(12).
009600 05  PARM-VALUE              PIC 9(8)V99.
009700 05  PARM-EFFECTIVE-DATE     PIC 9(8).
009800 05  FILLER                  PIC X(49).
009900
010000* Same layout 4400 in the fraud engine reads - up to three alerts
010100* per card, newest in slot 1. The engine counts each scored use
010200* and decline of the card against every alert it was under.
010300 FD  COMPROMISED-CARD-FILE
010400     RECORDING MODE IS F
010500 RECORD CONTAINS 200 CHARACTERS.
010600 01  COMPROMISED-CARD-RECORD.
010700 05  CC-CARD-NUMBER          PIC 9(16).
010800 05  CC-ALERT-COUNT          PIC 9(1).
010900 05  CC-ALERT OCCURS 3 TIMES.
011000     10  CC-BREACH-ID        PIC X(12).
011100 10  CC-NETWORK          PIC X(4).
011200 10  CC-EXPOSURE-START   PIC 9(8).
011300 10  CC-EXPOSURE-END     PIC 9(8).
011400 10  CC-DATA-EXPOSED     PIC X(1).
011500 10  CC-ALERT-DATE       PIC 9(8).
011600 10  CC-USED-COUNT       PIC 9(5).
011700 10  CC-DECLINED-COUNT   PIC 9(5).
011800 05  CC-LAST-USED-DATE       PIC 9(8).
011900 05  FILLER                  PIC X(22).
012000
012100 FD  CUSTOMER-FILE
012200     RECORDING MODE IS F
012300 RECORD CONTAINS 300 CHARACTERS.
012400 01  CUSTOMER-RECORD.
012500 05  CUST-CARD-NUMBER        PIC 9(16).
012600 05  CUST-NAME               PIC X(40).
012700 05  CUST-HOME-ZIP           PIC X(10).
012800 05  CUST-HOME-COUNTRY       PIC X(3).
012900 05  CUST-HOME-CURRENCY      PIC X(3).
013000 05  CUST-ACCOUNT-OPEN-DATE  PIC 9(8).
013100 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
013200 05  CUST-CURRENT-BALANCE    PIC 9(8)V99.
013300 05  CUST-RISK-SCORE         PIC 9(3).
013400 05  CUST-FRAUD-FLAG         PIC X(1).
013500 05  CUST-LAST-TRANS-DATE    PIC 9(8).
013600 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
013700 05  CUST-MAX-DAILY-SPEND    PIC 9(8)V99.
013800 05  CUST-TRAVEL-FLAG        PIC X(1).
013900 05  CUST-PHONE-NUMBER       PIC X(15).
014000 05  CUST-EMAIL              PIC X(50).
014100 05  CUST-ACCOUNT-STATUS     PIC X(1).
014200 05  FILLER                  PIC X(140).
014300
014400 FD  HOTCARD-FILE
014500     RECORDING MODE IS F
014600 RECORD CONTAINS 80 CHARACTERS.
014700 01  HOTCARD-RECORD.
014800 05  HOT-CARD-NUMBER         PIC 9(16).
014900 05  HOT-BLOCK-REASON        PIC X(20).
015000 05  HOT-BLOCK-DATE          PIC 9(8).
015100 05  HOT-REPORT-CHANNEL      PIC X(10).
015200 05  FILLER                  PIC X(26).
015300
015400 FD  CASE-FILE
015500     RECORDING MODE IS F
015600 RECORD CONTAINS 220 CHARACTERS.
015700 01  CASE-RECORD.
015800 05  CASE-NUMBER             PIC 9(12).
015900 05  CASE-TRANS-ID           PIC 9(12).
016000 05  CASE-CARD-NUMBER        PIC 9(16).
016100 05  CASE-PRIORITY           PIC X(8).
016200 05  CASE-STATUS             PIC X(10).
016300 05  CASE-ASSIGNED-ANALYST   PIC X(10).
016400 05  CASE-RISK-SCORE         PIC 9(3).
016500 05  CASE-AMOUNT             PIC 9(8)V99.
016600 05  CASE-OPEN-TIMESTAMP     PIC X(20).
016700 05  CASE-RESOLUTION         PIC X(100).
016800 05  FILLER                  PIC X(19).
016810
016820* Same 220-byte record the fraud engine's 8300 unloads from the
016830* live case file - examined through the CASE-RECORD layout.
016840 FD  CASE-ARCHIVE
016850     RECORDING MODE IS F
016860 RECORD CONTAINS 220 CHARACTERS.
016870 01  CASE-ARCHIVE-RECORD         PIC X(220).
016900
017000 FD  BREACH-REPORT
017100     RECORDING MODE IS F
017200 RECORD CONTAINS 132 CHARACTERS.
017300 01  BREACH-REPORT-RECORD    PIC X(132).
017400
017500 WORKING-STORAGE SECTION.
017600
017700* File Status Variables
017800 01  WS-ALRT-STATUS              PIC XX.
017900 01  WS-PARM-STATUS              PIC XX.
018000 01  WS-COMP-STATUS              PIC XX.
018100 01  WS-CUST-STATUS              PIC XX.
018200 01  WS-HOT-STATUS               PIC XX.
018300 01  WS-CASE-STATUS              PIC XX.
018310 01  WS-CASA-STATUS              PIC XX.
018400 01  WS-RPT-STATUS               PIC XX.
018500
018600* Control Variables
018700 01  WS-ALRT-EOF-FLAG            PIC X VALUE 'N'.
018800 88  ALRT-EOF-REACHED        VALUE 'Y'.
018900 01  WS-PARM-EOF-FLAG            PIC X VALUE 'N'.
019000 88  PARM-EOF-REACHED        VALUE 'Y'.
019100 01  WS-COMP-EOF-FLAG            PIC X VALUE 'N'.
019200 88  COMP-EOF-REACHED        VALUE 'Y'.
019300 01  WS-CASE-EOF-FLAG            PIC X VALUE 'N'.
019400 88  CASE-EOF-REACHED        VALUE 'Y'.
019410 01  WS-CASA-EOF-FLAG            PIC X VALUE 'N'.
019420 88  CASA-EOF-REACHED        VALUE 'Y'.
019430 01  WS-ARCHIVE-OPEN-FLAG        PIC X VALUE 'N'.
019440 88  ARCHIVE-FILE-PRESENT    VALUE 'Y'.
019500 01  WS-SLOT-FOUND-FLAG          PIC X VALUE 'N'.
019600 88  SLOT-FOUND              VALUE 'Y'.
019700 01  WS-BT-FOUND-FLAG            PIC X VALUE 'N'.
019800 88  BT-ENTRY-FOUND          VALUE 'Y'.
019900 01  WS-HOT-CARD-FLAG            PIC X VALUE 'N'.
020000 88  CARD-IS-HOT             VALUE 'Y'.
020100 01  WS-CUST-FLAGGED-FLAG        PIC X VALUE 'N'.
020200 88  CUST-IS-FLAGGED         VALUE 'Y'.
020300 01  WS-CONFIRMED-FLAG           PIC X VALUE 'N'.
020400 88  FRAUD-CONFIRMED         VALUE 'Y'.
020500 01  WS-REJECT-REASON            PIC X(12).
020600
020700* Alert lifetime - the PARMFILE 'T' key the fraud engine and the
020800* scoring service use to decide an alert is still active. An alert
020900* past it no longer scores, so it is aged off the file here.
021000 01  WS-COMPRM-DAYS              PIC 9(4) VALUE 180.
021100 01  WS-COMPRM-EFF-DATE          PIC 9(8) VALUE ZERO.
021200 01  WS-ALERT-AGE                PIC S9(6).
021300
021400* Alert Slot Work Variables
021500 01  WS-CC-IDX                   PIC 9(2) COMP.
021600 01  WS-CC-SLOT                  PIC 9(2) COMP.
021700 01  WS-CC-KEEP                  PIC 9(2) COMP.
021800 01  WS-CC-DROPPED               PIC 9(2) COMP.
021900
022000* Confirmed-Fraud Case Table - CASEFILE is keyed by case number,
022100* so the cases closed as confirmed fraud are pulled into memory
022200* once and matched by card. Sized well past the file's history.
022300 01  WS-FRAUD-CASE-TABLE.
022400 05  WS-FC-ENTRY OCCURS 5000 TIMES.
022500 10  WS-FC-CARD-NUMBER   PIC 9(16).
022600 10  WS-FC-OPEN-DATE     PIC 9(8).
022700 01  WS-FC-COUNT                 PIC 9(4) COMP VALUE ZERO.
022800 01  WS-FC-IDX                   PIC 9(4) COMP.
022900
023000* Breach Exposure Table - one row per breach ID on file, built
023100* during the COMPCARD sweep.
023200 01  WS-BREACH-TABLE.
023300 05  WS-BT-ENTRY OCCURS 500 TIMES.
023400 10  WS-BT-BREACH-ID     PIC X(12).
023500 10  WS-BT-NETWORK       PIC X(4).
023600 10  WS-BT-DATA-EXPOSED  PIC X(1).
023700 10  WS-BT-EXPOSURE-START PIC 9(8).
023800 10  WS-BT-EXPOSURE-END  PIC 9(8).
023900 10  WS-BT-ALERT-DATE    PIC 9(8).
024000 10  WS-BT-CARDS         PIC 9(7).
024100 10  WS-BT-USED          PIC 9(7).
024200 10  WS-BT-DECLINED      PIC 9(7).
024300 10  WS-BT-CONFIRMED     PIC 9(7).
024400 10  WS-BT-FLAGGED       PIC 9(7).
024500 10  WS-BT-HOT-CARDED    PIC 9(7).
024600 01  WS-BT-COUNT                 PIC 9(3) COMP VALUE ZERO.
024700 01  WS-BT-IDX                   PIC 9(3) COMP.
024800 01  WS-BT-HIT                   PIC 9(3) COMP.
024900
025000* Work Variables
025100 01  WS-CURRENT-TIMESTAMP        PIC X(20).
025200 01  WS-RUN-DATE                 PIC 9(8).
025300* PCI Masking Variables - SYSOUT and the report show
025400* first-six/last-four.
025500 01  WS-MASK-CARD-IN             PIC 9(16).
025600 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
025700     PIC X(16).
025800 01  WS-MASKED-CARD              PIC X(16).
025900
026000* Counters and Statistics
026100 01  WS-COUNTERS.
026200 05  WS-ALERTS-READ            PIC 9(8) VALUE ZERO.
026300 05  WS-ALERTS-REJECTED        PIC 9(6) VALUE ZERO.
026400 05  WS-ALERTS-CLOSED-ACCT     PIC 9(6) VALUE ZERO.
026500 05  WS-CARDS-ADDED            PIC 9(6) VALUE ZERO.
026600 05  WS-ALERTS-ADDED           PIC 9(6) VALUE ZERO.
026700 05  WS-ALERTS-REFRESHED       PIC 9(6) VALUE ZERO.
026800 05  WS-ALERTS-DISPLACED       PIC 9(6) VALUE ZERO.
026900 05  WS-ALERTS-AGED-OFF        PIC 9(6) VALUE ZERO.
027000 05  WS-CARDS-PURGED           PIC 9(6) VALUE ZERO.
027100 05  WS-CARDS-ON-FILE          PIC 9(8) VALUE ZERO.
027200 05  WS-FILE-ERRORS            PIC 9(6) VALUE ZERO.
027300 05  WS-TABLE-OVERFLOWS        PIC 9(6) VALUE ZERO.
027400
027500* Report Line Layouts
027600 01  WS-RPT-HEADER-LINE.
027700 05  FILLER                  PIC X(40)
027800     VALUE 'COMPROMISED-ACCOUNT ALERT INTAKE - '.
027900 05  WS-RPT-HDR-DATE         PIC X(8).
028000 05  FILLER                  PIC X(84) VALUE SPACES.
028100 01  WS-RPT-REJECT-COLUMN-LINE.
028200 05  FILLER                  PIC X(52) VALUE
028300     'REJECTED ALERTS   CARD             BREACH ID    NETW'.
028400 05  FILLER                  PIC X(7) VALUE ' REASON'.
028500 05  FILLER                  PIC X(73) VALUE SPACES.
028600 01  WS-RPT-REJECT-LINE.
028700 05  FILLER                  PIC X(18) VALUE SPACES.
028800 05  WS-RPT-REJ-CARD         PIC X(16).
028900 05  FILLER                  PIC X(1) VALUE SPACE.
029000 05  WS-RPT-REJ-BREACH-ID    PIC X(12).
029100 05  FILLER                  PIC X(1) VALUE SPACE.
029200 05  WS-RPT-REJ-NETWORK      PIC X(4).
029300 05  FILLER                  PIC X(1) VALUE SPACE.
029400 05  WS-RPT-REJ-REASON       PIC X(12).
029500 05  FILLER                  PIC X(67) VALUE SPACES.
029600 01  WS-RPT-EXPOSURE-TITLE-LINE.
029700 05  FILLER                  PIC X(66) VALUE
029800     'BREACH EXPOSURE - ALERTED CARDS SINCE USED, DECLINED,'.
029900 05  FILLER                  PIC X(66) VALUE
030000     ' CONFIRMED AS FRAUD OR HOT-CARDED'.
030100 01  WS-RPT-EXPOSURE-COLUMN-LINE.
030200 05  FILLER                  PIC X(52) VALUE
030300     'BREACH ID    NETW EXPOSED EXPOSURE WINDOW    ALERTED'.
030400 05  FILLER                  PIC X(51) VALUE
030500     '   CARDS    USED DECLINED CONFIRMD FLAGGED HOT-CARD'.
030600 05  FILLER                  PIC X(29) VALUE
030700     ' STILL-LIVE'.
030800 01  WS-RPT-EXPOSURE-LINE.
030900 05  WS-RPT-BREACH-ID        PIC X(12).
031000 05  FILLER                  PIC X(1) VALUE SPACE.
031100 05  WS-RPT-NETWORK          PIC X(4).
031200 05  FILLER                  PIC X(1) VALUE SPACE.
031300 05  WS-RPT-EXPOSED          PIC X(7).
031400 05  FILLER                  PIC X(1) VALUE SPACE.
031500 05  WS-RPT-EXPOSURE-START   PIC 9(8).
031600 05  FILLER                  PIC X(1) VALUE '-'.
031700 05  WS-RPT-EXPOSURE-END     PIC 9(8).
031800 05  FILLER                  PIC X(1) VALUE SPACE.
031900 05  WS-RPT-ALERT-DATE       PIC 9(8).
032000 05  WS-RPT-CARDS            PIC ZZZZZZZ9.
032100 05  WS-RPT-USED             PIC ZZZZZZZ9.
032200 05  FILLER                  PIC X(1) VALUE SPACE.
032300 05  WS-RPT-DECLINED         PIC ZZZZZZZ9.
032400 05  FILLER                  PIC X(1) VALUE SPACE.
032500 05  WS-RPT-CONFIRMED        PIC ZZZZZZZ9.
032600 05  WS-RPT-FLAGGED          PIC ZZZZZZZ9.
032700 05  FILLER                  PIC X(1) VALUE SPACE.
032800 05  WS-RPT-HOT-CARDED       PIC ZZZZZZZ9.
032900 05  FILLER                  PIC X(3) VALUE SPACES.
033000 05  WS-RPT-STILL-LIVE       PIC ZZZZZZZ9.
033100 05  FILLER                  PIC X(18) VALUE SPACES.
033200 01  WS-RPT-TOTAL-LINE.
033300 05  WS-RPT-TOTAL-LABEL      PIC X(32).
033400 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
033500 05  FILLER                  PIC X(92) VALUE SPACES.
033600 01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
033700
033800* Error Messages
033900 01  WS-ERROR-MESSAGES.
034000     05  ERR-FILE-NOT-FOUND      PIC X(50)
034100 VALUE 'ERROR: Required file not found or accessible'.
034200
034300 PROCEDURE DIVISION.
034400
034500 0000-MAIN-CONTROL SECTION.
034600 0000-MAIN-PROCESS.
034700     PERFORM 1000-INITIALIZE-PROGRAM
034800     PERFORM 2000-LOAD-ALERT-FEED
034900     PERFORM 3000-BREACH-EXPOSURE
035000     PERFORM 9000-FINALIZE-PROGRAM
035100     STOP RUN.
035200
035300 1000-INITIALIZE-PROGRAM SECTION.
035400 1000-INIT-START.
035500     DISPLAY 'COMPROMISED-ACCOUNT ALERT INTAKE - INITIALIZING'
035600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
035700     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
035800     INITIALIZE WS-BREACH-TABLE
035900     PERFORM 1100-OPEN-FILES
036000     PERFORM 1200-LOAD-ALERT-PARAMETERS
036100     PERFORM 1300-LOAD-FRAUD-CASES
036200     PERFORM 1400-WRITE-REPORT-HEADER
036300     GO TO 1000-INIT-EXIT.
036400
036500 1100-OPEN-FILES.
036600     OPEN INPUT ALERT-FEED-FILE
036700     IF WS-ALRT-STATUS NOT = '00'
036800     DISPLAY ERR-FILE-NOT-FOUND ' - COMPROMISED ALERT FEED'
036900     MOVE 16 TO RETURN-CODE
037000     STOP RUN
037100     END-IF
037200
037300* This step owns the compromised-card file - the first run
037400* creates it.
037500     OPEN I-O COMPROMISED-CARD-FILE
037600     IF WS-COMP-STATUS = '35'
037700     OPEN OUTPUT COMPROMISED-CARD-FILE
037800     CLOSE COMPROMISED-CARD-FILE
037900     OPEN I-O COMPROMISED-CARD-FILE
038000     END-IF
038100     IF WS-COMP-STATUS NOT = '00' AND WS-COMP-STATUS NOT = '05'
038200     DISPLAY ERR-FILE-NOT-FOUND ' - COMPROMISED CARD FILE'
038300     MOVE 16 TO RETURN-CODE
038400     STOP RUN
038500     END-IF
038600
038700     OPEN INPUT CUSTOMER-FILE
038800     IF WS-CUST-STATUS NOT = '00' AND WS-CUST-STATUS NOT = '05'
038900     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER FILE'
039000     MOVE 16 TO RETURN-CODE
039100     STOP RUN
039200     END-IF
039300
039400     OPEN INPUT HOTCARD-FILE
039500     IF WS-HOT-STATUS NOT = '00' AND WS-HOT-STATUS NOT = '05'
039600     DISPLAY ERR-FILE-NOT-FOUND ' - HOT CARD FILE'
039700     MOVE 16 TO RETURN-CODE
039800     STOP RUN
039900     END-IF
040000
040100     OPEN INPUT CASE-FILE
040200     IF WS-CASE-STATUS NOT = '00' AND WS-CASE-STATUS NOT = '05'
040300     DISPLAY ERR-FILE-NOT-FOUND ' - CASE FILE'
040400     MOVE 16 TO RETURN-CODE
040500     STOP RUN
040600     END-IF
040610
040620* The archive may legitimately be absent - nothing archived yet.
040630     OPEN INPUT CASE-ARCHIVE
040640     IF WS-CASA-STATUS = '00'
040650     SET ARCHIVE-FILE-PRESENT TO TRUE
040660     ELSE
040670     DISPLAY 'NO CASE ARCHIVE PRESENT THIS RUN'
040680     END-IF
040700
040800     OPEN OUTPUT BREACH-REPORT
040900     IF WS-RPT-STATUS NOT = '00'
041000     DISPLAY ERR-FILE-NOT-FOUND ' - BREACH EXPOSURE REPORT'
041100     MOVE 16 TO RETURN-CODE
041200     STOP RUN
041300 END-IF.
041400
041500 1200-LOAD-ALERT-PARAMETERS.
041600* Only COMPRM-DAYS matters here; everything else in the deck is
041700* the fraud engine's. Future-dated records are held back and a
041800* later effective date wins, as in the engine's 1320.
041900     OPEN INPUT PARAMETER-FILE
042000     IF WS-PARM-STATUS NOT = '00'
042100     DISPLAY ERR-FILE-NOT-FOUND ' - PARAMETER FILE'
042200     MOVE 16 TO RETURN-CODE
042300     STOP RUN
042400     END-IF
042500     MOVE 'N' TO WS-PARM-EOF-FLAG
042600     PERFORM 1205-READ-PARAMETER-RECORD
042700     PERFORM UNTIL PARM-EOF-REACHED
042800     IF PARM-THRESHOLD-REC
042900     AND PARM-KEY = 'COMPRM-DAYS'
043000     AND PARM-EFFECTIVE-DATE NOT > WS-RUN-DATE
043100     AND PARM-EFFECTIVE-DATE >= WS-COMPRM-EFF-DATE
043200     MOVE PARM-VALUE TO WS-COMPRM-DAYS
043300     MOVE PARM-EFFECTIVE-DATE TO WS-COMPRM-EFF-DATE
043400     END-IF
043500     PERFORM 1205-READ-PARAMETER-RECORD
043600     END-PERFORM
043700     CLOSE PARAMETER-FILE
043800     IF WS-COMPRM-DAYS < 1
043900     DISPLAY 'FATAL: INVALID COMPRM-DAYS IN PARMFILE: '
044000     WS-COMPRM-DAYS
044100     MOVE 16 TO RETURN-CODE
044200     STOP RUN
044300     END-IF
044400     DISPLAY 'ALERT LIFETIME DAYS: ' WS-COMPRM-DAYS.
044500
044600 1205-READ-PARAMETER-RECORD.
044700     READ PARAMETER-FILE
044800     AT END
044900     SET PARM-EOF-REACHED TO TRUE
045000 END-READ.
045100
045200 1300-LOAD-FRAUD-CASES.
045300* Cases the analysts closed as confirmed fraud, live or archived,
045310* by card and the date the case opened - the exposure report only
045320* credits a breach with fraud that surfaced after its exposure
045330* began. CONFIRMED_FRAUD on a case still open is a disposition not
045340* yet applied and is not counted, as in SAR-CANDIDATE.
045600     INITIALIZE WS-FRAUD-CASE-TABLE
045700     MOVE 'N' TO WS-CASE-EOF-FLAG
045800     MOVE ZERO TO CASE-NUMBER
045900     START CASE-FILE KEY IS NOT LESS THAN CASE-NUMBER
046000     INVALID KEY
046100     SET CASE-EOF-REACHED TO TRUE
046200     END-START
046300     IF NOT CASE-EOF-REACHED
046400     PERFORM 1305-READ-NEXT-CASE
046500     END-IF
046600     PERFORM UNTIL CASE-EOF-REACHED
046700     IF CASE-STATUS = 'CLOSED'
046710     AND CASE-RESOLUTION(1:15) = 'CONFIRMED_FRAUD'
046800     PERFORM 1310-KEEP-FRAUD-CASE
046900     END-IF
047000     PERFORM 1305-READ-NEXT-CASE
047100     END-PERFORM
047200     IF ARCHIVE-FILE-PRESENT
047210     PERFORM 1320-SCAN-CASE-ARCHIVE
047220     END-IF
047230     DISPLAY 'CONFIRMED FRAUD CASES LOADED: ' WS-FC-COUNT.
047300
047400 1305-READ-NEXT-CASE.
047500     READ CASE-FILE NEXT RECORD
047600     AT END
047700     SET CASE-EOF-REACHED TO TRUE
047800 END-READ.
047900
048000 1310-KEEP-FRAUD-CASE.
048100     IF WS-FC-COUNT < 5000
048200     ADD 1 TO WS-FC-COUNT
048300     MOVE CASE-CARD-NUMBER TO WS-FC-CARD-NUMBER(WS-FC-COUNT)
048400     MOVE CASE-OPEN-TIMESTAMP(1:8) TO WS-FC-OPEN-DATE(WS-FC-COUNT)
048500     ELSE
048600     ADD 1 TO WS-TABLE-OVERFLOWS
048700     DISPLAY 'FRAUD CASE TABLE FULL - DROPPED CASE: ' CASE-NUMBER
048800 END-IF.
048805
048810 1320-SCAN-CASE-ARCHIVE.
048815     MOVE 'N' TO WS-CASA-EOF-FLAG
048821     PERFORM 1325-READ-ARCHIVE-RECORD
048826     PERFORM UNTIL CASA-EOF-REACHED
048831     MOVE CASE-ARCHIVE-RECORD TO CASE-RECORD
048836     IF CASE-STATUS = 'CLOSED'
048842     AND CASE-RESOLUTION(1:15) = 'CONFIRMED_FRAUD'
048847     PERFORM 1310-KEEP-FRAUD-CASE
048852     END-IF
048857     PERFORM 1325-READ-ARCHIVE-RECORD
048863     END-PERFORM.
048868
048873 1325-READ-ARCHIVE-RECORD.
048878     READ CASE-ARCHIVE
048884     AT END
048889     SET CASA-EOF-REACHED TO TRUE
048894 END-READ.
048900
049000 1400-WRITE-REPORT-HEADER.
049100     MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
049200     WRITE BREACH-REPORT-RECORD FROM WS-RPT-HEADER-LINE
049300     WRITE BREACH-REPORT-RECORD FROM WS-RPT-BLANK-LINE
049400     WRITE BREACH-REPORT-RECORD FROM WS-RPT-REJECT-COLUMN-LINE.
049500
049600 1000-INIT-EXIT.
049700     EXIT.
049800
049900 2000-LOAD-ALERT-FEED SECTION.
050000 2000-FEED-START.
050100     DISPLAY 'LOADING COMPROMISED-ACCOUNT ALERTS'
050200     MOVE 'N' TO WS-ALRT-EOF-FLAG
050300     PERFORM 2100-READ-ALERT-RECORD
050400     PERFORM UNTIL ALRT-EOF-REACHED
050500     ADD 1 TO WS-ALERTS-READ
050600     PERFORM 2200-EDIT-ONE-ALERT THRU 2200-EDIT-EXIT
050700     PERFORM 2100-READ-ALERT-RECORD
050800     END-PERFORM
050900     DISPLAY 'ALERT FEED LOAD COMPLETED'
051000     GO TO 2000-FEED-EXIT.
051100
051200 2100-READ-ALERT-RECORD.
051300     READ ALERT-FEED-FILE
051400     AT END
051500     SET ALRT-EOF-REACHED TO TRUE
051600 END-READ.
051700
051800 2200-EDIT-ONE-ALERT.
051900* Edit the alert, then make sure the card is one of ours and
052000* still open before it goes on file. A closed account cannot be
052100* used, so its alert is skipped rather than rejected.
052200     IF CA-CARD-NUMBER NOT NUMERIC OR CA-CARD-NUMBER = ZERO
052300     MOVE 'BAD-CARD' TO WS-REJECT-REASON
052400     PERFORM 2290-REJECT-ALERT
052500     GO TO 2200-EDIT-EXIT
052600     END-IF
052700     IF CA-BREACH-ID = SPACES
052800     MOVE 'NO-BREACH-ID' TO WS-REJECT-REASON
052900     PERFORM 2290-REJECT-ALERT
053000     GO TO 2200-EDIT-EXIT
053100     END-IF
053200     IF NOT CA-PAN-ONLY AND NOT CA-PAN-CVV AND NOT CA-TRACK-DATA
053300     MOVE 'BAD-EXPOSED' TO WS-REJECT-REASON
053400     PERFORM 2290-REJECT-ALERT
053500     GO TO 2200-EDIT-EXIT
053600     END-IF
053700     IF CA-EXPOSURE-START NOT NUMERIC
053800     OR CA-EXPOSURE-END NOT NUMERIC
053900     OR CA-ALERT-DATE NOT NUMERIC
054000     MOVE 'BAD-DATE' TO WS-REJECT-REASON
054100     PERFORM 2290-REJECT-ALERT
054200     GO TO 2200-EDIT-EXIT
054300     END-IF
054400     IF CA-EXPOSURE-START < 20200101
054500     OR CA-EXPOSURE-START > 20301231
054600     OR CA-EXPOSURE-END < 20200101
054700     OR CA-EXPOSURE-END > 20301231
054800     OR CA-ALERT-DATE < 20200101
054900     OR CA-ALERT-DATE > 20301231
055000     MOVE 'BAD-DATE' TO WS-REJECT-REASON
055100     PERFORM 2290-REJECT-ALERT
055200     GO TO 2200-EDIT-EXIT
055300     END-IF
055400     IF CA-EXPOSURE-START > CA-EXPOSURE-END
055500     MOVE 'BAD-WINDOW' TO WS-REJECT-REASON
055600     PERFORM 2290-REJECT-ALERT
055700     GO TO 2200-EDIT-EXIT
055800     END-IF
055900
056000     MOVE CA-CARD-NUMBER TO CUST-CARD-NUMBER
056100     READ CUSTOMER-FILE
056200     EVALUATE WS-CUST-STATUS
056300     WHEN '00'
056400     CONTINUE
056500     WHEN '23'
056600     MOVE 'NO-CUSTOMER' TO WS-REJECT-REASON
056700     PERFORM 2290-REJECT-ALERT
056800     GO TO 2200-EDIT-EXIT
056900     WHEN OTHER
057000     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
057100     ADD 1 TO WS-FILE-ERRORS
057200     GO TO 2200-EDIT-EXIT
057300     END-EVALUATE
057400     IF CUST-ACCOUNT-STATUS = 'C'
057500     ADD 1 TO WS-ALERTS-CLOSED-ACCT
057600     GO TO 2200-EDIT-EXIT
057700     END-IF
057800
057900     PERFORM 2300-POST-ALERT.
058000
058100 2200-EDIT-EXIT.
058200     EXIT.
058300
058400 2290-REJECT-ALERT.
058500     ADD 1 TO WS-ALERTS-REJECTED
058600     MOVE CA-CARD-NUMBER TO WS-MASK-CARD-IN
058700     PERFORM 2900-MASK-CARD-NUMBER
058800     MOVE WS-MASKED-CARD TO WS-RPT-REJ-CARD
058900     MOVE CA-BREACH-ID TO WS-RPT-REJ-BREACH-ID
059000     MOVE CA-NETWORK TO WS-RPT-REJ-NETWORK
059100     MOVE WS-REJECT-REASON TO WS-RPT-REJ-REASON
059200     WRITE BREACH-REPORT-RECORD FROM WS-RPT-REJECT-LINE.
059300
059400 2300-POST-ALERT.
059500     MOVE CA-CARD-NUMBER TO CC-CARD-NUMBER
059600     READ COMPROMISED-CARD-FILE
059700     EVALUATE WS-COMP-STATUS
059800     WHEN '00'
059900     PERFORM 2320-MERGE-ALERT
060000     WHEN '23'
060100     PERFORM 2310-ADD-NEW-CARD
060200     WHEN OTHER
060300     DISPLAY 'ERROR READING COMPROMISED CARD FILE: '
060400     WS-COMP-STATUS
060500     ADD 1 TO WS-FILE-ERRORS
060600 END-EVALUATE.
060700
060800 2310-ADD-NEW-CARD.
060900     MOVE SPACES TO COMPROMISED-CARD-RECORD
061000     MOVE CA-CARD-NUMBER TO CC-CARD-NUMBER
061100     MOVE ZERO TO CC-LAST-USED-DATE
061200     INITIALIZE CC-ALERT(2) CC-ALERT(3)
061300     MOVE 1 TO CC-ALERT-COUNT
061400     MOVE 'N' TO WS-SLOT-FOUND-FLAG
061500     MOVE 1 TO WS-CC-SLOT
061600     PERFORM 2330-FILL-ALERT-SLOT
061700     WRITE COMPROMISED-CARD-RECORD
061800     IF WS-COMP-STATUS NOT = '00'
061900     DISPLAY 'ERROR WRITING COMPROMISED CARD: ' WS-COMP-STATUS
062000     ADD 1 TO WS-FILE-ERRORS
062100     ELSE
062200     ADD 1 TO WS-CARDS-ADDED
062300     ADD 1 TO WS-ALERTS-ADDED
062400 END-IF.
062500
062600 2320-MERGE-ALERT.
062700* The network re-sends a breach as its window is widened - the
062800* existing alert is refreshed in place and keeps its use counts.
062900* A new breach goes in slot 1; with three already held the oldest
063000* falls off the end.
063100     MOVE 'N' TO WS-SLOT-FOUND-FLAG
063200     MOVE ZERO TO WS-CC-SLOT
063300     PERFORM 2325-MATCH-BREACH-SLOT
063400     VARYING WS-CC-IDX FROM 1 BY 1
063500     UNTIL WS-CC-IDX > CC-ALERT-COUNT OR SLOT-FOUND
063600     IF SLOT-FOUND
063700     PERFORM 2330-FILL-ALERT-SLOT
063800     ADD 1 TO WS-ALERTS-REFRESHED
063900     ELSE
064000     IF CC-ALERT-COUNT = 3
064100     ADD 1 TO WS-ALERTS-DISPLACED
064200     ELSE
064300     ADD 1 TO CC-ALERT-COUNT
064400     END-IF
064500     PERFORM 2340-SHIFT-ALERT-SLOT
064600     VARYING WS-CC-IDX FROM CC-ALERT-COUNT BY -1
064700     UNTIL WS-CC-IDX < 2
064800     MOVE 1 TO WS-CC-SLOT
064900     PERFORM 2330-FILL-ALERT-SLOT
065000     ADD 1 TO WS-ALERTS-ADDED
065100     END-IF
065200     REWRITE COMPROMISED-CARD-RECORD
065300     IF WS-COMP-STATUS NOT = '00'
065400     DISPLAY 'ERROR REWRITING COMPROMISED CARD: ' WS-COMP-STATUS
065500     ADD 1 TO WS-FILE-ERRORS
065600 END-IF.
065700
065800 2325-MATCH-BREACH-SLOT.
065900     IF CC-BREACH-ID(WS-CC-IDX) = CA-BREACH-ID
066000     SET SLOT-FOUND TO TRUE
066100     MOVE WS-CC-IDX TO WS-CC-SLOT
066200 END-IF.
066300
066400 2330-FILL-ALERT-SLOT.
066500* A refreshed alert keeps its counts; a new one starts at zero.
066600     IF NOT SLOT-FOUND
066700     MOVE ZERO TO CC-USED-COUNT(WS-CC-SLOT)
066800     MOVE ZERO TO CC-DECLINED-COUNT(WS-CC-SLOT)
066900     END-IF
067000     MOVE CA-BREACH-ID TO CC-BREACH-ID(WS-CC-SLOT)
067100     MOVE CA-NETWORK TO CC-NETWORK(WS-CC-SLOT)
067200     MOVE CA-EXPOSURE-START TO CC-EXPOSURE-START(WS-CC-SLOT)
067300     MOVE CA-EXPOSURE-END TO CC-EXPOSURE-END(WS-CC-SLOT)
067400     MOVE CA-DATA-EXPOSED TO CC-DATA-EXPOSED(WS-CC-SLOT)
067500     MOVE CA-ALERT-DATE TO CC-ALERT-DATE(WS-CC-SLOT).
067600
067700 2340-SHIFT-ALERT-SLOT.
067800     COMPUTE WS-CC-SLOT = WS-CC-IDX - 1
067900     MOVE CC-ALERT(WS-CC-SLOT) TO CC-ALERT(WS-CC-IDX).
068000
068100 2900-MASK-CARD-NUMBER.
068200     MOVE SPACES TO WS-MASKED-CARD
068300     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
068400     WS-MASK-CARD-TEXT(13:4)
068500     DELIMITED BY SIZE INTO WS-MASKED-CARD.
068600
068700 2000-FEED-EXIT.
068800     EXIT.
068900
069000 3000-BREACH-EXPOSURE SECTION.
069100 3000-EXPOSURE-START.
069200* One pass over the whole compromised-card file: alerts past
069300* their lifetime are aged off (a card left with none is deleted),
069400* and every live alert is tallied under its breach ID with what
069500* has happened to the card since.
069600     DISPLAY 'BEGINNING COMPROMISED CARD SWEEP'
069700     MOVE 'N' TO WS-COMP-EOF-FLAG
069800     MOVE ZERO TO CC-CARD-NUMBER
069900     START COMPROMISED-CARD-FILE
070000     KEY IS NOT LESS THAN CC-CARD-NUMBER
070100     INVALID KEY
070200     SET COMP-EOF-REACHED TO TRUE
070300     END-START
070400     IF NOT COMP-EOF-REACHED
070500     PERFORM 3100-READ-NEXT-COMP-CARD
070600     END-IF
070700     PERFORM UNTIL COMP-EOF-REACHED
070800     PERFORM 3200-REVIEW-ONE-CARD
070900     PERFORM 3100-READ-NEXT-COMP-CARD
071000     END-PERFORM
071100     DISPLAY 'COMPROMISED CARD SWEEP COMPLETED'
071200     GO TO 3000-EXPOSURE-EXIT.
071300
071400 3100-READ-NEXT-COMP-CARD.
071500     READ COMPROMISED-CARD-FILE NEXT RECORD
071600     AT END
071700     SET COMP-EOF-REACHED TO TRUE
071800 END-READ.
071900
072000 3200-REVIEW-ONE-CARD.
072100     PERFORM 3210-AGE-OFF-ALERTS
072200     IF CC-ALERT-COUNT = ZERO
072300     DELETE COMPROMISED-CARD-FILE RECORD
072400     IF WS-COMP-STATUS NOT = '00'
072500     DISPLAY 'ERROR DELETING COMPROMISED CARD: ' WS-COMP-STATUS
072600     ADD 1 TO WS-FILE-ERRORS
072700     ELSE
072800     ADD 1 TO WS-CARDS-PURGED
072900     END-IF
073000     ELSE
073100     IF WS-CC-DROPPED > ZERO
073200     REWRITE COMPROMISED-CARD-RECORD
073300     IF WS-COMP-STATUS NOT = '00'
073400     DISPLAY 'ERROR REWRITING COMPROMISED CARD: '
073500     WS-COMP-STATUS
073600     ADD 1 TO WS-FILE-ERRORS
073700     END-IF
073800     END-IF
073900     ADD 1 TO WS-CARDS-ON-FILE
074000     PERFORM 3220-LOOKUP-CARD-STATUS
074100     PERFORM 3230-TALLY-ONE-ALERT
074200     VARYING WS-CC-IDX FROM 1 BY 1
074300     UNTIL WS-CC-IDX > CC-ALERT-COUNT
074400 END-IF.
074500
074600 3210-AGE-OFF-ALERTS.
074700* Close up the live alerts toward slot 1, newest-first order kept,
074800* and clear the slots left behind.
074900     MOVE ZERO TO WS-CC-KEEP
075000     PERFORM 3215-KEEP-LIVE-ALERT
075100     VARYING WS-CC-IDX FROM 1 BY 1
075200     UNTIL WS-CC-IDX > CC-ALERT-COUNT
075300     COMPUTE WS-CC-DROPPED = CC-ALERT-COUNT - WS-CC-KEEP
075400     ADD WS-CC-DROPPED TO WS-ALERTS-AGED-OFF
075500     MOVE WS-CC-KEEP TO CC-ALERT-COUNT
075600     COMPUTE WS-CC-SLOT = WS-CC-KEEP + 1
075700     PERFORM 3217-CLEAR-ALERT-SLOT
075800     VARYING WS-CC-IDX FROM WS-CC-SLOT BY 1
075900     UNTIL WS-CC-IDX > 3.
076000
076100 3215-KEEP-LIVE-ALERT.
076200     COMPUTE WS-ALERT-AGE =
076300     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
076400     - FUNCTION INTEGER-OF-DATE(CC-ALERT-DATE(WS-CC-IDX))
076500     IF WS-ALERT-AGE <= WS-COMPRM-DAYS
076600     ADD 1 TO WS-CC-KEEP
076700     IF WS-CC-KEEP NOT = WS-CC-IDX
076800     MOVE CC-ALERT(WS-CC-IDX) TO CC-ALERT(WS-CC-KEEP)
076900     END-IF
077000 END-IF.
077100
077200 3217-CLEAR-ALERT-SLOT.
077300     INITIALIZE CC-ALERT(WS-CC-IDX).
077400
077500 3220-LOOKUP-CARD-STATUS.
077600     MOVE 'N' TO WS-HOT-CARD-FLAG
077700     MOVE CC-CARD-NUMBER TO HOT-CARD-NUMBER
077800     READ HOTCARD-FILE
077900     EVALUATE WS-HOT-STATUS
078000     WHEN '00'
078100     SET CARD-IS-HOT TO TRUE
078200     WHEN '23'
078300     CONTINUE
078400     WHEN OTHER
078500     DISPLAY 'ERROR READING HOT CARD FILE: ' WS-HOT-STATUS
078600     ADD 1 TO WS-FILE-ERRORS
078700     END-EVALUATE
078800* The customer fraud flag is raised by chargeback intake on a
078900* network-confirmed fraud, by a denied step-up and by a high-risk
079000* score - counted apart from analyst-confirmed cases.
079100     MOVE 'N' TO WS-CUST-FLAGGED-FLAG
079200     MOVE CC-CARD-NUMBER TO CUST-CARD-NUMBER
079300     READ CUSTOMER-FILE
079400     EVALUATE WS-CUST-STATUS
079500     WHEN '00'
079600     IF CUST-FRAUD-FLAG = 'Y'
079700     SET CUST-IS-FLAGGED TO TRUE
079800     END-IF
079900     WHEN '23'
080000     CONTINUE
080100     WHEN OTHER
080200     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
080300     ADD 1 TO WS-FILE-ERRORS
080400 END-EVALUATE.
080500
080600 3230-TALLY-ONE-ALERT.
080700     PERFORM 3240-FIND-BREACH-ENTRY
080800     IF WS-BT-HIT > 0
080900     ADD 1 TO WS-BT-CARDS(WS-BT-HIT)
081000     IF CC-USED-COUNT(WS-CC-IDX) > ZERO
081100     ADD 1 TO WS-BT-USED(WS-BT-HIT)
081200     END-IF
081300     IF CC-DECLINED-COUNT(WS-CC-IDX) > ZERO
081400     ADD 1 TO WS-BT-DECLINED(WS-BT-HIT)
081500     END-IF
081600     MOVE 'N' TO WS-CONFIRMED-FLAG
081700     PERFORM 3250-MATCH-FRAUD-CASE
081800     VARYING WS-FC-IDX FROM 1 BY 1
081900     UNTIL WS-FC-IDX > WS-FC-COUNT OR FRAUD-CONFIRMED
082000     IF FRAUD-CONFIRMED
082100     ADD 1 TO WS-BT-CONFIRMED(WS-BT-HIT)
082200     ELSE
082300     IF CUST-IS-FLAGGED
082400     ADD 1 TO WS-BT-FLAGGED(WS-BT-HIT)
082500     END-IF
082600     END-IF
082700     IF CARD-IS-HOT
082800     ADD 1 TO WS-BT-HOT-CARDED(WS-BT-HIT)
082900     END-IF
083000 END-IF.
083100
083200 3240-FIND-BREACH-ENTRY.
083300* Serial search, a new breach takes the next free row. The
083400* first card seen for a breach supplies its window and network.
083500     MOVE ZERO TO WS-BT-HIT
083600     MOVE 'N' TO WS-BT-FOUND-FLAG
083700     PERFORM 3245-MATCH-BREACH-ENTRY
083800     VARYING WS-BT-IDX FROM 1 BY 1
083900     UNTIL WS-BT-IDX > WS-BT-COUNT OR BT-ENTRY-FOUND
084000     IF NOT BT-ENTRY-FOUND
084100     IF WS-BT-COUNT < 500
084200     ADD 1 TO WS-BT-COUNT
084300     MOVE WS-BT-COUNT TO WS-BT-HIT
084400     MOVE CC-BREACH-ID(WS-CC-IDX) TO WS-BT-BREACH-ID(WS-BT-HIT)
084500     MOVE CC-NETWORK(WS-CC-IDX) TO WS-BT-NETWORK(WS-BT-HIT)
084600     MOVE CC-DATA-EXPOSED(WS-CC-IDX)
084700     TO WS-BT-DATA-EXPOSED(WS-BT-HIT)
084800     MOVE CC-EXPOSURE-START(WS-CC-IDX)
084900     TO WS-BT-EXPOSURE-START(WS-BT-HIT)
085000     MOVE CC-EXPOSURE-END(WS-CC-IDX)
085100     TO WS-BT-EXPOSURE-END(WS-BT-HIT)
085200     MOVE CC-ALERT-DATE(WS-CC-IDX) TO WS-BT-ALERT-DATE(WS-BT-HIT)
085300     ELSE
085400     ADD 1 TO WS-TABLE-OVERFLOWS
085500     DISPLAY 'BREACH TABLE FULL - DROPPED: '
085600     CC-BREACH-ID(WS-CC-IDX)
085700     END-IF
085800 END-IF.
085900
086000 3245-MATCH-BREACH-ENTRY.
086100     IF WS-BT-BREACH-ID(WS-BT-IDX) = CC-BREACH-ID(WS-CC-IDX)
086200     SET BT-ENTRY-FOUND TO TRUE
086300     MOVE WS-BT-IDX TO WS-BT-HIT
086400 END-IF.
086500
086600 3250-MATCH-FRAUD-CASE.
086700     IF WS-FC-CARD-NUMBER(WS-FC-IDX) = CC-CARD-NUMBER
086800     AND WS-FC-OPEN-DATE(WS-FC-IDX)
086900     >= CC-EXPOSURE-START(WS-CC-IDX)
087000     SET FRAUD-CONFIRMED TO TRUE
087100 END-IF.
087200
087300 3000-EXPOSURE-EXIT.
087400     EXIT.
087500
087600 9000-FINALIZE-PROGRAM SECTION.
087700 9000-FINALIZE-START.
087800     PERFORM 9100-WRITE-INTAKE-TOTALS
087900     PERFORM 9200-WRITE-BREACH-EXPOSURE
088000     PERFORM 9300-CLOSE-FILES
088100     PERFORM 9400-DISPLAY-FINAL-STATS
088200     DISPLAY 'COMPROMISED-ACCOUNT ALERT INTAKE - COMPLETED'
088300     GO TO 9000-FINALIZE-EXIT.
088400
088500 9100-WRITE-INTAKE-TOTALS.
088600     WRITE BREACH-REPORT-RECORD FROM WS-RPT-BLANK-LINE
088700     MOVE 'ALERTS READ' TO WS-RPT-TOTAL-LABEL
088800     MOVE WS-ALERTS-READ TO WS-RPT-TOTAL-COUNT
088900     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
089000     MOVE 'ALERTS REJECTED' TO WS-RPT-TOTAL-LABEL
089100     MOVE WS-ALERTS-REJECTED TO WS-RPT-TOTAL-COUNT
089200     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
089300     MOVE 'ALERTS SKIPPED - ACCOUNT CLOSED' TO WS-RPT-TOTAL-LABEL
089400     MOVE WS-ALERTS-CLOSED-ACCT TO WS-RPT-TOTAL-COUNT
089500     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
089600     MOVE 'NEW ALERTS POSTED' TO WS-RPT-TOTAL-LABEL
089700     MOVE WS-ALERTS-ADDED TO WS-RPT-TOTAL-COUNT
089800     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
089900     MOVE '  ON NEWLY ALERTED CARDS' TO WS-RPT-TOTAL-LABEL
090000     MOVE WS-CARDS-ADDED TO WS-RPT-TOTAL-COUNT
090100     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
090200     MOVE 'ALERTS REFRESHED' TO WS-RPT-TOTAL-LABEL
090300     MOVE WS-ALERTS-REFRESHED TO WS-RPT-TOTAL-COUNT
090400     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
090500     MOVE 'OLDEST ALERT DISPLACED' TO WS-RPT-TOTAL-LABEL
090600     MOVE WS-ALERTS-DISPLACED TO WS-RPT-TOTAL-COUNT
090700     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
090800     MOVE 'ALERTS AGED OFF' TO WS-RPT-TOTAL-LABEL
090900     MOVE WS-ALERTS-AGED-OFF TO WS-RPT-TOTAL-COUNT
091000     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
091100     MOVE 'CARDS REMOVED - NO LIVE ALERT' TO WS-RPT-TOTAL-LABEL
091200     MOVE WS-CARDS-PURGED TO WS-RPT-TOTAL-COUNT
091300     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
091400     MOVE 'CARDS UNDER ACTIVE ALERT' TO WS-RPT-TOTAL-LABEL
091500     MOVE WS-CARDS-ON-FILE TO WS-RPT-TOTAL-COUNT
091600     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
091700
091800 9200-WRITE-BREACH-EXPOSURE.
091900     WRITE BREACH-REPORT-RECORD FROM WS-RPT-BLANK-LINE
092000     WRITE BREACH-REPORT-RECORD FROM WS-RPT-EXPOSURE-TITLE-LINE
092100     WRITE BREACH-REPORT-RECORD FROM WS-RPT-BLANK-LINE
092200     WRITE BREACH-REPORT-RECORD FROM WS-RPT-EXPOSURE-COLUMN-LINE
092300     PERFORM 9210-WRITE-BREACH-LINE
092400     VARYING WS-BT-IDX FROM 1 BY 1
092500     UNTIL WS-BT-IDX > WS-BT-COUNT
092600     WRITE BREACH-REPORT-RECORD FROM WS-RPT-BLANK-LINE
092700     MOVE 'BREACHES WITH ACTIVE ALERTS' TO WS-RPT-TOTAL-LABEL
092800     MOVE WS-BT-COUNT TO WS-RPT-TOTAL-COUNT
092900     WRITE BREACH-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
093000
093100 9210-WRITE-BREACH-LINE.
093200* Still-live is what a mass reissue would still have to replace -
093300* the breach's cards not already hot-carded.
093400     MOVE WS-BT-BREACH-ID(WS-BT-IDX) TO WS-RPT-BREACH-ID
093500     MOVE WS-BT-NETWORK(WS-BT-IDX) TO WS-RPT-NETWORK
093600     EVALUATE WS-BT-DATA-EXPOSED(WS-BT-IDX)
093700     WHEN 'T'
093800     MOVE 'TRACK' TO WS-RPT-EXPOSED
093900     WHEN 'C'
094000     MOVE 'PAN+CVV' TO WS-RPT-EXPOSED
094100     WHEN OTHER
094200     MOVE 'PAN' TO WS-RPT-EXPOSED
094300     END-EVALUATE
094400     MOVE WS-BT-EXPOSURE-START(WS-BT-IDX) TO WS-RPT-EXPOSURE-START
094500     MOVE WS-BT-EXPOSURE-END(WS-BT-IDX) TO WS-RPT-EXPOSURE-END
094600     MOVE WS-BT-ALERT-DATE(WS-BT-IDX) TO WS-RPT-ALERT-DATE
094700     MOVE WS-BT-CARDS(WS-BT-IDX) TO WS-RPT-CARDS
094800     MOVE WS-BT-USED(WS-BT-IDX) TO WS-RPT-USED
094900     MOVE WS-BT-DECLINED(WS-BT-IDX) TO WS-RPT-DECLINED
095000     MOVE WS-BT-CONFIRMED(WS-BT-IDX) TO WS-RPT-CONFIRMED
095100     MOVE WS-BT-FLAGGED(WS-BT-IDX) TO WS-RPT-FLAGGED
095200     MOVE WS-BT-HOT-CARDED(WS-BT-IDX) TO WS-RPT-HOT-CARDED
095300     COMPUTE WS-RPT-STILL-LIVE =
095400     WS-BT-CARDS(WS-BT-IDX) - WS-BT-HOT-CARDED(WS-BT-IDX)
095500     WRITE BREACH-REPORT-RECORD FROM WS-RPT-EXPOSURE-LINE.
095600
095700 9300-CLOSE-FILES.
095800     CLOSE ALERT-FEED-FILE
095900     CLOSE COMPROMISED-CARD-FILE
096000     CLOSE CUSTOMER-FILE
096100     CLOSE HOTCARD-FILE
096200     CLOSE CASE-FILE
096210     IF ARCHIVE-FILE-PRESENT
096220     CLOSE CASE-ARCHIVE
096230     END-IF
096300     CLOSE BREACH-REPORT.
096400
096500 9400-DISPLAY-FINAL-STATS.
096600     DISPLAY ' '
096700     DISPLAY '=========================================='
096800     DISPLAY 'COMPROMISED-ACCOUNT ALERT INTAKE STATISTICS'
096900     DISPLAY '=========================================='
097000     DISPLAY 'ALERTS READ: ' WS-ALERTS-READ
097100     DISPLAY 'ALERTS REJECTED: ' WS-ALERTS-REJECTED
097200     DISPLAY 'ALERTS SKIPPED - ACCOUNT CLOSED: '
097300     WS-ALERTS-CLOSED-ACCT
097400     DISPLAY 'NEW ALERTS POSTED: ' WS-ALERTS-ADDED
097500     DISPLAY 'ALERTS REFRESHED: ' WS-ALERTS-REFRESHED
097600     DISPLAY 'ALERTS AGED OFF: ' WS-ALERTS-AGED-OFF
097700     DISPLAY 'CARDS UNDER ACTIVE ALERT: ' WS-CARDS-ON-FILE
097800     DISPLAY 'BREACHES REPORTED: ' WS-BT-COUNT
097900     DISPLAY '=========================================='
098000     IF WS-ALERTS-REJECTED > ZERO
098100     OR WS-FILE-ERRORS > ZERO
098200     OR WS-TABLE-OVERFLOWS > ZERO
098300     DISPLAY 'ALERT INTAKE EXCEPTIONS THIS RUN - REVIEW REPORT'
098400     MOVE 4 TO RETURN-CODE
098500 END-IF.
098600
098700 9000-FINALIZE-EXIT.
098800     EXIT.
098900
099000* END OF COMPROMISE-INTAKE PROGRAM
