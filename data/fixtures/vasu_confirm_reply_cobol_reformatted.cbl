000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONFIRM-REPLY-BATCH.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600*
000700* MODIFICATION HISTORY
000800* 2026-10-15  FRAUD-DETECTION-TEAM  ORIGINAL VERSION. CLOSES THE
000900*             LOOP ON CARDHOLDER STEP-UP CONFIRMATION - THE FRAUD
001000*             RUN NOW HOLDS A MEDIUM-RISK TRANSACTION, TEXTS OR
001100*             EMAILS THE CARDHOLDER AND PARKS THE HOLD ON
001200*             CONFPEND. THIS STEP READS THE GATEWAY'S YES/NO
001300*             REPLIES BACK (CONFRPLY): A YES RELEASES THE HOLD AS
001400*             AN APPROVAL ON THE DECISION RESPONSE FILE; A NO
001500*             DECLINES IT, HOT-CARDS THE CARD, FLAGS THE CUSTOMER
001600*             AND OPENS A CASE. HOLDS LEFT UNANSWERED PAST
001700*             STEPUP-HOURS FALL TO THE PARMFILE DEFAULT
001800*             (STEPUP-DFLT 1 RELEASE, 2 DECLINE WITH A CASE).
001900*             EVERY OUTCOME IS LOGGED TO FRAUDLOG WITH THE
002000*             ORIGINAL RULE FLAGS SO RULE-BACKTEST AND AUTH-RECON
002100*             SEE IT.
002110* 2026-10-15  FRAUD-DETECTION-TEAM  OUTCOME FRAUDLOG RECORDS NOW
002120*             CARRY THE PARAMETER VERSION OF THE DECK THIS STEP
002130*             RAN UNDER, AS THE FRAUD ENGINE'S DECISIONS DO.
002140* 2026-10-15  FRAUD-DETECTION-TEAM  HELD-TRANSACTION RULE FLAGS
002150*             WIDENED TO SIXTEEN FOR THE LINKED-CUSTOMER RULE. A
002160*             CASE OPENED HERE CARRIES THE CARDHOLDER'S
002170*             CUSTOMER/HOUSEHOLD IDENTIFIER SO IT IS WORKED WITH
002180*             THE CUSTOMER'S OTHER OPEN CASES.
002182* 2026-10-15  FRAUD-DETECTION-TEAM  A STEP-UP DECLINE - A NO REPLY
002185*             OR A TIMEOUT UNDER STEPUP-DFLT 2 - MARKS THE CARD
002188*             DECLINED ON THE CUSTOMER EXPOSURE FILE (CUSTEXPO) AS
002191*             THE FRAUD ENGINE'S OWN DECLINES DO, SO RULE 16
002194*             RAISES RISK ON THE SIBLING CARDS. A FAILED PURGE OF
002197*             A RESOLVED HOLD IS REPORTED.
002200*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-Z15.
002600 OBJECT-COMPUTER. IBM-Z15.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONFIRM-REPLY-FILE ASSIGN TO 'CONFRPLY'
003100     ORGANIZATION IS SEQUENTIAL
003200     ACCESS MODE IS SEQUENTIAL
003300 FILE STATUS IS WS-RPLY-STATUS.
003400
003500     SELECT PARAMETER-FILE ASSIGN TO 'PARMFILE'
003600     ORGANIZATION IS SEQUENTIAL
003700     ACCESS MODE IS SEQUENTIAL
003800 FILE STATUS IS WS-PARM-STATUS.
003900
004000     SELECT CONFIRM-PENDING-FILE ASSIGN TO 'CONFPEND'
004100     ORGANIZATION IS INDEXED
004200     ACCESS MODE IS DYNAMIC
004300     RECORD KEY IS CP-TRANS-ID
004400 FILE STATUS IS WS-CONF-STATUS.
004500
004600     SELECT DECISION-RESPONSE-FILE ASSIGN TO 'DECRESP'
004700     ORGANIZATION IS SEQUENTIAL
004800     ACCESS MODE IS SEQUENTIAL
004900 FILE STATUS IS WS-DECR-STATUS.
005000
005100     SELECT FRAUD-LOG ASSIGN TO 'FRAUDLOG'
005200     ORGANIZATION IS SEQUENTIAL
005300     ACCESS MODE IS SEQUENTIAL
005400 FILE STATUS IS WS-FRAUD-STATUS.
005500
005600     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
005700     ORGANIZATION IS INDEXED
005800     ACCESS MODE IS DYNAMIC
005900     RECORD KEY IS CUST-CARD-NUMBER
006000 FILE STATUS IS WS-CUST-STATUS.
006100
006200     SELECT HOTCARD-FILE ASSIGN TO 'HOTCARD'
006300     ORGANIZATION IS INDEXED
006400     ACCESS MODE IS DYNAMIC
006500     RECORD KEY IS HOT-CARD-NUMBER
006600 FILE STATUS IS WS-HOT-STATUS.
006700
006800     SELECT CASE-FILE ASSIGN TO 'CASEFILE'
006900     ORGANIZATION IS INDEXED
007000     ACCESS MODE IS DYNAMIC
007100     RECORD KEY IS CASE-NUMBER
007200 FILE STATUS IS WS-CASE-STATUS.
007300
007400     SELECT CASE-AUDIT-FILE ASSIGN TO 'CASEAUDT'
007500     ORGANIZATION IS SEQUENTIAL
007600     ACCESS MODE IS SEQUENTIAL
007700 FILE STATUS IS WS-AUDIT-STATUS.
007710
007720     SELECT CUST-EXPOSURE-FILE ASSIGN TO 'CUSTEXPO'
007730     ORGANIZATION IS INDEXED
007740     ACCESS MODE IS DYNAMIC
007750     RECORD KEY IS EXPO-CUSTOMER-ID
007760 FILE STATUS IS WS-EXPO-STATUS.
007800
007900     SELECT CONFIRM-REPORT ASSIGN TO 'CONFRPT'
008000     ORGANIZATION IS SEQUENTIAL
008100     ACCESS MODE IS SEQUENTIAL
008200 FILE STATUS IS WS-RPT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600
008700* One reply per confirmation request the gateway delivered and
008800* the cardholder answered - YES it was me, NO it was not. Anything
008900* else the cardholder typed comes through as-is and is left
009000* pending.
009100 FD  CONFIRM-REPLY-FILE
009200     RECORDING MODE IS F
009300 RECORD CONTAINS 80 CHARACTERS.
009400 01  CONFIRM-REPLY-RECORD.
009500 05  RPLY-TRANS-ID           PIC 9(12).
009600 05  RPLY-TEXT               PIC X(3).
009700 88  RPLY-YES            VALUE 'YES'.
009800 88  RPLY-NO             VALUE 'NO '.
009900 05  RPLY-RECEIVED-TIMESTAMP PIC X(20).
010000 05  RPLY-CHANNEL            PIC X(5).
010100 05  FILLER                  PIC X(40).
010200
010300 FD  PARAMETER-FILE
010400     RECORDING MODE IS F
010500 RECORD CONTAINS 80 CHARACTERS.
010600 01  PARAMETER-RECORD.
010700 05  PARM-RECORD-TYPE        PIC X(1).
010800 88  PARM-THRESHOLD-REC  VALUE 'T'.
010810 88  PARM-VERSION-REC    VALUE 'V'.
010900 05  PARM-KEY                PIC X(12).
011000 05  PARM-VALUE              PIC 9(8)V99.
011100 05  PARM-EFFECTIVE-DATE     PIC 9(8).
011200 05  FILLER                  PIC X(49).
011210 01  PARAMETER-VERSION-RECORD.
011220 05  PARM-VER-TYPE           PIC X(1).
011230 05  PARM-VER-NUMBER         PIC 9(6).
011240 05  FILLER                  PIC X(73).
011300
011400* Same layout the fraud engine writes in 6400 when it holds a
011500* transaction for the cardholder's answer.
011600 FD  CONFIRM-PENDING-FILE
011700     RECORDING MODE IS F
011800 RECORD CONTAINS 200 CHARACTERS.
011900 01  CONFIRM-PENDING-RECORD.
012000 05  CP-TRANS-ID             PIC 9(12).
012100 05  CP-CARD-NUMBER          PIC 9(16).
012200 05  CP-CARD-TOKEN           PIC 9(16).
012300 05  CP-AMOUNT               PIC 9(8)V99.
012400 05  CP-MERCHANT-ID          PIC X(10).
012500 05  CP-MERCHANT-NAME        PIC X(40).
012600 05  CP-LOCATION-ZIP         PIC X(10).
012700 05  CP-RISK-SCORE           PIC 9(4).
012800 05  CP-RULE-FLAGS           PIC X(16).
012900 05  CP-HOLD-TIMESTAMP       PIC X(20).
013000 05  CP-STATUS               PIC X(1).
013100 88  CP-PENDING          VALUE 'P'.
013200 88  CP-CONFIRMED        VALUE 'Y'.
013300 88  CP-DENIED           VALUE 'N'.
013400 88  CP-TIMED-OUT        VALUE 'T'.
013500 05  CP-RESOLVED-TIMESTAMP   PIC X(20).
013600 05  CP-RESOLVED-ACTION      PIC X(20).
013700 05  FILLER                  PIC X(5).
013800
013900 FD  DECISION-RESPONSE-FILE
014000     RECORDING MODE IS F
014100 RECORD CONTAINS 80 CHARACTERS.
014200 01  DECISION-RESPONSE-RECORD.
014300 05  DECR-TRANS-ID           PIC 9(12).
014400 05  DECR-CARD-NUMBER        PIC 9(16).
014500 05  DECR-ACTION             PIC X(20).
014600 05  DECR-RISK-SCORE         PIC 9(4).
014700 05  DECR-CASE-NUMBER        PIC 9(12).
014800 05  FILLER                  PIC X(16).
014900
015000 FD  FRAUD-LOG
015100     RECORDING MODE IS F
015200 RECORD CONTAINS 400 CHARACTERS.
015300 01  FRAUD-LOG-RECORD.
015400 05  FRAUD-TIMESTAMP         PIC X(20).
015500 05  FRAUD-TRANS-ID          PIC 9(12).
015600 05  FRAUD-CARD-NUMBER       PIC X(16).
015700 05  FRAUD-REASON-CODE       PIC X(10).
015800 05  FRAUD-RISK-SCORE        PIC 9(3).
015900 05  FRAUD-ACTION-TAKEN      PIC X(20).
016000 05  FRAUD-RULE-TRIGGERED    PIC X(50).
016100 05  FRAUD-AMOUNT            PIC 9(8)V99.
016200 05  FRAUD-MERCHANT          PIC X(40).
016300 05  FRAUD-LOCATION          PIC X(20).
016400 05  FRAUD-ANALYST-ID        PIC X(10).
016500 05  FRAUD-RESOLUTION        PIC X(100).
016600 05  FRAUD-CARD-TOKEN        PIC 9(16).
016700 05  FRAUD-PARM-VERSION      PIC 9(6).
016710 05  FILLER                  PIC X(51).
016800
016900 FD  CUSTOMER-FILE
017000     RECORDING MODE IS F
017100 RECORD CONTAINS 300 CHARACTERS.
017200 01  CUSTOMER-RECORD.
017300 05  CUST-CARD-NUMBER        PIC 9(16).
017400 05  CUST-NAME               PIC X(40).
017500 05  CUST-HOME-ZIP           PIC X(10).
017600 05  CUST-HOME-COUNTRY       PIC X(3).
017700 05  CUST-HOME-CURRENCY      PIC X(3).
017800 05  CUST-ACCOUNT-OPEN-DATE  PIC 9(8).
017900 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
018000 05  CUST-CURRENT-BALANCE    PIC 9(8)V99.
018100 05  CUST-RISK-SCORE         PIC 9(3).
018200 05  CUST-FRAUD-FLAG         PIC X(1).
018300 05  CUST-LAST-TRANS-DATE    PIC 9(8).
018400 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
018500 05  CUST-MAX-DAILY-SPEND    PIC 9(8)V99.
018600 05  CUST-TRAVEL-FLAG        PIC X(1).
018700 05  CUST-PHONE-NUMBER       PIC X(15).
018800 05  CUST-EMAIL              PIC X(50).
018900 05  CUST-ACCOUNT-STATUS     PIC X(1).
019000 05  FILLER                  PIC X(18).
019010 05  CUST-CUSTOMER-ID        PIC 9(12).
019020 05  FILLER                  PIC X(110).
019100
019200 FD  HOTCARD-FILE
019300     RECORDING MODE IS F
019400 RECORD CONTAINS 80 CHARACTERS.
019500 01  HOTCARD-RECORD.
019600 05  HOT-CARD-NUMBER         PIC 9(16).
019700 05  HOT-BLOCK-REASON        PIC X(20).
019800 05  HOT-BLOCK-DATE          PIC 9(8).
019900 05  HOT-REPORT-CHANNEL      PIC X(10).
020000 05  FILLER                  PIC X(26).
020100
020200 FD  CASE-FILE
020300     RECORDING MODE IS F
020400 RECORD CONTAINS 220 CHARACTERS.
020500 01  CASE-RECORD.
020600 05  CASE-NUMBER             PIC 9(12).
020700 05  CASE-TRANS-ID           PIC 9(12).
020800 05  CASE-CARD-NUMBER        PIC 9(16).
020900 05  CASE-PRIORITY           PIC X(8).
021000 05  CASE-STATUS             PIC X(10).
021100 05  CASE-ASSIGNED-ANALYST   PIC X(10).
021200 05  CASE-RISK-SCORE         PIC 9(3).
021300 05  CASE-AMOUNT             PIC 9(8)V99.
021400 05  CASE-OPEN-TIMESTAMP     PIC X(20).
021500 05  CASE-RESOLUTION         PIC X(100).
021600 05  CASE-CUSTOMER-ID        PIC 9(12).
021610 05  FILLER                  PIC X(7).
021700
021800* Same audit trail CASE-MAINT-BATCH appends to - a case opened
021900* here is traced like any other.
022000 FD  CASE-AUDIT-FILE
022100     RECORDING MODE IS F
022200 RECORD CONTAINS 250 CHARACTERS.
022300 01  CASE-AUDIT-RECORD.
022400 05  AUD-CASE-NUMBER         PIC 9(12).
022500 05  AUD-TIMESTAMP           PIC X(20).
022600 05  AUD-ACTION-CODE         PIC X(8).
022700 05  AUD-ANALYST-ID          PIC X(10).
022800 05  AUD-OLD-STATUS          PIC X(10).
022900 05  AUD-NEW-STATUS          PIC X(10).
023000 05  AUD-OLD-ANALYST         PIC X(10).
023100 05  AUD-NEW-ANALYST         PIC X(10).
023200 05  AUD-RESULT              PIC X(8).
023300 05  AUD-REJECT-REASON       PIC X(12).
023400 05  AUD-NOTES               PIC X(80).
023500 05  FILLER                  PIC X(60).
023504
023509* Linked-customer exposure, one record per customer/household
023513* identifier - only a card's decline mark is touched here.
023518 FD  CUST-EXPOSURE-FILE
023522     RECORDING MODE IS F
023527 RECORD CONTAINS 300 CHARACTERS.
023531 01  CUST-EXPOSURE-RECORD.
023536 05  EXPO-CUSTOMER-ID        PIC 9(12).
023540 05  EXPO-CARD-COUNT         PIC 9(2).
023545 05  EXPO-CARD-TABLE.
023550     10  EXPO-CARD-ENTRY OCCURS 8 TIMES.
023554 15  EXPO-CARD-NUMBER    PIC 9(16).
023559 15  EXPO-CARD-EVENT     PIC X(1).
023563 15  EXPO-CARD-EVENT-DATE PIC 9(8).
023568 05  EXPO-TRANS-COUNT-1H     PIC 9(4).
023572 05  EXPO-AMOUNT-1H          PIC 9(10)V99.
023577 05  EXPO-TRANS-COUNT-24H    PIC 9(5).
023581 05  EXPO-AMOUNT-24H         PIC 9(10)V99.
023586 05  EXPO-LAST-UPDATE        PIC 9(14).
023590 05  EXPO-LINK-DATE          PIC 9(8).
023595 05  FILLER                  PIC X(31).
023600
023700 FD  CONFIRM-REPORT
023800     RECORDING MODE IS F
023900 RECORD CONTAINS 132 CHARACTERS.
024000 01  CONFIRM-REPORT-RECORD   PIC X(132).
024100
024200 WORKING-STORAGE SECTION.
024300
024400* File Status Variables
024500 01  WS-RPLY-STATUS              PIC XX.
024600 01  WS-PARM-STATUS              PIC XX.
024700 01  WS-CONF-STATUS              PIC XX.
024800 01  WS-DECR-STATUS              PIC XX.
024900 01  WS-FRAUD-STATUS             PIC XX.
025000 01  WS-CUST-STATUS              PIC XX.
025100 01  WS-HOT-STATUS               PIC XX.
025200 01  WS-CASE-STATUS              PIC XX.
025300 01  WS-AUDIT-STATUS             PIC XX.
025310 01  WS-EXPO-STATUS              PIC XX.
025400 01  WS-RPT-STATUS               PIC XX.
025500
025600* Control Variables
025700 01  WS-RPLY-EOF-FLAG            PIC X VALUE 'N'.
025800 88  RPLY-EOF-REACHED        VALUE 'Y'.
025900 01  WS-PARM-EOF-FLAG            PIC X VALUE 'N'.
026000 88  PARM-EOF-REACHED        VALUE 'Y'.
026100 01  WS-CONF-EOF-FLAG            PIC X VALUE 'N'.
026200 88  CONF-EOF-REACHED        VALUE 'Y'.
026210 01  WS-EXPO-FILE-FLAG           PIC X VALUE 'N'.
026220 88  EXPO-FILE-OPEN          VALUE 'Y'.
026230 01  WS-EXPO-MARKED-FLAG         PIC X VALUE 'N'.
026240 88  EXPO-CARD-MARKED        VALUE 'Y'.
026300
026400* Step-up parameters - PARMFILE 'T' keys shared with the fraud
026500* engine's deck. Defaults hold when the deck carries neither key:
026600* a day to answer, and an unanswered hold released, which is what
026700* happened to every medium-risk transaction before step-up.
026800 01  WS-STEPUP-HOURS             PIC 9(4) VALUE 24.
026900 01  WS-STEPUP-HOURS-EFF-DATE    PIC 9(8) VALUE ZERO.
026910 01  WS-PARM-VERSION             PIC 9(6) VALUE ZERO.
027000 01  WS-TIMEOUT-DEFAULT          PIC 9(1) VALUE 1.
027100 88  TIMEOUT-RELEASES        VALUE 1.
027200 88  TIMEOUT-DECLINES        VALUE 2.
027300 01  WS-TIMEOUT-DFLT-EFF-DATE    PIC 9(8) VALUE ZERO.
027310* Days a confirmed-fraud mark on a card keeps counting for its
027320* siblings - same PARMFILE key and default as the fraud engine. A
027330* decline never replaces a fraud mark still inside the window.
027340 01  WS-SIBLING-DAYS             PIC 9(4) VALUE 30.
027350 01  WS-SIBLING-EFF-DATE         PIC 9(8) VALUE ZERO.
027400
027500* Resolved holds stay on CONFPEND this many days so a late or
027600* repeated reply is recognized as such rather than as unknown.
027700 01  WS-RESOLVED-KEEP-DAYS       PIC 9(3) VALUE 30.
027800 01  WS-PURGE-CUTOFF-DATE        PIC 9(8).
027900 01  WS-PURGE-DAY-NUM            PIC 9(8).
028000
028100* Hold Age Variables - same whole-hour arithmetic the fraud engine
028200* ages its velocity windows with.
028300 01  WS-WORK-DATE                PIC 9(8).
028400 01  WS-HOLD-DAY-NUM             PIC 9(8).
028500 01  WS-NOW-DAY-NUM              PIC 9(8).
028600 01  WS-HOLD-HH                  PIC 9(2).
028700 01  WS-NOW-HH                   PIC 9(2).
028800 01  WS-HOLD-AGE-HOURS           PIC S9(6).
028810
028820* Exposure Slot Variables
028830 01  WS-EXPO-IDX                 PIC 9(2) COMP.
028840 01  WS-EXPO-SLOT                PIC 9(2) COMP.
028850 01  WS-EXPO-EVENT-AGE           PIC S9(7) COMP.
028900
029000* Fraud Action Codes - as the fraud engine writes them
029100 01  WS-FRAUD-ACTIONS.
029200     05  ACTION-DECLINE          PIC X(20)
029300 VALUE 'DECLINE-TRANSACTION'.
029400 05  ACTION-APPROVE          PIC X(20) VALUE 'APPROVE-NORMAL'.
029500
029600* Outcome Work Variables - set by whichever path settles a hold
029700 01  WS-FINAL-ACTION             PIC X(20).
029800 01  WS-CASE-NUMBER              PIC 9(12).
029900 01  WS-CASE-PRIORITY            PIC X(8).
030000 01  WS-CASE-ANALYST             PIC X(10).
030100 01  WS-CASE-RESOLUTION          PIC X(100).
030200 01  WS-AUDIT-NOTE               PIC X(80).
030300 01  WS-LOG-REASON               PIC X(10).
030400 01  WS-LOG-ANALYST              PIC X(10).
030500 01  WS-LOG-RESOLUTION           PIC X(100).
030600 01  WS-RUN-DATE                 PIC 9(8).
030700 01  WS-CURRENT-TIMESTAMP        PIC X(20).
030800
030900* PCI Masking Variables
031000 01  WS-MASK-CARD-IN             PIC 9(16).
031100 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
031200     PIC X(16).
031300 01  WS-MASKED-CARD              PIC X(16).
031400
031500* Counters and Statistics
031600 01  WS-COUNTERS.
031700 05  WS-REPLIES-READ           PIC 9(8) VALUE ZERO.
031800 05  WS-REPLIES-CONFIRMED      PIC 9(6) VALUE ZERO.
031900 05  WS-REPLIES-DENIED         PIC 9(6) VALUE ZERO.
032000 05  WS-REPLIES-LATE           PIC 9(6) VALUE ZERO.
032100 05  WS-REPLIES-UNMATCHED      PIC 9(6) VALUE ZERO.
032200 05  WS-REPLIES-INVALID        PIC 9(6) VALUE ZERO.
032300 05  WS-HOLDS-STILL-PENDING    PIC 9(6) VALUE ZERO.
032400 05  WS-TIMEOUT-RELEASED       PIC 9(6) VALUE ZERO.
032500 05  WS-TIMEOUT-DECLINED       PIC 9(6) VALUE ZERO.
032600 05  WS-CASES-OPENED           PIC 9(6) VALUE ZERO.
032700 05  WS-CASE-ERRORS            PIC 9(6) VALUE ZERO.
032800 05  WS-CARDS-HOT-CARDED       PIC 9(6) VALUE ZERO.
032900 05  WS-CARDS-ALREADY-HOT      PIC 9(6) VALUE ZERO.
033000 05  WS-RESOLVED-PURGED        PIC 9(6) VALUE ZERO.
033010 05  WS-LINKED-DECLINE-MARKS   PIC 9(6) VALUE ZERO.
033100
033200* Report Line Layouts
033300 01  WS-RPT-HEADER-LINE.
033400 05  FILLER                  PIC X(40)
033500     VALUE 'STEP-UP CONFIRMATION REPORT - '.
033600 05  WS-RPT-HDR-DATE         PIC X(8).
033700 05  FILLER                  PIC X(84) VALUE SPACES.
033800 01  WS-RPT-COLUMN-LINE.
033900 05  FILLER                  PIC X(66) VALUE
034000     'TRANS-ID     CARD             OUTCOME             AMOUNT'.
034100 05  FILLER                  PIC X(66) VALUE
034200     ' SCORE         CASE HELD'.
034300 01  WS-RPT-DETAIL-LINE.
034400 05  WS-RPT-TRANS-ID         PIC 9(12).
034500 05  FILLER                  PIC X(1) VALUE SPACE.
034600 05  WS-RPT-CARD             PIC X(16).
034700 05  FILLER                  PIC X(1) VALUE SPACE.
034800 05  WS-RPT-OUTCOME          PIC X(12).
034900 05  FILLER                  PIC X(1) VALUE SPACE.
035000 05  WS-RPT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
035100 05  FILLER                  PIC X(1) VALUE SPACE.
035200 05  WS-RPT-SCORE            PIC ZZZ9.
035300 05  FILLER                  PIC X(1) VALUE SPACE.
035400 05  WS-RPT-CASE-NUMBER      PIC ZZZZZZZZZZZZ.
035500 05  FILLER                  PIC X(1) VALUE SPACE.
035600 05  WS-RPT-HELD             PIC X(14).
035700 05  FILLER                  PIC X(43) VALUE SPACES.
035800 01  WS-RPT-TOTAL-LINE.
035900 05  WS-RPT-TOTAL-LABEL      PIC X(32).
036000 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
036100 05  FILLER                  PIC X(92) VALUE SPACES.
036200 01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
036300
036400* Error Messages
036500 01  WS-ERROR-MESSAGES.
036600     05  ERR-FILE-NOT-FOUND      PIC X(50)
036700 VALUE 'ERROR: Required file not found or accessible'.
036800
036900 PROCEDURE DIVISION.
037000
037100 0000-MAIN-CONTROL SECTION.
037200 0000-MAIN-PROCESS.
037300     PERFORM 1000-INITIALIZE-PROGRAM
037400     PERFORM 2000-PROCESS-REPLIES
037500     PERFORM 3000-SWEEP-PENDING-HOLDS
037600     PERFORM 9000-FINALIZE-PROGRAM
037700     STOP RUN.
037800
037900 1000-INITIALIZE-PROGRAM SECTION.
038000 1000-INIT-START.
038100     DISPLAY 'STEP-UP CONFIRMATION REPLY BATCH - INITIALIZING'
038200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
038300     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
038400     PERFORM 1100-OPEN-FILES
038500     PERFORM 1300-LOAD-STEP-UP-PARAMETERS
038600     PERFORM 1200-WRITE-REPORT-HEADER
038700     GO TO 1000-INIT-EXIT.
038800
038900 1100-OPEN-FILES.
039000     OPEN INPUT CONFIRM-REPLY-FILE
039100     IF WS-RPLY-STATUS NOT = '00'
039200     DISPLAY ERR-FILE-NOT-FOUND ' - CONFIRMATION REPLY FILE'
039300     MOVE 16 TO RETURN-CODE
039400     STOP RUN
039500     END-IF
039600
039700     OPEN I-O CONFIRM-PENDING-FILE
039800     IF WS-CONF-STATUS NOT = '00' AND WS-CONF-STATUS NOT = '05'
039900     DISPLAY ERR-FILE-NOT-FOUND ' - CONFIRMATION PENDING FILE'
040000     MOVE 16 TO RETURN-CODE
040100     STOP RUN
040200     END-IF
040300
040400* Released and declined holds join the decisions the fraud run
040500* already handed the authorization switch and posting system.
040600     OPEN EXTEND DECISION-RESPONSE-FILE
040700     IF WS-DECR-STATUS = '35'
040800     OPEN OUTPUT DECISION-RESPONSE-FILE
040900     END-IF
041000     IF WS-DECR-STATUS NOT = '00'
041100     DISPLAY ERR-FILE-NOT-FOUND ' - DECISION RESPONSE FILE'
041200     MOVE 16 TO RETURN-CODE
041300     STOP RUN
041400     END-IF
041500
041600     OPEN EXTEND FRAUD-LOG
041700     IF WS-FRAUD-STATUS = '35'
041800     OPEN OUTPUT FRAUD-LOG
041900     END-IF
042000     IF WS-FRAUD-STATUS NOT = '00'
042100     DISPLAY ERR-FILE-NOT-FOUND ' - FRAUD LOG FILE'
042200     MOVE 16 TO RETURN-CODE
042300     STOP RUN
042400     END-IF
042500
042600     OPEN I-O CUSTOMER-FILE
042700     IF WS-CUST-STATUS NOT = '00' AND WS-CUST-STATUS NOT = '05'
042800     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER FILE'
042900     MOVE 16 TO RETURN-CODE
043000     STOP RUN
043100     END-IF
043200
043300     OPEN I-O HOTCARD-FILE
043400     IF WS-HOT-STATUS NOT = '00' AND WS-HOT-STATUS NOT = '05'
043500     DISPLAY ERR-FILE-NOT-FOUND ' - HOT CARD FILE'
043600     MOVE 16 TO RETURN-CODE
043700     STOP RUN
043800     END-IF
043900
044000     OPEN I-O CASE-FILE
044100     IF WS-CASE-STATUS NOT = '00' AND WS-CASE-STATUS NOT = '05'
044200     DISPLAY ERR-FILE-NOT-FOUND ' - CASE FILE'
044300     MOVE 16 TO RETURN-CODE
044400     STOP RUN
044500     END-IF
044600
044700     OPEN EXTEND CASE-AUDIT-FILE
044800     IF WS-AUDIT-STATUS = '35'
044900     OPEN OUTPUT CASE-AUDIT-FILE
045000     END-IF
045100     IF WS-AUDIT-STATUS NOT = '00'
045200     DISPLAY ERR-FILE-NOT-FOUND ' - CASE AUDIT FILE'
045300     MOVE 16 TO RETURN-CODE
045400     STOP RUN
045500     END-IF
045508
045516* The customer exposure file is optional like the fraud engine's
045525* - without it a step-up decline marks no sibling cards this run.
045533     OPEN I-O CUST-EXPOSURE-FILE
045541     IF WS-EXPO-STATUS = '00' OR WS-EXPO-STATUS = '05'
045550     MOVE 'Y' TO WS-EXPO-FILE-FLAG
045558     ELSE
045566     MOVE 'N' TO WS-EXPO-FILE-FLAG
045575     DISPLAY 'CUSTOMER EXPOSURE FILE NOT AVAILABLE - STATUS '
045583     WS-EXPO-STATUS ' - NO SIBLING DECLINE MARKS THIS RUN'
045591     END-IF
045600
045700     OPEN OUTPUT CONFIRM-REPORT
045800     IF WS-RPT-STATUS NOT = '00'
045900     DISPLAY ERR-FILE-NOT-FOUND ' - CONFIRMATION REPORT'
046000     MOVE 16 TO RETURN-CODE
046100     STOP RUN
046200 END-IF.
046300
046400 1200-WRITE-REPORT-HEADER.
046500     MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
046600     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-HEADER-LINE
046700     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-BLANK-LINE
046800     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-COLUMN-LINE.
046900
047000 1300-LOAD-STEP-UP-PARAMETERS.
047100* Only the step-up keys and SIBLING-DAYS matter here; the rest of
047200* the deck is the fraud engine's. Future-dated records are held
047300* back and a later effective date wins, as in the engine's 1320.
047400     OPEN INPUT PARAMETER-FILE
047500     IF WS-PARM-STATUS NOT = '00'
047600     DISPLAY ERR-FILE-NOT-FOUND ' - PARAMETER FILE'
047700     MOVE 16 TO RETURN-CODE
047800     STOP RUN
047900     END-IF
048000     MOVE 'N' TO WS-PARM-EOF-FLAG
048100     PERFORM 1305-READ-PARAMETER-RECORD
048200     PERFORM UNTIL PARM-EOF-REACHED
048300     IF PARM-THRESHOLD-REC
048400     AND PARM-EFFECTIVE-DATE NOT > WS-RUN-DATE
048500     PERFORM 1310-APPLY-STEP-UP-PARM
048600     END-IF
048610     IF PARM-VERSION-REC AND PARM-VER-NUMBER NUMERIC
048620     MOVE PARM-VER-NUMBER TO WS-PARM-VERSION
048630     END-IF
048700     PERFORM 1305-READ-PARAMETER-RECORD
048800     END-PERFORM
048900     CLOSE PARAMETER-FILE
049000     IF WS-STEPUP-HOURS < 1
049100     DISPLAY 'FATAL: INVALID STEPUP-HOURS IN PARMFILE: '
049200     WS-STEPUP-HOURS
049300     MOVE 16 TO RETURN-CODE
049400     STOP RUN
049500     END-IF
049600     IF NOT TIMEOUT-RELEASES AND NOT TIMEOUT-DECLINES
049700     DISPLAY 'FATAL: INVALID STEPUP-DFLT IN PARMFILE: '
049800     WS-TIMEOUT-DEFAULT
049900     MOVE 16 TO RETURN-CODE
050000     STOP RUN
050100     END-IF
050200     DISPLAY 'STEP-UP TIMEOUT HOURS: ' WS-STEPUP-HOURS
050300     ' - DEFAULT ON TIMEOUT: ' WS-TIMEOUT-DEFAULT.
050400
050500 1305-READ-PARAMETER-RECORD.
050600     READ PARAMETER-FILE
050700     AT END
050800     SET PARM-EOF-REACHED TO TRUE
050900 END-READ.
051000
051100 1310-APPLY-STEP-UP-PARM.
051200     EVALUATE PARM-KEY
051300     WHEN 'STEPUP-HOURS'
051400     IF PARM-EFFECTIVE-DATE >= WS-STEPUP-HOURS-EFF-DATE
051500     MOVE PARM-VALUE TO WS-STEPUP-HOURS
051600     MOVE PARM-EFFECTIVE-DATE TO WS-STEPUP-HOURS-EFF-DATE
051700     END-IF
051800     WHEN 'STEPUP-DFLT'
051900     IF PARM-EFFECTIVE-DATE >= WS-TIMEOUT-DFLT-EFF-DATE
052000     MOVE PARM-VALUE TO WS-TIMEOUT-DEFAULT
052100     MOVE PARM-EFFECTIVE-DATE TO WS-TIMEOUT-DFLT-EFF-DATE
052200     END-IF
052210     WHEN 'SIBLING-DAYS'
052220     IF PARM-EFFECTIVE-DATE >= WS-SIBLING-EFF-DATE
052230     MOVE PARM-VALUE TO WS-SIBLING-DAYS
052240     MOVE PARM-EFFECTIVE-DATE TO WS-SIBLING-EFF-DATE
052250     END-IF
052300     WHEN OTHER
052400     CONTINUE
052500 END-EVALUATE.
052600
052700 1000-INIT-EXIT.
052800     EXIT.
052900
053000 2000-PROCESS-REPLIES SECTION.
053100 2000-PROCESS-START.
053200     DISPLAY 'BEGINNING CONFIRMATION REPLY PROCESSING'
053300     MOVE 'N' TO WS-RPLY-EOF-FLAG
053400     PERFORM 2100-READ-REPLY-RECORD
053500     PERFORM UNTIL RPLY-EOF-REACHED
053600     ADD 1 TO WS-REPLIES-READ
053700     PERFORM 2200-APPLY-ONE-REPLY THRU 2200-APPLY-EXIT
053800     PERFORM 2100-READ-REPLY-RECORD
053900     END-PERFORM
054000     DISPLAY 'CONFIRMATION REPLY PROCESSING COMPLETED'
054100     GO TO 2000-PROCESS-EXIT.
054200
054300 2100-READ-REPLY-RECORD.
054400     READ CONFIRM-REPLY-FILE
054500     AT END
054600     SET RPLY-EOF-REACHED TO TRUE
054700 END-READ.
054800
054900 2200-APPLY-ONE-REPLY.
055000* Only a hold still pending can be settled by a reply - a second
055100* answer, or one arriving after the timeout settled the hold, is
055200* reported and otherwise ignored.
055300     MOVE ZERO TO WS-CASE-NUMBER
055400     MOVE RPLY-TRANS-ID TO CP-TRANS-ID
055500     READ CONFIRM-PENDING-FILE
055600     EVALUATE WS-CONF-STATUS
055700     WHEN '00'
055800     CONTINUE
055900     WHEN '23'
056000     ADD 1 TO WS-REPLIES-UNMATCHED
056100     MOVE 'UNMATCHED' TO WS-RPT-OUTCOME
056200     PERFORM 2850-WRITE-UNMATCHED-LINE
056300     GO TO 2200-APPLY-EXIT
056400     WHEN OTHER
056500     DISPLAY 'ERROR READING CONFIRMATION PENDING FILE: '
056600     WS-CONF-STATUS ' FOR ' RPLY-TRANS-ID
056700     ADD 1 TO WS-REPLIES-UNMATCHED
056800     MOVE 'READ-ERROR' TO WS-RPT-OUTCOME
056900     PERFORM 2850-WRITE-UNMATCHED-LINE
057000     GO TO 2200-APPLY-EXIT
057100     END-EVALUATE
057200     IF NOT CP-PENDING
057300     ADD 1 TO WS-REPLIES-LATE
057400     MOVE 'LATE-REPLY' TO WS-RPT-OUTCOME
057500     PERFORM 2800-WRITE-REPORT-LINE
057600     GO TO 2200-APPLY-EXIT
057700     END-IF
057800     EVALUATE TRUE
057900     WHEN RPLY-YES
058000     PERFORM 2300-RELEASE-CONFIRMED-HOLD
058100     WHEN RPLY-NO
058200     PERFORM 2400-DECLINE-DENIED-HOLD
058300     WHEN OTHER
058400     ADD 1 TO WS-REPLIES-INVALID
058500     MOVE 'BAD-REPLY' TO WS-RPT-OUTCOME
058600     PERFORM 2800-WRITE-REPORT-LINE
058700     GO TO 2200-APPLY-EXIT
058800     END-EVALUATE
058900     PERFORM 2700-REWRITE-PENDING-HOLD
059000     PERFORM 2800-WRITE-REPORT-LINE.
059100
059200 2200-APPLY-EXIT.
059300     EXIT.
059400
059500 2300-RELEASE-CONFIRMED-HOLD.
059600     MOVE ACTION-APPROVE TO WS-FINAL-ACTION
059700     MOVE 'STEP_UP_OK' TO WS-LOG-REASON
059800     MOVE 'CARDHOLDER' TO WS-LOG-ANALYST
059900     MOVE 'CARDHOLDER_CONFIRMED_RELEASED' TO WS-LOG-RESOLUTION
060000     PERFORM 2600-WRITE-DECISION-RESPONSE
060100     PERFORM 2650-WRITE-FRAUD-LOG
060200     SET CP-CONFIRMED TO TRUE
060300     ADD 1 TO WS-REPLIES-CONFIRMED
060400     MOVE 'CONFIRMED' TO WS-RPT-OUTCOME.
060500
060600 2400-DECLINE-DENIED-HOLD.
060700* The cardholder says it was not them - treated as confirmed
060800* fraud: the card is blocked, the customer flagged and a
060900* high-priority case opened before the decline goes out.
061000     COMPUTE WS-CASE-NUMBER = CP-TRANS-ID + 10000000
061100     MOVE 'HIGH' TO WS-CASE-PRIORITY
061200     MOVE 'FRAUDTM02' TO WS-CASE-ANALYST
061300     MOVE 'CARDHOLDER_DENIED_STEP_UP' TO WS-CASE-RESOLUTION
061400     MOVE 'OPENED ON CARDHOLDER STEP-UP DENIAL' TO WS-AUDIT-NOTE
061500     PERFORM 2500-OPEN-CASE
061600     PERFORM 2410-HOT-CARD-DENIED-CARD
061700     PERFORM 2420-FLAG-CUSTOMER
061710     PERFORM 2430-MARK-LINKED-DECLINE THRU 2430-MARK-EXIT
061800     MOVE ACTION-DECLINE TO WS-FINAL-ACTION
061900     MOVE 'STEP_UP_NO' TO WS-LOG-REASON
062000     MOVE 'CARDHOLDER' TO WS-LOG-ANALYST
062100     MOVE 'CARDHOLDER_DENIED_DECLINED' TO WS-LOG-RESOLUTION
062200     PERFORM 2600-WRITE-DECISION-RESPONSE
062300     PERFORM 2650-WRITE-FRAUD-LOG
062400     SET CP-DENIED TO TRUE
062500     ADD 1 TO WS-REPLIES-DENIED
062600     MOVE 'DENIED' TO WS-RPT-OUTCOME.
062700
062800 2410-HOT-CARD-DENIED-CARD.
062900     MOVE SPACES TO HOTCARD-RECORD
063000     MOVE CP-CARD-NUMBER TO HOT-CARD-NUMBER
063100     MOVE 'CARDHOLDER DENIED' TO HOT-BLOCK-REASON
063200     MOVE WS-RUN-DATE TO HOT-BLOCK-DATE
063300     MOVE 'STEP-UP' TO HOT-REPORT-CHANNEL
063400     WRITE HOTCARD-RECORD
063500     EVALUATE WS-HOT-STATUS
063600     WHEN '00'
063700     ADD 1 TO WS-CARDS-HOT-CARDED
063800     WHEN '22'
063900     ADD 1 TO WS-CARDS-ALREADY-HOT
064000     WHEN OTHER
064100     DISPLAY 'ERROR WRITING HOT CARD RECORD: ' WS-HOT-STATUS
064200 END-EVALUATE.
064300
064400 2420-FLAG-CUSTOMER.
064500     MOVE CP-CARD-NUMBER TO CUST-CARD-NUMBER
064600     READ CUSTOMER-FILE
064700     EVALUATE WS-CUST-STATUS
064800     WHEN '00'
064900     MOVE 'Y' TO CUST-FRAUD-FLAG
065000     REWRITE CUSTOMER-RECORD
065100     IF WS-CUST-STATUS NOT = '00'
065200     DISPLAY 'ERROR REWRITING CUSTOMER RECORD: ' WS-CUST-STATUS
065300     END-IF
065400     WHEN '23'
065500     DISPLAY 'NO CUSTOMER RECORD TO FLAG FOR TRANS-ID: '
065600     CP-TRANS-ID
065700     WHEN OTHER
065800     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
065900 END-EVALUATE.
066000
066001 2430-MARK-LINKED-DECLINE.
066002* A step-up decline marks the card on its customer's exposure
066003* record exactly as the fraud engine's own declines are marked
066004* (its 2940), so the linked-customer rule raises risk on the
066005* sibling cards. A customer with no exposure record yet is given
066006* one, as the engine does.
066007     IF NOT EXPO-FILE-OPEN
066008     GO TO 2430-MARK-EXIT
066010     END-IF
066011     MOVE CP-CARD-NUMBER TO CUST-CARD-NUMBER
066012     READ CUSTOMER-FILE
066013     IF WS-CUST-STATUS NOT = '00'
066014     OR CUST-CUSTOMER-ID NOT NUMERIC
066015     OR CUST-CUSTOMER-ID = ZERO
066016     GO TO 2430-MARK-EXIT
066017     END-IF
066018     MOVE CUST-CUSTOMER-ID TO EXPO-CUSTOMER-ID
066020     READ CUST-EXPOSURE-FILE
066021     EVALUATE WS-EXPO-STATUS
066022     WHEN '00'
066023     PERFORM 2435-MARK-DECLINED-SLOT
066024     IF NOT EXPO-CARD-MARKED
066025     GO TO 2430-MARK-EXIT
066026     END-IF
066027     REWRITE CUST-EXPOSURE-RECORD
066028     WHEN '23'
066030     INITIALIZE CUST-EXPOSURE-RECORD
066031     MOVE CUST-CUSTOMER-ID TO EXPO-CUSTOMER-ID
066032     MOVE WS-CURRENT-TIMESTAMP(1:14) TO EXPO-LAST-UPDATE
066033     MOVE WS-RUN-DATE TO EXPO-LINK-DATE
066034     PERFORM 2435-MARK-DECLINED-SLOT
066035     WRITE CUST-EXPOSURE-RECORD
066036     WHEN OTHER
066037     DISPLAY 'ERROR READING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
066038     GO TO 2430-MARK-EXIT
066040     END-EVALUATE
066041     IF WS-EXPO-STATUS = '00'
066042     ADD 1 TO WS-LINKED-DECLINE-MARKS
066043     ELSE
066044     DISPLAY 'ERROR UPDATING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
066045     ' FOR TRANS-ID ' CP-TRANS-ID
066046     END-IF.
066047
066048 2430-MARK-EXIT.
066050     EXIT.
066051
066052 2435-MARK-DECLINED-SLOT.
066053* A card missing from the list (linked since the last maintenance
066054* run) is added while there is room, as in the engine's 2942.
066055     MOVE 'N' TO WS-EXPO-MARKED-FLAG
066056     MOVE ZERO TO WS-EXPO-SLOT
066057     PERFORM 2440-FIND-CARD-SLOT
066058     VARYING WS-EXPO-IDX FROM 1 BY 1
066060     UNTIL WS-EXPO-IDX > EXPO-CARD-COUNT OR WS-EXPO-IDX > 8
066061     OR WS-EXPO-SLOT > ZERO
066062     IF WS-EXPO-SLOT = ZERO AND EXPO-CARD-COUNT < 8
066063     ADD 1 TO EXPO-CARD-COUNT
066064     MOVE EXPO-CARD-COUNT TO WS-EXPO-SLOT
066065     MOVE CP-CARD-NUMBER TO EXPO-CARD-NUMBER (WS-EXPO-SLOT)
066066     MOVE SPACE TO EXPO-CARD-EVENT (WS-EXPO-SLOT)
066067     MOVE ZERO TO EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT)
066068     END-IF
066070     IF WS-EXPO-SLOT > ZERO
066071     PERFORM 2445-AGE-CARD-MARK
066072     IF EXPO-CARD-EVENT (WS-EXPO-SLOT) NOT = 'F'
066073     OR WS-EXPO-EVENT-AGE > WS-SIBLING-DAYS
066074     MOVE 'D' TO EXPO-CARD-EVENT (WS-EXPO-SLOT)
066075     MOVE WS-RUN-DATE TO EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT)
066076     SET EXPO-CARD-MARKED TO TRUE
066077     END-IF
066078 END-IF.
066080
066081 2440-FIND-CARD-SLOT.
066082     IF EXPO-CARD-NUMBER (WS-EXPO-IDX) = CP-CARD-NUMBER
066083     MOVE WS-EXPO-IDX TO WS-EXPO-SLOT
066084 END-IF.
066085
066086 2445-AGE-CARD-MARK.
066087* Days since the card was last marked. A mark with no usable date
066088* counts as long expired.
066090     MOVE 9999 TO WS-EXPO-EVENT-AGE
066091     IF EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT) IS NUMERIC
066092     AND EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT) >= 20000101
066093     MOVE EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT) TO WS-WORK-DATE
066094     COMPUTE WS-EXPO-EVENT-AGE =
066095     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
066096     - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
066097 END-IF.
066098
066100 2500-OPEN-CASE.
066200* Same case numbering as the fraud engine's 6100 - the engine
066300* opened no case for the held transaction, so the number is free
066400* unless an earlier run already settled this hold.
066500     MOVE SPACES TO CASE-RECORD
066600     MOVE WS-CASE-NUMBER TO CASE-NUMBER
066700     MOVE CP-TRANS-ID TO CASE-TRANS-ID
066800     MOVE CP-CARD-NUMBER TO CASE-CARD-NUMBER
066900     MOVE WS-CASE-PRIORITY TO CASE-PRIORITY
067000     MOVE 'OPEN' TO CASE-STATUS
067100     MOVE WS-CASE-ANALYST TO CASE-ASSIGNED-ANALYST
067200     MOVE CP-RISK-SCORE TO CASE-RISK-SCORE
067300     MOVE CP-AMOUNT TO CASE-AMOUNT
067400     MOVE WS-CURRENT-TIMESTAMP TO CASE-OPEN-TIMESTAMP
067500     MOVE WS-CASE-RESOLUTION TO CASE-RESOLUTION
067510* Stamp the customer/household identifier so CASE-AGING-BATCH
067520* groups this case with the customer's other open cases.
067530     MOVE ZERO TO CASE-CUSTOMER-ID
067540     MOVE CP-CARD-NUMBER TO CUST-CARD-NUMBER
067550     READ CUSTOMER-FILE
067560     IF WS-CUST-STATUS = '00' AND CUST-CUSTOMER-ID IS NUMERIC
067570     MOVE CUST-CUSTOMER-ID TO CASE-CUSTOMER-ID
067580     END-IF
067600     WRITE CASE-RECORD
067700     EVALUATE WS-CASE-STATUS
067800     WHEN '00'
067900     ADD 1 TO WS-CASES-OPENED
068000     MOVE 'APPLIED' TO AUD-RESULT
068100     MOVE SPACES TO AUD-REJECT-REASON
068200     WHEN '22'
068300     DISPLAY 'CASE ALREADY ON FILE: ' WS-CASE-NUMBER
068400     ADD 1 TO WS-CASE-ERRORS
068500     MOVE 'REJECTED' TO AUD-RESULT
068600     MOVE 'CASE-EXISTS' TO AUD-REJECT-REASON
068700     WHEN OTHER
068800     DISPLAY 'ERROR WRITING CASE RECORD: ' WS-CASE-STATUS
068900     ADD 1 TO WS-CASE-ERRORS
069000     MOVE 'REJECTED' TO AUD-RESULT
069100     MOVE 'CASE-IO-ERR' TO AUD-REJECT-REASON
069200     END-EVALUATE
069300     PERFORM 2510-WRITE-CASE-AUDIT
069400     IF AUD-REJECT-REASON = 'CASE-IO-ERR'
069500     MOVE ZERO TO WS-CASE-NUMBER
069600 END-IF.
069700
069800 2510-WRITE-CASE-AUDIT.
069900     MOVE WS-CASE-NUMBER TO AUD-CASE-NUMBER
070000     MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
070100     MOVE 'OPEN' TO AUD-ACTION-CODE
070200     MOVE 'STEP-UP' TO AUD-ANALYST-ID
070300     MOVE SPACES TO AUD-OLD-STATUS
070400     MOVE 'OPEN' TO AUD-NEW-STATUS
070500     MOVE SPACES TO AUD-OLD-ANALYST
070600     MOVE WS-CASE-ANALYST TO AUD-NEW-ANALYST
070700     MOVE WS-AUDIT-NOTE TO AUD-NOTES
070800     WRITE CASE-AUDIT-RECORD
070900     IF WS-AUDIT-STATUS NOT = '00'
071000     DISPLAY 'ERROR WRITING CASE AUDIT RECORD: ' WS-AUDIT-STATUS
071100 END-IF.
071200
071300 2600-WRITE-DECISION-RESPONSE.
071400     MOVE CP-TRANS-ID TO DECR-TRANS-ID
071500     MOVE CP-CARD-NUMBER TO DECR-CARD-NUMBER
071600     MOVE WS-FINAL-ACTION TO DECR-ACTION
071700     MOVE CP-RISK-SCORE TO DECR-RISK-SCORE
071800     MOVE WS-CASE-NUMBER TO DECR-CASE-NUMBER
071900     WRITE DECISION-RESPONSE-RECORD
072000     IF WS-DECR-STATUS NOT = '00'
072100     DISPLAY 'ERROR WRITING DECISION RESPONSE: ' WS-DECR-STATUS
072200 END-IF.
072300
072400 2650-WRITE-FRAUD-LOG.
072500* The original rule flags travel with the outcome in the same
072600* RULES_TRIGGERED form the engine writes, so a hold the cardholder
072700* denies is attributed to the rules that raised it.
072800     MOVE SPACES TO FRAUD-LOG-RECORD
072900     MOVE WS-CURRENT-TIMESTAMP TO FRAUD-TIMESTAMP
073000     MOVE CP-TRANS-ID TO FRAUD-TRANS-ID
073100     MOVE CP-CARD-NUMBER TO WS-MASK-CARD-IN
073200     PERFORM 2950-MASK-CARD-NUMBER
073300     MOVE WS-MASKED-CARD TO FRAUD-CARD-NUMBER
073400     MOVE CP-CARD-TOKEN TO FRAUD-CARD-TOKEN
073410     MOVE WS-PARM-VERSION TO FRAUD-PARM-VERSION
073500     MOVE WS-LOG-REASON TO FRAUD-REASON-CODE
073600     MOVE CP-RISK-SCORE TO FRAUD-RISK-SCORE
073700     MOVE WS-FINAL-ACTION TO FRAUD-ACTION-TAKEN
073800     STRING 'RULES_TRIGGERED: ' CP-RULE-FLAGS
073900     DELIMITED BY SIZE INTO FRAUD-RULE-TRIGGERED
074000     MOVE CP-AMOUNT TO FRAUD-AMOUNT
074100     MOVE CP-MERCHANT-NAME TO FRAUD-MERCHANT
074200     MOVE CP-LOCATION-ZIP TO FRAUD-LOCATION
074300     MOVE WS-LOG-ANALYST TO FRAUD-ANALYST-ID
074400     MOVE WS-LOG-RESOLUTION TO FRAUD-RESOLUTION
074500     WRITE FRAUD-LOG-RECORD
074600     IF WS-FRAUD-STATUS NOT = '00'
074700     DISPLAY 'ERROR WRITING TO FRAUD LOG: ' WS-FRAUD-STATUS
074800 END-IF.
074900
075000 2700-REWRITE-PENDING-HOLD.
075100     MOVE WS-CURRENT-TIMESTAMP TO CP-RESOLVED-TIMESTAMP
075200     MOVE WS-FINAL-ACTION TO CP-RESOLVED-ACTION
075300     REWRITE CONFIRM-PENDING-RECORD
075400     IF WS-CONF-STATUS NOT = '00'
075500     DISPLAY 'ERROR REWRITING CONFIRMATION PENDING: '
075600     WS-CONF-STATUS ' FOR ' CP-TRANS-ID
075700 END-IF.
075800
075900 2800-WRITE-REPORT-LINE.
076000     MOVE CP-TRANS-ID TO WS-RPT-TRANS-ID
076100     MOVE CP-CARD-NUMBER TO WS-MASK-CARD-IN
076200     PERFORM 2950-MASK-CARD-NUMBER
076300     MOVE WS-MASKED-CARD TO WS-RPT-CARD
076400     MOVE CP-AMOUNT TO WS-RPT-AMOUNT
076500     MOVE CP-RISK-SCORE TO WS-RPT-SCORE
076600     MOVE WS-CASE-NUMBER TO WS-RPT-CASE-NUMBER
076700     MOVE CP-HOLD-TIMESTAMP(1:14) TO WS-RPT-HELD
076800     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-DETAIL-LINE.
076900
077000 2850-WRITE-UNMATCHED-LINE.
077100* No hold on file for the reply - only the trans ID is known.
077200     MOVE RPLY-TRANS-ID TO WS-RPT-TRANS-ID
077300     MOVE SPACES TO WS-RPT-CARD
077400     MOVE ZERO TO WS-RPT-AMOUNT
077500     MOVE ZERO TO WS-RPT-SCORE
077600     MOVE ZERO TO WS-RPT-CASE-NUMBER
077700     MOVE SPACES TO WS-RPT-HELD
077800     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-DETAIL-LINE.
077900
078000 2950-MASK-CARD-NUMBER.
078100     MOVE SPACES TO WS-MASKED-CARD
078200     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
078300     WS-MASK-CARD-TEXT(13:4)
078400     DELIMITED BY SIZE INTO WS-MASKED-CARD.
078500
078600 2000-PROCESS-EXIT.
078700     EXIT.
078800
078900 3000-SWEEP-PENDING-HOLDS SECTION.
079000 3000-SWEEP-START.
079100* Every hold still unanswered after STEPUP-HOURS falls to the
079200* PARMFILE default. Holds settled more than the keep period ago
079300* are purged on the same pass.
079400     COMPUTE WS-PURGE-DAY-NUM =
079500     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RESOLVED-KEEP-DAYS
079600     COMPUTE WS-PURGE-CUTOFF-DATE =
079700     FUNCTION DATE-OF-INTEGER(WS-PURGE-DAY-NUM)
079800     MOVE 'N' TO WS-CONF-EOF-FLAG
079900     MOVE ZERO TO CP-TRANS-ID
080000     START CONFIRM-PENDING-FILE KEY IS NOT LESS THAN CP-TRANS-ID
080100     INVALID KEY
080200     SET CONF-EOF-REACHED TO TRUE
080300     END-START
080400     IF NOT CONF-EOF-REACHED
080500     PERFORM 3100-READ-NEXT-PENDING
080600     END-IF
080700     PERFORM UNTIL CONF-EOF-REACHED
080800     IF CP-PENDING
080900     PERFORM 3200-CHECK-ONE-HOLD
081000     ELSE
081100     IF CP-RESOLVED-TIMESTAMP(1:8) < WS-PURGE-CUTOFF-DATE
081200     DELETE CONFIRM-PENDING-FILE RECORD
081210     IF WS-CONF-STATUS = '00'
081300     ADD 1 TO WS-RESOLVED-PURGED
081310     ELSE
081320     DISPLAY 'ERROR PURGING CONFIRMATION PENDING: '
081330     WS-CONF-STATUS ' FOR ' CP-TRANS-ID
081340     END-IF
081400     END-IF
081500     END-IF
081600     PERFORM 3100-READ-NEXT-PENDING
081700     END-PERFORM
081800     DISPLAY 'PENDING HOLD SWEEP COMPLETED - PURGED: '
081900     WS-RESOLVED-PURGED
082000     GO TO 3000-SWEEP-EXIT.
082100
082200 3100-READ-NEXT-PENDING.
082300     READ CONFIRM-PENDING-FILE NEXT RECORD
082400     AT END
082500     SET CONF-EOF-REACHED TO TRUE
082600 END-READ.
082700
082800 3200-CHECK-ONE-HOLD.
082900     MOVE CP-HOLD-TIMESTAMP(1:8) TO WS-WORK-DATE
083000     COMPUTE WS-HOLD-DAY-NUM =
083100     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
083200     MOVE WS-RUN-DATE TO WS-WORK-DATE
083300     COMPUTE WS-NOW-DAY-NUM =
083400     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
083500     MOVE CP-HOLD-TIMESTAMP(9:2) TO WS-HOLD-HH
083600     MOVE WS-CURRENT-TIMESTAMP(9:2) TO WS-NOW-HH
083700     COMPUTE WS-HOLD-AGE-HOURS =
083800     ((WS-NOW-DAY-NUM - WS-HOLD-DAY-NUM) * 24)
083900     + (WS-NOW-HH - WS-HOLD-HH)
084000     IF WS-HOLD-AGE-HOURS < WS-STEPUP-HOURS
084100     ADD 1 TO WS-HOLDS-STILL-PENDING
084200     ELSE
084300     PERFORM 3300-TIME-OUT-HOLD
084400 END-IF.
084500
084600 3300-TIME-OUT-HOLD.
084700     MOVE ZERO TO WS-CASE-NUMBER
084800     MOVE 'STEP_UP_TO' TO WS-LOG-REASON
084900     MOVE 'SYSTEM' TO WS-LOG-ANALYST
085000     IF TIMEOUT-RELEASES
085100     MOVE ACTION-APPROVE TO WS-FINAL-ACTION
085200     MOVE 'NO_REPLY_RELEASED' TO WS-LOG-RESOLUTION
085300     ADD 1 TO WS-TIMEOUT-RELEASED
085400     MOVE 'TIMEOUT-REL' TO WS-RPT-OUTCOME
085500     ELSE
085600     COMPUTE WS-CASE-NUMBER = CP-TRANS-ID + 10000000
085700     PERFORM 3310-ASSIGN-CASE-PRIORITY
085800     MOVE 'STEP_UP_TIMED_OUT' TO WS-CASE-RESOLUTION
085900     MOVE 'OPENED ON STEP-UP CONFIRMATION TIMEOUT'
086000     TO WS-AUDIT-NOTE
086100     PERFORM 2500-OPEN-CASE
086110     PERFORM 2430-MARK-LINKED-DECLINE THRU 2430-MARK-EXIT
086200     MOVE ACTION-DECLINE TO WS-FINAL-ACTION
086300     MOVE 'NO_REPLY_DECLINED' TO WS-LOG-RESOLUTION
086400     ADD 1 TO WS-TIMEOUT-DECLINED
086500     MOVE 'TIMEOUT-DECL' TO WS-RPT-OUTCOME
086600     END-IF
086700     PERFORM 2600-WRITE-DECISION-RESPONSE
086800     PERFORM 2650-WRITE-FRAUD-LOG
086900     SET CP-TIMED-OUT TO TRUE
087000     PERFORM 2700-REWRITE-PENDING-HOLD
087100     PERFORM 2800-WRITE-REPORT-LINE.
087200
087300 3310-ASSIGN-CASE-PRIORITY.
087400* Same tiers and analyst pools as the fraud engine's 6200.
087500     EVALUATE TRUE
087600     WHEN CP-RISK-SCORE >= 900 AND CP-AMOUNT > 5000.00
087700     MOVE 'CRITICAL' TO WS-CASE-PRIORITY
087800     MOVE 'FRAUDTM01' TO WS-CASE-ANALYST
087900     WHEN CP-RISK-SCORE >= 800
088000     MOVE 'HIGH' TO WS-CASE-PRIORITY
088100     MOVE 'FRAUDTM02' TO WS-CASE-ANALYST
088200     WHEN CP-RISK-SCORE >= 600
088300     MOVE 'MEDIUM' TO WS-CASE-PRIORITY
088400     MOVE 'FRAUDTM03' TO WS-CASE-ANALYST
088500     WHEN OTHER
088600     MOVE 'LOW' TO WS-CASE-PRIORITY
088700     MOVE 'FRAUDTM04' TO WS-CASE-ANALYST
088800 END-EVALUATE.
088900
089000 3000-SWEEP-EXIT.
089100     EXIT.
089200
089300 9000-FINALIZE-PROGRAM SECTION.
089400 9000-FINALIZE-START.
089500     PERFORM 9100-WRITE-REPORT-TOTALS
089600     PERFORM 9200-CLOSE-FILES
089700     PERFORM 9300-DISPLAY-FINAL-STATS
089800     DISPLAY 'STEP-UP CONFIRMATION REPLY BATCH - COMPLETED'
089900     GO TO 9000-FINALIZE-EXIT.
090000
090100 9100-WRITE-REPORT-TOTALS.
090200     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-BLANK-LINE
090300     MOVE 'REPLIES READ' TO WS-RPT-TOTAL-LABEL
090400     MOVE WS-REPLIES-READ TO WS-RPT-TOTAL-COUNT
090500     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
090600     MOVE 'CONFIRMED - RELEASED' TO WS-RPT-TOTAL-LABEL
090700     MOVE WS-REPLIES-CONFIRMED TO WS-RPT-TOTAL-COUNT
090800     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
090900     MOVE 'DENIED - DECLINED' TO WS-RPT-TOTAL-LABEL
091000     MOVE WS-REPLIES-DENIED TO WS-RPT-TOTAL-COUNT
091100     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
091200     MOVE 'LATE OR REPEATED REPLIES' TO WS-RPT-TOTAL-LABEL
091300     MOVE WS-REPLIES-LATE TO WS-RPT-TOTAL-COUNT
091400     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
091500     MOVE 'REPLIES WITH NO HOLD ON FILE' TO WS-RPT-TOTAL-LABEL
091600     MOVE WS-REPLIES-UNMATCHED TO WS-RPT-TOTAL-COUNT
091700     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
091800     MOVE 'UNRECOGNIZED REPLY TEXT' TO WS-RPT-TOTAL-LABEL
091900     MOVE WS-REPLIES-INVALID TO WS-RPT-TOTAL-COUNT
092000     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
092100     MOVE 'TIMED OUT - RELEASED' TO WS-RPT-TOTAL-LABEL
092200     MOVE WS-TIMEOUT-RELEASED TO WS-RPT-TOTAL-COUNT
092300     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
092400     MOVE 'TIMED OUT - DECLINED' TO WS-RPT-TOTAL-LABEL
092500     MOVE WS-TIMEOUT-DECLINED TO WS-RPT-TOTAL-COUNT
092600     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
092700     MOVE 'HOLDS STILL AWAITING REPLY' TO WS-RPT-TOTAL-LABEL
092800     MOVE WS-HOLDS-STILL-PENDING TO WS-RPT-TOTAL-COUNT
092900     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
093000     MOVE 'CASES OPENED' TO WS-RPT-TOTAL-LABEL
093100     MOVE WS-CASES-OPENED TO WS-RPT-TOTAL-COUNT
093200     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
093300     MOVE 'CARDS HOT-CARDED' TO WS-RPT-TOTAL-LABEL
093400     MOVE WS-CARDS-HOT-CARDED TO WS-RPT-TOTAL-COUNT
093500     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
093510     MOVE 'LINKED-CARD DECLINE MARKS' TO WS-RPT-TOTAL-LABEL
093520     MOVE WS-LINKED-DECLINE-MARKS TO WS-RPT-TOTAL-COUNT
093530     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
093600     MOVE 'RESOLVED HOLDS PURGED' TO WS-RPT-TOTAL-LABEL
093700     MOVE WS-RESOLVED-PURGED TO WS-RPT-TOTAL-COUNT
093800     WRITE CONFIRM-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
093900
094000 9200-CLOSE-FILES.
094100     CLOSE CONFIRM-REPLY-FILE
094200     CLOSE CONFIRM-PENDING-FILE
094300     CLOSE DECISION-RESPONSE-FILE
094400     CLOSE FRAUD-LOG
094500     CLOSE CUSTOMER-FILE
094600     CLOSE HOTCARD-FILE
094700     CLOSE CASE-FILE
094800     CLOSE CASE-AUDIT-FILE
094900     CLOSE CONFIRM-REPORT
094910     IF EXPO-FILE-OPEN
094920     CLOSE CUST-EXPOSURE-FILE
094930     END-IF.
095000
095100 9300-DISPLAY-FINAL-STATS.
095200     DISPLAY ' '
095300     DISPLAY '=========================================='
095400     DISPLAY 'STEP-UP CONFIRMATION STATISTICS'
095500     DISPLAY '=========================================='
095600     DISPLAY 'REPLIES READ: ' WS-REPLIES-READ
095700     DISPLAY 'CONFIRMED - RELEASED: ' WS-REPLIES-CONFIRMED
095800     DISPLAY 'DENIED - DECLINED: ' WS-REPLIES-DENIED
095900     DISPLAY 'LATE OR REPEATED: ' WS-REPLIES-LATE
096000     DISPLAY 'NO HOLD ON FILE: ' WS-REPLIES-UNMATCHED
096100     DISPLAY 'UNRECOGNIZED TEXT: ' WS-REPLIES-INVALID
096200     DISPLAY 'TIMED OUT - RELEASED: ' WS-TIMEOUT-RELEASED
096300     DISPLAY 'TIMED OUT - DECLINED: ' WS-TIMEOUT-DECLINED
096400     DISPLAY 'STILL AWAITING REPLY: ' WS-HOLDS-STILL-PENDING
096500     DISPLAY 'CASES OPENED: ' WS-CASES-OPENED
096600     DISPLAY 'CARDS HOT-CARDED: ' WS-CARDS-HOT-CARDED
096700     DISPLAY 'CARDS ALREADY HOT: ' WS-CARDS-ALREADY-HOT
096710     DISPLAY 'LINKED-CARD DECLINE MARKS: ' WS-LINKED-DECLINE-MARKS
096800     DISPLAY '=========================================='
096900     IF WS-REPLIES-UNMATCHED > ZERO
097000     OR WS-REPLIES-INVALID > ZERO
097100     OR WS-CASE-ERRORS > ZERO
097200     DISPLAY 'REPLY EXCEPTIONS THIS RUN - SEE REPORT'
097300     MOVE 4 TO RETURN-CODE
097400 END-IF.
097500
097600 9000-FINALIZE-EXIT.
097700     EXIT.
097800
097900* END OF CONFIRM-REPLY-BATCH PROGRAM
