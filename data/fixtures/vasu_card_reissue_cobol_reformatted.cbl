000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CARD-REISSUE-BATCH.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600*
000700* MODIFICATION HISTORY
000800* 2026-10-15  FRAUD-DETECTION-TEAM  ORIGINAL VERSION. CARD REISSUE
000900*             CARRY-OVER - READS THE OLD/NEW CARD PAIR DECK FROM
001000*             CARD OPERATIONS AND MOVES THE CARDHOLDER'S FRAUD
001100*             PROFILE ONTO THE REPLACEMENT CARD: CUSTOMER MASTER
001200*             (ACCOUNT AGE, SPEND AVERAGES, LIMIT AND BALANCE),
001300*             VELOCITY WINDOWS, CARD HISTORY, TRAVEL PLANS AND ANY
001400*             OPEN CASES, AND LINKS THE TWO CARDS IN THE TOKEN
001500*             CROSS-REFERENCE SO ARCHIVE RETRIEVAL FINDS THE OLD
001600*             CARD'S ACTIVITY FROM EITHER NUMBER. PRINTS A REISSUE
001700*             REGISTER. UNTIL NOW A REPLACEMENT CARD REACHED THE
001800*             FRAUD ENGINE AS A STRANGER - NO PROFILE, RULE 9
001900*             SCORING A TEN-YEAR CUSTOMER AS A NEW ACCOUNT - AND
002000*             EVERY REISSUE COST A WEEK OF FALSE DECLINES.
002010* 2026-10-15  FRAUD-DETECTION-TEAM  CUSTOMER LINK CARRIED. A
002020*             REPLACEMENT NOT YET LINKED TAKES THE OLD CARD'S
002030*             CUSTOMER/HOUSEHOLD IDENTIFIER, AND ON THE CUSTOMER'S
002040*             EXPOSURE RECORD (CUSTEXPO) IT TAKES THE OLD CARD'S
002050*             SLOT WITH A CLEAN MARK, SO THE STOLEN PLASTIC'S
002060*             DECLINES AND HOT-CARD ENTRY NEVER RAISE
002070*             LINKED-CUSTOMER RISK ON THE NEW CARD. THE CLOSED OLD
002080*             MASTER LEAVES THE CUSTOMER. NEW LINK COLUMN ON THE
002090*             REGISTER.
002091* 2026-10-15  FRAUD-DETECTION-TEAM  STEP FAILURES NO LONGER PASS
002092*             AS APPLIED. AN I/O ERROR MOVING VELOCITY, HISTORY,
002093*             TRAVEL, TOKEN, CUSTOMER LINK OR HOT-CARD DATA AFTER
002094*             THE MASTER HAS MOVED MARKS THE PAIR PARTIAL WITH THE
002095*             FAILING STEP AS REASON, COUNTS IT APART AND ENDS THE
002096*             RUN RC 8. A REPLACEMENT ALREADY TOKENIZED NOW LINKS
002097*             BACK TO AN UNTOKENIZED OLD CARD, WHICH TAKES THE
002098*             REPLACEMENT'S SURROGATE; TOKN COLUMN SHOWS HALF WHEN
002099*             ONLY ONE DIRECTION OF THE LINK WAS WRITTEN.
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-Z15.
002500 OBJECT-COMPUTER. IBM-Z15.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT REISSUE-FILE ASSIGN TO 'REISSUE'
003000     ORGANIZATION IS SEQUENTIAL
003100     ACCESS MODE IS SEQUENTIAL
003200 FILE STATUS IS WS-RISS-STATUS.
003300
003400     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
003500     ORGANIZATION IS INDEXED
003600     ACCESS MODE IS DYNAMIC
003700     RECORD KEY IS CUST-CARD-NUMBER
003800 FILE STATUS IS WS-CUST-STATUS.
003900
004000     SELECT VELOCITY-FILE ASSIGN TO 'VELOFILE'
004100     ORGANIZATION IS INDEXED
004200     ACCESS MODE IS DYNAMIC
004300     RECORD KEY IS VELO-CARD-NUMBER
004400 FILE STATUS IS WS-VELO-STATUS.
004500
004600     SELECT CARD-HISTORY-FILE ASSIGN TO 'CARDHIST'
004700     ORGANIZATION IS INDEXED
004800     ACCESS MODE IS DYNAMIC
004900     RECORD KEY IS HIST-CARD-NUMBER
005000 FILE STATUS IS WS-HIST-STATUS.
005100
005200     SELECT TRAVEL-PLAN-FILE ASSIGN TO 'TRAVFILE'
005300     ORGANIZATION IS INDEXED
005400     ACCESS MODE IS DYNAMIC
005500     RECORD KEY IS TRAV-CARD-NUMBER
005600 FILE STATUS IS WS-TRAV-STATUS.
005700
005800     SELECT TOKEN-XREF-FILE ASSIGN TO 'TOKENXRF'
005900     ORGANIZATION IS INDEXED
006000     ACCESS MODE IS DYNAMIC
006100     RECORD KEY IS TOKEN-CARD-NUMBER
006200 FILE STATUS IS WS-TOKEN-STATUS.
006300
006400     SELECT HOTCARD-FILE ASSIGN TO 'HOTCARD'
006500     ORGANIZATION IS INDEXED
006600     ACCESS MODE IS DYNAMIC
006700     RECORD KEY IS HOT-CARD-NUMBER
006800 FILE STATUS IS WS-HOT-STATUS.
006900
007000     SELECT CASE-FILE ASSIGN TO 'CASEFILE'
007100     ORGANIZATION IS INDEXED
007200     ACCESS MODE IS DYNAMIC
007300     RECORD KEY IS CASE-NUMBER
007400 FILE STATUS IS WS-CASE-STATUS.
007500
007600     SELECT CASE-AUDIT-FILE ASSIGN TO 'CASEAUDT'
007700     ORGANIZATION IS SEQUENTIAL
007800     ACCESS MODE IS SEQUENTIAL
007900 FILE STATUS IS WS-AUDIT-STATUS.
008000
008100     SELECT REISSUE-REGISTER ASSIGN TO 'REISSRPT'
008200     ORGANIZATION IS SEQUENTIAL
008300     ACCESS MODE IS SEQUENTIAL
008400 FILE STATUS IS WS-REG-STATUS.
008410
008420     SELECT CUST-EXPOSURE-FILE ASSIGN TO 'CUSTEXPO'
008430     ORGANIZATION IS INDEXED
008440     ACCESS MODE IS DYNAMIC
008450     RECORD KEY IS EXPO-CUSTOMER-ID
008460 FILE STATUS IS WS-EXPO-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800
008900* One record per replacement card issued. The reason is carried to
009000* the register and the case audit trail only - STOLEN, LOST,
009100* COMPROMISED, EXPIRED and the like all reissue the same way.
009200 FD  REISSUE-FILE
009300     RECORDING MODE IS F
009400 RECORD CONTAINS 80 CHARACTERS.
009500 01  REISSUE-RECORD.
009600 05  RISS-OLD-CARD-NUMBER    PIC 9(16).
009700 05  RISS-NEW-CARD-NUMBER    PIC 9(16).
009800 05  RISS-REASON             PIC X(12).
009900 05  RISS-OPERATOR-ID        PIC X(10).
010000 05  FILLER                  PIC X(26).
010100
010200 FD  CUSTOMER-FILE
010300     RECORDING MODE IS F
010400 RECORD CONTAINS 300 CHARACTERS.
010500 01  CUSTOMER-RECORD.
010600 05  CUST-CARD-NUMBER        PIC 9(16).
010700 05  CUST-NAME               PIC X(40).
010800 05  CUST-HOME-ZIP           PIC X(10).
010900 05  CUST-HOME-COUNTRY       PIC X(3).
011000 05  CUST-HOME-CURRENCY      PIC X(3).
011100 05  CUST-ACCOUNT-OPEN-DATE  PIC 9(8).
011200 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
011300 05  CUST-CURRENT-BALANCE    PIC 9(8)V99.
011400 05  CUST-RISK-SCORE         PIC 9(3).
011500 05  CUST-FRAUD-FLAG         PIC X(1).
011600 05  CUST-LAST-TRANS-DATE    PIC 9(8).
011700 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
011800 05  CUST-MAX-DAILY-SPEND    PIC 9(8)V99.
011900 05  CUST-TRAVEL-FLAG        PIC X(1).
012000 05  CUST-PHONE-NUMBER       PIC X(15).
012100 05  CUST-EMAIL              PIC X(50).
012200 05  CUST-ACCOUNT-STATUS     PIC X(1).
012300 88  CUST-ACCOUNT-CLOSED VALUE 'C'.
012400 05  FILLER                  PIC X(18).
012410 05  CUST-CUSTOMER-ID        PIC 9(12).
012420 05  FILLER                  PIC X(110).
012500
012600 FD  VELOCITY-FILE
012700     RECORDING MODE IS F
012800 RECORD CONTAINS 100 CHARACTERS.
012900 01  VELOCITY-RECORD.
013000 05  VELO-CARD-NUMBER        PIC 9(16).
013100 05  VELO-TRANS-COUNT-1H     PIC 9(3).
013200 05  VELO-AMOUNT-1H          PIC 9(8)V99.
013300 05  VELO-TRANS-COUNT-24H    PIC 9(4).
013400 05  VELO-AMOUNT-24H         PIC 9(8)V99.
013500 05  VELO-LAST-UPDATE        PIC 9(14).
013600 05  VELO-LOCATION-COUNT     PIC 9(2).
013700 05  VELO-MERCHANT-COUNT     PIC 9(3).
013800 05  FILLER                  PIC X(38).
013900
014000* Slot 1 is the newest entry - same layout 2910 in the fraud
014100* engine maintains.
014200 FD  CARD-HISTORY-FILE
014300     RECORDING MODE IS F
014400 RECORD CONTAINS 250 CHARACTERS.
014500 01  CARD-HISTORY-RECORD.
014600 05  HIST-CARD-NUMBER        PIC 9(16).
014700 05  HIST-ENTRY-COUNT        PIC 9(2).
014800 05  HIST-ENTRY OCCURS 5 TIMES.
014900     10  HIST-AMOUNT         PIC 9(8)V99.
015000 10  HIST-MERCHANT-ID    PIC X(10).
015100 10  HIST-TIMESTAMP      PIC 9(14).
015200 10  HIST-LOCATION-ZIP   PIC X(10).
015300 05  FILLER                  PIC X(12).
015400
015500 FD  TRAVEL-PLAN-FILE
015600     RECORDING MODE IS F
015700 RECORD CONTAINS 200 CHARACTERS.
015800 01  TRAVEL-PLAN-RECORD.
015900 05  TRAV-CARD-NUMBER        PIC 9(16).
016000 05  TRAV-PLAN-COUNT         PIC 9(1).
016100 05  TRAV-PLAN OCCURS 3 TIMES.
016200     10  TRAV-START-DATE     PIC 9(8).
016300 10  TRAV-END-DATE       PIC 9(8).
016400 10  TRAV-COUNTRY        PIC X(3) OCCURS 5 TIMES.
016500 05  FILLER                  PIC X(90).
016600
016700* Card-to-surrogate cross-reference. Keys 0-9 are the fraud
016800* engine's per-partition surrogate control records. The prior and
016900* next card fields chain a reissued card to the card it replaced
017000* and the card that replaced it; records written before reissue
017100* linking existed carry spaces there, so test them NUMERIC before
017200* use.
017300 FD  TOKEN-XREF-FILE
017400     RECORDING MODE IS F
017500 RECORD CONTAINS 80 CHARACTERS.
017600 01  TOKEN-XREF-RECORD.
017700 05  TOKEN-CARD-NUMBER       PIC 9(16).
017800 05  TOKEN-SURROGATE         PIC 9(16).
017900 05  TOKEN-CREATE-DATE       PIC 9(8).
018000 05  TOKEN-PRIOR-CARD        PIC 9(16).
018100 05  TOKEN-NEXT-CARD         PIC 9(16).
018200 05  FILLER                  PIC X(8).
018300
018400 FD  HOTCARD-FILE
018500     RECORDING MODE IS F
018600 RECORD CONTAINS 80 CHARACTERS.
018700 01  HOTCARD-RECORD.
018800 05  HOT-CARD-NUMBER         PIC 9(16).
018900 05  HOT-BLOCK-REASON        PIC X(20).
019000 05  HOT-BLOCK-DATE          PIC 9(8).
019100 05  HOT-REPORT-CHANNEL      PIC X(10).
019200 05  FILLER                  PIC X(26).
019300
019400 FD  CASE-FILE
019500     RECORDING MODE IS F
019600 RECORD CONTAINS 220 CHARACTERS.
019700 01  CASE-RECORD.
019800 05  CASE-NUMBER             PIC 9(12).
019900 05  CASE-TRANS-ID           PIC 9(12).
020000 05  CASE-CARD-NUMBER        PIC 9(16).
020100 05  CASE-PRIORITY           PIC X(8).
020200 05  CASE-STATUS             PIC X(10).
020300 05  CASE-ASSIGNED-ANALYST   PIC X(10).
020400 05  CASE-RISK-SCORE         PIC 9(3).
020500 05  CASE-AMOUNT             PIC 9(8)V99.
020600 05  CASE-OPEN-TIMESTAMP     PIC X(20).
020700 05  CASE-RESOLUTION         PIC X(100).
020800 05  FILLER                  PIC X(19).
020900
021000* Same audit trail CASE-MAINT-BATCH appends to - a case moved to
021100* the replacement card is a case change like any other.
021200 FD  CASE-AUDIT-FILE
021300     RECORDING MODE IS F
021400 RECORD CONTAINS 250 CHARACTERS.
021500 01  CASE-AUDIT-RECORD.
021600 05  AUD-CASE-NUMBER         PIC 9(12).
021700 05  AUD-TIMESTAMP           PIC X(20).
021800 05  AUD-ACTION-CODE         PIC X(8).
021900 05  AUD-ANALYST-ID          PIC X(10).
022000 05  AUD-OLD-STATUS          PIC X(10).
022100 05  AUD-NEW-STATUS          PIC X(10).
022200 05  AUD-OLD-ANALYST         PIC X(10).
022300 05  AUD-NEW-ANALYST         PIC X(10).
022400 05  AUD-RESULT              PIC X(8).
022500 05  AUD-REJECT-REASON       PIC X(12).
022600 05  AUD-NOTES               PIC X(80).
022700 05  FILLER                  PIC X(60).
022704
022709* Linked-customer exposure, one record per customer/household
022713* identifier - only the card list is touched here.
022718 FD  CUST-EXPOSURE-FILE
022722     RECORDING MODE IS F
022727 RECORD CONTAINS 300 CHARACTERS.
022731 01  CUST-EXPOSURE-RECORD.
022736 05  EXPO-CUSTOMER-ID        PIC 9(12).
022740 05  EXPO-CARD-COUNT         PIC 9(2).
022745 05  EXPO-CARD-TABLE.
022750     10  EXPO-CARD-ENTRY OCCURS 8 TIMES.
022754 15  EXPO-CARD-NUMBER    PIC 9(16).
022759 15  EXPO-CARD-EVENT     PIC X(1).
022763 15  EXPO-CARD-EVENT-DATE PIC 9(8).
022768 05  EXPO-TRANS-COUNT-1H     PIC 9(4).
022772 05  EXPO-AMOUNT-1H          PIC 9(10)V99.
022777 05  EXPO-TRANS-COUNT-24H    PIC 9(5).
022781 05  EXPO-AMOUNT-24H         PIC 9(10)V99.
022786 05  EXPO-LAST-UPDATE        PIC 9(14).
022790 05  EXPO-LINK-DATE          PIC 9(8).
022795 05  FILLER                  PIC X(31).
022800
022900 FD  REISSUE-REGISTER
023000     RECORDING MODE IS F
023100 RECORD CONTAINS 132 CHARACTERS.
023200 01  REISSUE-REGISTER-RECORD PIC X(132).
023300
023400 WORKING-STORAGE SECTION.
023500
023600* File Status Variables
023700 01  WS-RISS-STATUS              PIC XX.
023800 01  WS-CUST-STATUS              PIC XX.
023900 01  WS-VELO-STATUS              PIC XX.
024000 01  WS-HIST-STATUS              PIC XX.
024100 01  WS-TRAV-STATUS              PIC XX.
024200 01  WS-TOKEN-STATUS             PIC XX.
024300 01  WS-HOT-STATUS               PIC XX.
024400 01  WS-CASE-STATUS              PIC XX.
024500 01  WS-AUDIT-STATUS             PIC XX.
024600 01  WS-REG-STATUS               PIC XX.
024610 01  WS-EXPO-STATUS              PIC XX.
024700
024800* Control Variables
024900 01  WS-RISS-EOF-FLAG            PIC X VALUE 'N'.
025000 88  RISS-EOF-REACHED        VALUE 'Y'.
025100 01  WS-CASE-EOF-FLAG            PIC X VALUE 'N'.
025200 88  CASE-EOF-REACHED        VALUE 'Y'.
025300 01  WS-TRAV-FILE-FLAG           PIC X VALUE 'N'.
025400 88  TRAV-FILE-OPEN          VALUE 'Y'.
025410 01  WS-EXPO-FILE-FLAG           PIC X VALUE 'N'.
025420 88  EXPO-FILE-OPEN          VALUE 'Y'.
025500 01  WS-RP-FOUND-FLAG            PIC X VALUE 'N'.
025600 88  RP-ENTRY-FOUND          VALUE 'Y'.
025700 01  WS-REISSUE-RESULT           PIC X(8).
025800 01  WS-REISSUE-REJECT-REASON    PIC X(12).
025810 01  WS-STEP-FAIL-FLAG           PIC X VALUE 'N'.
025820 88  STEP-FAILED             VALUE 'Y'.
025830 01  WS-STEP-FAIL-REASON         PIC X(12).
025900
026000* Old-Card Customer Image - the master being carried, held while
026100* the replacement's record is built or merged.
026200 01  WS-OLD-CUSTOMER.
026300 05  WS-OC-CARD-NUMBER       PIC 9(16).
026400 05  WS-OC-NAME              PIC X(40).
026500 05  WS-OC-HOME-ZIP          PIC X(10).
026600 05  WS-OC-HOME-COUNTRY      PIC X(3).
026700 05  WS-OC-HOME-CURRENCY     PIC X(3).
026800 05  WS-OC-ACCOUNT-OPEN-DATE PIC 9(8).
026900 05  WS-OC-CREDIT-LIMIT      PIC 9(8)V99.
027000 05  WS-OC-CURRENT-BALANCE   PIC 9(8)V99.
027100 05  WS-OC-RISK-SCORE        PIC 9(3).
027200 05  WS-OC-FRAUD-FLAG        PIC X(1).
027300 05  WS-OC-LAST-TRANS-DATE   PIC 9(8).
027400 05  WS-OC-AVG-MONTHLY-SPEND PIC 9(8)V99.
027500 05  WS-OC-MAX-DAILY-SPEND   PIC 9(8)V99.
027600 05  WS-OC-TRAVEL-FLAG       PIC X(1).
027700 05  FILLER                  PIC X(84).
027710 05  WS-OC-CUSTOMER-ID       PIC 9(12).
027720 05  FILLER                  PIC X(110).
027800 01  WS-NEW-CUST-FOUND-FLAG      PIC X VALUE 'N'.
027900 88  NEW-CUST-ON-FILE        VALUE 'Y'.
028000
028100* Work Records - the old card's velocity, history and travel
028200* records, read before the replacement's are touched.
028300 01  WS-OLD-VELOCITY.
028400 05  WS-OV-CARD-NUMBER       PIC 9(16).
028500 05  WS-OV-TRANS-COUNT-1H    PIC 9(3).
028600 05  WS-OV-AMOUNT-1H         PIC 9(8)V99.
028700 05  WS-OV-TRANS-COUNT-24H   PIC 9(4).
028800 05  WS-OV-AMOUNT-24H        PIC 9(8)V99.
028900 05  WS-OV-LAST-UPDATE       PIC 9(14).
029000 05  WS-OV-LOCATION-COUNT    PIC 9(2).
029100 05  WS-OV-MERCHANT-COUNT    PIC 9(3).
029200 05  FILLER                  PIC X(38).
029300 01  WS-OLD-HISTORY.
029400 05  WS-OH-CARD-NUMBER       PIC 9(16).
029500 05  WS-OH-ENTRY-COUNT       PIC 9(2).
029600 05  WS-OH-ENTRY             PIC X(44) OCCURS 5 TIMES.
029700 05  FILLER                  PIC X(12).
029800 01  WS-OLD-TRAVEL.
029900 05  WS-OT-CARD-NUMBER       PIC 9(16).
030000 05  WS-OT-PLAN-COUNT        PIC 9(1).
030100 05  WS-OT-PLAN OCCURS 3 TIMES.
030200     10  WS-OT-START-DATE    PIC 9(8).
030300 10  WS-OT-END-DATE      PIC 9(8).
030400 10  WS-OT-COUNTRIES     PIC X(15).
030500 05  FILLER                  PIC X(90).
030600 01  WS-HIST-IDX                 PIC 9(2) COMP.
030700 01  WS-HIST-FROM-IDX            PIC 9(2) COMP.
030800 01  WS-TRAV-IDX                 PIC 9(2) COMP.
030810
030820* Customer Link Variables - the replacement's identifier once its
030830* master is written, and the old and new cards' exposure slots.
030840 01  WS-NEW-LINK-ID              PIC 9(12) VALUE ZERO.
030850 01  WS-EXPO-IDX                 PIC 9(2) COMP.
030860 01  WS-EXPO-OLD-SLOT            PIC 9(2) COMP.
030870 01  WS-EXPO-NEW-SLOT            PIC 9(2) COMP.
030900
031000* Token Linking Variables
031100 01  WS-OLD-TOKEN                PIC 9(16) VALUE ZERO.
031200 01  WS-NEW-TOKEN                PIC 9(16) VALUE ZERO.
031300 01  WS-OLD-TOKEN-FLAG           PIC X VALUE 'N'.
031400 88  OLD-TOKEN-ON-FILE       VALUE 'Y'.
031500
031600* Move outcome per master for the register - MOVE copied to the
031700* replacement, MRGE folded into a record the replacement already
031800* had, NONE nothing on file for the old card. For the customer
031810* link MOVE hands the old card's exposure slot to the replacement
031820* and DROP takes the old card off the customer. For the token SHAR
031830* means both cards carry one surrogate, LINK each keeps its own,
031840* HALF only the replacement's side of the link was written.
031900 01  WS-MOVE-RESULTS.
032000 05  WS-MV-CUST              PIC X(4).
032100 05  WS-MV-VELO              PIC X(4).
032200 05  WS-MV-HIST              PIC X(4).
032300 05  WS-MV-TRAV              PIC X(4).
032400 05  WS-MV-TOKEN             PIC X(4).
032500 05  WS-MV-HOT               PIC X(4).
032510 05  WS-MV-LINK              PIC X(4).
032600
032700* Reissued Pair Table - every applied pair, so the case file is
032800* swept once for the whole deck rather than once per card.
032900 01  WS-REISSUE-PAIR-TABLE.
033000 05  WS-RP-ENTRY OCCURS 500 TIMES.
033100 10  WS-RP-OLD-CARD      PIC 9(16).
033200 10  WS-RP-NEW-CARD      PIC 9(16).
033300 10  WS-RP-REASON        PIC X(12).
033400 10  WS-RP-OPERATOR      PIC X(10).
033500 01  WS-RP-COUNT                 PIC 9(3) COMP VALUE ZERO.
033600 01  WS-RP-IDX                   PIC 9(3) COMP.
033700 01  WS-RP-HIT                   PIC 9(3) COMP.
033800
033900* Luhn Checksum Validation Variables - same mod-10 check the fraud
034000* engine runs in 2310 and CUST-MAINT-BATCH runs on a new card.
034100 01  WS-CARD-DIGITS.
034200 05  WS-CARD-DIGIT           PIC 9 OCCURS 16 TIMES.
034300 01  WS-LUHN-CARD-WORK           PIC 9(16).
034400 01  WS-LUHN-SUBSCRIPT            PIC 9(2).
034500 01  WS-LUHN-DIGIT-VALUE          PIC 9(2).
034600 01  WS-LUHN-SUM                  PIC 9(4).
034700 01  WS-LUHN-VALID-FLAG           PIC X VALUE 'N'.
034800 88  LUHN-CHECK-PASSED        VALUE 'Y'.
034900 88  LUHN-CHECK-FAILED        VALUE 'N'.
035000
035100* PCI Masking Variables - first-six/last-four display form for
035200* the printed register and the audit notes.
035300 01  WS-MASK-CARD-IN             PIC 9(16).
035400 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
035500     PIC X(16).
035600 01  WS-MASKED-CARD              PIC X(16).
035700 01  WS-MASKED-OLD-CARD          PIC X(16).
035800 01  WS-MASKED-NEW-CARD          PIC X(16).
035900
036000* Work Variables
036100 01  WS-CURRENT-TIMESTAMP        PIC X(20).
036200 01  WS-RUN-DATE                 PIC 9(8).
036300
036400* Counters and Statistics
036500 01  WS-COUNTERS.
036600 05  WS-PAIRS-READ             PIC 9(8) VALUE ZERO.
036700 05  WS-PAIRS-APPLIED          PIC 9(8) VALUE ZERO.
036800 05  WS-PAIRS-REJECTED         PIC 9(8) VALUE ZERO.
036810 05  WS-PAIRS-PARTIAL          PIC 9(8) VALUE ZERO.
036900 05  WS-CUST-MOVED             PIC 9(6) VALUE ZERO.
037000 05  WS-VELO-MOVED             PIC 9(6) VALUE ZERO.
037100 05  WS-HIST-MOVED             PIC 9(6) VALUE ZERO.
037200 05  WS-TRAV-MOVED             PIC 9(6) VALUE ZERO.
037300 05  WS-TOKENS-LINKED          PIC 9(6) VALUE ZERO.
037400 05  WS-CASES-READ             PIC 9(8) VALUE ZERO.
037500 05  WS-CASES-MOVED            PIC 9(6) VALUE ZERO.
037600 05  WS-NOT-HOT-CARDED         PIC 9(6) VALUE ZERO.
037610 05  WS-LINKS-MOVED            PIC 9(6) VALUE ZERO.
037700
037800* Report Line Layouts
037900 01  WS-REG-HEADER-LINE.
038000 05  FILLER                  PIC X(24)
038100     VALUE 'CARD REISSUE REGISTER - '.
038200 05  WS-REG-HDR-DATE         PIC X(8).
038300 05  FILLER                  PIC X(100) VALUE SPACES.
038400 01  WS-REG-COLUMN-LINE.
038500 05  FILLER                  PIC X(34) VALUE
038600     'OLD CARD         NEW CARD         '.
038700 05  FILLER                  PIC X(26) VALUE
038800     'RESULT   REASON       CUST'.
038900 05  FILLER                  PIC X(49) VALUE
038910     ' VELO HIST TRAV TOKN HOT  LINK REISSUE-WHY'.
038920 05  FILLER                  PIC X(23) VALUE SPACES.
039200 01  WS-REG-DETAIL-LINE.
039300 05  WS-REG-OLD-CARD         PIC X(16).
039400 05  FILLER                  PIC X(1) VALUE SPACE.
039500 05  WS-REG-NEW-CARD         PIC X(16).
039600 05  FILLER                  PIC X(1) VALUE SPACE.
039700 05  WS-REG-RESULT           PIC X(8).
039800 05  FILLER                  PIC X(1) VALUE SPACE.
039900 05  WS-REG-REASON           PIC X(12).
040000 05  FILLER                  PIC X(1) VALUE SPACE.
040100 05  WS-REG-CUST             PIC X(4).
040200 05  FILLER                  PIC X(1) VALUE SPACE.
040300 05  WS-REG-VELO             PIC X(4).
040400 05  FILLER                  PIC X(1) VALUE SPACE.
040500 05  WS-REG-HIST             PIC X(4).
040600 05  FILLER                  PIC X(1) VALUE SPACE.
040700 05  WS-REG-TRAV             PIC X(4).
040800 05  FILLER                  PIC X(1) VALUE SPACE.
040900 05  WS-REG-TOKEN            PIC X(4).
041000 05  FILLER                  PIC X(1) VALUE SPACE.
041100 05  WS-REG-HOT              PIC X(4).
041200 05  FILLER                  PIC X(1) VALUE SPACE.
041210 05  WS-REG-LINK             PIC X(4).
041220 05  FILLER                  PIC X(1) VALUE SPACE.
041300 05  WS-REG-WHY              PIC X(12).
041400 05  FILLER                  PIC X(28) VALUE SPACES.
041500 01  WS-REG-CASE-HEADER.
041600 05  FILLER                  PIC X(48) VALUE
041700     'OPEN CASES MOVED TO REPLACEMENT CARD'.
041800 05  FILLER                  PIC X(84) VALUE SPACES.
041900 01  WS-REG-CASE-LINE.
042000 05  FILLER                  PIC X(6) VALUE 'CASE: '.
042100 05  WS-REG-CASE-NUMBER      PIC 9(12).
042200 05  FILLER                  PIC X(1) VALUE SPACE.
042300 05  WS-REG-CASE-STATUS      PIC X(10).
042400 05  FILLER                  PIC X(1) VALUE SPACE.
042500 05  WS-REG-CASE-OLD         PIC X(16).
042600 05  FILLER                  PIC X(4) VALUE ' TO '.
042700 05  WS-REG-CASE-NEW         PIC X(16).
042800 05  FILLER                  PIC X(1) VALUE SPACE.
042900 05  WS-REG-CASE-ANALYST     PIC X(10).
043000 05  FILLER                  PIC X(55) VALUE SPACES.
043100 01  WS-REG-TOTAL-LINE.
043200 05  WS-REG-TOTAL-LABEL      PIC X(30).
043300 05  WS-REG-TOTAL-COUNT      PIC ZZZZZZZ9.
043400 05  FILLER                  PIC X(94) VALUE SPACES.
043500 01  WS-REG-BLANK-LINE           PIC X(132) VALUE SPACES.
043600
043700* Error Messages
043800 01  WS-ERROR-MESSAGES.
043900     05  ERR-FILE-NOT-FOUND      PIC X(50)
044000 VALUE 'ERROR: Required file not found or accessible'.
044100
044200 PROCEDURE DIVISION.
044300
044400 0000-MAIN-CONTROL SECTION.
044500 0000-MAIN-PROCESS.
044600     PERFORM 1000-INITIALIZE-PROGRAM
044700     PERFORM 2000-PROCESS-REISSUES
044800     PERFORM 3000-MOVE-OPEN-CASES
044900     PERFORM 9000-FINALIZE-PROGRAM
045000     STOP RUN.
045100
045200 1000-INITIALIZE-PROGRAM SECTION.
045300 1000-INIT-START.
045400     DISPLAY 'CARD REISSUE BATCH - INITIALIZING'
045500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
045600     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
045700     INITIALIZE WS-REISSUE-PAIR-TABLE
045800     PERFORM 1100-OPEN-FILES
045900     PERFORM 1200-WRITE-REGISTER-HEADER
046000     GO TO 1000-INIT-EXIT.
046100
046200 1100-OPEN-FILES.
046300     OPEN INPUT REISSUE-FILE
046400     IF WS-RISS-STATUS NOT = '00'
046500     DISPLAY ERR-FILE-NOT-FOUND ' - REISSUE PAIR FILE'
046600     MOVE 16 TO RETURN-CODE
046700     STOP RUN
046800     END-IF
046900
047000     OPEN I-O CUSTOMER-FILE
047100     IF WS-CUST-STATUS NOT = '00' AND WS-CUST-STATUS NOT = '05'
047200     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER FILE'
047300     MOVE 16 TO RETURN-CODE
047400     STOP RUN
047500     END-IF
047600
047700     OPEN I-O VELOCITY-FILE
047800     IF WS-VELO-STATUS NOT = '00' AND WS-VELO-STATUS NOT = '05'
047900     DISPLAY ERR-FILE-NOT-FOUND ' - VELOCITY FILE'
048000     MOVE 16 TO RETURN-CODE
048100     STOP RUN
048200     END-IF
048300
048400     OPEN I-O CARD-HISTORY-FILE
048500     IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
048600     DISPLAY ERR-FILE-NOT-FOUND ' - CARD HISTORY FILE'
048700     MOVE 16 TO RETURN-CODE
048800     STOP RUN
048900     END-IF
049000
049100* Travel plans are optional in the fraud engine and optional
049200* here - a shop running without TRAVFILE has no plans to carry.
049300     OPEN I-O TRAVEL-PLAN-FILE
049400     IF WS-TRAV-STATUS = '00' OR WS-TRAV-STATUS = '05'
049500     MOVE 'Y' TO WS-TRAV-FILE-FLAG
049600     ELSE
049700     MOVE 'N' TO WS-TRAV-FILE-FLAG
049800     DISPLAY 'TRAVEL PLAN FILE NOT AVAILABLE - STATUS '
049900     WS-TRAV-STATUS ' - NO TRAVEL PLANS CARRIED THIS RUN'
050000     END-IF
050100
050200     OPEN I-O TOKEN-XREF-FILE
050300     IF WS-TOKEN-STATUS NOT = '00' AND WS-TOKEN-STATUS NOT = '05'
050400     DISPLAY ERR-FILE-NOT-FOUND ' - TOKEN XREF FILE'
050500     MOVE 16 TO RETURN-CODE
050600     STOP RUN
050700     END-IF
050800
050808
050816* The customer exposure file is optional like the fraud engine's
050825* - a shop running without it has no customer links to carry.
050833     OPEN I-O CUST-EXPOSURE-FILE
050841     IF WS-EXPO-STATUS = '00' OR WS-EXPO-STATUS = '05'
050850     MOVE 'Y' TO WS-EXPO-FILE-FLAG
050858     ELSE
050866     MOVE 'N' TO WS-EXPO-FILE-FLAG
050875     DISPLAY 'CUSTOMER EXPOSURE FILE NOT AVAILABLE - STATUS '
050883     WS-EXPO-STATUS ' - NO CUSTOMER LINKS CARRIED THIS RUN'
050891     END-IF
050900     OPEN INPUT HOTCARD-FILE
051000     IF WS-HOT-STATUS NOT = '00'
051100     DISPLAY ERR-FILE-NOT-FOUND ' - HOT CARD FILE'
051200     MOVE 16 TO RETURN-CODE
051300     STOP RUN
051400     END-IF
051500
051600     OPEN I-O CASE-FILE
051700     IF WS-CASE-STATUS NOT = '00' AND WS-CASE-STATUS NOT = '05'
051800     DISPLAY ERR-FILE-NOT-FOUND ' - CASE FILE'
051900     MOVE 16 TO RETURN-CODE
052000     STOP RUN
052100     END-IF
052200
052300     OPEN EXTEND CASE-AUDIT-FILE
052400     IF WS-AUDIT-STATUS = '35'
052500     OPEN OUTPUT CASE-AUDIT-FILE
052600     END-IF
052700     IF WS-AUDIT-STATUS NOT = '00'
052800     DISPLAY ERR-FILE-NOT-FOUND ' - CASE AUDIT FILE'
052900     MOVE 16 TO RETURN-CODE
053000     STOP RUN
053100     END-IF
053200
053300     OPEN OUTPUT REISSUE-REGISTER
053400     IF WS-REG-STATUS NOT = '00'
053500     DISPLAY ERR-FILE-NOT-FOUND ' - REISSUE REGISTER'
053600     MOVE 16 TO RETURN-CODE
053700     STOP RUN
053800 END-IF.
053900
054000 1200-WRITE-REGISTER-HEADER.
054100     MOVE WS-RUN-DATE TO WS-REG-HDR-DATE
054200     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-HEADER-LINE
054300     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-BLANK-LINE
054400     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-COLUMN-LINE.
054500
054600 1000-INIT-EXIT.
054700     EXIT.
054800
054900 2000-PROCESS-REISSUES SECTION.
055000 2000-PROCESS-START.
055100     DISPLAY 'BEGINNING CARD REISSUE PROCESSING'
055200     MOVE 'N' TO WS-RISS-EOF-FLAG
055300     PERFORM 2100-READ-REISSUE-RECORD
055400     PERFORM UNTIL RISS-EOF-REACHED
055500     ADD 1 TO WS-PAIRS-READ
055600     PERFORM 2200-APPLY-ONE-REISSUE
055700     PERFORM 2900-WRITE-REGISTER-LINE
055800     PERFORM 2100-READ-REISSUE-RECORD
055900     END-PERFORM
056000     DISPLAY 'CARD REISSUE PROCESSING COMPLETED'
056100     GO TO 2000-PROCESS-EXIT.
056200
056300 2100-READ-REISSUE-RECORD.
056400     READ REISSUE-FILE
056500     AT END
056600     SET RISS-EOF-REACHED TO TRUE
056700 END-READ.
056800
056900 2200-APPLY-ONE-REISSUE.
057000* Every check runs before anything moves - a pair is carried whole
057100* or not at all, never half a profile on each card. Once the
057110* master has moved there is no backing out: a later step that
057120* fails leaves the pair PARTIAL, with that step as its reason, for
057130* card operations to finish by hand - the closed old master stops
057140* the deck being rerun over it.
057200     MOVE 'APPLIED' TO WS-REISSUE-RESULT
057300     MOVE SPACES TO WS-REISSUE-REJECT-REASON
057310     MOVE 'N' TO WS-STEP-FAIL-FLAG
057400     MOVE 'NONE' TO WS-MV-CUST
057500     MOVE 'NONE' TO WS-MV-VELO
057600     MOVE 'NONE' TO WS-MV-HIST
057700     MOVE 'NONE' TO WS-MV-TRAV
057800     MOVE 'NONE' TO WS-MV-TOKEN
057900     MOVE SPACES TO WS-MV-HOT
057910     MOVE 'NONE' TO WS-MV-LINK
058000     PERFORM 2300-VALIDATE-REISSUE-PAIR THRU 2300-VALIDATE-EXIT
058100     IF WS-REISSUE-RESULT = 'APPLIED'
058200     PERFORM 2400-MOVE-CUSTOMER-MASTER THRU 2400-MOVE-EXIT
058300     END-IF
058400     IF WS-REISSUE-RESULT = 'APPLIED'
058500     PERFORM 2500-MOVE-VELOCITY THRU 2500-MOVE-EXIT
058600     PERFORM 2550-MOVE-CARD-HISTORY THRU 2550-MOVE-EXIT
058700     IF TRAV-FILE-OPEN
058800     PERFORM 2600-MOVE-TRAVEL-PLANS THRU 2600-MOVE-EXIT
058900     END-IF
059000     PERFORM 2700-LINK-CARD-TOKENS THRU 2700-LINK-EXIT
059100     PERFORM 2800-CHECK-OLD-CARD-HOT
059200     PERFORM 2850-TABLE-REISSUED-PAIR
059210     IF STEP-FAILED
059220     MOVE 'PARTIAL' TO WS-REISSUE-RESULT
059230     ADD 1 TO WS-PAIRS-PARTIAL
059240     ELSE
059250     ADD 1 TO WS-PAIRS-APPLIED
059260     END-IF
059400     ELSE
059500     ADD 1 TO WS-PAIRS-REJECTED
059600 END-IF.
059700
059800 2300-VALIDATE-REISSUE-PAIR.
059900* The replacement must be a well-formed card, the old card must
060000* hold a live customer master, and a pair already carried (old
060100* master closed by an earlier run) is not carried twice.
060200     IF RISS-OLD-CARD-NUMBER = RISS-NEW-CARD-NUMBER
060300     MOVE 'REJECTED' TO WS-REISSUE-RESULT
060400     MOVE 'SAME-CARD' TO WS-REISSUE-REJECT-REASON
060500     GO TO 2300-VALIDATE-EXIT
060600     END-IF
060700     IF WS-RP-COUNT NOT < 500
060800     MOVE 'REJECTED' TO WS-REISSUE-RESULT
060900     MOVE 'TABLE-FULL' TO WS-REISSUE-REJECT-REASON
061000     GO TO 2300-VALIDATE-EXIT
061100     END-IF
061200     PERFORM 2310-VALIDATE-NEW-CARD
061300     IF WS-REISSUE-RESULT NOT = 'APPLIED'
061400     GO TO 2300-VALIDATE-EXIT
061500     END-IF
061600     MOVE 'N' TO WS-NEW-CUST-FOUND-FLAG
061700     MOVE RISS-NEW-CARD-NUMBER TO CUST-CARD-NUMBER
061800     READ CUSTOMER-FILE
061900     EVALUATE WS-CUST-STATUS
062000     WHEN '00'
062100     SET NEW-CUST-ON-FILE TO TRUE
062200     IF CUST-ACCOUNT-CLOSED
062300     MOVE 'REJECTED' TO WS-REISSUE-RESULT
062400     MOVE 'NEW-CLOSED' TO WS-REISSUE-REJECT-REASON
062500     GO TO 2300-VALIDATE-EXIT
062600     END-IF
062700     WHEN '23'
062800     CONTINUE
062900     WHEN OTHER
063000     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
063100     MOVE 'REJECTED' TO WS-REISSUE-RESULT
063200     MOVE 'CUST-IO-ERR' TO WS-REISSUE-REJECT-REASON
063300     GO TO 2300-VALIDATE-EXIT
063400     END-EVALUATE
063500     MOVE RISS-OLD-CARD-NUMBER TO CUST-CARD-NUMBER
063600     READ CUSTOMER-FILE
063700     EVALUATE WS-CUST-STATUS
063800     WHEN '00'
063900     IF CUST-ACCOUNT-CLOSED
064000     MOVE 'REJECTED' TO WS-REISSUE-RESULT
064100     MOVE 'ACCT-CLOSED' TO WS-REISSUE-REJECT-REASON
064200     ELSE
064300     MOVE CUSTOMER-RECORD TO WS-OLD-CUSTOMER
064400     END-IF
064500     WHEN '23'
064600     MOVE 'REJECTED' TO WS-REISSUE-RESULT
064700     MOVE 'NO-CUSTOMER' TO WS-REISSUE-REJECT-REASON
064800     WHEN OTHER
064900     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
065000     MOVE 'REJECTED' TO WS-REISSUE-RESULT
065100     MOVE 'CUST-IO-ERR' TO WS-REISSUE-REJECT-REASON
065200     END-EVALUATE.
065300
065400 2300-VALIDATE-EXIT.
065500     EXIT.
065600
065700 2310-VALIDATE-NEW-CARD.
065800     IF RISS-NEW-CARD-NUMBER < 1000000000000000
065900     MOVE 'REJECTED' TO WS-REISSUE-RESULT
066000     MOVE 'CARD-FORMAT' TO WS-REISSUE-REJECT-REASON
066100     ELSE
066200     PERFORM 2320-SPLIT-CARD-DIGITS
066300     PERFORM 2330-COMPUTE-LUHN-CHECKSUM
066400     IF NOT LUHN-CHECK-PASSED
066500     MOVE 'REJECTED' TO WS-REISSUE-RESULT
066600     MOVE 'LUHN-FAIL' TO WS-REISSUE-REJECT-REASON
066700     END-IF
066800 END-IF.
066900
067000 2320-SPLIT-CARD-DIGITS.
067100     MOVE RISS-NEW-CARD-NUMBER TO WS-LUHN-CARD-WORK
067200     PERFORM 2320-SPLIT-ONE-DIGIT
067300     VARYING WS-LUHN-SUBSCRIPT FROM 16 BY -1
067400     UNTIL WS-LUHN-SUBSCRIPT < 1.
067500
067600 2320-SPLIT-ONE-DIGIT.
067700     COMPUTE WS-CARD-DIGIT(WS-LUHN-SUBSCRIPT) =
067800     FUNCTION MOD(WS-LUHN-CARD-WORK, 10)
067900     DIVIDE WS-LUHN-CARD-WORK BY 10 GIVING WS-LUHN-CARD-WORK.
068000
068100 2330-COMPUTE-LUHN-CHECKSUM.
068200     MOVE ZERO TO WS-LUHN-SUM
068300     PERFORM 2330-ADD-ONE-DIGIT
068400     VARYING WS-LUHN-SUBSCRIPT FROM 16 BY -1
068500     UNTIL WS-LUHN-SUBSCRIPT < 1
068600
068700     IF FUNCTION MOD(WS-LUHN-SUM, 10) = 0
068800     SET LUHN-CHECK-PASSED TO TRUE
068900     ELSE
069000     SET LUHN-CHECK-FAILED TO TRUE
069100 END-IF.
069200
069300 2330-ADD-ONE-DIGIT.
069400     MOVE WS-CARD-DIGIT(WS-LUHN-SUBSCRIPT) TO WS-LUHN-DIGIT-VALUE
069500     IF FUNCTION MOD(16 - WS-LUHN-SUBSCRIPT, 2) = 1
069600     COMPUTE WS-LUHN-DIGIT-VALUE = WS-LUHN-DIGIT-VALUE * 2
069700     IF WS-LUHN-DIGIT-VALUE > 9
069800     SUBTRACT 9 FROM WS-LUHN-DIGIT-VALUE
069900     END-IF
070000     END-IF
070100     ADD WS-LUHN-DIGIT-VALUE TO WS-LUHN-SUM.
070200
070300 2400-MOVE-CUSTOMER-MASTER.
070400* The behavioral profile travels - account age (so rule 9 sees the
070500* real customer), spend averages, limit, balance and risk score.
070600* The fraud flag does not: fraud on a stolen plastic is not the
070700* cardholder's, and carrying it would fire rule 8 on the new card.
070800* A replacement already added through CUST-MAINT-BATCH keeps its
070900* own name and contact data and takes the profile fields only.
071000* The old master stays on file, closed, with its balance moved.
071100     IF NEW-CUST-ON-FILE
071200     MOVE RISS-NEW-CARD-NUMBER TO CUST-CARD-NUMBER
071300     READ CUSTOMER-FILE
071400     IF WS-CUST-STATUS NOT = '00'
071500     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
071600     MOVE 'REJECTED' TO WS-REISSUE-RESULT
071700     MOVE 'CUST-IO-ERR' TO WS-REISSUE-REJECT-REASON
071800     GO TO 2400-MOVE-EXIT
071900     END-IF
072000     PERFORM 2410-CARRY-PROFILE-FIELDS
072100     REWRITE CUSTOMER-RECORD
072200     MOVE 'MRGE' TO WS-MV-CUST
072300     ELSE
072400     MOVE WS-OLD-CUSTOMER TO CUSTOMER-RECORD
072500     MOVE RISS-NEW-CARD-NUMBER TO CUST-CARD-NUMBER
072600     MOVE 'N' TO CUST-FRAUD-FLAG
072700     MOVE 'A' TO CUST-ACCOUNT-STATUS
072800     WRITE CUSTOMER-RECORD
072900     MOVE 'MOVE' TO WS-MV-CUST
073000     END-IF
073100     IF WS-CUST-STATUS NOT = '00'
073200     DISPLAY 'ERROR WRITING CUSTOMER RECORD: ' WS-CUST-STATUS
073300     MOVE 'REJECTED' TO WS-REISSUE-RESULT
073400     MOVE 'CUST-IO-ERR' TO WS-REISSUE-REJECT-REASON
073500     MOVE 'NONE' TO WS-MV-CUST
073600     GO TO 2400-MOVE-EXIT
073700     END-IF
073800     ADD 1 TO WS-CUST-MOVED
073900     IF CUST-CUSTOMER-ID IS NUMERIC
073910     MOVE CUST-CUSTOMER-ID TO WS-NEW-LINK-ID
073920     ELSE
073930     MOVE ZERO TO WS-NEW-LINK-ID
073940     END-IF
073950     PERFORM 2450-MOVE-CUSTOMER-LINK THRU 2450-LINK-EXIT
073960     MOVE WS-OLD-CUSTOMER TO CUSTOMER-RECORD
074000     MOVE ZERO TO CUST-CURRENT-BALANCE
074100     MOVE 'C' TO CUST-ACCOUNT-STATUS
074110     IF WS-MV-LINK NOT = 'NONE'
074120     MOVE ZERO TO CUST-CUSTOMER-ID
074130     END-IF
074200     REWRITE CUSTOMER-RECORD
074300     IF WS-CUST-STATUS NOT = '00'
074400     DISPLAY 'ERROR CLOSING OLD CUSTOMER RECORD: ' WS-CUST-STATUS
074410     MOVE 'CUST-IO-ERR' TO WS-STEP-FAIL-REASON
074420     PERFORM 2880-NOTE-STEP-FAILURE
074500     END-IF.
074600
074700 2400-MOVE-EXIT.
074800     EXIT.
074900
075000 2410-CARRY-PROFILE-FIELDS.
075100* CUSTOMER-RECORD holds the replacement's master; the old card's
075200* values come from the saved image.
075300     MOVE WS-OC-ACCOUNT-OPEN-DATE TO CUST-ACCOUNT-OPEN-DATE
075400     MOVE WS-OC-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
075500     ADD WS-OC-CURRENT-BALANCE TO CUST-CURRENT-BALANCE
075600     MOVE WS-OC-RISK-SCORE TO CUST-RISK-SCORE
075700     IF WS-OC-LAST-TRANS-DATE > CUST-LAST-TRANS-DATE
075800     MOVE WS-OC-LAST-TRANS-DATE TO CUST-LAST-TRANS-DATE
075900     END-IF
076000     MOVE WS-OC-AVG-MONTHLY-SPEND TO CUST-AVG-MONTHLY-SPEND
076100     MOVE WS-OC-MAX-DAILY-SPEND TO CUST-MAX-DAILY-SPEND
076200     MOVE WS-OC-TRAVEL-FLAG TO CUST-TRAVEL-FLAG
076300     MOVE 'N' TO CUST-FRAUD-FLAG
076301* A replacement not yet linked joins the old card's customer.
076302     IF CUST-CUSTOMER-ID NOT NUMERIC OR CUST-CUSTOMER-ID = ZERO
076303     MOVE WS-OC-CUSTOMER-ID TO CUST-CUSTOMER-ID
076305 END-IF.
076306
076307 2450-MOVE-CUSTOMER-LINK.
076308* The replacement takes the old card's slot on the customer's
076310* exposure record with a clean mark - the old card's declines
076311* and its hot-card entry belong to the lost or stolen plastic,
076312* not the cardholder, and must not raise rule 16 on the new card.
076314* A replacement already on the list, or linked to some other
076315* customer through CUST-MAINT-BATCH, just sees the old slot
076316* dropped. Either way the closed old master leaves the customer.
076317     IF NOT EXPO-FILE-OPEN
076319     GO TO 2450-LINK-EXIT
076320     END-IF
076321     IF WS-OC-CUSTOMER-ID NOT NUMERIC OR WS-OC-CUSTOMER-ID = ZERO
076323     GO TO 2450-LINK-EXIT
076324     END-IF
076325     MOVE WS-OC-CUSTOMER-ID TO EXPO-CUSTOMER-ID
076326     READ CUST-EXPOSURE-FILE
076328     EVALUATE WS-EXPO-STATUS
076329     WHEN '00'
076330     CONTINUE
076332     WHEN '23'
076333     MOVE 'DROP' TO WS-MV-LINK
076334     GO TO 2450-LINK-EXIT
076335     WHEN OTHER
076336     DISPLAY 'ERROR READING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
076337     MOVE 'LINK-IO-ERR' TO WS-STEP-FAIL-REASON
076338     PERFORM 2880-NOTE-STEP-FAILURE
076339     GO TO 2450-LINK-EXIT
076340     END-EVALUATE
076341     MOVE ZERO TO WS-EXPO-OLD-SLOT
076342     MOVE ZERO TO WS-EXPO-NEW-SLOT
076343     PERFORM 2460-FIND-LINK-SLOTS
076344     VARYING WS-EXPO-IDX FROM 1 BY 1
076346     UNTIL WS-EXPO-IDX > EXPO-CARD-COUNT OR WS-EXPO-IDX > 8
076347     IF WS-EXPO-OLD-SLOT = ZERO
076348     MOVE 'DROP' TO WS-MV-LINK
076350     GO TO 2450-LINK-EXIT
076351     END-IF
076352     IF WS-NEW-LINK-ID = WS-OC-CUSTOMER-ID
076353     AND WS-EXPO-NEW-SLOT = ZERO
076355     MOVE RISS-NEW-CARD-NUMBER
076356     TO EXPO-CARD-NUMBER (WS-EXPO-OLD-SLOT)
076357     MOVE SPACE TO EXPO-CARD-EVENT (WS-EXPO-OLD-SLOT)
076358     MOVE ZERO TO EXPO-CARD-EVENT-DATE (WS-EXPO-OLD-SLOT)
076360     MOVE 'MOVE' TO WS-MV-LINK
076361     ELSE
076362     PERFORM 2470-CLOSE-LINK-SLOT
076364     VARYING WS-EXPO-IDX FROM WS-EXPO-OLD-SLOT BY 1
076365     UNTIL WS-EXPO-IDX >= EXPO-CARD-COUNT
076366     INITIALIZE EXPO-CARD-ENTRY (EXPO-CARD-COUNT)
076367     SUBTRACT 1 FROM EXPO-CARD-COUNT
076369     MOVE 'DROP' TO WS-MV-LINK
076370     END-IF
076371     REWRITE CUST-EXPOSURE-RECORD
076373     IF WS-EXPO-STATUS NOT = '00'
076374     DISPLAY 'ERROR REWRITING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
076375     MOVE 'NONE' TO WS-MV-LINK
076376     MOVE 'LINK-IO-ERR' TO WS-STEP-FAIL-REASON
076377     PERFORM 2880-NOTE-STEP-FAILURE
076378     GO TO 2450-LINK-EXIT
076379     END-IF
076380     ADD 1 TO WS-LINKS-MOVED.
076381
076382 2450-LINK-EXIT.
076383     EXIT.
076384
076385 2460-FIND-LINK-SLOTS.
076387     IF EXPO-CARD-NUMBER (WS-EXPO-IDX) = RISS-OLD-CARD-NUMBER
076388     MOVE WS-EXPO-IDX TO WS-EXPO-OLD-SLOT
076389     END-IF
076391     IF EXPO-CARD-NUMBER (WS-EXPO-IDX) = RISS-NEW-CARD-NUMBER
076392     MOVE WS-EXPO-IDX TO WS-EXPO-NEW-SLOT
076393 END-IF.
076394
076396 2470-CLOSE-LINK-SLOT.
076397     MOVE EXPO-CARD-ENTRY (WS-EXPO-IDX + 1)
076398     TO EXPO-CARD-ENTRY (WS-EXPO-IDX).
076400
076500 2500-MOVE-VELOCITY.
076600* The old card's open windows follow the cardholder. A replacement
076700* that has already transacted keeps its own record with the old
076800* card's counts folded in; the old record is then removed - the
076900* old card is blocked and will never age its windows again.
077000     MOVE RISS-OLD-CARD-NUMBER TO VELO-CARD-NUMBER
077100     READ VELOCITY-FILE
077200     EVALUATE WS-VELO-STATUS
077300     WHEN '00'
077400     MOVE VELOCITY-RECORD TO WS-OLD-VELOCITY
077500     WHEN '23'
077600     GO TO 2500-MOVE-EXIT
077700     WHEN OTHER
077800     DISPLAY 'ERROR READING VELOCITY FILE: ' WS-VELO-STATUS
077810     MOVE 'VELO-IO-ERR' TO WS-STEP-FAIL-REASON
077820     PERFORM 2880-NOTE-STEP-FAILURE
077900     GO TO 2500-MOVE-EXIT
078000     END-EVALUATE
078100     MOVE RISS-NEW-CARD-NUMBER TO VELO-CARD-NUMBER
078200     READ VELOCITY-FILE
078300     EVALUATE WS-VELO-STATUS
078400     WHEN '00'
078500     ADD WS-OV-TRANS-COUNT-1H TO VELO-TRANS-COUNT-1H
078600     ADD WS-OV-AMOUNT-1H TO VELO-AMOUNT-1H
078700     ADD WS-OV-TRANS-COUNT-24H TO VELO-TRANS-COUNT-24H
078800     ADD WS-OV-AMOUNT-24H TO VELO-AMOUNT-24H
078900     IF WS-OV-LAST-UPDATE > VELO-LAST-UPDATE
079000     MOVE WS-OV-LAST-UPDATE TO VELO-LAST-UPDATE
079100     END-IF
079200     REWRITE VELOCITY-RECORD
079300     MOVE 'MRGE' TO WS-MV-VELO
079400     WHEN '23'
079500     MOVE WS-OLD-VELOCITY TO VELOCITY-RECORD
079600     MOVE RISS-NEW-CARD-NUMBER TO VELO-CARD-NUMBER
079700     WRITE VELOCITY-RECORD
079800     MOVE 'MOVE' TO WS-MV-VELO
079900     WHEN OTHER
080000     DISPLAY 'ERROR READING VELOCITY FILE: ' WS-VELO-STATUS
080010     MOVE 'VELO-IO-ERR' TO WS-STEP-FAIL-REASON
080020     PERFORM 2880-NOTE-STEP-FAILURE
080100     GO TO 2500-MOVE-EXIT
080200     END-EVALUATE
080300     IF WS-VELO-STATUS NOT = '00'
080400     DISPLAY 'ERROR WRITING VELOCITY RECORD: ' WS-VELO-STATUS
080500     MOVE 'NONE' TO WS-MV-VELO
080510     MOVE 'VELO-IO-ERR' TO WS-STEP-FAIL-REASON
080520     PERFORM 2880-NOTE-STEP-FAILURE
080600     GO TO 2500-MOVE-EXIT
080700     END-IF
080800     ADD 1 TO WS-VELO-MOVED
080900     MOVE RISS-OLD-CARD-NUMBER TO VELO-CARD-NUMBER
081000     DELETE VELOCITY-FILE RECORD
081100     IF WS-VELO-STATUS NOT = '00'
081200     DISPLAY 'ERROR DELETING OLD VELOCITY RECORD: ' WS-VELO-STATUS
081210     MOVE 'VELO-IO-ERR' TO WS-STEP-FAIL-REASON
081220     PERFORM 2880-NOTE-STEP-FAILURE
081300     END-IF.
081400
081500 2500-MOVE-EXIT.
081600     EXIT.
081700
081800 2550-MOVE-CARD-HISTORY.
081900* Anything the replacement has already done is newer than anything
082000* the old card did, so the old entries go in behind the
082100* replacement's own, newest first, until the five slots are full.
082200     MOVE RISS-OLD-CARD-NUMBER TO HIST-CARD-NUMBER
082300     READ CARD-HISTORY-FILE
082400     EVALUATE WS-HIST-STATUS
082500     WHEN '00'
082600     MOVE CARD-HISTORY-RECORD TO WS-OLD-HISTORY
082700     WHEN '23'
082800     GO TO 2550-MOVE-EXIT
082900     WHEN OTHER
083000     DISPLAY 'ERROR READING CARD HISTORY: ' WS-HIST-STATUS
083010     MOVE 'HIST-IO-ERR' TO WS-STEP-FAIL-REASON
083020     PERFORM 2880-NOTE-STEP-FAILURE
083100     GO TO 2550-MOVE-EXIT
083200     END-EVALUATE
083300     MOVE RISS-NEW-CARD-NUMBER TO HIST-CARD-NUMBER
083400     READ CARD-HISTORY-FILE
083500     EVALUATE WS-HIST-STATUS
083600     WHEN '00'
083700     MOVE 1 TO WS-HIST-FROM-IDX
083800     COMPUTE WS-HIST-IDX = HIST-ENTRY-COUNT + 1
083900     PERFORM 2560-APPEND-ONE-OLD-ENTRY
084000     UNTIL WS-HIST-IDX > 5
084100     OR WS-HIST-FROM-IDX > WS-OH-ENTRY-COUNT
084200     REWRITE CARD-HISTORY-RECORD
084300     MOVE 'MRGE' TO WS-MV-HIST
084400     WHEN '23'
084500     MOVE WS-OLD-HISTORY TO CARD-HISTORY-RECORD
084600     MOVE RISS-NEW-CARD-NUMBER TO HIST-CARD-NUMBER
084700     WRITE CARD-HISTORY-RECORD
084800     MOVE 'MOVE' TO WS-MV-HIST
084900     WHEN OTHER
085000     DISPLAY 'ERROR READING CARD HISTORY: ' WS-HIST-STATUS
085010     MOVE 'HIST-IO-ERR' TO WS-STEP-FAIL-REASON
085020     PERFORM 2880-NOTE-STEP-FAILURE
085100     GO TO 2550-MOVE-EXIT
085200     END-EVALUATE
085300     IF WS-HIST-STATUS NOT = '00'
085400     DISPLAY 'ERROR WRITING CARD HISTORY: ' WS-HIST-STATUS
085500     MOVE 'NONE' TO WS-MV-HIST
085510     MOVE 'HIST-IO-ERR' TO WS-STEP-FAIL-REASON
085520     PERFORM 2880-NOTE-STEP-FAILURE
085600     GO TO 2550-MOVE-EXIT
085700     END-IF
085800     ADD 1 TO WS-HIST-MOVED
085900     MOVE RISS-OLD-CARD-NUMBER TO HIST-CARD-NUMBER
086000     DELETE CARD-HISTORY-FILE RECORD
086100     IF WS-HIST-STATUS NOT = '00'
086200     DISPLAY 'ERROR DELETING OLD CARD HISTORY: ' WS-HIST-STATUS
086210     MOVE 'HIST-IO-ERR' TO WS-STEP-FAIL-REASON
086220     PERFORM 2880-NOTE-STEP-FAILURE
086300     END-IF.
086400
086500 2550-MOVE-EXIT.
086600     EXIT.
086700
086800 2560-APPEND-ONE-OLD-ENTRY.
086900     MOVE WS-OH-ENTRY(WS-HIST-FROM-IDX) TO HIST-ENTRY(WS-HIST-IDX)
087000     MOVE WS-HIST-IDX TO HIST-ENTRY-COUNT
087100     ADD 1 TO WS-HIST-IDX
087200     ADD 1 TO WS-HIST-FROM-IDX.
087300
087400 2600-MOVE-TRAVEL-PLANS.
087500* A trip declared on the old card is still the cardholder's trip.
087600* Plans already ended are left behind; a replacement that already
087700* has plans of its own takes the old card's live ones into any
087800* free slots.
087900     MOVE RISS-OLD-CARD-NUMBER TO TRAV-CARD-NUMBER
088000     READ TRAVEL-PLAN-FILE
088100     EVALUATE WS-TRAV-STATUS
088200     WHEN '00'
088300     MOVE TRAVEL-PLAN-RECORD TO WS-OLD-TRAVEL
088400     WHEN '23'
088500     GO TO 2600-MOVE-EXIT
088600     WHEN OTHER
088700     DISPLAY 'ERROR READING TRAVEL PLAN FILE: ' WS-TRAV-STATUS
088710     MOVE 'TRAV-IO-ERR' TO WS-STEP-FAIL-REASON
088720     PERFORM 2880-NOTE-STEP-FAILURE
088800     GO TO 2600-MOVE-EXIT
088900     END-EVALUATE
089000     MOVE RISS-NEW-CARD-NUMBER TO TRAV-CARD-NUMBER
089100     READ TRAVEL-PLAN-FILE
089200     EVALUATE WS-TRAV-STATUS
089300     WHEN '00'
089400     MOVE 'MRGE' TO WS-MV-TRAV
089500     WHEN '23'
089600     INITIALIZE TRAVEL-PLAN-RECORD
089700     MOVE RISS-NEW-CARD-NUMBER TO TRAV-CARD-NUMBER
089800     MOVE ZERO TO TRAV-PLAN-COUNT
089900     MOVE 'MOVE' TO WS-MV-TRAV
090000     WHEN OTHER
090100     DISPLAY 'ERROR READING TRAVEL PLAN FILE: ' WS-TRAV-STATUS
090110     MOVE 'TRAV-IO-ERR' TO WS-STEP-FAIL-REASON
090120     PERFORM 2880-NOTE-STEP-FAILURE
090200     GO TO 2600-MOVE-EXIT
090300     END-EVALUATE
090400     PERFORM 2610-CARRY-ONE-TRAVEL-PLAN
090500     VARYING WS-TRAV-IDX FROM 1 BY 1
090600     UNTIL WS-TRAV-IDX > WS-OT-PLAN-COUNT
090700     OR WS-TRAV-IDX > 3
090800     IF WS-MV-TRAV = 'MRGE'
090900     REWRITE TRAVEL-PLAN-RECORD
091000     ELSE
091100     IF TRAV-PLAN-COUNT = ZERO
091200     MOVE 'NONE' TO WS-MV-TRAV
091300     ELSE
091400     WRITE TRAVEL-PLAN-RECORD
091500     END-IF
091600     END-IF
091700     IF WS-MV-TRAV NOT = 'NONE'
091710     AND WS-TRAV-STATUS NOT = '00'
091800     DISPLAY 'ERROR WRITING TRAVEL PLAN: ' WS-TRAV-STATUS
091900     MOVE 'NONE' TO WS-MV-TRAV
091910     MOVE 'TRAV-IO-ERR' TO WS-STEP-FAIL-REASON
091920     PERFORM 2880-NOTE-STEP-FAILURE
092000     GO TO 2600-MOVE-EXIT
092100     END-IF
092200     IF WS-MV-TRAV NOT = 'NONE'
092300     ADD 1 TO WS-TRAV-MOVED
092400     END-IF
092500     MOVE RISS-OLD-CARD-NUMBER TO TRAV-CARD-NUMBER
092600     DELETE TRAVEL-PLAN-FILE RECORD
092700     IF WS-TRAV-STATUS NOT = '00'
092800     DISPLAY 'ERROR DELETING OLD TRAVEL PLAN: ' WS-TRAV-STATUS
092810     MOVE 'TRAV-IO-ERR' TO WS-STEP-FAIL-REASON
092820     PERFORM 2880-NOTE-STEP-FAILURE
092900     END-IF.
093000
093100 2600-MOVE-EXIT.
093200     EXIT.
093300
093400 2610-CARRY-ONE-TRAVEL-PLAN.
093500     IF WS-OT-END-DATE(WS-TRAV-IDX) NOT < WS-RUN-DATE
093600     AND TRAV-PLAN-COUNT < 3
093700     ADD 1 TO TRAV-PLAN-COUNT
093800     MOVE WS-OT-PLAN(WS-TRAV-IDX) TO TRAV-PLAN(TRAV-PLAN-COUNT)
093900 END-IF.
094000
094100 2700-LINK-CARD-TOKENS.
094200* Both cards end up pointing at each other. A replacement not yet
094300* tokenized takes the old card's surrogate, so every decision the
094400* fraud engine logs for it from tonight on archives under the same
094500* token as the old card's history. A replacement that has already
094600* been tokenized keeps its surrogate - rewriting it would orphan
094700* what was already logged - and ARCHIVE-RETRIEVAL follows the
094800* prior/next links to pick up the other card's token. An old card
094810* that never had a surrogate takes the replacement's, so the link
094820* back from the old card is written whichever card was tokenized.
094830     MOVE 'N' TO WS-OLD-TOKEN-FLAG
094840     MOVE ZERO TO WS-OLD-TOKEN
094850     MOVE ZERO TO WS-NEW-TOKEN
094860     MOVE RISS-OLD-CARD-NUMBER TO TOKEN-CARD-NUMBER
094870     READ TOKEN-XREF-FILE
094880     EVALUATE WS-TOKEN-STATUS
094890     WHEN '00'
094900     SET OLD-TOKEN-ON-FILE TO TRUE
094910     MOVE TOKEN-SURROGATE TO WS-OLD-TOKEN
094920     WHEN '23'
094930     CONTINUE
094940     WHEN OTHER
094950     DISPLAY 'ERROR READING TOKEN XREF: ' WS-TOKEN-STATUS
094960     MOVE 'TOKN-IO-ERR' TO WS-STEP-FAIL-REASON
094970     PERFORM 2880-NOTE-STEP-FAILURE
094980     GO TO 2700-LINK-EXIT
094990     END-EVALUATE
095000     MOVE RISS-NEW-CARD-NUMBER TO TOKEN-CARD-NUMBER
095010     READ TOKEN-XREF-FILE
095020     EVALUATE WS-TOKEN-STATUS
095030     WHEN '00'
095040     MOVE TOKEN-SURROGATE TO WS-NEW-TOKEN
095050     MOVE RISS-OLD-CARD-NUMBER TO TOKEN-PRIOR-CARD
095060     IF TOKEN-NEXT-CARD NOT NUMERIC
095070     MOVE ZERO TO TOKEN-NEXT-CARD
095080     END-IF
095090     REWRITE TOKEN-XREF-RECORD
095100     IF OLD-TOKEN-ON-FILE
095110     MOVE 'LINK' TO WS-MV-TOKEN
095120     ELSE
095130     MOVE 'SHAR' TO WS-MV-TOKEN
095140     END-IF
095150     WHEN '23'
095160     IF NOT OLD-TOKEN-ON-FILE
095170     PERFORM 2710-ASSIGN-SHARED-TOKEN THRU 2710-ASSIGN-EXIT
095180     IF WS-OLD-TOKEN = ZERO
095190     MOVE 'TOKN-IO-ERR' TO WS-STEP-FAIL-REASON
095200     PERFORM 2880-NOTE-STEP-FAILURE
095210     GO TO 2700-LINK-EXIT
095220     END-IF
095230     END-IF
095240     MOVE SPACES TO TOKEN-XREF-RECORD
095250     MOVE RISS-NEW-CARD-NUMBER TO TOKEN-CARD-NUMBER
095260     MOVE WS-OLD-TOKEN TO TOKEN-SURROGATE
095270     MOVE WS-RUN-DATE TO TOKEN-CREATE-DATE
095280     MOVE RISS-OLD-CARD-NUMBER TO TOKEN-PRIOR-CARD
095290     MOVE ZERO TO TOKEN-NEXT-CARD
095300     WRITE TOKEN-XREF-RECORD
095310     MOVE 'SHAR' TO WS-MV-TOKEN
095320     WHEN OTHER
095330     DISPLAY 'ERROR READING TOKEN XREF: ' WS-TOKEN-STATUS
095340     MOVE 'TOKN-IO-ERR' TO WS-STEP-FAIL-REASON
095350     PERFORM 2880-NOTE-STEP-FAILURE
095360     GO TO 2700-LINK-EXIT
095370     END-EVALUATE
095380     IF WS-TOKEN-STATUS NOT = '00'
095390     DISPLAY 'ERROR WRITING TOKEN XREF: ' WS-TOKEN-STATUS
095400     MOVE 'NONE' TO WS-MV-TOKEN
095410     MOVE 'TOKN-IO-ERR' TO WS-STEP-FAIL-REASON
095420     PERFORM 2880-NOTE-STEP-FAILURE
095430     GO TO 2700-LINK-EXIT
095440     END-IF
095450     ADD 1 TO WS-TOKENS-LINKED
095460     MOVE RISS-OLD-CARD-NUMBER TO TOKEN-CARD-NUMBER
095470     READ TOKEN-XREF-FILE
095480     EVALUATE WS-TOKEN-STATUS
095490     WHEN '00'
095500     MOVE RISS-NEW-CARD-NUMBER TO TOKEN-NEXT-CARD
095510     IF TOKEN-PRIOR-CARD NOT NUMERIC
095520     MOVE ZERO TO TOKEN-PRIOR-CARD
095530     END-IF
095540     REWRITE TOKEN-XREF-RECORD
095550     WHEN '23'
095560     MOVE SPACES TO TOKEN-XREF-RECORD
095570     MOVE RISS-OLD-CARD-NUMBER TO TOKEN-CARD-NUMBER
095580     MOVE WS-NEW-TOKEN TO TOKEN-SURROGATE
095590     MOVE WS-RUN-DATE TO TOKEN-CREATE-DATE
095600     MOVE ZERO TO TOKEN-PRIOR-CARD
095610     MOVE RISS-NEW-CARD-NUMBER TO TOKEN-NEXT-CARD
095620     WRITE TOKEN-XREF-RECORD
095630     WHEN OTHER
095640     CONTINUE
095650     END-EVALUATE
095660     IF WS-TOKEN-STATUS NOT = '00'
095670     DISPLAY 'ERROR LINKING OLD TOKEN XREF: ' WS-TOKEN-STATUS
095680     MOVE 'HALF' TO WS-MV-TOKEN
095690     MOVE 'TOKN-IO-ERR' TO WS-STEP-FAIL-REASON
095700     PERFORM 2880-NOTE-STEP-FAILURE
095710 END-IF.
101000
101100 2700-LINK-EXIT.
101200     EXIT.
101300
101400 2710-ASSIGN-SHARED-TOKEN.
101500* The old card never reached the fraud engine after the PCI
101600* cutover, so it has no surrogate. Take the next one off the
101700* single-stream control record (key 0) exactly as 3080 in the
101800* engine would, and tokenize the old card with it first so the
101900* pair shares one token from the start.
102000     MOVE ZERO TO WS-OLD-TOKEN
102100     MOVE ZERO TO TOKEN-CARD-NUMBER
102200     READ TOKEN-XREF-FILE
102300     IF WS-TOKEN-STATUS = '00'
102400     COMPUTE WS-NEW-TOKEN = TOKEN-SURROGATE + 1
102500     MOVE WS-NEW-TOKEN TO TOKEN-SURROGATE
102600     MOVE WS-RUN-DATE TO TOKEN-CREATE-DATE
102700     REWRITE TOKEN-XREF-RECORD
102800     ELSE
102900     MOVE 1 TO WS-NEW-TOKEN
103000     MOVE SPACES TO TOKEN-XREF-RECORD
103100     MOVE ZERO TO TOKEN-CARD-NUMBER
103200     MOVE WS-NEW-TOKEN TO TOKEN-SURROGATE
103300     MOVE WS-RUN-DATE TO TOKEN-CREATE-DATE
103400     WRITE TOKEN-XREF-RECORD
103500     END-IF
103600     IF WS-TOKEN-STATUS NOT = '00'
103700     DISPLAY 'ERROR UPDATING TOKEN CONTROL: ' WS-TOKEN-STATUS
103800     GO TO 2710-ASSIGN-EXIT
103900     END-IF
104000     MOVE SPACES TO TOKEN-XREF-RECORD
104100     MOVE RISS-OLD-CARD-NUMBER TO TOKEN-CARD-NUMBER
104200     MOVE WS-NEW-TOKEN TO TOKEN-SURROGATE
104300     MOVE WS-RUN-DATE TO TOKEN-CREATE-DATE
104400     MOVE ZERO TO TOKEN-PRIOR-CARD
104500     MOVE ZERO TO TOKEN-NEXT-CARD
104600     WRITE TOKEN-XREF-RECORD
104700     IF WS-TOKEN-STATUS NOT = '00'
104800     DISPLAY 'ERROR WRITING TOKEN XREF: ' WS-TOKEN-STATUS
104900     ELSE
105000     SET OLD-TOKEN-ON-FILE TO TRUE
105100     MOVE WS-NEW-TOKEN TO WS-OLD-TOKEN
105200     END-IF.
105300
105400 2710-ASSIGN-EXIT.
105500     EXIT.
105600
105700 2800-CHECK-OLD-CARD-HOT.
105800* Reissue does not block the old card - that is the call center's
105900* job through HOTCARD. A pair whose old card is not blocked is
106000* flagged on the register so card operations can confirm the old
106100* plastic is really dead.
106200     MOVE RISS-OLD-CARD-NUMBER TO HOT-CARD-NUMBER
106300     READ HOTCARD-FILE
106400     EVALUATE WS-HOT-STATUS
106500     WHEN '00'
106600     MOVE 'YES' TO WS-MV-HOT
106700     WHEN '23'
106800     MOVE 'NO' TO WS-MV-HOT
106900     ADD 1 TO WS-NOT-HOT-CARDED
107000     WHEN OTHER
107100     DISPLAY 'ERROR READING HOT CARD FILE: ' WS-HOT-STATUS
107200     MOVE '??' TO WS-MV-HOT
107210     MOVE 'HOT-IO-ERR' TO WS-STEP-FAIL-REASON
107220     PERFORM 2880-NOTE-STEP-FAILURE
107300     END-EVALUATE.
107400
107500 2850-TABLE-REISSUED-PAIR.
107600     ADD 1 TO WS-RP-COUNT
107700     MOVE RISS-OLD-CARD-NUMBER TO WS-RP-OLD-CARD(WS-RP-COUNT)
107800     MOVE RISS-NEW-CARD-NUMBER TO WS-RP-NEW-CARD(WS-RP-COUNT)
107900     MOVE RISS-REASON TO WS-RP-REASON(WS-RP-COUNT)
108000     MOVE RISS-OPERATOR-ID TO WS-RP-OPERATOR(WS-RP-COUNT).
108010
108020 2880-NOTE-STEP-FAILURE.
108030* The first step to fail is the one the register reports.
108040     IF NOT STEP-FAILED
108050     MOVE WS-STEP-FAIL-REASON TO WS-REISSUE-REJECT-REASON
108060     SET STEP-FAILED TO TRUE
108070 END-IF.
108100
108200 2900-WRITE-REGISTER-LINE.
108300     MOVE RISS-OLD-CARD-NUMBER TO WS-MASK-CARD-IN
108400     PERFORM 2950-MASK-CARD-NUMBER
108500     MOVE WS-MASKED-CARD TO WS-REG-OLD-CARD
108600     MOVE RISS-NEW-CARD-NUMBER TO WS-MASK-CARD-IN
108700     PERFORM 2950-MASK-CARD-NUMBER
108800     MOVE WS-MASKED-CARD TO WS-REG-NEW-CARD
108900     MOVE WS-REISSUE-RESULT TO WS-REG-RESULT
109000     MOVE WS-REISSUE-REJECT-REASON TO WS-REG-REASON
109100     MOVE WS-MV-CUST TO WS-REG-CUST
109200     MOVE WS-MV-VELO TO WS-REG-VELO
109300     MOVE WS-MV-HIST TO WS-REG-HIST
109400     MOVE WS-MV-TRAV TO WS-REG-TRAV
109500     MOVE WS-MV-TOKEN TO WS-REG-TOKEN
109600     MOVE WS-MV-HOT TO WS-REG-HOT
109610     MOVE WS-MV-LINK TO WS-REG-LINK
109700     MOVE RISS-REASON TO WS-REG-WHY
109800     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
109900
110000 2950-MASK-CARD-NUMBER.
110100     MOVE SPACES TO WS-MASKED-CARD
110200     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
110300     WS-MASK-CARD-TEXT(13:4)
110400     DELIMITED BY SIZE INTO WS-MASKED-CARD.
110500
110600 2000-PROCESS-EXIT.
110700     EXIT.
110800
110900 3000-MOVE-OPEN-CASES SECTION.
111000 3000-CASES-START.
111100* One sweep of the case file for the whole deck. Open and
111200* pending-customer cases follow the cardholder to the new card;
111300* closed cases stay with the card they were worked on, which is
111400* where ARCHIVE-RETRIEVAL looks for them.
111500     IF WS-RP-COUNT = ZERO
111600     GO TO 3000-CASES-EXIT
111700     END-IF
111800     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-BLANK-LINE
111900     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-CASE-HEADER
112000     MOVE 'N' TO WS-CASE-EOF-FLAG
112100     MOVE ZERO TO CASE-NUMBER
112200     START CASE-FILE KEY IS NOT LESS THAN CASE-NUMBER
112300     INVALID KEY
112400     SET CASE-EOF-REACHED TO TRUE
112500     END-START
112600     IF NOT CASE-EOF-REACHED
112700     PERFORM 3100-READ-NEXT-CASE
112800     END-IF
112900     PERFORM UNTIL CASE-EOF-REACHED
113000     ADD 1 TO WS-CASES-READ
113100     IF CASE-STATUS NOT = 'CLOSED'
113200     PERFORM 3200-MATCH-REISSUED-CARD
113300     IF RP-ENTRY-FOUND
113400     PERFORM 3300-MOVE-ONE-CASE
113500     END-IF
113600     END-IF
113700     PERFORM 3100-READ-NEXT-CASE
113800     END-PERFORM
113900     GO TO 3000-CASES-EXIT.
114000
114100 3100-READ-NEXT-CASE.
114200     READ CASE-FILE NEXT RECORD
114300     AT END
114400     SET CASE-EOF-REACHED TO TRUE
114500 END-READ.
114600
114700 3200-MATCH-REISSUED-CARD.
114800     MOVE 'N' TO WS-RP-FOUND-FLAG
114900     MOVE ZERO TO WS-RP-HIT
115000     PERFORM 3210-PROBE-PAIR-ENTRY
115100     VARYING WS-RP-IDX FROM 1 BY 1
115200     UNTIL WS-RP-IDX > WS-RP-COUNT OR RP-ENTRY-FOUND.
115300
115400 3210-PROBE-PAIR-ENTRY.
115500     IF WS-RP-OLD-CARD(WS-RP-IDX) = CASE-CARD-NUMBER
115600     SET RP-ENTRY-FOUND TO TRUE
115700     MOVE WS-RP-IDX TO WS-RP-HIT
115800 END-IF.
115900
116000 3300-MOVE-ONE-CASE.
116100     MOVE WS-RP-OLD-CARD(WS-RP-HIT) TO WS-MASK-CARD-IN
116200     PERFORM 2950-MASK-CARD-NUMBER
116300     MOVE WS-MASKED-CARD TO WS-MASKED-OLD-CARD
116400     MOVE WS-RP-NEW-CARD(WS-RP-HIT) TO WS-MASK-CARD-IN
116500     PERFORM 2950-MASK-CARD-NUMBER
116600     MOVE WS-MASKED-CARD TO WS-MASKED-NEW-CARD
116700     MOVE WS-RP-NEW-CARD(WS-RP-HIT) TO CASE-CARD-NUMBER
116800     REWRITE CASE-RECORD
116900     IF WS-CASE-STATUS NOT = '00'
117000     DISPLAY 'ERROR REWRITING CASE RECORD: ' WS-CASE-STATUS
117100     MOVE 'REJECTED' TO AUD-RESULT
117200     MOVE 'CASE-IO-ERR' TO AUD-REJECT-REASON
117300     ELSE
117400     ADD 1 TO WS-CASES-MOVED
117500     MOVE 'APPLIED' TO AUD-RESULT
117600     MOVE SPACES TO AUD-REJECT-REASON
117700     MOVE CASE-NUMBER TO WS-REG-CASE-NUMBER
117800     MOVE CASE-STATUS TO WS-REG-CASE-STATUS
117900     MOVE WS-MASKED-OLD-CARD TO WS-REG-CASE-OLD
118000     MOVE WS-MASKED-NEW-CARD TO WS-REG-CASE-NEW
118100     MOVE CASE-ASSIGNED-ANALYST TO WS-REG-CASE-ANALYST
118200     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-CASE-LINE
118300     END-IF
118400     PERFORM 3400-WRITE-CASE-AUDIT.
118500
118600 3400-WRITE-CASE-AUDIT.
118700     MOVE CASE-NUMBER TO AUD-CASE-NUMBER
118800     MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
118900     MOVE 'REISSUE' TO AUD-ACTION-CODE
119000     MOVE WS-RP-OPERATOR(WS-RP-HIT) TO AUD-ANALYST-ID
119100     MOVE CASE-STATUS TO AUD-OLD-STATUS
119200     MOVE CASE-STATUS TO AUD-NEW-STATUS
119300     MOVE CASE-ASSIGNED-ANALYST TO AUD-OLD-ANALYST
119400     MOVE CASE-ASSIGNED-ANALYST TO AUD-NEW-ANALYST
119500     MOVE SPACES TO AUD-NOTES
119600     STRING 'CARD REISSUED (' WS-RP-REASON(WS-RP-HIT) ') '
119700     WS-MASKED-OLD-CARD ' TO ' WS-MASKED-NEW-CARD
119800     DELIMITED BY SIZE INTO AUD-NOTES
119900     WRITE CASE-AUDIT-RECORD
120000     IF WS-AUDIT-STATUS NOT = '00'
120100     DISPLAY 'ERROR WRITING CASE AUDIT: ' WS-AUDIT-STATUS
120200     END-IF.
120300
120400 3000-CASES-EXIT.
120500     EXIT.
120600
120700 9000-FINALIZE-PROGRAM SECTION.
120800 9000-FINALIZE-START.
120900     PERFORM 9100-WRITE-REGISTER-TOTALS
121000     PERFORM 9200-CLOSE-FILES
121100     PERFORM 9300-DISPLAY-FINAL-STATS
121200     DISPLAY 'CARD REISSUE BATCH - COMPLETED'
121300     GO TO 9000-FINALIZE-EXIT.
121400
121500 9100-WRITE-REGISTER-TOTALS.
121600     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-BLANK-LINE
121700     MOVE 'REISSUE PAIRS READ' TO WS-REG-TOTAL-LABEL
121800     MOVE WS-PAIRS-READ TO WS-REG-TOTAL-COUNT
121900     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
122000     MOVE 'PAIRS APPLIED' TO WS-REG-TOTAL-LABEL
122100     MOVE WS-PAIRS-APPLIED TO WS-REG-TOTAL-COUNT
122200     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
122210     MOVE 'PAIRS PARTIALLY APPLIED' TO WS-REG-TOTAL-LABEL
122220     MOVE WS-PAIRS-PARTIAL TO WS-REG-TOTAL-COUNT
122230     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
122300     MOVE 'PAIRS REJECTED' TO WS-REG-TOTAL-LABEL
122400     MOVE WS-PAIRS-REJECTED TO WS-REG-TOTAL-COUNT
122500     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
122600     MOVE 'CUSTOMER MASTERS CARRIED' TO WS-REG-TOTAL-LABEL
122700     MOVE WS-CUST-MOVED TO WS-REG-TOTAL-COUNT
122800     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
122900     MOVE 'VELOCITY RECORDS CARRIED' TO WS-REG-TOTAL-LABEL
123000     MOVE WS-VELO-MOVED TO WS-REG-TOTAL-COUNT
123100     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
123200     MOVE 'CARD HISTORIES CARRIED' TO WS-REG-TOTAL-LABEL
123300     MOVE WS-HIST-MOVED TO WS-REG-TOTAL-COUNT
123400     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
123500     MOVE 'TRAVEL PLANS CARRIED' TO WS-REG-TOTAL-LABEL
123600     MOVE WS-TRAV-MOVED TO WS-REG-TOTAL-COUNT
123700     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
123800     MOVE 'TOKENS LINKED' TO WS-REG-TOTAL-LABEL
123900     MOVE WS-TOKENS-LINKED TO WS-REG-TOTAL-COUNT
124000     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
124100     MOVE 'OPEN CASES MOVED' TO WS-REG-TOTAL-LABEL
124200     MOVE WS-CASES-MOVED TO WS-REG-TOTAL-COUNT
124300     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
124310     MOVE 'CUSTOMER LINKS MOVED' TO WS-REG-TOTAL-LABEL
124320     MOVE WS-LINKS-MOVED TO WS-REG-TOTAL-COUNT
124330     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
124400     MOVE 'OLD CARDS NOT HOT-CARDED' TO WS-REG-TOTAL-LABEL
124500     MOVE WS-NOT-HOT-CARDED TO WS-REG-TOTAL-COUNT
124600     WRITE REISSUE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE.
124700
124800 9200-CLOSE-FILES.
124900     CLOSE REISSUE-FILE
125000     CLOSE CUSTOMER-FILE
125100     CLOSE VELOCITY-FILE
125200     CLOSE CARD-HISTORY-FILE
125300     IF TRAV-FILE-OPEN
125400     CLOSE TRAVEL-PLAN-FILE
125500     END-IF
125600     CLOSE TOKEN-XREF-FILE
125700     CLOSE HOTCARD-FILE
125710     IF EXPO-FILE-OPEN
125720     CLOSE CUST-EXPOSURE-FILE
125730     END-IF
125800     CLOSE CASE-FILE
125900     CLOSE CASE-AUDIT-FILE
126000     CLOSE REISSUE-REGISTER.
126100
126200 9300-DISPLAY-FINAL-STATS.
126300     DISPLAY ' '
126400     DISPLAY '=========================================='
126500     DISPLAY 'CARD REISSUE STATISTICS'
126600     DISPLAY '=========================================='
126700     DISPLAY 'PAIRS READ: ' WS-PAIRS-READ
126800     DISPLAY 'PAIRS APPLIED: ' WS-PAIRS-APPLIED
126810     DISPLAY 'PAIRS PARTIALLY APPLIED: ' WS-PAIRS-PARTIAL
126900     DISPLAY 'PAIRS REJECTED: ' WS-PAIRS-REJECTED
127000     DISPLAY 'CASES SCANNED: ' WS-CASES-READ
127100     DISPLAY 'OPEN CASES MOVED: ' WS-CASES-MOVED
127200     DISPLAY '=========================================='
127300     IF WS-PAIRS-PARTIAL > ZERO
127310     DISPLAY 'PAIRS PARTIALLY CARRIED - COMPLETE BY HAND: '
127320     WS-PAIRS-PARTIAL
127330     MOVE 8 TO RETURN-CODE
127340     ELSE
127350     IF WS-PAIRS-REJECTED > ZERO OR WS-NOT-HOT-CARDED > ZERO
127400     DISPLAY 'EXCEPTIONS ON REISSUE REGISTER - REVIEW DECK'
127500     MOVE 4 TO RETURN-CODE
127600     END-IF
127610 END-IF.
127700
127800 9000-FINALIZE-EXIT.
127900     EXIT.
128000
128100* END OF CARD-REISSUE-BATCH PROGRAM
