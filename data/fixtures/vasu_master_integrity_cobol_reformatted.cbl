000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MASTER-INTEGRITY.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600*
000700* MODIFICATION HISTORY
000800* 2026-10-15  FRAUD-DETECTION-TEAM  ORIGINAL VERSION. WEEKLY
000900*             CROSS-FILE INTEGRITY RUN OVER THE FRAUD MASTERS -
001000*             VELOCITY, CARD HISTORY, TRAVEL PLAN AND TOKEN
001100*             RECORDS WITH NO CUSTOMER, TRAVEL PLANS PAST THEIR
001200*             END DATE, HOT-CARDED CARDS WITH NO CUSTOMER OR A
001300*             BLANK CUST-FRAUD-FLAG, OPEN CASES FOR CLOSED OR
001400*             MISSING ACCOUNTS AND MERCHANT VELOCITY RECORDS WITH
001500*             NO MERCHANT. EACH KIND IS COUNTED WITH MASKED SAMPLE
001600*             KEYS ON THE INTEGRITY REPORT. WITH PARMFILE KEY
001700*             INTEG-FIX SET TO 1 THE ORPHANS AND EXPIRED PLANS ARE
001800*             PURGED AND EVERY RECORD REMOVED OR REWRITTEN GOES TO
001900*             THE INTGAUDT AUDIT FILE WITH ITS BEFORE IMAGE.
002000*             HOT-CARD AND CASE FINDINGS ARE REPORTED ONLY.
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-Z15.
002500 OBJECT-COMPUTER. IBM-Z15.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PARAMETER-FILE ASSIGN TO 'PARMFILE'
003000     ORGANIZATION IS SEQUENTIAL
003100     ACCESS MODE IS SEQUENTIAL
003200 FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
003500     ORGANIZATION IS INDEXED
003600     ACCESS MODE IS DYNAMIC
003700     RECORD KEY IS CUST-CARD-NUMBER
003800 FILE STATUS IS WS-CUST-STATUS.
003900
004000     SELECT MERCHANT-FILE ASSIGN TO 'MERCHFILE'
004100     ORGANIZATION IS INDEXED
004200     ACCESS MODE IS DYNAMIC
004300     RECORD KEY IS MERCH-ID
004400 FILE STATUS IS WS-MERCH-STATUS.
004500
004600     SELECT VELOCITY-FILE ASSIGN TO 'VELOFILE'
004700     ORGANIZATION IS INDEXED
004800     ACCESS MODE IS DYNAMIC
004900     RECORD KEY IS VELO-CARD-NUMBER
005000 FILE STATUS IS WS-VELO-STATUS.
005100
005200     SELECT CARD-HISTORY-FILE ASSIGN TO 'CARDHIST'
005300     ORGANIZATION IS INDEXED
005400     ACCESS MODE IS DYNAMIC
005500     RECORD KEY IS HIST-CARD-NUMBER
005600 FILE STATUS IS WS-HIST-STATUS.
005700
005800     SELECT TRAVEL-PLAN-FILE ASSIGN TO 'TRAVFILE'
005900     ORGANIZATION IS INDEXED
006000     ACCESS MODE IS DYNAMIC
006100     RECORD KEY IS TRAV-CARD-NUMBER
006200 FILE STATUS IS WS-TRAV-STATUS.
006300
006400     SELECT TOKEN-XREF-FILE ASSIGN TO 'TOKENXRF'
006500     ORGANIZATION IS INDEXED
006600     ACCESS MODE IS DYNAMIC
006700     RECORD KEY IS TOKEN-CARD-NUMBER
006800 FILE STATUS IS WS-TOKEN-STATUS.
006900
007000     SELECT HOTCARD-FILE ASSIGN TO 'HOTCARD'
007100     ORGANIZATION IS INDEXED
007200     ACCESS MODE IS DYNAMIC
007300     RECORD KEY IS HOT-CARD-NUMBER
007400 FILE STATUS IS WS-HOT-STATUS.
007500
007600     SELECT CASE-FILE ASSIGN TO 'CASEFILE'
007700     ORGANIZATION IS INDEXED
007800     ACCESS MODE IS DYNAMIC
007900     RECORD KEY IS CASE-NUMBER
008000 FILE STATUS IS WS-CASE-STATUS.
008100
008200     SELECT MERCHANT-VELOCITY-FILE ASSIGN TO 'MVELFILE'
008300     ORGANIZATION IS INDEXED
008400     ACCESS MODE IS DYNAMIC
008500     RECORD KEY IS MV-MERCHANT-ID
008600 FILE STATUS IS WS-MVEL-STATUS.
008700
008800     SELECT INTEGRITY-AUDIT-FILE ASSIGN TO 'INTGAUDT'
008900     ORGANIZATION IS SEQUENTIAL
009000     ACCESS MODE IS SEQUENTIAL
009100 FILE STATUS IS WS-IAUD-STATUS.
009200
009300     SELECT INTEGRITY-REPORT ASSIGN TO 'INTGRPT'
009400     ORGANIZATION IS SEQUENTIAL
009500     ACCESS MODE IS SEQUENTIAL
009600 FILE STATUS IS WS-RPT-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000
010100* Only the 'T' records are read here, for INTEG-FIX.
010200 FD  PARAMETER-FILE
010300     RECORDING MODE IS F
010400 RECORD CONTAINS 80 CHARACTERS.
010500 01  PARAMETER-RECORD.
010600 05  PARM-RECORD-TYPE        PIC X(1).
010700 88  PARM-THRESHOLD-REC  VALUE 'T'.
010800 05  PARM-KEY                PIC X(12).
010900 05  PARM-VALUE              PIC 9(8)V99.
011000 05  PARM-EFFECTIVE-DATE     PIC 9(8).
011100 05  FILLER                  PIC X(49).
011200
011300 FD  CUSTOMER-FILE
011400     RECORDING MODE IS F
011500 RECORD CONTAINS 300 CHARACTERS.
011600 01  CUSTOMER-RECORD.
011700 05  CUST-CARD-NUMBER        PIC 9(16).
011800 05  CUST-NAME               PIC X(40).
011900 05  CUST-HOME-ZIP           PIC X(10).
012000 05  CUST-HOME-COUNTRY       PIC X(3).
012100 05  CUST-HOME-CURRENCY      PIC X(3).
012200 05  CUST-ACCOUNT-OPEN-DATE  PIC 9(8).
012300 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
012400 05  CUST-CURRENT-BALANCE    PIC 9(8)V99.
012500 05  CUST-RISK-SCORE         PIC 9(3).
012600 05  CUST-FRAUD-FLAG         PIC X(1).
012700 05  CUST-LAST-TRANS-DATE    PIC 9(8).
012800 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
012900 05  CUST-MAX-DAILY-SPEND    PIC 9(8)V99.
013000 05  CUST-TRAVEL-FLAG        PIC X(1).
013100 05  CUST-PHONE-NUMBER       PIC X(15).
013200 05  CUST-EMAIL              PIC X(50).
013300 05  CUST-ACCOUNT-STATUS     PIC X(1).
013400 88  CUST-ACCOUNT-CLOSED VALUE 'C'.
013500 05  FILLER                  PIC X(140).
013600
013700 FD  MERCHANT-FILE
013800     RECORDING MODE IS F
013900 RECORD CONTAINS 150 CHARACTERS.
014000 01  MERCHANT-RECORD.
014100 05  MERCH-ID                PIC X(10).
014200 05  MERCH-NAME              PIC X(40).
014300 05  FILLER                  PIC X(100).
014400
014500 FD  VELOCITY-FILE
014600     RECORDING MODE IS F
014700 RECORD CONTAINS 100 CHARACTERS.
014800 01  VELOCITY-RECORD.
014900 05  VELO-CARD-NUMBER        PIC 9(16).
015000 05  VELO-TRANS-COUNT-1H     PIC 9(3).
015100 05  VELO-AMOUNT-1H          PIC 9(8)V99.
015200 05  VELO-TRANS-COUNT-24H    PIC 9(4).
015300 05  VELO-AMOUNT-24H         PIC 9(8)V99.
015400 05  VELO-LAST-UPDATE        PIC 9(14).
015500 05  VELO-LOCATION-COUNT     PIC 9(2).
015600 05  VELO-MERCHANT-COUNT     PIC 9(3).
015700 05  FILLER                  PIC X(38).
015800
015900 FD  CARD-HISTORY-FILE
016000     RECORDING MODE IS F
016100 RECORD CONTAINS 250 CHARACTERS.
016200 01  CARD-HISTORY-RECORD.
016300 05  HIST-CARD-NUMBER        PIC 9(16).
016400 05  HIST-ENTRY-COUNT        PIC 9(2).
016500 05  HIST-ENTRY OCCURS 5 TIMES.
016600     10  HIST-AMOUNT         PIC 9(8)V99.
016700 10  HIST-MERCHANT-ID    PIC X(10).
016800 10  HIST-TIMESTAMP      PIC 9(14).
016900 10  HIST-LOCATION-ZIP   PIC X(10).
017000 05  FILLER                  PIC X(12).
017100
017200 FD  TRAVEL-PLAN-FILE
017300     RECORDING MODE IS F
017400 RECORD CONTAINS 200 CHARACTERS.
017500 01  TRAVEL-PLAN-RECORD.
017600 05  TRAV-CARD-NUMBER        PIC 9(16).
017700 05  TRAV-PLAN-COUNT         PIC 9(1).
017800 05  TRAV-PLAN OCCURS 3 TIMES.
017900     10  TRAV-START-DATE     PIC 9(8).
018000 10  TRAV-END-DATE       PIC 9(8).
018100 10  TRAV-COUNTRY        PIC X(3) OCCURS 5 TIMES.
018200 05  FILLER                  PIC X(90).
018300
018400* Keys 0-9 are the fraud engine's per-partition surrogate control
018500* records, not cards - never checked and never purged.
018600 FD  TOKEN-XREF-FILE
018700     RECORDING MODE IS F
018800 RECORD CONTAINS 80 CHARACTERS.
018900 01  TOKEN-XREF-RECORD.
019000 05  TOKEN-CARD-NUMBER       PIC 9(16).
019100 05  TOKEN-SURROGATE         PIC 9(16).
019200 05  TOKEN-CREATE-DATE       PIC 9(8).
019300 05  TOKEN-PRIOR-CARD        PIC 9(16).
019400 05  TOKEN-NEXT-CARD         PIC 9(16).
019500 05  FILLER                  PIC X(8).
019600
019700 FD  HOTCARD-FILE
019800     RECORDING MODE IS F
019900 RECORD CONTAINS 80 CHARACTERS.
020000 01  HOTCARD-RECORD.
020100 05  HOT-CARD-NUMBER         PIC 9(16).
020200 05  HOT-BLOCK-REASON        PIC X(20).
020300 05  HOT-BLOCK-DATE          PIC 9(8).
020400 05  HOT-REPORT-CHANNEL      PIC X(10).
020500 05  FILLER                  PIC X(26).
020600
020700 FD  CASE-FILE
020800     RECORDING MODE IS F
020900 RECORD CONTAINS 220 CHARACTERS.
021000 01  CASE-RECORD.
021100 05  CASE-NUMBER             PIC 9(12).
021200 05  CASE-TRANS-ID           PIC 9(12).
021300 05  CASE-CARD-NUMBER        PIC 9(16).
021400 05  CASE-PRIORITY           PIC X(8).
021500 05  CASE-STATUS             PIC X(10).
021600 05  CASE-ASSIGNED-ANALYST   PIC X(10).
021700 05  CASE-RISK-SCORE         PIC 9(3).
021800 05  CASE-AMOUNT             PIC 9(8)V99.
021900 05  CASE-OPEN-TIMESTAMP     PIC X(20).
022000 05  CASE-RESOLUTION         PIC X(100).
022100 05  FILLER                  PIC X(19).
022200
022300 FD  MERCHANT-VELOCITY-FILE
022400     RECORDING MODE IS F
022500 RECORD CONTAINS 400 CHARACTERS.
022600 01  MERCHANT-VELOCITY-RECORD.
022700 05  MV-MERCHANT-ID          PIC X(10).
022800 05  MV-TRANS-COUNT-1H       PIC 9(4).
022900 05  MV-AMOUNT-1H            PIC 9(10)V99.
023000 05  MV-TRANS-COUNT-24H      PIC 9(6).
023100 05  MV-AMOUNT-24H           PIC 9(10)V99.
023200 05  MV-CARD-COUNT-1H        PIC 9(4).
023300 05  MV-CARD-TABLE.
023400     10  MV-RECENT-CARD      PIC 9(16) OCCURS 20 TIMES.
023500 05  MV-LAST-UPDATE          PIC 9(14).
023600 05  MV-REFUND-COUNT-24H     PIC 9(6).
023700 05  MV-REFUND-AMOUNT-24H    PIC 9(10)V99.
023800
023900* One record per master record purged or rewritten in fix mode,
024000* carrying the whole record as it stood before, so anything the
024100* run removed in error can be put back. The image holds the card
024200* number in the clear - same access rules as TOKENXRF.
024300 FD  INTEGRITY-AUDIT-FILE
024400     RECORDING MODE IS F
024500 RECORD CONTAINS 500 CHARACTERS.
024600 01  INTEGRITY-AUDIT-RECORD.
024700 05  IAU-TIMESTAMP           PIC X(20).
024800 05  IAU-FILE-NAME           PIC X(8).
024900 05  IAU-CHECK-CODE          PIC X(12).
025000 05  IAU-ACTION              PIC X(8).
025100 05  IAU-RECORD-LENGTH       PIC 9(4).
025200 05  IAU-BEFORE-IMAGE        PIC X(400).
025300 05  FILLER                  PIC X(48).
025400
025500 FD  INTEGRITY-REPORT
025600     RECORDING MODE IS F
025700 RECORD CONTAINS 132 CHARACTERS.
025800 01  INTEGRITY-REPORT-RECORD PIC X(132).
025900
026000 WORKING-STORAGE SECTION.
026100
026200* File Status Variables
026300 01  WS-PARM-STATUS              PIC XX.
026400 01  WS-CUST-STATUS              PIC XX.
026500 01  WS-MERCH-STATUS             PIC XX.
026600 01  WS-VELO-STATUS              PIC XX.
026700 01  WS-HIST-STATUS              PIC XX.
026800 01  WS-TRAV-STATUS              PIC XX.
026900 01  WS-TOKEN-STATUS             PIC XX.
027000 01  WS-HOT-STATUS               PIC XX.
027100 01  WS-CASE-STATUS              PIC XX.
027200 01  WS-MVEL-STATUS              PIC XX.
027300 01  WS-IAUD-STATUS              PIC XX.
027400 01  WS-RPT-STATUS               PIC XX.
027500
027600* Control Variables - one end-of-file switch serves every sweep,
027700* since the masters are swept one after another.
027800 01  WS-PARM-EOF-FLAG            PIC X VALUE 'N'.
027900 88  PARM-EOF-REACHED        VALUE 'Y'.
028000 01  WS-SWEEP-EOF-FLAG           PIC X VALUE 'N'.
028100 88  SWEEP-EOF-REACHED       VALUE 'Y'.
028200 01  WS-TRAV-FILE-FLAG           PIC X VALUE 'N'.
028300 88  TRAV-FILE-OPEN          VALUE 'Y'.
028400 01  WS-CUST-FOUND-FLAG          PIC X VALUE 'N'.
028500 88  CUST-ON-FILE            VALUE 'Y'.
028600 01  WS-MERCH-FOUND-FLAG         PIC X VALUE 'N'.
028700 88  MERCH-ON-FILE           VALUE 'Y'.
028800
028900* Run Mode - PARMFILE 'T' key INTEG-FIX: 0 (the default) reports
029000* only, 1 also purges. Purging is a parameter change, so it goes
029100* through PARM-MAINT-BATCH and its approval like any other.
029200 01  WS-INTEG-FIX                PIC 9(1) VALUE 0.
029300 88  FIX-MODE                VALUE 1.
029400 88  REPORT-MODE             VALUE 0.
029500 01  WS-INTEG-FIX-EFF-DATE       PIC 9(8) VALUE ZERO.
029600
029700* Inconsistency Table - one row per kind of disagreement, in the
029800* order the sweeps find them. The purge switch marks the kinds fix
029900* mode may remove; a hot card or a case is evidence, so those are
030000* only ever reported for someone to work.
030100 01  WS-CHECK-CODE-VALUES.
030200 05  FILLER PIC X(12) VALUE 'VELO-ORPHAN'.
030300 05  FILLER PIC X(12) VALUE 'HIST-ORPHAN'.
030400 05  FILLER PIC X(12) VALUE 'TRAV-ORPHAN'.
030500 05  FILLER PIC X(12) VALUE 'TRAV-EXPIRED'.
030600 05  FILLER PIC X(12) VALUE 'TOKEN-ORPHAN'.
030700 05  FILLER PIC X(12) VALUE 'HOT-NO-CUST'.
030800 05  FILLER PIC X(12) VALUE 'HOT-NOT-FLAG'.
030900 05  FILLER PIC X(12) VALUE 'CASE-NO-CUST'.
031000 05  FILLER PIC X(12) VALUE 'CASE-CLOSED'.
031100 05  FILLER PIC X(12) VALUE 'MVEL-ORPHAN'.
031200 01  WS-CHECK-CODE-TABLE REDEFINES WS-CHECK-CODE-VALUES.
031300 05  WS-CHECK-CODE           PIC X(12) OCCURS 10 TIMES.
031400 01  WS-CHECK-DESC-VALUES.
031500 05  FILLER PIC X(34) VALUE 'VELOCITY RECORD - NO CUSTOMER'.
031600 05  FILLER PIC X(34) VALUE 'CARD HISTORY - NO CUSTOMER'.
031700 05  FILLER PIC X(34) VALUE 'TRAVEL PLANS - NO CUSTOMER'.
031800 05  FILLER PIC X(34) VALUE 'TRAVEL PLANS PAST END DATE'.
031900 05  FILLER PIC X(34) VALUE 'TOKEN XREF - NO CUSTOMER'.
032000 05  FILLER PIC X(34) VALUE 'HOT CARD - NO CUSTOMER'.
032100 05  FILLER PIC X(34) VALUE 'HOT CARD - FRAUD FLAG BLANK'.
032200 05  FILLER PIC X(34) VALUE 'OPEN CASE - NO CUSTOMER'.
032300 05  FILLER PIC X(34) VALUE 'OPEN CASE - ACCOUNT CLOSED'.
032400 05  FILLER PIC X(34) VALUE 'MERCHANT VELOCITY - NO MERCHANT'.
032500 01  WS-CHECK-DESC-TABLE REDEFINES WS-CHECK-DESC-VALUES.
032600 05  WS-CHECK-DESC           PIC X(34) OCCURS 10 TIMES.
032700 01  WS-CHECK-PURGE-VALUES       PIC X(10) VALUE 'YYYYYNNNNY'.
032800 01  WS-CHECK-PURGE-TABLE REDEFINES WS-CHECK-PURGE-VALUES.
032900 05  WS-CHECK-PURGE          PIC X(1) OCCURS 10 TIMES.
033000 01  WS-CHECK-COUNTS.
033100 05  WS-CK-ENTRY OCCURS 10 TIMES.
033200 10  WS-CK-FOUND         PIC 9(8).
033300 10  WS-CK-REMOVED       PIC 9(8).
033400 01  WS-CHECK-IDX                PIC 9(2) COMP.
033500
033600* Exception Work Variables - filled by each sweep before 2900
033700* counts the finding and prints it while samples are still wanted.
033800* The first ten of each kind are printed; the rest are counted.
033900 01  WS-EXC-KEY                  PIC X(16).
034000 01  WS-EXC-DETAIL               PIC X(40).
034100 01  WS-EXC-ACTION               PIC X(10).
034200
034300* Fix Work Variables
034400 01  WS-AUDIT-FILE-NAME          PIC X(8).
034500 01  WS-AUDIT-ACTION             PIC X(8).
034600 01  WS-AUDIT-LENGTH             PIC 9(4).
034700 01  WS-AUDIT-IMAGE              PIC X(400).
034800 01  WS-FIX-STATUS               PIC XX.
034900 01  WS-AUDIT-OK-FLAG            PIC X VALUE 'N'.
035000 88  AUDIT-WRITTEN           VALUE 'Y'.
035100
035200* Travel Plan Work Variables - a plan is expired once its end date
035300* is behind the run date; the live plans are closed up into the
035400* leading slots so TRAV-PLAN-COUNT still describes the record.
035500 01  WS-TRAV-IDX                 PIC 9(2) COMP.
035600 01  WS-TRAV-KEEP                PIC 9(2) COMP.
035700 01  WS-TRAV-PLANS               PIC 9(2) COMP.
035800 01  WS-PLANS-ENDED              PIC 9(2) COMP.
035900 01  WS-EDIT-PLANS-ENDED         PIC 9.
036000 01  WS-EDIT-PLANS               PIC 9.
036100
036200* PCI Masking Variables - first-six/last-four display form for
036300* the printed sample keys.
036400 01  WS-MASK-CARD-IN             PIC 9(16).
036500 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
036600     PIC X(16).
036700 01  WS-MASKED-CARD              PIC X(16).
036800
036900* Work Variables
037000 01  WS-CURRENT-TIMESTAMP        PIC X(20).
037100 01  WS-RUN-DATE                 PIC 9(8).
037200
037300* Counters and Statistics
037400 01  WS-COUNTERS.
037500 05  WS-VELO-READ              PIC 9(8) VALUE ZERO.
037600 05  WS-HIST-READ              PIC 9(8) VALUE ZERO.
037700 05  WS-TRAV-READ              PIC 9(8) VALUE ZERO.
037800 05  WS-TOKEN-READ             PIC 9(8) VALUE ZERO.
037900 05  WS-HOT-READ               PIC 9(8) VALUE ZERO.
038000 05  WS-CASES-READ             PIC 9(8) VALUE ZERO.
038100 05  WS-MVEL-READ              PIC 9(8) VALUE ZERO.
038200 05  WS-FINDINGS-TOTAL         PIC 9(8) VALUE ZERO.
038300 05  WS-REMOVED-TOTAL          PIC 9(8) VALUE ZERO.
038400 05  WS-PLANS-REMOVED          PIC 9(8) VALUE ZERO.
038500 05  WS-AUDIT-WRITTEN          PIC 9(8) VALUE ZERO.
038600 05  WS-FIX-ERRORS             PIC 9(6) VALUE ZERO.
038700 05  WS-LOOKUP-ERRORS          PIC 9(6) VALUE ZERO.
038800
038900* Report Line Layouts
039000 01  WS-RPT-HEADER-LINE.
039100 05  FILLER                  PIC X(32)
039200     VALUE 'MASTER FILE INTEGRITY REPORT - '.
039300 05  WS-RPT-HDR-DATE         PIC X(8).
039400 05  FILLER                  PIC X(8) VALUE '  MODE: '.
039500 05  WS-RPT-HDR-MODE         PIC X(6).
039600 05  FILLER                  PIC X(78) VALUE SPACES.
039700 01  WS-RPT-SAMPLE-COLUMN-LINE.
039800 05  FILLER                  PIC X(36) VALUE
039900     'CHECK        KEY              DETAIL'.
040000 05  FILLER                  PIC X(35) VALUE SPACES.
040100 05  FILLER                  PIC X(6) VALUE 'ACTION'.
040200 05  FILLER                  PIC X(55) VALUE SPACES.
040300 01  WS-RPT-SAMPLE-LINE.
040400 05  WS-RPT-CHECK            PIC X(12).
040500 05  FILLER                  PIC X(1) VALUE SPACE.
040600 05  WS-RPT-KEY              PIC X(16).
040700 05  FILLER                  PIC X(1) VALUE SPACE.
040800 05  WS-RPT-DETAIL           PIC X(40).
040900 05  FILLER                  PIC X(1) VALUE SPACE.
041000 05  WS-RPT-ACTION           PIC X(10).
041100 05  FILLER                  PIC X(51) VALUE SPACES.
041200 01  WS-RPT-SUMMARY-HEADER.
041300 05  FILLER                  PIC X(48) VALUE
041400     'INCONSISTENCIES BY KIND - FIRST 10 OF EACH ABOVE'.
041500 05  FILLER                  PIC X(84) VALUE SPACES.
041600 01  WS-RPT-SUMMARY-COLUMN-LINE.
041700 05  FILLER                  PIC X(47) VALUE
041800     'CHECK        DESCRIPTION'.
041900 05  FILLER                  PIC X(19) VALUE
042000     '    FOUND   REMOVED'.
042100 05  FILLER                  PIC X(66) VALUE SPACES.
042200 01  WS-RPT-SUMMARY-LINE.
042300 05  WS-SUM-CHECK            PIC X(12).
042400 05  FILLER                  PIC X(1) VALUE SPACE.
042500 05  WS-SUM-DESC             PIC X(34).
042600 05  FILLER                  PIC X(1) VALUE SPACE.
042700 05  WS-SUM-FOUND            PIC ZZZZZZZ9.
042800 05  FILLER                  PIC X(2) VALUE SPACES.
042900 05  WS-SUM-REMOVED          PIC ZZZZZZZ9.
043000 05  FILLER                  PIC X(2) VALUE SPACES.
043100 05  WS-SUM-NOTE             PIC X(12).
043200 05  FILLER                  PIC X(52) VALUE SPACES.
043300 01  WS-RPT-TOTAL-LINE.
043400 05  WS-RPT-TOTAL-LABEL      PIC X(32).
043500 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
043600 05  FILLER                  PIC X(92) VALUE SPACES.
043700 01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
043800
043900* Error Messages
044000 01  WS-ERROR-MESSAGES.
044100     05  ERR-FILE-NOT-FOUND      PIC X(50)
044200 VALUE 'ERROR: Required file not found or accessible'.
044300
044400 PROCEDURE DIVISION.
044500
044600 0000-MAIN-CONTROL SECTION.
044700 0000-MAIN-PROCESS.
044800     PERFORM 1000-INITIALIZE-PROGRAM
044900     PERFORM 2000-SWEEP-CARD-MASTERS
045000     PERFORM 3000-SWEEP-HOT-CARDS-AND-CASES
045100     PERFORM 4000-SWEEP-MERCHANT-VELOCITY
045200     PERFORM 9000-FINALIZE-PROGRAM
045300     STOP RUN.
045400
045500 1000-INITIALIZE-PROGRAM SECTION.
045600 1000-INIT-START.
045700     DISPLAY 'MASTER INTEGRITY BATCH - INITIALIZING'
045800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
045900     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
046000     INITIALIZE WS-CHECK-COUNTS
046100     PERFORM 1100-LOAD-RUN-MODE
046200     PERFORM 1200-OPEN-FILES
046300     IF FIX-MODE
046400     PERFORM 1300-CHECK-KEY-MASTERS
046500     END-IF
046600     PERFORM 1400-WRITE-REPORT-HEADER
046700     GO TO 1000-INIT-EXIT.
046800
046900 1100-LOAD-RUN-MODE.
047000     OPEN INPUT PARAMETER-FILE
047100     IF WS-PARM-STATUS NOT = '00'
047200     DISPLAY ERR-FILE-NOT-FOUND ' - PARAMETER FILE'
047300     MOVE 16 TO RETURN-CODE
047400     STOP RUN
047500     END-IF
047600     MOVE 'N' TO WS-PARM-EOF-FLAG
047700     PERFORM 1105-READ-PARAMETER-RECORD
047800     PERFORM UNTIL PARM-EOF-REACHED
047900     IF PARM-THRESHOLD-REC
048000     AND PARM-KEY = 'INTEG-FIX'
048100     AND PARM-EFFECTIVE-DATE NOT > WS-RUN-DATE
048200     AND PARM-EFFECTIVE-DATE >= WS-INTEG-FIX-EFF-DATE
048300     MOVE PARM-VALUE TO WS-INTEG-FIX
048400     MOVE PARM-EFFECTIVE-DATE TO WS-INTEG-FIX-EFF-DATE
048500     END-IF
048600     PERFORM 1105-READ-PARAMETER-RECORD
048700     END-PERFORM
048800     CLOSE PARAMETER-FILE
048900     IF NOT FIX-MODE AND NOT REPORT-MODE
049000     DISPLAY 'FATAL: INVALID INTEG-FIX IN PARMFILE: '
049100     WS-INTEG-FIX
049200     MOVE 16 TO RETURN-CODE
049300     STOP RUN
049400     END-IF
049500     IF FIX-MODE
049600     DISPLAY 'RUN MODE: FIX - ORPHANS AND EXPIRED PLANS PURGED'
049700     ELSE
049800     DISPLAY 'RUN MODE: REPORT ONLY'
049900 END-IF.
050000
050100 1105-READ-PARAMETER-RECORD.
050200     READ PARAMETER-FILE
050300     AT END
050400     SET PARM-EOF-REACHED TO TRUE
050500 END-READ.
050600
050700 1200-OPEN-FILES.
050800* The masters a finding is judged against are only ever read. The
050900* masters fix mode purges are opened for update only in fix mode.
051000     OPEN INPUT CUSTOMER-FILE
051100     IF WS-CUST-STATUS NOT = '00'
051200     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER FILE'
051300     MOVE 16 TO RETURN-CODE
051400     STOP RUN
051500     END-IF
051600
051700     OPEN INPUT MERCHANT-FILE
051800     IF WS-MERCH-STATUS NOT = '00'
051900     DISPLAY ERR-FILE-NOT-FOUND ' - MERCHANT FILE'
052000     MOVE 16 TO RETURN-CODE
052100     STOP RUN
052200     END-IF
052300
052400     IF FIX-MODE
052500     OPEN I-O VELOCITY-FILE
052600     ELSE
052700     OPEN INPUT VELOCITY-FILE
052800     END-IF
052900     IF WS-VELO-STATUS NOT = '00' AND WS-VELO-STATUS NOT = '05'
053000     DISPLAY ERR-FILE-NOT-FOUND ' - VELOCITY FILE'
053100     MOVE 16 TO RETURN-CODE
053200     STOP RUN
053300     END-IF
053400
053500     IF FIX-MODE
053600     OPEN I-O CARD-HISTORY-FILE
053700     ELSE
053800     OPEN INPUT CARD-HISTORY-FILE
053900     END-IF
054000     IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
054100     DISPLAY ERR-FILE-NOT-FOUND ' - CARD HISTORY FILE'
054200     MOVE 16 TO RETURN-CODE
054300     STOP RUN
054400     END-IF
054500
054600* Travel plans are optional in the fraud engine and optional here.
054700     IF FIX-MODE
054800     OPEN I-O TRAVEL-PLAN-FILE
054900     ELSE
055000     OPEN INPUT TRAVEL-PLAN-FILE
055100     END-IF
055200     IF WS-TRAV-STATUS = '00' OR WS-TRAV-STATUS = '05'
055300     MOVE 'Y' TO WS-TRAV-FILE-FLAG
055400     ELSE
055500     MOVE 'N' TO WS-TRAV-FILE-FLAG
055600     DISPLAY 'TRAVEL PLAN FILE NOT AVAILABLE - STATUS '
055700     WS-TRAV-STATUS ' - TRAVEL PLANS NOT CHECKED'
055800     END-IF
055900
056000     IF FIX-MODE
056100     OPEN I-O TOKEN-XREF-FILE
056200     ELSE
056300     OPEN INPUT TOKEN-XREF-FILE
056400     END-IF
056500     IF WS-TOKEN-STATUS NOT = '00' AND WS-TOKEN-STATUS NOT = '05'
056600     DISPLAY ERR-FILE-NOT-FOUND ' - TOKEN XREF FILE'
056700     MOVE 16 TO RETURN-CODE
056800     STOP RUN
056900     END-IF
057000
057100     OPEN INPUT HOTCARD-FILE
057200     IF WS-HOT-STATUS NOT = '00'
057300     DISPLAY ERR-FILE-NOT-FOUND ' - HOT CARD FILE'
057400     MOVE 16 TO RETURN-CODE
057500     STOP RUN
057600     END-IF
057700
057800     OPEN INPUT CASE-FILE
057900     IF WS-CASE-STATUS NOT = '00'
058000     DISPLAY ERR-FILE-NOT-FOUND ' - CASE FILE'
058100     MOVE 16 TO RETURN-CODE
058200     STOP RUN
058300     END-IF
058400
058500     IF FIX-MODE
058600     OPEN I-O MERCHANT-VELOCITY-FILE
058700     ELSE
058800     OPEN INPUT MERCHANT-VELOCITY-FILE
058900     END-IF
059000     IF WS-MVEL-STATUS NOT = '00' AND WS-MVEL-STATUS NOT = '05'
059100     DISPLAY ERR-FILE-NOT-FOUND ' - MERCHANT VELOCITY FILE'
059200     MOVE 16 TO RETURN-CODE
059300     STOP RUN
059400     END-IF
059500
059600     IF FIX-MODE
059700     OPEN EXTEND INTEGRITY-AUDIT-FILE
059800     IF WS-IAUD-STATUS = '35'
059900     OPEN OUTPUT INTEGRITY-AUDIT-FILE
060000     END-IF
060100     IF WS-IAUD-STATUS NOT = '00'
060200     DISPLAY ERR-FILE-NOT-FOUND ' - INTEGRITY AUDIT FILE'
060300     MOVE 16 TO RETURN-CODE
060400     STOP RUN
060500     END-IF
060600     END-IF
060700
060800     OPEN OUTPUT INTEGRITY-REPORT
060900     IF WS-RPT-STATUS NOT = '00'
061000     DISPLAY ERR-FILE-NOT-FOUND ' - INTEGRITY REPORT'
061100     MOVE 16 TO RETURN-CODE
061200     STOP RUN
061300 END-IF.
061400
061500 1300-CHECK-KEY-MASTERS.
061600* A wrong or empty customer or merchant dataset would make every
061700* record in the masters an orphan, and fix mode would purge the
061800* lot. Both must hold at least one record before anything goes.
061900     MOVE ZERO TO CUST-CARD-NUMBER
062000     START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-CARD-NUMBER
062100     INVALID KEY
062200     MOVE '23' TO WS-CUST-STATUS
062300     END-START
062400     IF WS-CUST-STATUS = '00'
062500     READ CUSTOMER-FILE NEXT RECORD
062600     AT END
062700     MOVE '10' TO WS-CUST-STATUS
062800     END-READ
062900     END-IF
063000     IF WS-CUST-STATUS NOT = '00'
063100     DISPLAY 'FATAL: CUSTOMER FILE EMPTY - FIX MODE REFUSED'
063200     MOVE 16 TO RETURN-CODE
063300     STOP RUN
063400     END-IF
063500     MOVE SPACES TO MERCH-ID
063600     START MERCHANT-FILE KEY IS NOT LESS THAN MERCH-ID
063700     INVALID KEY
063800     MOVE '23' TO WS-MERCH-STATUS
063900     END-START
064000     IF WS-MERCH-STATUS = '00'
064100     READ MERCHANT-FILE NEXT RECORD
064200     AT END
064300     MOVE '10' TO WS-MERCH-STATUS
064400     END-READ
064500     END-IF
064600     IF WS-MERCH-STATUS NOT = '00'
064700     DISPLAY 'FATAL: MERCHANT FILE EMPTY - FIX MODE REFUSED'
064800     MOVE 16 TO RETURN-CODE
064900     STOP RUN
065000 END-IF.
065100
065200 1400-WRITE-REPORT-HEADER.
065300     MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
065400     IF FIX-MODE
065500     MOVE 'FIX' TO WS-RPT-HDR-MODE
065600     ELSE
065700     MOVE 'REPORT' TO WS-RPT-HDR-MODE
065800     END-IF
065900     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-HEADER-LINE
066000     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-BLANK-LINE
066100     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-SAMPLE-COLUMN-LINE.
066200
066300 1000-INIT-EXIT.
066400     EXIT.
066500
066600 2000-SWEEP-CARD-MASTERS SECTION.
066700 2000-SWEEP-START.
066800* Every card-keyed master is swept end to end and each card looked
066900* up on CUSTFILE. Deleting the record just read and then reading
067000* on is safe under dynamic access - the next READ NEXT continues
067100* from the deleted key.
067200     DISPLAY 'BEGINNING CARD MASTER SWEEP'
067300     PERFORM 2100-SWEEP-VELOCITY
067400     PERFORM 2200-SWEEP-CARD-HISTORY
067500     IF TRAV-FILE-OPEN
067600     PERFORM 2300-SWEEP-TRAVEL-PLANS
067700     END-IF
067800     PERFORM 2400-SWEEP-TOKEN-XREF
067900     GO TO 2000-SWEEP-EXIT.
068000
068100 2100-SWEEP-VELOCITY.
068200     MOVE 'N' TO WS-SWEEP-EOF-FLAG
068300     MOVE ZERO TO VELO-CARD-NUMBER
068400     START VELOCITY-FILE KEY IS NOT LESS THAN VELO-CARD-NUMBER
068500     INVALID KEY
068600     SET SWEEP-EOF-REACHED TO TRUE
068700     END-START
068800     IF NOT SWEEP-EOF-REACHED
068900     PERFORM 2105-READ-NEXT-VELOCITY
069000     END-IF
069100     PERFORM UNTIL SWEEP-EOF-REACHED
069200     ADD 1 TO WS-VELO-READ
069300     PERFORM 2110-CHECK-ONE-VELOCITY
069400     PERFORM 2105-READ-NEXT-VELOCITY
069500     END-PERFORM.
069600
069700 2105-READ-NEXT-VELOCITY.
069800     READ VELOCITY-FILE NEXT RECORD
069900     AT END
070000     SET SWEEP-EOF-REACHED TO TRUE
070100     END-READ
070200     IF WS-VELO-STATUS NOT = '00' AND NOT SWEEP-EOF-REACHED
070300     DISPLAY 'ERROR READING VELOCITY FILE: ' WS-VELO-STATUS
070400     ADD 1 TO WS-LOOKUP-ERRORS
070500     SET SWEEP-EOF-REACHED TO TRUE
070600 END-IF.
070700
070800 2110-CHECK-ONE-VELOCITY.
070900     MOVE VELO-CARD-NUMBER TO CUST-CARD-NUMBER
071000     PERFORM 2800-PROBE-CUSTOMER
071100     IF NOT CUST-ON-FILE
071200     MOVE 1 TO WS-CHECK-IDX
071300     MOVE VELO-CARD-NUMBER TO WS-MASK-CARD-IN
071400     PERFORM 2950-MASK-CARD-NUMBER
071500     MOVE WS-MASKED-CARD TO WS-EXC-KEY
071600     MOVE SPACES TO WS-EXC-DETAIL
071700     STRING 'LAST UPDATE ' VELO-LAST-UPDATE(1:8)
071800     DELIMITED BY SIZE INTO WS-EXC-DETAIL
071900     MOVE 'REPORTED' TO WS-EXC-ACTION
072000     IF FIX-MODE
072100     MOVE 'VELOFILE' TO WS-AUDIT-FILE-NAME
072200     MOVE 'DELETED' TO WS-AUDIT-ACTION
072300     MOVE 100 TO WS-AUDIT-LENGTH
072400     MOVE VELOCITY-RECORD TO WS-AUDIT-IMAGE
072500     PERFORM 2960-WRITE-AUDIT-RECORD
072600     IF AUDIT-WRITTEN
072700     DELETE VELOCITY-FILE RECORD
072800     MOVE WS-VELO-STATUS TO WS-FIX-STATUS
072900     PERFORM 2850-COUNT-PURGE
073000     END-IF
073100     END-IF
073200     PERFORM 2900-RECORD-EXCEPTION
073300 END-IF.
073400
073500 2200-SWEEP-CARD-HISTORY.
073600     MOVE 'N' TO WS-SWEEP-EOF-FLAG
073700     MOVE ZERO TO HIST-CARD-NUMBER
073800     START CARD-HISTORY-FILE KEY IS NOT LESS THAN HIST-CARD-NUMBER
073900     INVALID KEY
074000     SET SWEEP-EOF-REACHED TO TRUE
074100     END-START
074200     IF NOT SWEEP-EOF-REACHED
074300     PERFORM 2205-READ-NEXT-HISTORY
074400     END-IF
074500     PERFORM UNTIL SWEEP-EOF-REACHED
074600     ADD 1 TO WS-HIST-READ
074700     PERFORM 2210-CHECK-ONE-HISTORY
074800     PERFORM 2205-READ-NEXT-HISTORY
074900     END-PERFORM.
075000
075100 2205-READ-NEXT-HISTORY.
075200     READ CARD-HISTORY-FILE NEXT RECORD
075300     AT END
075400     SET SWEEP-EOF-REACHED TO TRUE
075500     END-READ
075600     IF WS-HIST-STATUS NOT = '00' AND NOT SWEEP-EOF-REACHED
075700     DISPLAY 'ERROR READING CARD HISTORY FILE: ' WS-HIST-STATUS
075800     ADD 1 TO WS-LOOKUP-ERRORS
075900     SET SWEEP-EOF-REACHED TO TRUE
076000 END-IF.
076100
076200 2210-CHECK-ONE-HISTORY.
076300     MOVE HIST-CARD-NUMBER TO CUST-CARD-NUMBER
076400     PERFORM 2800-PROBE-CUSTOMER
076500     IF NOT CUST-ON-FILE
076600     MOVE 2 TO WS-CHECK-IDX
076700     MOVE HIST-CARD-NUMBER TO WS-MASK-CARD-IN
076800     PERFORM 2950-MASK-CARD-NUMBER
076900     MOVE WS-MASKED-CARD TO WS-EXC-KEY
077000     MOVE SPACES TO WS-EXC-DETAIL
077100     STRING 'ENTRIES ' HIST-ENTRY-COUNT
077200     DELIMITED BY SIZE INTO WS-EXC-DETAIL
077300     MOVE 'REPORTED' TO WS-EXC-ACTION
077400     IF FIX-MODE
077500     MOVE 'CARDHIST' TO WS-AUDIT-FILE-NAME
077600     MOVE 'DELETED' TO WS-AUDIT-ACTION
077700     MOVE 250 TO WS-AUDIT-LENGTH
077800     MOVE CARD-HISTORY-RECORD TO WS-AUDIT-IMAGE
077900     PERFORM 2960-WRITE-AUDIT-RECORD
078000     IF AUDIT-WRITTEN
078100     DELETE CARD-HISTORY-FILE RECORD
078200     MOVE WS-HIST-STATUS TO WS-FIX-STATUS
078300     PERFORM 2850-COUNT-PURGE
078400     END-IF
078500     END-IF
078600     PERFORM 2900-RECORD-EXCEPTION
078700 END-IF.
078800
078900 2300-SWEEP-TRAVEL-PLANS.
079000     MOVE 'N' TO WS-SWEEP-EOF-FLAG
079100     MOVE ZERO TO TRAV-CARD-NUMBER
079200     START TRAVEL-PLAN-FILE KEY IS NOT LESS THAN TRAV-CARD-NUMBER
079300     INVALID KEY
079400     SET SWEEP-EOF-REACHED TO TRUE
079500     END-START
079600     IF NOT SWEEP-EOF-REACHED
079700     PERFORM 2305-READ-NEXT-TRAVEL
079800     END-IF
079900     PERFORM UNTIL SWEEP-EOF-REACHED
080000     ADD 1 TO WS-TRAV-READ
080100     PERFORM 2310-CHECK-ONE-TRAVEL
080200     PERFORM 2305-READ-NEXT-TRAVEL
080300     END-PERFORM.
080400
080500 2305-READ-NEXT-TRAVEL.
080600     READ TRAVEL-PLAN-FILE NEXT RECORD
080700     AT END
080800     SET SWEEP-EOF-REACHED TO TRUE
080900     END-READ
081000     IF WS-TRAV-STATUS NOT = '00' AND NOT SWEEP-EOF-REACHED
081100     DISPLAY 'ERROR READING TRAVEL PLAN FILE: ' WS-TRAV-STATUS
081200     ADD 1 TO WS-LOOKUP-ERRORS
081300     SET SWEEP-EOF-REACHED TO TRUE
081400 END-IF.
081500
081600 2310-CHECK-ONE-TRAVEL.
081700     MOVE TRAV-CARD-NUMBER TO CUST-CARD-NUMBER
081800     PERFORM 2800-PROBE-CUSTOMER
081900     MOVE TRAV-CARD-NUMBER TO WS-MASK-CARD-IN
082000     PERFORM 2950-MASK-CARD-NUMBER
082100     MOVE WS-MASKED-CARD TO WS-EXC-KEY
082200     MOVE 'REPORTED' TO WS-EXC-ACTION
082300     MOVE 'TRAVFILE' TO WS-AUDIT-FILE-NAME
082400     MOVE 200 TO WS-AUDIT-LENGTH
082500     MOVE TRAVEL-PLAN-RECORD TO WS-AUDIT-IMAGE
082600     IF NOT CUST-ON-FILE
082700     MOVE 3 TO WS-CHECK-IDX
082800     MOVE SPACES TO WS-EXC-DETAIL
082900     STRING 'PLANS ' TRAV-PLAN-COUNT
083000     DELIMITED BY SIZE INTO WS-EXC-DETAIL
083100     IF FIX-MODE
083200     MOVE 'DELETED' TO WS-AUDIT-ACTION
083300     PERFORM 2960-WRITE-AUDIT-RECORD
083400     IF AUDIT-WRITTEN
083500     DELETE TRAVEL-PLAN-FILE RECORD
083600     MOVE WS-TRAV-STATUS TO WS-FIX-STATUS
083700     PERFORM 2850-COUNT-PURGE
083800     END-IF
083900     END-IF
084000     PERFORM 2900-RECORD-EXCEPTION
084100     ELSE
084200     PERFORM 2320-CHECK-PLAN-DATES
084300 END-IF.
084400
084500 2320-CHECK-PLAN-DATES.
084600* A plan past its end date no longer stands any rule down; it is
084700* only clutter that hides how many live plans a card really has.
084800* A record left with no live plan goes altogether.
084900     MOVE ZERO TO WS-TRAV-PLANS
085000     IF TRAV-PLAN-COUNT NUMERIC
085100     MOVE TRAV-PLAN-COUNT TO WS-TRAV-PLANS
085200     END-IF
085300     IF WS-TRAV-PLANS > 3
085400     MOVE 3 TO WS-TRAV-PLANS
085500     END-IF
085600     MOVE ZERO TO WS-PLANS-ENDED
085700     PERFORM 2325-COUNT-ENDED-PLAN
085800     VARYING WS-TRAV-IDX FROM 1 BY 1
085900     UNTIL WS-TRAV-IDX > WS-TRAV-PLANS
086000     IF WS-PLANS-ENDED > ZERO
086100     MOVE 4 TO WS-CHECK-IDX
086200     MOVE WS-PLANS-ENDED TO WS-EDIT-PLANS-ENDED
086300     MOVE WS-TRAV-PLANS TO WS-EDIT-PLANS
086400     MOVE SPACES TO WS-EXC-DETAIL
086500     STRING 'ENDED ' WS-EDIT-PLANS-ENDED ' OF '
086600     WS-EDIT-PLANS ' PLANS'
086700     DELIMITED BY SIZE INTO WS-EXC-DETAIL
086800     IF FIX-MODE
086900     IF WS-PLANS-ENDED = WS-TRAV-PLANS
087000     MOVE 'DELETED' TO WS-AUDIT-ACTION
087100     ELSE
087200     MOVE 'REWRITE' TO WS-AUDIT-ACTION
087300     END-IF
087400     PERFORM 2960-WRITE-AUDIT-RECORD
087500     IF AUDIT-WRITTEN
087600     IF WS-PLANS-ENDED = WS-TRAV-PLANS
087700     DELETE TRAVEL-PLAN-FILE RECORD
087800     ELSE
087900     PERFORM 2330-CLOSE-UP-PLANS
088000     REWRITE TRAVEL-PLAN-RECORD
088100     END-IF
088200     MOVE WS-TRAV-STATUS TO WS-FIX-STATUS
088300     PERFORM 2850-COUNT-PURGE
088400     IF WS-FIX-STATUS = '00'
088500     ADD WS-PLANS-ENDED TO WS-PLANS-REMOVED
088600     END-IF
088700     END-IF
088800     END-IF
088900     PERFORM 2900-RECORD-EXCEPTION
089000 END-IF.
089100
089200 2325-COUNT-ENDED-PLAN.
089300     IF TRAV-END-DATE(WS-TRAV-IDX) NUMERIC
089400     AND TRAV-END-DATE(WS-TRAV-IDX) < WS-RUN-DATE
089500     ADD 1 TO WS-PLANS-ENDED
089600 END-IF.
089700
089800 2330-CLOSE-UP-PLANS.
089900     MOVE ZERO TO WS-TRAV-KEEP
090000     PERFORM 2335-KEEP-LIVE-PLAN
090100     VARYING WS-TRAV-IDX FROM 1 BY 1
090200     UNTIL WS-TRAV-IDX > WS-TRAV-PLANS
090300     PERFORM 2340-CLEAR-SPARE-SLOT
090400     VARYING WS-TRAV-IDX FROM 1 BY 1
090500     UNTIL WS-TRAV-IDX > 3
090600     MOVE WS-TRAV-KEEP TO TRAV-PLAN-COUNT.
090700
090800 2335-KEEP-LIVE-PLAN.
090900     IF TRAV-END-DATE(WS-TRAV-IDX) NUMERIC
091000     AND TRAV-END-DATE(WS-TRAV-IDX) < WS-RUN-DATE
091100     CONTINUE
091200     ELSE
091300     ADD 1 TO WS-TRAV-KEEP
091400     IF WS-TRAV-KEEP NOT = WS-TRAV-IDX
091500     MOVE TRAV-PLAN(WS-TRAV-IDX) TO TRAV-PLAN(WS-TRAV-KEEP)
091600     END-IF
091700 END-IF.
091800
091900 2340-CLEAR-SPARE-SLOT.
092000     IF WS-TRAV-IDX > WS-TRAV-KEEP
092100     INITIALIZE TRAV-PLAN(WS-TRAV-IDX)
092200 END-IF.
092300
092400 2400-SWEEP-TOKEN-XREF.
092500     MOVE 'N' TO WS-SWEEP-EOF-FLAG
092600     MOVE ZERO TO TOKEN-CARD-NUMBER
092700     START TOKEN-XREF-FILE KEY IS NOT LESS THAN TOKEN-CARD-NUMBER
092800     INVALID KEY
092900     SET SWEEP-EOF-REACHED TO TRUE
093000     END-START
093100     IF NOT SWEEP-EOF-REACHED
093200     PERFORM 2405-READ-NEXT-TOKEN
093300     END-IF
093400     PERFORM UNTIL SWEEP-EOF-REACHED
093500     IF TOKEN-CARD-NUMBER > 9
093600     ADD 1 TO WS-TOKEN-READ
093700     PERFORM 2410-CHECK-ONE-TOKEN
093800     END-IF
093900     PERFORM 2405-READ-NEXT-TOKEN
094000     END-PERFORM.
094100
094200 2405-READ-NEXT-TOKEN.
094300     READ TOKEN-XREF-FILE NEXT RECORD
094400     AT END
094500     SET SWEEP-EOF-REACHED TO TRUE
094600     END-READ
094700     IF WS-TOKEN-STATUS NOT = '00' AND NOT SWEEP-EOF-REACHED
094800     DISPLAY 'ERROR READING TOKEN XREF FILE: ' WS-TOKEN-STATUS
094900     ADD 1 TO WS-LOOKUP-ERRORS
095000     SET SWEEP-EOF-REACHED TO TRUE
095100 END-IF.
095200
095300 2410-CHECK-ONE-TOKEN.
095400* A reissued card's old number stays on CUSTFILE as a closed
095500* account, so its token is not an orphan and the reissue chain
095600* ARCHIVE-RETRIEVAL follows is left whole.
095700     MOVE TOKEN-CARD-NUMBER TO CUST-CARD-NUMBER
095800     PERFORM 2800-PROBE-CUSTOMER
095900     IF NOT CUST-ON-FILE
096000     MOVE 5 TO WS-CHECK-IDX
096100     MOVE TOKEN-CARD-NUMBER TO WS-MASK-CARD-IN
096200     PERFORM 2950-MASK-CARD-NUMBER
096300     MOVE WS-MASKED-CARD TO WS-EXC-KEY
096400     MOVE SPACES TO WS-EXC-DETAIL
096500     STRING 'CREATED ' TOKEN-CREATE-DATE
096600     DELIMITED BY SIZE INTO WS-EXC-DETAIL
096700     MOVE 'REPORTED' TO WS-EXC-ACTION
096800     IF FIX-MODE
096900     MOVE 'TOKENXRF' TO WS-AUDIT-FILE-NAME
097000     MOVE 'DELETED' TO WS-AUDIT-ACTION
097100     MOVE 80 TO WS-AUDIT-LENGTH
097200     MOVE TOKEN-XREF-RECORD TO WS-AUDIT-IMAGE
097300     PERFORM 2960-WRITE-AUDIT-RECORD
097400     IF AUDIT-WRITTEN
097500     DELETE TOKEN-XREF-FILE RECORD
097600     MOVE WS-TOKEN-STATUS TO WS-FIX-STATUS
097700     PERFORM 2850-COUNT-PURGE
097800     END-IF
097900     END-IF
098000     PERFORM 2900-RECORD-EXCEPTION
098100 END-IF.
098200
098300 2800-PROBE-CUSTOMER.
098400* A lookup that fails for any reason other than not-found counts
098500* the card as present - nothing is ever purged on a read error.
098600     MOVE 'N' TO WS-CUST-FOUND-FLAG
098700     READ CUSTOMER-FILE
098800     EVALUATE WS-CUST-STATUS
098900     WHEN '00'
099000     SET CUST-ON-FILE TO TRUE
099100     WHEN '23'
099200     CONTINUE
099300     WHEN OTHER
099400     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
099500     ADD 1 TO WS-LOOKUP-ERRORS
099600     SET CUST-ON-FILE TO TRUE
099700 END-EVALUATE.
099800
099900 2850-COUNT-PURGE.
100000     IF WS-FIX-STATUS = '00'
100100     ADD 1 TO WS-CK-REMOVED(WS-CHECK-IDX)
100200     ADD 1 TO WS-REMOVED-TOTAL
100300     IF WS-AUDIT-ACTION = 'REWRITE'
100400     MOVE 'REWRITTEN' TO WS-EXC-ACTION
100500     ELSE
100600     MOVE 'REMOVED' TO WS-EXC-ACTION
100700     END-IF
100800     ELSE
100900     DISPLAY 'ERROR PURGING ' WS-AUDIT-FILE-NAME ' RECORD: '
101000     WS-FIX-STATUS
101100     ADD 1 TO WS-FIX-ERRORS
101200     MOVE 'FAILED' TO WS-EXC-ACTION
101300 END-IF.
101400
101500 2900-RECORD-EXCEPTION.
101600     ADD 1 TO WS-CK-FOUND(WS-CHECK-IDX)
101700     ADD 1 TO WS-FINDINGS-TOTAL
101800     IF WS-CK-FOUND(WS-CHECK-IDX) NOT > 10
101900     MOVE WS-CHECK-CODE(WS-CHECK-IDX) TO WS-RPT-CHECK
102000     MOVE WS-EXC-KEY TO WS-RPT-KEY
102100     MOVE WS-EXC-DETAIL TO WS-RPT-DETAIL
102200     MOVE WS-EXC-ACTION TO WS-RPT-ACTION
102300     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-SAMPLE-LINE
102400 END-IF.
102500
102600 2950-MASK-CARD-NUMBER.
102700     MOVE SPACES TO WS-MASKED-CARD
102800     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
102900     WS-MASK-CARD-TEXT(13:4)
103000     DELIMITED BY SIZE INTO WS-MASKED-CARD.
103100
103200 2960-WRITE-AUDIT-RECORD.
103300* The before image is on the audit before the master is touched;
103400* a record that cannot be audited is not purged.
103500     MOVE 'N' TO WS-AUDIT-OK-FLAG
103600     MOVE SPACES TO INTEGRITY-AUDIT-RECORD
103700     MOVE WS-CURRENT-TIMESTAMP TO IAU-TIMESTAMP
103800     MOVE WS-AUDIT-FILE-NAME TO IAU-FILE-NAME
103900     MOVE WS-CHECK-CODE(WS-CHECK-IDX) TO IAU-CHECK-CODE
104000     MOVE WS-AUDIT-ACTION TO IAU-ACTION
104100     MOVE WS-AUDIT-LENGTH TO IAU-RECORD-LENGTH
104200     MOVE WS-AUDIT-IMAGE TO IAU-BEFORE-IMAGE
104300     WRITE INTEGRITY-AUDIT-RECORD
104400     IF WS-IAUD-STATUS = '00'
104500     SET AUDIT-WRITTEN TO TRUE
104600     ADD 1 TO WS-AUDIT-WRITTEN
104700     ELSE
104800     DISPLAY 'ERROR WRITING INTEGRITY AUDIT: ' WS-IAUD-STATUS
104900     ADD 1 TO WS-FIX-ERRORS
105000     MOVE 'NOT AUDITD' TO WS-EXC-ACTION
105100 END-IF.
105200
105300 2000-SWEEP-EXIT.
105400     EXIT.
105500
105600 3000-SWEEP-HOT-CARDS-AND-CASES SECTION.
105700 3000-SWEEP-START.
105800* Findings here are reported for someone to work, never purged -
105900* a hot-card block stands whether or not the customer does, and a
106000* case is the record of what was done about a card.
106100     DISPLAY 'BEGINNING HOT CARD AND CASE SWEEP'
106200     PERFORM 3100-SWEEP-HOT-CARDS
106300     PERFORM 3200-SWEEP-OPEN-CASES
106400     GO TO 3000-SWEEP-EXIT.
106500
106600 3100-SWEEP-HOT-CARDS.
106700     MOVE 'N' TO WS-SWEEP-EOF-FLAG
106800     MOVE ZERO TO HOT-CARD-NUMBER
106900     START HOTCARD-FILE KEY IS NOT LESS THAN HOT-CARD-NUMBER
107000     INVALID KEY
107100     SET SWEEP-EOF-REACHED TO TRUE
107200     END-START
107300     IF NOT SWEEP-EOF-REACHED
107400     PERFORM 3105-READ-NEXT-HOT-CARD
107500     END-IF
107600     PERFORM UNTIL SWEEP-EOF-REACHED
107700     ADD 1 TO WS-HOT-READ
107800     PERFORM 3110-CHECK-ONE-HOT-CARD
107900     PERFORM 3105-READ-NEXT-HOT-CARD
108000     END-PERFORM.
108100
108200 3105-READ-NEXT-HOT-CARD.
108300     READ HOTCARD-FILE NEXT RECORD
108400     AT END
108500     SET SWEEP-EOF-REACHED TO TRUE
108600     END-READ
108700     IF WS-HOT-STATUS NOT = '00' AND NOT SWEEP-EOF-REACHED
108800     DISPLAY 'ERROR READING HOT CARD FILE: ' WS-HOT-STATUS
108900     ADD 1 TO WS-LOOKUP-ERRORS
109000     SET SWEEP-EOF-REACHED TO TRUE
109100 END-IF.
109200
109300 3110-CHECK-ONE-HOT-CARD.
109400     MOVE HOT-CARD-NUMBER TO CUST-CARD-NUMBER
109500     PERFORM 2800-PROBE-CUSTOMER
109600     MOVE ZERO TO WS-CHECK-IDX
109700     IF NOT CUST-ON-FILE
109800     MOVE 6 TO WS-CHECK-IDX
109900     ELSE
110000     IF CUST-FRAUD-FLAG = SPACE
110100     MOVE 7 TO WS-CHECK-IDX
110200     END-IF
110300     END-IF
110400     IF WS-CHECK-IDX > ZERO
110500     MOVE HOT-CARD-NUMBER TO WS-MASK-CARD-IN
110600     PERFORM 2950-MASK-CARD-NUMBER
110700     MOVE WS-MASKED-CARD TO WS-EXC-KEY
110800     MOVE SPACES TO WS-EXC-DETAIL
110900     STRING 'BLOCKED ' HOT-BLOCK-DATE ' ' HOT-BLOCK-REASON
111000     DELIMITED BY SIZE INTO WS-EXC-DETAIL
111100     MOVE 'REPORTED' TO WS-EXC-ACTION
111200     PERFORM 2900-RECORD-EXCEPTION
111300 END-IF.
111400
111500 3200-SWEEP-OPEN-CASES.
111600     MOVE 'N' TO WS-SWEEP-EOF-FLAG
111700     MOVE ZERO TO CASE-NUMBER
111800     START CASE-FILE KEY IS NOT LESS THAN CASE-NUMBER
111900     INVALID KEY
112000     SET SWEEP-EOF-REACHED TO TRUE
112100     END-START
112200     IF NOT SWEEP-EOF-REACHED
112300     PERFORM 3205-READ-NEXT-CASE
112400     END-IF
112500     PERFORM UNTIL SWEEP-EOF-REACHED
112600     ADD 1 TO WS-CASES-READ
112700     IF CASE-STATUS NOT = 'CLOSED'
112800     PERFORM 3210-CHECK-ONE-CASE
112900     END-IF
113000     PERFORM 3205-READ-NEXT-CASE
113100     END-PERFORM.
113200
113300 3205-READ-NEXT-CASE.
113400     READ CASE-FILE NEXT RECORD
113500     AT END
113600     SET SWEEP-EOF-REACHED TO TRUE
113700     END-READ
113800     IF WS-CASE-STATUS NOT = '00' AND NOT SWEEP-EOF-REACHED
113900     DISPLAY 'ERROR READING CASE FILE: ' WS-CASE-STATUS
114000     ADD 1 TO WS-LOOKUP-ERRORS
114100     SET SWEEP-EOF-REACHED TO TRUE
114200 END-IF.
114300
114400 3210-CHECK-ONE-CASE.
114500     MOVE CASE-CARD-NUMBER TO CUST-CARD-NUMBER
114600     PERFORM 2800-PROBE-CUSTOMER
114700     MOVE ZERO TO WS-CHECK-IDX
114800     IF NOT CUST-ON-FILE
114900     MOVE 8 TO WS-CHECK-IDX
115000     ELSE
115100     IF CUST-ACCOUNT-CLOSED
115200     MOVE 9 TO WS-CHECK-IDX
115300     END-IF
115400     END-IF
115500     IF WS-CHECK-IDX > ZERO
115600     MOVE CASE-CARD-NUMBER TO WS-MASK-CARD-IN
115700     PERFORM 2950-MASK-CARD-NUMBER
115800     MOVE WS-MASKED-CARD TO WS-EXC-KEY
115900     MOVE SPACES TO WS-EXC-DETAIL
116000     STRING 'CASE ' CASE-NUMBER ' ' CASE-STATUS
116100     DELIMITED BY SIZE INTO WS-EXC-DETAIL
116200     MOVE 'REPORTED' TO WS-EXC-ACTION
116300     PERFORM 2900-RECORD-EXCEPTION
116400 END-IF.
116500
116600 3000-SWEEP-EXIT.
116700     EXIT.
116800
116900 4000-SWEEP-MERCHANT-VELOCITY SECTION.
117000 4000-SWEEP-START.
117100* A merchant the engine scored but MERCHFILE does not know still
117200* gets a velocity record, and a partitioned merge folds in every
117300* partition's merchants - these are the records nobody will ever
117400* look up again once the merchant is gone from the master.
117500     DISPLAY 'BEGINNING MERCHANT VELOCITY SWEEP'
117600     MOVE 'N' TO WS-SWEEP-EOF-FLAG
117700     MOVE SPACES TO MV-MERCHANT-ID
117800     START MERCHANT-VELOCITY-FILE
117900     KEY IS NOT LESS THAN MV-MERCHANT-ID
118000     INVALID KEY
118100     SET SWEEP-EOF-REACHED TO TRUE
118200     END-START
118300     IF NOT SWEEP-EOF-REACHED
118400     PERFORM 4105-READ-NEXT-MERCHANT-VELO
118500     END-IF
118600     PERFORM UNTIL SWEEP-EOF-REACHED
118700     ADD 1 TO WS-MVEL-READ
118800     PERFORM 4110-CHECK-ONE-MERCHANT-VELO
118900     PERFORM 4105-READ-NEXT-MERCHANT-VELO
119000     END-PERFORM
119100     GO TO 4000-SWEEP-EXIT.
119200
119300 4105-READ-NEXT-MERCHANT-VELO.
119400     READ MERCHANT-VELOCITY-FILE NEXT RECORD
119500     AT END
119600     SET SWEEP-EOF-REACHED TO TRUE
119700     END-READ
119800     IF WS-MVEL-STATUS NOT = '00' AND NOT SWEEP-EOF-REACHED
119900     DISPLAY 'ERROR READING MERCHANT VELOCITY FILE: '
120000     WS-MVEL-STATUS
120100     ADD 1 TO WS-LOOKUP-ERRORS
120200     SET SWEEP-EOF-REACHED TO TRUE
120300 END-IF.
120400
120500 4110-CHECK-ONE-MERCHANT-VELO.
120600     MOVE MV-MERCHANT-ID TO MERCH-ID
120700     PERFORM 4150-PROBE-MERCHANT
120800     IF NOT MERCH-ON-FILE
120900     MOVE 10 TO WS-CHECK-IDX
121000     MOVE MV-MERCHANT-ID TO WS-EXC-KEY
121100     MOVE SPACES TO WS-EXC-DETAIL
121200     STRING 'LAST UPDATE ' MV-LAST-UPDATE(1:8)
121300     DELIMITED BY SIZE INTO WS-EXC-DETAIL
121400     MOVE 'REPORTED' TO WS-EXC-ACTION
121500     IF FIX-MODE
121600     MOVE 'MVELFILE' TO WS-AUDIT-FILE-NAME
121700     MOVE 'DELETED' TO WS-AUDIT-ACTION
121800     MOVE 400 TO WS-AUDIT-LENGTH
121900     MOVE MERCHANT-VELOCITY-RECORD TO WS-AUDIT-IMAGE
122000     PERFORM 2960-WRITE-AUDIT-RECORD
122100     IF AUDIT-WRITTEN
122200     DELETE MERCHANT-VELOCITY-FILE RECORD
122300     MOVE WS-MVEL-STATUS TO WS-FIX-STATUS
122400     PERFORM 2850-COUNT-PURGE
122500     END-IF
122600     END-IF
122700     PERFORM 2900-RECORD-EXCEPTION
122800 END-IF.
122900
123000 4150-PROBE-MERCHANT.
123100     MOVE 'N' TO WS-MERCH-FOUND-FLAG
123200     READ MERCHANT-FILE
123300     EVALUATE WS-MERCH-STATUS
123400     WHEN '00'
123500     SET MERCH-ON-FILE TO TRUE
123600     WHEN '23'
123700     CONTINUE
123800     WHEN OTHER
123900     DISPLAY 'ERROR READING MERCHANT FILE: ' WS-MERCH-STATUS
124000     ADD 1 TO WS-LOOKUP-ERRORS
124100     SET MERCH-ON-FILE TO TRUE
124200 END-EVALUATE.
124300
124400 4000-SWEEP-EXIT.
124500     EXIT.
124600
124700 9000-FINALIZE-PROGRAM SECTION.
124800 9000-FINALIZE-START.
124900     PERFORM 9100-WRITE-REPORT-SUMMARY
125000     PERFORM 9200-CLOSE-FILES
125100     PERFORM 9300-DISPLAY-FINAL-STATS
125200     DISPLAY 'MASTER INTEGRITY BATCH - COMPLETED'
125300     GO TO 9000-FINALIZE-EXIT.
125400
125500 9100-WRITE-REPORT-SUMMARY.
125600     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-BLANK-LINE
125700     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-SUMMARY-HEADER
125800     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-SUMMARY-COLUMN-LINE
125900     PERFORM 9110-WRITE-ONE-SUMMARY-LINE
126000     VARYING WS-CHECK-IDX FROM 1 BY 1
126100     UNTIL WS-CHECK-IDX > 10
126200     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-BLANK-LINE
126300     MOVE 'VELOCITY RECORDS CHECKED' TO WS-RPT-TOTAL-LABEL
126400     MOVE WS-VELO-READ TO WS-RPT-TOTAL-COUNT
126500     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
126600     MOVE 'CARD HISTORIES CHECKED' TO WS-RPT-TOTAL-LABEL
126700     MOVE WS-HIST-READ TO WS-RPT-TOTAL-COUNT
126800     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
126900     MOVE 'TRAVEL PLAN RECORDS CHECKED' TO WS-RPT-TOTAL-LABEL
127000     MOVE WS-TRAV-READ TO WS-RPT-TOTAL-COUNT
127100     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
127200     MOVE 'TOKENS CHECKED' TO WS-RPT-TOTAL-LABEL
127300     MOVE WS-TOKEN-READ TO WS-RPT-TOTAL-COUNT
127400     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
127500     MOVE 'HOT CARDS CHECKED' TO WS-RPT-TOTAL-LABEL
127600     MOVE WS-HOT-READ TO WS-RPT-TOTAL-COUNT
127700     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
127800     MOVE 'CASES READ' TO WS-RPT-TOTAL-LABEL
127900     MOVE WS-CASES-READ TO WS-RPT-TOTAL-COUNT
128000     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
128100     MOVE 'MERCHANT VELOCITY CHECKED' TO WS-RPT-TOTAL-LABEL
128200     MOVE WS-MVEL-READ TO WS-RPT-TOTAL-COUNT
128300     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
128400     MOVE 'INCONSISTENCIES FOUND' TO WS-RPT-TOTAL-LABEL
128500     MOVE WS-FINDINGS-TOTAL TO WS-RPT-TOTAL-COUNT
128600     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
128700     MOVE 'RECORDS PURGED OR REWRITTEN' TO WS-RPT-TOTAL-LABEL
128800     MOVE WS-REMOVED-TOTAL TO WS-RPT-TOTAL-COUNT
128900     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
129000     MOVE 'EXPIRED TRAVEL PLANS REMOVED' TO WS-RPT-TOTAL-LABEL
129100     MOVE WS-PLANS-REMOVED TO WS-RPT-TOTAL-COUNT
129200     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
129300     MOVE 'AUDIT RECORDS WRITTEN' TO WS-RPT-TOTAL-LABEL
129400     MOVE WS-AUDIT-WRITTEN TO WS-RPT-TOTAL-COUNT
129500     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
129600     MOVE 'PURGE ERRORS' TO WS-RPT-TOTAL-LABEL
129700     MOVE WS-FIX-ERRORS TO WS-RPT-TOTAL-COUNT
129800     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
129900     MOVE 'LOOKUP AND READ ERRORS' TO WS-RPT-TOTAL-LABEL
130000     MOVE WS-LOOKUP-ERRORS TO WS-RPT-TOTAL-COUNT
130100     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
130200
130300 9110-WRITE-ONE-SUMMARY-LINE.
130400     MOVE WS-CHECK-CODE(WS-CHECK-IDX) TO WS-SUM-CHECK
130500     MOVE WS-CHECK-DESC(WS-CHECK-IDX) TO WS-SUM-DESC
130600     MOVE WS-CK-FOUND(WS-CHECK-IDX) TO WS-SUM-FOUND
130700     MOVE WS-CK-REMOVED(WS-CHECK-IDX) TO WS-SUM-REMOVED
130800     IF WS-CHECK-PURGE(WS-CHECK-IDX) = 'N'
130900     MOVE 'REPORT ONLY' TO WS-SUM-NOTE
131000     ELSE
131100     MOVE SPACES TO WS-SUM-NOTE
131200     END-IF
131300     WRITE INTEGRITY-REPORT-RECORD FROM WS-RPT-SUMMARY-LINE.
131400
131500 9200-CLOSE-FILES.
131600     CLOSE CUSTOMER-FILE
131700     CLOSE MERCHANT-FILE
131800     CLOSE VELOCITY-FILE
131900     CLOSE CARD-HISTORY-FILE
132000     IF TRAV-FILE-OPEN
132100     CLOSE TRAVEL-PLAN-FILE
132200     END-IF
132300     CLOSE TOKEN-XREF-FILE
132400     CLOSE HOTCARD-FILE
132500     CLOSE CASE-FILE
132600     CLOSE MERCHANT-VELOCITY-FILE
132700     IF FIX-MODE
132800     CLOSE INTEGRITY-AUDIT-FILE
132900     END-IF
133000     CLOSE INTEGRITY-REPORT.
133100
133200 9300-DISPLAY-FINAL-STATS.
133300     DISPLAY ' '
133400     DISPLAY '=========================================='
133500     DISPLAY 'MASTER INTEGRITY STATISTICS'
133600     DISPLAY '=========================================='
133700     DISPLAY 'INCONSISTENCIES FOUND: ' WS-FINDINGS-TOTAL
133800     DISPLAY 'RECORDS PURGED OR REWRITTEN: ' WS-REMOVED-TOTAL
133900     DISPLAY 'AUDIT RECORDS WRITTEN: ' WS-AUDIT-WRITTEN
134000     DISPLAY 'PURGE ERRORS: ' WS-FIX-ERRORS
134100     DISPLAY 'LOOKUP AND READ ERRORS: ' WS-LOOKUP-ERRORS
134200     DISPLAY '=========================================='
134300* Anything found and not put right - report-only kinds, or any
134400* kind on a report-mode run - is for someone to look at.
134500     IF WS-FIX-ERRORS > ZERO OR WS-LOOKUP-ERRORS > ZERO
134600     DISPLAY 'INTEGRITY RUN INCOMPLETE - SEE ERRORS ABOVE'
134700     MOVE 8 TO RETURN-CODE
134800     ELSE
134900     IF WS-FINDINGS-TOTAL > WS-REMOVED-TOTAL
135000     DISPLAY 'INCONSISTENCIES ON INTEGRITY REPORT - REVIEW'
135100     MOVE 4 TO RETURN-CODE
135200     END-IF
135300 END-IF.
135400
135500 9000-FINALIZE-EXIT.
135600     EXIT.
135700
135800* END OF MASTER-INTEGRITY PROGRAM
