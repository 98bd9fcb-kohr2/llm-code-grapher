000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUTH-RECON.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600*
000700* MODIFICATION HISTORY
000800* 2026-10-15  FRAUD-DETECTION-TEAM  ORIGINAL VERSION. MORNING
000900*             RECONCILIATION OF THE REAL-TIME SCORING SERVICE
001000*             AGAINST THE NIGHTLY BATCH - MATCHES THE
001100*             AUTHORIZATION DECISION LOG FRAUD-SCORE-SVC APPENDS
001200*             ALL DAY (AUTHLOG) TO THE BATCH DECISION RESPONSE
001300*             FILE (DECRESP) BY TRANSACTION ID, WITH THE FRAUD LOG
001400*             SUPPLYING THE RULE FLAGS BEHIND EACH BATCH DECLINE.
001500*             REPORTS EVERY TRANSACTION APPROVED ONLINE BUT
001600*             DECLINED IN BATCH, DECLINED ONLINE BUT APPROVED IN
001700*             BATCH, SCORED ONLINE BUT NEVER POSTED, AND POSTED
001800*             WITHOUT AN ONLINE SCORE, WITH COUNTS BY RULE - THE
001900*             ANSWER FOR AN AUDITOR WHO ASKS WHETHER THE TWO
002000*             ENGINES AGREE.
002010* 2026-10-15  FRAUD-DETECTION-TEAM  A BATCH STEP-UP HOLD
002020*             (HOLD-FOR-REVIEW) IS COUNTED APART RATHER THAN AS
002030*             AGREEMENT OR AN EXCEPTION - THE RELEASE OR DECLINE
002040*             CONFIRM-REPLY-BATCH WRITES LATER IS RECONCILED IN
002050*             ITS OWN RIGHT.
002060* 2026-10-15  FRAUD-DETECTION-TEAM  RULE-16 LINKED CUSTOMER
002070*             COUNTED WITH THE OTHER ENGINE RULES - SIXTEEN RULE
002080*             FLAGS, HOT-CARD DECLINES MOVE TO SLOT 17.
002083* 2026-10-15  FRAUD-DETECTION-TEAM  AUTHLOG IS CUMULATIVE, SO ONLY
002086*             THE DECISIONS FOR THE BUSINESS DATE OF THE BATCH RUN
002090*             ARE RECONCILED - THE RUN DATE ON THE TRANFILE
002093*             HEADER, OR THE LATEST TRANSACTION DATE ON AN EXTRACT
002096*             WITH NO HEADER. OTHER DAYS ARE COUNTED APART.
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-Z15.
002500 OBJECT-COMPUTER. IBM-Z15.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002810     SELECT TRANSACTION-FILE ASSIGN TO 'TRANFILE'
002820     ORGANIZATION IS SEQUENTIAL
002830     ACCESS MODE IS SEQUENTIAL
002840 FILE STATUS IS WS-TRAN-STATUS.
002850
002900     SELECT AUTH-DECISION-LOG ASSIGN TO 'AUTHLOG'
003000     ORGANIZATION IS SEQUENTIAL
003100     ACCESS MODE IS SEQUENTIAL
003200 FILE STATUS IS WS-ALOG-STATUS.
003300
003400     SELECT DECISION-RESPONSE-FILE ASSIGN TO 'DECRESP'
003500     ORGANIZATION IS SEQUENTIAL
003600     ACCESS MODE IS SEQUENTIAL
003700 FILE STATUS IS WS-DECR-STATUS.
003800
003900     SELECT FRAUD-LOG ASSIGN TO 'FRAUDLOG'
004000     ORGANIZATION IS SEQUENTIAL
004100     ACCESS MODE IS SEQUENTIAL
004200 FILE STATUS IS WS-FRAUD-STATUS.
004300
004400     SELECT RECON-REPORT ASSIGN TO 'AUTHRPT'
004500     ORGANIZATION IS SEQUENTIAL
004600     ACCESS MODE IS SEQUENTIAL
004700 FILE STATUS IS WS-RPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005105* The batch run's extract - read only for the business date it
005111* carries. A detail TRANS-ID is all digits, so the HDR and TRL
005116* tags never collide with a transaction.
005122 FD  TRANSACTION-FILE
005127     RECORDING MODE IS F
005133 RECORD CONTAINS 200 CHARACTERS.
005138 01  TRANSACTION-RECORD.
005144 05  TRANS-ID                PIC 9(12).
005150 05  TRANS-CARD-NUMBER       PIC 9(16).
005155 05  TRANS-AMOUNT            PIC 9(8)V99.
005161 05  TRANS-DATE              PIC 9(8).
005166 05  FILLER                  PIC X(154).
005172 01  TRANSACTION-HEADER-RECORD.
005177 05  TH-RECORD-TYPE          PIC X(3).
005183 05  TH-RUN-DATE             PIC 9(8).
005188 05  TH-SOURCE-SYSTEM        PIC X(10).
005194 05  FILLER                  PIC X(179).
005197
005200* Same 200-byte record FRAUD-SCORE-SVC appends per call - the
005300* request image with the card masked, then the response the
005400* switch was given.
005500 FD  AUTH-DECISION-LOG
005600     RECORDING MODE IS F
005700 RECORD CONTAINS 200 CHARACTERS.
005800 01  AUTH-LOG-RECORD.
005900 05  AL-LOG-TIMESTAMP        PIC X(20).
006000 05  AL-REQUEST.
006100 10  AL-TRANS-ID         PIC 9(12).
006200 10  AL-CARD-NUMBER      PIC X(16).
006300 10  AL-AMOUNT           PIC 9(8)V99.
006400 10  AL-DATE             PIC 9(8).
006500 10  AL-TIME             PIC 9(6).
006600 10  AL-MERCHANT-ID      PIC X(10).
006700 10  AL-MERCHANT-CAT     PIC 9(4).
006800 10  AL-TYPE             PIC X(2).
006900 10  AL-LOCATION-ZIP     PIC X(10).
007000 10  AL-COUNTRY-CODE     PIC X(3).
007100 10  AL-CURRENCY         PIC X(3).
007200 10  AL-CHANNEL          PIC X(3).
007300 10  AL-POS-ENTRY        PIC X(2).
007400 10  AL-CHIP-STATUS      PIC X(1).
007500 10  AL-PIN-VERIFIED     PIC X(1).
007600 05  AL-RESPONSE.
007700 10  AL-RETURN-CODE      PIC X(2).
007800 10  AL-ACTION           PIC X(20).
007900 10  AL-RISK-SCORE       PIC 9(4).
008000 10  AL-REASON-CODE      PIC X(10).
008100 10  AL-RULES-TRIGGERED  PIC X(50).
008200 05  FILLER                  PIC X(3).
008300
008400* Same 80-byte record the fraud engine's 3050 writes per posted
008500* transaction.
008600 FD  DECISION-RESPONSE-FILE
008700     RECORDING MODE IS F
008800 RECORD CONTAINS 80 CHARACTERS.
008900 01  DECISION-RESPONSE-RECORD.
009000 05  DECR-TRANS-ID           PIC 9(12).
009100 05  DECR-CARD-NUMBER        PIC 9(16).
009200 05  DECR-ACTION             PIC X(20).
009300 05  DECR-RISK-SCORE         PIC 9(4).
009400 05  DECR-CASE-NUMBER        PIC 9(12).
009500 05  FILLER                  PIC X(16).
009600
009700* Same 400-byte record the fraud engine writes.
009800 FD  FRAUD-LOG
009900     RECORDING MODE IS F
010000 RECORD CONTAINS 400 CHARACTERS.
010100 01  FRAUD-LOG-RECORD.
010200 05  FRAUD-TIMESTAMP         PIC X(20).
010300 05  FRAUD-TRANS-ID          PIC 9(12).
010400 05  FRAUD-CARD-NUMBER       PIC X(16).
010500 05  FRAUD-REASON-CODE       PIC X(10).
010600 05  FRAUD-RISK-SCORE        PIC 9(3).
010700 05  FRAUD-ACTION-TAKEN      PIC X(20).
010800 05  FRAUD-RULE-TRIGGERED    PIC X(50).
010900 05  FRAUD-AMOUNT            PIC 9(8)V99.
011000 05  FRAUD-MERCHANT          PIC X(40).
011100 05  FRAUD-LOCATION          PIC X(20).
011200 05  FRAUD-ANALYST-ID        PIC X(10).
011300 05  FRAUD-RESOLUTION        PIC X(100).
011400 05  FRAUD-CARD-TOKEN        PIC 9(16).
011500 05  FILLER                  PIC X(73).
011600
011700 FD  RECON-REPORT
011800     RECORDING MODE IS F
011900 RECORD CONTAINS 132 CHARACTERS.
012000 01  RECON-REPORT-RECORD     PIC X(132).
012100
012200 WORKING-STORAGE SECTION.
012300
012400* File Status Variables
012500 01  WS-ALOG-STATUS              PIC XX.
012600 01  WS-DECR-STATUS              PIC XX.
012700 01  WS-FRAUD-STATUS             PIC XX.
012800 01  WS-RPT-STATUS               PIC XX.
012810 01  WS-TRAN-STATUS              PIC XX.
012900
013000* Control Variables
013100 01  WS-ALOG-EOF-FLAG            PIC X VALUE 'N'.
013200 88  ALOG-EOF-REACHED        VALUE 'Y'.
013300 01  WS-DECR-EOF-FLAG            PIC X VALUE 'N'.
013400 88  DECR-EOF-REACHED        VALUE 'Y'.
013500 01  WS-FRAUD-EOF-FLAG           PIC X VALUE 'N'.
013600 88  FRAUD-EOF-REACHED       VALUE 'Y'.
013700 01  WS-AUTH-FOUND-FLAG          PIC X VALUE 'N'.
013800 88  AUTH-ENTRY-FOUND        VALUE 'Y'.
013900 01  WS-BATCH-FOUND-FLAG         PIC X VALUE 'N'.
014000 88  BATCH-ENTRY-FOUND       VALUE 'Y'.
014100 01  WS-BATCH-DECLINE-FLAG       PIC X VALUE 'N'.
014200 88  BATCH-DECLINED          VALUE 'Y'.
014210 01  WS-TRAN-EOF-FLAG            PIC X VALUE 'N'.
014220 88  TRAN-EOF-REACHED        VALUE 'Y'.
014300
014400* Online Decision Table - one entry per transaction id the switch
014500* had scored, loaded from the decision log. A retried request
014600* replaces the earlier answer, since the last response is the one
014700* the cardholder saw. Class: A approved, D rule decline, H
014800* hot-card decline, V customer-verify (unknown customer).
014900 01  WS-AUTH-TABLE.
015000 05  WS-AT-ENTRY OCCURS 10000 TIMES.
015100 10  WS-AT-TRANS-ID      PIC 9(12).
015200 10  WS-AT-CARD-NUMBER   PIC X(16).
015300 10  WS-AT-AMOUNT        PIC 9(8)V99.
015400 10  WS-AT-ACTION        PIC X(20).
015500 10  WS-AT-RISK-SCORE    PIC 9(4).
015600 10  WS-AT-CLASS         PIC X(1).
015700 10  WS-AT-RULE-FLAGS    PIC X(16).
015800 10  WS-AT-MATCHED       PIC X(1).
015900 01  WS-AT-COUNT                 PIC 9(5) COMP VALUE ZERO.
016000 01  WS-AT-IDX                   PIC 9(5) COMP.
016100 01  WS-AT-FOUND-IDX             PIC 9(5) COMP.
016200
016300* Batch Decline Table - the fraud log's rule flags behind every
016400* batch decline, plus the reversals (which the switch never
016500* scores), keyed by transaction id. Class: D rule decline, H
016600* hot-card decline, R reversal.
016700 01  WS-BATCH-TABLE.
016800 05  WS-BT-ENTRY OCCURS 10000 TIMES.
016900 10  WS-BT-TRANS-ID      PIC 9(12).
017000 10  WS-BT-CLASS         PIC X(1).
017100 10  WS-BT-RULE-FLAGS    PIC X(16).
017200 01  WS-BT-COUNT                 PIC 9(5) COMP VALUE ZERO.
017300 01  WS-BT-IDX                   PIC 9(5) COMP.
017400 01  WS-BT-FOUND-IDX             PIC 9(5) COMP.
017500
017600* Per-Rule Exception Counters - slots 1-16 the engine rules, slot
017700* 17 hot-card declines (no rule flags). Columns: approved online
017800* declined batch, declined online approved batch, scored online
017900* never posted, posted with no online score.
018000 01  WS-RULE-STATS.
018100 05  WS-RS-ENTRY OCCURS 17 TIMES.
018200 10  WS-RS-APPR-DECL     PIC 9(8).
018300 10  WS-RS-DECL-APPR     PIC 9(8).
018400 10  WS-RS-NOT-POSTED    PIC 9(8).
018500 10  WS-RS-NOT-SCORED    PIC 9(8).
018600 01  WS-RULE-IDX                 PIC 9(2) COMP.
018700 01  WS-RS-COLUMN                PIC 9(1).
018800 88  RS-COL-APPR-DECL        VALUE 1.
018900 88  RS-COL-DECL-APPR        VALUE 2.
019000 88  RS-COL-NOT-POSTED       VALUE 3.
019100 88  RS-COL-NOT-SCORED       VALUE 4.
019200
019300* The 16 Y/N flags after the 'RULES_TRIGGERED: ' tag, from either
019400* engine - redefined for subscripting. The service strings twelve.
019500 01  WS-RULE-FLAG-STRING         PIC X(16).
019600 01  WS-RULE-FLAG-TABLE REDEFINES WS-RULE-FLAG-STRING.
019700 05  WS-RULE-FLAG            PIC X OCCURS 16 TIMES.
019800 01  WS-TALLY-CLASS              PIC X(1).
019900
020000* Rule Names - same labels the run summary report uses.
020100 01  WS-RULE-NAME-VALUES.
020200 05  FILLER PIC X(28) VALUE 'RULE-01 HIGH AMOUNT'.
020300 05  FILLER PIC X(28) VALUE 'RULE-02 VELOCITY'.
020400 05  FILLER PIC X(28) VALUE 'RULE-03 LOCATION VARIANCE'.
020500 05  FILLER PIC X(28) VALUE 'RULE-04 MERCHANT RISK'.
020600 05  FILLER PIC X(28) VALUE 'RULE-05 TIME PATTERN'.
020700 05  FILLER PIC X(28) VALUE 'RULE-06 CARD NOT PRESENT'.
020800 05  FILLER PIC X(28) VALUE 'RULE-07 SUSPICIOUS CATEGORY'.
020900 05  FILLER PIC X(28) VALUE 'RULE-08 CUSTOMER BEHAVIOR'.
021000 05  FILLER PIC X(28) VALUE 'RULE-09 NEW ACCOUNT'.
021100 05  FILLER PIC X(28) VALUE 'RULE-10 CROSS VALIDATION'.
021200 05  FILLER PIC X(28) VALUE 'RULE-11 CURRENCY MISMATCH'.
021300 05  FILLER PIC X(28) VALUE 'RULE-12 MERCHANT CARD SPREAD'.
021400 05  FILLER PIC X(28) VALUE 'RULE-13 REFUND ABUSE'.
021500 05  FILLER PIC X(28) VALUE 'RULE-14 CASH ADVANCE'.
021600 05  FILLER PIC X(28) VALUE 'RULE-15 CREDIT UTILIZATION'.
021610 05  FILLER PIC X(28) VALUE 'RULE-16 LINKED CUSTOMER'.
021700 05  FILLER PIC X(28) VALUE 'HOT CARD (NO RULES)'.
021800 01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAME-VALUES.
021900 05  WS-RULE-NAME            PIC X(28) OCCURS 17 TIMES.
022000
022100* PCI Masking Variables - first-six/last-four display form.
022200 01  WS-MASK-CARD-IN             PIC 9(16).
022300 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
022400     PIC X(16).
022500 01  WS-MASKED-CARD              PIC X(16).
022600
022700* Work Variables
022800 01  WS-CURRENT-TIMESTAMP        PIC X(20).
022810 01  WS-RECON-DATE               PIC 9(8) VALUE ZERO.
022820 01  WS-LATEST-TRANS-DATE        PIC 9(8) VALUE ZERO.
022900 01  WS-MATCH-TRANS-ID           PIC 9(12).
023000 01  WS-DECLINE-ACTION           PIC X(20)
023100     VALUE 'DECLINE-TRANSACTION'.
023110 01  WS-HOLD-ACTION              PIC X(20)
023120     VALUE 'HOLD-FOR-REVIEW'.
023200
023300* Counters and Statistics
023400 01  WS-COUNTERS.
023500 05  WS-AUTH-RECORDS-READ      PIC 9(8) VALUE ZERO.
023600 05  WS-AUTH-UNSCORED          PIC 9(8) VALUE ZERO.
023700 05  WS-AUTH-RESCORED          PIC 9(8) VALUE ZERO.
023800 05  WS-AUTH-DROPPED           PIC 9(8) VALUE ZERO.
023810 05  WS-AUTH-OTHER-DATES       PIC 9(8) VALUE ZERO.
023900 05  WS-FRAUD-RECORDS-READ     PIC 9(8) VALUE ZERO.
024000 05  WS-BATCH-DROPPED          PIC 9(8) VALUE ZERO.
024100 05  WS-DECR-RECORDS-READ      PIC 9(8) VALUE ZERO.
024200 05  WS-MATCHED-AGREE          PIC 9(8) VALUE ZERO.
024300 05  WS-MATCHED-VERIFY         PIC 9(8) VALUE ZERO.
024310 05  WS-MATCHED-HELD           PIC 9(8) VALUE ZERO.
024400 05  WS-APPR-ONLINE-DECL-BATCH PIC 9(8) VALUE ZERO.
024500 05  WS-DECL-ONLINE-APPR-BATCH PIC 9(8) VALUE ZERO.
024600 05  WS-SCORED-NOT-POSTED      PIC 9(8) VALUE ZERO.
024700 05  WS-POSTED-NOT-SCORED      PIC 9(8) VALUE ZERO.
024800 05  WS-REVERSALS-SKIPPED      PIC 9(8) VALUE ZERO.
024900
025000* Report Line Layouts
025100 01  WS-RPT-HEADER-LINE.
025200 05  FILLER                  PIC X(45)
025300     VALUE 'ONLINE / BATCH DECISION RECONCILIATION - '.
025400 05  WS-RPT-HDR-DATE         PIC X(8).
025500 05  FILLER                  PIC X(79) VALUE SPACES.
025600 01  WS-RPT-DETAIL-HEADING.
025700 05  FILLER                  PIC X(30) VALUE 'EXCEPTION'.
025800 05  FILLER                  PIC X(14) VALUE 'TRANS-ID'.
025900 05  FILLER                  PIC X(18) VALUE 'CARD'.
026000 05  FILLER                  PIC X(13) VALUE '     AMOUNT  '.
026100 05  FILLER                  PIC X(21) VALUE 'ONLINE ACTION'.
026200 05  FILLER                  PIC X(6) VALUE 'SCORE'.
026300 05  FILLER                  PIC X(21) VALUE 'BATCH ACTION'.
026400 05  FILLER                  PIC X(9) VALUE 'SCORE'.
026500 01  WS-RPT-DETAIL-LINE.
026600 05  WS-DTL-CATEGORY         PIC X(28).
026700 05  FILLER                  PIC X(2) VALUE SPACES.
026800 05  WS-DTL-TRANS-ID         PIC 9(12).
026900 05  FILLER                  PIC X(2) VALUE SPACES.
027000 05  WS-DTL-CARD             PIC X(16).
027100 05  FILLER                  PIC X(2) VALUE SPACES.
027200 05  WS-DTL-AMOUNT           PIC ZZZZZZZ9.99.
027300 05  FILLER                  PIC X(2) VALUE SPACES.
027400 05  WS-DTL-ONLINE-ACTION    PIC X(20).
027500 05  FILLER                  PIC X(1) VALUE SPACES.
027600 05  WS-DTL-ONLINE-SCORE     PIC ZZZ9.
027700 05  FILLER                  PIC X(2) VALUE SPACES.
027800 05  WS-DTL-BATCH-ACTION     PIC X(20).
027900 05  FILLER                  PIC X(1) VALUE SPACES.
028000 05  WS-DTL-BATCH-SCORE      PIC ZZZ9.
028100 05  FILLER                  PIC X(5) VALUE SPACES.
028200 01  WS-RPT-COLUMN-LINE.
028300 05  FILLER                  PIC X(30) VALUE 'RULE'.
028400 05  FILLER                  PIC X(19)
028500     VALUE '  APPR-ONL/DECL-BAT'.
028600 05  FILLER                  PIC X(19)
028700     VALUE '  DECL-ONL/APPR-BAT'.
028800 05  FILLER                  PIC X(19)
028900     VALUE '  SCORED-NOT-POSTED'.
029000 05  FILLER                  PIC X(19)
029100     VALUE '  POSTED-NOT-SCORED'.
029200 05  FILLER                  PIC X(26) VALUE SPACES.
029300 01  WS-RPT-RULE-LINE.
029400 05  WS-RPT-RULE-NAME        PIC X(28).
029500 05  FILLER                  PIC X(2) VALUE SPACES.
029600 05  FILLER                  PIC X(11) VALUE SPACES.
029700 05  WS-RPT-APPR-DECL        PIC ZZZZZZZ9.
029800 05  FILLER                  PIC X(11) VALUE SPACES.
029900 05  WS-RPT-DECL-APPR        PIC ZZZZZZZ9.
030000 05  FILLER                  PIC X(11) VALUE SPACES.
030100 05  WS-RPT-NOT-POSTED       PIC ZZZZZZZ9.
030200 05  FILLER                  PIC X(11) VALUE SPACES.
030300 05  WS-RPT-NOT-SCORED       PIC ZZZZZZZ9.
030400 05  FILLER                  PIC X(26) VALUE SPACES.
030500 01  WS-RPT-TOTAL-LINE.
030600 05  WS-RPT-TOTAL-LABEL      PIC X(40).
030700 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
030800 05  FILLER                  PIC X(84) VALUE SPACES.
030900 01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
031000
031100* Error Messages
031200 01  WS-ERROR-MESSAGES.
031300     05  ERR-FILE-NOT-FOUND      PIC X(50)
031400 VALUE 'ERROR: Required file not found or accessible'.
031500
031600 PROCEDURE DIVISION.
031700
031800 0000-MAIN-CONTROL SECTION.
031900 0000-MAIN-PROCESS.
032000     PERFORM 1000-INITIALIZE-PROGRAM
032100     PERFORM 2000-LOAD-ONLINE-DECISIONS
032200     PERFORM 3000-LOAD-BATCH-DECLINES
032300     PERFORM 4000-MATCH-BATCH-DECISIONS
032400     PERFORM 5000-SWEEP-UNPOSTED-SCORES
032500     PERFORM 9000-FINALIZE-PROGRAM
032600     STOP RUN.
032700
032800 1000-INITIALIZE-PROGRAM SECTION.
032900 1000-INIT-START.
033000     DISPLAY 'AUTH RECONCILIATION - INITIALIZING'
033100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
033200     INITIALIZE WS-RULE-STATS
033300     PERFORM 1100-OPEN-FILES
033310     PERFORM 1150-SET-BUSINESS-DATE
033400     PERFORM 1200-WRITE-REPORT-HEADER
033500     GO TO 1000-INIT-EXIT.
033600
033700 1100-OPEN-FILES.
033800     OPEN INPUT AUTH-DECISION-LOG
033900     IF WS-ALOG-STATUS NOT = '00'
034000     DISPLAY ERR-FILE-NOT-FOUND ' - AUTHORIZATION DECISION LOG'
034100     MOVE 16 TO RETURN-CODE
034200     STOP RUN
034300     END-IF
034310
034320     OPEN INPUT TRANSACTION-FILE
034330     IF WS-TRAN-STATUS NOT = '00'
034340     DISPLAY ERR-FILE-NOT-FOUND ' - TRANSACTION FILE'
034350     MOVE 16 TO RETURN-CODE
034360     STOP RUN
034370     END-IF
034400
034500     OPEN INPUT DECISION-RESPONSE-FILE
034600     IF WS-DECR-STATUS NOT = '00'
034700     DISPLAY ERR-FILE-NOT-FOUND ' - DECISION RESPONSE FILE'
034800     MOVE 16 TO RETURN-CODE
034900     STOP RUN
035000     END-IF
035100
035200     OPEN INPUT FRAUD-LOG
035300     IF WS-FRAUD-STATUS NOT = '00'
035400     DISPLAY ERR-FILE-NOT-FOUND ' - FRAUD LOG'
035500     MOVE 16 TO RETURN-CODE
035600     STOP RUN
035700     END-IF
035800
035900     OPEN OUTPUT RECON-REPORT
036000     IF WS-RPT-STATUS NOT = '00'
036100     DISPLAY ERR-FILE-NOT-FOUND ' - RECONCILIATION REPORT'
036200     MOVE 16 TO RETURN-CODE
036300     STOP RUN
036400 END-IF.
036500
036502 1150-SET-BUSINESS-DATE.
036504* The service appends to AUTHLOG every day and the log is never
036507* cleared, while DECRESP and FRAUDLOG hold one batch run. Only the
036509* online decisions for the business date that run scored are
036511* reconciled: the run date on the extract header, or - for an
036514* extract with no header - its latest transaction date.
036516     MOVE ZERO TO WS-RECON-DATE
036519     MOVE ZERO TO WS-LATEST-TRANS-DATE
036521     MOVE 'N' TO WS-TRAN-EOF-FLAG
036523     PERFORM 1160-READ-EXTRACT-RECORD
036526     UNTIL TRAN-EOF-REACHED OR WS-RECON-DATE > ZERO
036528     CLOSE TRANSACTION-FILE
036530     IF WS-RECON-DATE = ZERO
036533     IF WS-LATEST-TRANS-DATE = ZERO
036535     DISPLAY 'NO BUSINESS DATE ON THE EXTRACT - RUN STOPPED'
036538     MOVE 16 TO RETURN-CODE
036540     STOP RUN
036542     END-IF
036545     DISPLAY 'NO EXTRACT HEADER - RECONCILING TRANSACTION DATE '
036547     WS-LATEST-TRANS-DATE
036550     MOVE WS-LATEST-TRANS-DATE TO WS-RECON-DATE
036552     END-IF
036554     DISPLAY 'BUSINESS DATE RECONCILED: ' WS-RECON-DATE.
036557
036559 1160-READ-EXTRACT-RECORD.
036561     READ TRANSACTION-FILE
036564     AT END
036566     SET TRAN-EOF-REACHED TO TRUE
036569     NOT AT END
036571     EVALUATE TH-RECORD-TYPE
036573     WHEN 'HDR'
036576     MOVE TH-RUN-DATE TO WS-RECON-DATE
036578     WHEN 'TRL'
036580     CONTINUE
036583     WHEN OTHER
036585     IF TRANS-DATE NUMERIC
036588     AND TRANS-DATE > WS-LATEST-TRANS-DATE
036590     MOVE TRANS-DATE TO WS-LATEST-TRANS-DATE
036592     END-IF
036595     END-EVALUATE
036597 END-READ.
036598
036600 1200-WRITE-REPORT-HEADER.
036700     MOVE WS-RECON-DATE TO WS-RPT-HDR-DATE
036800     WRITE RECON-REPORT-RECORD FROM WS-RPT-HEADER-LINE
036900     WRITE RECON-REPORT-RECORD FROM WS-RPT-BLANK-LINE
037000     WRITE RECON-REPORT-RECORD FROM WS-RPT-DETAIL-HEADING.
037100
037200 1000-INIT-EXIT.
037300     EXIT.
037400
037500 2000-LOAD-ONLINE-DECISIONS SECTION.
037600 2000-LOAD-START.
037700     DISPLAY 'LOADING ONLINE DECISIONS'
037800     MOVE 'N' TO WS-ALOG-EOF-FLAG
037900     PERFORM 2100-READ-AUTH-LOG
038000     PERFORM UNTIL ALOG-EOF-REACHED
038100     ADD 1 TO WS-AUTH-RECORDS-READ
038200     PERFORM 2200-TABLE-ONE-DECISION THRU 2200-TABLE-EXIT
038300     PERFORM 2100-READ-AUTH-LOG
038400     END-PERFORM
038500     DISPLAY 'ONLINE DECISIONS LOADED: ' WS-AT-COUNT
038600     GO TO 2000-LOAD-EXIT.
038700
038800 2100-READ-AUTH-LOG.
038900     READ AUTH-DECISION-LOG
039000     AT END
039100     SET ALOG-EOF-REACHED TO TRUE
039200 END-READ.
039300
039400 2200-TABLE-ONE-DECISION.
039410* Earlier and later days' decisions belong to other batch runs.
039420     IF AL-DATE NOT = WS-RECON-DATE
039430     ADD 1 TO WS-AUTH-OTHER-DATES
039440     GO TO 2200-TABLE-EXIT
039450     END-IF
039500* Requests that failed validation (08) or met a down service (12)
039600* were never scored - they stay out of the table, so if the
039700* transaction posts it reads as posted without an online score.
039800     IF AL-RETURN-CODE = '08' OR AL-RETURN-CODE = '12'
039900     ADD 1 TO WS-AUTH-UNSCORED
040000     GO TO 2200-TABLE-EXIT
040100     END-IF
040200     MOVE AL-TRANS-ID TO WS-MATCH-TRANS-ID
040300     PERFORM 4300-FIND-AUTH-ENTRY
040400     IF AUTH-ENTRY-FOUND
040500     ADD 1 TO WS-AUTH-RESCORED
040600     ELSE
040700     IF WS-AT-COUNT < 10000
040800     ADD 1 TO WS-AT-COUNT
040900     MOVE WS-AT-COUNT TO WS-AT-FOUND-IDX
041000     ELSE
041100     ADD 1 TO WS-AUTH-DROPPED
041200     GO TO 2200-TABLE-EXIT
041300     END-IF
041400     END-IF
041500     MOVE AL-TRANS-ID TO WS-AT-TRANS-ID(WS-AT-FOUND-IDX)
041600     MOVE AL-CARD-NUMBER TO WS-AT-CARD-NUMBER(WS-AT-FOUND-IDX)
041700     MOVE AL-AMOUNT TO WS-AT-AMOUNT(WS-AT-FOUND-IDX)
041800     MOVE AL-ACTION TO WS-AT-ACTION(WS-AT-FOUND-IDX)
041900     MOVE AL-RISK-SCORE TO WS-AT-RISK-SCORE(WS-AT-FOUND-IDX)
042000     MOVE 'N' TO WS-AT-MATCHED(WS-AT-FOUND-IDX)
042100     MOVE SPACES TO WS-AT-RULE-FLAGS(WS-AT-FOUND-IDX)
042200     EVALUATE TRUE
042300     WHEN AL-ACTION NOT = WS-DECLINE-ACTION
042400     IF AL-RETURN-CODE = '04'
042500     MOVE 'V' TO WS-AT-CLASS(WS-AT-FOUND-IDX)
042600     ELSE
042700     MOVE 'A' TO WS-AT-CLASS(WS-AT-FOUND-IDX)
042800     END-IF
042900     WHEN AL-REASON-CODE = 'HOT_CARD'
043000     MOVE 'H' TO WS-AT-CLASS(WS-AT-FOUND-IDX)
043100     WHEN OTHER
043200     MOVE 'D' TO WS-AT-CLASS(WS-AT-FOUND-IDX)
043300     IF AL-RULES-TRIGGERED(1:17) = 'RULES_TRIGGERED: '
043400     MOVE AL-RULES-TRIGGERED(18:16)
043500     TO WS-AT-RULE-FLAGS(WS-AT-FOUND-IDX)
043600     END-IF
043700     END-EVALUATE.
043800
043900 2200-TABLE-EXIT.
044000     EXIT.
044100
044200 2000-LOAD-EXIT.
044300     EXIT.
044400
044500 3000-LOAD-BATCH-DECLINES SECTION.
044600 3000-LOAD-START.
044700     DISPLAY 'LOADING BATCH DECLINE RULE FLAGS'
044800     MOVE 'N' TO WS-FRAUD-EOF-FLAG
044900     PERFORM 3100-READ-FRAUD-LOG
045000     PERFORM UNTIL FRAUD-EOF-REACHED
045100     ADD 1 TO WS-FRAUD-RECORDS-READ
045200     PERFORM 3200-TABLE-ONE-BATCH-DECLINE THRU 3200-TABLE-EXIT
045300     PERFORM 3100-READ-FRAUD-LOG
045400     END-PERFORM
045500     DISPLAY 'BATCH DECLINES AND REVERSALS LOADED: ' WS-BT-COUNT
045600     GO TO 3000-LOAD-EXIT.
045700
045800 3100-READ-FRAUD-LOG.
045900     READ FRAUD-LOG
046000     AT END
046100     SET FRAUD-EOF-REACHED TO TRUE
046200 END-READ.
046300
046400 3200-TABLE-ONE-BATCH-DECLINE.
046500* Approvals carry no rule flags and need no entry - a posted
046600* transaction missing from this table is simply a batch approve.
046700     IF FRAUD-ACTION-TAKEN NOT = WS-DECLINE-ACTION
046800     AND FRAUD-REASON-CODE NOT = 'REVERSAL'
046900     GO TO 3200-TABLE-EXIT
047000     END-IF
047100     IF WS-BT-COUNT NOT < 10000
047200     ADD 1 TO WS-BATCH-DROPPED
047300     GO TO 3200-TABLE-EXIT
047400     END-IF
047500     ADD 1 TO WS-BT-COUNT
047600     MOVE FRAUD-TRANS-ID TO WS-BT-TRANS-ID(WS-BT-COUNT)
047700     MOVE SPACES TO WS-BT-RULE-FLAGS(WS-BT-COUNT)
047800     EVALUATE TRUE
047900     WHEN FRAUD-REASON-CODE = 'REVERSAL'
048000     MOVE 'R' TO WS-BT-CLASS(WS-BT-COUNT)
048100     WHEN FRAUD-REASON-CODE = 'HOT_CARD'
048200     MOVE 'H' TO WS-BT-CLASS(WS-BT-COUNT)
048300     WHEN OTHER
048400     MOVE 'D' TO WS-BT-CLASS(WS-BT-COUNT)
048500     IF FRAUD-RULE-TRIGGERED(1:17) = 'RULES_TRIGGERED: '
048600     MOVE FRAUD-RULE-TRIGGERED(18:16)
048700     TO WS-BT-RULE-FLAGS(WS-BT-COUNT)
048800     END-IF
048900     END-EVALUATE.
049000
049100 3200-TABLE-EXIT.
049200     EXIT.
049300
049400 3000-LOAD-EXIT.
049500     EXIT.
049600
049700 4000-MATCH-BATCH-DECISIONS SECTION.
049800 4000-MATCH-START.
049900     DISPLAY 'MATCHING BATCH DECISIONS TO ONLINE SCORES'
050000     MOVE 'N' TO WS-DECR-EOF-FLAG
050100     PERFORM 4100-READ-DECISION-RESPONSE
050200     PERFORM UNTIL DECR-EOF-REACHED
050300     ADD 1 TO WS-DECR-RECORDS-READ
050400     PERFORM 4200-RECONCILE-ONE-DECISION THRU 4200-RECONCILE-EXIT
050500     PERFORM 4100-READ-DECISION-RESPONSE
050600     END-PERFORM
050700     DISPLAY 'BATCH DECISIONS MATCHED: ' WS-DECR-RECORDS-READ
050800     GO TO 4000-MATCH-EXIT.
050900
051000 4100-READ-DECISION-RESPONSE.
051100     READ DECISION-RESPONSE-FILE
051200     AT END
051300     SET DECR-EOF-REACHED TO TRUE
051400 END-READ.
051500
051600 4200-RECONCILE-ONE-DECISION.
051700     MOVE DECR-TRANS-ID TO WS-MATCH-TRANS-ID
051800     PERFORM 4300-FIND-AUTH-ENTRY
051900     PERFORM 4400-FIND-BATCH-ENTRY
052000     IF DECR-ACTION = WS-DECLINE-ACTION
052100     MOVE 'Y' TO WS-BATCH-DECLINE-FLAG
052200     ELSE
052300     MOVE 'N' TO WS-BATCH-DECLINE-FLAG
052400     END-IF
052500
052600     IF NOT AUTH-ENTRY-FOUND
052700     PERFORM 4500-POSTED-NOT-SCORED
052800     GO TO 4200-RECONCILE-EXIT
052900     END-IF
053000
053100     MOVE 'Y' TO WS-AT-MATCHED(WS-AT-FOUND-IDX)
053200* A step-up hold is not a final answer yet - the cardholder's
053210* reply (or the timeout) posts the release or decline later.
053220     EVALUATE TRUE
053230     WHEN DECR-ACTION = WS-HOLD-ACTION
053240     ADD 1 TO WS-MATCHED-HELD
053300     WHEN WS-AT-CLASS(WS-AT-FOUND-IDX) = 'A' AND BATCH-DECLINED
053400     ADD 1 TO WS-APPR-ONLINE-DECL-BATCH
053500     SET RS-COL-APPR-DECL TO TRUE
053600     PERFORM 4600-TALLY-BATCH-RULES
053700     MOVE 'APPROVED ONLINE/DECL BATCH' TO WS-DTL-CATEGORY
053800     PERFORM 4800-WRITE-DETAIL-LINE
053900     WHEN (WS-AT-CLASS(WS-AT-FOUND-IDX) = 'D'
054000     OR WS-AT-CLASS(WS-AT-FOUND-IDX) = 'H')
054100     AND NOT BATCH-DECLINED
054200     ADD 1 TO WS-DECL-ONLINE-APPR-BATCH
054300     SET RS-COL-DECL-APPR TO TRUE
054400     PERFORM 4700-TALLY-ONLINE-RULES
054500     MOVE 'DECLINED ONLINE/APPR BATCH' TO WS-DTL-CATEGORY
054600     PERFORM 4800-WRITE-DETAIL-LINE
054700     WHEN WS-AT-CLASS(WS-AT-FOUND-IDX) = 'V'
054800     ADD 1 TO WS-MATCHED-VERIFY
054900     WHEN OTHER
055000     ADD 1 TO WS-MATCHED-AGREE
055100     END-EVALUATE.
055200
055300 4200-RECONCILE-EXIT.
055400     EXIT.
055500
055600 4300-FIND-AUTH-ENTRY.
055700* Shared by the load (retry detection) and the match.
055800     MOVE 'N' TO WS-AUTH-FOUND-FLAG
055900     MOVE ZERO TO WS-AT-FOUND-IDX
056000     PERFORM 4310-PROBE-AUTH-ENTRY
056100     VARYING WS-AT-IDX FROM 1 BY 1
056200     UNTIL WS-AT-IDX > WS-AT-COUNT OR AUTH-ENTRY-FOUND.
056300
056400 4310-PROBE-AUTH-ENTRY.
056500     IF WS-AT-TRANS-ID(WS-AT-IDX) = WS-MATCH-TRANS-ID
056600     SET AUTH-ENTRY-FOUND TO TRUE
056700     MOVE WS-AT-IDX TO WS-AT-FOUND-IDX
056800 END-IF.
056900
057000 4400-FIND-BATCH-ENTRY.
057100     MOVE 'N' TO WS-BATCH-FOUND-FLAG
057200     MOVE ZERO TO WS-BT-FOUND-IDX
057300     PERFORM 4410-PROBE-BATCH-ENTRY
057400     VARYING WS-BT-IDX FROM 1 BY 1
057500     UNTIL WS-BT-IDX > WS-BT-COUNT OR BATCH-ENTRY-FOUND.
057600
057700 4410-PROBE-BATCH-ENTRY.
057800     IF WS-BT-TRANS-ID(WS-BT-IDX) = WS-MATCH-TRANS-ID
057900     SET BATCH-ENTRY-FOUND TO TRUE
058000     MOVE WS-BT-IDX TO WS-BT-FOUND-IDX
058100 END-IF.
058200
058300 4500-POSTED-NOT-SCORED.
058400* The switch never scores a reversal - it carries no new spend -
058500* so those are counted apart rather than reported as exceptions.
058600     IF BATCH-ENTRY-FOUND
058700     AND WS-BT-CLASS(WS-BT-FOUND-IDX) = 'R'
058800     ADD 1 TO WS-REVERSALS-SKIPPED
058900     ELSE
059000     ADD 1 TO WS-POSTED-NOT-SCORED
059100     SET RS-COL-NOT-SCORED TO TRUE
059200     IF BATCH-DECLINED
059300     PERFORM 4600-TALLY-BATCH-RULES
059400     END-IF
059500     MOVE 'POSTED WITH NO ONLINE SCORE' TO WS-DTL-CATEGORY
059600     PERFORM 4800-WRITE-DETAIL-LINE
059700 END-IF.
059800
059900 4600-TALLY-BATCH-RULES.
060000     IF BATCH-ENTRY-FOUND
060100     MOVE WS-BT-CLASS(WS-BT-FOUND-IDX) TO WS-TALLY-CLASS
060200     MOVE WS-BT-RULE-FLAGS(WS-BT-FOUND-IDX) TO WS-RULE-FLAG-STRING
060300     PERFORM 4650-TALLY-RULE-FLAGS
060400 END-IF.
060500
060600 4650-TALLY-RULE-FLAGS.
060700     IF WS-TALLY-CLASS = 'H'
060800     MOVE 17 TO WS-RULE-IDX
060900     PERFORM 4670-ADD-RULE-COUNT
061000     ELSE
061100     PERFORM 4660-TALLY-ONE-RULE
061200     VARYING WS-RULE-IDX FROM 1 BY 1
061300     UNTIL WS-RULE-IDX > 16
061400 END-IF.
061500
061600 4660-TALLY-ONE-RULE.
061700     IF WS-RULE-FLAG(WS-RULE-IDX) = 'Y'
061800     PERFORM 4670-ADD-RULE-COUNT
061900 END-IF.
062000
062100 4670-ADD-RULE-COUNT.
062200     EVALUATE TRUE
062300     WHEN RS-COL-APPR-DECL
062400     ADD 1 TO WS-RS-APPR-DECL(WS-RULE-IDX)
062500     WHEN RS-COL-DECL-APPR
062600     ADD 1 TO WS-RS-DECL-APPR(WS-RULE-IDX)
062700     WHEN RS-COL-NOT-POSTED
062800     ADD 1 TO WS-RS-NOT-POSTED(WS-RULE-IDX)
062900     WHEN RS-COL-NOT-SCORED
063000     ADD 1 TO WS-RS-NOT-SCORED(WS-RULE-IDX)
063100 END-EVALUATE.
063200
063300 4700-TALLY-ONLINE-RULES.
063400     MOVE WS-AT-CLASS(WS-AT-FOUND-IDX) TO WS-TALLY-CLASS
063500     MOVE WS-AT-RULE-FLAGS(WS-AT-FOUND-IDX) TO WS-RULE-FLAG-STRING
063600     PERFORM 4650-TALLY-RULE-FLAGS.
063700
063800 4800-WRITE-DETAIL-LINE.
063900* Online columns come from the table entry when there is one,
064000* batch columns from the DECRESP record in hand when there is one.
064100     IF AUTH-ENTRY-FOUND
064200     MOVE WS-AT-TRANS-ID(WS-AT-FOUND-IDX) TO WS-DTL-TRANS-ID
064300     MOVE WS-AT-CARD-NUMBER(WS-AT-FOUND-IDX) TO WS-DTL-CARD
064400     MOVE WS-AT-AMOUNT(WS-AT-FOUND-IDX) TO WS-DTL-AMOUNT
064500     MOVE WS-AT-ACTION(WS-AT-FOUND-IDX) TO WS-DTL-ONLINE-ACTION
064600     MOVE WS-AT-RISK-SCORE(WS-AT-FOUND-IDX) TO WS-DTL-ONLINE-SCORE
064700     ELSE
064800     MOVE DECR-TRANS-ID TO WS-DTL-TRANS-ID
064900     MOVE DECR-CARD-NUMBER TO WS-MASK-CARD-IN
065000     PERFORM 4850-MASK-CARD-NUMBER
065100     MOVE WS-MASKED-CARD TO WS-DTL-CARD
065200     MOVE ZERO TO WS-DTL-AMOUNT
065300     MOVE 'NOT SCORED' TO WS-DTL-ONLINE-ACTION
065400     MOVE ZERO TO WS-DTL-ONLINE-SCORE
065500     END-IF
065600     IF DECR-EOF-REACHED
065700     MOVE 'NOT POSTED' TO WS-DTL-BATCH-ACTION
065800     MOVE ZERO TO WS-DTL-BATCH-SCORE
065900     ELSE
066000     MOVE DECR-ACTION TO WS-DTL-BATCH-ACTION
066100     MOVE DECR-RISK-SCORE TO WS-DTL-BATCH-SCORE
066200     END-IF
066300     WRITE RECON-REPORT-RECORD FROM WS-RPT-DETAIL-LINE.
066400
066500 4850-MASK-CARD-NUMBER.
066600     MOVE SPACES TO WS-MASKED-CARD
066700     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
066800     WS-MASK-CARD-TEXT(13:4)
066900     DELIMITED BY SIZE INTO WS-MASKED-CARD.
067000
067100 4000-MATCH-EXIT.
067200     EXIT.
067300
067400 5000-SWEEP-UNPOSTED-SCORES SECTION.
067500 5000-SWEEP-START.
067600* Whatever the batch never matched was scored online but did not
067700* post - abandoned at the terminal, or still in tomorrow's
067800* extract.
067900     DISPLAY 'SWEEPING ONLINE SCORES NEVER POSTED'
068000     SET AUTH-ENTRY-FOUND TO TRUE
068100     PERFORM 5100-CHECK-ONE-ONLINE-SCORE
068200     VARYING WS-AT-FOUND-IDX FROM 1 BY 1
068300     UNTIL WS-AT-FOUND-IDX > WS-AT-COUNT
068400     GO TO 5000-SWEEP-EXIT.
068500
068600 5100-CHECK-ONE-ONLINE-SCORE.
068700     IF WS-AT-MATCHED(WS-AT-FOUND-IDX) = 'N'
068800     ADD 1 TO WS-SCORED-NOT-POSTED
068900     SET RS-COL-NOT-POSTED TO TRUE
069000     IF WS-AT-CLASS(WS-AT-FOUND-IDX) = 'D'
069100     OR WS-AT-CLASS(WS-AT-FOUND-IDX) = 'H'
069200     PERFORM 4700-TALLY-ONLINE-RULES
069300     END-IF
069400     MOVE 'SCORED ONLINE/NEVER POSTED' TO WS-DTL-CATEGORY
069500     PERFORM 4800-WRITE-DETAIL-LINE
069600 END-IF.
069700
069800 5000-SWEEP-EXIT.
069900     EXIT.
070000
070100 9000-FINALIZE-PROGRAM SECTION.
070200 9000-FINALIZE-START.
070300     PERFORM 9100-WRITE-REPORT-TOTALS
070400     PERFORM 9200-CLOSE-FILES
070500     PERFORM 9300-DISPLAY-FINAL-STATS
070600     DISPLAY 'AUTH RECONCILIATION - PROCESSING COMPLETED'
070700     GO TO 9000-FINALIZE-EXIT.
070800
070900 9100-WRITE-REPORT-TOTALS.
071000     WRITE RECON-REPORT-RECORD FROM WS-RPT-BLANK-LINE
071100     MOVE 'ONLINE LOG RECORDS READ' TO WS-RPT-TOTAL-LABEL
071200     MOVE WS-AUTH-RECORDS-READ TO WS-RPT-TOTAL-COUNT
071300     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
071310     MOVE 'ONLINE RECORDS FOR OTHER DATES' TO WS-RPT-TOTAL-LABEL
071320     MOVE WS-AUTH-OTHER-DATES TO WS-RPT-TOTAL-COUNT
071330     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
071400     MOVE 'ONLINE REQUESTS NOT SCORED (RC 08/12)'
071500     TO WS-RPT-TOTAL-LABEL
071600     MOVE WS-AUTH-UNSCORED TO WS-RPT-TOTAL-COUNT
071700     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
071800     MOVE 'ONLINE RETRIES (LAST ANSWER KEPT)'
071900     TO WS-RPT-TOTAL-LABEL
072000     MOVE WS-AUTH-RESCORED TO WS-RPT-TOTAL-COUNT
072100     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
072200     MOVE 'BATCH DECISIONS READ' TO WS-RPT-TOTAL-LABEL
072300     MOVE WS-DECR-RECORDS-READ TO WS-RPT-TOTAL-COUNT
072400     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
072500     MOVE 'MATCHED - SAME DECISION' TO WS-RPT-TOTAL-LABEL
072600     MOVE WS-MATCHED-AGREE TO WS-RPT-TOTAL-COUNT
072700     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
072800     MOVE 'MATCHED - ONLINE CUSTOMER-VERIFY' TO WS-RPT-TOTAL-LABEL
072900     MOVE WS-MATCHED-VERIFY TO WS-RPT-TOTAL-COUNT
073000     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
073010     MOVE 'MATCHED - BATCH STEP-UP HOLD' TO WS-RPT-TOTAL-LABEL
073020     MOVE WS-MATCHED-HELD TO WS-RPT-TOTAL-COUNT
073030     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
073100     MOVE 'APPROVED ONLINE / DECLINED IN BATCH'
073200     TO WS-RPT-TOTAL-LABEL
073300     MOVE WS-APPR-ONLINE-DECL-BATCH TO WS-RPT-TOTAL-COUNT
073400     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
073500     MOVE 'DECLINED ONLINE / APPROVED IN BATCH'
073600     TO WS-RPT-TOTAL-LABEL
073700     MOVE WS-DECL-ONLINE-APPR-BATCH TO WS-RPT-TOTAL-COUNT
073800     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
073900     MOVE 'SCORED ONLINE / NEVER POSTED' TO WS-RPT-TOTAL-LABEL
074000     MOVE WS-SCORED-NOT-POSTED TO WS-RPT-TOTAL-COUNT
074100     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
074200     MOVE 'POSTED WITHOUT ONLINE SCORE' TO WS-RPT-TOTAL-LABEL
074300     MOVE WS-POSTED-NOT-SCORED TO WS-RPT-TOTAL-COUNT
074400     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
074500     MOVE 'REVERSALS (NEVER SCORED ONLINE)' TO WS-RPT-TOTAL-LABEL
074600     MOVE WS-REVERSALS-SKIPPED TO WS-RPT-TOTAL-COUNT
074700     WRITE RECON-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
074800     WRITE RECON-REPORT-RECORD FROM WS-RPT-BLANK-LINE
074900     WRITE RECON-REPORT-RECORD FROM WS-RPT-COLUMN-LINE
075000     PERFORM 9110-WRITE-ONE-RULE-LINE
075100     VARYING WS-RULE-IDX FROM 1 BY 1
075200     UNTIL WS-RULE-IDX > 17.
075300
075400 9110-WRITE-ONE-RULE-LINE.
075500     MOVE WS-RULE-NAME(WS-RULE-IDX) TO WS-RPT-RULE-NAME
075600     MOVE WS-RS-APPR-DECL(WS-RULE-IDX) TO WS-RPT-APPR-DECL
075700     MOVE WS-RS-DECL-APPR(WS-RULE-IDX) TO WS-RPT-DECL-APPR
075800     MOVE WS-RS-NOT-POSTED(WS-RULE-IDX) TO WS-RPT-NOT-POSTED
075900     MOVE WS-RS-NOT-SCORED(WS-RULE-IDX) TO WS-RPT-NOT-SCORED
076000     WRITE RECON-REPORT-RECORD FROM WS-RPT-RULE-LINE.
076100
076200 9200-CLOSE-FILES.
076300     CLOSE AUTH-DECISION-LOG
076400     CLOSE DECISION-RESPONSE-FILE
076500     CLOSE FRAUD-LOG
076600     CLOSE RECON-REPORT.
076700
076800 9300-DISPLAY-FINAL-STATS.
076900     DISPLAY ' '
077000     DISPLAY '=========================================='
077100     DISPLAY 'AUTH RECONCILIATION STATISTICS'
077200     DISPLAY '=========================================='
077300     DISPLAY 'ONLINE LOG RECORDS READ: ' WS-AUTH-RECORDS-READ
077310     DISPLAY 'ONLINE RECORDS FOR OTHER DATES: '
077320     WS-AUTH-OTHER-DATES
077400     DISPLAY 'BATCH DECISIONS READ: ' WS-DECR-RECORDS-READ
077500     DISPLAY 'APPROVED ONLINE/DECLINED BATCH: '
077600     WS-APPR-ONLINE-DECL-BATCH
077700     DISPLAY 'DECLINED ONLINE/APPROVED BATCH: '
077800     WS-DECL-ONLINE-APPR-BATCH
077810     DISPLAY 'BATCH STEP-UP HOLDS MATCHED: ' WS-MATCHED-HELD
077900     DISPLAY 'SCORED ONLINE/NEVER POSTED: ' WS-SCORED-NOT-POSTED
078000     DISPLAY 'POSTED WITHOUT ONLINE SCORE: ' WS-POSTED-NOT-SCORED
078100     DISPLAY '=========================================='
078200     IF WS-AUTH-DROPPED > ZERO OR WS-BATCH-DROPPED > ZERO
078300     DISPLAY 'MATCH TABLE OVERFLOW - ONLINE DROPPED: '
078400     WS-AUTH-DROPPED ' BATCH DROPPED: ' WS-BATCH-DROPPED
078500     MOVE 4 TO RETURN-CODE
078600 END-IF.
078700
078800 9000-FINALIZE-EXIT.
078900     EXIT.
079000
079100* END OF AUTH-RECON PROGRAM
