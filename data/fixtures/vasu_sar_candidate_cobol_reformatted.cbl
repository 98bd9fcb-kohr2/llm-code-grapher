000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAR-CANDIDATE-BATCH.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600*
000700* MODIFICATION HISTORY
000800* 2026-10-15  FRAUD-DETECTION-TEAM  ORIGINAL VERSION. MONTHLY
000900*             SUSPICIOUS ACTIVITY REPORT CANDIDATE RUN FOR
001000*             COMPLIANCE. SELECTS CASES CLOSED AS CONFIRMED FRAUD
001100*             (CASEFILE AND THE CASEARCH ARCHIVE) AND THE
001200*             NETWORK'S CONFIRMED-FRAUD INCIDENTS FROM THE
001300*             CHARGEBACK FEED, CONFIRMED WITHIN THE FILING PERIOD,
001400*             THAT MEET THE FILING THRESHOLD ON THEIR OWN OR ADDED
001500*             UP BY CARD ACROSS THE PERIOD. WRITES A FIXED-FORMAT
001600*             FILING EXTRACT (SUBJECT, CARDHOLDER AND MERCHANT,
001700*             THE RELATED FRAUDLOG DECISIONS AND THE CASEAUDT
001800*             ACTION TRAIL) AND A REVIEW REGISTER SHOWING THE DAYS
001900*             LEFT TO EACH FILING DEADLINE. EVERYTHING EXTRACTED
002000*             GOES ON THE SAR FILED REGISTER (SARFILED) SO IT IS
002100*             NEVER REPORTED TWICE.
002110* 2026-10-15  FRAUD-DETECTION-TEAM  A CASE'S CONFIRMATION DATE IS
002120*             NOW ITS LATEST CONFIRMED_FRAUD CLOSE ON THE AUDIT
002130*             TRAIL, WHENEVER IT FELL, TESTED AGAINST THE PERIOD
002140*             AFTERWARDS - A CASE CLOSED BEFORE THE PERIOD NO
002150*             LONGER FALLS BACK TO ITS OPEN DATE. SAR REFERENCES
002160*             NUMBER ON FROM THE HIGHEST ALREADY ON THE FILED
002170*             REGISTER FOR THE RUN DATE, SO A SECOND RUN THE SAME
002180*             DAY NEVER REISSUES A REFERENCE.
002200*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-Z15.
002600 OBJECT-COMPUTER. IBM-Z15.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PARAMETER-FILE ASSIGN TO 'PARMFILE'
003100     ORGANIZATION IS SEQUENTIAL
003200     ACCESS MODE IS SEQUENTIAL
003300 FILE STATUS IS WS-PARM-STATUS.
003400
003500     SELECT CASE-FILE ASSIGN TO 'CASEFILE'
003600     ORGANIZATION IS INDEXED
003700     ACCESS MODE IS DYNAMIC
003800     RECORD KEY IS CASE-NUMBER
003900 FILE STATUS IS WS-CASE-STATUS.
004000
004100     SELECT CASE-ARCHIVE ASSIGN TO 'CASEARCH'
004200     ORGANIZATION IS SEQUENTIAL
004300     ACCESS MODE IS SEQUENTIAL
004400 FILE STATUS IS WS-CASA-STATUS.
004500
004600     SELECT CASE-AUDIT-FILE ASSIGN TO 'CASEAUDT'
004700     ORGANIZATION IS SEQUENTIAL
004800     ACCESS MODE IS SEQUENTIAL
004900 FILE STATUS IS WS-AUDIT-STATUS.
005000
005100     SELECT CHARGEBACK-FILE ASSIGN TO 'CHRGBACK'
005200     ORGANIZATION IS SEQUENTIAL
005300     ACCESS MODE IS SEQUENTIAL
005400 FILE STATUS IS WS-CB-STATUS.
005500
005600     SELECT FRAUD-LOG ASSIGN TO 'FRAUDLOG'
005700     ORGANIZATION IS SEQUENTIAL
005800     ACCESS MODE IS SEQUENTIAL
005900 FILE STATUS IS WS-LOG-STATUS.
006000
006100     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
006200     ORGANIZATION IS INDEXED
006300     ACCESS MODE IS DYNAMIC
006400     RECORD KEY IS CUST-CARD-NUMBER
006500 FILE STATUS IS WS-CUST-STATUS.
006600
006700     SELECT MERCHANT-FILE ASSIGN TO 'MERCHFILE'
006800     ORGANIZATION IS INDEXED
006900     ACCESS MODE IS DYNAMIC
007000     RECORD KEY IS MERCH-ID
007100 FILE STATUS IS WS-MERCH-STATUS.
007200
007300     SELECT TOKEN-XREF-FILE ASSIGN TO 'TOKENXRF'
007400     ORGANIZATION IS INDEXED
007500     ACCESS MODE IS DYNAMIC
007600     RECORD KEY IS TOKEN-CARD-NUMBER
007700 FILE STATUS IS WS-TOKEN-STATUS.
007800
007900     SELECT SAR-FILED-FILE ASSIGN TO 'SARFILED'
008000     ORGANIZATION IS INDEXED
008100     ACCESS MODE IS DYNAMIC
008200     RECORD KEY IS SF-KEY
008300 FILE STATUS IS WS-FILED-STATUS.
008400
008500     SELECT SAR-EXTRACT-FILE ASSIGN TO 'SAREXTR'
008600     ORGANIZATION IS SEQUENTIAL
008700     ACCESS MODE IS SEQUENTIAL
008800 FILE STATUS IS WS-EXTR-STATUS.
008900
009000     SELECT SAR-REGISTER-REPORT ASSIGN TO 'SARRGSTR'
009100     ORGANIZATION IS SEQUENTIAL
009200     ACCESS MODE IS SEQUENTIAL
009300 FILE STATUS IS WS-RPT-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700
009800 FD  PARAMETER-FILE
009900     RECORDING MODE IS F
010000 RECORD CONTAINS 80 CHARACTERS.
010100 01  PARAMETER-RECORD.
010200 05  PARM-RECORD-TYPE        PIC X(1).
010300 88  PARM-THRESHOLD-REC  VALUE 'T'.
010400 05  PARM-KEY                PIC X(12).
010500 05  PARM-VALUE              PIC 9(8)V99.
010600 05  PARM-EFFECTIVE-DATE     PIC 9(8).
010700 05  FILLER                  PIC X(49).
010800
010900 FD  CASE-FILE
011000     RECORDING MODE IS F
011100 RECORD CONTAINS 220 CHARACTERS.
011200 01  CASE-RECORD.
011300 05  CASE-NUMBER             PIC 9(12).
011400 05  CASE-TRANS-ID           PIC 9(12).
011500 05  CASE-CARD-NUMBER        PIC 9(16).
011600 05  CASE-PRIORITY           PIC X(8).
011700 05  CASE-STATUS             PIC X(10).
011800 05  CASE-ASSIGNED-ANALYST   PIC X(10).
011900 05  CASE-RISK-SCORE         PIC 9(3).
012000 05  CASE-AMOUNT             PIC 9(8)V99.
012100 05  CASE-OPEN-TIMESTAMP     PIC X(20).
012200 05  CASE-RESOLUTION         PIC X(100).
012300 05  FILLER                  PIC X(19).
012400
012500* Same 220-byte record the fraud engine's 8300 unloads from the
012600* live case file - examined through the CASE-RECORD layout.
012700 FD  CASE-ARCHIVE
012800     RECORDING MODE IS F
012900 RECORD CONTAINS 220 CHARACTERS.
013000 01  CASE-ARCHIVE-RECORD         PIC X(220).
013100
013200* The case action trail CASE-MAINT-BATCH and the fraud engine's
013300* feedback apply append to. A CLOSE applied with the disposition
013400* CONFIRMED_FRAUD is the day the fraud was confirmed.
013500 FD  CASE-AUDIT-FILE
013600     RECORDING MODE IS F
013700 RECORD CONTAINS 250 CHARACTERS.
013800 01  CASE-AUDIT-RECORD.
013900 05  AUD-CASE-NUMBER         PIC 9(12).
014000 05  AUD-TIMESTAMP           PIC X(20).
014100 05  AUD-ACTION-CODE         PIC X(8).
014200 05  AUD-ANALYST-ID          PIC X(10).
014300 05  AUD-OLD-STATUS          PIC X(10).
014400 05  AUD-NEW-STATUS          PIC X(10).
014500 05  AUD-OLD-ANALYST         PIC X(10).
014600 05  AUD-NEW-ANALYST         PIC X(10).
014700 05  AUD-RESULT              PIC X(8).
014800 05  AUD-REJECT-REASON       PIC X(12).
014900 05  AUD-NOTES               PIC X(80).
015000 05  FILLER                  PIC X(60).
015100
015200* The month's network feed CHARGEBACK-INTAKE posts - only the
015300* 'I' incident records typed 'F' (confirmed fraud) are wanted.
015400 FD  CHARGEBACK-FILE
015500     RECORDING MODE IS F
015600 RECORD CONTAINS 100 CHARACTERS.
015700 01  CHARGEBACK-RECORD.
015800 05  CB-RECORD-TYPE          PIC X(1).
015900 88  CB-SALES-REC        VALUE 'S'.
016000 88  CB-INCIDENT-REC     VALUE 'I'.
016100 05  CB-MERCHANT-ID          PIC X(10).
016200 05  CB-DETAIL               PIC X(89).
016300 01  CHARGEBACK-INCIDENT-RECORD.
016400 05  FILLER                  PIC X(11).
016500 05  CB-I-CARD-NUMBER        PIC 9(16).
016600 05  CB-I-AMOUNT             PIC 9(8)V99.
016700 05  CB-I-DATE               PIC 9(8).
016800 05  CB-I-TYPE               PIC X(1).
016900 88  CB-CHARGEBACK       VALUE 'C'.
017000 88  CB-CONFIRMED-FRAUD  VALUE 'F'.
017100 05  FILLER                  PIC X(54).
017200
017300* Same 400-byte decision record the fraud engine writes. The card
017400* number is masked; the surrogate token identifies the card.
017500 FD  FRAUD-LOG
017600     RECORDING MODE IS F
017700 RECORD CONTAINS 400 CHARACTERS.
017800 01  FRAUD-LOG-RECORD.
017900 05  FRAUD-TIMESTAMP         PIC X(20).
018000 05  FRAUD-TRANS-ID          PIC 9(12).
018100 05  FRAUD-CARD-NUMBER       PIC X(16).
018200 05  FRAUD-REASON-CODE       PIC X(10).
018300 05  FRAUD-RISK-SCORE        PIC 9(3).
018400 05  FRAUD-ACTION-TAKEN      PIC X(20).
018500 05  FRAUD-RULE-TRIGGERED    PIC X(50).
018600 05  FRAUD-AMOUNT            PIC 9(8)V99.
018700 05  FRAUD-MERCHANT          PIC X(40).
018800 05  FRAUD-LOCATION          PIC X(20).
018900 05  FRAUD-ANALYST-ID        PIC X(10).
019000 05  FRAUD-RESOLUTION        PIC X(100).
019100 05  FRAUD-CARD-TOKEN        PIC 9(16).
019200 05  FRAUD-CARD-TOKEN-X REDEFINES FRAUD-CARD-TOKEN
019300     PIC X(16).
019400 05  FILLER                  PIC X(73).
019500
019600 FD  CUSTOMER-FILE
019700     RECORDING MODE IS F
019800 RECORD CONTAINS 300 CHARACTERS.
019900 01  CUSTOMER-RECORD.
020000 05  CUST-CARD-NUMBER        PIC 9(16).
020100 05  CUST-NAME               PIC X(40).
020200 05  CUST-HOME-ZIP           PIC X(10).
020300 05  CUST-HOME-COUNTRY       PIC X(3).
020400 05  CUST-HOME-CURRENCY      PIC X(3).
020500 05  CUST-ACCOUNT-OPEN-DATE  PIC 9(8).
020600 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
020700 05  CUST-CURRENT-BALANCE    PIC 9(8)V99.
020800 05  CUST-RISK-SCORE         PIC 9(3).
020900 05  CUST-FRAUD-FLAG         PIC X(1).
021000 05  CUST-LAST-TRANS-DATE    PIC 9(8).
021100 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
021200 05  CUST-MAX-DAILY-SPEND    PIC 9(8)V99.
021300 05  CUST-TRAVEL-FLAG        PIC X(1).
021400 05  CUST-PHONE-NUMBER       PIC X(15).
021500 05  CUST-EMAIL              PIC X(50).
021600 05  CUST-ACCOUNT-STATUS     PIC X(1).
021700 05  FILLER                  PIC X(140).
021800
021900 FD  MERCHANT-FILE
022000     RECORDING MODE IS F
022100 RECORD CONTAINS 150 CHARACTERS.
022200 01  MERCHANT-RECORD.
022300 05  MERCH-ID                PIC X(10).
022400 05  MERCH-NAME              PIC X(40).
022500 05  MERCH-CATEGORY          PIC 9(4).
022600 05  MERCH-RISK-LEVEL        PIC 9(2).
022700 05  MERCH-ZIP               PIC X(10).
022800 05  MERCH-COUNTRY           PIC X(3).
022900 05  MERCH-FRAUD-RATE        PIC 9(3)V99.
023000 05  MERCH-LAST-FRAUD-DATE   PIC 9(8).
023100 05  FILLER                  PIC X(70).
023200
023300* Card-to-surrogate cross-reference - how a network incident,
023400* which carries the clear card, is matched to the masked log.
023500 FD  TOKEN-XREF-FILE
023600     RECORDING MODE IS F
023700 RECORD CONTAINS 80 CHARACTERS.
023800 01  TOKEN-XREF-RECORD.
023900 05  TOKEN-CARD-NUMBER       PIC 9(16).
024000 05  TOKEN-SURROGATE         PIC 9(16).
024100 05  TOKEN-CREATE-DATE       PIC 9(8).
024200 05  TOKEN-PRIOR-CARD        PIC 9(16).
024300 05  TOKEN-NEXT-CARD         PIC 9(16).
024400 05  FILLER                  PIC X(8).
024500
024600* The SAR filed register - one record per case or network incident
024700* ever extracted for filing, keyed by where it came from: 'K' and
024800* the case number, or 'C' and the incident's merchant, card, date
024900* and amount. Archived cases cannot be marked in place on the
025000* sequential archive, so the register is the filed mark for both.
025100 FD  SAR-FILED-FILE
025200     RECORDING MODE IS F
025300 RECORD CONTAINS 120 CHARACTERS.
025400 01  SAR-FILED-RECORD.
025500 05  SF-KEY.
025600     10  SF-SOURCE           PIC X(1).
025700 10  SF-SOURCE-REF       PIC X(44).
025800 05  SF-SAR-REFERENCE        PIC 9(12).
025900 05  SF-FILED-DATE           PIC 9(8).
026000 05  SF-CONFIRM-DATE         PIC 9(8).
026100 05  SF-DEADLINE-DATE        PIC 9(8).
026200 05  SF-CARD-NUMBER          PIC 9(16).
026300 05  SF-AMOUNT               PIC 9(8)V99.
026400 05  FILLER                  PIC X(13).
026500
026600* The filing extract compliance loads into the regulator's filing
026700* tool: one 'H' header, then per filing an 'S' subject record and
026800* its 'D' decision and 'A' case action records, then a 'T'
026900* trailer. The card number is in the clear - the dataset is
027000* restricted the same as the customer master.
027100 FD  SAR-EXTRACT-FILE
027200     RECORDING MODE IS F
027300 RECORD CONTAINS 300 CHARACTERS.
027400 01  SAR-EXTRACT-RECORD.
027500 05  SX-RECORD-TYPE          PIC X(1).
027600 88  SX-HEADER-REC       VALUE 'H'.
027700 88  SX-SUBJECT-REC      VALUE 'S'.
027800 88  SX-DECISION-REC     VALUE 'D'.
027900 88  SX-ACTION-REC       VALUE 'A'.
028000 88  SX-TRAILER-REC      VALUE 'T'.
028100 05  SX-SAR-REFERENCE        PIC 9(12).
028200 05  SX-DETAIL               PIC X(287).
028300 01  SAR-EXTRACT-HEADER.
028400 05  FILLER                  PIC X(13).
028500 05  SX-H-RUN-DATE           PIC 9(8).
028600 05  SX-H-PERIOD-START       PIC 9(8).
028700 05  SX-H-PERIOD-END         PIC 9(8).
028800 05  SX-H-THRESHOLD          PIC 9(8)V99.
028900 05  SX-H-DEADLINE-DAYS      PIC 9(3).
029000 05  FILLER                  PIC X(250).
029100 01  SAR-EXTRACT-SUBJECT.
029200 05  FILLER                  PIC X(13).
029300 05  SX-S-SOURCE             PIC X(4).
029400 05  SX-S-CASE-NUMBER        PIC 9(12).
029500 05  SX-S-TRANS-ID           PIC 9(12).
029600 05  SX-S-CARD-NUMBER        PIC 9(16).
029700 05  SX-S-AMOUNT             PIC 9(8)V99.
029800 05  SX-S-CARD-TOTAL         PIC 9(10)V99.
029900 05  SX-S-QUALIFY            PIC X(1).
030000 05  SX-S-CONFIRM-DATE       PIC 9(8).
030100 05  SX-S-CONFIRM-BASIS      PIC X(1).
030200 05  SX-S-DEADLINE-DATE      PIC 9(8).
030300 05  SX-S-CUST-NAME          PIC X(40).
030400 05  SX-S-CUST-ZIP           PIC X(10).
030500 05  SX-S-CUST-COUNTRY       PIC X(3).
030600 05  SX-S-CUST-PHONE         PIC X(15).
030700 05  SX-S-CUST-EMAIL         PIC X(50).
030800 05  SX-S-ACCOUNT-STATUS     PIC X(1).
030900 05  SX-S-MERCHANT-ID        PIC X(10).
031000 05  SX-S-MERCH-NAME         PIC X(40).
031100 05  SX-S-MERCH-CATEGORY     PIC 9(4).
031200 05  SX-S-MERCH-ZIP          PIC X(10).
031300 05  SX-S-MERCH-COUNTRY      PIC X(3).
031400 05  FILLER                  PIC X(17).
031500 01  SAR-EXTRACT-DECISION.
031600 05  FILLER                  PIC X(13).
031700 05  SX-D-TIMESTAMP          PIC X(20).
031800 05  SX-D-TRANS-ID           PIC 9(12).
031900 05  SX-D-ACTION             PIC X(20).
032000 05  SX-D-REASON             PIC X(10).
032100 05  SX-D-SCORE              PIC 9(3).
032200 05  SX-D-RULES              PIC X(50).
032300 05  SX-D-AMOUNT             PIC 9(8)V99.
032400 05  SX-D-MERCHANT           PIC X(10).
032500 05  SX-D-LOCATION           PIC X(20).
032600 05  FILLER                  PIC X(132).
032700 01  SAR-EXTRACT-ACTION.
032800 05  FILLER                  PIC X(13).
032900 05  SX-A-TIMESTAMP          PIC X(20).
033000 05  SX-A-ACTION             PIC X(8).
033100 05  SX-A-ANALYST            PIC X(10).
033200 05  SX-A-OLD-STATUS         PIC X(10).
033300 05  SX-A-NEW-STATUS         PIC X(10).
033400 05  SX-A-RESULT             PIC X(8).
033500 05  SX-A-REJECT-REASON      PIC X(12).
033600 05  SX-A-NOTES              PIC X(80).
033700 05  FILLER                  PIC X(129).
033800 01  SAR-EXTRACT-TRAILER.
033900 05  FILLER                  PIC X(13).
034000 05  SX-T-SUBJECT-COUNT      PIC 9(6).
034100 05  SX-T-DECISION-COUNT     PIC 9(8).
034200 05  SX-T-ACTION-COUNT       PIC 9(8).
034300 05  SX-T-TOTAL-AMOUNT       PIC 9(12)V99.
034400 05  FILLER                  PIC X(251).
034500
034600 FD  SAR-REGISTER-REPORT
034700     RECORDING MODE IS F
034800 RECORD CONTAINS 132 CHARACTERS.
034900 01  SAR-REGISTER-RECORD     PIC X(132).
035000
035100 WORKING-STORAGE SECTION.
035200
035300* File Status Variables
035400 01  WS-PARM-STATUS              PIC XX.
035500 01  WS-CASE-STATUS              PIC XX.
035600 01  WS-CASA-STATUS              PIC XX.
035700 01  WS-AUDIT-STATUS             PIC XX.
035800 01  WS-CB-STATUS                PIC XX.
035900 01  WS-LOG-STATUS               PIC XX.
036000 01  WS-CUST-STATUS              PIC XX.
036100 01  WS-MERCH-STATUS             PIC XX.
036200 01  WS-TOKEN-STATUS             PIC XX.
036300 01  WS-FILED-STATUS             PIC XX.
036400 01  WS-EXTR-STATUS              PIC XX.
036500 01  WS-RPT-STATUS               PIC XX.
036600
036700* Control Variables
036800 01  WS-PARM-EOF-FLAG            PIC X VALUE 'N'.
036900 88  PARM-EOF-REACHED        VALUE 'Y'.
037000 01  WS-CASE-EOF-FLAG            PIC X VALUE 'N'.
037100 88  CASE-EOF-REACHED        VALUE 'Y'.
037200 01  WS-CASA-EOF-FLAG            PIC X VALUE 'N'.
037300 88  CASA-EOF-REACHED        VALUE 'Y'.
037400 01  WS-AUDIT-EOF-FLAG           PIC X VALUE 'N'.
037500 88  AUDIT-EOF-REACHED       VALUE 'Y'.
037600 01  WS-CB-EOF-FLAG              PIC X VALUE 'N'.
037700 88  CB-EOF-REACHED          VALUE 'Y'.
037800 01  WS-LOG-EOF-FLAG             PIC X VALUE 'N'.
037900 88  LOG-EOF-REACHED         VALUE 'Y'.
038000 01  WS-AUDIT-OPEN-FLAG          PIC X VALUE 'N'.
038100 88  AUDIT-FILE-PRESENT      VALUE 'Y'.
038200 01  WS-ARCHIVE-OPEN-FLAG        PIC X VALUE 'N'.
038300 88  ARCHIVE-FILE-PRESENT    VALUE 'Y'.
038400 01  WS-CB-OPEN-FLAG             PIC X VALUE 'N'.
038500 88  CB-FILE-PRESENT         VALUE 'Y'.
038600 01  WS-CF-FOUND-FLAG            PIC X VALUE 'N'.
038700 88  CF-ENTRY-FOUND          VALUE 'Y'.
038800 01  WS-CD-FOUND-FLAG            PIC X VALUE 'N'.
038900 88  CD-ENTRY-FOUND          VALUE 'Y'.
039000 01  WS-FILED-FLAG               PIC X VALUE 'N'.
039100 88  ALREADY-FILED           VALUE 'Y'.
039110 01  WS-FILED-EOF-FLAG           PIC X VALUE 'N'.
039120 88  FILED-EOF-REACHED       VALUE 'Y'.
039200
039300* Filing Parameters - PARMFILE 'T' keys, effective-dated the same
039400* way the fraud engine reads its deck. SAR-AMOUNT is the filing
039500* threshold, SAR-DAYS the days from confirmation to the filing
039600* deadline, SAR-WARN how close to the deadline a filing is
039700* flagged, and SAR-PERIOD how many days back from the run date
039800* the confirmations are gathered and added up by card.
039900 01  WS-SAR-AMOUNT               PIC 9(8)V99 VALUE 5000.00.
040000 01  WS-SAR-AMT-EFF-DATE         PIC 9(8) VALUE ZERO.
040100 01  WS-SAR-DAYS                 PIC 9(3) VALUE 30.
040200 01  WS-SAR-DAYS-EFF-DATE        PIC 9(8) VALUE ZERO.
040300 01  WS-SAR-WARN-DAYS            PIC 9(3) VALUE 7.
040400 01  WS-SAR-WARN-EFF-DATE        PIC 9(8) VALUE ZERO.
040500 01  WS-SAR-PERIOD-DAYS          PIC 9(3) VALUE 31.
040600 01  WS-SAR-PER-EFF-DATE         PIC 9(8) VALUE ZERO.
040700 01  WS-PERIOD-START             PIC 9(8).
040800
040900* Confirmation Date Table - the latest CONFIRMED_FRAUD close on
040910* the audit trail for each case, whatever the period.
041100 01  WS-CONFIRM-TABLE.
041200 05  WS-CF-ENTRY OCCURS 9999 TIMES.
041300 10  WS-CF-CASE-NUMBER   PIC 9(12).
041400 10  WS-CF-DATE          PIC 9(8).
041500 01  WS-CF-COUNT                 PIC 9(4) COMP VALUE ZERO.
041600 01  WS-CF-IDX                   PIC 9(4) COMP.
041700 01  WS-CF-HIT                   PIC 9(4) COMP.
041800
041900* Candidate Table - every confirmed fraud in the period not yet
042000* on the filed register. Confirm basis: 'A' the audit trail close,
042100* 'O' the case open date (closed before the trail recorded
042200* feedback closes - the earlier date, so the deadline is never
042300* understated), 'N' the network's incident date. Qualify: 'S' on
042400* its own amount, 'G' on the card's period total.
042500 01  WS-CANDIDATE-TABLE.
042600 05  WS-CD-ENTRY OCCURS 2000 TIMES.
042700 10  WS-CD-SOURCE        PIC X(1).
042800 10  WS-CD-SOURCE-REF    PIC X(44).
042900 10  WS-CD-CASE-NUMBER   PIC 9(12).
043000 10  WS-CD-TRANS-ID      PIC 9(12).
043100 10  WS-CD-CARD-NUMBER   PIC 9(16).
043200 10  WS-CD-TOKEN         PIC 9(16).
043300 10  WS-CD-AMOUNT        PIC 9(8)V99.
043400 10  WS-CD-CARD-TOTAL    PIC 9(10)V99.
043500 10  WS-CD-MERCHANT-ID   PIC X(10).
043600 10  WS-CD-CONFIRM-DATE  PIC 9(8).
043700 10  WS-CD-CONFIRM-BASIS PIC X(1).
043800 10  WS-CD-QUALIFY       PIC X(1).
043900 10  WS-CD-SAR-REFERENCE PIC 9(12).
044000 10  WS-CD-DECISIONS     PIC 9(4).
044100 10  WS-CD-ACTIONS       PIC 9(4).
044200 01  WS-CD-COUNT                 PIC 9(4) COMP VALUE ZERO.
044300 01  WS-CD-IDX                   PIC 9(4) COMP.
044400 01  WS-CD-SUB                   PIC 9(4) COMP.
044500 01  WS-CD-HIT                   PIC 9(4) COMP.
044600
044700* Qualified List - subscripts of the candidates being filed, so
044800* the log and audit passes only look at those.
044900 01  WS-QUALIFIED-TABLE.
045000 05  WS-QL-CAND OCCURS 2000 TIMES PIC 9(4) COMP.
045100 01  WS-QL-COUNT                 PIC 9(4) COMP VALUE ZERO.
045200 01  WS-QL-IDX                   PIC 9(4) COMP.
045300
045400* Related Decision Table - FRAUDLOG records for the filed cases'
045500* transactions and the filed incidents' card and amount.
045600 01  WS-DECISION-TABLE.
045700 05  WS-DT-ENTRY OCCURS 5000 TIMES.
045800 10  WS-DT-CAND          PIC 9(4) COMP.
045900 10  WS-DT-TIMESTAMP     PIC X(20).
046000 10  WS-DT-TRANS-ID      PIC 9(12).
046100 10  WS-DT-ACTION        PIC X(20).
046200 10  WS-DT-REASON        PIC X(10).
046300 10  WS-DT-SCORE         PIC 9(3).
046400 10  WS-DT-RULES         PIC X(50).
046500 10  WS-DT-AMOUNT        PIC 9(8)V99.
046600 10  WS-DT-MERCHANT      PIC X(10).
046700 10  WS-DT-LOCATION      PIC X(20).
046800 01  WS-DT-COUNT                 PIC 9(4) COMP VALUE ZERO.
046900 01  WS-DT-IDX                   PIC 9(4) COMP.
047000
047100* Case Action Table - the CASEAUDT trail of the filed cases.
047200 01  WS-ACTION-TABLE.
047300 05  WS-AT-ENTRY OCCURS 5000 TIMES.
047400 10  WS-AT-CAND          PIC 9(4) COMP.
047500 10  WS-AT-TIMESTAMP     PIC X(20).
047600 10  WS-AT-ACTION        PIC X(8).
047700 10  WS-AT-ANALYST       PIC X(10).
047800 10  WS-AT-OLD-STATUS    PIC X(10).
047900 10  WS-AT-NEW-STATUS    PIC X(10).
048000 10  WS-AT-RESULT        PIC X(8).
048100 10  WS-AT-REJECT-REASON PIC X(12).
048200 10  WS-AT-NOTES         PIC X(80).
048300 01  WS-AT-COUNT                 PIC 9(4) COMP VALUE ZERO.
048400 01  WS-AT-IDX                   PIC 9(4) COMP.
048500
048600* Filed Register Key Builders
048700 01  WS-CASE-REF.
048800 05  WS-CASE-REF-NUMBER      PIC 9(12).
048900 05  FILLER                  PIC X(32) VALUE SPACES.
049000 01  WS-INCIDENT-REF.
049100 05  WS-INC-REF-MERCHANT     PIC X(10).
049200 05  WS-INC-REF-CARD         PIC 9(16).
049300 05  WS-INC-REF-DATE         PIC 9(8).
049400 05  WS-INC-REF-AMOUNT       PIC 9(8)V99.
049500
049600* Candidate Build Area
049700 01  WS-NEW-SOURCE               PIC X(1).
049800 01  WS-NEW-SOURCE-REF           PIC X(44).
049900 01  WS-NEW-CASE-NUMBER          PIC 9(12).
050000 01  WS-NEW-TRANS-ID             PIC 9(12).
050100 01  WS-NEW-CARD-NUMBER          PIC 9(16).
050200 01  WS-NEW-TOKEN                PIC 9(16).
050300 01  WS-NEW-AMOUNT               PIC 9(8)V99.
050400 01  WS-NEW-MERCHANT-ID          PIC X(10).
050500 01  WS-NEW-CONFIRM-DATE         PIC 9(8).
050600 01  WS-NEW-CONFIRM-BASIS        PIC X(1).
050700
050800* Deadline Work Variables
050900 01  WS-WORK-DATE                PIC 9(8).
051000 01  WS-DAY-NUM                  PIC 9(7).
051100 01  WS-DEADLINE-DATE            PIC 9(8).
051200 01  WS-DAYS-LEFT                PIC S9(5).
051300 01  WS-SAR-SEQUENCE             PIC 9(4) VALUE ZERO.
051310 01  WS-FILED-REF-WORK           PIC 9(12).
051320 01  WS-FILED-REF-PARTS REDEFINES WS-FILED-REF-WORK.
051330 05  WS-FILED-REF-DATE       PIC 9(8).
051340 05  WS-FILED-REF-SEQ        PIC 9(4).
051400
051500* Work Variables
051600 01  WS-CURRENT-TIMESTAMP        PIC X(20).
051700 01  WS-RUN-DATE                 PIC 9(8).
051800* PCI Masking Variables - SYSOUT and the register show
051900* first-six/last-four.
052000 01  WS-MASK-CARD-IN             PIC 9(16).
052100 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
052200     PIC X(16).
052300 01  WS-MASKED-CARD              PIC X(16).
052400
052500* Counters and Statistics
052600 01  WS-COUNTERS.
052700 05  WS-CASES-READ             PIC 9(8) VALUE ZERO.
052800 05  WS-ARCHIVE-READ           PIC 9(8) VALUE ZERO.
052900 05  WS-AUDIT-READ             PIC 9(8) VALUE ZERO.
053000 05  WS-FEED-READ              PIC 9(8) VALUE ZERO.
053100 05  WS-LOG-READ               PIC 9(8) VALUE ZERO.
053200 05  WS-CASES-IN-PERIOD        PIC 9(6) VALUE ZERO.
053300 05  WS-INCIDENTS-IN-PERIOD    PIC 9(6) VALUE ZERO.
053400 05  WS-INCIDENTS-INVALID      PIC 9(6) VALUE ZERO.
053500 05  WS-ALREADY-FILED-COUNT    PIC 9(6) VALUE ZERO.
053600 05  WS-DUPLICATE-COUNT        PIC 9(6) VALUE ZERO.
053700 05  WS-BELOW-THRESHOLD        PIC 9(6) VALUE ZERO.
053800 05  WS-FILED-SINGLE           PIC 9(6) VALUE ZERO.
053900 05  WS-FILED-AGGREGATE        PIC 9(6) VALUE ZERO.
054000 05  WS-FILED-COUNT            PIC 9(6) VALUE ZERO.
054100 05  WS-NEAR-DEADLINE          PIC 9(6) VALUE ZERO.
054200 05  WS-PAST-DEADLINE          PIC 9(6) VALUE ZERO.
054300 05  WS-DECISIONS-WRITTEN      PIC 9(8) VALUE ZERO.
054400 05  WS-ACTIONS-WRITTEN        PIC 9(8) VALUE ZERO.
054500 05  WS-FILE-ERRORS            PIC 9(6) VALUE ZERO.
054600 05  WS-TABLE-OVERFLOWS        PIC 9(6) VALUE ZERO.
054700 01  WS-FILED-AMOUNT             PIC 9(12)V99 VALUE ZERO.
054800
054900* Report Line Layouts
055000 01  WS-RPT-HEADER-LINE.
055100 05  FILLER                  PIC X(40)
055200     VALUE 'SAR CANDIDATE REVIEW REGISTER - '.
055300 05  WS-RPT-HDR-DATE         PIC X(8).
055400 05  FILLER                  PIC X(84) VALUE SPACES.
055500 01  WS-RPT-PERIOD-LINE.
055600 05  FILLER                  PIC X(18)
055700     VALUE 'FILING PERIOD'.
055800 05  WS-RPT-PER-START        PIC 9(8).
055900 05  FILLER                  PIC X(4) VALUE ' TO '.
056000 05  WS-RPT-PER-END          PIC 9(8).
056100 05  FILLER                  PIC X(13) VALUE '   THRESHOLD '.
056200 05  WS-RPT-PER-THRESHOLD    PIC ZZZZZZZ9.99.
056300 05  FILLER                  PIC X(17) VALUE '   DEADLINE DAYS '.
056400 05  WS-RPT-PER-DAYS         PIC ZZ9.
056500 05  FILLER                  PIC X(13) VALUE '   WARN DAYS '.
056600 05  WS-RPT-PER-WARN         PIC ZZ9.
056700 05  FILLER                  PIC X(34) VALUE SPACES.
056800 01  WS-RPT-COLUMN-LINE.
056900 05  FILLER                  PIC X(52) VALUE
057000     'SAR REF      SRC  CASE/MERCH   CARD                 '.
057100 05  FILLER                  PIC X(52) VALUE
057200     'AMOUNT   CARD TOTAL Q CONFIRMD B DEADLINE DAYS FLAG '.
057300 05  FILLER                  PIC X(28) VALUE
057400     '   DECS ACTS'.
057500 01  WS-RPT-DETAIL-LINE.
057600 05  WS-RPT-SAR-REFERENCE    PIC 9(12).
057700 05  FILLER                  PIC X(1) VALUE SPACE.
057800 05  WS-RPT-SOURCE           PIC X(4).
057900 05  FILLER                  PIC X(1) VALUE SPACE.
058000 05  WS-RPT-REFERENCE        PIC X(12).
058100 05  FILLER                  PIC X(1) VALUE SPACE.
058200 05  WS-RPT-CARD             PIC X(16).
058300 05  WS-RPT-AMOUNT           PIC ZZZZZZZ9.99.
058400 05  WS-RPT-CARD-TOTAL       PIC ZZZZZZZZZ9.99.
058500 05  FILLER                  PIC X(1) VALUE SPACE.
058600 05  WS-RPT-QUALIFY          PIC X(1).
058700 05  FILLER                  PIC X(1) VALUE SPACE.
058800 05  WS-RPT-CONFIRM-DATE     PIC 9(8).
058900 05  FILLER                  PIC X(1) VALUE SPACE.
059000 05  WS-RPT-BASIS            PIC X(1).
059100 05  FILLER                  PIC X(1) VALUE SPACE.
059200 05  WS-RPT-DEADLINE         PIC 9(8).
059300 05  WS-RPT-DAYS-LEFT        PIC -ZZZ9.
059400 05  FILLER                  PIC X(1) VALUE SPACE.
059500 05  WS-RPT-FLAG             PIC X(8).
059600 05  WS-RPT-DECISIONS        PIC ZZZ9.
059700 05  FILLER                  PIC X(1) VALUE SPACE.
059800 05  WS-RPT-ACTIONS          PIC ZZZ9.
059900 05  FILLER                  PIC X(16) VALUE SPACES.
060000 01  WS-RPT-LEGEND-LINE-1.
060100 05  FILLER                  PIC X(66) VALUE
060200     'Q: S = OVER THRESHOLD ALONE, G = CARD TOTAL FOR THE PERIOD'.
060300 05  FILLER                  PIC X(66) VALUE SPACES.
060400 01  WS-RPT-LEGEND-LINE-2.
060500 05  FILLER                  PIC X(66) VALUE
060600     'B: CONFIRMED PER A = CASE CLOSE ON AUDIT TRAIL, O = CASE'.
060700 05  FILLER                  PIC X(66) VALUE
060800     ' OPEN DATE (NO CLOSE ON TRAIL), N = NETWORK INCIDENT DATE'.
060900 01  WS-RPT-TOTAL-LINE.
061000 05  WS-RPT-TOTAL-LABEL      PIC X(32).
061100 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
061200 05  FILLER                  PIC X(92) VALUE SPACES.
061300 01  WS-RPT-AMOUNT-LINE.
061400 05  WS-RPT-AMOUNT-LABEL     PIC X(32).
061500 05  WS-RPT-AMOUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
061600 05  FILLER                  PIC X(86) VALUE SPACES.
061700 01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
061800
061900* Error Messages
062000 01  WS-ERROR-MESSAGES.
062100     05  ERR-FILE-NOT-FOUND      PIC X(50)
062200 VALUE 'ERROR: Required file not found or accessible'.
062300
062400 PROCEDURE DIVISION.
062500
062600 0000-MAIN-CONTROL SECTION.
062700 0000-MAIN-PROCESS.
062800     PERFORM 1000-INITIALIZE-PROGRAM
062900     PERFORM 2000-GATHER-CANDIDATES
063000     PERFORM 3000-QUALIFY-CANDIDATES
063100     PERFORM 4000-GATHER-CASE-HISTORY
063200     PERFORM 5000-WRITE-FILINGS
063300     PERFORM 9000-FINALIZE-PROGRAM
063400     STOP RUN.
063500
063600 1000-INITIALIZE-PROGRAM SECTION.
063700 1000-INIT-START.
063800     DISPLAY 'SAR CANDIDATE BATCH - INITIALIZING'
063900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
064000     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
064100     INITIALIZE WS-CANDIDATE-TABLE
064200     PERFORM 1100-OPEN-FILES
064300     PERFORM 1200-LOAD-SAR-PARAMETERS
064400     PERFORM 1300-LOAD-CONFIRM-DATES
064500     PERFORM 1400-WRITE-REPORT-HEADER
064600     GO TO 1000-INIT-EXIT.
064700
064800 1100-OPEN-FILES.
064900     OPEN INPUT CASE-FILE
065000     IF WS-CASE-STATUS NOT = '00' AND WS-CASE-STATUS NOT = '05'
065100     DISPLAY ERR-FILE-NOT-FOUND ' - CASE FILE'
065200     MOVE 16 TO RETURN-CODE
065300     STOP RUN
065400     END-IF
065500
065600     OPEN INPUT FRAUD-LOG
065700     IF WS-LOG-STATUS NOT = '00'
065800     DISPLAY ERR-FILE-NOT-FOUND ' - FRAUD LOG'
065900     MOVE 16 TO RETURN-CODE
066000     STOP RUN
066100     END-IF
066200
066300     OPEN INPUT CUSTOMER-FILE
066400     IF WS-CUST-STATUS NOT = '00' AND WS-CUST-STATUS NOT = '05'
066500     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER FILE'
066600     MOVE 16 TO RETURN-CODE
066700     STOP RUN
066800     END-IF
066900
067000     OPEN INPUT MERCHANT-FILE
067100     IF WS-MERCH-STATUS NOT = '00' AND WS-MERCH-STATUS NOT = '05'
067200     DISPLAY ERR-FILE-NOT-FOUND ' - MERCHANT FILE'
067300     MOVE 16 TO RETURN-CODE
067400     STOP RUN
067500     END-IF
067600
067700     OPEN INPUT TOKEN-XREF-FILE
067800     IF WS-TOKEN-STATUS NOT = '00' AND WS-TOKEN-STATUS NOT = '05'
067900     DISPLAY ERR-FILE-NOT-FOUND ' - TOKEN XREF FILE'
068000     MOVE 16 TO RETURN-CODE
068100     STOP RUN
068200     END-IF
068300
068400* The archive, the audit trail and the month's network feed may
068500* each legitimately be absent - nothing archived yet, no action
068600* ever recorded, no feed delivered this month.
068700     OPEN INPUT CASE-ARCHIVE
068800     IF WS-CASA-STATUS = '00'
068900     SET ARCHIVE-FILE-PRESENT TO TRUE
069000     ELSE
069100     DISPLAY 'NO CASE ARCHIVE PRESENT THIS RUN'
069200     END-IF
069300
069400     OPEN INPUT CHARGEBACK-FILE
069500     IF WS-CB-STATUS = '00'
069600     SET CB-FILE-PRESENT TO TRUE
069700     ELSE
069800     DISPLAY 'NO CHARGEBACK FEED PRESENT THIS RUN'
069900     END-IF
070000
070100* This step owns the filed register - the first run creates it.
070200     OPEN I-O SAR-FILED-FILE
070300     IF WS-FILED-STATUS = '35'
070400     OPEN OUTPUT SAR-FILED-FILE
070500     CLOSE SAR-FILED-FILE
070600     OPEN I-O SAR-FILED-FILE
070700     END-IF
070800     IF WS-FILED-STATUS NOT = '00' AND WS-FILED-STATUS NOT = '05'
070900     DISPLAY ERR-FILE-NOT-FOUND ' - SAR FILED REGISTER'
071000     MOVE 16 TO RETURN-CODE
071100     STOP RUN
071200     END-IF
071300
071400     OPEN OUTPUT SAR-EXTRACT-FILE
071500     IF WS-EXTR-STATUS NOT = '00'
071600     DISPLAY ERR-FILE-NOT-FOUND ' - SAR FILING EXTRACT'
071700     MOVE 16 TO RETURN-CODE
071800     STOP RUN
071900     END-IF
072000
072100     OPEN OUTPUT SAR-REGISTER-REPORT
072200     IF WS-RPT-STATUS NOT = '00'
072300     DISPLAY ERR-FILE-NOT-FOUND ' - SAR REVIEW REGISTER'
072400     MOVE 16 TO RETURN-CODE
072500     STOP RUN
072600 END-IF.
072700
072800 1200-LOAD-SAR-PARAMETERS.
072900* Only the SAR keys matter here; everything else in the deck
073000* belongs to the other programs. Future-dated records are held
073100* back and a later effective date wins, as in the engine's 1320.
073200     OPEN INPUT PARAMETER-FILE
073300     IF WS-PARM-STATUS NOT = '00'
073400     DISPLAY ERR-FILE-NOT-FOUND ' - PARAMETER FILE'
073500     MOVE 16 TO RETURN-CODE
073600     STOP RUN
073700     END-IF
073800     MOVE 'N' TO WS-PARM-EOF-FLAG
073900     PERFORM 1205-READ-PARAMETER-RECORD
074000     PERFORM UNTIL PARM-EOF-REACHED
074100     IF PARM-THRESHOLD-REC
074200     AND PARM-EFFECTIVE-DATE NOT > WS-RUN-DATE
074300     PERFORM 1210-APPLY-SAR-PARM
074400     END-IF
074500     PERFORM 1205-READ-PARAMETER-RECORD
074600     END-PERFORM
074700     CLOSE PARAMETER-FILE
074800     IF WS-SAR-AMOUNT = ZERO
074900     OR WS-SAR-DAYS < 1
075000     OR WS-SAR-PERIOD-DAYS < 1
075100     DISPLAY 'FATAL: INVALID SAR PARAMETERS IN PARMFILE'
075200     MOVE 16 TO RETURN-CODE
075300     STOP RUN
075400     END-IF
075500     COMPUTE WS-DAY-NUM =
075600     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-SAR-PERIOD-DAYS
075700     COMPUTE WS-PERIOD-START =
075800     FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
075900     DISPLAY 'FILING THRESHOLD: ' WS-SAR-AMOUNT
076000     DISPLAY 'FILING DEADLINE DAYS: ' WS-SAR-DAYS
076100     DISPLAY 'FILING PERIOD START: ' WS-PERIOD-START.
076200
076300 1205-READ-PARAMETER-RECORD.
076400     READ PARAMETER-FILE
076500     AT END
076600     SET PARM-EOF-REACHED TO TRUE
076700 END-READ.
076800
076900 1210-APPLY-SAR-PARM.
077000     EVALUATE PARM-KEY
077100     WHEN 'SAR-AMOUNT'
077200     IF PARM-EFFECTIVE-DATE >= WS-SAR-AMT-EFF-DATE
077300     MOVE PARM-VALUE TO WS-SAR-AMOUNT
077400     MOVE PARM-EFFECTIVE-DATE TO WS-SAR-AMT-EFF-DATE
077500     END-IF
077600     WHEN 'SAR-DAYS'
077700     IF PARM-EFFECTIVE-DATE >= WS-SAR-DAYS-EFF-DATE
077800     MOVE PARM-VALUE TO WS-SAR-DAYS
077900     MOVE PARM-EFFECTIVE-DATE TO WS-SAR-DAYS-EFF-DATE
078000     END-IF
078100     WHEN 'SAR-WARN'
078200     IF PARM-EFFECTIVE-DATE >= WS-SAR-WARN-EFF-DATE
078300     MOVE PARM-VALUE TO WS-SAR-WARN-DAYS
078400     MOVE PARM-EFFECTIVE-DATE TO WS-SAR-WARN-EFF-DATE
078500     END-IF
078600     WHEN 'SAR-PERIOD'
078700     IF PARM-EFFECTIVE-DATE >= WS-SAR-PER-EFF-DATE
078800     MOVE PARM-VALUE TO WS-SAR-PERIOD-DAYS
078900     MOVE PARM-EFFECTIVE-DATE TO WS-SAR-PER-EFF-DATE
079000     END-IF
079100     WHEN OTHER
079200     CONTINUE
079300 END-EVALUATE.
079400
079500 1300-LOAD-CONFIRM-DATES.
079600* First pass over the audit trail: the day each case was last
079610* closed as confirmed fraud, however long ago. A case reopened and
079620* closed again is judged by the close that stands; the period is
079630* tested against that date in 2300, so a case confirmed before
079640* the period is not mistaken for one confirmed inside it.
080000     INITIALIZE WS-CONFIRM-TABLE
080100     OPEN INPUT CASE-AUDIT-FILE
080200     IF WS-AUDIT-STATUS NOT = '00'
080300     DISPLAY 'NO CASE AUDIT TRAIL PRESENT THIS RUN'
080400     ELSE
080500     SET AUDIT-FILE-PRESENT TO TRUE
080600     MOVE 'N' TO WS-AUDIT-EOF-FLAG
080700     PERFORM 1305-READ-AUDIT-RECORD
080800     PERFORM UNTIL AUDIT-EOF-REACHED
080900     ADD 1 TO WS-AUDIT-READ
081000     IF AUD-ACTION-CODE = 'CLOSE'
081100     AND AUD-RESULT = 'APPLIED'
081200     AND AUD-NOTES(1:15) = 'CONFIRMED_FRAUD'
081400     PERFORM 1310-KEEP-CONFIRM-DATE
081500     END-IF
081600     PERFORM 1305-READ-AUDIT-RECORD
081700     END-PERFORM
081800     CLOSE CASE-AUDIT-FILE
081900     END-IF
082000     DISPLAY 'CONFIRMED CLOSES ON AUDIT TRAIL: ' WS-CF-COUNT.
082100
082200 1305-READ-AUDIT-RECORD.
082300     READ CASE-AUDIT-FILE
082400     AT END
082500     SET AUDIT-EOF-REACHED TO TRUE
082600 END-READ.
082700
082800 1310-KEEP-CONFIRM-DATE.
082900     MOVE AUD-CASE-NUMBER TO WS-CASE-REF-NUMBER
083000     PERFORM 1320-FIND-CONFIRM-DATE
083100     MOVE AUD-TIMESTAMP(1:8) TO WS-WORK-DATE
083200     IF CF-ENTRY-FOUND
083300     IF WS-WORK-DATE > WS-CF-DATE(WS-CF-HIT)
083400     MOVE WS-WORK-DATE TO WS-CF-DATE(WS-CF-HIT)
083500     END-IF
083600     ELSE
083700     IF WS-CF-COUNT < 9999
083800     ADD 1 TO WS-CF-COUNT
083900     MOVE AUD-CASE-NUMBER TO WS-CF-CASE-NUMBER(WS-CF-COUNT)
084000     MOVE WS-WORK-DATE TO WS-CF-DATE(WS-CF-COUNT)
084100     ELSE
084200     ADD 1 TO WS-TABLE-OVERFLOWS
084300     DISPLAY 'CONFIRM DATE TABLE FULL - DROPPED CASE: '
084400     AUD-CASE-NUMBER
084500     END-IF
084600 END-IF.
084700
084800 1320-FIND-CONFIRM-DATE.
084900     MOVE ZERO TO WS-CF-HIT
085000     MOVE 'N' TO WS-CF-FOUND-FLAG
085100     PERFORM 1325-MATCH-CONFIRM-DATE
085200     VARYING WS-CF-IDX FROM 1 BY 1
085300     UNTIL WS-CF-IDX > WS-CF-COUNT OR CF-ENTRY-FOUND.
085400
085500 1325-MATCH-CONFIRM-DATE.
085600     IF WS-CF-CASE-NUMBER(WS-CF-IDX) = WS-CASE-REF-NUMBER
085700     SET CF-ENTRY-FOUND TO TRUE
085800     MOVE WS-CF-IDX TO WS-CF-HIT
085900 END-IF.
086000
086100 1400-WRITE-REPORT-HEADER.
086200     MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
086300     WRITE SAR-REGISTER-RECORD FROM WS-RPT-HEADER-LINE
086400     MOVE WS-PERIOD-START TO WS-RPT-PER-START
086500     MOVE WS-RUN-DATE TO WS-RPT-PER-END
086600     MOVE WS-SAR-AMOUNT TO WS-RPT-PER-THRESHOLD
086700     MOVE WS-SAR-DAYS TO WS-RPT-PER-DAYS
086800     MOVE WS-SAR-WARN-DAYS TO WS-RPT-PER-WARN
086900     WRITE SAR-REGISTER-RECORD FROM WS-RPT-PERIOD-LINE
087000     WRITE SAR-REGISTER-RECORD FROM WS-RPT-BLANK-LINE
087100     WRITE SAR-REGISTER-RECORD FROM WS-RPT-COLUMN-LINE.
087200
087300 1000-INIT-EXIT.
087400     EXIT.
087500
087600 2000-GATHER-CANDIDATES SECTION.
087700 2000-GATHER-START.
087800* Confirmed fraud from the live case file, the case archive and
087900* the network feed, confirmed within the period and not already
088000* on the filed register.
088100     DISPLAY 'GATHERING CONFIRMED FRAUD FOR THE PERIOD'
088200     PERFORM 2100-SWEEP-CASE-FILE
088300     IF ARCHIVE-FILE-PRESENT
088400     PERFORM 2200-SCAN-CASE-ARCHIVE
088500     END-IF
088600     IF CB-FILE-PRESENT
088700     PERFORM 2400-SCAN-CHARGEBACK-FEED
088800     END-IF
088900     DISPLAY 'CANDIDATES GATHERED: ' WS-CD-COUNT
089000     GO TO 2000-GATHER-EXIT.
089100
089200 2100-SWEEP-CASE-FILE.
089300     MOVE 'N' TO WS-CASE-EOF-FLAG
089400     MOVE ZERO TO CASE-NUMBER
089500     START CASE-FILE KEY IS NOT LESS THAN CASE-NUMBER
089600     INVALID KEY
089700     SET CASE-EOF-REACHED TO TRUE
089800     END-START
089900     IF NOT CASE-EOF-REACHED
090000     PERFORM 2105-READ-NEXT-CASE
090100     END-IF
090200     PERFORM UNTIL CASE-EOF-REACHED
090300     ADD 1 TO WS-CASES-READ
090400     PERFORM 2300-CONSIDER-CASE THRU 2300-CONSIDER-EXIT
090500     PERFORM 2105-READ-NEXT-CASE
090600     END-PERFORM.
090700
090800 2105-READ-NEXT-CASE.
090900     READ CASE-FILE NEXT RECORD
091000     AT END
091100     SET CASE-EOF-REACHED TO TRUE
091200 END-READ.
091300
091400 2200-SCAN-CASE-ARCHIVE.
091500     MOVE 'N' TO WS-CASA-EOF-FLAG
091600     PERFORM 2205-READ-ARCHIVE-RECORD
091700     PERFORM UNTIL CASA-EOF-REACHED
091800     ADD 1 TO WS-ARCHIVE-READ
091900     MOVE CASE-ARCHIVE-RECORD TO CASE-RECORD
092000     PERFORM 2300-CONSIDER-CASE THRU 2300-CONSIDER-EXIT
092100     PERFORM 2205-READ-ARCHIVE-RECORD
092200     END-PERFORM.
092300
092400 2205-READ-ARCHIVE-RECORD.
092500     READ CASE-ARCHIVE
092600     AT END
092700     SET CASA-EOF-REACHED TO TRUE
092800 END-READ.
092900
093000 2300-CONSIDER-CASE.
093100* Closed as confirmed fraud, by CASE-MAINT-BATCH or the engine's
093200* feedback apply - both write the canonical resolution string.
093300     IF CASE-STATUS NOT = 'CLOSED'
093400     OR CASE-RESOLUTION(1:15) NOT = 'CONFIRMED_FRAUD'
093500     GO TO 2300-CONSIDER-EXIT
093600     END-IF
093700     MOVE CASE-NUMBER TO WS-CASE-REF-NUMBER
093800     PERFORM 1320-FIND-CONFIRM-DATE
093900     IF CF-ENTRY-FOUND
094000     MOVE WS-CF-DATE(WS-CF-HIT) TO WS-NEW-CONFIRM-DATE
094100     MOVE 'A' TO WS-NEW-CONFIRM-BASIS
094200     ELSE
094300     MOVE CASE-OPEN-TIMESTAMP(1:8) TO WS-NEW-CONFIRM-DATE
094400     MOVE 'O' TO WS-NEW-CONFIRM-BASIS
094500     END-IF
094600     IF WS-NEW-CONFIRM-DATE < WS-PERIOD-START
094700     OR WS-NEW-CONFIRM-DATE > WS-RUN-DATE
094800     GO TO 2300-CONSIDER-EXIT
094900     END-IF
095000     ADD 1 TO WS-CASES-IN-PERIOD
095100
095200     MOVE 'K' TO WS-NEW-SOURCE
095300     MOVE WS-CASE-REF TO WS-NEW-SOURCE-REF
095400     PERFORM 2500-CHECK-ALREADY-FILED
095500     IF ALREADY-FILED
095600     GO TO 2300-CONSIDER-EXIT
095700     END-IF
095800     MOVE CASE-NUMBER TO WS-NEW-CASE-NUMBER
095900     MOVE CASE-TRANS-ID TO WS-NEW-TRANS-ID
096000     MOVE CASE-CARD-NUMBER TO WS-NEW-CARD-NUMBER
096100     MOVE ZERO TO WS-NEW-TOKEN
096200     MOVE CASE-AMOUNT TO WS-NEW-AMOUNT
096300     MOVE SPACES TO WS-NEW-MERCHANT-ID
096400     PERFORM 2600-ADD-CANDIDATE.
096500
096600 2300-CONSIDER-EXIT.
096700     EXIT.
096800
096900 2400-SCAN-CHARGEBACK-FEED.
097000     MOVE 'N' TO WS-CB-EOF-FLAG
097100     PERFORM 2405-READ-CHARGEBACK-RECORD
097200     PERFORM UNTIL CB-EOF-REACHED
097300     ADD 1 TO WS-FEED-READ
097400     PERFORM 2410-CONSIDER-INCIDENT THRU 2410-CONSIDER-EXIT
097500     PERFORM 2405-READ-CHARGEBACK-RECORD
097600     END-PERFORM.
097700
097800 2405-READ-CHARGEBACK-RECORD.
097900     READ CHARGEBACK-FILE
098000     AT END
098100     SET CB-EOF-REACHED TO TRUE
098200 END-READ.
098300
098400 2410-CONSIDER-INCIDENT.
098500* A network-confirmed fraud is confirmed on its incident date.
098600* Chargebacks and sales summaries are CHARGEBACK-INTAKE's alone.
098700     IF NOT CB-INCIDENT-REC OR NOT CB-CONFIRMED-FRAUD
098800     GO TO 2410-CONSIDER-EXIT
098900     END-IF
099000     IF CB-I-CARD-NUMBER NOT NUMERIC
099100     OR CB-I-AMOUNT NOT NUMERIC
099200     OR CB-I-DATE NOT NUMERIC
099300     ADD 1 TO WS-INCIDENTS-INVALID
099400     GO TO 2410-CONSIDER-EXIT
099500     END-IF
099600     IF CB-I-DATE < WS-PERIOD-START
099700     OR CB-I-DATE > WS-RUN-DATE
099800     GO TO 2410-CONSIDER-EXIT
099900     END-IF
100000     ADD 1 TO WS-INCIDENTS-IN-PERIOD
100100
100200     MOVE CB-MERCHANT-ID TO WS-INC-REF-MERCHANT
100300     MOVE CB-I-CARD-NUMBER TO WS-INC-REF-CARD
100400     MOVE CB-I-DATE TO WS-INC-REF-DATE
100500     MOVE CB-I-AMOUNT TO WS-INC-REF-AMOUNT
100600     MOVE 'C' TO WS-NEW-SOURCE
100700     MOVE WS-INCIDENT-REF TO WS-NEW-SOURCE-REF
100800     PERFORM 2500-CHECK-ALREADY-FILED
100900     IF ALREADY-FILED
101000     GO TO 2410-CONSIDER-EXIT
101100     END-IF
101200     MOVE ZERO TO WS-NEW-CASE-NUMBER
101300     MOVE ZERO TO WS-NEW-TRANS-ID
101400     MOVE CB-I-CARD-NUMBER TO WS-NEW-CARD-NUMBER
101500     MOVE CB-I-AMOUNT TO WS-NEW-AMOUNT
101600     MOVE CB-MERCHANT-ID TO WS-NEW-MERCHANT-ID
101700     MOVE CB-I-DATE TO WS-NEW-CONFIRM-DATE
101800     MOVE 'N' TO WS-NEW-CONFIRM-BASIS
101900     PERFORM 2700-LOOKUP-CARD-TOKEN
102000     PERFORM 2600-ADD-CANDIDATE.
102100
102200 2410-CONSIDER-EXIT.
102300     EXIT.
102400
102500 2500-CHECK-ALREADY-FILED.
102600     MOVE 'N' TO WS-FILED-FLAG
102700     MOVE WS-NEW-SOURCE TO SF-SOURCE
102800     MOVE WS-NEW-SOURCE-REF TO SF-SOURCE-REF
102900     READ SAR-FILED-FILE
103000     EVALUATE WS-FILED-STATUS
103100     WHEN '00'
103200     SET ALREADY-FILED TO TRUE
103300     ADD 1 TO WS-ALREADY-FILED-COUNT
103400     WHEN '23'
103500     CONTINUE
103600     WHEN OTHER
103700     DISPLAY 'ERROR READING SAR FILED REGISTER: ' WS-FILED-STATUS
103800     ADD 1 TO WS-FILE-ERRORS
103900     SET ALREADY-FILED TO TRUE
104000 END-EVALUATE.
104100
104200 2600-ADD-CANDIDATE.
104300* A case can sit in two archive generations, and the feed can
104400* repeat an incident - the first sighting is the one kept.
104500     MOVE 'N' TO WS-CD-FOUND-FLAG
104600     PERFORM 2610-MATCH-CANDIDATE
104700     VARYING WS-CD-IDX FROM 1 BY 1
104800     UNTIL WS-CD-IDX > WS-CD-COUNT OR CD-ENTRY-FOUND
104900     IF CD-ENTRY-FOUND
105000     ADD 1 TO WS-DUPLICATE-COUNT
105100     ELSE
105200     IF WS-CD-COUNT < 2000
105300     ADD 1 TO WS-CD-COUNT
105400     MOVE WS-NEW-SOURCE TO WS-CD-SOURCE(WS-CD-COUNT)
105500     MOVE WS-NEW-SOURCE-REF TO WS-CD-SOURCE-REF(WS-CD-COUNT)
105600     MOVE WS-NEW-CASE-NUMBER TO WS-CD-CASE-NUMBER(WS-CD-COUNT)
105700     MOVE WS-NEW-TRANS-ID TO WS-CD-TRANS-ID(WS-CD-COUNT)
105800     MOVE WS-NEW-CARD-NUMBER TO WS-CD-CARD-NUMBER(WS-CD-COUNT)
105900     MOVE WS-NEW-TOKEN TO WS-CD-TOKEN(WS-CD-COUNT)
106000     MOVE WS-NEW-AMOUNT TO WS-CD-AMOUNT(WS-CD-COUNT)
106100     MOVE WS-NEW-MERCHANT-ID TO WS-CD-MERCHANT-ID(WS-CD-COUNT)
106200     MOVE WS-NEW-CONFIRM-DATE TO WS-CD-CONFIRM-DATE(WS-CD-COUNT)
106300     MOVE WS-NEW-CONFIRM-BASIS
106400     TO WS-CD-CONFIRM-BASIS(WS-CD-COUNT)
106500     MOVE SPACE TO WS-CD-QUALIFY(WS-CD-COUNT)
106600     ELSE
106700     ADD 1 TO WS-TABLE-OVERFLOWS
106800     MOVE WS-NEW-CARD-NUMBER TO WS-MASK-CARD-IN
106900     PERFORM 2900-MASK-CARD-NUMBER
107000     DISPLAY 'CANDIDATE TABLE FULL - DROPPED CARD: '
107100     WS-MASKED-CARD
107200     END-IF
107300 END-IF.
107400
107500 2610-MATCH-CANDIDATE.
107600     IF WS-CD-SOURCE(WS-CD-IDX) = WS-NEW-SOURCE
107700     AND WS-CD-SOURCE-REF(WS-CD-IDX) = WS-NEW-SOURCE-REF
107800     SET CD-ENTRY-FOUND TO TRUE
107900 END-IF.
108000
108100 2700-LOOKUP-CARD-TOKEN.
108200* The incident's decisions are found on the log by surrogate; a
108300* card never tokenized was never scored, so has none to find.
108400     MOVE ZERO TO WS-NEW-TOKEN
108500     MOVE CB-I-CARD-NUMBER TO TOKEN-CARD-NUMBER
108600     READ TOKEN-XREF-FILE
108700     EVALUATE WS-TOKEN-STATUS
108800     WHEN '00'
108900     MOVE TOKEN-SURROGATE TO WS-NEW-TOKEN
109000     WHEN '23'
109100     CONTINUE
109200     WHEN OTHER
109300     DISPLAY 'ERROR READING TOKEN XREF FILE: ' WS-TOKEN-STATUS
109400     ADD 1 TO WS-FILE-ERRORS
109500 END-EVALUATE.
109600
109700 2900-MASK-CARD-NUMBER.
109800     MOVE SPACES TO WS-MASKED-CARD
109900     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
110000     WS-MASK-CARD-TEXT(13:4)
110100     DELIMITED BY SIZE INTO WS-MASKED-CARD.
110200
110300 2000-GATHER-EXIT.
110400     EXIT.
110500
110600 3000-QUALIFY-CANDIDATES SECTION.
110700 3000-QUALIFY-START.
110800* A candidate is filed when its own amount meets the threshold,
110900* or when everything confirmed against its card in the period
111000* adds up to it - structuring under the threshold is the
111100* pattern the aggregate test is there to catch.
111200     PERFORM 3100-QUALIFY-ONE-CANDIDATE
111300     VARYING WS-CD-IDX FROM 1 BY 1
111400     UNTIL WS-CD-IDX > WS-CD-COUNT
111500     DISPLAY 'CANDIDATES MEETING THRESHOLD: ' WS-QL-COUNT
111600     GO TO 3000-QUALIFY-EXIT.
111700
111800 3100-QUALIFY-ONE-CANDIDATE.
111900     MOVE ZERO TO WS-CD-CARD-TOTAL(WS-CD-IDX)
112000     PERFORM 3110-ADD-CARD-AMOUNT
112100     VARYING WS-CD-SUB FROM 1 BY 1
112200     UNTIL WS-CD-SUB > WS-CD-COUNT
112300     EVALUATE TRUE
112400     WHEN WS-CD-AMOUNT(WS-CD-IDX) >= WS-SAR-AMOUNT
112500     MOVE 'S' TO WS-CD-QUALIFY(WS-CD-IDX)
112600     ADD 1 TO WS-FILED-SINGLE
112700     WHEN WS-CD-CARD-TOTAL(WS-CD-IDX) >= WS-SAR-AMOUNT
112800     MOVE 'G' TO WS-CD-QUALIFY(WS-CD-IDX)
112900     ADD 1 TO WS-FILED-AGGREGATE
113000     WHEN OTHER
113100     ADD 1 TO WS-BELOW-THRESHOLD
113200     END-EVALUATE
113300     IF WS-CD-QUALIFY(WS-CD-IDX) NOT = SPACE
113400     ADD 1 TO WS-QL-COUNT
113500     MOVE WS-CD-IDX TO WS-QL-CAND(WS-QL-COUNT)
113600 END-IF.
113700
113800 3110-ADD-CARD-AMOUNT.
113900     IF WS-CD-CARD-NUMBER(WS-CD-SUB)
114000     = WS-CD-CARD-NUMBER(WS-CD-IDX)
114100     ADD WS-CD-AMOUNT(WS-CD-SUB) TO WS-CD-CARD-TOTAL(WS-CD-IDX)
114200 END-IF.
114300
114400 3000-QUALIFY-EXIT.
114500     EXIT.
114600
114700 4000-GATHER-CASE-HISTORY SECTION.
114800 4000-HISTORY-START.
114900* The decisions behind each filing from the fraud log, and each
115000* filed case's action trail from the audit file. Both files are
115100* sequential, so each is read once and matched against the
115200* qualified list.
115300     IF WS-QL-COUNT = ZERO
115400     GO TO 4000-HISTORY-EXIT
115500     END-IF
115600     INITIALIZE WS-DECISION-TABLE
115700     INITIALIZE WS-ACTION-TABLE
115800     PERFORM 4100-SCAN-FRAUD-LOG
115900     IF AUDIT-FILE-PRESENT
116000     PERFORM 4200-SCAN-AUDIT-TRAIL
116100     END-IF
116200     DISPLAY 'RELATED DECISIONS GATHERED: ' WS-DT-COUNT
116300     DISPLAY 'CASE ACTIONS GATHERED: ' WS-AT-COUNT
116400     GO TO 4000-HISTORY-EXIT.
116500
116600 4100-SCAN-FRAUD-LOG.
116700     MOVE 'N' TO WS-LOG-EOF-FLAG
116800     PERFORM 4105-READ-FRAUD-LOG
116900     PERFORM UNTIL LOG-EOF-REACHED
117000     ADD 1 TO WS-LOG-READ
117100     PERFORM 4110-MATCH-DECISION
117200     VARYING WS-QL-IDX FROM 1 BY 1
117300     UNTIL WS-QL-IDX > WS-QL-COUNT
117400     PERFORM 4105-READ-FRAUD-LOG
117500     END-PERFORM.
117600
117700 4105-READ-FRAUD-LOG.
117800     READ FRAUD-LOG
117900     AT END
118000     SET LOG-EOF-REACHED TO TRUE
118100 END-READ.
118200
118300 4110-MATCH-DECISION.
118400* A case is matched on its transaction, which also picks up the
118500* step-up outcome and any reversal logged against it. A network
118600* incident carries no transaction number - its card's surrogate
118700* and the amount identify the decision. Records logged before
118800* the PCI cutover have spaces for a token and never match.
118900     MOVE WS-QL-CAND(WS-QL-IDX) TO WS-CD-HIT
119000     IF WS-CD-SOURCE(WS-CD-HIT) = 'K'
119100     IF FRAUD-TRANS-ID = WS-CD-TRANS-ID(WS-CD-HIT)
119200     PERFORM 4120-KEEP-DECISION
119300     IF WS-CD-MERCHANT-ID(WS-CD-HIT) = SPACES
119400     MOVE FRAUD-MERCHANT(1:10) TO WS-CD-MERCHANT-ID(WS-CD-HIT)
119500     END-IF
119600     END-IF
119700     ELSE
119800     IF WS-CD-TOKEN(WS-CD-HIT) > ZERO
119900     AND FRAUD-CARD-TOKEN-X = WS-CD-TOKEN(WS-CD-HIT)
120000     AND FRAUD-AMOUNT = WS-CD-AMOUNT(WS-CD-HIT)
120100     PERFORM 4120-KEEP-DECISION
120200     END-IF
120300 END-IF.
120400
120500 4120-KEEP-DECISION.
120600     IF WS-DT-COUNT < 5000
120700     ADD 1 TO WS-DT-COUNT
120800     MOVE WS-CD-HIT TO WS-DT-CAND(WS-DT-COUNT)
120900     MOVE FRAUD-TIMESTAMP TO WS-DT-TIMESTAMP(WS-DT-COUNT)
121000     MOVE FRAUD-TRANS-ID TO WS-DT-TRANS-ID(WS-DT-COUNT)
121100     MOVE FRAUD-ACTION-TAKEN TO WS-DT-ACTION(WS-DT-COUNT)
121200     MOVE FRAUD-REASON-CODE TO WS-DT-REASON(WS-DT-COUNT)
121300     MOVE FRAUD-RISK-SCORE TO WS-DT-SCORE(WS-DT-COUNT)
121400     MOVE FRAUD-RULE-TRIGGERED TO WS-DT-RULES(WS-DT-COUNT)
121500     MOVE FRAUD-AMOUNT TO WS-DT-AMOUNT(WS-DT-COUNT)
121600     MOVE FRAUD-MERCHANT(1:10) TO WS-DT-MERCHANT(WS-DT-COUNT)
121700     MOVE FRAUD-LOCATION TO WS-DT-LOCATION(WS-DT-COUNT)
121800     ADD 1 TO WS-CD-DECISIONS(WS-CD-HIT)
121900     ELSE
122000     ADD 1 TO WS-TABLE-OVERFLOWS
122100     DISPLAY 'DECISION TABLE FULL - DROPPED TRANS: '
122200     FRAUD-TRANS-ID
122300 END-IF.
122400
122500 4200-SCAN-AUDIT-TRAIL.
122600     OPEN INPUT CASE-AUDIT-FILE
122700     IF WS-AUDIT-STATUS NOT = '00'
122800     DISPLAY 'ERROR REOPENING CASE AUDIT TRAIL: ' WS-AUDIT-STATUS
122900     ADD 1 TO WS-FILE-ERRORS
123000     ELSE
123100     MOVE 'N' TO WS-AUDIT-EOF-FLAG
123200     PERFORM 1305-READ-AUDIT-RECORD
123300     PERFORM UNTIL AUDIT-EOF-REACHED
123400     PERFORM 4210-MATCH-ACTION
123500     VARYING WS-QL-IDX FROM 1 BY 1
123600     UNTIL WS-QL-IDX > WS-QL-COUNT
123700     PERFORM 1305-READ-AUDIT-RECORD
123800     END-PERFORM
123900     CLOSE CASE-AUDIT-FILE
124000 END-IF.
124100
124200 4210-MATCH-ACTION.
124300     MOVE WS-QL-CAND(WS-QL-IDX) TO WS-CD-HIT
124400     IF WS-CD-SOURCE(WS-CD-HIT) = 'K'
124500     AND AUD-CASE-NUMBER = WS-CD-CASE-NUMBER(WS-CD-HIT)
124600     PERFORM 4220-KEEP-ACTION
124700 END-IF.
124800
124900 4220-KEEP-ACTION.
125000     IF WS-AT-COUNT < 5000
125100     ADD 1 TO WS-AT-COUNT
125200     MOVE WS-CD-HIT TO WS-AT-CAND(WS-AT-COUNT)
125300     MOVE AUD-TIMESTAMP TO WS-AT-TIMESTAMP(WS-AT-COUNT)
125400     MOVE AUD-ACTION-CODE TO WS-AT-ACTION(WS-AT-COUNT)
125500     MOVE AUD-ANALYST-ID TO WS-AT-ANALYST(WS-AT-COUNT)
125600     MOVE AUD-OLD-STATUS TO WS-AT-OLD-STATUS(WS-AT-COUNT)
125700     MOVE AUD-NEW-STATUS TO WS-AT-NEW-STATUS(WS-AT-COUNT)
125800     MOVE AUD-RESULT TO WS-AT-RESULT(WS-AT-COUNT)
125900     MOVE AUD-REJECT-REASON TO WS-AT-REJECT-REASON(WS-AT-COUNT)
126000     MOVE AUD-NOTES TO WS-AT-NOTES(WS-AT-COUNT)
126100     ADD 1 TO WS-CD-ACTIONS(WS-CD-HIT)
126200     ELSE
126300     ADD 1 TO WS-TABLE-OVERFLOWS
126400     DISPLAY 'CASE ACTION TABLE FULL - DROPPED CASE: '
126500     AUD-CASE-NUMBER
126600 END-IF.
126700
126800 4000-HISTORY-EXIT.
126900     EXIT.
127000
127100 5000-WRITE-FILINGS SECTION.
127200 5000-FILINGS-START.
127300     DISPLAY 'WRITING SAR FILING EXTRACT'
127310     PERFORM 5050-SET-SAR-SEQUENCE
127400     PERFORM 5100-WRITE-EXTRACT-HEADER
127500     PERFORM 5200-WRITE-ONE-FILING
127600     VARYING WS-QL-IDX FROM 1 BY 1
127700     UNTIL WS-QL-IDX > WS-QL-COUNT
127800     PERFORM 5900-WRITE-EXTRACT-TRAILER
127900     DISPLAY 'SAR FILING EXTRACT COMPLETED'
128000     GO TO 5000-FILINGS-EXIT.
128100
128200 5100-WRITE-EXTRACT-HEADER.
128300     MOVE SPACES TO SAR-EXTRACT-RECORD
128400     SET SX-HEADER-REC TO TRUE
128500     MOVE ZERO TO SX-SAR-REFERENCE
128600     MOVE WS-RUN-DATE TO SX-H-RUN-DATE
128700     MOVE WS-PERIOD-START TO SX-H-PERIOD-START
128800     MOVE WS-RUN-DATE TO SX-H-PERIOD-END
128900     MOVE WS-SAR-AMOUNT TO SX-H-THRESHOLD
129000     MOVE WS-SAR-DAYS TO SX-H-DEADLINE-DAYS
129100     PERFORM 5800-WRITE-EXTRACT-RECORD.
129103
129106 5050-SET-SAR-SEQUENCE.
129109* References already on the filed register for today belong to an
129112* earlier run the same day - number on from the highest of them.
129115     MOVE ZERO TO WS-SAR-SEQUENCE
129118     MOVE 'N' TO WS-FILED-EOF-FLAG
129121     MOVE LOW-VALUES TO SF-KEY
129124     START SAR-FILED-FILE KEY IS NOT LESS THAN SF-KEY
129127     INVALID KEY
129130     SET FILED-EOF-REACHED TO TRUE
129133     END-START
129136     IF NOT FILED-EOF-REACHED
129139     PERFORM 5055-READ-NEXT-FILED
129142     END-IF
129145     PERFORM UNTIL FILED-EOF-REACHED
129148     MOVE SF-SAR-REFERENCE TO WS-FILED-REF-WORK
129151     IF WS-FILED-REF-DATE = WS-RUN-DATE
129154     AND WS-FILED-REF-SEQ > WS-SAR-SEQUENCE
129157     MOVE WS-FILED-REF-SEQ TO WS-SAR-SEQUENCE
129160     END-IF
129163     PERFORM 5055-READ-NEXT-FILED
129166     END-PERFORM
129169     IF WS-SAR-SEQUENCE > ZERO
129172     DISPLAY 'SAR REFERENCES ALREADY ISSUED TODAY: '
129175     WS-SAR-SEQUENCE
129178 END-IF.
129181
129184 5055-READ-NEXT-FILED.
129187     READ SAR-FILED-FILE NEXT RECORD
129190     AT END
129193     SET FILED-EOF-REACHED TO TRUE
129196 END-READ.
129200
129300 5200-WRITE-ONE-FILING.
129400* The reference is the run date and a sequence within the day.
129500     MOVE WS-QL-CAND(WS-QL-IDX) TO WS-CD-HIT
129600     ADD 1 TO WS-SAR-SEQUENCE
129700     COMPUTE WS-CD-SAR-REFERENCE(WS-CD-HIT) =
129800     WS-RUN-DATE * 10000 + WS-SAR-SEQUENCE
129900     PERFORM 5210-COMPUTE-DEADLINE
130000     PERFORM 5220-WRITE-SUBJECT-RECORD
130100     PERFORM 5230-WRITE-DECISION-RECORD
130200     VARYING WS-DT-IDX FROM 1 BY 1
130300     UNTIL WS-DT-IDX > WS-DT-COUNT
130400     PERFORM 5240-WRITE-ACTION-RECORD
130500     VARYING WS-AT-IDX FROM 1 BY 1
130600     UNTIL WS-AT-IDX > WS-AT-COUNT
130700     PERFORM 5250-MARK-AS-FILED
130800     PERFORM 5260-WRITE-REGISTER-LINE
130900     ADD 1 TO WS-FILED-COUNT
131000     ADD WS-CD-AMOUNT(WS-CD-HIT) TO WS-FILED-AMOUNT.
131100
131200 5210-COMPUTE-DEADLINE.
131300     COMPUTE WS-DAY-NUM =
131400     FUNCTION INTEGER-OF-DATE(WS-CD-CONFIRM-DATE(WS-CD-HIT))
131500     + WS-SAR-DAYS
131600     COMPUTE WS-DEADLINE-DATE =
131700     FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
131800     COMPUTE WS-DAYS-LEFT =
131900     WS-DAY-NUM - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
132000
132100 5220-WRITE-SUBJECT-RECORD.
132200     MOVE SPACES TO SAR-EXTRACT-RECORD
132300     SET SX-SUBJECT-REC TO TRUE
132400     MOVE WS-CD-SAR-REFERENCE(WS-CD-HIT) TO SX-SAR-REFERENCE
132500     IF WS-CD-SOURCE(WS-CD-HIT) = 'K'
132600     MOVE 'CASE' TO SX-S-SOURCE
132700     ELSE
132800     MOVE 'CHBK' TO SX-S-SOURCE
132900     END-IF
133000     MOVE WS-CD-CASE-NUMBER(WS-CD-HIT) TO SX-S-CASE-NUMBER
133100     MOVE WS-CD-TRANS-ID(WS-CD-HIT) TO SX-S-TRANS-ID
133200     MOVE WS-CD-CARD-NUMBER(WS-CD-HIT) TO SX-S-CARD-NUMBER
133300     MOVE WS-CD-AMOUNT(WS-CD-HIT) TO SX-S-AMOUNT
133400     MOVE WS-CD-CARD-TOTAL(WS-CD-HIT) TO SX-S-CARD-TOTAL
133500     MOVE WS-CD-QUALIFY(WS-CD-HIT) TO SX-S-QUALIFY
133600     MOVE WS-CD-CONFIRM-DATE(WS-CD-HIT) TO SX-S-CONFIRM-DATE
133700     MOVE WS-CD-CONFIRM-BASIS(WS-CD-HIT) TO SX-S-CONFIRM-BASIS
133800     MOVE WS-DEADLINE-DATE TO SX-S-DEADLINE-DATE
133900     MOVE ZERO TO SX-S-MERCH-CATEGORY
134000
134100     MOVE WS-CD-CARD-NUMBER(WS-CD-HIT) TO CUST-CARD-NUMBER
134200     READ CUSTOMER-FILE
134300     EVALUATE WS-CUST-STATUS
134400     WHEN '00'
134500     MOVE CUST-NAME TO SX-S-CUST-NAME
134600     MOVE CUST-HOME-ZIP TO SX-S-CUST-ZIP
134700     MOVE CUST-HOME-COUNTRY TO SX-S-CUST-COUNTRY
134800     MOVE CUST-PHONE-NUMBER TO SX-S-CUST-PHONE
134900     MOVE CUST-EMAIL TO SX-S-CUST-EMAIL
135000     MOVE CUST-ACCOUNT-STATUS TO SX-S-ACCOUNT-STATUS
135100     WHEN '23'
135200     CONTINUE
135300     WHEN OTHER
135400     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
135500     ADD 1 TO WS-FILE-ERRORS
135600     END-EVALUATE
135700
135800     MOVE WS-CD-MERCHANT-ID(WS-CD-HIT) TO SX-S-MERCHANT-ID
135900     IF WS-CD-MERCHANT-ID(WS-CD-HIT) NOT = SPACES
136000     MOVE WS-CD-MERCHANT-ID(WS-CD-HIT) TO MERCH-ID
136100     READ MERCHANT-FILE
136200     EVALUATE WS-MERCH-STATUS
136300     WHEN '00'
136400     MOVE MERCH-NAME TO SX-S-MERCH-NAME
136500     MOVE MERCH-CATEGORY TO SX-S-MERCH-CATEGORY
136600     MOVE MERCH-ZIP TO SX-S-MERCH-ZIP
136700     MOVE MERCH-COUNTRY TO SX-S-MERCH-COUNTRY
136800     WHEN '23'
136900     CONTINUE
137000     WHEN OTHER
137100     DISPLAY 'ERROR READING MERCHANT FILE: ' WS-MERCH-STATUS
137200     ADD 1 TO WS-FILE-ERRORS
137300     END-EVALUATE
137400     END-IF
137500     PERFORM 5800-WRITE-EXTRACT-RECORD.
137600
137700 5230-WRITE-DECISION-RECORD.
137800     IF WS-DT-CAND(WS-DT-IDX) = WS-CD-HIT
137900     MOVE SPACES TO SAR-EXTRACT-RECORD
138000     SET SX-DECISION-REC TO TRUE
138100     MOVE WS-CD-SAR-REFERENCE(WS-CD-HIT) TO SX-SAR-REFERENCE
138200     MOVE WS-DT-TIMESTAMP(WS-DT-IDX) TO SX-D-TIMESTAMP
138300     MOVE WS-DT-TRANS-ID(WS-DT-IDX) TO SX-D-TRANS-ID
138400     MOVE WS-DT-ACTION(WS-DT-IDX) TO SX-D-ACTION
138500     MOVE WS-DT-REASON(WS-DT-IDX) TO SX-D-REASON
138600     MOVE WS-DT-SCORE(WS-DT-IDX) TO SX-D-SCORE
138700     MOVE WS-DT-RULES(WS-DT-IDX) TO SX-D-RULES
138800     MOVE WS-DT-AMOUNT(WS-DT-IDX) TO SX-D-AMOUNT
138900     MOVE WS-DT-MERCHANT(WS-DT-IDX) TO SX-D-MERCHANT
139000     MOVE WS-DT-LOCATION(WS-DT-IDX) TO SX-D-LOCATION
139100     PERFORM 5800-WRITE-EXTRACT-RECORD
139200     ADD 1 TO WS-DECISIONS-WRITTEN
139300 END-IF.
139400
139500 5240-WRITE-ACTION-RECORD.
139600     IF WS-AT-CAND(WS-AT-IDX) = WS-CD-HIT
139700     MOVE SPACES TO SAR-EXTRACT-RECORD
139800     SET SX-ACTION-REC TO TRUE
139900     MOVE WS-CD-SAR-REFERENCE(WS-CD-HIT) TO SX-SAR-REFERENCE
140000     MOVE WS-AT-TIMESTAMP(WS-AT-IDX) TO SX-A-TIMESTAMP
140100     MOVE WS-AT-ACTION(WS-AT-IDX) TO SX-A-ACTION
140200     MOVE WS-AT-ANALYST(WS-AT-IDX) TO SX-A-ANALYST
140300     MOVE WS-AT-OLD-STATUS(WS-AT-IDX) TO SX-A-OLD-STATUS
140400     MOVE WS-AT-NEW-STATUS(WS-AT-IDX) TO SX-A-NEW-STATUS
140500     MOVE WS-AT-RESULT(WS-AT-IDX) TO SX-A-RESULT
140600     MOVE WS-AT-REJECT-REASON(WS-AT-IDX) TO SX-A-REJECT-REASON
140700     MOVE WS-AT-NOTES(WS-AT-IDX) TO SX-A-NOTES
140800     PERFORM 5800-WRITE-EXTRACT-RECORD
140900     ADD 1 TO WS-ACTIONS-WRITTEN
141000 END-IF.
141100
141200 5250-MARK-AS-FILED.
141300     MOVE SPACES TO SAR-FILED-RECORD
141400     MOVE WS-CD-SOURCE(WS-CD-HIT) TO SF-SOURCE
141500     MOVE WS-CD-SOURCE-REF(WS-CD-HIT) TO SF-SOURCE-REF
141600     MOVE WS-CD-SAR-REFERENCE(WS-CD-HIT) TO SF-SAR-REFERENCE
141700     MOVE WS-RUN-DATE TO SF-FILED-DATE
141800     MOVE WS-CD-CONFIRM-DATE(WS-CD-HIT) TO SF-CONFIRM-DATE
141900     MOVE WS-DEADLINE-DATE TO SF-DEADLINE-DATE
142000     MOVE WS-CD-CARD-NUMBER(WS-CD-HIT) TO SF-CARD-NUMBER
142100     MOVE WS-CD-AMOUNT(WS-CD-HIT) TO SF-AMOUNT
142200     WRITE SAR-FILED-RECORD
142300     IF WS-FILED-STATUS NOT = '00'
142400     DISPLAY 'ERROR WRITING SAR FILED REGISTER: ' WS-FILED-STATUS
142500     ADD 1 TO WS-FILE-ERRORS
142600 END-IF.
142700
142800 5260-WRITE-REGISTER-LINE.
142900* Anything past its deadline, or within SAR-WARN days of it, is
143000* flagged for compliance to work first.
143100     MOVE WS-CD-SAR-REFERENCE(WS-CD-HIT) TO WS-RPT-SAR-REFERENCE
143200     IF WS-CD-SOURCE(WS-CD-HIT) = 'K'
143300     MOVE 'CASE' TO WS-RPT-SOURCE
143400     MOVE WS-CD-CASE-NUMBER(WS-CD-HIT) TO WS-RPT-REFERENCE
143500     ELSE
143600     MOVE 'CHBK' TO WS-RPT-SOURCE
143700     MOVE WS-CD-MERCHANT-ID(WS-CD-HIT) TO WS-RPT-REFERENCE
143800     END-IF
143900     MOVE WS-CD-CARD-NUMBER(WS-CD-HIT) TO WS-MASK-CARD-IN
144000     PERFORM 2900-MASK-CARD-NUMBER
144100     MOVE WS-MASKED-CARD TO WS-RPT-CARD
144200     MOVE WS-CD-AMOUNT(WS-CD-HIT) TO WS-RPT-AMOUNT
144300     MOVE WS-CD-CARD-TOTAL(WS-CD-HIT) TO WS-RPT-CARD-TOTAL
144400     MOVE WS-CD-QUALIFY(WS-CD-HIT) TO WS-RPT-QUALIFY
144500     MOVE WS-CD-CONFIRM-DATE(WS-CD-HIT) TO WS-RPT-CONFIRM-DATE
144600     MOVE WS-CD-CONFIRM-BASIS(WS-CD-HIT) TO WS-RPT-BASIS
144700     MOVE WS-DEADLINE-DATE TO WS-RPT-DEADLINE
144800     MOVE WS-DAYS-LEFT TO WS-RPT-DAYS-LEFT
144900     EVALUATE TRUE
145000     WHEN WS-DAYS-LEFT < ZERO
145100     MOVE 'OVERDUE' TO WS-RPT-FLAG
145200     ADD 1 TO WS-PAST-DEADLINE
145300     WHEN WS-DAYS-LEFT <= WS-SAR-WARN-DAYS
145400     MOVE 'NEAR' TO WS-RPT-FLAG
145500     ADD 1 TO WS-NEAR-DEADLINE
145600     WHEN OTHER
145700     MOVE SPACES TO WS-RPT-FLAG
145800     END-EVALUATE
145900     MOVE WS-CD-DECISIONS(WS-CD-HIT) TO WS-RPT-DECISIONS
146000     MOVE WS-CD-ACTIONS(WS-CD-HIT) TO WS-RPT-ACTIONS
146100     WRITE SAR-REGISTER-RECORD FROM WS-RPT-DETAIL-LINE.
146200
146300 5800-WRITE-EXTRACT-RECORD.
146400     WRITE SAR-EXTRACT-RECORD
146500     IF WS-EXTR-STATUS NOT = '00'
146600     DISPLAY 'ERROR WRITING SAR FILING EXTRACT: ' WS-EXTR-STATUS
146700     ADD 1 TO WS-FILE-ERRORS
146800 END-IF.
146900
147000 5900-WRITE-EXTRACT-TRAILER.
147100     MOVE SPACES TO SAR-EXTRACT-RECORD
147200     SET SX-TRAILER-REC TO TRUE
147300     MOVE ZERO TO SX-SAR-REFERENCE
147400     MOVE WS-FILED-COUNT TO SX-T-SUBJECT-COUNT
147500     MOVE WS-DECISIONS-WRITTEN TO SX-T-DECISION-COUNT
147600     MOVE WS-ACTIONS-WRITTEN TO SX-T-ACTION-COUNT
147700     MOVE WS-FILED-AMOUNT TO SX-T-TOTAL-AMOUNT
147800     PERFORM 5800-WRITE-EXTRACT-RECORD.
147900
148000 5000-FILINGS-EXIT.
148100     EXIT.
148200
148300 9000-FINALIZE-PROGRAM SECTION.
148400 9000-FINALIZE-START.
148500     PERFORM 9100-WRITE-REGISTER-TOTALS
148600     PERFORM 9200-CLOSE-FILES
148700     PERFORM 9300-DISPLAY-FINAL-STATS
148800     DISPLAY 'SAR CANDIDATE BATCH - COMPLETED'
148900     GO TO 9000-FINALIZE-EXIT.
149000
149100 9100-WRITE-REGISTER-TOTALS.
149200     WRITE SAR-REGISTER-RECORD FROM WS-RPT-BLANK-LINE
149300     WRITE SAR-REGISTER-RECORD FROM WS-RPT-LEGEND-LINE-1
149400     WRITE SAR-REGISTER-RECORD FROM WS-RPT-LEGEND-LINE-2
149500     WRITE SAR-REGISTER-RECORD FROM WS-RPT-BLANK-LINE
149600     MOVE 'CONFIRMED CASES IN PERIOD' TO WS-RPT-TOTAL-LABEL
149700     MOVE WS-CASES-IN-PERIOD TO WS-RPT-TOTAL-COUNT
149800     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
149900     MOVE 'NETWORK FRAUD IN PERIOD' TO WS-RPT-TOTAL-LABEL
150000     MOVE WS-INCIDENTS-IN-PERIOD TO WS-RPT-TOTAL-COUNT
150100     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
150200     MOVE 'INVALID NETWORK INCIDENTS' TO WS-RPT-TOTAL-LABEL
150300     MOVE WS-INCIDENTS-INVALID TO WS-RPT-TOTAL-COUNT
150400     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
150500     MOVE 'ALREADY FILED - SKIPPED' TO WS-RPT-TOTAL-LABEL
150600     MOVE WS-ALREADY-FILED-COUNT TO WS-RPT-TOTAL-COUNT
150700     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
150800     MOVE 'REPEATED ON ARCHIVE OR FEED' TO WS-RPT-TOTAL-LABEL
150900     MOVE WS-DUPLICATE-COUNT TO WS-RPT-TOTAL-COUNT
151000     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
151100     MOVE 'BELOW FILING THRESHOLD' TO WS-RPT-TOTAL-LABEL
151200     MOVE WS-BELOW-THRESHOLD TO WS-RPT-TOTAL-COUNT
151300     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
151400     MOVE 'FILED - OVER THRESHOLD ALONE' TO WS-RPT-TOTAL-LABEL
151500     MOVE WS-FILED-SINGLE TO WS-RPT-TOTAL-COUNT
151600     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
151700     MOVE 'FILED - CARD TOTAL FOR PERIOD' TO WS-RPT-TOTAL-LABEL
151800     MOVE WS-FILED-AGGREGATE TO WS-RPT-TOTAL-COUNT
151900     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
152000     MOVE 'FILINGS EXTRACTED' TO WS-RPT-TOTAL-LABEL
152100     MOVE WS-FILED-COUNT TO WS-RPT-TOTAL-COUNT
152200     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
152300     MOVE '  NEAR DEADLINE' TO WS-RPT-TOTAL-LABEL
152400     MOVE WS-NEAR-DEADLINE TO WS-RPT-TOTAL-COUNT
152500     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
152600     MOVE '  PAST DEADLINE' TO WS-RPT-TOTAL-LABEL
152700     MOVE WS-PAST-DEADLINE TO WS-RPT-TOTAL-COUNT
152800     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
152900     MOVE 'RELATED DECISIONS EXTRACTED' TO WS-RPT-TOTAL-LABEL
153000     MOVE WS-DECISIONS-WRITTEN TO WS-RPT-TOTAL-COUNT
153100     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
153200     MOVE 'CASE ACTIONS EXTRACTED' TO WS-RPT-TOTAL-LABEL
153300     MOVE WS-ACTIONS-WRITTEN TO WS-RPT-TOTAL-COUNT
153400     WRITE SAR-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
153500     MOVE 'AMOUNT EXTRACTED FOR FILING' TO WS-RPT-AMOUNT-LABEL
153600     MOVE WS-FILED-AMOUNT TO WS-RPT-AMOUNT-VALUE
153700     WRITE SAR-REGISTER-RECORD FROM WS-RPT-AMOUNT-LINE.
153800
153900 9200-CLOSE-FILES.
154000     CLOSE CASE-FILE
154100     CLOSE FRAUD-LOG
154200     CLOSE CUSTOMER-FILE
154300     CLOSE MERCHANT-FILE
154400     CLOSE TOKEN-XREF-FILE
154500     IF ARCHIVE-FILE-PRESENT
154600     CLOSE CASE-ARCHIVE
154700     END-IF
154800     IF CB-FILE-PRESENT
154900     CLOSE CHARGEBACK-FILE
155000     END-IF
155100     CLOSE SAR-FILED-FILE
155200     CLOSE SAR-EXTRACT-FILE
155300     CLOSE SAR-REGISTER-REPORT.
155400
155500 9300-DISPLAY-FINAL-STATS.
155600     DISPLAY ' '
155700     DISPLAY '=========================================='
155800     DISPLAY 'SAR CANDIDATE BATCH STATISTICS'
155900     DISPLAY '=========================================='
156000     DISPLAY 'CASES READ: ' WS-CASES-READ
156100     DISPLAY 'ARCHIVED CASES READ: ' WS-ARCHIVE-READ
156200     DISPLAY 'AUDIT RECORDS READ: ' WS-AUDIT-READ
156300     DISPLAY 'NETWORK FEED RECORDS READ: ' WS-FEED-READ
156400     DISPLAY 'FRAUD LOG RECORDS READ: ' WS-LOG-READ
156500     DISPLAY 'CANDIDATES IN PERIOD: ' WS-CD-COUNT
156600     DISPLAY 'ALREADY FILED - SKIPPED: ' WS-ALREADY-FILED-COUNT
156700     DISPLAY 'BELOW FILING THRESHOLD: ' WS-BELOW-THRESHOLD
156800     DISPLAY 'FILINGS EXTRACTED: ' WS-FILED-COUNT
156900     DISPLAY 'NEAR DEADLINE: ' WS-NEAR-DEADLINE
157000     DISPLAY 'PAST DEADLINE: ' WS-PAST-DEADLINE
157100     DISPLAY '=========================================='
157200     IF WS-PAST-DEADLINE > ZERO
157300     OR WS-INCIDENTS-INVALID > ZERO
157400     OR WS-FILE-ERRORS > ZERO
157500     OR WS-TABLE-OVERFLOWS > ZERO
157600     DISPLAY 'SAR EXCEPTIONS THIS RUN - REVIEW REGISTER'
157700     MOVE 4 TO RETURN-CODE
157800 END-IF.
157900
158000 9000-FINALIZE-EXIT.
158100     EXIT.
158200
158300* END OF SAR-CANDIDATE-BATCH PROGRAM
