004588*             RESTART STATE CANNOT BE CONFUSED, AND THE MERGE
004589*             RECONCILIATION PROVES THE KEYED CARD RANGES TILE
004591*             THE EXTRACT (TRAILER COUNT VS MERGED PROCESSED).
004592* 2026-10-15  FRAUD-DETECTION-TEAM  CARD REISSUE - THE LAST 40
004593*             BYTES OF A TOKENXRF RECORD NOW HOLD THE PRIOR/NEXT
004594*             CARD LINKS CARD-REISSUE-BATCH MAINTAINS. 3080
004595*             CLEARS THE RECORD BEFORE WRITING A NEW CARD SO NO
004603*             OTHER CARD'S LINKS RIDE ALONG.
004611* 2026-10-15  FRAUD-DETECTION-TEAM  TRANS-TYPE HONORED. A REVERSAL
004619*             (RV) IS MATCHED TO ITS ORIGINAL ON THE NEW POSTED-
004627*             TRANSACTION REGISTER (POSTTRAN) AND UNWINDS WHAT THE
004635*             ORIGINAL ADDED TO VELOFILE, MVELFILE, CARDHIST AND
004643*             THE CUSTOMER AVERAGE; A REFUND (RF) IS SCORED BUT
004651*             NEVER COUNTS AS SPEND. NEW RULES 13 REFUND ABUSE,
004659*             14 CASH ADVANCE (CA) AND 15 CREDIT UTILIZATION, EACH
004667*             WITH ITS OWN SUMMARY LINE AND RUNHIST COUNTER.
004675*             CHECKPOINT RECORD GROWS TO 222 BYTES.
004676* 2026-10-15  FRAUD-DETECTION-TEAM  STEP-UP CONFIRMATION. A
004677*             MEDIUM-RISK TRANSACTION THAT IS NOT A FRAUD VERDICT
004679*             IS NOW HELD (HOLD-FOR-REVIEW) RATHER THAN QUIETLY
004680*             APPROVED - THE CARDHOLDER IS SENT A REPLY YES/NO
004682*             CONFIRMATION REQUEST ON THE NOTIFY FILE AND THE HOLD
004683*             IS RECORDED ON A NEW KEYED PENDING-CONFIRMATION FILE
004685*             (CONFPEND) THAT CONFIRM-REPLY-BATCH RESOLVES. HOLDS
004686*             HAVE THEIR OWN SUMMARY, RUNHIST AND RECONCILIATION
004688*             COUNTS.
004689* 2026-10-15  FRAUD-DETECTION-TEAM  4400 NO LONGER SIMULATES A
004690*             CONSORTIUM CHECK - IT READS THE NETWORK
004691*             COMPROMISED-ACCOUNT ALERTS COMPROMISE-INTAKE LOADS
004692*             TO COMPCARD AND ADDS RISK FOR A CARD UNDER AN ACTIVE
004693*             ALERT, WEIGHTED BY THE DATA EXPOSED (TRACK, PAN+CVV,
004694*             PAN ONLY). EACH SCORED USE AND DECLINE OF AN ALERTED
004695*             CARD IS COUNTED ON ITS ALERT FOR THE BREACH EXPOSURE
004696*             REPORT. ALERT LIFETIME IS PARMFILE KEY COMPRM-DAYS.
004706* 2026-10-15  FRAUD-DETECTION-TEAM  SECTIONS 3100, 4000, 5000 AND
004716*             6000 NOW LEAVE THROUGH A SECTION EXIT. FALLING
004726*             THROUGH THEM WROTE THE LOG, RESPONSE AND CASE
004736*             RECORDS AND RAN THE MODEL PASSES A SECOND TIME FOR
004746*             EVERY TRANSACTION.
004747* 2026-10-15  FRAUD-DETECTION-TEAM  THE ANALYST FEEDBACK APPLY NOW
004748*             WRITES A CLOSE RECORD TO THE CASE AUDIT TRAIL
004749*             (CASEAUDT) FOR EACH DISPOSITION, AS CASE-MAINT-BATCH
004751*             DOES, SO THE DAY A CASE WAS CONFIRMED AS FRAUD IS ON
004752*             RECORD FOR THE SAR FILING DEADLINE.
004753*             SAR-CANDIDATE-BATCH'S PARMFILE KEYS ARE SKIPPED
004754*             QUIETLY.
004755* 2026-10-15  FRAUD-DETECTION-TEAM  DUPLICATE PROTECTION. THE
004756*             EXTRACT HEADER'S SOURCE SYSTEM AND RUN DATE ARE
004758*             CHECKED AGAINST A NEW KEYED RUN-CONTROL FILE
004759*             (RUNCTL) OF EXTRACTS ALREADY PROCESSED - FEEDING ONE
004760*             AGAIN STOPS THE JOB UNLESS THE RUN-OPTIONS RECORD
004762*             NAMES THAT SOURCE AND RUN DATE. A DETAIL WHOSE
004763*             TRANS-ID IS ALREADY ON THE POSTED-TRANSACTION
004765*             REGISTER (EARLIER IN THE FILE, AN EARLIER EXTRACT OR
004766*             A REPAIR RESUBMISSION) GOES TO SUSPENSE AS DUPLICATE
004767*             AND IS NEVER SCORED; HOT-CARD DECLINES NOW GO ON THE
004769*             REGISTER TOO. DUPLICATE COUNTS ARE ON THE SUMMARY
004770*             AND RECONCILIATION REPORTS. CHECKPOINT RECORD GROWS
004771*             TO 234 BYTES.
004773* 2026-10-15  FRAUD-DETECTION-TEAM  PARAMETER VERSION STAMP.
004776*             PARM-MAINT-BATCH NOW OWNS THE PARMFILE AND STAMPS
004778*             EACH DECK IT CHANGES WITH A 'V' VERSION RECORD; THE
004781*             VERSION IN FORCE IS CARRIED ON EVERY FRAUDLOG
004784*             DECISION, THE RUNHIST RECORD, THE SUMMARY REPORT AND
004786*             PARTSTAT, AND THE MERGE CHECKS EVERY PARTITION RAN
004789*             UNDER THE SAME DECK.
004790* 2026-10-15  FRAUD-DETECTION-TEAM  INTEG-FIX, THE
004791*             MASTER-INTEGRITY RUN MODE, IS SKIPPED QUIETLY WHEN
004792*             THE DECK IS LOADED.
004798* 2026-10-15  FRAUD-DETECTION-TEAM  RULE 16 LINKED CUSTOMER RISK.
004804*             CUSTFILE NOW CARRIES A CUSTOMER/HOUSEHOLD IDENTIFIER
004811*             (MAINTAINED BY CUST-MAINT-BATCH) AND A NEW KEYED
004817*             CUSTEXPO FILE HOLDS EACH CUSTOMER'S CARD LIST WITH
004823*             COMBINED 1-HOUR AND 24-HOUR COUNTS AND SPEND ACROSS
004830*             ALL LINKED CARDS. RULE 16 RAISES RISK ON A CARD
004836*             WHOSE SIBLING WAS DECLINED OR CONFIRMED AS FRAUD
004842*             WITHIN SIBLING-DAYS OR SITS ON THE HOT-CARD LIST,
004849*             AND ON COMBINED VELOCITY OR SPLIT SPEND ACROSS THE
004855*             CARDS. A PARTITION WRITES EXPOSURE DELTAS (CEXPDELT)
004861*             FOR THE MERGE TO FOLD. CASES ARE STAMPED WITH THE
004868*             CUSTOMER ID. CHECKPOINT RECORD GROWS TO 240 BYTES.
004874*
004880 ENVIRONMENT DIVISION.
004887 CONFIGURATION SECTION.
004893 SOURCE-COMPUTER. IBM-Z15.
004900 OBJECT-COMPUTER. IBM-Z15.
005000
005100 INPUT-OUTPUT SECTION.
007800     RECORD KEY IS VELO-CARD-NUMBER
007900 FILE STATUS IS WS-VELO-STATUS.
008000
008010     SELECT POSTED-TRANS-FILE ASSIGN TO 'POSTTRAN'
008020     ORGANIZATION IS INDEXED
008030     ACCESS MODE IS DYNAMIC
008040     RECORD KEY IS PT-TRANS-ID
008050 FILE STATUS IS WS-POST-STATUS.
008060
008066     SELECT CONFIRM-PENDING-FILE ASSIGN TO 'CONFPEND'
008073     ORGANIZATION IS INDEXED
008080     ACCESS MODE IS DYNAMIC
008086     RECORD KEY IS CP-TRANS-ID
008093 FILE STATUS IS WS-CONF-STATUS.
008096
008100     SELECT CASE-FILE ASSIGN TO 'CASEFILE'
008200     ORGANIZATION IS INDEXED
008300     ACCESS MODE IS DYNAMIC
011140     ACCESS MODE IS SEQUENTIAL
011150 FILE STATUS IS WS-PARM-STATUS.
011160
011161     SELECT HOTCARD-FILE ASSIGN TO 'HOTCARD'
011162     ORGANIZATION IS INDEXED
011164     ACCESS MODE IS DYNAMIC
011165     RECORD KEY IS HOT-CARD-NUMBER
011167 FILE STATUS IS WS-HOT-STATUS.
011168
011170     SELECT TRAVEL-PLAN-FILE ASSIGN TO 'TRAVFILE'
011171     ORGANIZATION IS INDEXED
011173     ACCESS MODE IS DYNAMIC
011174     RECORD KEY IS TRAV-CARD-NUMBER
011175 FILE STATUS IS WS-TRAV-STATUS.
011177
011178     SELECT COMPROMISED-CARD-FILE ASSIGN TO 'COMPCARD'
011180     ORGANIZATION IS INDEXED
011181     ACCESS MODE IS DYNAMIC
011183     RECORD KEY IS CC-CARD-NUMBER
011184 FILE STATUS IS WS-COMP-STATUS.
011185
011186     SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST'
011187     ORGANIZATION IS SEQUENTIAL
011204     ACCESS MODE IS SEQUENTIAL
011205 FILE STATUS IS WS-MVD-STATUS.
011206
011207* Linked-customer exposure - one record per customer/household
011208* identifier on CUSTFILE.
011210     SELECT CUST-EXPOSURE-FILE ASSIGN TO 'CUSTEXPO'
011211     ORGANIZATION IS INDEXED
011212     ACCESS MODE IS DYNAMIC
011213     RECORD KEY IS EXPO-CUSTOMER-ID
011215 FILE STATUS IS WS-EXPO-STATUS.
011216
011217     SELECT CUST-EXPO-DELTA ASSIGN TO 'CEXPDELT'
011218     ORGANIZATION IS SEQUENTIAL
011220     ACCESS MODE IS SEQUENTIAL
011221 FILE STATUS IS WS-CXD-STATUS.
011222
011223     SELECT SUSPENSE-OUT-FILE ASSIGN TO 'SUSPOUT'
011225     ORGANIZATION IS SEQUENTIAL
011226     ACCESS MODE IS SEQUENTIAL
011227 FILE STATUS IS WS-SUSP-OUT-STATUS.
011228
011230     SELECT SUSPENSE-IN-FILE ASSIGN TO 'SUSPIN'
011231     ORGANIZATION IS SEQUENTIAL
011232     ACCESS MODE IS SEQUENTIAL
011233 FILE STATUS IS WS-SUSP-IN-STATUS.
011235
011236     SELECT DECISION-RESPONSE-FILE ASSIGN TO 'DECRESP'
011237     ORGANIZATION IS SEQUENTIAL
011238     ACCESS MODE IS SEQUENTIAL
011240 FILE STATUS IS WS-DECR-STATUS.
011250
011260     SELECT CARD-HISTORY-FILE ASSIGN TO 'CARDHIST'
011329     ACCESS MODE IS SEQUENTIAL
011331 FILE STATUS IS WS-CASA-STATUS.
011332
011333     SELECT CASE-AUDIT-FILE ASSIGN TO 'CASEAUDT'
011334     ORGANIZATION IS SEQUENTIAL
011335     ACCESS MODE IS SEQUENTIAL
011336 FILE STATUS IS WS-CAUD-STATUS.
011337
011347     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
011357     ORGANIZATION IS INDEXED
011367     ACCESS MODE IS DYNAMIC
011377     RECORD KEY IS RC-KEY
011387 FILE STATUS IS WS-RCTL-STATUS.
011392
011397     SELECT ARCHIVE-REPORT ASSIGN TO 'ARCHRPT'
011407     ORGANIZATION IS SEQUENTIAL
011417     ACCESS MODE IS SEQUENTIAL
011427 FILE STATUS IS WS-ARPT-STATUS.
011437
011447     SELECT SIMULATION-REPORT ASSIGN TO 'SIMRPT'
011457     ORGANIZATION IS SEQUENTIAL
011467     ACCESS MODE IS SEQUENTIAL
011477 FILE STATUS IS WS-SIMR-STATUS.
011487
011497 DATA DIVISION.
011507 FILE SECTION.
011517
011600 FD  TRANSACTION-FILE
011700     RECORDING MODE IS F
011800 RECORD CONTAINS 200 CHARACTERS.
012500 05  TRANS-MERCHANT-ID       PIC X(10).
012600 05  TRANS-MERCHANT-CAT      PIC 9(4).
012700 05  TRANS-TYPE              PIC X(2).
012710* Space or PU purchase, CA cash advance, RF refund (scored but
012720* never counted as spend), RV reversal of the transaction named
012730* in TRANS-ORIG-TRANS-ID.
012740 88  TRANS-IS-PURCHASE       VALUES 'PU' SPACES.
012750 88  TRANS-IS-CASH-ADVANCE   VALUE 'CA'.
012760 88  TRANS-IS-REFUND         VALUE 'RF'.
012770 88  TRANS-IS-REVERSAL       VALUE 'RV'.
012780 88  TRANS-TYPE-VALID        VALUES 'PU' 'CA' 'RF' 'RV' SPACES.
012800 05  TRANS-LOCATION-ZIP      PIC X(10).
012900 05  TRANS-COUNTRY-CODE      PIC X(3).
013000 05  TRANS-CURRENCY          PIC X(3).
013200 05  TRANS-POS-ENTRY         PIC X(2).
013300 05  TRANS-CHIP-STATUS       PIC X(1).
013400 05  TRANS-PIN-VERIFIED      PIC X(1).
013410* The TRANS-ID a reversal or refund takes back.
013420 05  TRANS-ORIG-TRANS-ID     PIC 9(12).
013500 05  FILLER                  PIC X(97).
013502* The extract carries one header and one trailer control record.
013504* A detail TRANS-ID is all digits, so the 'HDR'/'TRL' tags can
013506* never collide with real transaction data.
015600 05  CUST-EMAIL              PIC X(50).
015610* Maintained by CUST-MAINT-BATCH - space/'A' active, 'C' closed.
015620 05  CUST-ACCOUNT-STATUS     PIC X(1).
015630* Rule 13's rolling 30-day purchase and refund tallies - both
015640* halve each time the period rolls over (2694).
015650 05  CUST-PURCH-COUNT-30D    PIC 9(5).
015660 05  CUST-REFUND-COUNT-30D   PIC 9(5).
015670 05  CUST-RATIO-START-DATE   PIC 9(8).
015700* Customer/household identifier linking the cardholder's cards,
015710* maintained by CUST-MAINT-BATCH. Zero, or spaces on a record
015720* never linked, means the card stands alone.
015730 05  CUST-CUSTOMER-ID        PIC 9(12).
015740 05  FILLER                  PIC X(110).
015800
015900 FD  MERCHANT-FILE
016000     RECORDING MODE IS F
018700 05  FRAUD-ANALYST-ID        PIC X(10).
018800 05  FRAUD-RESOLUTION        PIC X(100).
018810 05  FRAUD-CARD-TOKEN        PIC 9(16).
018900 05  FRAUD-PARM-VERSION      PIC 9(6).
018910 05  FILLER                  PIC X(51).
019000
019100 FD  VELOCITY-FILE
019200     RECORDING MODE IS F
020200 05  VELO-MERCHANT-COUNT     PIC 9(3).
020300 05  FILLER                  PIC X(31).
020400
020405* One record per posted transaction, keyed by TRANS-ID, so a
020410* reversal or refund can find what its original added to the
020415* masters and take exactly that back out. PT-ACCUM-FLAG is 'Y'
020420* only for a purchase or cash advance that went through the
020425* scoring pipeline. Swept by 8160 after the TRAN-RETAIN period.
020426* Every TRANS-ID on it has been through the pipeline once, so
020428* 2320 suspends any detail that arrives with one again.
020430 FD  POSTED-TRANS-FILE
020435     RECORDING MODE IS F
020440 RECORD CONTAINS 100 CHARACTERS.
020445 01  POSTED-TRANS-RECORD.
020450 05  PT-TRANS-ID             PIC 9(12).
020455 05  PT-CARD-NUMBER          PIC 9(16).
020460 05  PT-TRANS-TYPE           PIC X(2).
020465 05  PT-AMOUNT               PIC 9(8)V99.
020470 05  PT-MERCHANT-ID          PIC X(10).
020475 05  PT-TIMESTAMP            PIC 9(14).
020480 05  PT-TRANS-DATE           PIC 9(8).
020485 05  PT-UNWOUND-AMOUNT       PIC 9(8)V99.
020490 05  PT-ACCUM-FLAG           PIC X(1).
020495 05  FILLER                  PIC X(17).
020497
020500* One record per step-up hold, keyed by TRANS-ID, carrying what
020503* CONFIRM-REPLY-BATCH needs to release, decline or time out the
020507* hold without going back to the extract: the real card for the
020510* hot-card and case, the token and masked-log fields for the
020514* fraud log, and the rule flags behind the hold. CP-STATUS stays
020517* 'P' until the reply batch settles it.
020521 FD  CONFIRM-PENDING-FILE
020524     RECORDING MODE IS F
020527 RECORD CONTAINS 200 CHARACTERS.
020531 01  CONFIRM-PENDING-RECORD.
020534 05  CP-TRANS-ID             PIC 9(12).
020538 05  CP-CARD-NUMBER          PIC 9(16).
020541 05  CP-CARD-TOKEN           PIC 9(16).
020545 05  CP-AMOUNT               PIC 9(8)V99.
020548 05  CP-MERCHANT-ID          PIC X(10).
020551 05  CP-MERCHANT-NAME        PIC X(40).
020555 05  CP-LOCATION-ZIP         PIC X(10).
020558 05  CP-RISK-SCORE           PIC 9(4).
020562 05  CP-RULE-FLAGS           PIC X(16).
020565 05  CP-HOLD-TIMESTAMP       PIC X(20).
020569 05  CP-STATUS               PIC X(1).
020572 88  CP-PENDING          VALUE 'P'.
020575 88  CP-CONFIRMED        VALUE 'Y'.
020579 88  CP-DENIED           VALUE 'N'.
020582 88  CP-TIMED-OUT        VALUE 'T'.
020586 05  CP-RESOLVED-TIMESTAMP   PIC X(20).
020589 05  CP-RESOLVED-ACTION      PIC X(20).
020593 05  FILLER                  PIC X(5).
020594
020596 FD  CASE-FILE
020600     RECORDING MODE IS F
020700 RECORD CONTAINS 220 CHARACTERS.
020800 01  CASE-RECORD.
021600 05  CASE-AMOUNT             PIC 9(8)V99.
021700 05  CASE-OPEN-TIMESTAMP     PIC X(20).
021800 05  CASE-RESOLUTION         PIC X(100).
021900* The case's customer/household identifier, so every open case
021910* on the same cardholder can be worked together.
021920 05  CASE-CUSTOMER-ID        PIC 9(12).
021930 05  FILLER                  PIC X(7).
022000
022100 FD  ANALYST-FEEDBACK-FILE
022200     RECORDING MODE IS F
024000
024100 FD  CHECKPOINT-FILE
024200     RECORDING MODE IS F
024300 RECORD CONTAINS 240 CHARACTERS.
024400 01  CHECKPOINT-RECORD.
024500 05  CKPT-KEY                PIC X(1).
024600 05  CKPT-RECORDS-PROCESSED  PIC 9(8).
026676* run share key '1', so the number is the only thing telling
026678* their restart states apart.
026682 05  CKPT-PARTITION          PIC 9(1).
026684 05  CKPT-CNT-RULE-13        PIC 9(6).
026686 05  CKPT-CNT-RULE-14        PIC 9(6).
026688 05  CKPT-CNT-RULE-15        PIC 9(6).
026691 05  CKPT-CNT-REVERSAL       PIC 9(6).
026693 05  CKPT-REV-UNMATCHED      PIC 9(6).
026695 05  CKPT-REFUND-COUNT       PIC 9(6).
026697 05  CKPT-CASH-ADV-COUNT     PIC 9(6).
026698 05  CKPT-HELD-COUNT         PIC 9(6).
026700 05  CKPT-DUPLICATE-COUNT    PIC 9(6).
026710 05  CKPT-DUP-SUSPENDED      PIC 9(6).
026715 05  CKPT-CNT-RULE-16        PIC 9(6).
026720 05  FILLER                  PIC X(1).
026800
026900 FD  MERCHANT-EXCEPTION-FILE
027000     RECORDING MODE IS F
028810* Zero when first queued; NOTIFY-ACK-BATCH bumps it on each
028820* gateway-requested retry and gives up at the retry limit.
028830 05  NOTIF-RETRY-COUNT       PIC 9(2).
028837* 'A' (or space on records queued before confirmations existed)
028844* is a fraud alert; 'C' asks the cardholder to reply YES or NO
028851* to a held transaction, quoting the amount and merchant.
028858 05  NOTIF-MESSAGE-TYPE      PIC X(1).
028859 88  NOTIF-FRAUD-ALERT   VALUES 'A' SPACE.
028860 88  NOTIF-CONFIRM-REQUEST VALUE 'C'.
028861 05  NOTIF-AMOUNT            PIC 9(8)V99.
028862 05  NOTIF-MERCHANT-NAME     PIC X(20).
028863 05  FILLER                  PIC X(1).
028864
028865 FD  PARAMETER-FILE
028866     RECORDING MODE IS F
028867 RECORD CONTAINS 80 CHARACTERS.
028868 01  PARAMETER-RECORD.
028869 05  PARM-RECORD-TYPE        PIC X(1).
028870 88  PARM-THRESHOLD-REC  VALUE 'T'.
028871 88  PARM-CURRENCY-REC   VALUE 'C'.
028872 88  PARM-WHATIF-REC     VALUE 'W'.
028873 88  PARM-RUN-OPTIONS-REC VALUE 'R'.
028874 88  PARM-PARTITION-REC  VALUE 'P'.
028875 88  PARM-VERSION-REC    VALUE 'V'.
028876 05  PARM-KEY                PIC X(12).
028877 05  PARM-VALUE              PIC 9(8)V99.
028878 05  PARM-EFFECTIVE-DATE     PIC 9(8).
028879 05  FILLER                  PIC X(49).
028880 01  PARAMETER-RATE-RECORD.
028881 05  PARM-RATE-TYPE          PIC X(1).
028882 05  PARM-RATE-CURRENCY      PIC X(3).
028883 05  PARM-RATE-TO-USD        PIC 9(3)V9999.
028884 05  PARM-RATE-EFF-DATE      PIC 9(8).
028885 05  FILLER                  PIC X(61).
028886 01  PARAMETER-RUN-RECORD.
028888 05  PARM-RUN-TYPE           PIC X(1).
028889 05  PARM-RUN-MODE           PIC X(1).
028890* A rerun of an extract already on RUNCTL goes ahead only when
028891* this names its header's source system and run date.
028892 05  PARM-RERUN-SOURCE       PIC X(10).
028893 05  PARM-RERUN-DATE         PIC 9(8).
028894 05  FILLER                  PIC X(60).
028895* Partition assignment for a split run: this step's partition
028896* number, how many partitions the run was cut into, and the
028897* inclusive card-number range this step owns.
028898 01  PARAMETER-PARTITION-RECORD.
028899 05  PARM-PART-TYPE          PIC X(1).
028900 05  PARM-PART-NUMBER        PIC 9(1).
028901 05  PARM-PART-COUNT         PIC 9(1).
028902 05  PARM-PART-LOW-CARD      PIC 9(16).
028903 05  PARM-PART-HIGH-CARD     PIC 9(16).
028904 05  FILLER                  PIC X(45).
028905* Version stamp written by PARM-MAINT-BATCH each time it changes
028906* the deck. A deck that has never been through it has none and
028907* runs as version zero.
028908 01  PARAMETER-VERSION-RECORD.
028909 05  PARM-VER-TYPE           PIC X(1).
028910 05  PARM-VER-NUMBER         PIC 9(6).
028911 05  PARM-VER-DATE           PIC 9(8).
028912 05  PARM-VER-TIME           PIC 9(6).
028913 05  PARM-VER-CHANGES        PIC 9(4).
028914 05  FILLER                  PIC X(55).
028915
028916 FD  HOTCARD-FILE
028918     RECORDING MODE IS F
028919 RECORD CONTAINS 80 CHARACTERS.
028920 01  HOTCARD-RECORD.
028921 05  HOT-CARD-NUMBER         PIC 9(16).
028922 05  HOT-BLOCK-REASON        PIC X(20).
028923 05  HOT-BLOCK-DATE          PIC 9(8).
028924 05  HOT-REPORT-CHANNEL      PIC X(10).
028925 05  FILLER                  PIC X(26).
028926
028927* Called-in travel plans, rebuilt from the call-center extract
028928* like the hot-card blocklist. Up to three plans per card, each
028929* a date window and up to five destination countries - the
028930* location and currency rules stand down only inside a window
028931* AND its country list.
028932 FD  TRAVEL-PLAN-FILE
028933     RECORDING MODE IS F
028934 RECORD CONTAINS 200 CHARACTERS.
028935 01  TRAVEL-PLAN-RECORD.
028936 05  TRAV-CARD-NUMBER        PIC 9(16).
028937 05  TRAV-PLAN-COUNT         PIC 9(1).
028938 05  TRAV-PLAN OCCURS 3 TIMES.
028939     10  TRAV-START-DATE     PIC 9(8).
028940 10  TRAV-END-DATE       PIC 9(8).
028941 10  TRAV-COUNTRY        PIC X(3) OCCURS 5 TIMES.
028942 05  FILLER                  PIC X(90).
028943
028944* Network compromised-account alerts per card, newest in slot 1,
028945* as COMPROMISE-INTAKE loads them. Data exposed: P PAN only, C PAN
028946* and CVV, T full track. The used and declined counts are this
028948* run's and earlier runs' scored transactions on or after the
028949* alert date - the breach exposure report reads them back.
028950 FD  COMPROMISED-CARD-FILE
028951     RECORDING MODE IS F
028952 RECORD CONTAINS 200 CHARACTERS.
028953 01  COMPROMISED-CARD-RECORD.
028954 05  CC-CARD-NUMBER          PIC 9(16).
028955 05  CC-ALERT-COUNT          PIC 9(1).
028956 05  CC-ALERT OCCURS 3 TIMES.
028957     10  CC-BREACH-ID        PIC X(12).
028958 10  CC-NETWORK          PIC X(4).
028959 10  CC-EXPOSURE-START   PIC 9(8).
028960 10  CC-EXPOSURE-END     PIC 9(8).
028961 10  CC-DATA-EXPOSED     PIC X(1).
028962 10  CC-ALERT-DATE       PIC 9(8).
028963 10  CC-USED-COUNT       PIC 9(5).
028964 10  CC-DECLINED-COUNT   PIC 9(5).
028965 05  CC-LAST-USED-DATE       PIC 9(8).
028966 05  FILLER                  PIC X(22).
028967
028968* One record appended per completed run - the same counts the
028969* summary report prints, in fixed form so the weekly trend
028970* program can average them without re-parsing report text.
028971 FD  RUN-HISTORY-FILE
028972     RECORDING MODE IS F
028973 RECORD CONTAINS 200 CHARACTERS.
028974 01  RUN-HISTORY-RECORD.
028975 05  RH-RUN-DATE             PIC 9(8).
028976 05  RH-RUN-TIMESTAMP        PIC X(20).
028978 05  RH-PROCESSED            PIC 9(8).
028979 05  RH-APPROVED             PIC 9(8).
028980 05  RH-DECLINED             PIC 9(6).
028981 05  RH-HOT-CARD             PIC 9(6).
028982 05  RH-REJECTED             PIC 9(6).
028983 05  RH-FRAUD-DETECTED       PIC 9(6).
028984 05  RH-FALSE-POSITIVES      PIC 9(6).
028985 05  RH-RULE-COUNT           PIC 9(6) OCCURS 15 TIMES.
028986 05  RH-HELD                 PIC 9(6).
028987 05  RH-PARM-VERSION         PIC 9(6).
028988 05  RH-CNT-RULE-16          PIC 9(6).
028989 05  FILLER                  PIC X(18).
028990
028991* One record per partition of a split run - every counter the
028992* whole-run reports need, plus the extract control totals each
028993* partition tallied over the full TRANFILE, so the merge step
028994* can cross-foot the run exactly as a single stream would.
028995* Each partition step points PARTSTAT at its own dataset; the
028996* merge step reads the concatenation.
028997 FD  PARTITION-STATS-FILE
028998     RECORDING MODE IS F
028999 RECORD CONTAINS 400 CHARACTERS.
029000 01  PARTITION-STATS-RECORD.
029001 05  PS-PARTITION-NUMBER     PIC 9(1).
029002 05  PS-PARTITION-COUNT      PIC 9(1).
029003 05  PS-RUN-DATE             PIC 9(8).
029004 05  PS-TRANSACTIONS         PIC 9(8).
029005 05  PS-APPROVED             PIC 9(8).
029006 05  PS-DECLINED             PIC 9(6).
029008 05  PS-REJECTED             PIC 9(6).
029009 05  PS-FRAUD-DETECTED       PIC 9(6).
029010 05  PS-FALSE-POSITIVES      PIC 9(6).
029011 05  PS-CNT-FRAUD-DETECTED   PIC 9(6).
029012 05  PS-CNT-CLEAN-TRANS      PIC 9(6).
029013 05  PS-CNT-HOT-CARD         PIC 9(6).
029014 05  PS-MERCHANT-EXCEPTS     PIC 9(6).
029015 05  PS-FRAUDLOG-WRITES      PIC 9(8).
029016 05  PS-CASE-WRITES          PIC 9(6).
029017 05  PS-NOTIF-WRITES         PIC 9(6).
029018 05  PS-RULE-COUNT           PIC 9(6) OCCURS 15 TIMES.
029019 05  PS-HEADER-SEEN          PIC X(1).
029020 05  PS-TRAILER-SEEN         PIC X(1).
029021 05  PS-TT-RECORD-COUNT      PIC 9(9).
029022 05  PS-TT-AMOUNT-HASH       PIC 9(14)V99.
029023 05  PS-TRAN-READ-COUNT      PIC 9(9).
029024 05  PS-TRAN-AMOUNT-HASH     PIC 9(14)V99.
029025 05  PS-CNT-REVERSAL         PIC 9(6).
029026 05  PS-REV-UNMATCHED        PIC 9(6).
029027 05  PS-REFUND-COUNT         PIC 9(6).
029028 05  PS-CASH-ADV-COUNT       PIC 9(6).
029029 05  PS-HELD-COUNT           PIC 9(6).
029030 05  PS-DUPLICATE-COUNT      PIC 9(6).
029031 05  PS-DUP-SUSPENDED        PIC 9(6).
029032 05  PS-TH-RUN-DATE          PIC 9(8).
029033 05  PS-TH-SOURCE-SYSTEM     PIC X(10).
029034 05  PS-PARM-VERSION         PIC 9(6).
029035 05  PS-CNT-RULE-16          PIC 9(6).
029036 05  FILLER                  PIC X(92).
029038
029039* Card-to-surrogate cross-reference, RACF-restricted to the
029040* fraud investigation group. Keys 0-9 are control records (no
029067 05  MVD-CARD-NUMBER         PIC 9(16).
029068 05  MVD-AMOUNT              PIC 9(10)V99.
029069 05  MVD-TIMESTAMP           PIC 9(14).
029070* P (or space) a purchase, F a refund, U the unwind of a
029071* reversed or refunded original posted at MVD-ORIG-TIMESTAMP.
029072 05  MVD-ENTRY-TYPE          PIC X(1).
029073 05  MVD-ORIG-TIMESTAMP      PIC 9(14).
029074 05  MVD-UNWIND-FULL         PIC X(1).
029075 05  FILLER                  PIC X(12).
029076
029077* Customer-exposure mirror of MVELDELT - CUSTEXPO is keyed by
029078* customer, and a customer's cards fall in different partitions,
029079* so a partition never rewrites it. One delta per scored
029080* transaction on a linked card (and per unwind); the merge step
029081* replays them single-stream (9193).
029082 FD  CUST-EXPO-DELTA
029083     RECORDING MODE IS F
029084 RECORD CONTAINS 80 CHARACTERS.
029085 01  CUST-EXPO-DELTA-RECORD.
029086 05  CXD-CUSTOMER-ID         PIC 9(12).
029087 05  CXD-CARD-NUMBER         PIC 9(16).
029088 05  CXD-AMOUNT              PIC 9(10)V99.
029089 05  CXD-TIMESTAMP           PIC 9(14).
029090* P a purchase or cash advance, E an event-only entry (a refund,
029091* whose amount never counts), U the unwind of an original posted
029092* at CXD-ORIG-TIMESTAMP.
029093 05  CXD-ENTRY-TYPE          PIC X(1).
029094 05  CXD-CARD-EVENT          PIC X(1).
029095 05  CXD-ORIG-TIMESTAMP      PIC 9(14).
029096 05  CXD-UNWIND-FULL         PIC X(1).
029097 05  FILLER                  PIC X(9).
029098
029099* A rejected transaction is written here verbatim with its reject
029100* reason so it can be repaired and pushed back through the
029101* pipeline in a suspense-reprocess run instead of being lost.
029102 FD  SUSPENSE-OUT-FILE
029103     RECORDING MODE IS F
029104 RECORD CONTAINS 240 CHARACTERS.
029105 01  SUSPENSE-OUT-RECORD.
029106 05  SUSP-OUT-TRANS-DATA     PIC X(200).
029107 05  SUSP-OUT-REJECT-REASON  PIC X(12).
029108 05  SUSP-OUT-TIMESTAMP      PIC X(20).
029109 05  FILLER                  PIC X(8).
029110
029111 FD  SUSPENSE-IN-FILE
029112     RECORDING MODE IS F
029113 RECORD CONTAINS 240 CHARACTERS.
029114 01  SUSPENSE-IN-RECORD.
029115 05  SUSP-IN-TRANS-DATA      PIC X(200).
029116 05  SUSP-IN-REJECT-REASON   PIC X(12).
029117 05  SUSP-IN-TIMESTAMP       PIC X(20).
029118 05  FILLER                  PIC X(8).
029119
029120* One record per scored transaction (and per hot-card decline)
029121* for the authorization switch and the posting system - the
029122* machine-readable counterpart of the FRAUD-LOG audit record.
029123 FD  DECISION-RESPONSE-FILE
029124     RECORDING MODE IS F
029125 RECORD CONTAINS 80 CHARACTERS.
029126 01  DECISION-RESPONSE-RECORD.
029127 05  DECR-TRANS-ID           PIC 9(12).
029128 05  DECR-CARD-NUMBER        PIC 9(16).
029129 05  DECR-ACTION             PIC X(20).
029130 05  DECR-RISK-SCORE         PIC 9(4).
029131 05  DECR-CASE-NUMBER        PIC 9(12).
029132 05  FILLER                  PIC X(16).
029133
029134* Rolling five-deep transaction history per card, slot 1 the
029135* most recent, amounts normalized to USD like the velocity
029136* windows - the pattern rules in 4200 read the real sequence
029137* from here.
029138 FD  CARD-HISTORY-FILE
029139     RECORDING MODE IS F
029140 RECORD CONTAINS 250 CHARACTERS.
029141 01  CARD-HISTORY-RECORD.
029142 05  HIST-CARD-NUMBER        PIC 9(16).
029143 05  HIST-ENTRY-COUNT        PIC 9(2).
029144 05  HIST-ENTRY OCCURS 5 TIMES.
029145     10  HIST-AMOUNT         PIC 9(8)V99.
029146 10  HIST-MERCHANT-ID    PIC X(10).
029147 10  HIST-TIMESTAMP      PIC 9(14).
029148 10  HIST-LOCATION-ZIP   PIC X(10).
029149 05  FILLER                  PIC X(12).
029150
029151* Merchant-side mirror of the per-card velocity windows. The
029152* card table remembers up to twenty distinct cards seen in the
029153* current 1-hour window; a compromised terminal cycling stolen
029154* cards shows up here as card spread long before any single
029155* card trips its own velocity limits.
029156 FD  MERCHANT-VELOCITY-FILE
029157     RECORDING MODE IS F
029158 RECORD CONTAINS 400 CHARACTERS.
029159 01  MERCHANT-VELOCITY-RECORD.
029160 05  MV-MERCHANT-ID          PIC X(10).
029161 05  MV-TRANS-COUNT-1H       PIC 9(4).
029162 05  MV-AMOUNT-1H            PIC 9(10)V99.
029163 05  MV-TRANS-COUNT-24H      PIC 9(6).
029164 05  MV-AMOUNT-24H           PIC 9(10)V99.
029165 05  MV-CARD-COUNT-1H        PIC 9(4).
029166 05  MV-CARD-TABLE.
029167     10  MV-RECENT-CARD      PIC 9(16) OCCURS 20 TIMES.
029168 05  MV-LAST-UPDATE          PIC 9(14).
029169* Refunds are tallied apart from the purchase windows above so
029170* rule 13 can compare the two; aged with the 24-hour window.
029171 05  MV-REFUND-COUNT-24H     PIC 9(6).
029172 05  MV-REFUND-AMOUNT-24H    PIC 9(10)V99.
029173
029174* Owned by CUST-MAINT-BATCH, which keeps the card list; this run
029176* keeps the combined windows and marks a card declined (D) or
029177* confirmed fraud (F) with the date, for rule 16 on its siblings.
029178 FD  CUST-EXPOSURE-FILE
029179     RECORDING MODE IS F
029180 RECORD CONTAINS 300 CHARACTERS.
029181 01  CUST-EXPOSURE-RECORD.
029182 05  EXPO-CUSTOMER-ID        PIC 9(12).
029183 05  EXPO-CARD-COUNT         PIC 9(2).
029184 05  EXPO-CARD-TABLE.
029185     10  EXPO-CARD-ENTRY OCCURS 8 TIMES.
029186 15  EXPO-CARD-NUMBER    PIC 9(16).
029187 15  EXPO-CARD-EVENT     PIC X(1).
029188 15  EXPO-CARD-EVENT-DATE PIC 9(8).
029189 05  EXPO-TRANS-COUNT-1H     PIC 9(4).
029190 05  EXPO-AMOUNT-1H          PIC 9(10)V99.
029191 05  EXPO-TRANS-COUNT-24H    PIC 9(5).
029192 05  EXPO-AMOUNT-24H         PIC 9(10)V99.
029193 05  EXPO-LAST-UPDATE        PIC 9(14).
029194 05  EXPO-LINK-DATE          PIC 9(8).
029195 05  FILLER                  PIC X(31).
029196
029197 FD  MERCHANT-ALERT-REPORT
029198     RECORDING MODE IS F
029199 RECORD CONTAINS 80 CHARACTERS.
029200 01  MERCHANT-ALERT-RECORD.
029201 05  MAR-RANK                PIC 9(2).
029202 05  FILLER                  PIC X(2).
029203 05  MAR-MERCHANT-ID         PIC X(10).
029204 05  FILLER                  PIC X(2).
029205 05  MAR-CARD-COUNT          PIC 9(4).
029206 05  FILLER                  PIC X(2).
029207 05  MAR-TRANS-COUNT         PIC 9(6).
029208 05  FILLER                  PIC X(2).
029209 05  MAR-AMOUNT              PIC 9(10).99.
029210 05  FILLER                  PIC X(37).
029211
029212 FD  RECONCILE-REPORT
029213     RECORDING MODE IS F
029214 RECORD CONTAINS 80 CHARACTERS.
029215 01  RECONCILE-RECORD.
029216 05  RECON-LABEL             PIC X(30).
029217 05  FILLER                  PIC X(1).
029218 05  RECON-EXPECTED          PIC 9(14).99.
029219 05  FILLER                  PIC X(1).
029220 05  RECON-ACTUAL            PIC 9(14).99.
029221 05  FILLER                  PIC X(1).
029222 05  RECON-STATUS            PIC X(8).
029223 05  FILLER                  PIC X(5).
029224
029225* Archive files carry the live records verbatim so the retrieval
029226* utility and a disputes investigator see exactly what the run
029227* wrote; on the JCL side LOGARCH and CASEARCH are dated GDG
029228* generations, which is what makes the archives retrievable per
029229* run date.
029230 FD  FRAUD-LOG-ARCHIVE
029231     RECORDING MODE IS F
029232 RECORD CONTAINS 400 CHARACTERS.
029233 01  FRAUD-LOG-ARCHIVE-RECORD    PIC X(400).
029234
029235 FD  FRAUD-LOG-NEW
029236     RECORDING MODE IS F
029237 RECORD CONTAINS 400 CHARACTERS.
029238 01  FRAUD-LOG-NEW-RECORD        PIC X(400).
029239
029240 FD  CASE-ARCHIVE
029241     RECORDING MODE IS F
029242 RECORD CONTAINS 220 CHARACTERS.
029243 01  CASE-ARCHIVE-RECORD         PIC X(220).
029244
029245* The case action trail CASE-MAINT-BATCH appends to - 9050 adds
029246* a CLOSE record per feedback disposition it applies.
029247 FD  CASE-AUDIT-FILE
029248     RECORDING MODE IS F
029249 RECORD CONTAINS 250 CHARACTERS.
029250 01  CASE-AUDIT-RECORD.
029251 05  AUD-CASE-NUMBER         PIC 9(12).
029252 05  AUD-TIMESTAMP           PIC X(20).
029253 05  AUD-ACTION-CODE         PIC X(8).
029254 05  AUD-ANALYST-ID          PIC X(10).
029255 05  AUD-OLD-STATUS          PIC X(10).
029256 05  AUD-NEW-STATUS          PIC X(10).
029257 05  AUD-OLD-ANALYST         PIC X(10).
029258 05  AUD-NEW-ANALYST         PIC X(10).
029259 05  AUD-RESULT              PIC X(8).
029260 05  AUD-REJECT-REASON       PIC X(12).
029261 05  AUD-NOTES               PIC X(80).
029262 05  FILLER                  PIC X(60).
029263
029264* One record per extract already processed, keyed by the source
029265* system and run date off the extract header. 1150 refuses an
029266* extract found here unless the run-options record authorizes the
029267* rerun; 9175 registers the extract once its run has finished.
029268 FD  RUN-CONTROL-FILE
029269     RECORDING MODE IS F
029270 RECORD CONTAINS 120 CHARACTERS.
029271 01  RUN-CONTROL-RECORD.
029272 05  RC-KEY.
029273     10  RC-SOURCE-SYSTEM    PIC X(10).
029274 10  RC-RUN-DATE         PIC 9(8).
029276 05  RC-FIRST-RUN-TS         PIC X(20).
029280 05  RC-LAST-RUN-TS          PIC X(20).
029284 05  RC-RUN-COUNT            PIC 9(3).
029288 05  RC-LAST-RUN-MODE        PIC X(1).
029292 05  RC-RECORD-COUNT         PIC 9(9).
029297 05  RC-AMOUNT-HASH          PIC 9(14)V99.
029301 05  RC-PROCESSED            PIC 9(8).
029305 05  RC-DUPLICATES           PIC 9(6).
029309 05  FILLER                  PIC X(19).
029311
029313 FD  ARCHIVE-REPORT
029317     RECORDING MODE IS F
029321 RECORD CONTAINS 80 CHARACTERS.
029325 01  ARCHIVE-REPORT-RECORD       PIC X(80).
029329
029334* Side-by-side actual-vs-candidate comparison from a what-if
029338* simulation run - the only output such a run produces.
029342 FD  SIMULATION-REPORT
029346     RECORDING MODE IS F
029350 RECORD CONTAINS 80 CHARACTERS.
029354 01  SIMULATION-RECORD.
029358 05  SIMR-LABEL              PIC X(30).
029362 05  FILLER                  PIC X(1).
029367 05  SIMR-ACTUAL             PIC ZZZZZZZ9.
029371 05  FILLER                  PIC X(1).
029375 05  SIMR-SIMULATED          PIC ZZZZZZZ9.
029379 05  FILLER                  PIC X(32).
029383
029387 WORKING-STORAGE SECTION.
029391
029395* File Status Variables
029400 01  WS-TRANS-STATUS             PIC XX.
029500 01  WS-CUST-STATUS              PIC XX.
029600 01  WS-MERCH-STATUS             PIC XX.
030410 01  WS-PARM-STATUS              PIC XX.
030420 01  WS-HOT-STATUS               PIC XX.
030422 01  WS-TRAV-STATUS              PIC XX.
030423 01  WS-COMP-STATUS              PIC XX.
030424 01  WS-RHIST-STATUS             PIC XX.
030426 01  WS-PSTAT-STATUS             PIC XX.
030428 01  WS-TOKEN-STATUS             PIC XX.
030430 01  WS-MVD-STATUS               PIC XX.
030432 01  WS-CXD-STATUS               PIC XX.
030435 01  WS-SUSP-OUT-STATUS          PIC XX.
030440 01  WS-SUSP-IN-STATUS           PIC XX.
030450 01  WS-DECR-STATUS              PIC XX.
030460 01  WS-HIST-STATUS              PIC XX.
030470 01  WS-MVEL-STATUS              PIC XX.
030472 01  WS-EXPO-STATUS              PIC XX.
030475 01  WS-POST-STATUS              PIC XX.
030477 01  WS-CONF-STATUS              PIC XX.
030480 01  WS-MRPT-STATUS              PIC XX.
030490 01  WS-RECON-STATUS             PIC XX.
030492 01  WS-LOGA-STATUS              PIC XX.
030494 01  WS-LOGN-STATUS              PIC XX.
030496 01  WS-CASA-STATUS              PIC XX.
030497 01  WS-CAUD-STATUS              PIC XX.
030498 01  WS-RCTL-STATUS              PIC XX.
030500 01  WS-ARPT-STATUS              PIC XX.
030502 01  WS-SIMR-STATUS              PIC XX.
030504
030600* Control Variables
031400 01  WS-SKIP-COUNT               PIC 9(8) VALUE ZERO.
031500 01  WS-SKIP-LOOP-COUNT          PIC 9(8) VALUE ZERO.
031510 01  WS-HOT-CARD-FLAG            PIC X VALUE 'N'.
031511 88  HOT-CARD-HIT            VALUE 'Y'.
031513* Set by 2810 when a medium-risk transaction is held for the
031515* cardholder's YES/NO confirmation instead of approved.
031517 01  WS-STEP-UP-FLAG             PIC X VALUE 'N'.
031519 88  STEP-UP-HOLD            VALUE 'Y'.
031521* Travel-plan state - the open flag remembers whether TRAVFILE
031522* was there at all (no extract is an empty plan set, not an
031523* abend), the active flag is set per transaction by 2625.
031527 88  TRAVEL-PLAN-ACTIVE      VALUE 'Y'.
031528 01  WS-TRAV-PLAN-IDX            PIC 9(2) COMP.
031529 01  WS-TRAV-CTRY-IDX            PIC 9(2) COMP.
031530* Compromised-card state - like TRAVFILE an absent alert file
031531* only means no alert scoring; the found flag is per transaction
031532* and keeps 4400's record for 4420 to count the use against.
031533 01  WS-COMP-FILE-FLAG           PIC X VALUE 'N'.
031534 88  COMP-FILE-OPEN          VALUE 'Y'.
031535 01  WS-COMP-FOUND-FLAG          PIC X VALUE 'N'.
031536 88  COMP-CARD-ON-FILE       VALUE 'Y'.
031537 01  WS-COMP-IDX                 PIC 9(2) COMP.
031538 01  WS-COMP-WEIGHT              PIC 9(3).
031539 01  WS-COMP-ALERT-AGE           PIC S9(6).
031540* Linked-customer state - like COMPCARD an absent exposure file
031541* only means no rule 16 this run. The work fields stage one
031542* exposure update so the merge fold replays exactly what 2940
031543* applies single-stream.
031544 01  WS-EXPO-FILE-FLAG           PIC X VALUE 'N'.
031545 88  EXPO-FILE-OPEN          VALUE 'Y'.
031546 01  WS-EXPO-IDX                 PIC 9(2) COMP.
031547 01  WS-EXPO-SLOT                PIC 9(2) COMP.
031548 01  WS-EXPO-NOW-DAY-NUM         PIC 9(7).
031549 01  WS-EXPO-EVENT-DAY-NUM       PIC 9(7).
031550 01  WS-EXPO-EVENT-AGE           PIC S9(7) COMP.
031551 01  WS-SIBLING-RISK             PIC 9(3).
031552 01  WS-EXPO-SPLIT-WORK          PIC 9(11)V99.
031553 01  WS-EXPO-CARD-SPEND          PIC 9(11)V99.
031554 01  WS-EXPO-RISK-WORK           PIC 9(4).
031556 01  WS-CEXP-CUST-ID             PIC 9(12).
031557 01  WS-CEXP-CARD                PIC 9(16).
031559 01  WS-CEXP-AMOUNT              PIC 9(10)V99.
031560 01  WS-CEXP-ENTRY-TYPE          PIC X(1).
031561 01  WS-CEXP-EVENT               PIC X(1).
031563* Risk added for the worst data exposed under an active alert -
031564* full track data lets a counterfeit card be cut, CVV lets the
031566* card be used online, a bare PAN is least usable.
031567 01  WS-COMP-WEIGHTS.
031568 05  WS-COMP-WT-TRACK        PIC 9(3) VALUE 250.
031570 05  WS-COMP-WT-PAN-CVV      PIC 9(3) VALUE 175.
031571 05  WS-COMP-WT-PAN-ONLY     PIC 9(3) VALUE 75.
031573* Run mode comes from the PARMFILE run-options record: a normal
031574* run reads TRANFILE; a repair run reads the suspense file back
031575* through the same pipeline after the data or the customer has
031577* been fixed up.
031578 01  WS-RUN-MODE                 PIC X VALUE 'N'.
031580 88  RUN-MODE-NORMAL         VALUE 'N'.
031581 88  RUN-MODE-REPAIR         VALUE 'R'.
031582 88  RUN-MODE-SIM            VALUE 'S'.
031583 88  RUN-MODE-MERGE          VALUE 'M'.
031584* Partition state for a split run. Zero means the classic
031586* single-stream run; partitions 1-9 each own an inclusive
031587* card-number range and the checkpoint key matching their
031588* number, so parallel steps never touch each other's restart
031589* state in the shared checkpoint file.
031590 01  WS-PART-NUMBER              PIC 9(1) VALUE ZERO.
031592 88  PARTITIONED-RUN         VALUES 1 THRU 9.
031593 01  WS-PART-COUNT               PIC 9(1) VALUE ZERO.
031594 01  WS-PART-LOW-CARD            PIC 9(16) VALUE ZERO.
031595 01  WS-PART-HIGH-CARD           PIC 9(16) VALUE ZERO.
031596 01  WS-PART-CKPT-KEY            PIC X(1) VALUE '1'.
031598* Merge-step accumulation state - how many partition stats
031599* records arrived, how many agreed with the first partition's
031600* extract control totals, and how many were expected.
031601 01  WS-PART-RECS-READ           PIC 9(2) VALUE ZERO.
031602 01  WS-PART-RECS-AGREE          PIC 9(2) VALUE ZERO.
031604 01  WS-PART-VER-AGREE           PIC 9(2) VALUE ZERO.
031605 01  WS-PART-EXPECTED            PIC 9(1) VALUE ZERO.
031606 01  WS-PSTAT-EOF-FLAG           PIC X VALUE 'N'.
031607 88  PSTAT-EOF-REACHED       VALUE 'Y'.
031608 01  WS-MVD-EOF-FLAG             PIC X VALUE 'N'.
031610 88  MVD-EOF-REACHED         VALUE 'Y'.
031611 01  WS-MVD-FOLD-COUNT           PIC 9(8) VALUE ZERO.
031612 01  WS-CXD-EOF-FLAG             PIC X VALUE 'N'.
031613 88  CXD-EOF-REACHED         VALUE 'Y'.
031614 01  WS-CXD-FOLD-COUNT           PIC 9(8) VALUE ZERO.
031616 01  WS-SAVE-TIMESTAMP           PIC X(20).
031617 01  WS-REJECT-REASON            PIC X(12).
031618 01  WS-HIST-FOUND-FLAG          PIC X VALUE 'N'.
031642 01  WS-TT-AMOUNT-HASH          PIC 9(14)V99 VALUE ZERO.
031643 01  WS-TH-RUN-DATE              PIC 9(8) VALUE ZERO.
031644 01  WS-TH-SOURCE-SYSTEM         PIC X(10) VALUE SPACES.
031645* Rerun authorization from the run-options record, and whether
031646* this run is an authorized rerun of an extract on RUNCTL.
031647 01  WS-RERUN-AUTH-SOURCE        PIC X(10) VALUE SPACES.
031648 01  WS-RERUN-AUTH-DATE          PIC 9(8) VALUE ZERO.
031649 01  WS-RERUN-FLAG               PIC X VALUE 'N'.
031651 88  RERUN-AUTHORIZED        VALUE 'Y'.
031652 01  WS-RECON-MISMATCH-FLAG      PIC X VALUE 'N'.
031653 88  RECON-MISMATCH          VALUE 'Y'.
031654* Archival sweep state - cutoffs, per-file counts and the date
031655* range actually moved, for the audit report.
031656 01  WS-LOG-ARCH-CUTOFF          PIC 9(8).
031658 01  WS-CASE-ARCH-CUTOFF         PIC 9(8).
031659 01  WS-ARCH-DAY-NUM             PIC S9(7) COMP.
031660 01  WS-LOG-EOF-FLAG             PIC X VALUE 'N'.
031661 88  LOG-EOF-REACHED         VALUE 'Y'.
031662 01  WS-LOG-ARCHIVED-FLAG        PIC X VALUE 'N'.
031663 88  LOG-ALREADY-CLOSED      VALUE 'Y'.
031665 01  WS-CASE-ARCH-EOF-FLAG       PIC X VALUE 'N'.
031666 88  CASE-ARCH-EOF-REACHED   VALUE 'Y'.
031667 01  WS-LOG-READ-COUNT           PIC 9(8) VALUE ZERO.
031668 01  WS-LOG-ARCH-COUNT           PIC 9(8) VALUE ZERO.
031669 01  WS-LOG-KEEP-COUNT           PIC 9(8) VALUE ZERO.
031670 01  WS-LOG-ARCH-MIN-DATE        PIC 9(8) VALUE 99999999.
031672 01  WS-LOG-ARCH-MAX-DATE        PIC 9(8) VALUE ZERO.
031673 01  WS-CASE-ARCH-READ           PIC 9(8) VALUE ZERO.
031674 01  WS-CASE-ARCH-COUNT          PIC 9(8) VALUE ZERO.
031675 01  WS-CASE-ARCH-MIN-DATE       PIC 9(8) VALUE 99999999.
031676 01  WS-CASE-ARCH-MAX-DATE       PIC 9(8) VALUE ZERO.
031677 01  WS-ARC-COUNT-LINE.
031679 05  WS-ARC-CNT-LABEL        PIC X(35).
031680 05  WS-ARC-CNT-VALUE        PIC ZZZZZZZ9.
031681 05  FILLER                  PIC X(37) VALUE SPACES.
031682 01  WS-ARC-TEXT-LINE.
031683 05  WS-ARC-TXT-LABEL        PIC X(35).
031684 05  WS-ARC-TXT-VALUE        PIC X(40).
031686 05  FILLER                  PIC X(5) VALUE SPACES.
031687 01  WS-RECON-EXPECTED-WORK     PIC 9(14)V99.
031688 01  WS-RECON-ACTUAL-WORK       PIC 9(14)V99.
031689* Top-ten merchants by 1-hour card spread for the end-of-run
031690* alert report, slot 1 the most anomalous.
031691 01  WS-MERCHANT-ALERT-TABLE.
031693 05  WS-MA-ENTRY OCCURS 10 TIMES.
031694     10  WS-MA-MERCHANT-ID   PIC X(10).
031695 10  WS-MA-CARD-COUNT    PIC 9(4).
031696 10  WS-MA-TRANS-COUNT   PIC 9(6).
031697 10  WS-MA-AMOUNT        PIC 9(10)V99.
031698
031700* Luhn Checksum Validation Variables
031800 01  WS-CARD-DIGITS.
031900 05  WS-CARD-DIGIT           PIC 9 OCCURS 16 TIMES.
032800 88  FEEDBACK-EOF-REACHED    VALUE 'Y'.
032900 01  WS-FEEDBACK-FOUND-FLAG      PIC X VALUE 'N'.
033000 88  FEEDBACK-CASE-FOUND     VALUE 'Y'.
033010 01  WS-CAUD-OPEN-FLAG            PIC X VALUE 'N'.
033020 88  CASE-AUDIT-OPEN         VALUE 'Y'.
033030 01  WS-FDBK-OLD-STATUS          PIC X(10).
033040 01  WS-FDBK-OLD-ANALYST         PIC X(10).
033100
033200* Risk Assessment Variables
033300 01  WS-TOTAL-RISK-SCORE         PIC 9(4) VALUE ZERO.
036220 05  WS-FRAUDLOG-WRITE-COUNT   PIC 9(8) VALUE ZERO.
036230 05  WS-CASE-WRITE-COUNT       PIC 9(6) VALUE ZERO.
036240 05  WS-NOTIF-WRITE-COUNT      PIC 9(6) VALUE ZERO.
036250 05  WS-REV-UNMATCHED-COUNT    PIC 9(6) VALUE ZERO.
036260 05  WS-REFUND-COUNT           PIC 9(6) VALUE ZERO.
036270 05  WS-CASH-ADV-COUNT         PIC 9(6) VALUE ZERO.
036280 05  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
036286 05  WS-DUPLICATE-COUNT        PIC 9(6) VALUE ZERO.
036293 05  WS-DUP-SUSPENDED-COUNT    PIC 9(6) VALUE ZERO.
036300
036400* Reason Code Breakdown (for the summary report)
036500 01  WS-REASON-CODE-COUNTS.
036600 05  WS-CNT-FRAUD-DETECTED     PIC 9(6) VALUE ZERO.
036700 05  WS-CNT-CLEAN-TRANS        PIC 9(6) VALUE ZERO.
036710 05  WS-CNT-HOT-CARD           PIC 9(6) VALUE ZERO.
036720 05  WS-CNT-REVERSAL           PIC 9(6) VALUE ZERO.
036800
036900* Rule Trigger Breakdown (for the summary report)
037000 01  WS-RULE-TRIGGER-COUNTS.
038000 05  WS-CNT-RULE-10            PIC 9(6) VALUE ZERO.
038100 05  WS-CNT-RULE-11            PIC 9(6) VALUE ZERO.
038110 05  WS-CNT-RULE-12            PIC 9(6) VALUE ZERO.
038120 05  WS-CNT-RULE-13            PIC 9(6) VALUE ZERO.
038130 05  WS-CNT-RULE-14            PIC 9(6) VALUE ZERO.
038140 05  WS-CNT-RULE-15            PIC 9(6) VALUE ZERO.
038150 05  WS-CNT-RULE-16            PIC 9(6) VALUE ZERO.
038200
038300* Merchant Onboarding Exception Count
038400 01  WS-MERCHANT-EXCEPT-COUNT     PIC 9(6) VALUE ZERO.
039730 88  PARM-EOF-REACHED         VALUE 'Y'.
039735 01  WS-RUN-DATE                 PIC 9(8).
039740 01  WS-PARM-ABEND-KEY           PIC X(12).
039742 01  WS-PARM-VERSION             PIC 9(6) VALUE ZERO.
039745 01  WS-PARM-EFF-DATES.
039750 05  WS-HIGH-RISK-EFF-DATE   PIC 9(8) VALUE ZERO.
039755 05  WS-MED-RISK-EFF-DATE    PIC 9(8) VALUE ZERO.
039765 05  WS-SUSP-AMT-EFF-DATE    PIC 9(8) VALUE ZERO.
039770 05  WS-HOUR-VEL-EFF-DATE    PIC 9(8) VALUE ZERO.
039775 05  WS-DAY-VEL-EFF-DATE     PIC 9(8) VALUE ZERO.
039776 05  WS-FP-DECR-EFF-DATE     PIC 9(8) VALUE ZERO.
039777 05  WS-LOG-RET-EFF-DATE     PIC 9(8) VALUE ZERO.
039778 05  WS-CASE-RET-EFF-DATE    PIC 9(8) VALUE ZERO.
039779 05  WS-REF-RATIO-EFF-DATE   PIC 9(8) VALUE ZERO.
039780 05  WS-REF-MIN-EFF-DATE     PIC 9(8) VALUE ZERO.
039781 05  WS-MREF-MIN-EFF-DATE    PIC 9(8) VALUE ZERO.
039782 05  WS-CASH-ADV-EFF-DATE    PIC 9(8) VALUE ZERO.
039783 05  WS-UTIL-JUMP-EFF-DATE   PIC 9(8) VALUE ZERO.
039784 05  WS-TRAN-RET-EFF-DATE    PIC 9(8) VALUE ZERO.
039785 05  WS-COMPRM-EFF-DATE      PIC 9(8) VALUE ZERO.
039786 05  WS-SIBLING-EFF-DATE     PIC 9(8) VALUE ZERO.
039787* Archival retention in days - tunable from the PARMFILE deck
039788* like the thresholds, with shop defaults when no record is
039790* present.
039792 01  WS-LOG-RETAIN-DAYS          PIC 9(4) VALUE 90.
039794 01  WS-CASE-RETAIN-DAYS         PIC 9(4) VALUE 90.
039795* Rules 13-15 and the posted-transaction register retention,
039797* tunable the same way with shop defaults.
039798 01  WS-REFUND-RATIO-PCT         PIC 9(3) VALUE 50.
039800 01  WS-REFUND-MIN-COUNT         PIC 9(3) VALUE 3.
039802 01  WS-MERCH-REFUND-MIN         PIC 9(4) VALUE 10.
039803 01  WS-CASH-ADVANCE-LIMIT       PIC 9(8)V99 VALUE 1000.00.
039805 01  WS-UTIL-JUMP-PCT            PIC 9(3) VALUE 50.
039806 01  WS-TRAN-RETAIN-DAYS         PIC 9(4) VALUE 120.
039808* Days a compromised-account alert stays active after the
039810* network sent it.
039811 01  WS-COMPRM-DAYS              PIC 9(4) VALUE 180.
039812* Days a sibling card's decline or confirmed fraud keeps raising
039813* risk on the customer's other cards (rule 16).
039814 01  WS-SIBLING-DAYS             PIC 9(4) VALUE 30.
039815
039817* PCI Masking And Token Variables - 3060 builds the
039820* first-six/last-four display form, 3070 resolves (or assigns)
039830* the surrogate token on the restricted cross-reference.
039840 01  WS-MASK-CARD-IN             PIC 9(16).
040400 01  WS-DAYS-DIFF                PIC S9(4) COMP.
040500 01  WS-DISTANCE-KM              PIC 9(6).
040600 01  WS-TIME-DIFF-HOURS          PIC 9(4).
040602
040604* Reversal And Refund Unwind Variables
040609 01  WS-ORIG-TIMESTAMP           PIC 9(14).
040614 01  WS-ORIG-AGE-HOURS           PIC S9(6) COMP.
040619 01  WS-UNWIND-AMOUNT            PIC 9(8)V99.
040623 01  WS-UNWIND-AVG-WORK          PIC S9(9)V99.
040628 01  WS-UNWIND-FULL-FLAG         PIC X VALUE 'N'.
040633 88  UNWIND-IS-FULL          VALUE 'Y'.
040638 01  WS-ORIG-MATCH-FLAG          PIC X VALUE 'N'.
040642 88  ORIG-MATCHED            VALUE 'Y'.
040647 01  WS-HIST-SUB                 PIC 9(2) COMP.
040652 01  WS-HIST-FOUND-SUB           PIC 9(2) COMP.
040657 01  WS-POSTED-EOF-FLAG          PIC X VALUE 'N'.
040661 88  POSTED-EOF-REACHED      VALUE 'Y'.
040666 01  WS-POSTED-PURGE-COUNT       PIC 9(6).
040671 01  WS-POSTED-CUTOFF-DATE       PIC 9(8).
040676 01  WS-REFUND-WORK-COUNT        PIC 9(6).
040680 01  WS-REFUND-RATIO-WORK        PIC 9(7).
040685 01  WS-REFUND-AGE-DAYS          PIC S9(7) COMP.
040690 01  WS-UTIL-PROJECTED           PIC 9(9)V99.
040695 01  WS-UTIL-DAY-SPEND           PIC 9(9)V99.
040700
040800* Velocity Window Aging Variables
040900 01  WS-VELO-AGE-DAYS             PIC S9(4) COMP.
043700 05  RULE-10-TRIGGERED       PIC X VALUE 'N'.
043800 05  RULE-11-TRIGGERED       PIC X VALUE 'N'.
043810 05  RULE-12-TRIGGERED       PIC X VALUE 'N'.
043812 05  RULE-13-TRIGGERED       PIC X VALUE 'N'.
043815 05  RULE-14-TRIGGERED       PIC X VALUE 'N'.
043817 05  RULE-15-TRIGGERED       PIC X VALUE 'N'.
043818 05  RULE-16-TRIGGERED       PIC X VALUE 'N'.
043820 01  WS-RULE-FLAG-TABLE REDEFINES WS-RULE-RESULTS.
043830 05  WS-RULE-FLAG            PIC X OCCURS 16 TIMES.
043840
043842* What-if simulation state. The candidate set mirrors
043844* WS-FRAUD-THRESHOLDS field for field so the two can be swapped
043894 05  WS-SIM-HOT-DECLINES     PIC 9(6) VALUE ZERO.
043896 05  WS-SIM-REJECTED         PIC 9(6) VALUE ZERO.
043898 01  WS-SIM-RULE-COUNTS.
043902 05  WS-SIM-ACT-RULE-CNT     PIC 9(6) OCCURS 16 TIMES.
043904 05  WS-SIM-CAND-RULE-CNT    PIC 9(6) OCCURS 16 TIMES.
043906 01  WS-SIM-RULE-IDX             PIC 9(2) COMP.
043907 01  WS-SIM-RULE-NUM             PIC 9(2).
043908
049460     DISPLAY 'TRAVEL PLAN FILE NOT AVAILABLE - STATUS '
049467     WS-TRAV-STATUS ' - NO TRAVEL EXEMPTIONS THIS RUN'
049474     END-IF
049476
049478* Compromised-account alerts are optional like the travel extract
049480* - no file just means no alert weighting this run.
049482     OPEN I-O COMPROMISED-CARD-FILE
049484     IF WS-COMP-STATUS = '00' OR WS-COMP-STATUS = '05'
049486     MOVE 'Y' TO WS-COMP-FILE-FLAG
049488     ELSE
049490     MOVE 'N' TO WS-COMP-FILE-FLAG
049492     DISPLAY 'COMPROMISED CARD FILE NOT AVAILABLE - STATUS '
049494     WS-COMP-STATUS ' - NO ALERT WEIGHTING THIS RUN'
049496     END-IF
049503
049510* The customer exposure file is optional the same way - no file
049518* just means no linked-customer scoring this run.
049525     OPEN I-O CUST-EXPOSURE-FILE
049533     IF WS-EXPO-STATUS = '00' OR WS-EXPO-STATUS = '05'
049540     MOVE 'Y' TO WS-EXPO-FILE-FLAG
049548     ELSE
049555     MOVE 'N' TO WS-EXPO-FILE-FLAG
049562     DISPLAY 'CUSTOMER EXPOSURE FILE NOT AVAILABLE - STATUS '
049570     WS-EXPO-STATUS ' - NO LINKED-CUSTOMER SCORING THIS RUN'
049577     END-IF
049585
049592     OPEN I-O VELOCITY-FILE
049600     IF WS-VELO-STATUS NOT = '00' AND WS-VELO-STATUS NOT = '05'
049700     DISPLAY ERR-FILE-NOT-FOUND ' - VELOCITY FILE'
049800     STOP RUN
049976     DISPLAY ERR-FILE-NOT-FOUND ' - MERCHANT VELOCITY FILE'
049978     STOP RUN
049980     END-IF
049981
049982* A reversal can only find what to unwind through the posted-
049985* transaction register, so it is as fatal as the velocity file.
049987     OPEN I-O POSTED-TRANS-FILE
049990     IF WS-POST-STATUS NOT = '00' AND WS-POST-STATUS NOT = '05'
049992     DISPLAY ERR-FILE-NOT-FOUND ' - POSTED TRANSACTION FILE'
049995     STOP RUN
049997     END-IF
050007
050017* Every step-up hold must be on the pending file or the reply
050027* batch can never release it - as fatal as the case file.
050037     OPEN I-O CONFIRM-PENDING-FILE
050047     IF WS-CONF-STATUS NOT = '00' AND WS-CONF-STATUS NOT = '05'
050057     DISPLAY ERR-FILE-NOT-FOUND ' - CONFIRMATION PENDING FILE'
050067     STOP RUN
050077     END-IF
050087
050100     OPEN I-O CASE-FILE
050200     IF WS-CASE-STATUS NOT = '00' AND WS-CASE-STATUS NOT = '05'
050300     DISPLAY ERR-FILE-NOT-FOUND ' - CASE FILE'
051000     STOP RUN
051100     END-IF
051200
051205* The run-control register of extracts already processed is
051210* owned by this program and created on first use. A simulation
051215* never writes it and a repair run has no extract to identify.
051221     IF NOT RUN-MODE-SIM AND NOT RUN-MODE-REPAIR
051226     OPEN I-O RUN-CONTROL-FILE
051231     IF WS-RCTL-STATUS = '35'
051236     OPEN OUTPUT RUN-CONTROL-FILE
051242     CLOSE RUN-CONTROL-FILE
051247     OPEN I-O RUN-CONTROL-FILE
051252     END-IF
051257     IF WS-RCTL-STATUS NOT = '00' AND WS-RCTL-STATUS NOT = '05'
051263     DISPLAY ERR-FILE-NOT-FOUND ' - RUN CONTROL FILE'
051268     STOP RUN
051273     END-IF
051278     IF RUN-MODE-NORMAL
051284     PERFORM 1150-CHECK-RUN-CONTROL
051289     END-IF
051294     END-IF
051300     IF RUN-MODE-SIM OR RUN-MODE-MERGE
051310     MOVE 'N' TO WS-RESTART-FLAG
051320     ELSE
053404     STOP RUN
053406     END-IF
053411
053416* Only a partition writes merchant-velocity and customer-
053421* exposure deltas - a single-stream run still rewrites MVELFILE
053423* and CUSTEXPO directly.
053426     IF PARTITIONED-RUN
053431     IF RESTART-IN-PROGRESS
053436     OPEN EXTEND MERCHANT-VELO-DELTA
053461     DISPLAY ERR-FILE-NOT-FOUND ' - MERCHANT VELO DELTA FILE'
053466     STOP RUN
053471     END-IF
053473     IF RESTART-IN-PROGRESS
053475     OPEN EXTEND CUST-EXPO-DELTA
053478     ELSE
053480     OPEN OUTPUT CUST-EXPO-DELTA
053483     END-IF
053485     IF WS-CXD-STATUS NOT = '00'
053487     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER EXPOSURE DELTA FILE'
053490     STOP RUN
053492     END-IF
053495     END-IF
053497
053500     IF RESTART-IN-PROGRESS
053600     OPEN EXTEND FRAUD-LOG
053700     ELSE
054311
054320 1100-OPEN-EXIT.
054330     EXIT.
054331
054332 1150-CHECK-RUN-CONTROL.
054333* An extract already on the run-control register has been scored
054334* once - feeding it again would count every transaction twice.
054336* Read the header, then reopen the extract so 2108 reads it from
054337* the top as always. Every partition of a split run checks; only
054338* the merge step registers. An extract with no header cannot be
054339* identified - the reconciliation flags that on its own.
054340     READ TRANSACTION-FILE
054342     AT END
054343     MOVE SPACES TO TH-RECORD-TYPE
054344     END-READ
054345     IF TH-RECORD-TYPE NOT = 'HDR'
054346     DISPLAY 'NO EXTRACT HEADER - RUN CONTROL NOT CHECKED'
054348     ELSE
054349     MOVE TH-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
054350     MOVE TH-RUN-DATE TO RC-RUN-DATE
054351     READ RUN-CONTROL-FILE
054352     EVALUATE WS-RCTL-STATUS
054354     WHEN '00'
054355     PERFORM 1155-AUTHORIZE-RERUN
054356     WHEN '23'
054357     CONTINUE
054358     WHEN OTHER
054360     DISPLAY 'ERROR READING RUN CONTROL FILE: ' WS-RCTL-STATUS
054361     MOVE 16 TO RETURN-CODE
054362     STOP RUN
054363     END-EVALUATE
054365     END-IF
054366     CLOSE TRANSACTION-FILE
054367     OPEN INPUT TRANSACTION-FILE
054368     IF WS-TRANS-STATUS NOT = '00'
054369     DISPLAY ERR-FILE-NOT-FOUND ' - TRANSACTION FILE'
054371     STOP RUN
054372 END-IF.
054373
054374 1155-AUTHORIZE-RERUN.
054375* Already processed. Only a run-options record naming this exact
054377* source system and run date lets it through - a blanket switch
054378* left in the deck would wave the next accident through as well.
054379* Even then every TRANS-ID that posted the first time is caught
054380* by 2320 and suspended, so an authorized rerun can only post
054381* what did not post before.
054383     IF WS-RERUN-AUTH-SOURCE = TH-SOURCE-SYSTEM
054384     AND WS-RERUN-AUTH-DATE = TH-RUN-DATE
054385     SET RERUN-AUTHORIZED TO TRUE
054386     DISPLAY 'RERUN AUTHORIZED FOR EXTRACT ' TH-SOURCE-SYSTEM
054387     ' ' TH-RUN-DATE ' - RUN ' RC-RUN-COUNT
054389     ' TIME(S) BEFORE, LAST ' RC-LAST-RUN-TS
054390     ELSE
054391     DISPLAY 'FATAL: EXTRACT ' TH-SOURCE-SYSTEM ' ' TH-RUN-DATE
054392     ' ALREADY PROCESSED ' RC-LAST-RUN-TS
054393     DISPLAY 'A RERUN NEEDS A RUN-OPTIONS RECORD NAMING ITS'
054395     ' SOURCE SYSTEM AND RUN DATE'
054396     MOVE 16 TO RETURN-CODE
054397     STOP RUN
054398 END-IF.
054400
054500 1400-CHECK-RESTART-POINT.
054600* If a checkpoint survives from a prior run that never reached
059200     MOVE CKPT-CNT-RULE-10 TO WS-CNT-RULE-10
059300     MOVE CKPT-CNT-RULE-11 TO WS-CNT-RULE-11
059310     MOVE CKPT-CNT-RULE-12 TO WS-CNT-RULE-12
059320     MOVE CKPT-CNT-RULE-13 TO WS-CNT-RULE-13
059330     MOVE CKPT-CNT-RULE-14 TO WS-CNT-RULE-14
059340     MOVE CKPT-CNT-RULE-15 TO WS-CNT-RULE-15
059345     MOVE CKPT-CNT-RULE-16 TO WS-CNT-RULE-16
059350     MOVE CKPT-CNT-REVERSAL TO WS-CNT-REVERSAL
059360     MOVE CKPT-REV-UNMATCHED TO WS-REV-UNMATCHED-COUNT
059370     MOVE CKPT-REFUND-COUNT TO WS-REFUND-COUNT
059380     MOVE CKPT-CASH-ADV-COUNT TO WS-CASH-ADV-COUNT
059390     MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
059400     MOVE CKPT-MERCHANT-EXCEPT-COUNT TO WS-MERCHANT-EXCEPT-COUNT
059410     MOVE CKPT-CNT-HOT-CARD TO WS-CNT-HOT-CARD
059420     MOVE CKPT-REJECTED-COUNT TO WS-REJECTED-COUNT
059430     MOVE CKPT-FRAUDLOG-WRITES TO WS-FRAUDLOG-WRITE-COUNT
059440     MOVE CKPT-CASE-WRITES TO WS-CASE-WRITE-COUNT
059450     MOVE CKPT-NOTIF-WRITES TO WS-NOTIF-WRITE-COUNT
059460     MOVE CKPT-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
059470     MOVE CKPT-DUP-SUSPENDED TO WS-DUP-SUSPENDED-COUNT.
059500
059600 1200-INITIALIZE-VARIABLES.
059700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
060610     DISPLAY 'FRAUD PARAMETERS LOADED SUCCESSFULLY'
060620     DISPLAY 'CURRENCY RATE TABLE LOADED - ' WS-FX-COUNT
060630     ' RATES'
060631     DISPLAY 'PARAMETER VERSION: ' WS-PARM-VERSION
060632     DISPLAY 'RUN MODE: ' WS-RUN-MODE.
060640
060650 1305-READ-PARAMETER-RECORD.
060764     PERFORM 1315-APPLY-RUN-OPTIONS
060766     WHEN PARM-PARTITION-REC
060767     PERFORM 1317-APPLY-PARTITION-PARM
060769     WHEN PARM-VERSION-REC
060771     IF PARM-VER-NUMBER NUMERIC
060773     MOVE PARM-VER-NUMBER TO WS-PARM-VERSION
060775     END-IF
060777     WHEN OTHER
060780     DISPLAY 'UNRECOGNIZED PARAMETER RECORD TYPE: '
060790     PARM-RECORD-TYPE
060791 END-EVALUATE.
060793
060795 1315-APPLY-RUN-OPTIONS.
060796* No run-options record in the deck means a normal run; a record
060798* with a mode we do not recognize is an operator keying error
060799* and too dangerous to guess around - a repair deck silently
060800* running as a normal one would reprocess nothing.
060801* A rerun authorization rides on the same record - the source
060802* system and run date of the one extract it lets through again.
060803     EVALUATE PARM-RUN-MODE
060804     WHEN 'N'
060805     WHEN 'R'
060806     WHEN 'S'
060807     WHEN 'M'
060808     MOVE PARM-RUN-MODE TO WS-RUN-MODE
060809     IF PARM-RERUN-DATE NUMERIC
060810     AND PARM-RERUN-SOURCE NOT = SPACES
060811     MOVE PARM-RERUN-SOURCE TO WS-RERUN-AUTH-SOURCE
060812     MOVE PARM-RERUN-DATE TO WS-RERUN-AUTH-DATE
060813     END-IF
060814     WHEN OTHER
060815     DISPLAY 'FATAL: INVALID RUN MODE IN PARMFILE: '
060816     PARM-RUN-MODE
061219     MOVE PARM-VALUE TO WS-CASE-RETAIN-DAYS
061221     MOVE PARM-EFFECTIVE-DATE TO WS-CASE-RET-EFF-DATE
061222     END-IF
061223     WHEN 'REFUND-RATIO'
061224     IF PARM-EFFECTIVE-DATE >= WS-REF-RATIO-EFF-DATE
061225     MOVE PARM-VALUE TO WS-REFUND-RATIO-PCT
061226     MOVE PARM-EFFECTIVE-DATE TO WS-REF-RATIO-EFF-DATE
061227     END-IF
061228     WHEN 'REFUND-MIN'
061229     IF PARM-EFFECTIVE-DATE >= WS-REF-MIN-EFF-DATE
061230     MOVE PARM-VALUE TO WS-REFUND-MIN-COUNT
061231     MOVE PARM-EFFECTIVE-DATE TO WS-REF-MIN-EFF-DATE
061232     END-IF
061233     WHEN 'MRCH-REF-MIN'
061234     IF PARM-EFFECTIVE-DATE >= WS-MREF-MIN-EFF-DATE
061235     MOVE PARM-VALUE TO WS-MERCH-REFUND-MIN
061236     MOVE PARM-EFFECTIVE-DATE TO WS-MREF-MIN-EFF-DATE
061237     END-IF
061238     WHEN 'CASH-ADV-AMT'
061239     IF PARM-EFFECTIVE-DATE >= WS-CASH-ADV-EFF-DATE
061240     MOVE PARM-VALUE TO WS-CASH-ADVANCE-LIMIT
061241     MOVE PARM-EFFECTIVE-DATE TO WS-CASH-ADV-EFF-DATE
061242     END-IF
061243     WHEN 'UTIL-JUMP'
061244     IF PARM-EFFECTIVE-DATE >= WS-UTIL-JUMP-EFF-DATE
061245     MOVE PARM-VALUE TO WS-UTIL-JUMP-PCT
061246     MOVE PARM-EFFECTIVE-DATE TO WS-UTIL-JUMP-EFF-DATE
061247     END-IF
061248     WHEN 'TRAN-RETAIN'
061249     IF PARM-EFFECTIVE-DATE >= WS-TRAN-RET-EFF-DATE
061250     MOVE PARM-VALUE TO WS-TRAN-RETAIN-DAYS
061251     MOVE PARM-EFFECTIVE-DATE TO WS-TRAN-RET-EFF-DATE
061252     END-IF
061253     WHEN 'COMPRM-DAYS'
061254     IF PARM-EFFECTIVE-DATE >= WS-COMPRM-EFF-DATE
061255     MOVE PARM-VALUE TO WS-COMPRM-DAYS
061256     MOVE PARM-EFFECTIVE-DATE TO WS-COMPRM-EFF-DATE
061257     END-IF
061258     WHEN 'SIBLING-DAYS'
061259     IF PARM-EFFECTIVE-DATE >= WS-SIBLING-EFF-DATE
061260     MOVE PARM-VALUE TO WS-SIBLING-DAYS
061261     MOVE PARM-EFFECTIVE-DATE TO WS-SIBLING-EFF-DATE
061263     END-IF
061264* The step-up reply window and timeout default belong to
061265* CONFIRM-REPLY-BATCH, the filing keys to SAR-CANDIDATE-BATCH and
061266* the fix-mode switch to MASTER-INTEGRITY, which read the same
061268* deck.
061269     WHEN 'STEPUP-HOURS'
061270     WHEN 'STEPUP-DFLT'
061271     WHEN 'SAR-AMOUNT'
061273     WHEN 'SAR-DAYS'
061274     WHEN 'SAR-WARN'
061275     WHEN 'SAR-PERIOD'
061276     WHEN 'INTEG-FIX'
061278     CONTINUE
061279     WHEN OTHER
061280     DISPLAY 'UNRECOGNIZED THRESHOLD PARAMETER: ' PARM-KEY
061281     END-EVALUATE
061282 END-IF.
061284
061285 1325-APPLY-WHATIF-PARM.
061286* Candidate thresholds for a simulation run - same keys and
061287* held-date rule as the production 'T' records, loaded into the
061289* candidate set instead of the live one.
061290     IF PARM-EFFECTIVE-DATE > WS-RUN-DATE
061291     DISPLAY 'WHAT-IF PARAMETER NOT YET EFFECTIVE - HELD: '
061292     PARM-KEY
061294     ELSE
061295     EVALUATE PARM-KEY
061296     WHEN 'HIGH-RISK'
061297     MOVE PARM-VALUE TO SIM-HIGH-RISK-THRESHOLD
061299     WHEN 'MEDIUM-RISK'
061300     MOVE PARM-VALUE TO SIM-MEDIUM-RISK-THRESH
061301     WHEN 'LOW-RISK'
061302     MOVE PARM-VALUE TO SIM-LOW-RISK-THRESHOLD
061303     WHEN 'SUSP-AMOUNT'
061305     MOVE PARM-VALUE TO SIM-SUSPICIOUS-AMOUNT
061306     WHEN 'MAX-HOUR-VEL'
061307     MOVE PARM-VALUE TO SIM-MAX-HOURLY-VELOCITY
061308     WHEN 'MAX-DAY-VEL'
061310     MOVE PARM-VALUE TO SIM-MAX-DAILY-VELOCITY
061311     WHEN 'FP-DECREMENT'
061312     MOVE PARM-VALUE TO SIM-FALSE-POS-DECREMENT
061313     WHEN OTHER
061315     DISPLAY 'UNRECOGNIZED WHAT-IF PARAMETER: ' PARM-KEY
061316     END-EVALUATE
061317 END-IF.
061318
061320 1330-APPLY-CURRENCY-RATE.
061322     IF PARM-RATE-EFF-DATE > WS-RUN-DATE
061324     DISPLAY 'FX RATE NOT YET EFFECTIVE - HELD: '
068400     MOVE WS-CNT-RULE-10 TO CKPT-CNT-RULE-10
068500     MOVE WS-CNT-RULE-11 TO CKPT-CNT-RULE-11
068510     MOVE WS-CNT-RULE-12 TO CKPT-CNT-RULE-12
068520     MOVE WS-CNT-RULE-13 TO CKPT-CNT-RULE-13
068530     MOVE WS-CNT-RULE-14 TO CKPT-CNT-RULE-14
068540     MOVE WS-CNT-RULE-15 TO CKPT-CNT-RULE-15
068545     MOVE WS-CNT-RULE-16 TO CKPT-CNT-RULE-16
068550     MOVE WS-CNT-REVERSAL TO CKPT-CNT-REVERSAL
068560     MOVE WS-REV-UNMATCHED-COUNT TO CKPT-REV-UNMATCHED
068570     MOVE WS-REFUND-COUNT TO CKPT-REFUND-COUNT
068580     MOVE WS-CASH-ADV-COUNT TO CKPT-CASH-ADV-COUNT
068590     MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
068593     MOVE WS-DUPLICATE-COUNT TO CKPT-DUPLICATE-COUNT
068596     MOVE WS-DUP-SUSPENDED-COUNT TO CKPT-DUP-SUSPENDED
068600     MOVE WS-MERCHANT-EXCEPT-COUNT TO CKPT-MERCHANT-EXCEPT-COUNT
068610     MOVE WS-CNT-HOT-CARD TO CKPT-CNT-HOT-CARD
068620     MOVE WS-REJECTED-COUNT TO CKPT-REJECTED-COUNT
069810* Cleared per transaction so the decision response record only
069820* carries a case number when this transaction opened one.
069830     MOVE ZERO TO WS-CASE-NUMBER
069835     MOVE 'N' TO WS-STEP-UP-FLAG
069837     MOVE 'N' TO WS-COMP-FOUND-FLAG
069838     MOVE 'N' TO WS-HOT-CARD-FLAG
069840
069850     IF RUN-MODE-SIM
069860     PERFORM 7500-SIMULATE-TRANSACTION
069880     END-IF
069900
070000     PERFORM 2300-VALIDATE-TRANSACTION
070002     IF WS-PROCESS-FLAG = 'Y'
070005     PERFORM 2320-CHECK-DUPLICATE
070007     END-IF
070010* A reversal is not scored - it takes its original back out of
070020* the accumulators, is logged and posts as an approve.
070030     IF WS-PROCESS-FLAG = 'Y' AND TRANS-IS-REVERSAL
070040     PERFORM 2450-APPLY-REVERSAL
070050     GO TO 2200-ANALYSIS-DONE
070060     END-IF
070100     IF WS-PROCESS-FLAG = 'Y'
070110     PERFORM 2350-CHECK-HOT-CARD
070120     END-IF
070600     PERFORM 4000-ADVANCED-ANALYTICS
070700     PERFORM 5000-REAL-TIME-SCORING
070800     PERFORM 2800-DETERMINE-ACTION
070810* A refund is scored like any other transaction but is money
070820* coming back - it never counts toward the card's velocity or
070830* its spending history.
070840     IF NOT TRANS-IS-REFUND
070900     PERFORM 2900-UPDATE-VELOCITY-DATA
070950     PERFORM 2910-UPDATE-CARD-HISTORY
070955     END-IF
070960     PERFORM 2930-UPDATE-MERCHANT-VELOCITY
070970     PERFORM 2940-UPDATE-CUSTOMER-EXPOSURE
071000     PERFORM 3100-UPDATE-CUSTOMER-PROFILE
071100     PERFORM 3000-LOG-DECISION
071200     PERFORM 6000-CASE-MANAGEMENT
071201     IF COMP-CARD-ON-FILE AND NOT TRANS-IS-REFUND
071202     PERFORM 4420-COUNT-COMPROMISED-USE
071203     END-IF
071205     PERFORM 3050-WRITE-DECISION-RESPONSE
071207     PERFORM 2480-FINISH-POSTING
071210     END-IF
071220     END-IF
071300     END-IF
072900     MOVE 'N' TO WS-PROCESS-FLAG
072910     MOVE 'BAD-DATE' TO WS-REJECT-REASON
073000     DISPLAY 'INVALID TRANSACTION DATE: ' TRANS-DATE
073100     END-IF
073106
073112* Validate transaction type - a reversal must name its original
073118     IF NOT TRANS-TYPE-VALID
073125     MOVE 'N' TO WS-PROCESS-FLAG
073131     MOVE 'BAD-TYPE' TO WS-REJECT-REASON
073137     DISPLAY 'INVALID TRANSACTION TYPE: ' TRANS-TYPE
073143     END-IF
073150     IF TRANS-IS-REVERSAL
073156     IF TRANS-ORIG-TRANS-ID NOT NUMERIC
073162     OR TRANS-ORIG-TRANS-ID = ZERO
073168     MOVE 'N' TO WS-PROCESS-FLAG
073175     MOVE 'NO-ORIG-ID' TO WS-REJECT-REASON
073181     DISPLAY 'REVERSAL WITHOUT ORIGINAL TRANS-ID: ' TRANS-ID
073187     END-IF
073193 END-IF.
073200
073300 2310-VALIDATE-CARD-NUMBER.
073400     IF TRANS-CARD-NUMBER < 1000000000000000
078200     END-IF
078300     END-IF
078400     ADD WS-LUHN-DIGIT-VALUE TO WS-LUHN-SUM.
078404
078408 2320-CHECK-DUPLICATE.
078412* A TRANS-ID already on the posted register has been through the
078417* pipeline once - earlier in this extract, in an earlier one, or
078421* before a repair resubmission. Scoring it again would count it
078425* twice in every accumulator and could open a second case and
078429* send a second notification, so it goes to suspense instead.
078434* The register is swept after TRAN-RETAIN days, which is how far
078438* back this reaches.
078442     MOVE TRANS-ID TO PT-TRANS-ID
078446     READ POSTED-TRANS-FILE
078451     EVALUATE WS-POST-STATUS
078455     WHEN '00'
078459     MOVE 'N' TO WS-PROCESS-FLAG
078463     MOVE 'DUPLICATE' TO WS-REJECT-REASON
078468     ADD 1 TO WS-DUPLICATE-COUNT
078472     DISPLAY 'DUPLICATE TRANS-ID SENT TO SUSPENSE: ' TRANS-ID
078476     WHEN '23'
078480     CONTINUE
078485     WHEN OTHER
078489     DISPLAY 'ERROR READING POSTED TRANSACTION FILE: '
078493     WS-POST-STATUS
078497 END-EVALUATE.
078499
078502 2350-CHECK-HOT-CARD.
078504* Probe the call-center hot-card blocklist before any scoring -
078506* a reported-stolen card must never reach the rule engine where
078551     PERFORM 3070-RESOLVE-CARD-TOKEN
078552     MOVE WS-MASKED-CARD TO FRAUD-CARD-NUMBER
078553     MOVE WS-CARD-TOKEN TO FRAUD-CARD-TOKEN
078554     MOVE WS-PARM-VERSION TO FRAUD-PARM-VERSION
078555     MOVE 'HOT_CARD' TO FRAUD-REASON-CODE
078556     MOVE 999 TO FRAUD-RISK-SCORE
078557     MOVE 999 TO WS-TOTAL-RISK-SCORE
078558     MOVE ACTION-DECLINE TO FRAUD-ACTION-TAKEN
078559     STRING 'HOT_CARD: ' HOT-BLOCK-REASON
078560     ' VIA ' HOT-REPORT-CHANNEL
078562     DELIMITED BY SIZE INTO FRAUD-RULE-TRIGGERED
078564     MOVE TRANS-AMOUNT TO FRAUD-AMOUNT
078581     ADD 1 TO WS-FRAUDLOG-WRITE-COUNT
078582     ADD 1 TO WS-DECLINED-COUNT
078583     ADD 1 TO WS-CNT-HOT-CARD
078584     PERFORM 3050-WRITE-DECISION-RESPONSE
078585* On the register too, so a resent copy is caught as a duplicate.
078586     PERFORM 2605-NORMALIZE-TRANSACTION-AMOUNT
078587     PERFORM 2470-REGISTER-POSTED-TRANS.
078588
078589 2370-WRITE-SUSPENSE.
078590     MOVE TRANSACTION-RECORD TO SUSP-OUT-TRANS-DATA
078591     MOVE WS-REJECT-REASON TO SUSP-OUT-REJECT-REASON
078592     MOVE WS-CURRENT-TIMESTAMP TO SUSP-OUT-TIMESTAMP
078594     IF WS-SUSP-OUT-STATUS NOT = '00'
078595     DISPLAY 'ERROR WRITING SUSPENSE RECORD: ' WS-SUSP-OUT-STATUS
078596     END-IF
078597     ADD 1 TO WS-REJECTED-COUNT
078607     IF WS-REJECT-REASON = 'DUPLICATE'
078617     AND WS-SUSP-OUT-STATUS = '00'
078627     ADD 1 TO WS-DUP-SUSPENDED-COUNT
078637 END-IF.
078647
078657 2400-LOAD-CUSTOMER-DATA.
078700     MOVE TRANS-CARD-NUMBER TO CUST-CARD-NUMBER
078800     READ CUSTOMER-FILE
078900     IF WS-CUST-STATUS = '23'
079300     DISPLAY 'ERROR READING CUSTOMER FILE: ' WS-CUST-STATUS
079400     MOVE 'N' TO WS-PROCESS-FLAG
079410     MOVE 'CUST-IO-ERR' TO WS-REJECT-REASON
079420 END-IF.
079430
079501 2450-APPLY-REVERSAL.
079502* A reversal carries no new spend to score. Take the original's
079503* contribution back out of the accumulators, log the reversal
079505* and post it as an approve. A reversal whose original is not
079506* on the register (never posted here, already purged, or on
079507* another card) is still logged and posted - there is simply
079509* nothing to unwind, and it is counted for the summary report.
079510     ADD 1 TO WS-CNT-REVERSAL
079511     PERFORM 2605-NORMALIZE-TRANSACTION-AMOUNT
079513     PERFORM 2451-UNWIND-ORIGINAL
079514     IF NOT ORIG-MATCHED
079515     ADD 1 TO WS-REV-UNMATCHED-COUNT
079516     END-IF
079518     PERFORM 2465-LOG-REVERSAL
079519     ADD 1 TO WS-APPROVED-COUNT
079520     PERFORM 2470-REGISTER-POSTED-TRANS
079522     PERFORM 3050-WRITE-DECISION-RESPONSE.
079523
079524 2451-UNWIND-ORIGINAL.
079526* Shared by reversals and refunds. Only an original on the same
079527* card that fed the accumulators and still has amount left to
079528* unwind qualifies. A partial refund takes out just its own
079530* amount and leaves the original's transaction counts alone.
079531     MOVE 'N' TO WS-ORIG-MATCH-FLAG
079532     MOVE 'N' TO WS-UNWIND-FULL-FLAG
079533     IF TRANS-ORIG-TRANS-ID IS NUMERIC
079535     AND TRANS-ORIG-TRANS-ID > ZERO
079536     MOVE TRANS-ORIG-TRANS-ID TO PT-TRANS-ID
079537     READ POSTED-TRANS-FILE
079539     IF WS-POST-STATUS = '00'
079540     AND PT-CARD-NUMBER = TRANS-CARD-NUMBER
079541     AND PT-ACCUM-FLAG = 'Y'
079543     AND PT-AMOUNT > PT-UNWOUND-AMOUNT
079544     MOVE 'Y' TO WS-ORIG-MATCH-FLAG
079545     END-IF
079547     END-IF
079548     IF ORIG-MATCHED
079549     PERFORM 2452-SIZE-UNWIND
079550     PERFORM 2454-UNWIND-VELOCITY
079552     PERFORM 2455-UNWIND-MERCHANT-VELOCITY
079553     PERFORM 2457-UNWIND-CUSTOMER-PROFILE
079554     PERFORM 2947-UNWIND-CUSTOMER-EXPOSURE
079555     IF TRANS-IS-REVERSAL AND UNWIND-IS-FULL
079556     PERFORM 2458-UNWIND-CARD-HISTORY
079557     END-IF
079558     ADD WS-UNWIND-AMOUNT TO PT-UNWOUND-AMOUNT
079560     REWRITE POSTED-TRANS-RECORD
079561     IF WS-POST-STATUS NOT = '00'
079562     DISPLAY 'ERROR REWRITING POSTED TRANSACTION: '
079564     WS-POST-STATUS
079565     END-IF
079566 END-IF.
079567
079569 2452-SIZE-UNWIND.
079570* Never take out more than the original put in, net of whatever
079571* earlier refunds against it already took out.
079573     COMPUTE WS-UNWIND-AMOUNT = PT-AMOUNT - PT-UNWOUND-AMOUNT
079574     IF WS-NORMALIZED-AMOUNT < WS-UNWIND-AMOUNT
079575     MOVE WS-NORMALIZED-AMOUNT TO WS-UNWIND-AMOUNT
079577     ELSE
079578     MOVE 'Y' TO WS-UNWIND-FULL-FLAG
079579     END-IF
079581     MOVE PT-TIMESTAMP TO WS-ORIG-TIMESTAMP
079582     PERFORM 2453-AGE-ORIGINAL.
079583
079584 2453-AGE-ORIGINAL.
079586* Same hour arithmetic as 2622, measured from the original's
079587* posting - it only still sits in a window it is younger than.
079588     MOVE WS-ORIG-TIMESTAMP(1:8) TO WS-WORK-DATE
079590     COMPUTE WS-VELO-LAST-DAY-NUM =
079591     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
079592     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-WORK-DATE
079594     COMPUTE WS-VELO-NOW-DAY-NUM =
079595     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
079596     MOVE WS-ORIG-TIMESTAMP(9:2) TO WS-VELO-LAST-HH
079598     MOVE WS-CURRENT-TIMESTAMP(9:2) TO WS-VELO-NOW-HH
079599     COMPUTE WS-ORIG-AGE-HOURS =
079600     ((WS-VELO-NOW-DAY-NUM - WS-VELO-LAST-DAY-NUM) * 24)
079601     + (WS-VELO-NOW-HH - WS-VELO-LAST-HH).
079603
079604 2454-UNWIND-VELOCITY.
079605* Age the card's windows first, then take the original out of
079607* each window it still sits in. VELO-LAST-UPDATE is left alone -
079608* taking spend back is not activity on the card.
079609     MOVE TRANS-CARD-NUMBER TO VELO-CARD-NUMBER
079611     READ VELOCITY-FILE
079612     IF WS-VELO-STATUS = '00'
079613     PERFORM 2622-AGE-VELOCITY-WINDOW
079615     IF WS-ORIG-AGE-HOURS < 24
079616     IF VELO-AMOUNT-24H > WS-UNWIND-AMOUNT
079617     SUBTRACT WS-UNWIND-AMOUNT FROM VELO-AMOUNT-24H
079618     ELSE
079620     MOVE ZERO TO VELO-AMOUNT-24H
079621     END-IF
079622     IF UNWIND-IS-FULL AND VELO-TRANS-COUNT-24H > ZERO
079624     SUBTRACT 1 FROM VELO-TRANS-COUNT-24H
079625     END-IF
079626     END-IF
079628     IF WS-ORIG-AGE-HOURS < 1
079629     IF VELO-AMOUNT-1H > WS-UNWIND-AMOUNT
079630     SUBTRACT WS-UNWIND-AMOUNT FROM VELO-AMOUNT-1H
079632     ELSE
079633     MOVE ZERO TO VELO-AMOUNT-1H
079634     END-IF
079635     IF UNWIND-IS-FULL AND VELO-TRANS-COUNT-1H > ZERO
079637     SUBTRACT 1 FROM VELO-TRANS-COUNT-1H
079638     END-IF
079639     END-IF
079641     REWRITE VELOCITY-RECORD
079642     IF WS-VELO-STATUS NOT = '00'
079643     DISPLAY 'ERROR REWRITING VELOCITY: ' WS-VELO-STATUS
079645     END-IF
079646 END-IF.
079647
079649 2455-UNWIND-MERCHANT-VELOCITY.
079650* Merchant mirror of 2454. A partition hands the unwind to the
079651* merge step as a delta, for the same reason 2930 does.
079652     IF PARTITIONED-RUN
079654     MOVE PT-MERCHANT-ID TO MVD-MERCHANT-ID
079655     MOVE TRANS-CARD-NUMBER TO MVD-CARD-NUMBER
079656     MOVE WS-UNWIND-AMOUNT TO MVD-AMOUNT
079658     MOVE WS-CURRENT-TIMESTAMP(1:14) TO MVD-TIMESTAMP
079659     MOVE 'U' TO MVD-ENTRY-TYPE
079660     MOVE WS-ORIG-TIMESTAMP TO MVD-ORIG-TIMESTAMP
079662     MOVE WS-UNWIND-FULL-FLAG TO MVD-UNWIND-FULL
079663     WRITE MERCHANT-VELO-DELTA-RECORD
079664     IF WS-MVD-STATUS NOT = '00'
079666     DISPLAY 'ERROR WRITING MERCHANT DELTA: ' WS-MVD-STATUS
079667     END-IF
079668     ELSE
079669     MOVE PT-MERCHANT-ID TO MV-MERCHANT-ID
079671     READ MERCHANT-VELOCITY-FILE
079672     IF WS-MVEL-STATUS = '00'
079673     PERFORM 2933-AGE-MERCHANT-WINDOW
079675     PERFORM 2456-TAKE-OUT-MERCHANT-WINDOWS
079676     REWRITE MERCHANT-VELOCITY-RECORD
079677     IF WS-MVEL-STATUS NOT = '00'
079679     DISPLAY 'ERROR REWRITING MERCHANT VELOCITY: '
079680     WS-MVEL-STATUS
079681     END-IF
079683     END-IF
079684 END-IF.
079685
079686 2456-TAKE-OUT-MERCHANT-WINDOWS.
079688* The card spread is left as it stands - the card really was
079689* seen at the merchant within the hour.
079690     IF WS-ORIG-AGE-HOURS < 24
079692     IF MV-AMOUNT-24H > WS-UNWIND-AMOUNT
079693     SUBTRACT WS-UNWIND-AMOUNT FROM MV-AMOUNT-24H
079694     ELSE
079696     MOVE ZERO TO MV-AMOUNT-24H
079697     END-IF
079698     IF UNWIND-IS-FULL AND MV-TRANS-COUNT-24H > ZERO
079700     SUBTRACT 1 FROM MV-TRANS-COUNT-24H
079701     END-IF
079702     END-IF
079703     IF WS-ORIG-AGE-HOURS < 1
079705     IF MV-AMOUNT-1H > WS-UNWIND-AMOUNT
079706     SUBTRACT WS-UNWIND-AMOUNT FROM MV-AMOUNT-1H
079707     ELSE
079709     MOVE ZERO TO MV-AMOUNT-1H
079710     END-IF
079711     IF UNWIND-IS-FULL AND MV-TRANS-COUNT-1H > ZERO
079713     SUBTRACT 1 FROM MV-TRANS-COUNT-1H
079714     END-IF
079715 END-IF.
079716
079718 2457-UNWIND-CUSTOMER-PROFILE.
079719* Back the original out of the running average 3100 keeps - the
079720* inverse of its 0.9/0.1 blend, floored at zero. A full reversal
079722* also takes the purchase back off rule 13's 30-day tally.
079723     MOVE TRANS-CARD-NUMBER TO CUST-CARD-NUMBER
079724     READ CUSTOMER-FILE
079726     IF WS-CUST-STATUS = '00'
079727     IF CUST-AVG-MONTHLY-SPEND > ZERO
079728     COMPUTE WS-UNWIND-AVG-WORK =
079730     (CUST-AVG-MONTHLY-SPEND - (WS-UNWIND-AMOUNT * 0.1)) / 0.9
079731     IF WS-UNWIND-AVG-WORK < ZERO
079732     MOVE ZERO TO CUST-AVG-MONTHLY-SPEND
079733     ELSE
079735     MOVE WS-UNWIND-AVG-WORK TO CUST-AVG-MONTHLY-SPEND
079736     END-IF
079737     END-IF
079739     IF TRANS-IS-REVERSAL AND UNWIND-IS-FULL
079740     IF CUST-PURCH-COUNT-30D IS NUMERIC
079741     IF CUST-PURCH-COUNT-30D > ZERO
079743     SUBTRACT 1 FROM CUST-PURCH-COUNT-30D
079744     END-IF
079745     END-IF
079747     END-IF
079748     REWRITE CUSTOMER-RECORD
079749     IF WS-CUST-STATUS NOT = '00'
079750     DISPLAY 'ERROR UPDATING CUSTOMER RECORD: ' WS-CUST-STATUS
079752     END-IF
079753 END-IF.
079754
079756 2458-UNWIND-CARD-HISTORY.
079757* A fully reversed original must not be seen by the pattern
079758* rules in 4200 - drop its slot and close the gap behind it.
079760     MOVE TRANS-CARD-NUMBER TO HIST-CARD-NUMBER
079761     READ CARD-HISTORY-FILE
079762     IF WS-HIST-STATUS = '00'
079764     MOVE ZERO TO WS-HIST-FOUND-SUB
079765     PERFORM 2459-MATCH-HISTORY-SLOT
079766     VARYING WS-HIST-SUB FROM 1 BY 1
079767     UNTIL WS-HIST-SUB > HIST-ENTRY-COUNT
079769     OR WS-HIST-SUB > 5
079770     OR WS-HIST-FOUND-SUB > ZERO
079771     IF WS-HIST-FOUND-SUB > ZERO
079773     PERFORM 2460-CLOSE-HISTORY-GAP
079774     VARYING WS-HIST-SUB FROM WS-HIST-FOUND-SUB BY 1
079775     UNTIL WS-HIST-SUB >= HIST-ENTRY-COUNT
079777     INITIALIZE HIST-ENTRY (HIST-ENTRY-COUNT)
079778     SUBTRACT 1 FROM HIST-ENTRY-COUNT
079779     REWRITE CARD-HISTORY-RECORD
079781     IF WS-HIST-STATUS NOT = '00'
079782     DISPLAY 'ERROR REWRITING CARD HISTORY: ' WS-HIST-STATUS
079783     END-IF
079784     END-IF
079786 END-IF.
079787
079788 2459-MATCH-HISTORY-SLOT.
079790     IF HIST-TIMESTAMP (WS-HIST-SUB) = PT-TIMESTAMP
079791     AND HIST-MERCHANT-ID (WS-HIST-SUB) = PT-MERCHANT-ID
079792     AND HIST-AMOUNT (WS-HIST-SUB) = PT-AMOUNT
079794     MOVE WS-HIST-SUB TO WS-HIST-FOUND-SUB
079795 END-IF.
079796
079798 2460-CLOSE-HISTORY-GAP.
079799     MOVE HIST-ENTRY (WS-HIST-SUB + 1)
079800     TO HIST-ENTRY (WS-HIST-SUB).
079801
079803 2465-LOG-REVERSAL.
079804* Logged for audit like any other decision, under its own reason
079805* code and naming the original it reversed.
079807     MOVE WS-CURRENT-TIMESTAMP TO FRAUD-TIMESTAMP
079808     MOVE TRANS-ID TO FRAUD-TRANS-ID
079809     MOVE TRANS-CARD-NUMBER TO WS-MASK-CARD-IN
079811     PERFORM 3060-MASK-CARD-NUMBER
079812     PERFORM 3070-RESOLVE-CARD-TOKEN
079813     MOVE WS-MASKED-CARD TO FRAUD-CARD-NUMBER
079814     MOVE WS-CARD-TOKEN TO FRAUD-CARD-TOKEN
079815     MOVE WS-PARM-VERSION TO FRAUD-PARM-VERSION
079816     MOVE 'REVERSAL' TO FRAUD-REASON-CODE
079817     MOVE ZERO TO FRAUD-RISK-SCORE
079818     MOVE ZERO TO WS-TOTAL-RISK-SCORE
079820     MOVE ACTION-APPROVE TO FRAUD-ACTION-TAKEN
079821     MOVE SPACES TO FRAUD-RULE-TRIGGERED
079822     STRING 'REVERSES: ' TRANS-ORIG-TRANS-ID
079824     DELIMITED BY SIZE INTO FRAUD-RULE-TRIGGERED
079825     MOVE TRANS-AMOUNT TO FRAUD-AMOUNT
079826     MOVE TRANS-MERCHANT-ID TO FRAUD-MERCHANT
079828     MOVE TRANS-LOCATION-ZIP TO FRAUD-LOCATION
079829     MOVE 'SYSTEM' TO FRAUD-ANALYST-ID
079830     IF ORIG-MATCHED
079832     MOVE 'REVERSAL_APPLIED' TO FRAUD-RESOLUTION
079833     ELSE
079834     MOVE 'REVERSAL_UNMATCHED' TO FRAUD-RESOLUTION
079835     END-IF
079837     WRITE FRAUD-LOG-RECORD
079838     IF WS-FRAUD-STATUS NOT = '00'
079839     DISPLAY 'ERROR WRITING TO FRAUD LOG: ' WS-FRAUD-STATUS
079841     END-IF
079842     ADD 1 TO WS-FRAUDLOG-WRITE-COUNT.
079843
079845 2470-REGISTER-POSTED-TRANS.
079846* Every posted transaction goes on the register so a later
079847* reversal or refund can find it. Only a purchase or cash
079848* advance fed the accumulators, so only those can be unwound.
079849* A hot-card decline goes on only to catch a resent copy.
079850     MOVE SPACES TO POSTED-TRANS-RECORD
079851     MOVE TRANS-ID TO PT-TRANS-ID
079852     MOVE TRANS-CARD-NUMBER TO PT-CARD-NUMBER
079854     MOVE TRANS-TYPE TO PT-TRANS-TYPE
079855     MOVE WS-NORMALIZED-AMOUNT TO PT-AMOUNT
079856     MOVE TRANS-MERCHANT-ID TO PT-MERCHANT-ID
079858     MOVE WS-CURRENT-TIMESTAMP(1:14) TO PT-TIMESTAMP
079859     MOVE TRANS-DATE TO PT-TRANS-DATE
079860     MOVE ZERO TO PT-UNWOUND-AMOUNT
079861     IF (TRANS-IS-PURCHASE OR TRANS-IS-CASH-ADVANCE)
079862     AND NOT HOT-CARD-HIT
079863     MOVE 'Y' TO PT-ACCUM-FLAG
079864     ELSE
079866     MOVE 'N' TO PT-ACCUM-FLAG
079867     END-IF
079868     WRITE POSTED-TRANS-RECORD
079869     IF WS-POST-STATUS = '22'
079871     DISPLAY 'TRANS-ID ALREADY ON POSTED REGISTER: ' TRANS-ID
079872     ELSE
079873     IF WS-POST-STATUS NOT = '00'
079875     DISPLAY 'ERROR WRITING POSTED TRANSACTION: ' WS-POST-STATUS
079876     END-IF
079877 END-IF.
079879
079880 2480-FINISH-POSTING.
079881* A refund takes its original's amount back out of the windows
079883* it was added to; refunds and cash advances are tallied for the
079884* summary report. Then the transaction goes on the register.
079885     IF TRANS-IS-REFUND
079886     ADD 1 TO WS-REFUND-COUNT
079888     PERFORM 2451-UNWIND-ORIGINAL
079889     END-IF
079890     IF TRANS-IS-CASH-ADVANCE
079892     ADD 1 TO WS-CASH-ADV-COUNT
079893     END-IF
079894     PERFORM 2470-REGISTER-POSTED-TRANS.
079896
079897 2500-LOAD-MERCHANT-DATA.
079898     MOVE TRANS-MERCHANT-ID TO MERCH-ID
079900     READ MERCHANT-FILE
080000     IF WS-MERCH-STATUS = '23'
080100     DISPLAY 'MERCHANT NOT FOUND: ' TRANS-MERCHANT-ID
083200     PERFORM 2695-RULE-CROSS-VALIDATION
083300     PERFORM 2696-RULE-CURRENCY-MISMATCH
083310     PERFORM 2699-RULE-MERCHANT-VELOCITY
083312     PERFORM 2691-RULE-REFUND-ABUSE
083315     PERFORM 2692-RULE-CASH-ADVANCE
083317     PERFORM 2693-RULE-CREDIT-UTILIZATION
083318     PERFORM 2681-RULE-LINKED-CUSTOMER
083320* This paragraph is entered by a PERFORM of the whole section -
083330* leave through the section exit so control never falls into
083340* the rule service paragraphs below.
103200     ADD 125 TO WS-TRANSACTION-RISK
103300     END-IF
103400 END-IF.
103401
103402 2691-RULE-REFUND-ABUSE.
103403* Rule 13: Refund Abuse - a card refunding a large share of what
103405* it bought over the rolling 30 days, or a merchant paying out
103407* refunds against too few sales in the day. The refund being
103408* scored counts toward both ratios. Runs after 2699 so the
103410* merchant's windows are already read and aged.
103412     PERFORM 2694-AGE-REFUND-PERIOD
103414     IF TRANS-IS-REFUND
103416     COMPUTE WS-REFUND-WORK-COUNT = CUST-REFUND-COUNT-30D + 1
103417     IF WS-REFUND-WORK-COUNT >= WS-REFUND-MIN-COUNT
103419     IF CUST-PURCH-COUNT-30D = ZERO
103421     MOVE 9999 TO WS-REFUND-RATIO-WORK
103423     ELSE
103425     COMPUTE WS-REFUND-RATIO-WORK =
103426     (WS-REFUND-WORK-COUNT * 100) / CUST-PURCH-COUNT-30D
103428     END-IF
103430     IF WS-REFUND-RATIO-WORK > WS-REFUND-RATIO-PCT
103432     MOVE 'Y' TO RULE-13-TRIGGERED
103433     ADD 150 TO WS-TRANSACTION-RISK
103435     END-IF
103437     END-IF
103439     IF WS-MVEL-STATUS = '00'
103441     COMPUTE WS-REFUND-WORK-COUNT = MV-REFUND-COUNT-24H + 1
103442     IF WS-REFUND-WORK-COUNT >= WS-MERCH-REFUND-MIN
103444     IF MV-TRANS-COUNT-24H = ZERO
103446     MOVE 9999 TO WS-REFUND-RATIO-WORK
103448     ELSE
103450     COMPUTE WS-REFUND-RATIO-WORK =
103451     (WS-REFUND-WORK-COUNT * 100) / MV-TRANS-COUNT-24H
103453     END-IF
103455     IF WS-REFUND-RATIO-WORK > WS-REFUND-RATIO-PCT
103457     MOVE 'Y' TO RULE-13-TRIGGERED
103458     ADD 125 TO WS-MERCHANT-RISK
103460     END-IF
103462     END-IF
103464     END-IF
103466 END-IF.
103467
103469 2692-RULE-CASH-ADVANCE.
103471* Rule 14: Cash Advance - cash is the fastest way to empty a
103473* stolen card. Large, un-PINned or out-of-country (with no
103475* travel plan on file) cash advances each add risk.
103476     IF TRANS-IS-CASH-ADVANCE
103478     IF WS-NORMALIZED-AMOUNT > WS-CASH-ADVANCE-LIMIT
103480     MOVE 'Y' TO RULE-14-TRIGGERED
103482     ADD 100 TO WS-TRANSACTION-RISK
103483     END-IF
103485     IF TRANS-PIN-VERIFIED NOT = 'Y'
103487     MOVE 'Y' TO RULE-14-TRIGGERED
103489     ADD 100 TO WS-TRANSACTION-RISK
103491     END-IF
103492     IF TRANS-COUNTRY-CODE NOT = CUST-HOME-COUNTRY
103494     AND NOT TRAVEL-PLAN-ACTIVE
103496     MOVE 'Y' TO RULE-14-TRIGGERED
103498     ADD 75 TO WS-LOCATION-RISK
103500     END-IF
103501 END-IF.
103503
103505 2693-RULE-CREDIT-UTILIZATION.
103507* Rule 15: Credit Utilization - spend that would take the
103508* account over its limit, or a day's spend on the card that
103510* suddenly eats a large part of the limit. The balance is as
103512* the customer master carries it; the day's spend is the
103514* 24-hour velocity window plus this transaction.
103516     IF (TRANS-IS-PURCHASE OR TRANS-IS-CASH-ADVANCE)
103517     AND CUST-CREDIT-LIMIT > ZERO
103519     COMPUTE WS-UTIL-PROJECTED =
103521     CUST-CURRENT-BALANCE + WS-NORMALIZED-AMOUNT
103523     IF WS-UTIL-PROJECTED > CUST-CREDIT-LIMIT
103525     MOVE 'Y' TO RULE-15-TRIGGERED
103526     ADD 150 TO WS-TRANSACTION-RISK
103528     END-IF
103530     IF VELO-IS-NEW-CARD
103532     MOVE WS-NORMALIZED-AMOUNT TO WS-UTIL-DAY-SPEND
103533     ELSE
103535     COMPUTE WS-UTIL-DAY-SPEND =
103537     VELO-AMOUNT-24H + WS-NORMALIZED-AMOUNT
103539     END-IF
103541     IF (WS-UTIL-DAY-SPEND * 100) >
103542     (CUST-CREDIT-LIMIT * WS-UTIL-JUMP-PCT)
103544     MOVE 'Y' TO RULE-15-TRIGGERED
103546     ADD 100 TO WS-TRANSACTION-RISK
103548     END-IF
103550 END-IF.
103551
103553 2694-AGE-REFUND-PERIOD.
103555* Rule 13's tallies cover a rolling 30 days: once the period has
103557* run, both halve and a new period starts, so a card's old
103558* behavior fades instead of dropping off a cliff. Records
103560* written before the tallies existed start from zero.
103562     IF CUST-PURCH-COUNT-30D NOT NUMERIC
103564     MOVE ZERO TO CUST-PURCH-COUNT-30D
103566     END-IF
103567     IF CUST-REFUND-COUNT-30D NOT NUMERIC
103569     MOVE ZERO TO CUST-REFUND-COUNT-30D
103571     END-IF
103573     IF CUST-RATIO-START-DATE NOT NUMERIC
103575     MOVE TRANS-DATE TO CUST-RATIO-START-DATE
103576     END-IF
103578     IF CUST-RATIO-START-DATE < 20200101
103580     MOVE TRANS-DATE TO CUST-RATIO-START-DATE
103582     END-IF
103583     COMPUTE WS-REFUND-AGE-DAYS =
103585     FUNCTION INTEGER-OF-DATE(TRANS-DATE)
103587     - FUNCTION INTEGER-OF-DATE(CUST-RATIO-START-DATE)
103589     IF WS-REFUND-AGE-DAYS >= 30
103591     DIVIDE 2 INTO CUST-PURCH-COUNT-30D
103592     DIVIDE 2 INTO CUST-REFUND-COUNT-30D
103594     MOVE TRANS-DATE TO CUST-RATIO-START-DATE
103596 END-IF.
103598
103600 2697-FIND-CURRENCY-RATE.
103700* Look up the transaction currency in the rate table; fall back to
103800* parity if it is not a currency we carry a rate for.
104984     MOVE 'N' TO WS-MVEL-NEW-FLAG
104986     DISPLAY 'ERROR READING MERCHANT VELOCITY: ' WS-MVEL-STATUS
104988 END-EVALUATE.
104989
104990 2681-RULE-LINKED-CUSTOMER.
104991* Rule 16: Linked Customer - CUSTFILE is keyed by card, so a
104992* fraudster declined on one card just moves to the cardholder's
104993* sibling card with its clean score and clean velocity. Risk
104994* goes up on a card whose sibling was declined or confirmed as
104995* fraud within SIBLING-DAYS, or sits on the hot-card list, and
104996* on velocity and spend added up across all the linked cards.
104998* Like 2621, the windows checked here exclude the current
104999* transaction; 2940 folds it in after scoring.
105000     IF EXPO-FILE-OPEN
105001     AND CUST-CUSTOMER-ID IS NUMERIC
105002     AND CUST-CUSTOMER-ID > ZERO
105003     MOVE CUST-CUSTOMER-ID TO EXPO-CUSTOMER-ID
105004     READ CUST-EXPOSURE-FILE
105005     EVALUATE WS-EXPO-STATUS
105007     WHEN '00'
105008     PERFORM 2946-AGE-EXPOSURE-WINDOW
105009     MOVE ZERO TO WS-SIBLING-RISK
105010     PERFORM 2682-CHECK-SIBLING-CARD
105011     VARYING WS-EXPO-IDX FROM 1 BY 1
105012     UNTIL WS-EXPO-IDX > EXPO-CARD-COUNT OR WS-EXPO-IDX > 8
105013     IF WS-SIBLING-RISK > ZERO
105014     MOVE 'Y' TO RULE-16-TRIGGERED
105016     ADD WS-SIBLING-RISK TO WS-BEHAVIORAL-RISK
105017     END-IF
105018     IF EXPO-CARD-COUNT > 1
105019     PERFORM 2683-CHECK-COMBINED-EXPOSURE
105020     END-IF
105021     WHEN '23'
105022     CONTINUE
105023     WHEN OTHER
105024     DISPLAY 'ERROR READING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
105026     END-EVALUATE
105027 END-IF.
105028
105029 2682-CHECK-SIBLING-CARD.
105030* Only the worst sibling counts, and only once - confirmed fraud,
105031* then a hot-carded sibling, then a decline.
105032     IF EXPO-CARD-NUMBER (WS-EXPO-IDX) NOT = TRANS-CARD-NUMBER
105033     PERFORM 2948-AGE-CARD-EVENT
105035     MOVE EXPO-CARD-NUMBER (WS-EXPO-IDX) TO HOT-CARD-NUMBER
105036     READ HOTCARD-FILE
105037     EVALUATE TRUE
105038     WHEN EXPO-CARD-EVENT (WS-EXPO-IDX) = 'F'
105039     AND WS-EXPO-EVENT-AGE <= WS-SIBLING-DAYS
105040     MOVE 300 TO WS-EXPO-RISK-WORK
105041     WHEN WS-HOT-STATUS = '00'
105042     MOVE 250 TO WS-EXPO-RISK-WORK
105044     WHEN EXPO-CARD-EVENT (WS-EXPO-IDX) = 'D'
105045     AND WS-EXPO-EVENT-AGE <= WS-SIBLING-DAYS
105046     MOVE 150 TO WS-EXPO-RISK-WORK
105047     WHEN OTHER
105048     MOVE ZERO TO WS-EXPO-RISK-WORK
105049     END-EVALUATE
105050     IF WS-EXPO-RISK-WORK > WS-SIBLING-RISK
105051     MOVE WS-EXPO-RISK-WORK TO WS-SIBLING-RISK
105052     END-IF
105054 END-IF.
105055
105056 2683-CHECK-COMBINED-EXPOSURE.
105057* Velocity and spend kept under the per-card limits on each card
105058* can still add up past them across the set. Split spend counts
105059* only when this card's own day, like rule 15's, stays under the
105060* suspicious amount and the customer's combined day does not.
105061     IF EXPO-TRANS-COUNT-1H > MAX-HOURLY-VELOCITY
105063     MOVE 'Y' TO RULE-16-TRIGGERED
105064     ADD 150 TO WS-VELOCITY-RISK
105065     END-IF
105066     IF EXPO-TRANS-COUNT-24H > MAX-DAILY-VELOCITY
105067     MOVE 'Y' TO RULE-16-TRIGGERED
105068     ADD 100 TO WS-VELOCITY-RISK
105069     END-IF
105070     IF TRANS-IS-PURCHASE OR TRANS-IS-CASH-ADVANCE
105072     IF VELO-IS-NEW-CARD
105073     MOVE WS-NORMALIZED-AMOUNT TO WS-EXPO-CARD-SPEND
105074     ELSE
105075     COMPUTE WS-EXPO-CARD-SPEND =
105076     VELO-AMOUNT-24H + WS-NORMALIZED-AMOUNT
105077     END-IF
105078     COMPUTE WS-EXPO-SPLIT-WORK =
105079     EXPO-AMOUNT-24H + WS-NORMALIZED-AMOUNT
105080     IF WS-EXPO-SPLIT-WORK > SUSPICIOUS-AMOUNT
105082     AND WS-EXPO-CARD-SPEND NOT > SUSPICIOUS-AMOUNT
105083     MOVE 'Y' TO RULE-16-TRIGGERED
105084     ADD 100 TO WS-TRANSACTION-RISK
105085     END-IF
105086 END-IF.
105087
105088 2600-RULES-EXIT.
105089     EXIT.
105091
105092* Risk determination and the master-file updates live outside
105093* the 2600 section so that neither the rule pass (performed as
105094* a section) nor the simulation's scoring passes can reach a
105095* counter bump or a WRITE/REWRITE by fall-through - each
105096* paragraph below runs only when the pipeline performs it by
105097* name.
105098 2700-RISK-DETERMINATION SECTION.
105100 2700-CALCULATE-FINAL-RISK.
105200     COMPUTE WS-TOTAL-RISK-SCORE = WS-TRANSACTION-RISK
105300     + WS-VELOCITY-RISK + WS-LOCATION-RISK + WS-MERCHANT-RISK
106900* Medium risk transactions require additional validation. A
106910* fraud verdict here is declined by 3000 like any other, so it
106920* counts as a decline - leaving it out of both buckets made the
106930* approve/decline cross-foot unbalanceable. Anything else in the
106940* band is held for the cardholder's own YES/NO confirmation -
106950* except a refund, which is money going back to the card, and a
106960* cardholder with no phone or email on file to ask, both of
106970* which approve as before.
107000     IF RULE-08-TRIGGERED = 'Y' OR RULE-10-TRIGGERED = 'Y'
107100     MOVE 'Y' TO WS-FRAUD-DETECTED
107200     ADD 1 TO WS-FRAUD-DETECTED-COUNT
107250     ADD 1 TO WS-DECLINED-COUNT
107300     ELSE
107400     IF TRANS-IS-REFUND
107410     OR (CUST-PHONE-NUMBER = SPACES AND CUST-EMAIL = SPACES)
107420     ADD 1 TO WS-APPROVED-COUNT
107430     ELSE
107440     SET STEP-UP-HOLD TO TRUE
107450     ADD 1 TO WS-HELD-COUNT
107460     END-IF
107500 END-IF.
107600
107700 2900-UPDATE-VELOCITY-DATA.
109192     MOVE WS-CURRENT-TIMESTAMP(1:14) TO HIST-TIMESTAMP (1)
109194     MOVE TRANS-LOCATION-ZIP TO HIST-LOCATION-ZIP (1).
109196
109197 2930-UPDATE-MERCHANT-VELOCITY.
109198* MERCHANT-VELOCITY-RECORD is already positioned from 2699's
109199* READ with its windows aged, exactly as 2900 relies on 2621 -
109200* carry the in-memory values forward rather than re-reading.
109201* Except in a partition: merchant keys cross the card ranges,
109202* so a parallel rewrite here would lose a sibling partition's
109203* counts and card spread. The partition writes a delta record
109204* instead and the merge step replays them single-stream; rule
109205* 12 meanwhile scores each partition against the prior run's
109206* windows, which is the price of the split.
109207* A refund goes to the merchant's refund window only (2934).
109208     IF PARTITIONED-RUN
109209     PERFORM 2935-WRITE-MERCHANT-DELTA
109210     ELSE
109211     IF TRANS-IS-REFUND
109212     PERFORM 2934-BOOK-MERCHANT-REFUND
109213     ELSE
109214     IF MVEL-IS-NEW-MERCHANT
109215     WRITE MERCHANT-VELOCITY-RECORD
109216     IF WS-MVEL-STATUS NOT = '00'
109217     DISPLAY 'ERROR WRITING MERCHANT VELOCITY: ' WS-MVEL-STATUS
109218     END-IF
109219     ELSE
109220     ADD 1 TO MV-TRANS-COUNT-1H
109222     ADD 1 TO MV-TRANS-COUNT-24H
109223     ADD WS-NORMALIZED-AMOUNT TO MV-AMOUNT-1H
109224     ADD WS-NORMALIZED-AMOUNT TO MV-AMOUNT-24H
109225     PERFORM 2931-FOLD-CARD-INTO-SPREAD
109226     MOVE WS-CURRENT-TIMESTAMP(1:14) TO MV-LAST-UPDATE
109227     REWRITE MERCHANT-VELOCITY-RECORD
109228     IF WS-MVEL-STATUS NOT = '00'
109229     DISPLAY 'ERROR REWRITING MERCHANT VELOCITY: ' WS-MVEL-STATUS
109230     END-IF
109231     END-IF
109232     END-IF
109233 END-IF.
109234
109235 2935-WRITE-MERCHANT-DELTA.
109236     MOVE TRANS-MERCHANT-ID TO MVD-MERCHANT-ID
109237     MOVE TRANS-CARD-NUMBER TO MVD-CARD-NUMBER
109238     MOVE WS-NORMALIZED-AMOUNT TO MVD-AMOUNT
109239     MOVE WS-CURRENT-TIMESTAMP(1:14) TO MVD-TIMESTAMP
109240     IF TRANS-IS-REFUND
109241     MOVE 'F' TO MVD-ENTRY-TYPE
109242     ELSE
109243     MOVE 'P' TO MVD-ENTRY-TYPE
109244     END-IF
109245     MOVE ZERO TO MVD-ORIG-TIMESTAMP
109246     MOVE SPACE TO MVD-UNWIND-FULL
109247     WRITE MERCHANT-VELO-DELTA-RECORD
109248     IF WS-MVD-STATUS NOT = '00'
109249     DISPLAY 'ERROR WRITING MERCHANT DELTA: ' WS-MVD-STATUS
109250 END-IF.
109251
109252 2934-BOOK-MERCHANT-REFUND.
109253* A refund counts in the merchant's refund window and nowhere
109254* else - not the purchase counts, amounts or card spread. A
109255* merchant first seen on a refund drops the purchase seed 2699
109256* put in for it. MV-LAST-UPDATE only moves for a new record, so
109257* a refund never stretches the life of the purchase windows.
109258     IF MVEL-IS-NEW-MERCHANT
109259     INITIALIZE MERCHANT-VELOCITY-RECORD
109260     MOVE TRANS-MERCHANT-ID TO MV-MERCHANT-ID
109261     MOVE WS-CURRENT-TIMESTAMP(1:14) TO MV-LAST-UPDATE
109262     END-IF
109263     ADD 1 TO MV-REFUND-COUNT-24H
109264     ADD WS-NORMALIZED-AMOUNT TO MV-REFUND-AMOUNT-24H
109265     IF MVEL-IS-NEW-MERCHANT
109266     WRITE MERCHANT-VELOCITY-RECORD
109267     ELSE
109268     REWRITE MERCHANT-VELOCITY-RECORD
109269     END-IF
109270     IF WS-MVEL-STATUS NOT = '00'
109271     DISPLAY 'ERROR UPDATING MERCHANT VELOCITY: ' WS-MVEL-STATUS
109272 END-IF.
109273
109274 2931-FOLD-CARD-INTO-SPREAD.
109275* Count this card toward the merchant's 1-hour spread only if it
109276* has not already been seen this window. With all twenty slots
109277* taken an unseen card still bumps the count - at that spread
109278* the merchant is already far past the rule threshold, so a
109279* possible overcount is harmless.
109280     MOVE 'N' TO WS-MV-CARD-SEEN-FLAG
109281     MOVE ZERO TO WS-MV-FREE-SLOT
109282     PERFORM 2932-SCAN-ONE-CARD-SLOT
109283     VARYING WS-MV-SUB FROM 1 BY 1
109284     UNTIL WS-MV-SUB > 20 OR MV-CARD-SEEN
109285     IF NOT MV-CARD-SEEN
109286     ADD 1 TO MV-CARD-COUNT-1H
109287     IF WS-MV-FREE-SLOT > 0
109288     MOVE TRANS-CARD-NUMBER TO MV-RECENT-CARD (WS-MV-FREE-SLOT)
109289     END-IF
109290 END-IF.
109291
109292 2932-SCAN-ONE-CARD-SLOT.
109293     IF MV-RECENT-CARD (WS-MV-SUB) = TRANS-CARD-NUMBER
109294     MOVE 'Y' TO WS-MV-CARD-SEEN-FLAG
109295     ELSE
109296     IF MV-RECENT-CARD (WS-MV-SUB) = ZERO
109297     AND WS-MV-FREE-SLOT = ZERO
109298     MOVE WS-MV-SUB TO WS-MV-FREE-SLOT
109299     END-IF
109300 END-IF.
109301
109302 2933-AGE-MERCHANT-WINDOW.
109304* Merchant mirror of 2622: roll the windows off as they age.
109306* Clearing the 1-hour window also clears the card-spread table,
109308* since the spread is defined over the same hour.
109309* Records written before the refund window existed hold spaces
109310* there - start them from zero.
109311     IF MV-REFUND-COUNT-24H NOT NUMERIC
109312     OR MV-REFUND-AMOUNT-24H NOT NUMERIC
109313     MOVE ZERO TO MV-REFUND-COUNT-24H
109314     MOVE ZERO TO MV-REFUND-AMOUNT-24H
109315     END-IF
109316     MOVE MV-LAST-UPDATE(1:8) TO WS-WORK-DATE
109317     COMPUTE WS-VELO-LAST-DAY-NUM =
109318     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
109319     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-WORK-DATE
109320     COMPUTE WS-VELO-NOW-DAY-NUM =
109321     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
109322     MOVE MV-LAST-UPDATE(9:2) TO WS-VELO-LAST-HH
109324     MOVE WS-CURRENT-TIMESTAMP(9:2) TO WS-VELO-NOW-HH
109326     COMPUTE WS-VELO-AGE-DAYS =
109344     MOVE 0 TO MV-AMOUNT-24H
109346     MOVE 0 TO MV-CARD-COUNT-1H
109348     INITIALIZE MV-CARD-TABLE
109349     MOVE 0 TO MV-REFUND-COUNT-24H
109350     MOVE 0 TO MV-REFUND-AMOUNT-24H
109351     ELSE
109352     IF WS-VELO-AGE-HOURS >= 1
109354     MOVE 0 TO MV-TRANS-COUNT-1H
109356     MOVE 0 TO MV-AMOUNT-1H
109360     INITIALIZE MV-CARD-TABLE
109362     END-IF
109364 END-IF.
109365
109366 2940-UPDATE-CUSTOMER-EXPOSURE.
109367* Fold this transaction into its customer's combined windows and,
109368* when it was declined, mark the card so rule 16 raises risk on
109369* its siblings. A refund never counts toward velocity or spend,
109370* as in 2900, but a declined refund still marks the card. Like
109371* 2930 a partition hands the update to the merge step as a delta
109372* - one customer's cards fall in different card ranges.
109373     IF EXPO-FILE-OPEN
109374     AND CUST-CUSTOMER-ID IS NUMERIC
109375     AND CUST-CUSTOMER-ID > ZERO
109376     MOVE CUST-CUSTOMER-ID TO WS-CEXP-CUST-ID
109377     MOVE TRANS-CARD-NUMBER TO WS-CEXP-CARD
109378     MOVE WS-NORMALIZED-AMOUNT TO WS-CEXP-AMOUNT
109379     IF TRANS-IS-REFUND
109380     MOVE 'E' TO WS-CEXP-ENTRY-TYPE
109381     ELSE
109382     MOVE 'P' TO WS-CEXP-ENTRY-TYPE
109383     END-IF
109384     IF WS-FRAUD-DETECTED = 'Y'
109385     MOVE 'D' TO WS-CEXP-EVENT
109386     ELSE
109387     MOVE SPACE TO WS-CEXP-EVENT
109388     END-IF
109389     IF PARTITIONED-RUN
109390     PERFORM 2945-WRITE-EXPOSURE-DELTA
109391     ELSE
109392     PERFORM 2941-APPLY-EXPOSURE-ENTRY
109393     END-IF
109394 END-IF.
109395
109396 2941-APPLY-EXPOSURE-ENTRY.
109397* Shared by 2940, the feedback apply (9054) and the merge fold
109398* (9193) - apply the entry staged in the WS-CEXP fields. A
109399* customer CUST-MAINT-BATCH has not yet given a record gets one.
109400     MOVE WS-CEXP-CUST-ID TO EXPO-CUSTOMER-ID
109401     READ CUST-EXPOSURE-FILE
109402     EVALUATE WS-EXPO-STATUS
109404     WHEN '23'
109405     INITIALIZE CUST-EXPOSURE-RECORD
109406     MOVE WS-CEXP-CUST-ID TO EXPO-CUSTOMER-ID
109407     MOVE WS-CURRENT-TIMESTAMP(1:14) TO EXPO-LAST-UPDATE
109408     MOVE WS-CURRENT-TIMESTAMP(1:8) TO EXPO-LINK-DATE
109409     PERFORM 2942-POST-EXPOSURE-ENTRY
109410     WRITE CUST-EXPOSURE-RECORD
109411     IF WS-EXPO-STATUS NOT = '00'
109412     DISPLAY 'ERROR WRITING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
109413     END-IF
109414     WHEN '00'
109415     PERFORM 2946-AGE-EXPOSURE-WINDOW
109416     PERFORM 2942-POST-EXPOSURE-ENTRY
109417     REWRITE CUST-EXPOSURE-RECORD
109418     IF WS-EXPO-STATUS NOT = '00'
109419     DISPLAY 'ERROR REWRITING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
109420     END-IF
109421     WHEN OTHER
109422     DISPLAY 'ERROR READING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
109423 END-EVALUATE.
109424
109425 2942-POST-EXPOSURE-ENTRY.
109426* A card missing from the list (linked since the last maintenance
109427* run) is added while there is room. With all eight slots taken
109428* the spend still counts but the card cannot be marked.
109429     MOVE ZERO TO WS-EXPO-SLOT
109430     PERFORM 2943-MATCH-EXPOSURE-CARD
109431     VARYING WS-EXPO-IDX FROM 1 BY 1
109432     UNTIL WS-EXPO-IDX > EXPO-CARD-COUNT OR WS-EXPO-IDX > 8
109433     OR WS-EXPO-SLOT > ZERO
109434     IF WS-EXPO-SLOT = ZERO AND EXPO-CARD-COUNT < 8
109435     ADD 1 TO EXPO-CARD-COUNT
109436     MOVE EXPO-CARD-COUNT TO WS-EXPO-SLOT
109437     MOVE WS-CEXP-CARD TO EXPO-CARD-NUMBER (WS-EXPO-SLOT)
109438     MOVE SPACE TO EXPO-CARD-EVENT (WS-EXPO-SLOT)
109439     MOVE ZERO TO EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT)
109440     END-IF
109441     IF WS-CEXP-ENTRY-TYPE = 'P'
109443     ADD 1 TO EXPO-TRANS-COUNT-1H
109444     ADD 1 TO EXPO-TRANS-COUNT-24H
109445     ADD WS-CEXP-AMOUNT TO EXPO-AMOUNT-1H
109446     ADD WS-CEXP-AMOUNT TO EXPO-AMOUNT-24H
109447     MOVE WS-CURRENT-TIMESTAMP(1:14) TO EXPO-LAST-UPDATE
109448     END-IF
109449     IF WS-CEXP-EVENT NOT = SPACE AND WS-EXPO-SLOT > ZERO
109450     PERFORM 2944-MARK-CARD-EVENT
109451 END-IF.
109452
109453 2943-MATCH-EXPOSURE-CARD.
109454     IF EXPO-CARD-NUMBER (WS-EXPO-IDX) = WS-CEXP-CARD
109455     MOVE WS-EXPO-IDX TO WS-EXPO-SLOT
109456 END-IF.
109457
109458 2944-MARK-CARD-EVENT.
109459* A confirmed fraud mark is never overwritten by a later decline
109460* while it still counts for the siblings.
109461     MOVE WS-EXPO-SLOT TO WS-EXPO-IDX
109462     PERFORM 2948-AGE-CARD-EVENT
109463     IF WS-CEXP-EVENT = 'F'
109464     OR EXPO-CARD-EVENT (WS-EXPO-SLOT) NOT = 'F'
109465     OR WS-EXPO-EVENT-AGE > WS-SIBLING-DAYS
109466     MOVE WS-CEXP-EVENT TO EXPO-CARD-EVENT (WS-EXPO-SLOT)
109467     MOVE WS-CURRENT-TIMESTAMP(1:8)
109468     TO EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT)
109469 END-IF.
109470
109471 2945-WRITE-EXPOSURE-DELTA.
109472     MOVE SPACES TO CUST-EXPO-DELTA-RECORD
109473     MOVE WS-CEXP-CUST-ID TO CXD-CUSTOMER-ID
109474     MOVE WS-CEXP-CARD TO CXD-CARD-NUMBER
109475     MOVE WS-CEXP-AMOUNT TO CXD-AMOUNT
109476     MOVE WS-CURRENT-TIMESTAMP(1:14) TO CXD-TIMESTAMP
109477     MOVE WS-CEXP-ENTRY-TYPE TO CXD-ENTRY-TYPE
109478     MOVE WS-CEXP-EVENT TO CXD-CARD-EVENT
109479     IF WS-CEXP-ENTRY-TYPE = 'U'
109480     MOVE WS-ORIG-TIMESTAMP TO CXD-ORIG-TIMESTAMP
109482     MOVE WS-UNWIND-FULL-FLAG TO CXD-UNWIND-FULL
109483     ELSE
109484     MOVE ZERO TO CXD-ORIG-TIMESTAMP
109485     MOVE SPACE TO CXD-UNWIND-FULL
109486     END-IF
109487     WRITE CUST-EXPO-DELTA-RECORD
109488     IF WS-CXD-STATUS NOT = '00'
109489     DISPLAY 'ERROR WRITING EXPOSURE DELTA: ' WS-CXD-STATUS
109490 END-IF.
109491
109492 2946-AGE-EXPOSURE-WINDOW.
109493* Customer mirror of 2622: roll the combined windows off as they
109494* age. A record with no usable last-update starts its windows
109495* from now.
109496     IF EXPO-LAST-UPDATE NOT NUMERIC
109497     OR EXPO-LAST-UPDATE < 20000101000000
109498     MOVE WS-CURRENT-TIMESTAMP(1:14) TO EXPO-LAST-UPDATE
109499     END-IF
109500     MOVE EXPO-LAST-UPDATE(1:8) TO WS-WORK-DATE
109501     COMPUTE WS-VELO-LAST-DAY-NUM =
109502     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
109503     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-WORK-DATE
109504     COMPUTE WS-VELO-NOW-DAY-NUM =
109505     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
109506     MOVE EXPO-LAST-UPDATE(9:2) TO WS-VELO-LAST-HH
109507     MOVE WS-CURRENT-TIMESTAMP(9:2) TO WS-VELO-NOW-HH
109508     COMPUTE WS-VELO-AGE-DAYS =
109509     WS-VELO-NOW-DAY-NUM - WS-VELO-LAST-DAY-NUM
109510     COMPUTE WS-VELO-AGE-HOURS = (WS-VELO-AGE-DAYS * 24)
109511     + (WS-VELO-NOW-HH - WS-VELO-LAST-HH)
109512
109513     IF WS-VELO-AGE-HOURS >= 24
109514     MOVE 0 TO EXPO-TRANS-COUNT-1H
109515     MOVE 0 TO EXPO-TRANS-COUNT-24H
109516     MOVE 0 TO EXPO-AMOUNT-1H
109517     MOVE 0 TO EXPO-AMOUNT-24H
109518     ELSE
109519     IF WS-VELO-AGE-HOURS >= 1
109520     MOVE 0 TO EXPO-TRANS-COUNT-1H
109522     MOVE 0 TO EXPO-AMOUNT-1H
109523     END-IF
109524 END-IF.
109525
109526 2947-UNWIND-CUSTOMER-EXPOSURE.
109527* Reversal and refund mirror of 2454 on the customer's combined
109528* windows. 2457 has just read the card's master, which names the
109529* customer. A partition hands the unwind over as a delta.
109530     IF EXPO-FILE-OPEN
109531     AND WS-CUST-STATUS = '00'
109532     AND CUST-CUSTOMER-ID IS NUMERIC
109533     AND CUST-CUSTOMER-ID > ZERO
109534     MOVE CUST-CUSTOMER-ID TO WS-CEXP-CUST-ID
109535     MOVE TRANS-CARD-NUMBER TO WS-CEXP-CARD
109536     MOVE WS-UNWIND-AMOUNT TO WS-CEXP-AMOUNT
109537     MOVE 'U' TO WS-CEXP-ENTRY-TYPE
109538     MOVE SPACE TO WS-CEXP-EVENT
109539     IF PARTITIONED-RUN
109540     PERFORM 2945-WRITE-EXPOSURE-DELTA
109541     ELSE
109542     PERFORM 2949-TAKE-OUT-CUSTOMER-EXPOSURE
109543     END-IF
109544 END-IF.
109545
109546 2948-AGE-CARD-EVENT.
109547* Days since the card in slot WS-EXPO-IDX was marked. A mark with
109548* no usable date counts as long expired.
109549     MOVE 9999 TO WS-EXPO-EVENT-AGE
109550     IF EXPO-CARD-EVENT-DATE (WS-EXPO-IDX) IS NUMERIC
109551     AND EXPO-CARD-EVENT-DATE (WS-EXPO-IDX) >= 20000101
109552     MOVE EXPO-CARD-EVENT-DATE (WS-EXPO-IDX) TO WS-WORK-DATE
109553     COMPUTE WS-EXPO-EVENT-DAY-NUM =
109554     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
109555     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-WORK-DATE
109556     COMPUTE WS-EXPO-NOW-DAY-NUM =
109557     FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
109558     COMPUTE WS-EXPO-EVENT-AGE =
109559     WS-EXPO-NOW-DAY-NUM - WS-EXPO-EVENT-DAY-NUM
109561 END-IF.
109562
109563 2949-TAKE-OUT-CUSTOMER-EXPOSURE.
109564* WS-ORIG-AGE-HOURS and the unwind size come from 2452/2453, or
109565* from the delta in a merge fold.
109566     MOVE WS-CEXP-CUST-ID TO EXPO-CUSTOMER-ID
109567     READ CUST-EXPOSURE-FILE
109568     IF WS-EXPO-STATUS = '00'
109569     PERFORM 2946-AGE-EXPOSURE-WINDOW
109570     IF WS-ORIG-AGE-HOURS < 24
109571     IF EXPO-AMOUNT-24H > WS-UNWIND-AMOUNT
109572     SUBTRACT WS-UNWIND-AMOUNT FROM EXPO-AMOUNT-24H
109573     ELSE
109574     MOVE ZERO TO EXPO-AMOUNT-24H
109575     END-IF
109576     IF UNWIND-IS-FULL AND EXPO-TRANS-COUNT-24H > ZERO
109577     SUBTRACT 1 FROM EXPO-TRANS-COUNT-24H
109578     END-IF
109579     END-IF
109580     IF WS-ORIG-AGE-HOURS < 1
109581     IF EXPO-AMOUNT-1H > WS-UNWIND-AMOUNT
109582     SUBTRACT WS-UNWIND-AMOUNT FROM EXPO-AMOUNT-1H
109583     ELSE
109584     MOVE ZERO TO EXPO-AMOUNT-1H
109585     END-IF
109586     IF UNWIND-IS-FULL AND EXPO-TRANS-COUNT-1H > ZERO
109587     SUBTRACT 1 FROM EXPO-TRANS-COUNT-1H
109588     END-IF
109589     END-IF
109590     REWRITE CUST-EXPOSURE-RECORD
109591     IF WS-EXPO-STATUS NOT = '00'
109592     DISPLAY 'ERROR REWRITING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
109593     END-IF
109594 END-IF.
109595
109596 3100-UPDATE-CUSTOMER-PROFILE SECTION.
109597 3100-UPDATE-START.
109598* Update customer's last transaction date and spending patterns
109600     MOVE TRANS-DATE TO CUST-LAST-TRANS-DATE
109700
109800* Update fraud flag if high-risk transaction detected
110000     MOVE 'Y' TO CUST-FRAUD-FLAG
110100     END-IF
110200
110210* A refund is money coming back, not spend - it only adds to
110220* rule 13's refund tally, and the average and daily peak below
110230* never see it.
110240     IF TRANS-IS-REFUND
110250     ADD 1 TO CUST-REFUND-COUNT-30D
110260     ELSE
110270     ADD 1 TO CUST-PURCH-COUNT-30D
110300* Recalculate average monthly spend (simplified) - these profile
110400* fields are USD-denominated, so use the normalized amount.
110500     IF CUST-AVG-MONTHLY-SPEND = ZERO
111300     IF WS-NORMALIZED-AMOUNT > CUST-MAX-DAILY-SPEND
111400     MOVE WS-NORMALIZED-AMOUNT TO CUST-MAX-DAILY-SPEND
111500     END-IF
111510     END-IF
111600
111700     REWRITE CUSTOMER-RECORD
111800     IF WS-CUST-STATUS NOT = '00'
111900     DISPLAY 'ERROR UPDATING CUSTOMER RECORD: ' WS-CUST-STATUS
112000     END-IF
112010* Leave through the section exit - the paragraphs below are
112020* performed by name and must not run again by fall-through.
112030     GO TO 3100-UPDATE-EXIT.
112100
112200 3000-LOG-DECISION.
112300     MOVE WS-CURRENT-TIMESTAMP TO FRAUD-TIMESTAMP
112499     PERFORM 3070-RESOLVE-CARD-TOKEN
112532     MOVE WS-MASKED-CARD TO FRAUD-CARD-NUMBER
112565     MOVE WS-CARD-TOKEN TO FRAUD-CARD-TOKEN
112575     MOVE WS-PARM-VERSION TO FRAUD-PARM-VERSION
112600     MOVE WS-TOTAL-RISK-SCORE TO FRAUD-RISK-SCORE
112700     MOVE TRANS-AMOUNT TO FRAUD-AMOUNT
112800     MOVE MERCH-NAME TO FRAUD-MERCHANT
112900     MOVE TRANS-LOCATION-ZIP TO FRAUD-LOCATION
113000     MOVE 'SYSTEM' TO FRAUD-ANALYST-ID
113100
113200     EVALUATE TRUE
113210     WHEN WS-FRAUD-DETECTED = 'Y'
113300     MOVE 'FRAUD_DETECTED' TO FRAUD-REASON-CODE
113400     MOVE ACTION-DECLINE TO FRAUD-ACTION-TAKEN
113500     STRING 'RULES_TRIGGERED: ' RULE-01-TRIGGERED
113700     RULE-05-TRIGGERED RULE-06-TRIGGERED RULE-07-TRIGGERED
113800     RULE-08-TRIGGERED RULE-09-TRIGGERED RULE-10-TRIGGERED
113900     RULE-11-TRIGGERED RULE-12-TRIGGERED
113910     RULE-13-TRIGGERED RULE-14-TRIGGERED RULE-15-TRIGGERED
113920     RULE-16-TRIGGERED
114000     DELIMITED BY SIZE INTO FRAUD-RULE-TRIGGERED
114100     MOVE 'TRANSACTION_DECLINED' TO FRAUD-RESOLUTION
114200     WHEN STEP-UP-HOLD
114210     MOVE 'STEP_UP' TO FRAUD-REASON-CODE
114220     MOVE ACTION-HOLD TO FRAUD-ACTION-TAKEN
114230     STRING 'RULES_TRIGGERED: ' WS-RULE-RESULTS
114240     DELIMITED BY SIZE INTO FRAUD-RULE-TRIGGERED
114250     MOVE 'AWAITING_CARDHOLDER_CONFIRMATION' TO FRAUD-RESOLUTION
114260     WHEN OTHER
114300     MOVE 'CLEAN_TRANS' TO FRAUD-REASON-CODE
114400     MOVE ACTION-APPROVE TO FRAUD-ACTION-TAKEN
114500     MOVE 'NO_RULES_TRIGGERED' TO FRAUD-RULE-TRIGGERED
114600     MOVE 'TRANSACTION_APPROVED' TO FRAUD-RESOLUTION
114700     DISPLAY 'RISK SCORE: ' WS-TOTAL-RISK-SCORE
114800     END-EVALUATE
114900
115000     WRITE FRAUD-LOG-RECORD
115100     IF WS-FRAUD-STATUS NOT = '00'
116000     IF WS-FRAUD-DETECTED = 'Y'
116100     ADD 1 TO WS-CNT-FRAUD-DETECTED
116200     ELSE
116210     IF NOT STEP-UP-HOLD
116300     ADD 1 TO WS-CNT-CLEAN-TRANS
116310     END-IF
116400     END-IF
116500     IF RULE-01-TRIGGERED = 'Y'
116600     ADD 1 TO WS-CNT-RULE-01
119610     END-IF
119620     IF RULE-12-TRIGGERED = 'Y'
119630     ADD 1 TO WS-CNT-RULE-12
119636     END-IF
119642     IF RULE-13-TRIGGERED = 'Y'
119649     ADD 1 TO WS-CNT-RULE-13
119655     END-IF
119662     IF RULE-14-TRIGGERED = 'Y'
119668     ADD 1 TO WS-CNT-RULE-14
119675     END-IF
119681     IF RULE-15-TRIGGERED = 'Y'
119688     ADD 1 TO WS-CNT-RULE-15
119694     END-IF
119695     IF RULE-16-TRIGGERED = 'Y'
119697     ADD 1 TO WS-CNT-RULE-16
119699 END-IF.
119701
119702 3060-MASK-CARD-NUMBER.
119703* First six (the BIN) and last four stay readable - the PCI
119758     END-IF
119759     END-IF
119760     IF WS-CARD-TOKEN NOT = ZERO
119761     MOVE SPACES TO TOKEN-XREF-RECORD
119762     MOVE WS-MASK-CARD-IN TO TOKEN-CARD-NUMBER
119763     MOVE WS-CARD-TOKEN TO TOKEN-SURROGATE
119764     MOVE WS-RUN-DATE TO TOKEN-CREATE-DATE
119765     WRITE TOKEN-XREF-RECORD
119766     IF WS-TOKEN-STATUS NOT = '00'
119767     DISPLAY 'ERROR WRITING TOKEN XREF: ' WS-TOKEN-STATUS
119768     END-IF
119769 END-IF.
119776
119784 3100-UPDATE-EXIT.
119792     EXIT.
119800
119900 4000-ADVANCED-ANALYTICS SECTION.
120000 4000-ANALYTICS-START.
120200     PERFORM 4100-NEURAL-NETWORK-SCORING
120300     PERFORM 4200-PATTERN-RECOGNITION
120400     PERFORM 4300-BEHAVIORAL-BIOMETRICS
120500     PERFORM 4400-CONSORTIUM-DATA-CHECK
120510* Leave through the section exit - the paragraphs below are
120520* performed by name and must not run again by fall-through.
120530     GO TO 4000-ANALYTICS-EXIT.
120600
120700 4100-NEURAL-NETWORK-SCORING.
120800* Simulate neural network scoring based on transaction features
128700 END-IF.
128800
128900 4400-CONSORTIUM-DATA-CHECK.
128910* Network compromised-account alerts. A card under an active
128920* alert - used on or after the exposure began, within COMPRM-DAYS
128930* of the network's alert - takes the weight of the worst data
128940* exposed across its alerts.
128950     MOVE ZERO TO WS-COMP-WEIGHT
128960     IF COMP-FILE-OPEN
128970     MOVE TRANS-CARD-NUMBER TO CC-CARD-NUMBER
128980     READ COMPROMISED-CARD-FILE
128990     EVALUATE WS-COMP-STATUS
129000     WHEN '00'
129010     SET COMP-CARD-ON-FILE TO TRUE
129020     PERFORM 4410-WEIGH-ONE-ALERT
129030     VARYING WS-COMP-IDX FROM 1 BY 1
129040     UNTIL WS-COMP-IDX > CC-ALERT-COUNT
129050     WHEN '23'
129060     CONTINUE
129070     WHEN OTHER
129080     DISPLAY 'ERROR READING COMPROMISED CARD FILE: '
129090     WS-COMP-STATUS
129100     END-EVALUATE
129110     END-IF
129120     ADD WS-COMP-WEIGHT TO WS-TOTAL-RISK-SCORE.
129130
129140 4410-WEIGH-ONE-ALERT.
129150     COMPUTE WS-COMP-ALERT-AGE =
129160     FUNCTION INTEGER-OF-DATE(TRANS-DATE)
129170     - FUNCTION INTEGER-OF-DATE(CC-ALERT-DATE(WS-COMP-IDX))
129180     IF TRANS-DATE >= CC-EXPOSURE-START(WS-COMP-IDX)
129190     AND WS-COMP-ALERT-AGE <= WS-COMPRM-DAYS
129200     EVALUATE CC-DATA-EXPOSED(WS-COMP-IDX)
129210     WHEN 'T'
129220     IF WS-COMP-WT-TRACK > WS-COMP-WEIGHT
129230     MOVE WS-COMP-WT-TRACK TO WS-COMP-WEIGHT
129240     END-IF
129250     WHEN 'C'
129260     IF WS-COMP-WT-PAN-CVV > WS-COMP-WEIGHT
129270     MOVE WS-COMP-WT-PAN-CVV TO WS-COMP-WEIGHT
129280     END-IF
129290     WHEN OTHER
129300     IF WS-COMP-WT-PAN-ONLY > WS-COMP-WEIGHT
129310     MOVE WS-COMP-WT-PAN-ONLY TO WS-COMP-WEIGHT
129320     END-IF
129330     END-EVALUATE
129340 END-IF.
129350
129360 4420-COUNT-COMPROMISED-USE.
129370* The decision is final by now - every alert the card was already
129380* under when this transaction was made counts the use, and the
129390* decline if the engine declined it.
129400     PERFORM 4425-COUNT-ONE-ALERT
129410     VARYING WS-COMP-IDX FROM 1 BY 1
129420     UNTIL WS-COMP-IDX > CC-ALERT-COUNT
129430     MOVE TRANS-DATE TO CC-LAST-USED-DATE
129440     REWRITE COMPROMISED-CARD-RECORD
129450     IF WS-COMP-STATUS NOT = '00'
129460     DISPLAY 'ERROR REWRITING COMPROMISED CARD: ' WS-COMP-STATUS
129470 END-IF.
129480
129490 4425-COUNT-ONE-ALERT.
129500     IF TRANS-DATE >= CC-ALERT-DATE(WS-COMP-IDX)
129510     ADD 1 TO CC-USED-COUNT(WS-COMP-IDX)
129520     IF WS-FRAUD-DETECTED = 'Y'
129530     ADD 1 TO CC-DECLINED-COUNT(WS-COMP-IDX)
129540     END-IF
129550 END-IF.
129560
129570 4000-ANALYTICS-EXIT.
129580     EXIT.
130700
130800 5000-REAL-TIME-SCORING SECTION.
130900 5000-SCORING-START.
131100     PERFORM 5100-GRADIENT-BOOSTING-MODEL
131200     PERFORM 5200-RANDOM-FOREST-MODEL
131300     PERFORM 5300-LOGISTIC-REGRESSION-MODEL
131400     PERFORM 5400-ENSEMBLE-SCORING
131410* Leave through the section exit - the paragraphs below are
131420* performed by name and must not run again by fall-through.
131430     GO TO 5000-SCORING-EXIT.
131500
131600 5100-GRADIENT-BOOSTING-MODEL.
131700* Simulate gradient boosting decision tree scoring. A customer's
136600     IF WS-TOTAL-RISK-SCORE > 999
136700     MOVE 999 TO WS-TOTAL-RISK-SCORE
136800 END-IF.
136810
136820 5000-SCORING-EXIT.
136830     EXIT.
136900
137000 6000-CASE-MANAGEMENT SECTION.
137100 6000-CASE-START.
137400     PERFORM 6100-CREATE-FRAUD-CASE
137500     PERFORM 6200-ASSIGN-CASE-PRIORITY
137600     PERFORM 6300-NOTIFY-FRAUD-TEAM
137700     END-IF
137710* A step-up hold opens no case - the cardholder is asked first.
137720     IF STEP-UP-HOLD
137730     PERFORM 6400-REQUEST-STEP-UP
137740     END-IF
137750* Leave through the section exit - the paragraphs below are
137760* performed by name and must not run again by fall-through.
137770     GO TO 6000-CASE-EXIT.
137800
137900 6100-CREATE-FRAUD-CASE.
138000* Generate unique case ID and initialize case record
138600     MOVE TRANS-AMOUNT TO CASE-AMOUNT
138700     MOVE WS-CURRENT-TIMESTAMP TO CASE-OPEN-TIMESTAMP
138800     MOVE 'OPEN' TO CASE-STATUS
138900     MOVE 'OPEN_FOR_REVIEW' TO CASE-RESOLUTION
138910     IF CUST-CUSTOMER-ID IS NUMERIC
138920     MOVE CUST-CUSTOMER-ID TO CASE-CUSTOMER-ID
138930     ELSE
138940     MOVE ZERO TO CASE-CUSTOMER-ID
138950 END-IF.
139000
139100 6200-ASSIGN-CASE-PRIORITY.
139200* Assign investigation priority based on risk score and amount
143300 6310-SEND-CUSTOMER-NOTIFICATION.
143400* Queue an outbound alert keyed off this fraud case for the
143500* downstream SMS/email gateway to reach the customer directly.
143510     MOVE SPACES TO NOTIFICATION-RECORD
143600     MOVE WS-CURRENT-TIMESTAMP TO NOTIF-TIMESTAMP
143610     IF STEP-UP-HOLD
143620     MOVE 'C' TO NOTIF-MESSAGE-TYPE
143630     ELSE
143640     MOVE 'A' TO NOTIF-MESSAGE-TYPE
143650     END-IF
143660     MOVE TRANS-AMOUNT TO NOTIF-AMOUNT
143670     MOVE MERCH-NAME TO NOTIF-MERCHANT-NAME
143700     MOVE FRAUD-TRANS-ID TO NOTIF-TRANS-ID
143800     MOVE FRAUD-CARD-NUMBER TO NOTIF-CARD-NUMBER
143900     MOVE CUST-PHONE-NUMBER TO NOTIF-PHONE-NUMBER
144450     END-IF
144500     ADD 1 TO WS-NOTIF-WRITE-COUNT.
144600
144603 6400-REQUEST-STEP-UP.
144606* Ask the cardholder "was this you?" through the same gateway
144609* feed as the fraud alerts, and park the hold on the pending file
144612* for CONFIRM-REPLY-BATCH to settle from the reply.
144615     PERFORM 6310-SEND-CUSTOMER-NOTIFICATION
144618     MOVE SPACES TO CONFIRM-PENDING-RECORD
144621     MOVE TRANS-ID TO CP-TRANS-ID
144624     MOVE TRANS-CARD-NUMBER TO CP-CARD-NUMBER
144627     MOVE WS-CARD-TOKEN TO CP-CARD-TOKEN
144630     MOVE TRANS-AMOUNT TO CP-AMOUNT
144633     MOVE TRANS-MERCHANT-ID TO CP-MERCHANT-ID
144636     MOVE MERCH-NAME TO CP-MERCHANT-NAME
144639     MOVE TRANS-LOCATION-ZIP TO CP-LOCATION-ZIP
144642     MOVE WS-TOTAL-RISK-SCORE TO CP-RISK-SCORE
144645     MOVE WS-RULE-RESULTS TO CP-RULE-FLAGS
144648     MOVE WS-CURRENT-TIMESTAMP TO CP-HOLD-TIMESTAMP
144651     SET CP-PENDING TO TRUE
144654     WRITE CONFIRM-PENDING-RECORD
144657     IF WS-CONF-STATUS = '22'
144660     DISPLAY 'TRANS-ID ALREADY PENDING CONFIRMATION: ' TRANS-ID
144663     ELSE
144666     IF WS-CONF-STATUS NOT = '00'
144669     DISPLAY 'ERROR WRITING PENDING CONFIRMATION: ' WS-CONF-STATUS
144672     END-IF
144675 END-IF.
144678
144681 6000-CASE-EXIT.
144684     EXIT.
144687
144700 7000-REPORTING-ANALYTICS SECTION.
144800 7000-REPORTING-START.
144900* Generate real-time fraud statistics
148728     ADD 1 TO WS-SIM-REJECTED
148730     GO TO 7500-SIMULATE-EXIT
148732     END-IF
148733* A reversal is never scored - it posts as an approve under any
148734* threshold set.
148735     IF TRANS-IS-REVERSAL
148736     ADD 1 TO WS-SIM-ACT-APPROVE
148737     ADD 1 TO WS-SIM-CAND-APPROVE
148738     GO TO 7500-SIMULATE-EXIT
148739     END-IF
148740     PERFORM 2350-CHECK-HOT-CARD
148741     IF HOT-CARD-HIT
148742* A blocklisted card declines under any threshold set.
148743     ADD 1 TO WS-SIM-HOT-DECLINES
148744     ADD 1 TO WS-SIM-ACT-DECLINE
148745     ADD 1 TO WS-SIM-CAND-DECLINE
148746     GO TO 7500-SIMULATE-EXIT
148748     END-IF
148750     PERFORM 2400-LOAD-CUSTOMER-DATA
148847     MOVE ZERO TO WS-MERCHANT-RISK
148849     MOVE ZERO TO WS-BEHAVIORAL-RISK
148851     MOVE 'N' TO WS-FRAUD-DETECTED.
148852
148853 7510-RUN-SCORING-PASS.
148854     PERFORM 2600-EXECUTE-FRAUD-RULES
148855     PERFORM 2700-CALCULATE-FINAL-RISK
148856     PERFORM 4000-ADVANCED-ANALYTICS
148857     PERFORM 5000-REAL-TIME-SCORING.
148858
148859 7520-CLASSIFY-DECISION.
148860* Mirrors 2800/2810 without touching the live counters: fraud
148861* in the medium band is a decline (3000 declines it), medium
148862* band otherwise is a step-up hold. The live run approves a
148863* refund or an unreachable cardholder in that band instead, so
148864* the hold column is an upper bound.
148865     EVALUATE TRUE
148866     WHEN WS-TOTAL-RISK-SCORE >= HIGH-RISK-THRESHOLD
148867     SET SIM-PASS-DECLINE TO TRUE
148878 7530-TALLY-ACTUAL-RULES.
148879     PERFORM 7532-TALLY-ONE-ACTUAL-RULE
148880     VARYING WS-SIM-RULE-IDX FROM 1 BY 1
148881     UNTIL WS-SIM-RULE-IDX > 16.
148882
148883 7532-TALLY-ONE-ACTUAL-RULE.
148884     IF WS-RULE-FLAG (WS-SIM-RULE-IDX) = 'Y'
148888 7540-TALLY-CANDIDATE-RULES.
148889     PERFORM 7542-TALLY-ONE-CAND-RULE
148890     VARYING WS-SIM-RULE-IDX FROM 1 BY 1
148891     UNTIL WS-SIM-RULE-IDX > 16.
148892
148893 7542-TALLY-ONE-CAND-RULE.
148894     IF WS-RULE-FLAG (WS-SIM-RULE-IDX) = 'Y'
149100* Clean up old velocity data and run the retention sweeps
149200     PERFORM 8100-PURGE-OLD-VELOCITY
149250     PERFORM 8150-PURGE-OLD-MERCHANT-VELO
149260     PERFORM 8160-PURGE-POSTED-TRANS
149300     PERFORM 8200-ARCHIVE-OLD-LOGS
149310     PERFORM 8300-ARCHIVE-CLOSED-CASES
149320     PERFORM 8400-WRITE-ARCHIVE-AUDIT
152544     PERFORM UNTIL MVEL-EOF-REACHED
152546     PERFORM 2933-AGE-MERCHANT-WINDOW
152548     IF MV-TRANS-COUNT-1H = 0 AND MV-TRANS-COUNT-24H = 0
152549     AND MV-REFUND-COUNT-24H = 0
152550     DELETE MERCHANT-VELOCITY-FILE RECORD
152552     ADD 1 TO WS-MVEL-PURGE-COUNT
152554     ELSE
152560     PERFORM 9161-READ-NEXT-MERCHANT-VELO
152562     END-PERFORM
152564     DISPLAY 'MERCHANT VELOCITY CLEANUP COMPLETED - PURGED: '
152565     WS-MVEL-PURGE-COUNT.
152566
152567 8160-PURGE-POSTED-TRANS.
152568* A reversal or refund arriving after the TRAN-RETAIN period
152569* finds no original and simply unwinds nothing, so the register
152570* only needs to reach back that far.
152571     COMPUTE WS-ARCH-DAY-NUM =
152572     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-TRAN-RETAIN-DAYS
152573     COMPUTE WS-POSTED-CUTOFF-DATE =
152574     FUNCTION DATE-OF-INTEGER(WS-ARCH-DAY-NUM)
152575     MOVE 'N' TO WS-POSTED-EOF-FLAG
152576     MOVE ZERO TO WS-POSTED-PURGE-COUNT
152577     MOVE ZERO TO PT-TRANS-ID
152578     START POSTED-TRANS-FILE KEY IS NOT LESS THAN PT-TRANS-ID
152579     INVALID KEY
152580     SET POSTED-EOF-REACHED TO TRUE
152581     END-START
152582     IF NOT POSTED-EOF-REACHED
152583     PERFORM 8165-READ-NEXT-POSTED-TRANS
152584     END-IF
152585     PERFORM UNTIL POSTED-EOF-REACHED
152586     IF PT-TRANS-DATE < WS-POSTED-CUTOFF-DATE
152587     DELETE POSTED-TRANS-FILE RECORD
152588     ADD 1 TO WS-POSTED-PURGE-COUNT
152589     END-IF
152590     PERFORM 8165-READ-NEXT-POSTED-TRANS
152591     END-PERFORM
152592     DISPLAY 'POSTED TRANSACTION CLEANUP COMPLETED - PURGED: '
152593     WS-POSTED-PURGE-COUNT.
152594
152595 8165-READ-NEXT-POSTED-TRANS.
152596     READ POSTED-TRANS-FILE NEXT RECORD
152597     AT END
152598     SET POSTED-EOF-REACHED TO TRUE
152599 END-READ.
152600
152700 8200-ARCHIVE-OLD-LOGS.
152702* Move fraud-log records older than the retention period to the
153292     IF RUN-MODE-MERGE
153293     PERFORM 9190-MERGE-PARTITION-STATS
153294     PERFORM 9195-FOLD-MERCHANT-DELTAS
153296     PERFORM 9193-FOLD-EXPOSURE-DELTAS
153298     END-IF
153300     PERFORM 9050-PROCESS-ANALYST-FEEDBACK
153400     PERFORM 8000-CLEANUP-VELOCITY
153500     PERFORM 9150-WRITE-SUMMARY-REPORT
153510     PERFORM 9155-WRITE-RUN-HISTORY
153550     PERFORM 9160-WRITE-MERCHANT-ALERTS
153560     PERFORM 9170-RECONCILE-RUN
153570     PERFORM 9175-RECORD-RUN-CONTROL
153600     PERFORM 9060-CLEAR-CHECKPOINT
153700     PERFORM 9100-CLOSE-FILES
153800     PERFORM 9200-DISPLAY-FINAL-STATS
155400     DISPLAY 'NO ANALYST FEEDBACK FILE PRESENT THIS RUN'
155500     ELSE
155600     MOVE 'N' TO WS-FEEDBACK-EOF-FLAG
155607* The trail is opened only while dispositions are applied; an
155615* unwritable trail is reported but does not stop the apply.
155623     MOVE 'N' TO WS-CAUD-OPEN-FLAG
155630     OPEN EXTEND CASE-AUDIT-FILE
155638     IF WS-CAUD-STATUS = '35'
155646     OPEN OUTPUT CASE-AUDIT-FILE
155653     END-IF
155661     IF WS-CAUD-STATUS = '00'
155669     SET CASE-AUDIT-OPEN TO TRUE
155676     ELSE
155684     DISPLAY 'ERROR OPENING CASE AUDIT FILE: ' WS-CAUD-STATUS
155692     END-IF
155700     PERFORM 9051-READ-FEEDBACK-RECORD
155800     PERFORM UNTIL FEEDBACK-EOF-REACHED
155900     PERFORM 9052-APPLY-FEEDBACK
156000     PERFORM 9051-READ-FEEDBACK-RECORD
156100     END-PERFORM
156200     CLOSE ANALYST-FEEDBACK-FILE
156210     IF CASE-AUDIT-OPEN
156220     CLOSE CASE-AUDIT-FILE
156230     END-IF
156300 END-IF.
156400
156500 9051-READ-FEEDBACK-RECORD.
157000
157100 9052-APPLY-FEEDBACK.
157200     MOVE 'N' TO WS-FEEDBACK-FOUND-FLAG
157210     MOVE SPACES TO WS-FDBK-OLD-STATUS
157220     MOVE SPACES TO WS-FDBK-OLD-ANALYST
157300     MOVE FDBK-CASE-NUMBER TO CASE-NUMBER
157400     READ CASE-FILE
157500     IF WS-CASE-STATUS = '00'
157600     SET FEEDBACK-CASE-FOUND TO TRUE
157640     MOVE CASE-STATUS TO WS-FDBK-OLD-STATUS
157650     MOVE CASE-ASSIGNED-ANALYST TO WS-FDBK-OLD-ANALYST
157700     END-IF
157800
157900     IF FDBK-DISPOSITION = 'FALSE_POSITIVE'
160200     MOVE FDBK-ANALYST-ID TO CASE-ASSIGNED-ANALYST
160300     REWRITE CASE-RECORD
160400     END-IF
160410     PERFORM 9054-MARK-CUSTOMER-FRAUD
160500     END-IF
160502     IF CASE-AUDIT-OPEN
160505     PERFORM 9053-AUDIT-FEEDBACK
160508 END-IF.
160511
160514 9053-AUDIT-FEEDBACK.
160517* Same record CASE-MAINT-BATCH writes for a CLOSE action. The
160520* notes carry the canonical disposition this apply wrote to the
160522* case, which is what SAR-CANDIDATE-BATCH dates confirmation from.
160525     MOVE FDBK-CASE-NUMBER TO AUD-CASE-NUMBER
160528     MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
160531     MOVE 'CLOSE' TO AUD-ACTION-CODE
160534     MOVE FDBK-ANALYST-ID TO AUD-ANALYST-ID
160537     MOVE WS-FDBK-OLD-STATUS TO AUD-OLD-STATUS
160540     MOVE WS-FDBK-OLD-ANALYST TO AUD-OLD-ANALYST
160542     IF FEEDBACK-CASE-FOUND
160545     MOVE CASE-STATUS TO AUD-NEW-STATUS
160548     MOVE CASE-ASSIGNED-ANALYST TO AUD-NEW-ANALYST
160551     MOVE 'APPLIED' TO AUD-RESULT
160554     MOVE SPACES TO AUD-REJECT-REASON
160557     ELSE
160560     MOVE SPACES TO AUD-NEW-STATUS
160562     MOVE SPACES TO AUD-NEW-ANALYST
160565     MOVE 'REJECTED' TO AUD-RESULT
160568     MOVE 'NO-CASE' TO AUD-REJECT-REASON
160571     END-IF
160574     IF FDBK-DISPOSITION = 'FALSE_POSITIVE'
160577     MOVE 'FALSE_POSITIVE' TO AUD-NOTES
160580     ELSE
160582     MOVE 'CONFIRMED_FRAUD' TO AUD-NOTES
160585     END-IF
160588     WRITE CASE-AUDIT-RECORD
160591     IF WS-CAUD-STATUS NOT = '00'
160594     DISPLAY 'ERROR WRITING CASE AUDIT RECORD: ' WS-CAUD-STATUS
160597 END-IF.
160601
160606 9054-MARK-CUSTOMER-FRAUD.
160611* A confirmed fraud marks the card on its customer's exposure
160616* record, so rule 16 raises risk on every sibling card from the
160621* next transaction on. The feedback apply is single-stream - in
160626* the merge step for a split run - so it updates CUSTEXPO direct.
160631     MOVE FDBK-CARD-NUMBER TO CUST-CARD-NUMBER
160636     READ CUSTOMER-FILE
160641     IF WS-CUST-STATUS = '00'
160646     AND EXPO-FILE-OPEN
160650     AND CUST-CUSTOMER-ID IS NUMERIC
160655     AND CUST-CUSTOMER-ID > ZERO
160660     MOVE CUST-CUSTOMER-ID TO WS-CEXP-CUST-ID
160665     MOVE FDBK-CARD-NUMBER TO WS-CEXP-CARD
160670     MOVE ZERO TO WS-CEXP-AMOUNT
160675     MOVE 'E' TO WS-CEXP-ENTRY-TYPE
160680     MOVE 'F' TO WS-CEXP-EVENT
160685     PERFORM 2941-APPLY-EXPOSURE-ENTRY
160690 END-IF.
160695
160700 9100-CLOSE-FILES.
160702* A merge run opened no transaction input at all.
160704     IF RUN-MODE-MERGE
160843     CLOSE TOKEN-XREF-FILE
160854     IF PARTITIONED-RUN
160865     CLOSE MERCHANT-VELO-DELTA
160870     CLOSE CUST-EXPO-DELTA
160876     END-IF
160887     END-IF
160900     CLOSE CUSTOMER-FILE
161012     IF TRAV-FILE-OPEN
161014     CLOSE TRAVEL-PLAN-FILE
161016     END-IF
161026     IF COMP-FILE-OPEN
161036     CLOSE COMPROMISED-CARD-FILE
161046     END-IF
161056     IF EXPO-FILE-OPEN
161066     CLOSE CUST-EXPOSURE-FILE
161076     END-IF
161200     CLOSE VELOCITY-FILE
161210     CLOSE CARD-HISTORY-FILE
161220     CLOSE MERCHANT-VELOCITY-FILE
161230     CLOSE POSTED-TRANS-FILE
161240     CLOSE CONFIRM-PENDING-FILE
161300     CLOSE CASE-FILE
161400     CLOSE CHECKPOINT-FILE
161410     IF NOT RUN-MODE-SIM AND NOT RUN-MODE-REPAIR
161420     CLOSE RUN-CONTROL-FILE
161430 END-IF.
161700
161800 9150-WRITE-SUMMARY-REPORT.
161900* Persist one summary report per run - overall counts, the
162300     IF WS-SUMMARY-STATUS NOT = '00'
162400     DISPLAY 'ERROR OPENING SUMMARY REPORT: ' WS-SUMMARY-STATUS
162500     ELSE
162510     MOVE 'PARAMETER VERSION IN FORCE' TO RPT-LABEL
162520     MOVE WS-PARM-VERSION TO RPT-COUNT
162530     MOVE ZERO TO RPT-PERCENT
162540     WRITE SUMMARY-REPORT-RECORD
162600     MOVE 'TOTAL TRANSACTIONS PROCESSED' TO RPT-LABEL
162700     MOVE WS-TRANSACTIONS-PROCESSED TO RPT-COUNT
162800     MOVE ZERO TO RPT-PERCENT
164300     MOVE WS-DECLINED-COUNT TO RPT-COUNT
164400     MOVE ZERO TO RPT-PERCENT
164500     WRITE SUMMARY-REPORT-RECORD
164501
164503     MOVE 'TRANSACTIONS HELD FOR STEP-UP' TO RPT-LABEL
164505     MOVE WS-HELD-COUNT TO RPT-COUNT
164506     MOVE ZERO TO RPT-PERCENT
164508     WRITE SUMMARY-REPORT-RECORD
164510
164520     MOVE 'TRANSACTIONS REJECTED TO SUSPENSE' TO RPT-LABEL
164530     MOVE WS-REJECTED-COUNT TO RPT-COUNT
164540     MOVE ZERO TO RPT-PERCENT
164550     WRITE SUMMARY-REPORT-RECORD
164558
164566     MOVE 'DUPLICATE TRANS-IDS SUSPENDED' TO RPT-LABEL
164575     MOVE WS-DUPLICATE-COUNT TO RPT-COUNT
164583     MOVE ZERO TO RPT-PERCENT
164591     WRITE SUMMARY-REPORT-RECORD
164600
164700     MOVE 'FALSE POSITIVES CLEARED' TO RPT-LABEL
164800     MOVE WS-FALSE-POSITIVE-COUNT TO RPT-COUNT
166630     MOVE WS-CNT-HOT-CARD TO RPT-COUNT
166640     MOVE ZERO TO RPT-PERCENT
166650     WRITE SUMMARY-REPORT-RECORD
166652     MOVE 'REASON CODE: REVERSAL' TO RPT-LABEL
166655     MOVE WS-CNT-REVERSAL TO RPT-COUNT
166657     MOVE ZERO TO RPT-PERCENT
166660     WRITE SUMMARY-REPORT-RECORD
166662
166665     MOVE 'REVERSALS WITH NO ORIGINAL' TO RPT-LABEL
166667     MOVE WS-REV-UNMATCHED-COUNT TO RPT-COUNT
166670     MOVE ZERO TO RPT-PERCENT
166672     WRITE SUMMARY-REPORT-RECORD
166675
166677     MOVE 'REFUNDS SCORED' TO RPT-LABEL
166680     MOVE WS-REFUND-COUNT TO RPT-COUNT
166682     MOVE ZERO TO RPT-PERCENT
166685     WRITE SUMMARY-REPORT-RECORD
166687
166690     MOVE 'CASH ADVANCES SCORED' TO RPT-LABEL
166692     MOVE WS-CASH-ADV-COUNT TO RPT-COUNT
166695     MOVE ZERO TO RPT-PERCENT
166697     WRITE SUMMARY-REPORT-RECORD
166700
166800     PERFORM 9151-WRITE-RULE-COUNTS
166900     CLOSE FRAUD-SUMMARY-REPORT
171200     WRITE SUMMARY-REPORT-RECORD
171300
171400     MOVE 'RULE-11 CURRENCY MISMATCH' TO RPT-LABEL
171405     MOVE WS-CNT-RULE-11 TO RPT-COUNT
171410     WRITE SUMMARY-REPORT-RECORD
171415
171420     MOVE 'RULE-12 MERCHANT CARD SPREAD' TO RPT-LABEL
171426     MOVE WS-CNT-RULE-12 TO RPT-COUNT
171431     WRITE SUMMARY-REPORT-RECORD
171436
171441     MOVE 'RULE-13 REFUND ABUSE' TO RPT-LABEL
171446     MOVE WS-CNT-RULE-13 TO RPT-COUNT
171452     WRITE SUMMARY-REPORT-RECORD
171457
171462     MOVE 'RULE-14 CASH ADVANCE' TO RPT-LABEL
171467     MOVE WS-CNT-RULE-14 TO RPT-COUNT
171473     WRITE SUMMARY-REPORT-RECORD
171478
171483     MOVE 'RULE-15 CREDIT UTILIZATION' TO RPT-LABEL
171488     MOVE WS-CNT-RULE-15 TO RPT-COUNT
171493     WRITE SUMMARY-REPORT-RECORD
171499
171504     MOVE 'RULE-16 LINKED CUSTOMER' TO RPT-LABEL
171509     MOVE WS-CNT-RULE-16 TO RPT-COUNT
171514     WRITE SUMMARY-REPORT-RECORD.
171520
171521 9155-WRITE-RUN-HISTORY.
171522* Append this run's statistics to the run-history file the
171524* weekly trend report averages. EXTEND so history accumulates;
171525* the first run ever creates the file. A history write failure
171526* is logged but never fails the run - the summary report is
171527* still the system of record for the night.
171528     OPEN EXTEND RUN-HISTORY-FILE
171529     IF WS-RHIST-STATUS = '35'
171530     OPEN OUTPUT RUN-HISTORY-FILE
171532     END-IF
171533     IF WS-RHIST-STATUS NOT = '00'
171534     DISPLAY 'RUN HISTORY NOT WRITTEN - STATUS: '
171535     WS-RHIST-STATUS
171536     ELSE
171537     MOVE WS-CURRENT-TIMESTAMP(1:8) TO RH-RUN-DATE
171538     MOVE WS-CURRENT-TIMESTAMP TO RH-RUN-TIMESTAMP
171540     MOVE WS-TRANSACTIONS-PROCESSED TO RH-PROCESSED
171541     MOVE WS-APPROVED-COUNT TO RH-APPROVED
171542     MOVE WS-DECLINED-COUNT TO RH-DECLINED
171543     MOVE WS-CNT-HOT-CARD TO RH-HOT-CARD
171544     MOVE WS-REJECTED-COUNT TO RH-REJECTED
171545     MOVE WS-FRAUD-DETECTED-COUNT TO RH-FRAUD-DETECTED
171546     MOVE WS-FALSE-POSITIVE-COUNT TO RH-FALSE-POSITIVES
171547     MOVE WS-HELD-COUNT TO RH-HELD
171548     MOVE WS-PARM-VERSION TO RH-PARM-VERSION
171549     MOVE WS-CNT-RULE-01 TO RH-RULE-COUNT(1)
171550     MOVE WS-CNT-RULE-02 TO RH-RULE-COUNT(2)
171551     MOVE WS-CNT-RULE-03 TO RH-RULE-COUNT(3)
171552     MOVE WS-CNT-RULE-04 TO RH-RULE-COUNT(4)
171553     MOVE WS-CNT-RULE-05 TO RH-RULE-COUNT(5)
171554     MOVE WS-CNT-RULE-06 TO RH-RULE-COUNT(6)
171555     MOVE WS-CNT-RULE-07 TO RH-RULE-COUNT(7)
171556     MOVE WS-CNT-RULE-08 TO RH-RULE-COUNT(8)
171557     MOVE WS-CNT-RULE-09 TO RH-RULE-COUNT(9)
171558     MOVE WS-CNT-RULE-10 TO RH-RULE-COUNT(10)
171559     MOVE WS-CNT-RULE-11 TO RH-RULE-COUNT(11)
171560     MOVE WS-CNT-RULE-12 TO RH-RULE-COUNT(12)
171561     MOVE WS-CNT-RULE-13 TO RH-RULE-COUNT(13)
171562     MOVE WS-CNT-RULE-14 TO RH-RULE-COUNT(14)
171563     MOVE WS-CNT-RULE-15 TO RH-RULE-COUNT(15)
171564     MOVE WS-CNT-RULE-16 TO RH-CNT-RULE-16
171565     WRITE RUN-HISTORY-RECORD
171566     IF WS-RHIST-STATUS NOT = '00'
171567     DISPLAY 'ERROR WRITING RUN HISTORY: ' WS-RHIST-STATUS
171568     END-IF
171569     CLOSE RUN-HISTORY-FILE
171571 END-IF.
171572
171573 9185-WRITE-PARTITION-STATS.
171574* Everything the merge step needs to produce the whole-run
171575* reports, in one record. A partition that cannot hand its
171576* counters over ends RC 8 so the scheduler holds the merge.
171577     OPEN OUTPUT PARTITION-STATS-FILE
171579     IF WS-PSTAT-STATUS NOT = '00'
171580     DISPLAY 'ERROR OPENING PARTITION STATS: ' WS-PSTAT-STATUS
171581     MOVE 8 TO RETURN-CODE
171582     ELSE
171583     MOVE WS-PART-NUMBER TO PS-PARTITION-NUMBER
171584     MOVE WS-PART-COUNT TO PS-PARTITION-COUNT
171585     MOVE WS-CURRENT-TIMESTAMP(1:8) TO PS-RUN-DATE
171586     MOVE WS-TRANSACTIONS-PROCESSED TO PS-TRANSACTIONS
171587     MOVE WS-APPROVED-COUNT TO PS-APPROVED
171588     MOVE WS-DECLINED-COUNT TO PS-DECLINED
171589     MOVE WS-REJECTED-COUNT TO PS-REJECTED
171590     MOVE WS-FRAUD-DETECTED-COUNT TO PS-FRAUD-DETECTED
171591     MOVE WS-FALSE-POSITIVE-COUNT TO PS-FALSE-POSITIVES
171592     MOVE WS-CNT-FRAUD-DETECTED TO PS-CNT-FRAUD-DETECTED
171593     MOVE WS-CNT-CLEAN-TRANS TO PS-CNT-CLEAN-TRANS
171594     MOVE WS-CNT-HOT-CARD TO PS-CNT-HOT-CARD
171595     MOVE WS-MERCHANT-EXCEPT-COUNT TO PS-MERCHANT-EXCEPTS
171596     MOVE WS-FRAUDLOG-WRITE-COUNT TO PS-FRAUDLOG-WRITES
171597     MOVE WS-CASE-WRITE-COUNT TO PS-CASE-WRITES
171598     MOVE WS-NOTIF-WRITE-COUNT TO PS-NOTIF-WRITES
171599     MOVE WS-CNT-RULE-01 TO PS-RULE-COUNT(1)
171600     MOVE WS-CNT-RULE-02 TO PS-RULE-COUNT(2)
171601     MOVE WS-CNT-RULE-03 TO PS-RULE-COUNT(3)
171602     MOVE WS-CNT-RULE-04 TO PS-RULE-COUNT(4)
171603     MOVE WS-CNT-RULE-05 TO PS-RULE-COUNT(5)
171604     MOVE WS-CNT-RULE-06 TO PS-RULE-COUNT(6)
171605     MOVE WS-CNT-RULE-07 TO PS-RULE-COUNT(7)
171606     MOVE WS-CNT-RULE-08 TO PS-RULE-COUNT(8)
171607     MOVE WS-CNT-RULE-09 TO PS-RULE-COUNT(9)
171608     MOVE WS-CNT-RULE-10 TO PS-RULE-COUNT(10)
171609     MOVE WS-CNT-RULE-11 TO PS-RULE-COUNT(11)
171610     MOVE WS-CNT-RULE-12 TO PS-RULE-COUNT(12)
171611     MOVE WS-CNT-RULE-13 TO PS-RULE-COUNT(13)
171612     MOVE WS-CNT-RULE-14 TO PS-RULE-COUNT(14)
171613     MOVE WS-CNT-RULE-15 TO PS-RULE-COUNT(15)
171614     MOVE WS-CNT-RULE-16 TO PS-CNT-RULE-16
171615     MOVE WS-CNT-REVERSAL TO PS-CNT-REVERSAL
171616     MOVE WS-REV-UNMATCHED-COUNT TO PS-REV-UNMATCHED
171617     MOVE WS-REFUND-COUNT TO PS-REFUND-COUNT
171618     MOVE WS-CASH-ADV-COUNT TO PS-CASH-ADV-COUNT
171619     MOVE WS-HELD-COUNT TO PS-HELD-COUNT
171620     MOVE WS-DUPLICATE-COUNT TO PS-DUPLICATE-COUNT
171621     MOVE WS-DUP-SUSPENDED-COUNT TO PS-DUP-SUSPENDED
171622     MOVE WS-TH-RUN-DATE TO PS-TH-RUN-DATE
171623     MOVE WS-TH-SOURCE-SYSTEM TO PS-TH-SOURCE-SYSTEM
171624     MOVE WS-PARM-VERSION TO PS-PARM-VERSION
171625     MOVE WS-TRAN-HEADER-FLAG TO PS-HEADER-SEEN
171626     MOVE WS-TRAN-TRAILER-FLAG TO PS-TRAILER-SEEN
171627     MOVE WS-TT-RECORD-COUNT TO PS-TT-RECORD-COUNT
171628     MOVE WS-TT-AMOUNT-HASH TO PS-TT-AMOUNT-HASH
171629     MOVE WS-TRAN-READ-COUNT TO PS-TRAN-READ-COUNT
171630     MOVE WS-TRAN-AMOUNT-HASH TO PS-TRAN-AMOUNT-HASH
171631     WRITE PARTITION-STATS-RECORD
171632     IF WS-PSTAT-STATUS NOT = '00'
171633     DISPLAY 'ERROR WRITING PARTITION STATS: ' WS-PSTAT-STATUS
171634     MOVE 8 TO RETURN-CODE
171635     END-IF
171636     CLOSE PARTITION-STATS-FILE
171637     DISPLAY 'PARTITION ' WS-PART-NUMBER
171638     ' STATS HANDED TO MERGE STEP'
171639 END-IF.
171640
171641 9190-MERGE-PARTITION-STATS.
171642* Fold every partition's counters into the run totals the
171643* finalize chain reports from. Every partition read the same
171644* full extract, so the control totals it carried must agree
171645* with the first partition's - disagreement means a partition
171646* ran against the wrong generation and 9170 flags the run.
171647     OPEN INPUT PARTITION-STATS-FILE
171648     IF WS-PSTAT-STATUS NOT = '00'
171649     DISPLAY ERR-FILE-NOT-FOUND ' - PARTITION STATS FILE'
171650     MOVE 16 TO RETURN-CODE
171651     STOP RUN
171652     END-IF
171653     MOVE 'N' TO WS-PSTAT-EOF-FLAG
171654     PERFORM 9191-READ-PARTITION-STATS
171655     PERFORM UNTIL PSTAT-EOF-REACHED
171656     PERFORM 9192-FOLD-ONE-PARTITION
171657     PERFORM 9191-READ-PARTITION-STATS
171658     END-PERFORM
171659     CLOSE PARTITION-STATS-FILE
171660     DISPLAY 'PARTITION STATS MERGED - ' WS-PART-RECS-READ
171661     ' PARTITIONS'.
171662
171663 9191-READ-PARTITION-STATS.
171664     READ PARTITION-STATS-FILE
171665     AT END
171666     SET PSTAT-EOF-REACHED TO TRUE
171667 END-READ.
171668
171669 9192-FOLD-ONE-PARTITION.
171670     ADD 1 TO WS-PART-RECS-READ
171671     IF WS-PART-RECS-READ = 1
171672     MOVE PS-PARTITION-COUNT TO WS-PART-EXPECTED
171673     MOVE PS-HEADER-SEEN TO WS-TRAN-HEADER-FLAG
171674     MOVE PS-TRAILER-SEEN TO WS-TRAN-TRAILER-FLAG
171675     MOVE PS-TH-RUN-DATE TO WS-TH-RUN-DATE
171676     MOVE PS-TH-SOURCE-SYSTEM TO WS-TH-SOURCE-SYSTEM
171677     MOVE PS-TT-RECORD-COUNT TO WS-TT-RECORD-COUNT
171678     MOVE PS-TT-AMOUNT-HASH TO WS-TT-AMOUNT-HASH
171679     MOVE PS-TRAN-READ-COUNT TO WS-TRAN-READ-COUNT
171680     MOVE PS-TRAN-AMOUNT-HASH TO WS-TRAN-AMOUNT-HASH
171681     MOVE 1 TO WS-PART-RECS-AGREE
171682     ELSE
171683     IF PS-TRAN-READ-COUNT = WS-TRAN-READ-COUNT
171684     AND PS-TRAN-AMOUNT-HASH = WS-TRAN-AMOUNT-HASH
171685     ADD 1 TO WS-PART-RECS-AGREE
171686     ELSE
171687     DISPLAY 'PARTITION ' PS-PARTITION-NUMBER
171688     ' CONTROL TOTALS DISAGREE WITH PARTITION 1'
171689     END-IF
171690     END-IF
171691* Every partition must have scored under the deck the merge is
171692* stamping on RUNHIST.
171693     IF PS-PARM-VERSION = WS-PARM-VERSION
171694     ADD 1 TO WS-PART-VER-AGREE
171695     ELSE
171696     DISPLAY 'PARTITION ' PS-PARTITION-NUMBER
171697     ' RAN UNDER PARAMETER VERSION ' PS-PARM-VERSION
171698     END-IF
171699     ADD PS-TRANSACTIONS TO WS-TRANSACTIONS-PROCESSED
171700     ADD PS-APPROVED TO WS-APPROVED-COUNT
171701     ADD PS-DECLINED TO WS-DECLINED-COUNT
171702     ADD PS-REJECTED TO WS-REJECTED-COUNT
171703     ADD PS-FRAUD-DETECTED TO WS-FRAUD-DETECTED-COUNT
171704     ADD PS-FALSE-POSITIVES TO WS-FALSE-POSITIVE-COUNT
171705     ADD PS-CNT-FRAUD-DETECTED TO WS-CNT-FRAUD-DETECTED
171706     ADD PS-CNT-CLEAN-TRANS TO WS-CNT-CLEAN-TRANS
171707     ADD PS-CNT-HOT-CARD TO WS-CNT-HOT-CARD
171708     ADD PS-MERCHANT-EXCEPTS TO WS-MERCHANT-EXCEPT-COUNT
171709     ADD PS-FRAUDLOG-WRITES TO WS-FRAUDLOG-WRITE-COUNT
171710     ADD PS-CASE-WRITES TO WS-CASE-WRITE-COUNT
171711     ADD PS-NOTIF-WRITES TO WS-NOTIF-WRITE-COUNT
171712     ADD PS-RULE-COUNT(1) TO WS-CNT-RULE-01
171713     ADD PS-RULE-COUNT(2) TO WS-CNT-RULE-02
171714     ADD PS-RULE-COUNT(3) TO WS-CNT-RULE-03
171715     ADD PS-RULE-COUNT(4) TO WS-CNT-RULE-04
171716     ADD PS-RULE-COUNT(5) TO WS-CNT-RULE-05
171717     ADD PS-RULE-COUNT(6) TO WS-CNT-RULE-06
171718     ADD PS-RULE-COUNT(7) TO WS-CNT-RULE-07
171719     ADD PS-RULE-COUNT(8) TO WS-CNT-RULE-08
171720     ADD PS-RULE-COUNT(9) TO WS-CNT-RULE-09
171721     ADD PS-RULE-COUNT(10) TO WS-CNT-RULE-10
171722     ADD PS-RULE-COUNT(11) TO WS-CNT-RULE-11
171723     ADD PS-RULE-COUNT(12) TO WS-CNT-RULE-12
171724     ADD PS-RULE-COUNT(13) TO WS-CNT-RULE-13
171725     ADD PS-RULE-COUNT(14) TO WS-CNT-RULE-14
171726     ADD PS-RULE-COUNT(15) TO WS-CNT-RULE-15
171727     ADD PS-CNT-RULE-16 TO WS-CNT-RULE-16
171728     ADD PS-CNT-REVERSAL TO WS-CNT-REVERSAL
171729     ADD PS-REV-UNMATCHED TO WS-REV-UNMATCHED-COUNT
171730     ADD PS-REFUND-COUNT TO WS-REFUND-COUNT
171731     ADD PS-CASH-ADV-COUNT TO WS-CASH-ADV-COUNT
171732     ADD PS-HELD-COUNT TO WS-HELD-COUNT
171733     ADD PS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
171734     ADD PS-DUP-SUSPENDED TO WS-DUP-SUSPENDED-COUNT.
171735
171736 9195-FOLD-MERCHANT-DELTAS.
171737* The partitions never rewrote MVELFILE - they wrote one delta
171738* per scored transaction instead (2935), because merchant keys
171739* cross the card ranges and parallel rewrites would lose each
171740* other's counts and card spread. Replaying the concatenated
171741* deltas here, single-stream and before the retention sweep
171742* and alert ranking, leaves the file and the reports exactly
171743* as whole-run accurate as an unsplit run.
171744     OPEN INPUT MERCHANT-VELO-DELTA
171745     IF WS-MVD-STATUS NOT = '00'
171746     DISPLAY ERR-FILE-NOT-FOUND ' - MERCHANT VELO DELTA FILE'
171747     MOVE 16 TO RETURN-CODE
171748     STOP RUN
171749     END-IF
171750     MOVE WS-CURRENT-TIMESTAMP TO WS-SAVE-TIMESTAMP
171752     MOVE 'N' TO WS-MVD-EOF-FLAG
171753     PERFORM 9196-READ-MERCHANT-DELTA
171754     PERFORM UNTIL MVD-EOF-REACHED
171755     EVALUATE MVD-ENTRY-TYPE
171756     WHEN 'U'
171757     PERFORM 9199-FOLD-UNWIND-DELTA
171758     WHEN 'F'
171760     PERFORM 9198-FOLD-REFUND-DELTA
171761     WHEN OTHER
171762     PERFORM 9197-FOLD-ONE-DELTA
171763     END-EVALUATE
171764     PERFORM 9196-READ-MERCHANT-DELTA
171765     END-PERFORM
171766     MOVE WS-SAVE-TIMESTAMP TO WS-CURRENT-TIMESTAMP
171768     CLOSE MERCHANT-VELO-DELTA
171769     DISPLAY 'MERCHANT VELOCITY DELTAS FOLDED: '
171770     WS-MVD-FOLD-COUNT.
171771
171772 9196-READ-MERCHANT-DELTA.
171773     READ MERCHANT-VELO-DELTA
171775     AT END
171776     SET MVD-EOF-REACHED TO TRUE
171777 END-READ.
171778
171779 9197-FOLD-ONE-DELTA.
171780* 2933 ages against WS-CURRENT-TIMESTAMP and 2931 folds
171781* TRANS-CARD-NUMBER into the spread table - stage the delta's
171783* values there so the replay runs the exact aging and spread
171784* logic the single-stream update always has. The timestamp is
171785* restored by 9195 once the fold is done.
171786     ADD 1 TO WS-MVD-FOLD-COUNT
171787     MOVE MVD-TIMESTAMP TO WS-CURRENT-TIMESTAMP(1:14)
171788     MOVE MVD-CARD-NUMBER TO TRANS-CARD-NUMBER
171789     MOVE MVD-MERCHANT-ID TO MV-MERCHANT-ID
171791     READ MERCHANT-VELOCITY-FILE
171792     EVALUATE WS-MVEL-STATUS
171793     WHEN '23'
171794     INITIALIZE MERCHANT-VELOCITY-RECORD
171795     MOVE MVD-MERCHANT-ID TO MV-MERCHANT-ID
171796     MOVE 1 TO MV-TRANS-COUNT-1H
171797     MOVE 1 TO MV-TRANS-COUNT-24H
171799     MOVE MVD-AMOUNT TO MV-AMOUNT-1H
171800     MOVE MVD-AMOUNT TO MV-AMOUNT-24H
171801     MOVE 1 TO MV-CARD-COUNT-1H
171802     MOVE MVD-CARD-NUMBER TO MV-RECENT-CARD (1)
171803     MOVE MVD-TIMESTAMP TO MV-LAST-UPDATE
171804     WRITE MERCHANT-VELOCITY-RECORD
171805     IF WS-MVEL-STATUS NOT = '00'
171807     DISPLAY 'ERROR WRITING MERCHANT VELOCITY: ' WS-MVEL-STATUS
171808     END-IF
171809     WHEN '00'
171810     PERFORM 2933-AGE-MERCHANT-WINDOW
171811     ADD 1 TO MV-TRANS-COUNT-1H
171812     ADD 1 TO MV-TRANS-COUNT-24H
171813     ADD MVD-AMOUNT TO MV-AMOUNT-1H
171815     ADD MVD-AMOUNT TO MV-AMOUNT-24H
171816     PERFORM 2931-FOLD-CARD-INTO-SPREAD
171817     MOVE MVD-TIMESTAMP TO MV-LAST-UPDATE
171818     REWRITE MERCHANT-VELOCITY-RECORD
171819     IF WS-MVEL-STATUS NOT = '00'
171820     DISPLAY 'ERROR REWRITING MERCHANT VELOCITY: '
171821     WS-MVEL-STATUS
171823     END-IF
171824     WHEN OTHER
171825     DISPLAY 'ERROR READING MERCHANT VELOCITY: ' WS-MVEL-STATUS
171826 END-EVALUATE.
171827
171828 9198-FOLD-REFUND-DELTA.
171829* Replay of 2934 - a refund lands in the refund window only.
171830     ADD 1 TO WS-MVD-FOLD-COUNT
171831     MOVE MVD-TIMESTAMP TO WS-CURRENT-TIMESTAMP(1:14)
171832     MOVE MVD-MERCHANT-ID TO MV-MERCHANT-ID
171833     READ MERCHANT-VELOCITY-FILE
171834     EVALUATE WS-MVEL-STATUS
171835     WHEN '23'
171836     INITIALIZE MERCHANT-VELOCITY-RECORD
171838     MOVE MVD-MERCHANT-ID TO MV-MERCHANT-ID
171839     MOVE 1 TO MV-REFUND-COUNT-24H
171840     MOVE MVD-AMOUNT TO MV-REFUND-AMOUNT-24H
171841     MOVE MVD-TIMESTAMP TO MV-LAST-UPDATE
171842     WRITE MERCHANT-VELOCITY-RECORD
171843     IF WS-MVEL-STATUS NOT = '00'
171844     DISPLAY 'ERROR WRITING MERCHANT VELOCITY: ' WS-MVEL-STATUS
171845     END-IF
171846     WHEN '00'
171847     PERFORM 2933-AGE-MERCHANT-WINDOW
171848     ADD 1 TO MV-REFUND-COUNT-24H
171849     ADD MVD-AMOUNT TO MV-REFUND-AMOUNT-24H
171850     REWRITE MERCHANT-VELOCITY-RECORD
171851     IF WS-MVEL-STATUS NOT = '00'
171852     DISPLAY 'ERROR REWRITING MERCHANT VELOCITY: '
171853     WS-MVEL-STATUS
171854     END-IF
171855     WHEN OTHER
171856     DISPLAY 'ERROR READING MERCHANT VELOCITY: ' WS-MVEL-STATUS
171857 END-EVALUATE.
171858
171859 9199-FOLD-UNWIND-DELTA.
171860* Replay of 2455 - the original is aged from its own posting
171861* exactly as the single-stream unwind ages it.
171862     ADD 1 TO WS-MVD-FOLD-COUNT
171863     MOVE MVD-TIMESTAMP TO WS-CURRENT-TIMESTAMP(1:14)
171864     MOVE MVD-ORIG-TIMESTAMP TO WS-ORIG-TIMESTAMP
171865     MOVE MVD-AMOUNT TO WS-UNWIND-AMOUNT
171866     MOVE MVD-UNWIND-FULL TO WS-UNWIND-FULL-FLAG
171867     PERFORM 2453-AGE-ORIGINAL
171868     MOVE MVD-MERCHANT-ID TO MV-MERCHANT-ID
171869     READ MERCHANT-VELOCITY-FILE
171870     IF WS-MVEL-STATUS = '00'
171871     PERFORM 2933-AGE-MERCHANT-WINDOW
171872     PERFORM 2456-TAKE-OUT-MERCHANT-WINDOWS
171873     REWRITE MERCHANT-VELOCITY-RECORD
171874     IF WS-MVEL-STATUS NOT = '00'
171875     DISPLAY 'ERROR REWRITING MERCHANT VELOCITY: '
171876     WS-MVEL-STATUS
171877     END-IF
171878 END-IF.
171879
171880 9193-FOLD-EXPOSURE-DELTAS.
171881* Customer mirror of 9195 - the partitions wrote one delta per
171882* scored transaction on a linked card (2940) and per unwind
171883* (2947). Replayed here single-stream through the same paragraphs
171884* the unsplit run uses, with each delta's own timestamp staged.
171885     IF NOT EXPO-FILE-OPEN
171886     DISPLAY 'CUSTOMER EXPOSURE FILE NOT AVAILABLE - '
171887     'EXPOSURE DELTAS NOT FOLDED'
171888     ELSE
171889     OPEN INPUT CUST-EXPO-DELTA
171890     IF WS-CXD-STATUS NOT = '00'
171891     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER EXPOSURE DELTA FILE'
171892     MOVE 16 TO RETURN-CODE
171893     STOP RUN
171894     END-IF
171895     MOVE WS-CURRENT-TIMESTAMP TO WS-SAVE-TIMESTAMP
171896     MOVE 'N' TO WS-CXD-EOF-FLAG
171897     PERFORM 9194-READ-EXPOSURE-DELTA
171898     PERFORM UNTIL CXD-EOF-REACHED
171899     ADD 1 TO WS-CXD-FOLD-COUNT
171900     MOVE CXD-TIMESTAMP TO WS-CURRENT-TIMESTAMP(1:14)
171901     MOVE CXD-CUSTOMER-ID TO WS-CEXP-CUST-ID
171902     MOVE CXD-CARD-NUMBER TO WS-CEXP-CARD
171903     MOVE CXD-AMOUNT TO WS-CEXP-AMOUNT
171904     MOVE CXD-ENTRY-TYPE TO WS-CEXP-ENTRY-TYPE
171905     MOVE CXD-CARD-EVENT TO WS-CEXP-EVENT
171906     IF CXD-ENTRY-TYPE = 'U'
171907     MOVE CXD-ORIG-TIMESTAMP TO WS-ORIG-TIMESTAMP
171908     MOVE CXD-AMOUNT TO WS-UNWIND-AMOUNT
171909     MOVE CXD-UNWIND-FULL TO WS-UNWIND-FULL-FLAG
171910     PERFORM 2453-AGE-ORIGINAL
171911     PERFORM 2949-TAKE-OUT-CUSTOMER-EXPOSURE
171912     ELSE
171913     PERFORM 2941-APPLY-EXPOSURE-ENTRY
171914     END-IF
171915     PERFORM 9194-READ-EXPOSURE-DELTA
171916     END-PERFORM
171917     MOVE WS-SAVE-TIMESTAMP TO WS-CURRENT-TIMESTAMP
171918     CLOSE CUST-EXPO-DELTA
171919     DISPLAY 'CUSTOMER EXPOSURE DELTAS FOLDED: '
171920     WS-CXD-FOLD-COUNT
171921 END-IF.
171922
171923 9194-READ-EXPOSURE-DELTA.
171924     READ CUST-EXPO-DELTA
171925     AT END
171926     SET CXD-EOF-REACHED TO TRUE
171927 END-READ.
171928
171929 9160-WRITE-MERCHANT-ALERTS.
171930* Rank every merchant by 1-hour card spread and report the ten
171931* most anomalous with their counts and amounts, so merchant
171932* compromise surfaces at end of run instead of at chargeback
171933* time.
171934     OPEN OUTPUT MERCHANT-ALERT-REPORT
171936     IF WS-MRPT-STATUS NOT = '00'
171937     DISPLAY 'ERROR OPENING MERCHANT ALERT REPORT: '
171938     WS-MRPT-STATUS
171939     ELSE
171940     INITIALIZE WS-MERCHANT-ALERT-TABLE
171941     MOVE 'N' TO WS-MVEL-EOF-FLAG
171942     MOVE SPACES TO MV-MERCHANT-ID
171943     START MERCHANT-VELOCITY-FILE
171944     KEY IS NOT LESS THAN MV-MERCHANT-ID
171945     INVALID KEY
171946     SET MVEL-EOF-REACHED TO TRUE
171947     END-START
171948     IF NOT MVEL-EOF-REACHED
171949     PERFORM 9161-READ-NEXT-MERCHANT-VELO
171950     END-IF
171951* Age the record in memory before judging it, so a merchant
171952* with no activity today never ranks on yesterday's window -
171953* the 8150 sweep already persisted the aging, this keeps the
171954* ranking correct even read in isolation.
171955     PERFORM UNTIL MVEL-EOF-REACHED
171956     PERFORM 2933-AGE-MERCHANT-WINDOW
171957     IF MV-TRANS-COUNT-1H > 0
171958     PERFORM 9162-RANK-MERCHANT
171959     END-IF
171960     PERFORM 9161-READ-NEXT-MERCHANT-VELO
171961     END-PERFORM
171962     PERFORM 9163-WRITE-ALERT-LINES
171963     CLOSE MERCHANT-ALERT-REPORT
171964 END-IF.
171965
171966 9161-READ-NEXT-MERCHANT-VELO.
171967     READ MERCHANT-VELOCITY-FILE NEXT RECORD
171968     AT END
171969     SET MVEL-EOF-REACHED TO TRUE
171970 END-READ.
171971
171972 9162-RANK-MERCHANT.
171973* Insertion sort into the ten-slot table, highest card spread
171974* first.
171975     MOVE ZERO TO WS-MA-SLOT
171976     PERFORM 9164-FIND-ALERT-SLOT
171977     VARYING WS-MA-SUB FROM 1 BY 1
171978     UNTIL WS-MA-SUB > 10 OR WS-MA-SLOT > 0
171979     IF WS-MA-SLOT > 0
171980     MOVE 10 TO WS-MA-SUB
171981     PERFORM 9165-SHIFT-ALERT-SLOT
171982     UNTIL WS-MA-SUB <= WS-MA-SLOT
171983     MOVE MV-MERCHANT-ID TO WS-MA-MERCHANT-ID (WS-MA-SLOT)
171984     MOVE MV-CARD-COUNT-1H TO WS-MA-CARD-COUNT (WS-MA-SLOT)
171985     MOVE MV-TRANS-COUNT-1H TO WS-MA-TRANS-COUNT (WS-MA-SLOT)
171986     MOVE MV-AMOUNT-1H TO WS-MA-AMOUNT (WS-MA-SLOT)
171987 END-IF.
171988
171989 9164-FIND-ALERT-SLOT.
171990     IF MV-CARD-COUNT-1H > WS-MA-CARD-COUNT (WS-MA-SUB)
171991     MOVE WS-MA-SUB TO WS-MA-SLOT
171992 END-IF.
171994
171995 9165-SHIFT-ALERT-SLOT.
171996     MOVE WS-MA-ENTRY (WS-MA-SUB - 1) TO WS-MA-ENTRY (WS-MA-SUB)
171997     SUBTRACT 1 FROM WS-MA-SUB.
171998
171999 9163-WRITE-ALERT-LINES.
172000     PERFORM 9166-WRITE-ONE-ALERT-LINE
172001     VARYING WS-MA-SUB FROM 1 BY 1
172002     UNTIL WS-MA-SUB > 10.
172003
172004 9166-WRITE-ONE-ALERT-LINE.
172005     IF WS-MA-MERCHANT-ID (WS-MA-SUB) NOT = SPACES
172006     MOVE SPACES TO MERCHANT-ALERT-RECORD
172007     MOVE WS-MA-SUB TO MAR-RANK
172008     MOVE WS-MA-MERCHANT-ID (WS-MA-SUB) TO MAR-MERCHANT-ID
172009     MOVE WS-MA-CARD-COUNT (WS-MA-SUB) TO MAR-CARD-COUNT
172010     MOVE WS-MA-TRANS-COUNT (WS-MA-SUB) TO MAR-TRANS-COUNT
172011     MOVE WS-MA-AMOUNT (WS-MA-SUB) TO MAR-AMOUNT
172012     WRITE MERCHANT-ALERT-RECORD
172013 END-IF.
172014
172015 9170-RECONCILE-RUN.
172016* Balance the run before anything downstream consumes it: the
172017* extract's own control totals against what was actually read,
172018* then the internal books against each other. Any mismatch
172019* ends the run with RETURN-CODE 8 so the scheduler holds the
172020* posting and authorization feeds.
172021     OPEN OUTPUT RECONCILE-REPORT
172022     IF WS-RECON-STATUS NOT = '00'
172023     DISPLAY 'ERROR OPENING RECONCILE REPORT: ' WS-RECON-STATUS
172024     ELSE
172025     MOVE 'N' TO WS-RECON-MISMATCH-FLAG
172026* A merge run reconciles the control totals the partitions
172027* carried over, exactly as a single-stream run would its own.
172028     IF RUN-MODE-NORMAL OR RUN-MODE-MERGE
172029     PERFORM 9172-RECONCILE-CONTROL-TOTALS
172030     END-IF
172031
172032     IF RUN-MODE-MERGE
172033     MOVE SPACES TO RECONCILE-RECORD
172034     MOVE 'PARTITION STATS PRESENT' TO RECON-LABEL
172035     MOVE WS-PART-EXPECTED TO WS-RECON-EXPECTED-WORK
172036     MOVE WS-PART-RECS-READ TO WS-RECON-ACTUAL-WORK
172037     PERFORM 9171-WRITE-RECON-LINE
172038     MOVE SPACES TO RECONCILE-RECORD
172039     MOVE 'PARTITION CONTROL AGREEMENT' TO RECON-LABEL
172040     MOVE WS-PART-RECS-READ TO WS-RECON-EXPECTED-WORK
172041     MOVE WS-PART-RECS-AGREE TO WS-RECON-ACTUAL-WORK
172042     PERFORM 9171-WRITE-RECON-LINE
172043     MOVE SPACES TO RECONCILE-RECORD
172044     MOVE 'PARTITION PARM VERSION AGREEMENT' TO RECON-LABEL
172045     MOVE WS-PART-RECS-READ TO WS-RECON-EXPECTED-WORK
172046     MOVE WS-PART-VER-AGREE TO WS-RECON-ACTUAL-WORK
172047     PERFORM 9171-WRITE-RECON-LINE
172048* The card ranges are operator-keyed and each step can only
172049* validate its own, so tiling is proven here: every trailer
172050* detail must have been processed by exactly one partition.
172052* A gap or an overlap in the ranges lands on this line.
172053     MOVE SPACES TO RECONCILE-RECORD
172054     MOVE 'TRAILER COUNT VS MERGED PROC' TO RECON-LABEL
172055     MOVE WS-TT-RECORD-COUNT TO WS-RECON-EXPECTED-WORK
172056     MOVE WS-TRANSACTIONS-PROCESSED TO WS-RECON-ACTUAL-WORK
172057     PERFORM 9171-WRITE-RECON-LINE
172058     END-IF
172059
172060     MOVE SPACES TO RECONCILE-RECORD
172061     MOVE 'PROC VS APPR+DECL+HOLD+REJECT' TO RECON-LABEL
172062     MOVE WS-TRANSACTIONS-PROCESSED TO WS-RECON-EXPECTED-WORK
172063     COMPUTE WS-RECON-ACTUAL-WORK = WS-APPROVED-COUNT
172064     + WS-DECLINED-COUNT + WS-HELD-COUNT + WS-REJECTED-COUNT
172065     PERFORM 9171-WRITE-RECON-LINE
172066
172067     MOVE SPACES TO RECONCILE-RECORD
172068     MOVE 'FRAUD LOG WRITES VS SCORED' TO RECON-LABEL
172069     COMPUTE WS-RECON-EXPECTED-WORK =
172070     WS-TRANSACTIONS-PROCESSED - WS-REJECTED-COUNT
172071     MOVE WS-FRAUDLOG-WRITE-COUNT TO WS-RECON-ACTUAL-WORK
172072     PERFORM 9171-WRITE-RECON-LINE
172073
172074* A step-up hold sends a confirmation request but opens no case.
172075     MOVE SPACES TO RECONCILE-RECORD
172076     MOVE 'NOTIFICATIONS VS CASES+HOLDS' TO RECON-LABEL
172077     COMPUTE WS-RECON-EXPECTED-WORK =
172078     WS-CASE-WRITE-COUNT + WS-HELD-COUNT
172079     MOVE WS-NOTIF-WRITE-COUNT TO WS-RECON-ACTUAL-WORK
172080     PERFORM 9171-WRITE-RECON-LINE
172081
172082* Every duplicate caught must be on the suspense file - one that
172083* is not has vanished without a decision or a reject record.
172084     MOVE SPACES TO RECONCILE-RECORD
172085     MOVE 'DUPLICATES VS DUP SUSPENSE' TO RECON-LABEL
172086     MOVE WS-DUPLICATE-COUNT TO WS-RECON-EXPECTED-WORK
172087     MOVE WS-DUP-SUSPENDED-COUNT TO WS-RECON-ACTUAL-WORK
172088     PERFORM 9171-WRITE-RECON-LINE
172089
172090     CLOSE RECONCILE-REPORT
172091     IF RECON-MISMATCH
172092     DISPLAY 'RUN OUT OF BALANCE - SEE RECONCILIATION REPORT'
172093     MOVE 8 TO RETURN-CODE
172094     ELSE
172095     DISPLAY 'RUN RECONCILIATION IN BALANCE'
172096     END-IF
172097 END-IF.
172098
172099 9171-WRITE-RECON-LINE.
172100     MOVE WS-RECON-EXPECTED-WORK TO RECON-EXPECTED
172101     MOVE WS-RECON-ACTUAL-WORK TO RECON-ACTUAL
172102     IF WS-RECON-EXPECTED-WORK = WS-RECON-ACTUAL-WORK
172103     MOVE 'OK' TO RECON-STATUS
172104     ELSE
172105     MOVE 'MISMATCH' TO RECON-STATUS
172106     SET RECON-MISMATCH TO TRUE
172107     END-IF
172109     WRITE RECONCILE-RECORD.
172110
172111 9172-RECONCILE-CONTROL-TOTALS.
172112* A truncated transfer or partial extract shows up here: the
172113* header and trailer must both be present, and the trailer's
172114* count and amount hash must match what was read.
172115     MOVE SPACES TO RECONCILE-RECORD
172116     MOVE 'EXTRACT HEADER PRESENT' TO RECON-LABEL
172117     MOVE 1 TO WS-RECON-EXPECTED-WORK
172118     IF TRAN-HEADER-SEEN
172119     MOVE 1 TO WS-RECON-ACTUAL-WORK
172120     ELSE
172121     MOVE 0 TO WS-RECON-ACTUAL-WORK
172122     END-IF
172123     PERFORM 9171-WRITE-RECON-LINE
172124
172125     MOVE SPACES TO RECONCILE-RECORD
172126     MOVE 'EXTRACT TRAILER PRESENT' TO RECON-LABEL
172127     MOVE 1 TO WS-RECON-EXPECTED-WORK
172128     IF TRAN-TRAILER-SEEN
172129     MOVE 1 TO WS-RECON-ACTUAL-WORK
172130     ELSE
172131     MOVE 0 TO WS-RECON-ACTUAL-WORK
172132     END-IF
172133     PERFORM 9171-WRITE-RECON-LINE
172134
172135     MOVE SPACES TO RECONCILE-RECORD
172136     MOVE 'TRAILER COUNT VS RECORDS READ' TO RECON-LABEL
172137     MOVE WS-TT-RECORD-COUNT TO WS-RECON-EXPECTED-WORK
172138     MOVE WS-TRAN-READ-COUNT TO WS-RECON-ACTUAL-WORK
172139     PERFORM 9171-WRITE-RECON-LINE
172140
172141     MOVE SPACES TO RECONCILE-RECORD
172142     MOVE 'TRAILER HASH VS AMOUNTS READ' TO RECON-LABEL
172143     MOVE WS-TT-AMOUNT-HASH TO WS-RECON-EXPECTED-WORK
172144     MOVE WS-TRAN-AMOUNT-HASH TO WS-RECON-ACTUAL-WORK
172145     PERFORM 9171-WRITE-RECON-LINE.
172146
172147 9175-RECORD-RUN-CONTROL.
172148* The extract is on the masters now - register it so 1150 stops
172149* it being fed again. A merge run registers for all its
172150* partitions from the header fields they carried over. A run
172151* with no header cannot be identified and registers nothing; its
172152* reconciliation is already out of balance. A second or later run
172153* of the same extract bumps the run count on its record.
172154     IF (RUN-MODE-NORMAL OR RUN-MODE-MERGE) AND TRAN-HEADER-SEEN
172155     MOVE WS-TH-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
172156     MOVE WS-TH-RUN-DATE TO RC-RUN-DATE
172157     READ RUN-CONTROL-FILE
172158     IF WS-RCTL-STATUS NOT = '00'
172159     MOVE SPACES TO RUN-CONTROL-RECORD
172160     MOVE WS-TH-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
172161     MOVE WS-TH-RUN-DATE TO RC-RUN-DATE
172162     MOVE WS-CURRENT-TIMESTAMP TO RC-FIRST-RUN-TS
172163     MOVE ZERO TO RC-RUN-COUNT
172164     END-IF
172165     ADD 1 TO RC-RUN-COUNT
172166     MOVE WS-CURRENT-TIMESTAMP TO RC-LAST-RUN-TS
172167     MOVE WS-RUN-MODE TO RC-LAST-RUN-MODE
172168     MOVE WS-TRAN-READ-COUNT TO RC-RECORD-COUNT
172169     MOVE WS-TRAN-AMOUNT-HASH TO RC-AMOUNT-HASH
172170     MOVE WS-TRANSACTIONS-PROCESSED TO RC-PROCESSED
172171     MOVE WS-DUPLICATE-COUNT TO RC-DUPLICATES
172172     IF RC-RUN-COUNT = 1
172173     WRITE RUN-CONTROL-RECORD
172174     ELSE
172175     REWRITE RUN-CONTROL-RECORD
172176     END-IF
172177     IF WS-RCTL-STATUS NOT = '00'
172178     DISPLAY 'ERROR RECORDING RUN CONTROL: ' WS-RCTL-STATUS
172179     MOVE 8 TO RETURN-CODE
172180     ELSE
172181     DISPLAY 'EXTRACT ' WS-TH-SOURCE-SYSTEM ' ' WS-TH-RUN-DATE
172182     ' RECORDED ON RUN CONTROL'
172183     END-IF
172184 END-IF.
172185
172186 9180-WRITE-SIMULATION-REPORT.
172187* Side-by-side: the thresholds themselves, the decision mix,
172188* and every rule's trigger count - actual on the left, the
172189* candidate world on the right.
172190     OPEN OUTPUT SIMULATION-REPORT
172191     IF WS-SIMR-STATUS NOT = '00'
172192     DISPLAY 'ERROR OPENING SIMULATION REPORT: ' WS-SIMR-STATUS
172193     ELSE
172194     MOVE SPACES TO SIMULATION-RECORD
172195     MOVE 'HIGH-RISK THRESHOLD' TO SIMR-LABEL
172196     MOVE HIGH-RISK-THRESHOLD TO SIMR-ACTUAL
172197     MOVE SIM-HIGH-RISK-THRESHOLD TO SIMR-SIMULATED
172198     WRITE SIMULATION-RECORD
172199     MOVE SPACES TO SIMULATION-RECORD
172200     MOVE 'MEDIUM-RISK THRESHOLD' TO SIMR-LABEL
172201     MOVE MEDIUM-RISK-THRESHOLD TO SIMR-ACTUAL
172202     MOVE SIM-MEDIUM-RISK-THRESH TO SIMR-SIMULATED
172203     WRITE SIMULATION-RECORD
172204     MOVE SPACES TO SIMULATION-RECORD
172205     MOVE 'LOW-RISK THRESHOLD' TO SIMR-LABEL
172206     MOVE LOW-RISK-THRESHOLD TO SIMR-ACTUAL
172207     MOVE SIM-LOW-RISK-THRESHOLD TO SIMR-SIMULATED
172208     WRITE SIMULATION-RECORD
172209     MOVE SPACES TO SIMULATION-RECORD
172210     MOVE 'SUSPICIOUS AMOUNT (USD)' TO SIMR-LABEL
172211     MOVE SUSPICIOUS-AMOUNT TO SIMR-ACTUAL
172212     MOVE SIM-SUSPICIOUS-AMOUNT TO SIMR-SIMULATED
172213     WRITE SIMULATION-RECORD
172214     MOVE SPACES TO SIMULATION-RECORD
172215     MOVE 'MAX HOURLY VELOCITY' TO SIMR-LABEL
172216     MOVE MAX-HOURLY-VELOCITY TO SIMR-ACTUAL
172217     MOVE SIM-MAX-HOURLY-VELOCITY TO SIMR-SIMULATED
172218     WRITE SIMULATION-RECORD
172219     MOVE SPACES TO SIMULATION-RECORD
172220     MOVE 'MAX DAILY VELOCITY' TO SIMR-LABEL
172221     MOVE MAX-DAILY-VELOCITY TO SIMR-ACTUAL
172222     MOVE SIM-MAX-DAILY-VELOCITY TO SIMR-SIMULATED
172223     WRITE SIMULATION-RECORD
172225
172226     MOVE SPACES TO SIMULATION-RECORD
172227     MOVE 'TRANSACTIONS APPROVED' TO SIMR-LABEL
172228     MOVE WS-SIM-ACT-APPROVE TO SIMR-ACTUAL
172229     MOVE WS-SIM-CAND-APPROVE TO SIMR-SIMULATED
172230     WRITE SIMULATION-RECORD
172231     MOVE SPACES TO SIMULATION-RECORD
172232     MOVE 'TRANSACTIONS HELD FOR STEP-UP' TO SIMR-LABEL
172233     MOVE WS-SIM-ACT-REVIEW TO SIMR-ACTUAL
172234     MOVE WS-SIM-CAND-REVIEW TO SIMR-SIMULATED
172235     WRITE SIMULATION-RECORD
172236     MOVE SPACES TO SIMULATION-RECORD
172237     MOVE 'TRANSACTIONS DECLINED' TO SIMR-LABEL
172238     MOVE WS-SIM-ACT-DECLINE TO SIMR-ACTUAL
172239     MOVE WS-SIM-CAND-DECLINE TO SIMR-SIMULATED
172240     WRITE SIMULATION-RECORD
172241     MOVE SPACES TO SIMULATION-RECORD
172242     MOVE 'HOT-CARD DECLINES (BOTH)' TO SIMR-LABEL
172243     MOVE WS-SIM-HOT-DECLINES TO SIMR-ACTUAL
172244     MOVE WS-SIM-HOT-DECLINES TO SIMR-SIMULATED
172245     WRITE SIMULATION-RECORD
172246     MOVE SPACES TO SIMULATION-RECORD
172247     MOVE 'REJECTED - NOT SCORED (BOTH)' TO SIMR-LABEL
172248     MOVE WS-SIM-REJECTED TO SIMR-ACTUAL
172249     MOVE WS-SIM-REJECTED TO SIMR-SIMULATED
172250     WRITE SIMULATION-RECORD
172251
172252     PERFORM 9182-WRITE-SIM-RULE-LINE
172253     VARYING WS-SIM-RULE-IDX FROM 1 BY 1
172254     UNTIL WS-SIM-RULE-IDX > 16
172255     CLOSE SIMULATION-REPORT
172256 END-IF.
172257
172258 9182-WRITE-SIM-RULE-LINE.
172259     MOVE SPACES TO SIMULATION-RECORD
172260     MOVE WS-SIM-RULE-IDX TO WS-SIM-RULE-NUM
172261     STRING 'RULE-' WS-SIM-RULE-NUM ' TRIGGER COUNT'
172262     DELIMITED BY SIZE INTO SIMR-LABEL
172263     MOVE WS-SIM-ACT-RULE-CNT (WS-SIM-RULE-IDX) TO SIMR-ACTUAL
172264     MOVE WS-SIM-CAND-RULE-CNT (WS-SIM-RULE-IDX)
172265     TO SIMR-SIMULATED
172266     WRITE SIMULATION-RECORD.
172267
172268 9200-DISPLAY-FINAL-STATS.
172269     DISPLAY ' '
172270     DISPLAY '=========================================='
172271     DISPLAY 'FINAL PROCESSING STATISTICS'
172272     DISPLAY '=========================================='
172273     DISPLAY 'PARAMETER VERSION: ' WS-PARM-VERSION
172274     DISPLAY 'TOTAL TRANSACTIONS PROCESSED: '
172275     WS-TRANSACTIONS-PROCESSED
172276     DISPLAY 'FRAUD CASES DETECTED: ' WS-FRAUD-DETECTED-COUNT
172277     DISPLAY 'TRANSACTIONS APPROVED: ' WS-APPROVED-COUNT
172278     DISPLAY 'TRANSACTIONS DECLINED: ' WS-DECLINED-COUNT
172279     DISPLAY 'TRANSACTIONS HELD FOR STEP-UP: ' WS-HELD-COUNT
172280     DISPLAY 'TRANSACTIONS REJECTED TO SUSPENSE: '
172282     WS-REJECTED-COUNT
172285     DISPLAY 'DUPLICATE TRANS-IDS SUSPENDED: '
172288     WS-DUPLICATE-COUNT
172292
172302     IF WS-TRANSACTIONS-PROCESSED > 0
172312     COMPUTE WS-WORK-AMOUNT =
