001730*             TRANSLATED TO THE CANONICAL CASE-RESOLUTION
001740*             STRINGS THE FEEDBACK APPLY WRITES, SO WORKFLOW
001750*             CLOSES CLASSIFY CORRECTLY IN THE RULE BACKTEST.
001755* 2026-10-15  FRAUD-DETECTION-TEAM  A REASSIGNMENT OR
001761*             CUSTOMER-CONTACT HOLD NOW CARRIES TO EVERY OTHER
001766*             OPEN CASE FOR THE SAME CUSTOMER/HOUSEHOLD
001772*             IDENTIFIER, EACH WITH ITS OWN AUDIT ENTRY, SO THE
001777*             CUSTOMER IS WORKED BY ONE ANALYST. A CONFIRMED FRAUD
001783*             CLOSE MARKS THE CARD ON THE CUSTOMER'S EXPOSURE
001788*             RECORD (CUSTEXPO) SO ITS SIBLING CARDS CARRY THE
001794*             RISK.
001800*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003800     ORGANIZATION IS SEQUENTIAL
003900     ACCESS MODE IS SEQUENTIAL
004000 FILE STATUS IS WS-AUDIT-STATUS.
004010
004020     SELECT CUST-EXPOSURE-FILE ASSIGN TO 'CUSTEXPO'
004030     ORGANIZATION IS INDEXED
004040     ACCESS MODE IS DYNAMIC
004050     RECORD KEY IS EXPO-CUSTOMER-ID
004060 FILE STATUS IS WS-EXPO-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
007500 05  CASE-AMOUNT             PIC 9(8)V99.
007600 05  CASE-OPEN-TIMESTAMP     PIC X(20).
007700 05  CASE-RESOLUTION         PIC X(100).
007800 05  CASE-CUSTOMER-ID        PIC 9(12).
007810 05  FILLER                  PIC X(7).
007900
008000* The audit trail - every action lands here verbatim with the
008100* before and after images of status and assignment, applied or
009800 05  AUD-REJECT-REASON       PIC X(12).
009900 05  AUD-NOTES               PIC X(80).
010000 05  FILLER                  PIC X(60).
010004
010009* Linked-customer exposure, one record per customer/household
010013* identifier - only a card's fraud mark is touched here.
010018 FD  CUST-EXPOSURE-FILE
010022     RECORDING MODE IS F
010027 RECORD CONTAINS 300 CHARACTERS.
010031 01  CUST-EXPOSURE-RECORD.
010036 05  EXPO-CUSTOMER-ID        PIC 9(12).
010040 05  EXPO-CARD-COUNT         PIC 9(2).
010045 05  EXPO-CARD-TABLE.
010050     10  EXPO-CARD-ENTRY OCCURS 8 TIMES.
010054 15  EXPO-CARD-NUMBER    PIC 9(16).
010059 15  EXPO-CARD-EVENT     PIC X(1).
010063 15  EXPO-CARD-EVENT-DATE PIC 9(8).
010068 05  EXPO-TRANS-COUNT-1H     PIC 9(4).
010072 05  EXPO-AMOUNT-1H          PIC 9(10)V99.
010077 05  EXPO-TRANS-COUNT-24H    PIC 9(5).
010081 05  EXPO-AMOUNT-24H         PIC 9(10)V99.
010086 05  EXPO-LAST-UPDATE        PIC 9(14).
010090 05  EXPO-LINK-DATE          PIC 9(8).
010095 05  FILLER                  PIC X(31).
010100
010200 WORKING-STORAGE SECTION.
010300
010500 01  WS-ACT-STATUS               PIC XX.
010600 01  WS-CASE-STATUS              PIC XX.
010700 01  WS-AUDIT-STATUS             PIC XX.
010710 01  WS-EXPO-STATUS              PIC XX.
010800
010900* Control Variables
011000 01  WS-ACT-EOF-FLAG             PIC X VALUE 'N'.
011300 88  ACTION-CASE-FOUND       VALUE 'Y'.
011400 01  WS-ACTION-RESULT            PIC X(8).
011500 01  WS-ACTION-REJECT-REASON     PIC X(12).
011510 01  WS-EXPO-FILE-FLAG           PIC X VALUE 'N'.
011520 88  EXPO-FILE-OPEN          VALUE 'Y'.
011530 01  WS-SCAN-EOF-FLAG            PIC X VALUE 'N'.
011540 88  SCAN-EOF-REACHED        VALUE 'Y'.
011600
011700* Before Images For The Audit Record
011800 01  WS-OLD-STATUS               PIC X(10).
011900 01  WS-OLD-ANALYST              PIC X(10).
011910
011920* Linked-Case Cascade - the customer and the case an action is
011930* carried from, and the status and analyst it leaves behind.
011940 01  WS-CASCADE-CUSTOMER-ID      PIC 9(12).
011950 01  WS-CASCADE-FROM-CASE        PIC 9(12).
011960 01  WS-CASCADE-STATUS           PIC X(10).
011970 01  WS-CASCADE-ANALYST          PIC X(10).
011980 01  WS-EXPO-IDX                 PIC 9(2) COMP.
011990 01  WS-EXPO-SLOT                PIC 9(2) COMP.
012000
012100* Work Variables
012200 01  WS-CURRENT-TIMESTAMP        PIC X(20).
013000 05  WS-PENDING-COUNT          PIC 9(6) VALUE ZERO.
013100 05  WS-NOTE-COUNT             PIC 9(6) VALUE ZERO.
013200 05  WS-CLOSE-COUNT            PIC 9(6) VALUE ZERO.
013210 05  WS-CASCADE-COUNT          PIC 9(6) VALUE ZERO.
013220 05  WS-FRAUD-MARK-COUNT       PIC 9(6) VALUE ZERO.
013300
013400* Error Messages
013500 01  WS-ERROR-MESSAGES.
017700     DISPLAY ERR-FILE-NOT-FOUND ' - CASE AUDIT FILE'
017800     MOVE 16 TO RETURN-CODE
017900     STOP RUN
018000     END-IF
018008
018016* The customer exposure file is optional like the fraud engine's
018025* - without it a confirmed fraud marks no sibling cards this run.
018033     OPEN I-O CUST-EXPOSURE-FILE
018041     IF WS-EXPO-STATUS = '00' OR WS-EXPO-STATUS = '05'
018050     MOVE 'Y' TO WS-EXPO-FILE-FLAG
018058     ELSE
018066     MOVE 'N' TO WS-EXPO-FILE-FLAG
018075     DISPLAY 'CUSTOMER EXPOSURE FILE NOT AVAILABLE - STATUS '
018083     WS-EXPO-STATUS ' - NO SIBLING FRAUD MARKS THIS RUN'
018091 END-IF.
018100
018200 1000-INIT-EXIT.
018300     EXIT.
019100     ADD 1 TO WS-ACTIONS-READ
019200     PERFORM 2200-APPLY-ONE-ACTION
019300     PERFORM 2900-WRITE-AUDIT-RECORD
019310     PERFORM 2950-CASCADE-CUSTOMER-CASES
019400     PERFORM 2100-READ-ACTION-RECORD
019500     END-PERFORM
019600     DISPLAY 'CASE ACTION PROCESSING COMPLETED'
030340     END-IF
030400     MOVE ACT-ANALYST-ID TO CASE-ASSIGNED-ANALYST
030500     PERFORM 2850-REWRITE-CASE
030600     IF ACT-DISP-CONFIRMED
030610     PERFORM 2860-MARK-CUSTOMER-FRAUD
030620     END-IF
030630     ADD 1 TO WS-CLOSE-COUNT.
030700
030800 2850-REWRITE-CASE.
030900     REWRITE CASE-RECORD
031000     IF WS-CASE-STATUS NOT = '00'
031100     DISPLAY 'ERROR REWRITING CASE RECORD: ' WS-CASE-STATUS
031200 END-IF.
031202
031204 2860-MARK-CUSTOMER-FRAUD.
031206* A confirmed fraud marks the card on its customer's exposure
031208* record, as the fraud engine's feedback apply does, so the
031211* linked-customer rule raises risk on every sibling card from the
031213* next transaction on.
031215     IF EXPO-FILE-OPEN
031217     AND CASE-CUSTOMER-ID IS NUMERIC
031220     AND CASE-CUSTOMER-ID > ZERO
031222     MOVE CASE-CUSTOMER-ID TO EXPO-CUSTOMER-ID
031224     READ CUST-EXPOSURE-FILE
031226     EVALUATE WS-EXPO-STATUS
031228     WHEN '00'
031231     PERFORM 2865-MARK-CARD-SLOT
031233     WHEN '23'
031235     CONTINUE
031237     WHEN OTHER
031240     DISPLAY 'ERROR READING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
031242     END-EVALUATE
031244 END-IF.
031246
031248 2865-MARK-CARD-SLOT.
031251* A card no longer on the customer's list - reissued or unlinked
031253* since the case was opened - has nothing to mark.
031255     MOVE ZERO TO WS-EXPO-SLOT
031257     PERFORM 2870-FIND-CARD-SLOT
031260     VARYING WS-EXPO-IDX FROM 1 BY 1
031262     UNTIL WS-EXPO-IDX > EXPO-CARD-COUNT OR WS-EXPO-IDX > 8
031264     IF WS-EXPO-SLOT > ZERO
031266     MOVE 'F' TO EXPO-CARD-EVENT (WS-EXPO-SLOT)
031268     MOVE WS-CURRENT-TIMESTAMP(1:8)
031271     TO EXPO-CARD-EVENT-DATE (WS-EXPO-SLOT)
031273     REWRITE CUST-EXPOSURE-RECORD
031275     IF WS-EXPO-STATUS = '00'
031277     ADD 1 TO WS-FRAUD-MARK-COUNT
031280     ELSE
031282     DISPLAY 'ERROR REWRITING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
031284     END-IF
031286 END-IF.
031288
031291 2870-FIND-CARD-SLOT.
031293     IF EXPO-CARD-NUMBER (WS-EXPO-IDX) = CASE-CARD-NUMBER
031295     MOVE WS-EXPO-IDX TO WS-EXPO-SLOT
031297 END-IF.
031300
031400 2900-WRITE-AUDIT-RECORD.
031500* Every action leaves a trail entry, including the rejects - a
033900     IF WS-AUDIT-STATUS NOT = '00'
034000     DISPLAY 'ERROR WRITING CASE AUDIT RECORD: ' WS-AUDIT-STATUS
034100 END-IF.
034101
034102 2950-CASCADE-CUSTOMER-CASES.
034103* A reassignment or a customer-contact hold covers the customer,
034104* not the one card - every other case still open for the same
034105* customer/household identifier follows it. The case file has no
034106* customer key, so the customer's cases are found by a full pass.
034107     IF WS-ACTION-RESULT = 'APPLIED'
034108     AND (ACT-REASSIGN OR ACT-PENDING)
034109     AND CASE-CUSTOMER-ID IS NUMERIC
034110     AND CASE-CUSTOMER-ID > ZERO
034111     MOVE CASE-CUSTOMER-ID TO WS-CASCADE-CUSTOMER-ID
034112     MOVE CASE-NUMBER TO WS-CASCADE-FROM-CASE
034113     MOVE CASE-STATUS TO WS-CASCADE-STATUS
034115     MOVE CASE-ASSIGNED-ANALYST TO WS-CASCADE-ANALYST
034116     PERFORM 2955-SCAN-CUSTOMER-CASES
034117 END-IF.
034118
034119 2955-SCAN-CUSTOMER-CASES.
034120     MOVE 'N' TO WS-SCAN-EOF-FLAG
034121     MOVE ZERO TO CASE-NUMBER
034122     START CASE-FILE KEY IS NOT LESS THAN CASE-NUMBER
034123     INVALID KEY
034124     SET SCAN-EOF-REACHED TO TRUE
034125     END-START
034126     IF NOT SCAN-EOF-REACHED
034127     PERFORM 2956-READ-NEXT-CASE
034129     END-IF
034130     PERFORM UNTIL SCAN-EOF-REACHED
034131     IF CASE-CUSTOMER-ID IS NUMERIC
034132     AND CASE-CUSTOMER-ID = WS-CASCADE-CUSTOMER-ID
034133     AND CASE-NUMBER NOT = WS-CASCADE-FROM-CASE
034134     AND CASE-STATUS NOT = 'CLOSED'
034135     PERFORM 2960-CASCADE-ONE-CASE
034136     END-IF
034137     PERFORM 2956-READ-NEXT-CASE
034138     END-PERFORM.
034139
034140 2956-READ-NEXT-CASE.
034141     READ CASE-FILE NEXT RECORD
034143     AT END
034144     SET SCAN-EOF-REACHED TO TRUE
034145 END-READ.
034146
034147 2960-CASCADE-ONE-CASE.
034148* Only what the action itself sets is carried - a reassignment
034149* moves the analyst, a contact hold parks the case as well. A case
034150* already where the action put its lead is left alone.
034151     MOVE CASE-STATUS TO WS-OLD-STATUS
034152     MOVE CASE-ASSIGNED-ANALYST TO WS-OLD-ANALYST
034153     IF ACT-PENDING
034154     MOVE WS-CASCADE-STATUS TO CASE-STATUS
034155     END-IF
034156     MOVE WS-CASCADE-ANALYST TO CASE-ASSIGNED-ANALYST
034158     IF CASE-STATUS NOT = WS-OLD-STATUS
034159     OR CASE-ASSIGNED-ANALYST NOT = WS-OLD-ANALYST
034160     PERFORM 2962-APPLY-CASCADE
034161 END-IF.
034162
034163 2962-APPLY-CASCADE.
034164     REWRITE CASE-RECORD
034165     IF WS-CASE-STATUS = '00'
034166     MOVE 'APPLIED' TO AUD-RESULT
034167     MOVE SPACES TO AUD-REJECT-REASON
034168     ADD 1 TO WS-CASCADE-COUNT
034169     ELSE
034170     DISPLAY 'ERROR REWRITING CASE RECORD: ' WS-CASE-STATUS
034172     MOVE 'REJECTED' TO AUD-RESULT
034173     MOVE 'CASE-IO-ERR' TO AUD-REJECT-REASON
034174     MOVE WS-OLD-STATUS TO CASE-STATUS
034175     MOVE WS-OLD-ANALYST TO CASE-ASSIGNED-ANALYST
034176     END-IF
034177     PERFORM 2965-WRITE-CASCADE-AUDIT.
034178
034179 2965-WRITE-CASCADE-AUDIT.
034180* The followed case gets its own trail entry, under the action and
034181* analyst of the deck record, naming the case it followed.
034182     MOVE CASE-NUMBER TO AUD-CASE-NUMBER
034183     MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
034184     MOVE ACT-ACTION-CODE TO AUD-ACTION-CODE
034186     MOVE ACT-ANALYST-ID TO AUD-ANALYST-ID
034187     MOVE WS-OLD-STATUS TO AUD-OLD-STATUS
034188     MOVE CASE-STATUS TO AUD-NEW-STATUS
034189     MOVE WS-OLD-ANALYST TO AUD-OLD-ANALYST
034190     MOVE CASE-ASSIGNED-ANALYST TO AUD-NEW-ANALYST
034191     MOVE SPACES TO AUD-NOTES
034192     STRING 'FOLLOWS CASE ' WS-CASCADE-FROM-CASE
034193     ' - SAME CUSTOMER ' WS-CASCADE-CUSTOMER-ID
034194     DELIMITED BY SIZE INTO AUD-NOTES
034195     WRITE CASE-AUDIT-RECORD
034196     IF WS-AUDIT-STATUS NOT = '00'
034197     DISPLAY 'ERROR WRITING CASE AUDIT RECORD: ' WS-AUDIT-STATUS
034198 END-IF.
034200
034300 2000-PROCESS-EXIT.
034400     EXIT.
035300 9100-CLOSE-FILES.
035400     CLOSE CASE-ACTION-FILE
035500     CLOSE CASE-FILE
035600     CLOSE CASE-AUDIT-FILE
035610     IF EXPO-FILE-OPEN
035620     CLOSE CUST-EXPOSURE-FILE
035630 END-IF.
035700
035800 9200-DISPLAY-FINAL-STATS.
035900     DISPLAY ' '
036700     DISPLAY 'PENDING CUSTOMER CONTACT: ' WS-PENDING-COUNT
036800     DISPLAY 'INVESTIGATION NOTES: ' WS-NOTE-COUNT
036900     DISPLAY 'CASES CLOSED: ' WS-CLOSE-COUNT
036910     DISPLAY 'LINKED CASES FOLLOWED: ' WS-CASCADE-COUNT
036920     DISPLAY 'CUSTOMER FRAUD MARKS: ' WS-FRAUD-MARK-COUNT
037000     DISPLAY '=========================================='
037100     IF WS-ACTIONS-REJECTED > ZERO
037200     DISPLAY 'REJECTED ACTIONS ON AUDIT TRAIL - REVIEW DECK'
