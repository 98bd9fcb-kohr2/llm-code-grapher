001810* 2026-09-02  FRAUD-DETECTION-TEAM  PCI - THE UPDATE REGISTER
001820*             NOW PRINTS CARD NUMBERS MASKED TO
001830*             FIRST-SIX/LAST-FOUR.
001837* 2026-10-15  FRAUD-DETECTION-TEAM  CUSTOMER LINKAGE - A
001845*             MAINTENANCE RECORD MAY NOW CARRY A
001853*             CUSTOMER/HOUSEHOLD IDENTIFIER THAT TIES THE CARD TO
001861*             THE CARDHOLDER'S OTHER CARDS. ADD AND CHANGE LINK
001868*             THE CARD, NEW ACTION U UNLINKS IT, AND THE CARD LIST
001876*             ON THE NEW CUSTEXPO CUSTOMER EXPOSURE FILE IS KEPT
001884*             IN STEP SO THE FRAUD ENGINE CAN SCORE ACROSS SIBLING
001892*             CARDS. THE REGISTER SHOWS THE CUSTOMER ID.
001900*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004400     ORGANIZATION IS SEQUENTIAL
004500     ACCESS MODE IS SEQUENTIAL
004600 FILE STATUS IS WS-REG-STATUS.
004610
004620     SELECT CUST-EXPOSURE-FILE ASSIGN TO 'CUSTEXPO'
004630     ORGANIZATION IS INDEXED
004640     ACCESS MODE IS DYNAMIC
004650     RECORD KEY IS EXPO-CUSTOMER-ID
004660 FILE STATUS IS WS-EXPO-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005900 88  MNT-ADD             VALUE 'A'.
006000 88  MNT-CHANGE          VALUE 'C'.
006100 88  MNT-CLOSE           VALUE 'X'.
006110 88  MNT-UNLINK          VALUE 'U'.
006200 05  MNT-CARD-NUMBER         PIC 9(16).
006300 05  MNT-NAME                PIC X(40).
006400 05  MNT-HOME-ZIP            PIC X(10).
006800 05  MNT-CREDIT-LIMIT        PIC 9(8)V99.
006900 05  MNT-PHONE-NUMBER        PIC X(15).
007000 05  MNT-EMAIL               PIC X(50).
007100* Customer/household identifier linking this card to the same
007110* cardholder's other cards. Spaces or zero on a change leave the
007120* link alone; an unlink (action U) needs no value here.
007130 05  MNT-CUSTOMER-ID         PIC 9(12).
007140 05  MNT-CUSTOMER-ID-X REDEFINES MNT-CUSTOMER-ID
007150     PIC X(12).
007160 05  FILLER                  PIC X(32).
007200
007300 FD  CUSTOMER-FILE
007400     RECORDING MODE IS F
009200 05  CUST-EMAIL              PIC X(50).
009300 05  CUST-ACCOUNT-STATUS     PIC X(1).
009400 88  CUST-ACCOUNT-CLOSED VALUE 'C'.
009500 05  FILLER                  PIC X(18).
009510* Zero (or spaces on a record never linked) means the card stands
009520* alone.
009530 05  CUST-CUSTOMER-ID        PIC 9(12).
009540 05  FILLER                  PIC X(110).
009600
009700 FD  PARAMETER-FILE
009800     RECORDING MODE IS F
011500     RECORDING MODE IS F
011600 RECORD CONTAINS 132 CHARACTERS.
011700 01  UPDATE-REGISTER-RECORD  PIC X(132).
011704
011708* One record per linked customer, keyed by the identifier carried
011712* on CUSTFILE. This program owns the card list; the fraud engine
011716* keeps the combined spend and velocity windows and stamps a card
011720* declined (D) or confirmed fraud (F) so rule 16 can raise risk
011724* on its siblings.
011728 FD  CUST-EXPOSURE-FILE
011732     RECORDING MODE IS F
011736 RECORD CONTAINS 300 CHARACTERS.
011740 01  CUST-EXPOSURE-RECORD.
011744 05  EXPO-CUSTOMER-ID        PIC 9(12).
011748 05  EXPO-CARD-COUNT         PIC 9(2).
011752 05  EXPO-CARD-TABLE.
011756     10  EXPO-CARD-ENTRY OCCURS 8 TIMES.
011760 15  EXPO-CARD-NUMBER    PIC 9(16).
011764 15  EXPO-CARD-EVENT     PIC X(1).
011768 15  EXPO-CARD-EVENT-DATE PIC 9(8).
011772 05  EXPO-TRANS-COUNT-1H     PIC 9(4).
011776 05  EXPO-AMOUNT-1H          PIC 9(10)V99.
011780 05  EXPO-TRANS-COUNT-24H    PIC 9(5).
011784 05  EXPO-AMOUNT-24H         PIC 9(10)V99.
011788 05  EXPO-LAST-UPDATE        PIC 9(14).
011792 05  EXPO-LINK-DATE          PIC 9(8).
011796 05  FILLER                  PIC X(31).
011800
011900 WORKING-STORAGE SECTION.
012000
012300 01  WS-CUST-STATUS              PIC XX.
012400 01  WS-PARM-STATUS              PIC XX.
012500 01  WS-REG-STATUS               PIC XX.
012510 01  WS-EXPO-STATUS              PIC XX.
012600
012700* Control Variables
012800 01  WS-MNT-EOF-FLAG             PIC X VALUE 'N'.
013300 88  MAINT-CUST-FOUND        VALUE 'Y'.
013400 01  WS-MAINT-RESULT             PIC X(8).
013500 01  WS-MAINT-REJECT-REASON      PIC X(12).
013510
013520* Customer Linkage Variables
013530 01  WS-MNT-LINK-ID              PIC 9(12).
013540 01  WS-OLD-LINK-ID              PIC 9(12).
013550 01  WS-EXPO-LINK-ID             PIC 9(12).
013560 01  WS-EXPO-IDX                 PIC 9(2) COMP.
013570 01  WS-EXPO-SLOT                PIC 9(2) COMP.
013580 01  WS-REG-LINK-ID              PIC X(12).
013600
013700* Luhn Checksum Validation Variables - same mod-10 check the fraud
013800* engine runs in 2310/2311/2312 on incoming transactions.
017100 05  WS-ADD-COUNT              PIC 9(6) VALUE ZERO.
017200 05  WS-CHANGE-COUNT           PIC 9(6) VALUE ZERO.
017300 05  WS-CLOSE-COUNT            PIC 9(6) VALUE ZERO.
017310 05  WS-LINK-COUNT             PIC 9(6) VALUE ZERO.
017320 05  WS-UNLINK-COUNT           PIC 9(6) VALUE ZERO.
017400
017500* Report Line Layouts
017600 01  WS-REG-HEADER-LINE.
018100 01  WS-REG-COLUMN-LINE.
018200 05  FILLER                  PIC X(44)
018300     VALUE 'ACT CARD NUMBER       RESULT   REASON'.
018400 05  FILLER                  PIC X(41) VALUE 'NAME'.
018410 05  FILLER                  PIC X(12) VALUE 'CUSTOMER ID'.
018420 05  FILLER                  PIC X(35) VALUE SPACES.
018500 01  WS-REG-DETAIL-LINE.
018600 05  WS-REG-ACTION           PIC X(1).
018700 05  FILLER                  PIC X(3) VALUE SPACES.
019200 05  WS-REG-REASON           PIC X(12).
019300 05  FILLER                  PIC X(1) VALUE SPACE.
019400 05  WS-REG-NAME             PIC X(40).
019500 05  FILLER                  PIC X(1) VALUE SPACE.
019510 05  WS-REG-CUST-ID          PIC X(12).
019520 05  FILLER                  PIC X(35) VALUE SPACES.
019600 01  WS-REG-TOTAL-LINE.
019700 05  WS-REG-TOTAL-LABEL      PIC X(30).
019800 05  WS-REG-TOTAL-COUNT      PIC ZZZZZZZ9.
024300     DISPLAY ERR-FILE-NOT-FOUND ' - UPDATE REGISTER'
024400     MOVE 16 TO RETURN-CODE
024500     STOP RUN
024600     END-IF
024606
024613* Created on first use - a shop that has linked no customers yet
024620* has no exposure file to open.
024626     OPEN I-O CUST-EXPOSURE-FILE
024633     IF WS-EXPO-STATUS = '35'
024640     OPEN OUTPUT CUST-EXPOSURE-FILE
024646     CLOSE CUST-EXPOSURE-FILE
024653     OPEN I-O CUST-EXPOSURE-FILE
024660     END-IF
024666     IF WS-EXPO-STATUS NOT = '00' AND WS-EXPO-STATUS NOT = '05'
024673     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER EXPOSURE FILE'
024680     MOVE 16 TO RETURN-CODE
024686     STOP RUN
024693 END-IF.
024700
024800 1300-LOAD-CURRENCY-TABLE.
024900* Only the rate records matter here - thresholds and run options
033000 2200-APPLY-ONE-MAINT.
033100     MOVE 'APPLIED' TO WS-MAINT-RESULT
033200     MOVE SPACES TO WS-MAINT-REJECT-REASON
033210     MOVE SPACES TO WS-REG-LINK-ID
033220     MOVE ZERO TO WS-MNT-LINK-ID
033230     IF MNT-CUSTOMER-ID IS NUMERIC
033240     MOVE MNT-CUSTOMER-ID TO WS-MNT-LINK-ID
033250     END-IF
033260     IF WS-MNT-LINK-ID > ZERO
033270     MOVE MNT-CUSTOMER-ID-X TO WS-REG-LINK-ID
033280     END-IF
033300     PERFORM 2300-LOCATE-CUSTOMER
033400     EVALUATE TRUE
033500     WHEN MNT-ADD
033800     PERFORM 2500-MAINT-CHANGE
033900     WHEN MNT-CLOSE
034000     PERFORM 2600-MAINT-CLOSE
034010     WHEN MNT-UNLINK
034020     PERFORM 2650-MAINT-UNLINK
034100     WHEN OTHER
034200     MOVE 'REJECTED' TO WS-MAINT-RESULT
034300     MOVE 'BAD-ACTION' TO WS-MAINT-REJECT-REASON
037300     MOVE 'NO-NAME' TO WS-MAINT-REJECT-REASON
037400     END-IF
037500     END-IF
037510     IF WS-MAINT-RESULT = 'APPLIED' AND WS-MNT-LINK-ID > ZERO
037520     MOVE WS-MNT-LINK-ID TO WS-EXPO-LINK-ID
037530     PERFORM 2800-CHECK-LINK-ROOM
037540     END-IF
037600     IF WS-MAINT-RESULT = 'APPLIED'
037700     PERFORM 2410-BUILD-NEW-CUSTOMER
037800     WRITE CUSTOMER-RECORD
038200     MOVE 'CUST-IO-ERR' TO WS-MAINT-REJECT-REASON
038300     ELSE
038400     ADD 1 TO WS-ADD-COUNT
038410     IF WS-MNT-LINK-ID > ZERO
038420     PERFORM 2810-ADD-CARD-TO-CUSTOMER
038430     END-IF
038500     END-IF
038600     END-IF
038700 END-IF.
040500     MOVE 'N' TO CUST-TRAVEL-FLAG
040600     MOVE MNT-PHONE-NUMBER TO CUST-PHONE-NUMBER
040700     MOVE MNT-EMAIL TO CUST-EMAIL
040800     MOVE 'A' TO CUST-ACCOUNT-STATUS
040810     MOVE WS-MNT-LINK-ID TO CUST-CUSTOMER-ID.
040900
041000 2500-MAINT-CHANGE.
041100* Only the named fields move; the behavioral profile the fraud
042200     PERFORM 2700-VALIDATE-MAINT-FIELDS
042300     END-IF
042400     END-IF
042410     IF WS-MAINT-RESULT = 'APPLIED'
042420     PERFORM 2520-CHECK-RELINK
042430     END-IF
042500     IF WS-MAINT-RESULT = 'APPLIED'
042600     PERFORM 2510-MOVE-CHANGED-FIELDS
042700     REWRITE CUSTOMER-RECORD
043100     MOVE 'CUST-IO-ERR' TO WS-MAINT-REJECT-REASON
043200     ELSE
043300     ADD 1 TO WS-CHANGE-COUNT
043310     PERFORM 2530-APPLY-RELINK
043400     END-IF
043500 END-IF.
043600
045800     END-IF
045900     IF MNT-EMAIL NOT = SPACES
046000     MOVE MNT-EMAIL TO CUST-EMAIL
046100     END-IF
046103     IF WS-MNT-LINK-ID > ZERO
046106     MOVE WS-MNT-LINK-ID TO CUST-CUSTOMER-ID
046110 END-IF.
046113
046117 2520-CHECK-RELINK.
046120* A change naming a different customer moves the card to that
046124* customer's card list - make sure there is room before anything
046127* is rewritten.
046131     MOVE ZERO TO WS-OLD-LINK-ID
046134     IF CUST-CUSTOMER-ID IS NUMERIC
046137     MOVE CUST-CUSTOMER-ID TO WS-OLD-LINK-ID
046141     END-IF
046144     IF WS-MNT-LINK-ID > ZERO
046148     AND WS-MNT-LINK-ID NOT = WS-OLD-LINK-ID
046151     MOVE WS-MNT-LINK-ID TO WS-EXPO-LINK-ID
046155     PERFORM 2800-CHECK-LINK-ROOM
046158 END-IF.
046162
046165 2530-APPLY-RELINK.
046168     IF WS-MNT-LINK-ID > ZERO
046172     AND WS-MNT-LINK-ID NOT = WS-OLD-LINK-ID
046175     IF WS-OLD-LINK-ID > ZERO
046179     MOVE WS-OLD-LINK-ID TO WS-EXPO-LINK-ID
046182     PERFORM 2830-REMOVE-CARD-FROM-CUSTOMER
046186     END-IF
046189     MOVE WS-MNT-LINK-ID TO WS-EXPO-LINK-ID
046193     PERFORM 2810-ADD-CARD-TO-CUSTOMER
046196 END-IF.
046200
046300 2600-MAINT-CLOSE.
046400* The record stays on file for history and open-case work; the
048300     END-IF
048400 END-IF.
048500
048503 2650-MAINT-UNLINK.
048506* Takes the card off its customer - a card linked in error, or an
048509* authorized user who has left the household. The card's own
048512* master is otherwise untouched.
048516     IF NOT MAINT-CUST-FOUND
048519     MOVE 'REJECTED' TO WS-MAINT-RESULT
048522     MOVE 'NO-CUSTOMER' TO WS-MAINT-REJECT-REASON
048525     ELSE
048529     MOVE ZERO TO WS-OLD-LINK-ID
048532     IF CUST-CUSTOMER-ID IS NUMERIC
048535     MOVE CUST-CUSTOMER-ID TO WS-OLD-LINK-ID
048538     END-IF
048541     IF WS-OLD-LINK-ID = ZERO
048545     MOVE 'REJECTED' TO WS-MAINT-RESULT
048548     MOVE 'NOT-LINKED' TO WS-MAINT-REJECT-REASON
048551     ELSE
048554     MOVE WS-OLD-LINK-ID TO WS-REG-LINK-ID
048558     MOVE ZERO TO CUST-CUSTOMER-ID
048561     REWRITE CUSTOMER-RECORD
048564     IF WS-CUST-STATUS NOT = '00'
048567     DISPLAY 'ERROR REWRITING CUSTOMER: ' WS-CUST-STATUS
048570     MOVE 'REJECTED' TO WS-MAINT-RESULT
048574     MOVE 'CUST-IO-ERR' TO WS-MAINT-REJECT-REASON
048577     ELSE
048580     ADD 1 TO WS-UNLINK-COUNT
048583     MOVE WS-OLD-LINK-ID TO WS-EXPO-LINK-ID
048587     PERFORM 2830-REMOVE-CARD-FROM-CUSTOMER
048590     END-IF
048593     END-IF
048596 END-IF.
048598
048600 2700-VALIDATE-MAINT-FIELDS.
048700* Luhn on the card number like the fraud engine's 2310, currency
048800* against the rate table, country a plausible ISO code - bad
049800     IF MNT-ADD OR MNT-HOME-CURRENCY NOT = SPACES
049900     PERFORM 2760-VALIDATE-CURRENCY-CODE
050000     END-IF
050100     END-IF
050110     IF WS-MAINT-RESULT = 'APPLIED'
050120     IF MNT-CUSTOMER-ID-X NOT = SPACES
050130     AND MNT-CUSTOMER-ID NOT NUMERIC
050140     MOVE 'REJECTED' TO WS-MAINT-RESULT
050150     MOVE 'BAD-CUST-ID' TO WS-MAINT-REJECT-REASON
050160     END-IF
050170 END-IF.
050200
050300 2710-VALIDATE-CARD-NUMBER.
050400     IF MNT-CARD-NUMBER < 1000000000000000
057100     SET FX-RATE-FOUND TO TRUE
057200 END-IF.
057300
057301 2800-CHECK-LINK-ROOM.
057302* A customer carries at most eight cards. A card already on the
057303* list is no new claim on a slot.
057304     MOVE WS-EXPO-LINK-ID TO EXPO-CUSTOMER-ID
057305     READ CUST-EXPOSURE-FILE
057306     EVALUATE WS-EXPO-STATUS
057307     WHEN '00'
057308     PERFORM 2820-FIND-CARD-SLOT
057310     IF WS-EXPO-SLOT = ZERO AND EXPO-CARD-COUNT NOT < 8
057311     MOVE 'REJECTED' TO WS-MAINT-RESULT
057312     MOVE 'CUST-FULL' TO WS-MAINT-REJECT-REASON
057313     END-IF
057314     WHEN '23'
057315     CONTINUE
057316     WHEN OTHER
057317     DISPLAY 'ERROR READING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
057319     MOVE 'REJECTED' TO WS-MAINT-RESULT
057320     MOVE 'EXPO-IO-ERR' TO WS-MAINT-REJECT-REASON
057321 END-EVALUATE.
057322
057323 2810-ADD-CARD-TO-CUSTOMER.
057324* The first card linked to a customer creates its exposure record
057325* with empty windows; the fraud engine fills them from there.
057326     MOVE WS-EXPO-LINK-ID TO WS-REG-LINK-ID
057328     MOVE WS-EXPO-LINK-ID TO EXPO-CUSTOMER-ID
057329     READ CUST-EXPOSURE-FILE
057330     EVALUATE WS-EXPO-STATUS
057331     WHEN '23'
057332     INITIALIZE CUST-EXPOSURE-RECORD
057333     MOVE WS-EXPO-LINK-ID TO EXPO-CUSTOMER-ID
057334     MOVE 1 TO EXPO-CARD-COUNT
057335     MOVE MNT-CARD-NUMBER TO EXPO-CARD-NUMBER (1)
057337     MOVE WS-CURRENT-TIMESTAMP(1:14) TO EXPO-LAST-UPDATE
057338     MOVE WS-RUN-DATE TO EXPO-LINK-DATE
057339     WRITE CUST-EXPOSURE-RECORD
057340     WHEN '00'
057341     PERFORM 2820-FIND-CARD-SLOT
057342     IF WS-EXPO-SLOT = ZERO
057343     ADD 1 TO EXPO-CARD-COUNT
057344     INITIALIZE EXPO-CARD-ENTRY (EXPO-CARD-COUNT)
057346     MOVE MNT-CARD-NUMBER TO EXPO-CARD-NUMBER (EXPO-CARD-COUNT)
057347     END-IF
057348     REWRITE CUST-EXPOSURE-RECORD
057349     END-EVALUATE
057350     IF WS-EXPO-STATUS NOT = '00'
057351     DISPLAY 'ERROR UPDATING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
057352     ELSE
057353     ADD 1 TO WS-LINK-COUNT
057355 END-IF.
057356
057357 2820-FIND-CARD-SLOT.
057358     MOVE ZERO TO WS-EXPO-SLOT
057359     PERFORM 2825-MATCH-CARD-SLOT
057360     VARYING WS-EXPO-IDX FROM 1 BY 1
057361     UNTIL WS-EXPO-IDX > EXPO-CARD-COUNT OR WS-EXPO-SLOT > ZERO.
057362
057364 2825-MATCH-CARD-SLOT.
057365     IF EXPO-CARD-NUMBER (WS-EXPO-IDX) = MNT-CARD-NUMBER
057366     MOVE WS-EXPO-IDX TO WS-EXPO-SLOT
057367 END-IF.
057368
057369 2830-REMOVE-CARD-FROM-CUSTOMER.
057370* Close the gap the card leaves so the list stays packed from slot
057371* one. The last card out takes the customer's record with it.
057373     MOVE WS-EXPO-LINK-ID TO EXPO-CUSTOMER-ID
057374     READ CUST-EXPOSURE-FILE
057375     IF WS-EXPO-STATUS = '00'
057376     PERFORM 2820-FIND-CARD-SLOT
057377     IF WS-EXPO-SLOT > ZERO
057378     PERFORM 2840-CLOSE-CARD-SLOT
057379     VARYING WS-EXPO-IDX FROM WS-EXPO-SLOT BY 1
057380     UNTIL WS-EXPO-IDX NOT < EXPO-CARD-COUNT
057382     INITIALIZE EXPO-CARD-ENTRY (EXPO-CARD-COUNT)
057383     SUBTRACT 1 FROM EXPO-CARD-COUNT
057384     IF EXPO-CARD-COUNT = ZERO
057385     DELETE CUST-EXPOSURE-FILE RECORD
057386     ELSE
057387     REWRITE CUST-EXPOSURE-RECORD
057388     END-IF
057389     IF WS-EXPO-STATUS NOT = '00'
057391     DISPLAY 'ERROR UPDATING CUSTOMER EXPOSURE: ' WS-EXPO-STATUS
057392     END-IF
057393     END-IF
057394 END-IF.
057395
057396 2840-CLOSE-CARD-SLOT.
057397     MOVE EXPO-CARD-ENTRY (WS-EXPO-IDX + 1)
057398     TO EXPO-CARD-ENTRY (WS-EXPO-IDX).
057399
057400 2900-WRITE-REGISTER-LINE.
057500     MOVE SPACES TO WS-REG-NAME
057600     MOVE MNT-ACTION-CODE TO WS-REG-ACTION
057710     MOVE WS-MASKED-CARD TO WS-REG-CARD
057800     MOVE WS-MAINT-RESULT TO WS-REG-RESULT
057900     MOVE WS-MAINT-REJECT-REASON TO WS-REG-REASON
057910     MOVE WS-REG-LINK-ID TO WS-REG-CUST-ID
058000     IF MNT-NAME NOT = SPACES
058100     MOVE MNT-NAME TO WS-REG-NAME
058200     END-IF
061200     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
061300     MOVE 'CUSTOMERS CLOSED' TO WS-REG-TOTAL-LABEL
061400     MOVE WS-CLOSE-COUNT TO WS-REG-TOTAL-COUNT
061500     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
061510     MOVE 'CARDS LINKED TO CUSTOMER' TO WS-REG-TOTAL-LABEL
061520     MOVE WS-LINK-COUNT TO WS-REG-TOTAL-COUNT
061530     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
061540     MOVE 'CARDS UNLINKED' TO WS-REG-TOTAL-LABEL
061550     MOVE WS-UNLINK-COUNT TO WS-REG-TOTAL-COUNT
061560     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE.
061600
061700 9200-CLOSE-FILES.
061800     CLOSE CUST-MAINT-FILE
061900     CLOSE CUSTOMER-FILE
061910     CLOSE CUST-EXPOSURE-FILE
062000     CLOSE UPDATE-REGISTER.
062100
062200 9300-DISPLAY-FINAL-STATS.
