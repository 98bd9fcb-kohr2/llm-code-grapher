001520*             THROUGH THEIR SECTION EXIT PARAGRAPH - A PERFORMED
001530*             SECTION OTHERWISE FALLS THROUGH INTO ITS OWN
001540*             SERVICE PARAGRAPHS AND RE-OPENS ITS FILES.
001546* 2026-10-15  FRAUD-DETECTION-TEAM  OPEN CASES ARE GROUPED BY
001553*             CUSTOMER/HOUSEHOLD IDENTIFIER. EACH OPEN CASE TAKES
001560*             THE IDENTIFIER CURRENT ON THE CUSTOMER MASTER, THE
001566*             HIGHEST-PRIORITY (THEN OLDEST) CASE LEADS THE
001573*             CUSTOMER'S GROUP, AND THE OTHER OPEN CASES ARE
001580*             ROUTED TO THE LEAD'S PRIORITY AND ANALYST SO ONE
001586*             ANALYST WORKS THE CUSTOMER. NEW CUSTOMER GROUP
001593*             SECTION ON THE AGING REPORT.
001600*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
003100     ORGANIZATION IS SEQUENTIAL
003200     ACCESS MODE IS SEQUENTIAL
003300 FILE STATUS IS WS-AGERPT-STATUS.
003310
003320     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
003330     ORGANIZATION IS INDEXED
003340     ACCESS MODE IS DYNAMIC
003350     RECORD KEY IS CUST-CARD-NUMBER
003360 FILE STATUS IS WS-CUST-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004900 05  CASE-AMOUNT             PIC 9(8)V99.
005000 05  CASE-OPEN-TIMESTAMP     PIC X(20).
005100 05  CASE-RESOLUTION         PIC X(100).
005200 05  CASE-CUSTOMER-ID        PIC 9(12).
005210 05  FILLER                  PIC X(7).
005300
005400 FD  AGING-REPORT-FILE
005500     RECORDING MODE IS F
005600 RECORD CONTAINS 80 CHARACTERS.
005700 01  AGING-REPORT-RECORD     PIC X(80).
005703
005707* Customer master - read only for the customer/household
005710* identifier each card is linked under.
005714 FD  CUSTOMER-FILE
005717     RECORDING MODE IS F
005721 RECORD CONTAINS 300 CHARACTERS.
005725 01  CUSTOMER-RECORD.
005728 05  CUST-CARD-NUMBER        PIC 9(16).
005732 05  CUST-NAME               PIC X(40).
005735 05  CUST-HOME-ZIP           PIC X(10).
005739 05  CUST-HOME-COUNTRY       PIC X(3).
005742 05  CUST-HOME-CURRENCY      PIC X(3).
005746 05  CUST-ACCOUNT-OPEN-DATE  PIC 9(8).
005750 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
005753 05  CUST-CURRENT-BALANCE    PIC 9(8)V99.
005757 05  CUST-RISK-SCORE         PIC 9(3).
005760 05  CUST-FRAUD-FLAG         PIC X(1).
005764 05  CUST-LAST-TRANS-DATE    PIC 9(8).
005767 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
005771 05  CUST-MAX-DAILY-SPEND    PIC 9(8)V99.
005775 05  CUST-TRAVEL-FLAG        PIC X(1).
005778 05  CUST-PHONE-NUMBER       PIC X(15).
005782 05  CUST-EMAIL              PIC X(50).
005785 05  CUST-ACCOUNT-STATUS     PIC X(1).
005789 05  FILLER                  PIC X(18).
005792 05  CUST-CUSTOMER-ID        PIC 9(12).
005796 05  FILLER                  PIC X(110).
005800
005900 WORKING-STORAGE SECTION.
006000
006100* File Status Variables
006200 01  WS-CASE-STATUS              PIC XX.
006300 01  WS-AGERPT-STATUS            PIC XX.
006310 01  WS-CUST-STATUS              PIC XX.
006400
006500* Control Variables
006600 01  WS-CASE-EOF-FLAG            PIC X VALUE 'N'.
006700 88  CASE-EOF-REACHED        VALUE 'Y'.
006710 01  WS-CUST-FILE-FLAG           PIC X VALUE 'N'.
006720 88  CUST-FILE-OPEN          VALUE 'Y'.
006730 01  WS-LINK-RESTAMP-FLAG        PIC X VALUE 'N'.
006740 88  LINK-RESTAMPED          VALUE 'Y'.
006800
006900* Case Age Computation Variables - same day-number arithmetic the
007000* fraud engine uses to age its velocity windows, applied to the
010000 10  WS-POOL-BREACHES    PIC 9(6).
010100 01  WS-POOL-IDX                 PIC 9(2) COMP.
010200 01  WS-POOL-FOUND-IDX           PIC 9(2) COMP.
010203
010206* Pool Tally Work Fields - the analyst, priority and direction
010210* (+1 or -1) of one bucket count, so a case routed to its group
010213* lead can be moved from one pool's bucket to another's.
010216 01  WS-TALLY-ANALYST            PIC X(10).
010220 01  WS-TALLY-PRIORITY           PIC X(8).
010223 01  WS-TALLY-STEP               PIC S9(1).
010226
010230* Linked Case Table - every open case carrying a customer or
010233* household identifier, in case-number order, kept until the sweep
010236* has aged them all so each customer's cases can be routed and
010240* reported together. Rank orders the priorities, CRITICAL 1
010243* through LOW 4.
010246 01  WS-LINKED-CASE-TABLE.
010250 05  WS-LC-ENTRY OCCURS 1000 TIMES.
010253 10  WS-LC-CUSTOMER-ID   PIC 9(12).
010256 10  WS-LC-CASE-NUMBER   PIC 9(12).
010260 10  WS-LC-PRIORITY      PIC X(8).
010263 10  WS-LC-RANK          PIC 9(1).
010266 10  WS-LC-ANALYST       PIC X(10).
010270 10  WS-LC-AGE-HOURS     PIC 9(6).
010273 10  WS-LC-LEAD-IDX      PIC 9(4) COMP.
010276 10  WS-LC-GROUP-SIZE    PIC 9(4) COMP.
010280 10  WS-LC-ROUTED        PIC X(1).
010283 01  WS-LC-COUNT                 PIC 9(4) COMP VALUE ZERO.
010286 01  WS-LC-IDX                   PIC 9(4) COMP.
010290 01  WS-LC-SCAN-IDX              PIC 9(4) COMP.
010293 01  WS-LC-LEAD                  PIC 9(4) COMP.
010296 01  WS-LC-MEMBERS               PIC 9(4) COMP.
010300
010400* Counters and Statistics
010500 01  WS-COUNTERS.
010700 05  WS-OPEN-CASES             PIC 9(8) VALUE ZERO.
010800 05  WS-SLA-BREACHES           PIC 9(6) VALUE ZERO.
010900 05  WS-CASES-ESCALATED        PIC 9(6) VALUE ZERO.
010910 05  WS-LINKS-RESTAMPED        PIC 9(6) VALUE ZERO.
010920 05  WS-CUSTOMER-GROUPS        PIC 9(6) VALUE ZERO.
010930 05  WS-CASES-GROUPED          PIC 9(6) VALUE ZERO.
010940 05  WS-CASES-ROUTED           PIC 9(6) VALUE ZERO.
010950 05  WS-LINKED-NOT-TABLED      PIC 9(6) VALUE ZERO.
011000
011100* Report Line Layouts
011200 01  WS-RPT-HEADER-LINE.
014800 05  WS-RPT-TOTAL-LABEL      PIC X(30).
014900 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
015000 05  FILLER                  PIC X(42) VALUE SPACES.
015003 01  WS-RPT-GROUP-TITLE-LINE.
015007 05  FILLER                  PIC X(40)
015011     VALUE 'OPEN CASES WORKED TOGETHER BY CUSTOMER'.
015014 05  FILLER                  PIC X(40) VALUE SPACES.
015018 01  WS-RPT-GROUP-LINE.
015022 05  FILLER                  PIC X(9) VALUE 'CUSTOMER '.
015025 05  WS-RPT-GRP-CUSTOMER     PIC 9(12).
015029 05  FILLER                  PIC X(8) VALUE '  CASES '.
015033 05  WS-RPT-GRP-CASES        PIC ZZZ9.
015037 05  FILLER                  PIC X(7) VALUE '  LEAD '.
015040 05  WS-RPT-GRP-LEAD         PIC 9(12).
015044 05  FILLER                  PIC X(1) VALUE SPACE.
015048 05  WS-RPT-GRP-PRIORITY     PIC X(8).
015051 05  FILLER                  PIC X(1) VALUE SPACE.
015055 05  WS-RPT-GRP-ANALYST      PIC X(10).
015059 05  FILLER                  PIC X(8) VALUE SPACES.
015062 01  WS-RPT-MEMBER-LINE.
015066 05  FILLER                  PIC X(9) VALUE '    CASE '.
015070 05  WS-RPT-MBR-CASE         PIC 9(12).
015074 05  FILLER                  PIC X(1) VALUE SPACE.
015077 05  WS-RPT-MBR-PRIORITY     PIC X(8).
015081 05  FILLER                  PIC X(5) VALUE ' AGE '.
015085 05  WS-RPT-MBR-HOURS        PIC ZZZZZ9.
015088 05  FILLER                  PIC X(5) VALUE ' HRS '.
015092 05  WS-RPT-MBR-NOTE         PIC X(16).
015096 05  FILLER                  PIC X(18) VALUE SPACES.
015100 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
015200
015300* Error Messages
016100 0000-MAIN-PROCESS.
016200     PERFORM 1000-INITIALIZE-PROGRAM
016300     PERFORM 2000-SWEEP-CASE-FILE
016310     PERFORM 3000-GROUP-CUSTOMER-CASES
016400     PERFORM 9000-FINALIZE-PROGRAM
016500     STOP RUN.
016600
019000     STOP RUN
019100     END-IF
019200
019209* The customer master is optional here - without it each case
019218* keeps the customer identifier stamped when it was opened.
019227     OPEN INPUT CUSTOMER-FILE
019236     IF WS-CUST-STATUS = '00'
019245     MOVE 'Y' TO WS-CUST-FILE-FLAG
019254     ELSE
019263     MOVE 'N' TO WS-CUST-FILE-FLAG
019272     DISPLAY 'CUSTOMER MASTER FILE NOT AVAILABLE - STATUS '
019281     WS-CUST-STATUS ' - CASE CUSTOMER LINKS NOT REFRESHED'
019290     END-IF
019300     OPEN OUTPUT AGING-REPORT-FILE
019400     IF WS-AGERPT-STATUS NOT = '00'
019500     DISPLAY ERR-FILE-NOT-FOUND ' - AGING REPORT FILE'
022600
022700 2200-AGE-ONE-CASE.
022800     ADD 1 TO WS-OPEN-CASES
022810     PERFORM 2250-STAMP-CUSTOMER-LINK
022900     PERFORM 2300-COMPUTE-CASE-AGE
023000     PERFORM 2400-DETERMINE-SLA-LIMIT
023100     IF WS-CASE-AGE-HOURS > WS-SLA-LIMIT-HOURS
023200     ADD 1 TO WS-SLA-BREACHES
023300     PERFORM 2500-ESCALATE-CASE
023310     ELSE
023320     IF LINK-RESTAMPED
023330     PERFORM 2260-REWRITE-RESTAMPED-CASE
023340     END-IF
023400     END-IF
023500     PERFORM 2600-TALLY-POOL-STATS
023502     PERFORM 2700-TABLE-LINKED-CASE.
023505
023508 2250-STAMP-CUSTOMER-LINK.
023511* The case takes the customer/household identifier now on the
023514* customer master, so a card linked, unlinked or moved since the
023517* case was opened is grouped where it belongs today. A case whose
023520* card is not on the master keeps the identifier it has. Cases
023523* opened before cases carried the identifier hold spaces there.
023526     MOVE 'N' TO WS-LINK-RESTAMP-FLAG
023529     IF CASE-CUSTOMER-ID NOT NUMERIC
023532     MOVE ZERO TO CASE-CUSTOMER-ID
023535     MOVE 'Y' TO WS-LINK-RESTAMP-FLAG
023538     END-IF
023541     IF CUST-FILE-OPEN
023544     MOVE CASE-CARD-NUMBER TO CUST-CARD-NUMBER
023547     READ CUSTOMER-FILE
023550     IF WS-CUST-STATUS = '00' AND CUST-CUSTOMER-ID IS NUMERIC
023552     AND CUST-CUSTOMER-ID NOT = CASE-CUSTOMER-ID
023555     MOVE CUST-CUSTOMER-ID TO CASE-CUSTOMER-ID
023558     MOVE 'Y' TO WS-LINK-RESTAMP-FLAG
023561     END-IF
023564     END-IF
023567     IF LINK-RESTAMPED
023570     ADD 1 TO WS-LINKS-RESTAMPED
023573 END-IF.
023576
023579 2260-REWRITE-RESTAMPED-CASE.
023582* An escalated case is rewritten by 2500 with the new identifier
023585* already in place; only a case that did not breach comes here.
023588     REWRITE CASE-RECORD
023591     IF WS-CASE-STATUS NOT = '00'
023594     DISPLAY 'ERROR REWRITING CASE RECORD: ' WS-CASE-STATUS
023597 END-IF.
023600
023700 2300-COMPUTE-CASE-AGE.
023800* Whole-hours age from the open timestamp to now, clamped at
029600 2600-TALLY-POOL-STATS.
029700* Tally the case under the pool it is assigned to after any
029800* escalation, so the report reflects the post-sweep workload.
029900     MOVE CASE-ASSIGNED-ANALYST TO WS-TALLY-ANALYST
029910     MOVE CASE-PRIORITY TO WS-TALLY-PRIORITY
029920     MOVE 1 TO WS-TALLY-STEP
029930     PERFORM 2620-ADD-BUCKET-TALLY
031400     IF WS-CASE-AGE-HOURS > WS-POOL-OLDEST-HRS(WS-POOL-IDX)
031500     MOVE WS-CASE-AGE-HOURS TO WS-POOL-OLDEST-HRS(WS-POOL-IDX)
031600     MOVE CASE-NUMBER TO WS-POOL-OLDEST-CASE(WS-POOL-IDX)
032000 END-IF.
032100
032200 2610-MATCH-POOL-ENTRY.
032300     IF WS-TALLY-ANALYST = WS-POOL-ID(WS-POOL-IDX)
032400     MOVE WS-POOL-IDX TO WS-POOL-FOUND-IDX
032402 END-IF.
032404
032406 2620-ADD-BUCKET-TALLY.
032409* Adds WS-TALLY-STEP to the priority bucket of the pool the
032411* analyst belongs to, leaving WS-POOL-IDX on that pool.
032413     MOVE 5 TO WS-POOL-FOUND-IDX
032415     PERFORM 2610-MATCH-POOL-ENTRY
032418     VARYING WS-POOL-IDX FROM 1 BY 1
032420     UNTIL WS-POOL-IDX > 4
032422     MOVE WS-POOL-FOUND-IDX TO WS-POOL-IDX
032424     EVALUATE WS-TALLY-PRIORITY
032427     WHEN 'CRITICAL'
032429     ADD WS-TALLY-STEP TO WS-POOL-CRITICAL(WS-POOL-IDX)
032431     WHEN 'HIGH'
032433     ADD WS-TALLY-STEP TO WS-POOL-HIGH(WS-POOL-IDX)
032436     WHEN 'MEDIUM'
032438     ADD WS-TALLY-STEP TO WS-POOL-MEDIUM(WS-POOL-IDX)
032440     WHEN OTHER
032443     ADD WS-TALLY-STEP TO WS-POOL-LOW(WS-POOL-IDX)
032445 END-EVALUATE.
032447
032449 2700-TABLE-LINKED-CASE.
032452* Only a case tied to a customer can be grouped. Past the table's
032454* capacity a case is counted and worked on its own this sweep.
032456     IF CASE-CUSTOMER-ID NOT = ZERO
032458     IF WS-LC-COUNT < 1000
032461     ADD 1 TO WS-LC-COUNT
032463     MOVE CASE-CUSTOMER-ID TO WS-LC-CUSTOMER-ID(WS-LC-COUNT)
032465     MOVE CASE-NUMBER TO WS-LC-CASE-NUMBER(WS-LC-COUNT)
032467     MOVE CASE-PRIORITY TO WS-LC-PRIORITY(WS-LC-COUNT)
032470     MOVE CASE-ASSIGNED-ANALYST TO WS-LC-ANALYST(WS-LC-COUNT)
032472     MOVE WS-CASE-AGE-HOURS TO WS-LC-AGE-HOURS(WS-LC-COUNT)
032474     MOVE ZERO TO WS-LC-LEAD-IDX(WS-LC-COUNT)
032476     MOVE ZERO TO WS-LC-GROUP-SIZE(WS-LC-COUNT)
032479     MOVE 'N' TO WS-LC-ROUTED(WS-LC-COUNT)
032481     PERFORM 2710-RANK-CASE-PRIORITY
032483     ELSE
032486     ADD 1 TO WS-LINKED-NOT-TABLED
032488     END-IF
032490 END-IF.
032492
032495 2710-RANK-CASE-PRIORITY.
032497     EVALUATE CASE-PRIORITY
032499     WHEN 'CRITICAL'
032501     MOVE 1 TO WS-LC-RANK(WS-LC-COUNT)
032504     WHEN 'HIGH'
032506     MOVE 2 TO WS-LC-RANK(WS-LC-COUNT)
032508     WHEN 'MEDIUM'
032510     MOVE 3 TO WS-LC-RANK(WS-LC-COUNT)
032513     WHEN OTHER
032515     MOVE 4 TO WS-LC-RANK(WS-LC-COUNT)
032517 END-EVALUATE.
032520
032540 2000-SWEEP-EXIT.
032560     EXIT.
032561
032562 3000-GROUP-CUSTOMER-CASES SECTION.
032564 3000-GROUP-START.
032565* A customer's open cases are worked together. The highest
032567* priority case leads the customer's group - the oldest of them
032568* on a tie - and every other open case for the customer is routed
032569* to the lead's priority and analyst. Routing only ever raises a
032571* case, since no case in the group outranks its lead.
032572     DISPLAY 'GROUPING OPEN CASES BY CUSTOMER'
032574     PERFORM 3100-FIND-GROUP-LEAD
032575     VARYING WS-LC-IDX FROM 1 BY 1
032576     UNTIL WS-LC-IDX > WS-LC-COUNT
032578     PERFORM 3200-ROUTE-TO-LEAD
032579     VARYING WS-LC-IDX FROM 1 BY 1
032581     UNTIL WS-LC-IDX > WS-LC-COUNT
032582     GO TO 3000-GROUP-EXIT.
032583
032585 3100-FIND-GROUP-LEAD.
032586* A case not yet placed starts a new group. The table is in case
032588* order, so the rest of the customer's cases all sit after it.
032589     IF WS-LC-LEAD-IDX(WS-LC-IDX) = ZERO
032590     MOVE WS-LC-IDX TO WS-LC-LEAD
032592     MOVE ZERO TO WS-LC-MEMBERS
032593     PERFORM 3110-COMPARE-FOR-LEAD
032595     VARYING WS-LC-SCAN-IDX FROM WS-LC-IDX BY 1
032596     UNTIL WS-LC-SCAN-IDX > WS-LC-COUNT
032597     PERFORM 3120-MARK-GROUP-LEAD
032599     VARYING WS-LC-SCAN-IDX FROM WS-LC-IDX BY 1
032600     UNTIL WS-LC-SCAN-IDX > WS-LC-COUNT
032602     MOVE WS-LC-MEMBERS TO WS-LC-GROUP-SIZE(WS-LC-LEAD)
032603     IF WS-LC-MEMBERS > 1
032604     ADD 1 TO WS-CUSTOMER-GROUPS
032606     ADD WS-LC-MEMBERS TO WS-CASES-GROUPED
032607     END-IF
032609 END-IF.
032610
032611 3110-COMPARE-FOR-LEAD.
032613     IF WS-LC-CUSTOMER-ID(WS-LC-SCAN-IDX)
032614     = WS-LC-CUSTOMER-ID(WS-LC-IDX)
032616     ADD 1 TO WS-LC-MEMBERS
032617     IF WS-LC-RANK(WS-LC-SCAN-IDX) < WS-LC-RANK(WS-LC-LEAD)
032618     OR (WS-LC-RANK(WS-LC-SCAN-IDX) = WS-LC-RANK(WS-LC-LEAD)
032620     AND WS-LC-AGE-HOURS(WS-LC-SCAN-IDX)
032621     > WS-LC-AGE-HOURS(WS-LC-LEAD))
032623     MOVE WS-LC-SCAN-IDX TO WS-LC-LEAD
032624     END-IF
032625 END-IF.
032627
032628 3120-MARK-GROUP-LEAD.
032630     IF WS-LC-CUSTOMER-ID(WS-LC-SCAN-IDX)
032631     = WS-LC-CUSTOMER-ID(WS-LC-IDX)
032632     MOVE WS-LC-LEAD TO WS-LC-LEAD-IDX(WS-LC-SCAN-IDX)
032634 END-IF.
032635
032637 3200-ROUTE-TO-LEAD.
032638     MOVE WS-LC-LEAD-IDX(WS-LC-IDX) TO WS-LC-LEAD
032639     IF WS-LC-LEAD NOT = WS-LC-IDX
032641     AND (WS-LC-PRIORITY(WS-LC-IDX)
032642     NOT = WS-LC-PRIORITY(WS-LC-LEAD)
032644     OR WS-LC-ANALYST(WS-LC-IDX)
032645     NOT = WS-LC-ANALYST(WS-LC-LEAD))
032646     PERFORM 3210-ROUTE-ONE-CASE
032648 END-IF.
032649
032651 3210-ROUTE-ONE-CASE.
032652     MOVE WS-LC-CASE-NUMBER(WS-LC-IDX) TO CASE-NUMBER
032653     READ CASE-FILE
032655     IF WS-CASE-STATUS NOT = '00'
032656     DISPLAY 'ERROR READING CASE RECORD: ' WS-CASE-STATUS
032658     ELSE
032659     MOVE WS-LC-PRIORITY(WS-LC-LEAD) TO CASE-PRIORITY
032660     MOVE WS-LC-ANALYST(WS-LC-LEAD) TO CASE-ASSIGNED-ANALYST
032662     REWRITE CASE-RECORD
032663     IF WS-CASE-STATUS NOT = '00'
032665     DISPLAY 'ERROR REWRITING CASE RECORD: ' WS-CASE-STATUS
032666     ELSE
032667     PERFORM 3220-MOVE-POOL-TALLY
032669     END-IF
032670 END-IF.
032672
032673 3220-MOVE-POOL-TALLY.
032674* The routed case's bucket count moves from the pool it aged under
032676* to the lead's pool. Its SLA breach and its age stay with the
032677* pool that held it through the SLA window, so the breach and
032679* oldest columns still show where the time was lost.
032680     MOVE WS-LC-ANALYST(WS-LC-IDX) TO WS-TALLY-ANALYST
032681     MOVE WS-LC-PRIORITY(WS-LC-IDX) TO WS-TALLY-PRIORITY
032683     MOVE -1 TO WS-TALLY-STEP
032684     PERFORM 2620-ADD-BUCKET-TALLY
032686     MOVE WS-LC-ANALYST(WS-LC-LEAD) TO WS-TALLY-ANALYST
032687     MOVE WS-LC-PRIORITY(WS-LC-LEAD) TO WS-TALLY-PRIORITY
032688     MOVE 1 TO WS-TALLY-STEP
032690     PERFORM 2620-ADD-BUCKET-TALLY
032691     MOVE 'Y' TO WS-LC-ROUTED(WS-LC-IDX)
032693     ADD 1 TO WS-CASES-ROUTED.
032694
032695 3000-GROUP-EXIT.
032697     EXIT.
032698
032700 9000-FINALIZE-PROGRAM SECTION.
032800 9000-FINALIZE-START.
032900     PERFORM 9100-WRITE-AGING-REPORT
035200     WRITE AGING-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
035300     MOVE 'CASES ESCALATED THIS SWEEP' TO WS-RPT-TOTAL-LABEL
035400     MOVE WS-CASES-ESCALATED TO WS-RPT-TOTAL-COUNT
035500     WRITE AGING-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
035504     MOVE 'CUSTOMER LINKS REFRESHED' TO WS-RPT-TOTAL-LABEL
035508     MOVE WS-LINKS-RESTAMPED TO WS-RPT-TOTAL-COUNT
035513     WRITE AGING-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
035517     MOVE 'CUSTOMER GROUPS (2+ CASES)' TO WS-RPT-TOTAL-LABEL
035521     MOVE WS-CUSTOMER-GROUPS TO WS-RPT-TOTAL-COUNT
035526     WRITE AGING-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
035530     MOVE 'CASES IN CUSTOMER GROUPS' TO WS-RPT-TOTAL-LABEL
035534     MOVE WS-CASES-GROUPED TO WS-RPT-TOTAL-COUNT
035539     WRITE AGING-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
035543     MOVE 'CASES ROUTED TO GROUP LEAD' TO WS-RPT-TOTAL-LABEL
035547     MOVE WS-CASES-ROUTED TO WS-RPT-TOTAL-COUNT
035552     WRITE AGING-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
035556     MOVE 'LINKED CASES NOT GROUPED' TO WS-RPT-TOTAL-LABEL
035560     MOVE WS-LINKED-NOT-TABLED TO WS-RPT-TOTAL-COUNT
035565     WRITE AGING-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
035569     IF WS-CUSTOMER-GROUPS > ZERO
035573     WRITE AGING-REPORT-RECORD FROM WS-RPT-BLANK-LINE
035578     WRITE AGING-REPORT-RECORD FROM WS-RPT-GROUP-TITLE-LINE
035582     PERFORM 9130-WRITE-CUSTOMER-GROUP
035586     VARYING WS-LC-IDX FROM 1 BY 1
035591     UNTIL WS-LC-IDX > WS-LC-COUNT
035595 END-IF.
035600
035700 9110-WRITE-POOL-DETAIL.
035800     MOVE WS-POOL-ID(WS-POOL-IDX) TO WS-RPT-POOL
037300     MOVE WS-POOL-OLDEST-HRS(WS-POOL-IDX) TO WS-RPT-OLD-HOURS
037400     WRITE AGING-REPORT-RECORD FROM WS-RPT-OLDEST-LINE
037500 END-IF.
037502
037505 9130-WRITE-CUSTOMER-GROUP.
037508* Each group prints once, at its lead, followed by every case in
037511* it in case order.
037514     IF WS-LC-LEAD-IDX(WS-LC-IDX) = WS-LC-IDX
037517     AND WS-LC-GROUP-SIZE(WS-LC-IDX) > 1
037520     MOVE WS-LC-CUSTOMER-ID(WS-LC-IDX) TO WS-RPT-GRP-CUSTOMER
037523     MOVE WS-LC-GROUP-SIZE(WS-LC-IDX) TO WS-RPT-GRP-CASES
037526     MOVE WS-LC-CASE-NUMBER(WS-LC-IDX) TO WS-RPT-GRP-LEAD
037529     MOVE WS-LC-PRIORITY(WS-LC-IDX) TO WS-RPT-GRP-PRIORITY
037532     MOVE WS-LC-ANALYST(WS-LC-IDX) TO WS-RPT-GRP-ANALYST
037535     WRITE AGING-REPORT-RECORD FROM WS-RPT-GROUP-LINE
037538     PERFORM 9140-WRITE-GROUP-MEMBER
037541     VARYING WS-LC-SCAN-IDX FROM 1 BY 1
037544     UNTIL WS-LC-SCAN-IDX > WS-LC-COUNT
037547 END-IF.
037550
037552 9140-WRITE-GROUP-MEMBER.
037555* The priority shown is the one the case aged under this sweep.
037558     IF WS-LC-LEAD-IDX(WS-LC-SCAN-IDX) = WS-LC-IDX
037561     MOVE WS-LC-CASE-NUMBER(WS-LC-SCAN-IDX) TO WS-RPT-MBR-CASE
037564     MOVE WS-LC-PRIORITY(WS-LC-SCAN-IDX) TO WS-RPT-MBR-PRIORITY
037567     MOVE WS-LC-AGE-HOURS(WS-LC-SCAN-IDX) TO WS-RPT-MBR-HOURS
037570     EVALUATE TRUE
037573     WHEN WS-LC-SCAN-IDX = WS-LC-IDX
037576     MOVE 'GROUP LEAD' TO WS-RPT-MBR-NOTE
037579     WHEN WS-LC-ROUTED(WS-LC-SCAN-IDX) = 'Y'
037582     MOVE 'ROUTED TO LEAD' TO WS-RPT-MBR-NOTE
037585     WHEN OTHER
037588     MOVE SPACES TO WS-RPT-MBR-NOTE
037591     END-EVALUATE
037594     WRITE AGING-REPORT-RECORD FROM WS-RPT-MEMBER-LINE
037597 END-IF.
037600
037700 9200-CLOSE-FILES.
037800     CLOSE CASE-FILE
037900     CLOSE AGING-REPORT-FILE
037910     IF CUST-FILE-OPEN
037920     CLOSE CUSTOMER-FILE
037930 END-IF.
038000
038100 9300-DISPLAY-FINAL-STATS.
038200     DISPLAY ' '
038700     DISPLAY 'OPEN CASES: ' WS-OPEN-CASES
038800     DISPLAY 'SLA BREACHES: ' WS-SLA-BREACHES
038900     DISPLAY 'CASES ESCALATED: ' WS-CASES-ESCALATED
038910     DISPLAY 'CUSTOMER LINKS REFRESHED: ' WS-LINKS-RESTAMPED
038920     DISPLAY 'CUSTOMER GROUPS: ' WS-CUSTOMER-GROUPS
038930     DISPLAY 'CASES ROUTED TO GROUP LEAD: ' WS-CASES-ROUTED
039000     DISPLAY '=========================================='
039010     IF WS-LINKED-NOT-TABLED > ZERO
039020     DISPLAY 'CUSTOMER CASE TABLE FULL - CASES NOT GROUPED: '
039030     WS-LINKED-NOT-TABLED
039040     MOVE 4 TO RETURN-CODE
039050 END-IF.
039100
039200 9000-FINALIZE-EXIT.
039300     EXIT.
