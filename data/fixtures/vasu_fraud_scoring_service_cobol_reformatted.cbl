001840*             THE LOCATION AND CURRENCY RULES, MATCHING THE
001860*             BATCH ENGINE - AN ACTIVE PLAN COVERING THE
001880*             TRANSACTION DATE AND COUNTRY SCORES NORMALLY.
001882* 2026-10-15  FRAUD-DETECTION-TEAM  EVERY REQUEST AND THE RESPONSE
001885*             GIVEN TO THE SWITCH IS APPENDED TO THE AUTHORIZATION
001888*             DECISION LOG (AUTHLOG, CARD MASKED
001891*             FIRST-SIX/LAST-FOUR) SO AUTH-RECON CAN MATCH WHAT
001894*             THE CARDHOLDER WAS TOLD AGAINST THE NIGHTLY
001897*             DECRESP/FRAUDLOG. THE MASTERS STAY READ-ONLY.
001907* 2026-10-15  FRAUD-DETECTION-TEAM  4400 NO LONGER SIMULATES A
001917*             CONSORTIUM CHECK - IT WEIGHS THE NETWORK
001927*             COMPROMISED-ACCOUNT ALERTS ON COMPCARD EXACTLY AS
001937*             THE BATCH ENGINE DOES (PARMFILE KEY COMPRM-DAYS).
001947*             SECTIONS 4000 AND 5000 NOW LEAVE THROUGH A SECTION
001957*             EXIT INSTEAD OF RUNNING THEIR MODEL PASSES TWICE.
001967*             BATCH-ONLY PARMFILE KEYS ARE SKIPPED QUIETLY.
001969* 2026-10-15  FRAUD-DETECTION-TEAM  AUTHLOG IS OPENED BEFORE THE
001971*             PARAMETER LOAD AND WHATEVER ITS OUTCOME, SO
001973*             SERVICE-DOWN ANSWERS ARE LOGGED TOO, AND THE FIRST
001975*             CALL EVER CREATES THE LOG.
001977*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-Z15.
006400     ORGANIZATION IS SEQUENTIAL
006500     ACCESS MODE IS SEQUENTIAL
006600 FILE STATUS IS WS-PARM-STATUS.
006610
006620     SELECT AUTH-DECISION-LOG ASSIGN TO 'AUTHLOG'
006630     ORGANIZATION IS SEQUENTIAL
006640     ACCESS MODE IS SEQUENTIAL
006650 FILE STATUS IS WS-ALOG-STATUS.
006657
006664     SELECT COMPROMISED-CARD-FILE ASSIGN TO 'COMPCARD'
006671     ORGANIZATION IS INDEXED
006678     ACCESS MODE IS DYNAMIC
006685     RECORD KEY IS CC-CARD-NUMBER
006692 FILE STATUS IS WS-COMP-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
011580 10  TRAV-END-DATE       PIC 9(8).
011582 10  TRAV-COUNTRY        PIC X(3) OCCURS 5 TIMES.
011584 05  FILLER                  PIC X(90).
011589
011594* Network compromised-account alerts, same layout the batch
011599* engine reads - up to three alerts per card, newest first.
011605 FD  COMPROMISED-CARD-FILE
011610     RECORDING MODE IS F
011615 RECORD CONTAINS 200 CHARACTERS.
011620 01  COMPROMISED-CARD-RECORD.
011626 05  CC-CARD-NUMBER          PIC 9(16).
011631 05  CC-ALERT-COUNT          PIC 9(1).
011636 05  CC-ALERT OCCURS 3 TIMES.
011642     10  CC-BREACH-ID        PIC X(12).
011647 10  CC-NETWORK          PIC X(4).
011652 10  CC-EXPOSURE-START   PIC 9(8).
011657 10  CC-EXPOSURE-END     PIC 9(8).
011663 10  CC-DATA-EXPOSED     PIC X(1).
011668 10  CC-ALERT-DATE       PIC 9(8).
011673 10  CC-USED-COUNT       PIC 9(5).
011678 10  CC-DECLINED-COUNT   PIC 9(5).
011684 05  CC-LAST-USED-DATE       PIC 9(8).
011689 05  FILLER                  PIC X(22).
011694
011700 FD  VELOCITY-FILE
011800     RECORDING MODE IS F
011900 RECORD CONTAINS 100 CHARACTERS.
017300 05  PARM-RATE-TO-USD        PIC 9(3)V9999.
017400 05  PARM-RATE-EFF-DATE      PIC 9(8).
017500 05  FILLER                  PIC X(61).
017503
017506* Authorization decision log - one record per call, the request
017509* image (card masked) and the response handed back, appended in
017512* arrival order. AUTH-RECON reads it the next morning.
017515 FD  AUTH-DECISION-LOG
017518     RECORDING MODE IS F
017521 RECORD CONTAINS 200 CHARACTERS.
017524 01  AUTH-LOG-RECORD.
017527 05  AL-LOG-TIMESTAMP        PIC X(20).
017530 05  AL-REQUEST.
017533 10  AL-TRANS-ID         PIC 9(12).
017536 10  AL-CARD-NUMBER      PIC X(16).
017539 10  AL-AMOUNT           PIC 9(8)V99.
017542 10  AL-DATE             PIC 9(8).
017545 10  AL-TIME             PIC 9(6).
017548 10  AL-MERCHANT-ID      PIC X(10).
017551 10  AL-MERCHANT-CAT     PIC 9(4).
017554 10  AL-TYPE             PIC X(2).
017557 10  AL-LOCATION-ZIP     PIC X(10).
017560 10  AL-COUNTRY-CODE     PIC X(3).
017563 10  AL-CURRENCY         PIC X(3).
017566 10  AL-CHANNEL          PIC X(3).
017569 10  AL-POS-ENTRY        PIC X(2).
017572 10  AL-CHIP-STATUS      PIC X(1).
017575 10  AL-PIN-VERIFIED     PIC X(1).
017578 05  AL-RESPONSE.
017581 10  AL-RETURN-CODE      PIC X(2).
017584 10  AL-ACTION           PIC X(20).
017587 10  AL-RISK-SCORE       PIC 9(4).
017590 10  AL-REASON-CODE      PIC X(10).
017593 10  AL-RULES-TRIGGERED  PIC X(50).
017596 05  FILLER                  PIC X(3).
017600
017700 WORKING-STORAGE SECTION.
017800
018400 01  WS-HIST-STATUS              PIC XX.
018500 01  WS-MVEL-STATUS              PIC XX.
018600 01  WS-PARM-STATUS              PIC XX.
018610 01  WS-ALOG-STATUS              PIC XX.
018620 01  WS-COMP-STATUS              PIC XX.
018700
018800* Service State - WORKING-STORAGE persists across calls, so the
018900* parameter load and the file opens happen on the first request
022340 88  TRAVEL-PLAN-ACTIVE      VALUE 'Y'.
022350 01  WS-TRAV-PLAN-IDX            PIC 9(2) COMP.
022360 01  WS-TRAV-CTRY-IDX            PIC 9(2) COMP.
022370 01  WS-ALOG-FILE-FLAG           PIC X VALUE 'N'.
022380 88  ALOG-FILE-OPEN          VALUE 'Y'.
022381 01  WS-COMP-FILE-FLAG           PIC X VALUE 'N'.
022383 88  COMP-FILE-OPEN          VALUE 'Y'.
022385 01  WS-COMP-IDX                 PIC 9(2) COMP.
022386 01  WS-COMP-WEIGHT              PIC 9(3).
022388 01  WS-COMP-ALERT-AGE           PIC S9(6).
022390* Risk added for the worst data exposed under an active alert -
022391* the batch engine's weights.
022393 01  WS-COMP-WEIGHTS.
022395 05  WS-COMP-WT-TRACK        PIC 9(3) VALUE 250.
022396 05  WS-COMP-WT-PAN-CVV      PIC 9(3) VALUE 175.
022398 05  WS-COMP-WT-PAN-ONLY     PIC 9(3) VALUE 75.
022400 01  WS-HIST-FOUND-FLAG          PIC X VALUE 'N'.
022500 88  HIST-RECORD-FOUND       VALUE 'Y'.
022600 01  WS-VELO-NEW-CARD-FLAG       PIC X VALUE 'N'.
030500 05  WS-HOUR-VEL-EFF-DATE    PIC 9(8) VALUE ZERO.
030600 05  WS-DAY-VEL-EFF-DATE     PIC 9(8) VALUE ZERO.
030700 05  WS-FP-DECR-EFF-DATE     PIC 9(8) VALUE ZERO.
030710 05  WS-COMPRM-EFF-DATE      PIC 9(8) VALUE ZERO.
030720* Days a compromised-account alert stays active after the
030730* network sent it.
030740 01  WS-COMPRM-DAYS              PIC 9(4) VALUE 180.
030800
030900* Work Variables
031000 01  WS-CURRENT-TIMESTAMP        PIC X(20).
031300 01  WS-DAYS-DIFF                PIC S9(4) COMP.
031400 01  WS-DISTANCE-KM              PIC 9(6).
031500 01  WS-TIME-DIFF-HOURS          PIC 9(4).
031510
031520* PCI Masking Variables - first-six/last-four display form for
031530* the decision log, same as the batch engine's 3060.
031540 01  WS-MASK-CARD-IN             PIC 9(16).
031550 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
031560     PIC X(16).
031570 01  WS-MASKED-CARD              PIC X(16).
031600
031700* Velocity Window Aging Variables
031800 01  WS-VELO-AGE-DAYS             PIC S9(4) COMP.
038200     MOVE ZERO TO SCOR-RISK-SCORE
038300     MOVE 'SVC-DOWN' TO SCOR-REASON-CODE
038400     MOVE SPACES TO SCOR-RULES-TRIGGERED
038410     PERFORM 2550-LOG-AUTH-DECISION
038500     GOBACK
038600     END-IF
038700     PERFORM 2000-SCORE-TRANSACTION
038710     PERFORM 2550-LOG-AUTH-DECISION
038800     GOBACK.
038900
039000 1000-INITIALIZE-SERVICE SECTION.
039100 1000-INIT-START.
039200     DISPLAY 'FRAUD SCORING SERVICE - FIRST CALL INITIALIZATION'
039300     MOVE 'N' TO WS-SERVICE-DOWN-FLAG
039310     PERFORM 1050-OPEN-DECISION-LOG
039400     PERFORM 1300-LOAD-FRAUD-PARAMETERS
039500     IF NOT SERVICE-IS-DOWN
039600     PERFORM 1100-OPEN-FILES
039800     MOVE 'N' TO WS-FIRST-CALL-FLAG
039900     GO TO 1000-INIT-EXIT.
040000
040005 1050-OPEN-DECISION-LOG.
040011* The decision log is the one output and is opened ahead of the
040016* parameter load, so a deck that latches the service down still
040022* has its service-down answers logged. EXTEND so the log
040027* accumulates; the first call ever creates it. Losing the log is
040033* reported but does not stop the switch getting answers.
040038     OPEN EXTEND AUTH-DECISION-LOG
040044     IF WS-ALOG-STATUS = '35'
040050     OPEN OUTPUT AUTH-DECISION-LOG
040055     END-IF
040061     IF WS-ALOG-STATUS = '00' OR WS-ALOG-STATUS = '05'
040066     MOVE 'Y' TO WS-ALOG-FILE-FLAG
040072     ELSE
040077     MOVE 'N' TO WS-ALOG-FILE-FLAG
040083     DISPLAY 'AUTHORIZATION DECISION LOG NOT AVAILABLE - STATUS '
040088     WS-ALOG-STATUS ' - DECISIONS NOT LOGGED'
040094 END-IF.
040097
040100 1100-OPEN-FILES.
040200* Everything is read-only here - the masters stay the batch run's
040210* to update. Any missing master latches the service down rather
040220* than scoring blind. The decision log is opened apart, in 1050.
040500     OPEN INPUT CUSTOMER-FILE
040600     IF WS-CUST-STATUS NOT = '00' AND WS-CUST-STATUS NOT = '05'
040700     DISPLAY ERR-FILE-NOT-FOUND ' - CUSTOMER FILE'
042185     DISPLAY 'TRAVEL PLAN FILE NOT AVAILABLE - STATUS '
042190     WS-TRAV-STATUS ' - NO TRAVEL EXEMPTIONS'
042195     END-IF
042196
042197* Compromised-account alerts are optional too - no file just
042199* means no alert weighting.
042200     OPEN INPUT COMPROMISED-CARD-FILE
042202     IF WS-COMP-STATUS = '00' OR WS-COMP-STATUS = '05'
042203     MOVE 'Y' TO WS-COMP-FILE-FLAG
042205     ELSE
042206     MOVE 'N' TO WS-COMP-FILE-FLAG
042208     DISPLAY 'COMPROMISED CARD FILE NOT AVAILABLE - STATUS '
042209     WS-COMP-STATUS ' - NO ALERT WEIGHTING'
042211     END-IF
042212
042300     OPEN INPUT VELOCITY-FILE
042400     IF WS-VELO-STATUS NOT = '00' AND WS-VELO-STATUS NOT = '05'
042500     DISPLAY ERR-FILE-NOT-FOUND ' - VELOCITY FILE'
051800     MOVE PARM-VALUE TO FALSE-POSITIVE-DECREMENT
051900     MOVE PARM-EFFECTIVE-DATE TO WS-FP-DECR-EFF-DATE
052000     END-IF
052300     WHEN 'COMPRM-DAYS'
052305     IF PARM-EFFECTIVE-DATE >= WS-COMPRM-EFF-DATE
052311     MOVE PARM-VALUE TO WS-COMPRM-DAYS
052317     MOVE PARM-EFFECTIVE-DATE TO WS-COMPRM-EFF-DATE
052323     END-IF
052329* Keys only the batch programs use - same deck, not an error.
052335     WHEN 'LOG-RETAIN'
052341     WHEN 'CASE-RETAIN'
052347     WHEN 'TRAN-RETAIN'
052352     WHEN 'REFUND-RATIO'
052358     WHEN 'REFUND-MIN'
052364     WHEN 'MRCH-REF-MIN'
052370     WHEN 'CASH-ADV-AMT'
052376     WHEN 'UTIL-JUMP'
052382     WHEN 'STEPUP-HOURS'
052388     WHEN 'STEPUP-DFLT'
052389     WHEN 'SAR-AMOUNT'
052390     WHEN 'SAR-DAYS'
052391     WHEN 'SAR-WARN'
052392     WHEN 'SAR-PERIOD'
052393     WHEN 'INTEG-FIX'
052395     WHEN 'SIBLING-DAYS'
052397     CONTINUE
052400     WHEN OTHER
052500     DISPLAY 'UNRECOGNIZED THRESHOLD PARAMETER: ' PARM-KEY
052600     END-EVALUATE
078400     DISPLAY 'ERROR READING MERCHANT FILE: ' WS-MERCH-STATUS
078500 END-IF.
078600
078604 2550-LOG-AUTH-DECISION.
078608* Called after every request, scored or not, so the log shows
078612* exactly what the switch was told - including the validation
078616* and service-down answers. A write failure drops this record
078620* only; scoring carries on.
078624     IF ALOG-FILE-OPEN
078628     MOVE SPACES TO AUTH-LOG-RECORD
078632     MOVE FUNCTION CURRENT-DATE TO AL-LOG-TIMESTAMP
078636     MOVE SCOR-REQUEST TO AL-REQUEST
078640     MOVE SCOR-CARD-NUMBER TO WS-MASK-CARD-IN
078644     PERFORM 2560-MASK-CARD-NUMBER
078648     MOVE WS-MASKED-CARD TO AL-CARD-NUMBER
078652     MOVE SCOR-RESPONSE TO AL-RESPONSE
078656     WRITE AUTH-LOG-RECORD
078660     IF WS-ALOG-STATUS NOT = '00'
078664     DISPLAY 'ERROR WRITING AUTHORIZATION LOG: ' WS-ALOG-STATUS
078668     END-IF
078672 END-IF.
078676
078680 2560-MASK-CARD-NUMBER.
078684     MOVE SPACES TO WS-MASKED-CARD
078688     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
078692     WS-MASK-CARD-TEXT(13:4)
078696     DELIMITED BY SIZE INTO WS-MASKED-CARD.
078698
078700 2000-SCORE-EXIT.
078800     EXIT.
078900
111300     PERFORM 4100-NEURAL-NETWORK-SCORING
111400     PERFORM 4200-PATTERN-RECOGNITION
111500     PERFORM 4300-BEHAVIORAL-BIOMETRICS
111600     PERFORM 4400-CONSORTIUM-DATA-CHECK
111610* Leave through the section exit - the paragraphs below are
111620* performed by name and must not run again by fall-through.
111630     GO TO 4000-ANALYTICS-EXIT.
111700
111800 4100-NEURAL-NETWORK-SCORING.
111900* Simulate neural network scoring based on transaction features
121800 END-IF.
121900
122000 4400-CONSORTIUM-DATA-CHECK.
122010* Network compromised-account alerts. A card under an active
122020* alert - used on or after the exposure began, within COMPRM-DAYS
122030* of the network's alert - takes the weight of the worst data
122040* exposed across its alerts. Read only - the nightly run counts
122050* the use against the alert.
122060     MOVE ZERO TO WS-COMP-WEIGHT
122070     IF COMP-FILE-OPEN
122080     MOVE TRANS-CARD-NUMBER TO CC-CARD-NUMBER
122090     READ COMPROMISED-CARD-FILE
122100     EVALUATE WS-COMP-STATUS
122110     WHEN '00'
122120     PERFORM 4410-WEIGH-ONE-ALERT
122130     VARYING WS-COMP-IDX FROM 1 BY 1
122140     UNTIL WS-COMP-IDX > CC-ALERT-COUNT
122150     WHEN '23'
122160     CONTINUE
122170     WHEN OTHER
122180     DISPLAY 'ERROR READING COMPROMISED CARD FILE: '
122190     WS-COMP-STATUS
122200     END-EVALUATE
122210     END-IF
122220     ADD WS-COMP-WEIGHT TO WS-TOTAL-RISK-SCORE.
122230
122240 4410-WEIGH-ONE-ALERT.
122250     COMPUTE WS-COMP-ALERT-AGE =
122260     FUNCTION INTEGER-OF-DATE(TRANS-DATE)
122270     - FUNCTION INTEGER-OF-DATE(CC-ALERT-DATE(WS-COMP-IDX))
122280     IF TRANS-DATE >= CC-EXPOSURE-START(WS-COMP-IDX)
122290     AND WS-COMP-ALERT-AGE <= WS-COMPRM-DAYS
122300     EVALUATE CC-DATA-EXPOSED(WS-COMP-IDX)
122310     WHEN 'T'
122320     IF WS-COMP-WT-TRACK > WS-COMP-WEIGHT
122330     MOVE WS-COMP-WT-TRACK TO WS-COMP-WEIGHT
122340     END-IF
122350     WHEN 'C'
122360     IF WS-COMP-WT-PAN-CVV > WS-COMP-WEIGHT
122370     MOVE WS-COMP-WT-PAN-CVV TO WS-COMP-WEIGHT
122380     END-IF
122390     WHEN OTHER
122400     IF WS-COMP-WT-PAN-ONLY > WS-COMP-WEIGHT
122410     MOVE WS-COMP-WT-PAN-ONLY TO WS-COMP-WEIGHT
122420     END-IF
122430     END-EVALUATE
122440 END-IF.
122450
122460 4000-ANALYTICS-EXIT.
122470     EXIT.
123600
123700 5000-REAL-TIME-SCORING SECTION.
123800 5000-SCORING-START.
124000     PERFORM 5100-GRADIENT-BOOSTING-MODEL
124100     PERFORM 5200-RANDOM-FOREST-MODEL
124200     PERFORM 5300-LOGISTIC-REGRESSION-MODEL
124300     PERFORM 5400-ENSEMBLE-SCORING
124310* Leave through the section exit - the paragraphs below are
124320* performed by name and must not run again by fall-through.
124330     GO TO 5000-SCORING-EXIT.
124400
124500 5100-GRADIENT-BOOSTING-MODEL.
124600* Guard the division for a first-ever transaction, like the batch.
129200     IF WS-TOTAL-RISK-SCORE > 999
129300     MOVE 999 TO WS-TOTAL-RISK-SCORE
129400 END-IF.
129410
129420 5000-SCORING-EXIT.
129430     EXIT.
129500
129600* END OF FRAUD-SCORE-SVC PROGRAM
