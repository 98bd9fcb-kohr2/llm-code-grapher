000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARM-MAINT-BATCH.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600*
000700* MODIFICATION HISTORY
000800* 2026-10-15  FRAUD-DETECTION-TEAM  ORIGINAL VERSION. CONTROLLED
000900*             PARMFILE MAINTENANCE - APPLIES ADD/CHANGE/EXPIRE
001000*             REQUESTS (PARMREQ) TO THE THRESHOLD, CURRENCY RATE,
001100*             WHAT-IF, RUN-OPTIONS AND PARTITION RECORDS OF THE
001200*             PARAMETER DECK AND WRITES THE NEW DECK TO PARMNEW
001300*             FOR THE PROMOTE STEP. EVERY VALUE IS EDITED AGAINST
001400*             A SANE RANGE FOR ITS KEY BEFORE IT CAN REACH THE
001500*             FRAUD ENGINE; THRESHOLD AND WHAT-IF CHANGES NEED A
001600*             SECOND APPROVER WHO IS NOT THE REQUESTER; AN EXPIRE
001700*             MAY NOT TAKE AWAY THE LAST EFFECTIVE RECORD OF A KEY
001800*             THE ENGINE ABENDS WITHOUT. EACH REQUEST GOES ON THE
001900*             PARMAUDT AUDIT FILE WITH ITS BEFORE AND AFTER
002000*             IMAGES, AND A RUN THAT APPLIES ANYTHING STAMPS THE
002100*             DECK WITH THE NEXT PARAMETER VERSION ('V' RECORD)
002200*             WHICH THE ENGINE CARRIES ON RUNHIST, THE SUMMARY
002300*             REPORT AND EVERY FRAUDLOG DECISION.
002310* 2026-10-15  FRAUD-DETECTION-TEAM  RANGE TABLE TAKES INTEG-FIX,
002320*             THE MASTER-INTEGRITY RUN MODE (0 REPORT ONLY, 1
002330*             PURGE ORPHANS), SO FIX MODE IS SWITCHED ON ONLY
002340*             THROUGH AN APPROVED CHANGE.
002350* 2026-10-15  FRAUD-DETECTION-TEAM  RANGE TABLE TAKES
002360*             SIBLING-DAYS, THE DAYS A DECLINE OR CONFIRMED FRAUD
002370*             ON ONE CARD KEEPS RAISING RISK ON THE CUSTOMER'S
002380*             OTHER LINKED CARDS.
002400*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-Z15.
002800 OBJECT-COMPUTER. IBM-Z15.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PARM-REQUEST-FILE ASSIGN TO 'PARMREQ'
003300     ORGANIZATION IS SEQUENTIAL
003400     ACCESS MODE IS SEQUENTIAL
003500 FILE STATUS IS WS-PREQ-STATUS.
003600
003700     SELECT PARAMETER-FILE ASSIGN TO 'PARMFILE'
003800     ORGANIZATION IS SEQUENTIAL
003900     ACCESS MODE IS SEQUENTIAL
004000 FILE STATUS IS WS-PARM-STATUS.
004100
004200     SELECT NEW-PARAMETER-FILE ASSIGN TO 'PARMNEW'
004300     ORGANIZATION IS SEQUENTIAL
004400     ACCESS MODE IS SEQUENTIAL
004500 FILE STATUS IS WS-PNEW-STATUS.
004600
004700     SELECT PARM-AUDIT-FILE ASSIGN TO 'PARMAUDT'
004800     ORGANIZATION IS SEQUENTIAL
004900     ACCESS MODE IS SEQUENTIAL
005000 FILE STATUS IS WS-PAUD-STATUS.
005100
005200     SELECT UPDATE-REGISTER ASSIGN TO 'PARMREG'
005300     ORGANIZATION IS SEQUENTIAL
005400     ACCESS MODE IS SEQUENTIAL
005500 FILE STATUS IS WS-REG-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006000* One record per maintenance request. The requested parameter
006100* record rides in columns 41-120 in exactly the PARMFILE layout,
006200* so what was asked for is what goes on the deck. A threshold or
006300* what-if record is identified by type, key and effective date, a
006400* rate by currency and effective date, a partition by its number;
006500* there is only ever one run-options record. A new value from a
006600* later date is an add - change corrects a record in place.
006700 FD  PARM-REQUEST-FILE
006800     RECORDING MODE IS F
006900 RECORD CONTAINS 120 CHARACTERS.
007000 01  PARM-REQUEST-RECORD.
007100 05  PRQ-ACTION-CODE         PIC X(1).
007200 88  PRQ-ADD             VALUE 'A'.
007300 88  PRQ-CHANGE          VALUE 'C'.
007400 88  PRQ-EXPIRE          VALUE 'E'.
007500 05  PRQ-REQUESTER-ID        PIC X(8).
007600 05  PRQ-APPROVER-ID         PIC X(8).
007700 05  PRQ-CHANGE-TICKET       PIC X(12).
007800 05  FILLER                  PIC X(11).
007900 05  PRQ-PARM-IMAGE.
008000 10  PRQ-TYPE            PIC X(1).
008100 88  PRQ-THRESHOLD-TYPE  VALUE 'T'.
008200 88  PRQ-CURRENCY-TYPE   VALUE 'C'.
008300 88  PRQ-WHATIF-TYPE     VALUE 'W'.
008400 88  PRQ-RUN-OPTIONS-TYPE VALUE 'R'.
008500 88  PRQ-PARTITION-TYPE  VALUE 'P'.
008600 10  PRQ-KEY             PIC X(12).
008700 10  PRQ-VALUE           PIC 9(8)V99.
008800 10  PRQ-EFF-DATE        PIC 9(8).
008900 10  FILLER              PIC X(49).
009000 05  PRQ-RATE-IMAGE REDEFINES PRQ-PARM-IMAGE.
009100 10  FILLER              PIC X(1).
009200 10  PRQ-RATE-CURRENCY   PIC X(3).
009300 10  PRQ-RATE-TO-USD     PIC 9(3)V9999.
009400 10  PRQ-RATE-EFF-DATE   PIC 9(8).
009500 10  FILLER              PIC X(61).
009600 05  PRQ-RUN-IMAGE REDEFINES PRQ-PARM-IMAGE.
009700 10  FILLER              PIC X(1).
009800 10  PRQ-RUN-MODE        PIC X(1).
009900 10  PRQ-RERUN-SOURCE    PIC X(10).
010000 10  PRQ-RERUN-DATE      PIC 9(8).
010100 10  FILLER              PIC X(60).
010200 05  PRQ-PART-IMAGE REDEFINES PRQ-PARM-IMAGE.
010300 10  FILLER              PIC X(1).
010400 10  PRQ-PART-NUMBER     PIC 9(1).
010500 10  PRQ-PART-COUNT      PIC 9(1).
010600 10  PRQ-PART-LOW-CARD   PIC 9(16).
010700 10  PRQ-PART-HIGH-CARD  PIC 9(16).
010800 10  FILLER              PIC X(45).
010900
011000* Same 80-byte deck the fraud engine's 1300 reads.
011100 FD  PARAMETER-FILE
011200     RECORDING MODE IS F
011300 RECORD CONTAINS 80 CHARACTERS.
011400 01  PARAMETER-RECORD.
011500 05  PARM-RECORD-TYPE        PIC X(1).
011600 88  PARM-VERSION-REC    VALUE 'V'.
011700 05  FILLER                  PIC X(79).
011800* Version stamp this program writes at the head of the deck:
011900* version number, when it was stamped and how many requests the
012000* stamping run applied.
012100 01  PARAMETER-VERSION-RECORD.
012200 05  PARM-VER-TYPE           PIC X(1).
012300 05  PARM-VER-NUMBER         PIC 9(6).
012400 05  PARM-VER-DATE           PIC 9(8).
012500 05  PARM-VER-TIME           PIC 9(6).
012600 05  PARM-VER-CHANGES        PIC 9(4).
012700 05  FILLER                  PIC X(55).
012800
012900 FD  NEW-PARAMETER-FILE
013000     RECORDING MODE IS F
013100 RECORD CONTAINS 80 CHARACTERS.
013200 01  NEW-PARAMETER-RECORD    PIC X(80).
013300
013400* One record per request, applied or rejected, with the deck
013500* record as it stood before and as it stands after. A rejected
013600* request carries the version still in force and no after image.
013700 FD  PARM-AUDIT-FILE
013800     RECORDING MODE IS F
013900 RECORD CONTAINS 250 CHARACTERS.
014000 01  PARM-AUDIT-RECORD.
014100 05  PAU-TIMESTAMP           PIC X(20).
014200 05  PAU-PARM-VERSION        PIC 9(6).
014300 05  PAU-ACTION              PIC X(1).
014400 05  PAU-RESULT              PIC X(8).
014500 05  PAU-REASON              PIC X(12).
014600 05  PAU-REQUESTER-ID        PIC X(8).
014700 05  PAU-APPROVER-ID         PIC X(8).
014800 05  PAU-CHANGE-TICKET       PIC X(12).
014900 05  PAU-BEFORE-IMAGE        PIC X(80).
015000 05  PAU-AFTER-IMAGE         PIC X(80).
015100 05  FILLER                  PIC X(15).
015200
015300 FD  UPDATE-REGISTER
015400     RECORDING MODE IS F
015500 RECORD CONTAINS 132 CHARACTERS.
015600 01  UPDATE-REGISTER-RECORD  PIC X(132).
015700
015800 WORKING-STORAGE SECTION.
015900
016000* File Status Variables
016100 01  WS-PREQ-STATUS              PIC XX.
016200 01  WS-PARM-STATUS              PIC XX.
016300 01  WS-PNEW-STATUS              PIC XX.
016400 01  WS-PAUD-STATUS              PIC XX.
016500 01  WS-REG-STATUS               PIC XX.
016600
016700* Control Variables
016800 01  WS-PREQ-EOF-FLAG            PIC X VALUE 'N'.
016900 88  PREQ-EOF-REACHED        VALUE 'Y'.
017000 01  WS-PARM-EOF-FLAG            PIC X VALUE 'N'.
017100 88  PARM-EOF-REACHED        VALUE 'Y'.
017200 01  WS-ENTRY-FOUND-FLAG         PIC X VALUE 'N'.
017300 88  DECK-ENTRY-FOUND        VALUE 'Y'.
017400 01  WS-RANGE-FOUND-FLAG         PIC X VALUE 'N'.
017500 88  RANGE-ENTRY-FOUND       VALUE 'Y'.
017600 01  WS-RATE-FOUND-FLAG          PIC X VALUE 'N'.
017700 88  PRIOR-RATE-FOUND        VALUE 'Y'.
017800 01  WS-DATE-VALID-FLAG          PIC X VALUE 'N'.
017900 88  DATE-IS-VALID           VALUE 'Y'.
018000 01  WS-MAINT-RESULT             PIC X(8).
018100 01  WS-MAINT-REJECT-REASON      PIC X(12).
018200
018300* Parameter Deck Table - the whole deck in its input order, so the
018400* new deck comes out in the order risk operations keyed it with
018500* adds on the end. An expired record stays in its slot marked 'X'
018600* and is simply not written. The version record is held apart.
018700 01  WS-DECK-TABLE.
018800 05  WS-DK-ENTRY OCCURS 300 TIMES.
018900 10  WS-DK-IMAGE         PIC X(80).
019000 10  WS-DK-STATUS        PIC X(1).
019100 01  WS-DK-COUNT                 PIC 9(4) COMP VALUE ZERO.
019200 01  WS-DK-IDX                   PIC 9(4) COMP.
019300 01  WS-DK-MATCH-IDX             PIC 9(4) COMP VALUE ZERO.
019400
019500* Deck Work Record - one tabled image at a time, viewed through
019600* the same record layouts the fraud engine uses.
019700 01  WS-DECK-RECORD.
019800 05  DK-TYPE                 PIC X(1).
019900 05  DK-KEY                  PIC X(12).
020000 05  DK-VALUE                PIC 9(8)V99.
020100 05  DK-EFF-DATE             PIC 9(8).
020200 05  FILLER                  PIC X(49).
020300 01  WS-DECK-RATE-RECORD REDEFINES WS-DECK-RECORD.
020400 05  FILLER                  PIC X(1).
020500 05  DK-RATE-CURRENCY        PIC X(3).
020600 05  DK-RATE-TO-USD          PIC 9(3)V9999.
020700 05  DK-RATE-EFF-DATE        PIC 9(8).
020800 05  FILLER                  PIC X(61).
020900 01  WS-DECK-RUN-RECORD REDEFINES WS-DECK-RECORD.
021000 05  FILLER                  PIC X(1).
021100 05  DK-RUN-MODE             PIC X(1).
021200 05  DK-RERUN-SOURCE         PIC X(10).
021300 05  DK-RERUN-DATE           PIC 9(8).
021400 05  FILLER                  PIC X(60).
021500 01  WS-DECK-PART-RECORD REDEFINES WS-DECK-RECORD.
021600 05  FILLER                  PIC X(1).
021700 05  DK-PART-NUMBER          PIC 9(1).
021800 05  DK-PART-COUNT           PIC 9(1).
021900 05  FILLER                  PIC X(77).
022000
022100* Threshold Range Table - every 'T' key any program in the system
022200* reads, the lowest and highest value that makes sense for it,
022300* whether the fraud engine abends without it (1340) and whether it
022400* must be a whole number (the engine moves most of these into
022500* integer fields, where keyed cents would silently vanish). The
022600* what-if deck may only name the seven required keys. The upper
022700* limits never exceed the receiving field in any reader.
022800 01  WS-RANGE-VALUES.
022900 05  FILLER PIC X(34) VALUE 'HIGH-RISK   00000100000000099900YY'.
023000 05  FILLER PIC X(34) VALUE 'MEDIUM-RISK 00000050000000099800YY'.
023100 05  FILLER PIC X(34) VALUE 'LOW-RISK    00000001000000099700YY'.
023200 05  FILLER PIC X(34) VALUE 'SUSP-AMOUNT 00000100000009999999YN'.
023300 05  FILLER PIC X(34) VALUE 'MAX-HOUR-VEL00000001000000009900YY'.
023400 05  FILLER PIC X(34) VALUE 'MAX-DAY-VEL 00000001000000999900YY'.
023500 05  FILLER PIC X(34) VALUE 'FP-DECREMENT00000001000000050000YY'.
023600 05  FILLER PIC X(34) VALUE 'LOG-RETAIN  00000030000000365000NY'.
023700 05  FILLER PIC X(34) VALUE 'CASE-RETAIN 00000030000000365000NY'.
023800 05  FILLER PIC X(34) VALUE 'TRAN-RETAIN 00000030000000365000NY'.
023900 05  FILLER PIC X(34) VALUE 'REFUND-RATIO00000001000000099900NY'.
024000 05  FILLER PIC X(34) VALUE 'REFUND-MIN  00000001000000099900NY'.
024100 05  FILLER PIC X(34) VALUE 'MRCH-REF-MIN00000001000000999900NY'.
024200 05  FILLER PIC X(34) VALUE 'CASH-ADV-AMT00000001000009999999NN'.
024300 05  FILLER PIC X(34) VALUE 'UTIL-JUMP   00000001000000099900NY'.
024400 05  FILLER PIC X(34) VALUE 'COMPRM-DAYS 00000001000000365000NY'.
024500 05  FILLER PIC X(34) VALUE 'STEPUP-HOURS00000001000000016800NY'.
024600 05  FILLER PIC X(34) VALUE 'STEPUP-DFLT 00000001000000000200NY'.
024700 05  FILLER PIC X(34) VALUE 'SAR-AMOUNT  00000100000099999999NN'.
024800 05  FILLER PIC X(34) VALUE 'SAR-DAYS    00000001000000036500NY'.
024900 05  FILLER PIC X(34) VALUE 'SAR-WARN    00000000000000003000NY'.
025000 05  FILLER PIC X(34) VALUE 'SAR-PERIOD  00000001000000036600NY'.
025010 05  FILLER PIC X(34) VALUE 'INTEG-FIX   00000000000000000100NY'.
025020 05  FILLER PIC X(34) VALUE 'SIBLING-DAYS00000001000000036500NY'.
025100 01  WS-RANGE-TABLE REDEFINES WS-RANGE-VALUES.
025200 05  WS-RG-ENTRY OCCURS 24 TIMES.
025300 10  WS-RG-KEY           PIC X(12).
025400 10  WS-RG-MIN           PIC 9(8)V99.
025500 10  WS-RG-MAX           PIC 9(8)V99.
025600 10  WS-RG-REQUIRED      PIC X(1).
025700 10  WS-RG-WHOLE         PIC X(1).
025800 01  WS-RG-IDX                   PIC 9(2) COMP.
025900 01  WS-RG-MATCH-IDX             PIC 9(2) COMP VALUE ZERO.
026000
026100* Parameter Version - the one found on the incoming deck and the
026200* one this run stamps if it applies anything.
026300 01  WS-OLD-VERSION              PIC 9(6) VALUE ZERO.
026400 01  WS-NEW-VERSION              PIC 9(6) VALUE ZERO.
026500 01  WS-OLD-VERSION-IMAGE        PIC X(80) VALUE SPACES.
026600 01  WS-VERSION-RECORD.
026700 05  VR-TYPE                 PIC X(1).
026800 05  VR-NUMBER               PIC 9(6).
026900 05  VR-STAMP-DATE           PIC 9(8).
027000 05  VR-STAMP-TIME           PIC 9(6).
027100 05  VR-CHANGES              PIC 9(4).
027200 05  FILLER                  PIC X(55).
027300
027400* Risk Band Work Variables - the high/medium/low thresholds in
027500* effect on a requested record's date, to keep the bands ordered.
027600 01  WS-BAND-VALUES.
027700 05  WS-BAND-HIGH            PIC 9(8)V99.
027800 05  WS-BAND-HIGH-DATE       PIC 9(8).
027900 05  WS-BAND-MED             PIC 9(8)V99.
028000 05  WS-BAND-MED-DATE        PIC 9(8).
028100 05  WS-BAND-LOW             PIC 9(8)V99.
028200 05  WS-BAND-LOW-DATE        PIC 9(8).
028300
028400* Rate Swing Work Variables - a rate more than half again or
028500* less than half the one it replaces is far more often a slipped
028600* decimal than a market move, so it needs an approver.
028700 01  WS-PRIOR-RATE               PIC 9(3)V9999.
028800 01  WS-PRIOR-RATE-DATE          PIC 9(8).
028900 01  WS-SWING-HIGH               PIC 9(4)V9999.
029000 01  WS-SWING-LOW                PIC 9(4)V9999.
029100
029200* Work Variables
029300 01  WS-CURRENT-TIMESTAMP        PIC X(20).
029400 01  WS-RUN-DATE                 PIC 9(8).
029500 01  WS-RUN-TIME                 PIC 9(6).
029600 01  WS-DATE-CHECK               PIC 9(8).
029700 01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
029800 05  WS-DC-YEAR              PIC 9(4).
029900 05  WS-DC-MONTH             PIC 9(2).
030000 05  WS-DC-DAY               PIC 9(2).
030100 01  WS-WHOLE-WORK               PIC 9(8).
030200 01  WS-REMAINING-COUNT          PIC 9(4) COMP.
030300 01  WS-BEFORE-IMAGE             PIC X(80).
030400 01  WS-AFTER-IMAGE              PIC X(80).
030500 01  WS-VALUE-IMAGE              PIC X(80).
030600 01  WS-VALUE-TEXT               PIC X(22).
030700 01  WS-EDIT-AMOUNT              PIC ZZZZZZZ9.99.
030800 01  WS-EDIT-RATE                PIC ZZ9.9999.
030900
031000* Counters and Statistics
031100 01  WS-COUNTERS.
031200 05  WS-DECK-RECS-READ         PIC 9(6) VALUE ZERO.
031300 05  WS-DECK-RECS-WRITTEN      PIC 9(6) VALUE ZERO.
031400 05  WS-REQ-READ               PIC 9(6) VALUE ZERO.
031500 05  WS-REQ-APPLIED            PIC 9(6) VALUE ZERO.
031600 05  WS-REQ-REJECTED           PIC 9(6) VALUE ZERO.
031700 05  WS-ADD-COUNT              PIC 9(6) VALUE ZERO.
031800 05  WS-CHANGE-COUNT           PIC 9(6) VALUE ZERO.
031900 05  WS-EXPIRE-COUNT           PIC 9(6) VALUE ZERO.
032000 05  WS-AUDIT-ERRORS           PIC 9(6) VALUE ZERO.
032100
032200* Report Line Layouts
032300 01  WS-REG-HEADER-LINE.
032400 05  FILLER                  PIC X(40)
032500     VALUE 'PARAMETER MAINTENANCE REGISTER - '.
032600 05  WS-REG-HDR-DATE         PIC X(8).
032700 05  FILLER                  PIC X(84) VALUE SPACES.
032800 01  WS-REG-COLUMN-LINE.
032900 05  FILLER                  PIC X(51) VALUE
033000     'ACT T  KEY          RESULT   REASON       REQUESTR '.
033100 05  FILLER                  PIC X(45) VALUE
033200     'APPROVER OLD VALUE              NEW VALUE'.
033300 05  FILLER                  PIC X(36) VALUE SPACES.
033400 01  WS-REG-DETAIL-LINE.
033500 05  WS-REG-ACTION           PIC X(1).
033600 05  FILLER                  PIC X(3) VALUE SPACES.
033700 05  WS-REG-TYPE             PIC X(1).
033800 05  FILLER                  PIC X(2) VALUE SPACES.
033900 05  WS-REG-KEY              PIC X(12).
034000 05  FILLER                  PIC X(1) VALUE SPACE.
034100 05  WS-REG-RESULT           PIC X(8).
034200 05  FILLER                  PIC X(1) VALUE SPACE.
034300 05  WS-REG-REASON           PIC X(12).
034400 05  FILLER                  PIC X(1) VALUE SPACE.
034500 05  WS-REG-REQUESTER        PIC X(8).
034600 05  FILLER                  PIC X(1) VALUE SPACE.
034700 05  WS-REG-APPROVER         PIC X(8).
034800 05  FILLER                  PIC X(1) VALUE SPACE.
034900 05  WS-REG-OLD-VALUE        PIC X(22).
035000 05  FILLER                  PIC X(1) VALUE SPACE.
035100 05  WS-REG-NEW-VALUE        PIC X(22).
035200 05  FILLER                  PIC X(27) VALUE SPACES.
035300 01  WS-REG-TOTAL-LINE.
035400 05  WS-REG-TOTAL-LABEL      PIC X(32).
035500 05  WS-REG-TOTAL-COUNT      PIC ZZZZZZZ9.
035600 05  FILLER                  PIC X(92) VALUE SPACES.
035700 01  WS-REG-BLANK-LINE           PIC X(132) VALUE SPACES.
035800
035900* Error Messages
036000 01  WS-ERROR-MESSAGES.
036100     05  ERR-FILE-NOT-FOUND      PIC X(50)
036200 VALUE 'ERROR: Required file not found or accessible'.
036300
036400 PROCEDURE DIVISION.
036500
036600 0000-MAIN-CONTROL SECTION.
036700 0000-MAIN-PROCESS.
036800     PERFORM 1000-INITIALIZE-PROGRAM
036900     PERFORM 2000-PROCESS-REQUESTS
037000     PERFORM 9000-FINALIZE-PROGRAM
037100     STOP RUN.
037200
037300 1000-INITIALIZE-PROGRAM SECTION.
037400 1000-INIT-START.
037500     DISPLAY 'PARAMETER MAINTENANCE BATCH - INITIALIZING'
037600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
037700     MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
037800     MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-RUN-TIME
037900     INITIALIZE WS-DECK-TABLE
038000     PERFORM 1100-OPEN-FILES
038100     PERFORM 1200-LOAD-PARAMETER-DECK
038200     PERFORM 1400-WRITE-REGISTER-HEADER
038300     GO TO 1000-INIT-EXIT.
038400
038500 1100-OPEN-FILES.
038600     OPEN INPUT PARM-REQUEST-FILE
038700     IF WS-PREQ-STATUS NOT = '00'
038800     DISPLAY ERR-FILE-NOT-FOUND ' - PARAMETER REQUEST FILE'
038900     MOVE 16 TO RETURN-CODE
039000     STOP RUN
039100     END-IF
039200
039300* The audit accumulates across runs; the first run creates it.
039400     OPEN EXTEND PARM-AUDIT-FILE
039500     IF WS-PAUD-STATUS = '35'
039600     OPEN OUTPUT PARM-AUDIT-FILE
039700     END-IF
039800     IF WS-PAUD-STATUS NOT = '00'
039900     DISPLAY ERR-FILE-NOT-FOUND ' - PARAMETER AUDIT FILE'
040000     MOVE 16 TO RETURN-CODE
040100     STOP RUN
040200     END-IF
040300
040400     OPEN OUTPUT UPDATE-REGISTER
040500     IF WS-REG-STATUS NOT = '00'
040600     DISPLAY ERR-FILE-NOT-FOUND ' - UPDATE REGISTER'
040700     MOVE 16 TO RETURN-CODE
040800     STOP RUN
040900 END-IF.
041000
041100 1200-LOAD-PARAMETER-DECK.
041200* The whole deck is tabled before any request is looked at - a
041300* request is judged against everything else on the deck, and a
041400* deck too big to table would come out of here truncated, so
041500* that is fatal rather than a dropped record.
041600     OPEN INPUT PARAMETER-FILE
041700     IF WS-PARM-STATUS NOT = '00'
041800     DISPLAY ERR-FILE-NOT-FOUND ' - PARAMETER FILE'
041900     MOVE 16 TO RETURN-CODE
042000     STOP RUN
042100     END-IF
042200     MOVE 'N' TO WS-PARM-EOF-FLAG
042300     PERFORM 1205-READ-PARAMETER-RECORD
042400     PERFORM UNTIL PARM-EOF-REACHED
042500     ADD 1 TO WS-DECK-RECS-READ
042600     PERFORM 1210-TABLE-DECK-RECORD
042700     PERFORM 1205-READ-PARAMETER-RECORD
042800     END-PERFORM
042900     CLOSE PARAMETER-FILE
043000     COMPUTE WS-NEW-VERSION = WS-OLD-VERSION + 1
043100     DISPLAY 'PARAMETER DECK LOADED - ' WS-DK-COUNT ' RECORDS'
043200     DISPLAY 'PARAMETER VERSION IN FORCE: ' WS-OLD-VERSION.
043300
043400 1205-READ-PARAMETER-RECORD.
043500     READ PARAMETER-FILE
043600     AT END
043700     SET PARM-EOF-REACHED TO TRUE
043800 END-READ.
043900
044000 1210-TABLE-DECK-RECORD.
044100* A hand-edited deck may carry more than one version record;
044200* the highest number is the one in force.
044300     IF PARM-VERSION-REC
044400     IF PARM-VER-NUMBER NUMERIC
044500     AND PARM-VER-NUMBER > WS-OLD-VERSION
044600     MOVE PARM-VER-NUMBER TO WS-OLD-VERSION
044700     MOVE PARAMETER-RECORD TO WS-OLD-VERSION-IMAGE
044800     END-IF
044900     ELSE
045000     IF WS-DK-COUNT < 300
045100     ADD 1 TO WS-DK-COUNT
045200     MOVE PARAMETER-RECORD TO WS-DK-IMAGE(WS-DK-COUNT)
045300     MOVE 'A' TO WS-DK-STATUS(WS-DK-COUNT)
045400     ELSE
045500     DISPLAY 'FATAL: PARAMETER DECK EXCEEDS 300 RECORDS'
045600     MOVE 16 TO RETURN-CODE
045700     STOP RUN
045800     END-IF
045900 END-IF.
046000
046100 1400-WRITE-REGISTER-HEADER.
046200     MOVE WS-RUN-DATE TO WS-REG-HDR-DATE
046300     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-HEADER-LINE
046400     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-BLANK-LINE
046500     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-COLUMN-LINE.
046600
046700 1000-INIT-EXIT.
046800     EXIT.
046900
047000 2000-PROCESS-REQUESTS SECTION.
047100 2000-PROCESS-START.
047200     DISPLAY 'BEGINNING PARAMETER MAINTENANCE PROCESSING'
047300     MOVE 'N' TO WS-PREQ-EOF-FLAG
047400     PERFORM 2100-READ-REQUEST-RECORD
047500     PERFORM UNTIL PREQ-EOF-REACHED
047600     ADD 1 TO WS-REQ-READ
047700     MOVE 'REJECTED' TO WS-MAINT-RESULT
047800     MOVE SPACES TO WS-MAINT-REJECT-REASON
047900     MOVE SPACES TO WS-BEFORE-IMAGE
048000     MOVE SPACES TO WS-AFTER-IMAGE
048100     PERFORM 2200-APPLY-ONE-REQUEST THRU 2200-APPLY-EXIT
048200     IF WS-MAINT-RESULT = 'APPLIED'
048300     ADD 1 TO WS-REQ-APPLIED
048400     ELSE
048500     ADD 1 TO WS-REQ-REJECTED
048600     END-IF
048700     PERFORM 2800-WRITE-AUDIT-RECORD
048800     PERFORM 2900-WRITE-REGISTER-LINE
048900     PERFORM 2100-READ-REQUEST-RECORD
049000     END-PERFORM
049100     DISPLAY 'PARAMETER MAINTENANCE PROCESSING COMPLETED'
049200     GO TO 2000-PROCESS-EXIT.
049300
049400 2100-READ-REQUEST-RECORD.
049500     READ PARM-REQUEST-FILE
049600     AT END
049700     SET PREQ-EOF-REACHED TO TRUE
049800 END-READ.
049900
050000 2200-APPLY-ONE-REQUEST.
050100* Who is asking and who signed off come first; then the record
050200* the request names must be a well-formed deck record; then the
050300* action itself. The first failed edit is the reject reason.
050400     IF PRQ-REQUESTER-ID = SPACES
050500     MOVE 'NO-REQUESTER' TO WS-MAINT-REJECT-REASON
050600     GO TO 2200-APPLY-EXIT
050700     END-IF
050800     IF NOT PRQ-ADD AND NOT PRQ-CHANGE AND NOT PRQ-EXPIRE
050900     MOVE 'BAD-ACTION' TO WS-MAINT-REJECT-REASON
051000     GO TO 2200-APPLY-EXIT
051100     END-IF
051200     IF NOT PRQ-THRESHOLD-TYPE AND NOT PRQ-CURRENCY-TYPE
051300     AND NOT PRQ-WHATIF-TYPE AND NOT PRQ-RUN-OPTIONS-TYPE
051400     AND NOT PRQ-PARTITION-TYPE
051500     MOVE 'BAD-TYPE' TO WS-MAINT-REJECT-REASON
051600     GO TO 2200-APPLY-EXIT
051700     END-IF
051800     IF PRQ-APPROVER-ID NOT = SPACES
051900     AND PRQ-APPROVER-ID = PRQ-REQUESTER-ID
052000     MOVE 'SELF-APPROVE' TO WS-MAINT-REJECT-REASON
052100     GO TO 2200-APPLY-EXIT
052200     END-IF
052300* Thresholds move decline volume directly - four eyes on every
052400* one, expiries included.
052500     IF (PRQ-THRESHOLD-TYPE OR PRQ-WHATIF-TYPE)
052600     AND PRQ-APPROVER-ID = SPACES
052700     MOVE 'NO-APPROVER' TO WS-MAINT-REJECT-REASON
052800     GO TO 2200-APPLY-EXIT
052900     END-IF
053000
053100     PERFORM 2250-EDIT-RECORD-IDENTITY THRU 2250-IDENTITY-EXIT
053200     IF WS-MAINT-REJECT-REASON NOT = SPACES
053300     GO TO 2200-APPLY-EXIT
053400     END-IF
053500     PERFORM 2300-LOCATE-DECK-ENTRY
053600
053700     EVALUATE TRUE
053800     WHEN PRQ-ADD
053900     IF DECK-ENTRY-FOUND
054000     MOVE 'DUPLICATE' TO WS-MAINT-REJECT-REASON
054100     GO TO 2200-APPLY-EXIT
054200     END-IF
054300     IF WS-DK-COUNT NOT < 300
054400     MOVE 'DECK-FULL' TO WS-MAINT-REJECT-REASON
054500     GO TO 2200-APPLY-EXIT
054600     END-IF
054700     WHEN OTHER
054800     IF NOT DECK-ENTRY-FOUND
054900     MOVE 'NOT-ON-DECK' TO WS-MAINT-REJECT-REASON
055000     GO TO 2200-APPLY-EXIT
055100     END-IF
055200     MOVE WS-DK-IMAGE(WS-DK-MATCH-IDX) TO WS-BEFORE-IMAGE
055300     END-EVALUATE
055400
055500     IF PRQ-EXPIRE
055600     PERFORM 2500-CHECK-LAST-REQUIRED
055700     ELSE
055800     PERFORM 2400-EDIT-NEW-VALUE THRU 2400-EDIT-EXIT
055900     END-IF
056000     IF WS-MAINT-REJECT-REASON NOT = SPACES
056100     GO TO 2200-APPLY-EXIT
056200     END-IF
056300
056400     PERFORM 2600-APPLY-TO-DECK.
056500
056600 2200-APPLY-EXIT.
056700     EXIT.
056800
056900 2250-EDIT-RECORD-IDENTITY.
057000* The fields that say which deck record is meant.
057100     EVALUATE TRUE
057200     WHEN PRQ-THRESHOLD-TYPE
057300     WHEN PRQ-WHATIF-TYPE
057400     PERFORM 2260-FIND-RANGE-ENTRY
057500     IF NOT RANGE-ENTRY-FOUND
057600     MOVE 'BAD-KEY' TO WS-MAINT-REJECT-REASON
057700     GO TO 2250-IDENTITY-EXIT
057800     END-IF
057900     IF PRQ-WHATIF-TYPE
058000     AND WS-RG-REQUIRED(WS-RG-MATCH-IDX) NOT = 'Y'
058100     MOVE 'BAD-KEY' TO WS-MAINT-REJECT-REASON
058200     GO TO 2250-IDENTITY-EXIT
058300     END-IF
058400     IF PRQ-EFF-DATE NOT NUMERIC
058500     MOVE 'BAD-DATE' TO WS-MAINT-REJECT-REASON
058600     GO TO 2250-IDENTITY-EXIT
058700     END-IF
058800     MOVE PRQ-EFF-DATE TO WS-DATE-CHECK
058900     WHEN PRQ-CURRENCY-TYPE
059000     IF PRQ-RATE-CURRENCY = SPACES
059100     OR PRQ-RATE-CURRENCY NOT ALPHABETIC
059200     MOVE 'BAD-CURRENCY' TO WS-MAINT-REJECT-REASON
059300     GO TO 2250-IDENTITY-EXIT
059400     END-IF
059500     IF PRQ-RATE-EFF-DATE NOT NUMERIC
059600     MOVE 'BAD-DATE' TO WS-MAINT-REJECT-REASON
059700     GO TO 2250-IDENTITY-EXIT
059800     END-IF
059900     MOVE PRQ-RATE-EFF-DATE TO WS-DATE-CHECK
060000     WHEN PRQ-PARTITION-TYPE
060100     IF PRQ-PART-NUMBER NOT NUMERIC OR PRQ-PART-NUMBER < 1
060200     MOVE 'BAD-PARTITION' TO WS-MAINT-REJECT-REASON
060300     END-IF
060400     GO TO 2250-IDENTITY-EXIT
060500     WHEN OTHER
060600     GO TO 2250-IDENTITY-EXIT
060700     END-EVALUATE
060800     PERFORM 2700-VALIDATE-DATE
060900     IF NOT DATE-IS-VALID
061000     MOVE 'BAD-DATE' TO WS-MAINT-REJECT-REASON
061100     END-IF.
061200
061300 2250-IDENTITY-EXIT.
061400     EXIT.
061500
061600 2260-FIND-RANGE-ENTRY.
061700     MOVE 'N' TO WS-RANGE-FOUND-FLAG
061800     PERFORM 2265-MATCH-RANGE-ENTRY
061900     VARYING WS-RG-IDX FROM 1 BY 1
062000     UNTIL WS-RG-IDX > 24 OR RANGE-ENTRY-FOUND.
062100
062200 2265-MATCH-RANGE-ENTRY.
062300     IF WS-RG-KEY(WS-RG-IDX) = PRQ-KEY
062400     SET RANGE-ENTRY-FOUND TO TRUE
062500     MOVE WS-RG-IDX TO WS-RG-MATCH-IDX
062600 END-IF.
062700
062800 2300-LOCATE-DECK-ENTRY.
062900     MOVE 'N' TO WS-ENTRY-FOUND-FLAG
063000     MOVE ZERO TO WS-DK-MATCH-IDX
063100     PERFORM 2310-MATCH-DECK-ENTRY
063200     VARYING WS-DK-IDX FROM 1 BY 1
063300     UNTIL WS-DK-IDX > WS-DK-COUNT OR DECK-ENTRY-FOUND.
063400
063500 2310-MATCH-DECK-ENTRY.
063600     IF WS-DK-STATUS(WS-DK-IDX) = 'A'
063700     MOVE WS-DK-IMAGE(WS-DK-IDX) TO WS-DECK-RECORD
063800     IF DK-TYPE = PRQ-TYPE
063900     EVALUATE TRUE
064000     WHEN PRQ-THRESHOLD-TYPE
064100     WHEN PRQ-WHATIF-TYPE
064200     IF DK-KEY = PRQ-KEY AND DK-EFF-DATE = PRQ-EFF-DATE
064300     SET DECK-ENTRY-FOUND TO TRUE
064400     END-IF
064500     WHEN PRQ-CURRENCY-TYPE
064600     IF DK-RATE-CURRENCY = PRQ-RATE-CURRENCY
064700     AND DK-RATE-EFF-DATE = PRQ-RATE-EFF-DATE
064800     SET DECK-ENTRY-FOUND TO TRUE
064900     END-IF
065000     WHEN PRQ-PARTITION-TYPE
065100     IF DK-PART-NUMBER = PRQ-PART-NUMBER
065200     SET DECK-ENTRY-FOUND TO TRUE
065300     END-IF
065400     WHEN OTHER
065500     SET DECK-ENTRY-FOUND TO TRUE
065600     END-EVALUATE
065700     IF DECK-ENTRY-FOUND
065800     MOVE WS-DK-IDX TO WS-DK-MATCH-IDX
065900     END-IF
066000     END-IF
066100 END-IF.
066200
066300 2400-EDIT-NEW-VALUE.
066400* The same edits the fraud engine's 1315/1317 would abend on,
066500* plus the range and consistency checks it has no way to make.
066600     EVALUATE TRUE
066700     WHEN PRQ-THRESHOLD-TYPE
066800     WHEN PRQ-WHATIF-TYPE
066900     IF PRQ-VALUE NOT NUMERIC
067000     MOVE 'BAD-VALUE' TO WS-MAINT-REJECT-REASON
067100     GO TO 2400-EDIT-EXIT
067200     END-IF
067300     IF PRQ-VALUE < WS-RG-MIN(WS-RG-MATCH-IDX)
067400     OR PRQ-VALUE > WS-RG-MAX(WS-RG-MATCH-IDX)
067500     MOVE 'OUT-OF-RANGE' TO WS-MAINT-REJECT-REASON
067600     GO TO 2400-EDIT-EXIT
067700     END-IF
067800     MOVE PRQ-VALUE TO WS-WHOLE-WORK
067900     IF WS-RG-WHOLE(WS-RG-MATCH-IDX) = 'Y'
068000     AND WS-WHOLE-WORK NOT = PRQ-VALUE
068100     MOVE 'NOT-WHOLE' TO WS-MAINT-REJECT-REASON
068200     GO TO 2400-EDIT-EXIT
068300     END-IF
068400     IF PRQ-THRESHOLD-TYPE
068500     AND (PRQ-KEY = 'HIGH-RISK' OR PRQ-KEY = 'MEDIUM-RISK'
068600     OR PRQ-KEY = 'LOW-RISK')
068700     PERFORM 2420-CHECK-RISK-BANDS
068800     END-IF
068900     WHEN PRQ-CURRENCY-TYPE
069000     IF PRQ-RATE-TO-USD NOT NUMERIC OR PRQ-RATE-TO-USD = ZERO
069100     MOVE 'BAD-RATE' TO WS-MAINT-REJECT-REASON
069200     GO TO 2400-EDIT-EXIT
069300     END-IF
069400     IF PRQ-RATE-CURRENCY = 'USD' AND PRQ-RATE-TO-USD NOT = 1
069500     MOVE 'USD-NOT-PAR' TO WS-MAINT-REJECT-REASON
069600     GO TO 2400-EDIT-EXIT
069700     END-IF
069800     PERFORM 2430-CHECK-RATE-SWING
069900     WHEN PRQ-RUN-OPTIONS-TYPE
070000     IF PRQ-RUN-MODE NOT = 'N' AND PRQ-RUN-MODE NOT = 'R'
070100     AND PRQ-RUN-MODE NOT = 'S' AND PRQ-RUN-MODE NOT = 'M'
070200     MOVE 'BAD-MODE' TO WS-MAINT-REJECT-REASON
070300     GO TO 2400-EDIT-EXIT
070400     END-IF
070500     IF PRQ-RERUN-SOURCE NOT = SPACES
070600     IF PRQ-RERUN-DATE NOT NUMERIC
070700     MOVE 'BAD-RERUN' TO WS-MAINT-REJECT-REASON
070800     GO TO 2400-EDIT-EXIT
070900     END-IF
071000     MOVE PRQ-RERUN-DATE TO WS-DATE-CHECK
071100     PERFORM 2700-VALIDATE-DATE
071200     IF NOT DATE-IS-VALID
071300     MOVE 'BAD-RERUN' TO WS-MAINT-REJECT-REASON
071400     END-IF
071500     END-IF
071600     WHEN PRQ-PARTITION-TYPE
071700     IF PRQ-PART-COUNT NOT NUMERIC
071800     OR PRQ-PART-LOW-CARD NOT NUMERIC
071900     OR PRQ-PART-HIGH-CARD NOT NUMERIC
072000     MOVE 'BAD-PARTITION' TO WS-MAINT-REJECT-REASON
072100     GO TO 2400-EDIT-EXIT
072200     END-IF
072300     IF PRQ-PART-COUNT < 1
072400     OR PRQ-PART-NUMBER > PRQ-PART-COUNT
072500     OR PRQ-PART-LOW-CARD > PRQ-PART-HIGH-CARD
072600     MOVE 'BAD-PARTITION' TO WS-MAINT-REJECT-REASON
072700     END-IF
072800     END-EVALUATE.
072900
073000 2400-EDIT-EXIT.
073100     EXIT.
073200
073300 2420-CHECK-RISK-BANDS.
073400* High above medium above low, as they will stand on the new
073500* record's effective date with the new value in place - an
073600* inverted band would send medium-risk traffic to decline.
073700     INITIALIZE WS-BAND-VALUES
073800     PERFORM 2425-TAKE-BAND-VALUE
073900     VARYING WS-DK-IDX FROM 1 BY 1
074000     UNTIL WS-DK-IDX > WS-DK-COUNT
074100     EVALUATE PRQ-KEY
074200     WHEN 'HIGH-RISK'
074300     MOVE PRQ-VALUE TO WS-BAND-HIGH
074400     WHEN 'MEDIUM-RISK'
074500     MOVE PRQ-VALUE TO WS-BAND-MED
074600     WHEN OTHER
074700     MOVE PRQ-VALUE TO WS-BAND-LOW
074800     END-EVALUATE
074900     IF WS-BAND-HIGH > ZERO AND WS-BAND-MED > ZERO
075000     AND WS-BAND-MED NOT < WS-BAND-HIGH
075100     MOVE 'BAND-ORDER' TO WS-MAINT-REJECT-REASON
075200     END-IF
075300     IF WS-BAND-MED > ZERO AND WS-BAND-LOW > ZERO
075400     AND WS-BAND-LOW NOT < WS-BAND-MED
075500     MOVE 'BAND-ORDER' TO WS-MAINT-REJECT-REASON
075600 END-IF.
075700
075800 2425-TAKE-BAND-VALUE.
075900     IF WS-DK-STATUS(WS-DK-IDX) = 'A'
076000     MOVE WS-DK-IMAGE(WS-DK-IDX) TO WS-DECK-RECORD
076100     IF DK-TYPE = 'T' AND DK-EFF-DATE NOT > PRQ-EFF-DATE
076200     EVALUATE DK-KEY
076300     WHEN 'HIGH-RISK'
076400     IF DK-EFF-DATE >= WS-BAND-HIGH-DATE
076500     MOVE DK-VALUE TO WS-BAND-HIGH
076600     MOVE DK-EFF-DATE TO WS-BAND-HIGH-DATE
076700     END-IF
076800     WHEN 'MEDIUM-RISK'
076900     IF DK-EFF-DATE >= WS-BAND-MED-DATE
077000     MOVE DK-VALUE TO WS-BAND-MED
077100     MOVE DK-EFF-DATE TO WS-BAND-MED-DATE
077200     END-IF
077300     WHEN 'LOW-RISK'
077400     IF DK-EFF-DATE >= WS-BAND-LOW-DATE
077500     MOVE DK-VALUE TO WS-BAND-LOW
077600     MOVE DK-EFF-DATE TO WS-BAND-LOW-DATE
077700     END-IF
077800     WHEN OTHER
077900     CONTINUE
078000     END-EVALUATE
078100     END-IF
078200 END-IF.
078300
078400 2430-CHECK-RATE-SWING.
078500* Against the rate being corrected on a change, or the latest
078600* rate on the deck for the currency on an add. A first rate for
078700* a new currency has nothing to swing from.
078800     MOVE 'N' TO WS-RATE-FOUND-FLAG
078900     MOVE ZERO TO WS-PRIOR-RATE
079000     MOVE ZERO TO WS-PRIOR-RATE-DATE
079100     IF PRQ-CHANGE
079200     MOVE WS-BEFORE-IMAGE TO WS-DECK-RECORD
079300     MOVE DK-RATE-TO-USD TO WS-PRIOR-RATE
079400     SET PRIOR-RATE-FOUND TO TRUE
079500     ELSE
079600     PERFORM 2435-TAKE-PRIOR-RATE
079700     VARYING WS-DK-IDX FROM 1 BY 1
079800     UNTIL WS-DK-IDX > WS-DK-COUNT
079900     END-IF
080000     IF PRIOR-RATE-FOUND AND WS-PRIOR-RATE > ZERO
080100     COMPUTE WS-SWING-HIGH = WS-PRIOR-RATE * 1.5
080200     COMPUTE WS-SWING-LOW = WS-PRIOR-RATE * 0.5
080300     IF (PRQ-RATE-TO-USD > WS-SWING-HIGH
080400     OR PRQ-RATE-TO-USD < WS-SWING-LOW)
080500     AND PRQ-APPROVER-ID = SPACES
080600     MOVE 'RATE-SWING' TO WS-MAINT-REJECT-REASON
080700     END-IF
080800 END-IF.
080900
081000 2435-TAKE-PRIOR-RATE.
081100     IF WS-DK-STATUS(WS-DK-IDX) = 'A'
081200     MOVE WS-DK-IMAGE(WS-DK-IDX) TO WS-DECK-RECORD
081300     IF DK-TYPE = 'C'
081400     AND DK-RATE-CURRENCY = PRQ-RATE-CURRENCY
081500     AND DK-RATE-EFF-DATE >= WS-PRIOR-RATE-DATE
081600     MOVE DK-RATE-TO-USD TO WS-PRIOR-RATE
081700     MOVE DK-RATE-EFF-DATE TO WS-PRIOR-RATE-DATE
081800     SET PRIOR-RATE-FOUND TO TRUE
081900     END-IF
082000 END-IF.
082100
082200 2500-CHECK-LAST-REQUIRED.
082300* The engine abends (1350) when a required threshold or the USD
082400* rate has no record in effect on the run date. Expiring one is
082500* allowed only while another stays in effect today.
082600     IF (PRQ-THRESHOLD-TYPE
082700     AND WS-RG-REQUIRED(WS-RG-MATCH-IDX) = 'Y')
082800     OR (PRQ-CURRENCY-TYPE AND PRQ-RATE-CURRENCY = 'USD')
082900     MOVE ZERO TO WS-REMAINING-COUNT
083000     PERFORM 2510-COUNT-OTHER-EFFECTIVE
083100     VARYING WS-DK-IDX FROM 1 BY 1
083200     UNTIL WS-DK-IDX > WS-DK-COUNT
083300     IF WS-REMAINING-COUNT = ZERO
083400     MOVE 'LAST-REQUIRED' TO WS-MAINT-REJECT-REASON
083500     END-IF
083600 END-IF.
083700
083800 2510-COUNT-OTHER-EFFECTIVE.
083900     IF WS-DK-STATUS(WS-DK-IDX) = 'A'
084000     AND WS-DK-IDX NOT = WS-DK-MATCH-IDX
084100     MOVE WS-DK-IMAGE(WS-DK-IDX) TO WS-DECK-RECORD
084200     IF PRQ-THRESHOLD-TYPE
084300     IF DK-TYPE = 'T' AND DK-KEY = PRQ-KEY
084400     AND DK-EFF-DATE NOT > WS-RUN-DATE
084500     ADD 1 TO WS-REMAINING-COUNT
084600     END-IF
084700     ELSE
084800     IF DK-TYPE = 'C' AND DK-RATE-CURRENCY = 'USD'
084900     AND DK-RATE-EFF-DATE NOT > WS-RUN-DATE
085000     ADD 1 TO WS-REMAINING-COUNT
085100     END-IF
085200     END-IF
085300 END-IF.
085400
085500 2600-APPLY-TO-DECK.
085600* The after image is the requested record with everything past
085700* its own layout blanked, so stray keying in the request's unused
085800* columns never reaches the deck.
085900     IF NOT PRQ-EXPIRE
086000     MOVE PRQ-PARM-IMAGE TO WS-AFTER-IMAGE
086100     EVALUATE TRUE
086200     WHEN PRQ-THRESHOLD-TYPE
086300     WHEN PRQ-WHATIF-TYPE
086400     MOVE SPACES TO WS-AFTER-IMAGE(32:49)
086500     WHEN PRQ-CURRENCY-TYPE
086600     MOVE SPACES TO WS-AFTER-IMAGE(19:62)
086700     WHEN PRQ-RUN-OPTIONS-TYPE
086800     MOVE SPACES TO WS-AFTER-IMAGE(21:60)
086900     IF PRQ-RERUN-SOURCE = SPACES
087000     MOVE ZEROS TO WS-AFTER-IMAGE(13:8)
087100     END-IF
087200     WHEN OTHER
087300     MOVE SPACES TO WS-AFTER-IMAGE(36:45)
087400     END-EVALUATE
087500     END-IF
087600     EVALUATE TRUE
087700     WHEN PRQ-ADD
087800     ADD 1 TO WS-DK-COUNT
087900     MOVE WS-AFTER-IMAGE TO WS-DK-IMAGE(WS-DK-COUNT)
088000     MOVE 'A' TO WS-DK-STATUS(WS-DK-COUNT)
088100     ADD 1 TO WS-ADD-COUNT
088200     WHEN PRQ-CHANGE
088300     MOVE WS-AFTER-IMAGE TO WS-DK-IMAGE(WS-DK-MATCH-IDX)
088400     ADD 1 TO WS-CHANGE-COUNT
088500     WHEN OTHER
088600     MOVE 'X' TO WS-DK-STATUS(WS-DK-MATCH-IDX)
088700     ADD 1 TO WS-EXPIRE-COUNT
088800     END-EVALUATE
088900     MOVE 'APPLIED' TO WS-MAINT-RESULT.
089000
089100 2700-VALIDATE-DATE.
089200* Same plausibility window the intake programs use.
089300     MOVE 'N' TO WS-DATE-VALID-FLAG
089400     IF WS-DATE-CHECK NOT < 20200101
089500     AND WS-DATE-CHECK NOT > 20301231
089600     AND WS-DC-MONTH >= 1 AND WS-DC-MONTH <= 12
089700     AND WS-DC-DAY >= 1 AND WS-DC-DAY <= 31
089800     SET DATE-IS-VALID TO TRUE
089900 END-IF.
090000
090100 2800-WRITE-AUDIT-RECORD.
090200* An audit write failure does not stop the run - the register
090300* still shows the request - but it fails the step.
090400     MOVE SPACES TO PARM-AUDIT-RECORD
090500     MOVE WS-CURRENT-TIMESTAMP TO PAU-TIMESTAMP
090600     IF WS-MAINT-RESULT = 'APPLIED'
090700     MOVE WS-NEW-VERSION TO PAU-PARM-VERSION
090800     ELSE
090900     MOVE WS-OLD-VERSION TO PAU-PARM-VERSION
091000     END-IF
091100     MOVE PRQ-ACTION-CODE TO PAU-ACTION
091200     MOVE WS-MAINT-RESULT TO PAU-RESULT
091300     MOVE WS-MAINT-REJECT-REASON TO PAU-REASON
091400     MOVE PRQ-REQUESTER-ID TO PAU-REQUESTER-ID
091500     MOVE PRQ-APPROVER-ID TO PAU-APPROVER-ID
091600     MOVE PRQ-CHANGE-TICKET TO PAU-CHANGE-TICKET
091700     MOVE WS-BEFORE-IMAGE TO PAU-BEFORE-IMAGE
091800     MOVE WS-AFTER-IMAGE TO PAU-AFTER-IMAGE
091900     WRITE PARM-AUDIT-RECORD
092000     IF WS-PAUD-STATUS NOT = '00'
092100     DISPLAY 'ERROR WRITING PARAMETER AUDIT: ' WS-PAUD-STATUS
092200     ADD 1 TO WS-AUDIT-ERRORS
092300 END-IF.
092400
092500 2900-WRITE-REGISTER-LINE.
092600     MOVE PRQ-ACTION-CODE TO WS-REG-ACTION
092700     MOVE PRQ-TYPE TO WS-REG-TYPE
092800     MOVE SPACES TO WS-REG-KEY
092900     EVALUATE TRUE
093000     WHEN PRQ-CURRENCY-TYPE
093100     MOVE PRQ-RATE-CURRENCY TO WS-REG-KEY
093200     WHEN PRQ-RUN-OPTIONS-TYPE
093300     MOVE 'RUN-OPTIONS' TO WS-REG-KEY
093400     WHEN PRQ-PARTITION-TYPE
093500     STRING 'PARTITION ' PRQ-PART-NUMBER
093600     DELIMITED BY SIZE INTO WS-REG-KEY
093700     WHEN OTHER
093800     MOVE PRQ-KEY TO WS-REG-KEY
093900     END-EVALUATE
094000     MOVE WS-MAINT-RESULT TO WS-REG-RESULT
094100     MOVE WS-MAINT-REJECT-REASON TO WS-REG-REASON
094200     MOVE PRQ-REQUESTER-ID TO WS-REG-REQUESTER
094300     MOVE PRQ-APPROVER-ID TO WS-REG-APPROVER
094400     MOVE WS-BEFORE-IMAGE TO WS-VALUE-IMAGE
094500     PERFORM 2950-FORMAT-VALUE-TEXT
094600     MOVE WS-VALUE-TEXT TO WS-REG-OLD-VALUE
094700     IF WS-MAINT-RESULT = 'APPLIED'
094800     MOVE WS-AFTER-IMAGE TO WS-VALUE-IMAGE
094900     ELSE
095000     MOVE PRQ-PARM-IMAGE TO WS-VALUE-IMAGE
095100     END-IF
095200     IF PRQ-EXPIRE
095300     MOVE SPACES TO WS-VALUE-IMAGE
095400     END-IF
095500     PERFORM 2950-FORMAT-VALUE-TEXT
095600     MOVE WS-VALUE-TEXT TO WS-REG-NEW-VALUE
095700     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-DETAIL-LINE.
095800
095900 2950-FORMAT-VALUE-TEXT.
096000* Value and effective date for a threshold or rate, the mode and
096100* any rerun authorization for run options, the split for a
096200* partition. A rejected request's fields may not be numeric.
096300     MOVE SPACES TO WS-VALUE-TEXT
096400     IF WS-VALUE-IMAGE NOT = SPACES
096500     MOVE WS-VALUE-IMAGE TO WS-DECK-RECORD
096600     EVALUATE DK-TYPE
096700     WHEN 'T'
096800     WHEN 'W'
096900     IF DK-VALUE NUMERIC
097000     MOVE DK-VALUE TO WS-EDIT-AMOUNT
097100     STRING WS-EDIT-AMOUNT ' ' DK-EFF-DATE
097200     DELIMITED BY SIZE INTO WS-VALUE-TEXT
097300     END-IF
097400     WHEN 'C'
097500     IF DK-RATE-TO-USD NUMERIC
097600     MOVE DK-RATE-TO-USD TO WS-EDIT-RATE
097700     STRING WS-EDIT-RATE ' ' DK-RATE-EFF-DATE
097800     DELIMITED BY SIZE INTO WS-VALUE-TEXT
097900     END-IF
098000     WHEN 'R'
098100     STRING DK-RUN-MODE ' ' DK-RERUN-SOURCE ' ' DK-RERUN-DATE
098200     DELIMITED BY SIZE INTO WS-VALUE-TEXT
098300     WHEN 'P'
098400     STRING 'PART ' DK-PART-NUMBER ' OF ' DK-PART-COUNT
098500     DELIMITED BY SIZE INTO WS-VALUE-TEXT
098600     WHEN OTHER
098700     CONTINUE
098800     END-EVALUATE
098900 END-IF.
099000
099100 2000-PROCESS-EXIT.
099200     EXIT.
099300
099400 9000-FINALIZE-PROGRAM SECTION.
099500 9000-FINALIZE-START.
099600     PERFORM 9100-WRITE-NEW-DECK
099700     PERFORM 9200-WRITE-REGISTER-TOTALS
099800     PERFORM 9300-CLOSE-FILES
099900     PERFORM 9400-DISPLAY-FINAL-STATS
100000     DISPLAY 'PARAMETER MAINTENANCE BATCH - COMPLETED'
100100     GO TO 9000-FINALIZE-EXIT.
100200
100300 9100-WRITE-NEW-DECK.
100400* The new deck is written even when nothing was applied, so the
100500* promote step always has a complete deck to copy. Only a run
100600* that changed something takes a new version number; otherwise
100700* the incoming version record goes out exactly as it came in.
100800     IF WS-REQ-APPLIED = ZERO
100900     MOVE WS-OLD-VERSION TO WS-NEW-VERSION
101000     END-IF
101100     OPEN OUTPUT NEW-PARAMETER-FILE
101200     IF WS-PNEW-STATUS NOT = '00'
101300     DISPLAY ERR-FILE-NOT-FOUND ' - NEW PARAMETER FILE'
101400     MOVE 16 TO RETURN-CODE
101500     STOP RUN
101600     END-IF
101700     IF WS-REQ-APPLIED > ZERO
101800     MOVE SPACES TO WS-VERSION-RECORD
101900     MOVE 'V' TO VR-TYPE
102000     MOVE WS-NEW-VERSION TO VR-NUMBER
102100     MOVE WS-RUN-DATE TO VR-STAMP-DATE
102200     MOVE WS-RUN-TIME TO VR-STAMP-TIME
102300     MOVE WS-REQ-APPLIED TO VR-CHANGES
102400     WRITE NEW-PARAMETER-RECORD FROM WS-VERSION-RECORD
102500     ADD 1 TO WS-DECK-RECS-WRITTEN
102600     ELSE
102700     IF WS-OLD-VERSION > ZERO
102800     WRITE NEW-PARAMETER-RECORD FROM WS-OLD-VERSION-IMAGE
102900     ADD 1 TO WS-DECK-RECS-WRITTEN
103000     END-IF
103100     END-IF
103200     PERFORM 9110-WRITE-DECK-ENTRY
103300     VARYING WS-DK-IDX FROM 1 BY 1
103400     UNTIL WS-DK-IDX > WS-DK-COUNT
103500     CLOSE NEW-PARAMETER-FILE
103600     IF WS-PNEW-STATUS NOT = '00'
103700     DISPLAY 'ERROR CLOSING NEW PARAMETER FILE: ' WS-PNEW-STATUS
103800     MOVE 16 TO RETURN-CODE
103900     STOP RUN
104000     END-IF
104100     DISPLAY 'NEW PARAMETER DECK WRITTEN - VERSION '
104200     WS-NEW-VERSION.
104300
104400 9110-WRITE-DECK-ENTRY.
104500     IF WS-DK-STATUS(WS-DK-IDX) = 'A'
104600     WRITE NEW-PARAMETER-RECORD FROM WS-DK-IMAGE(WS-DK-IDX)
104700     IF WS-PNEW-STATUS NOT = '00'
104800     DISPLAY 'FATAL: ERROR WRITING NEW PARAMETER FILE: '
104900     WS-PNEW-STATUS
105000     MOVE 16 TO RETURN-CODE
105100     STOP RUN
105200     END-IF
105300     ADD 1 TO WS-DECK-RECS-WRITTEN
105400 END-IF.
105500
105600 9200-WRITE-REGISTER-TOTALS.
105700     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-BLANK-LINE
105800     MOVE 'REQUESTS READ' TO WS-REG-TOTAL-LABEL
105900     MOVE WS-REQ-READ TO WS-REG-TOTAL-COUNT
106000     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
106100     MOVE 'REQUESTS APPLIED' TO WS-REG-TOTAL-LABEL
106200     MOVE WS-REQ-APPLIED TO WS-REG-TOTAL-COUNT
106300     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
106400     MOVE 'REQUESTS REJECTED' TO WS-REG-TOTAL-LABEL
106500     MOVE WS-REQ-REJECTED TO WS-REG-TOTAL-COUNT
106600     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
106700     MOVE 'PARAMETER RECORDS ADDED' TO WS-REG-TOTAL-LABEL
106800     MOVE WS-ADD-COUNT TO WS-REG-TOTAL-COUNT
106900     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
107000     MOVE 'PARAMETER RECORDS CHANGED' TO WS-REG-TOTAL-LABEL
107100     MOVE WS-CHANGE-COUNT TO WS-REG-TOTAL-COUNT
107200     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
107300     MOVE 'PARAMETER RECORDS EXPIRED' TO WS-REG-TOTAL-LABEL
107400     MOVE WS-EXPIRE-COUNT TO WS-REG-TOTAL-COUNT
107500     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
107600     MOVE 'DECK RECORDS READ' TO WS-REG-TOTAL-LABEL
107700     MOVE WS-DECK-RECS-READ TO WS-REG-TOTAL-COUNT
107800     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
107900     MOVE 'DECK RECORDS WRITTEN' TO WS-REG-TOTAL-LABEL
108000     MOVE WS-DECK-RECS-WRITTEN TO WS-REG-TOTAL-COUNT
108100     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
108200     MOVE 'PARAMETER VERSION BEFORE RUN' TO WS-REG-TOTAL-LABEL
108300     MOVE WS-OLD-VERSION TO WS-REG-TOTAL-COUNT
108400     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE
108500     MOVE 'PARAMETER VERSION AFTER RUN' TO WS-REG-TOTAL-LABEL
108600     MOVE WS-NEW-VERSION TO WS-REG-TOTAL-COUNT
108700     WRITE UPDATE-REGISTER-RECORD FROM WS-REG-TOTAL-LINE.
108800
108900 9300-CLOSE-FILES.
109000     CLOSE PARM-REQUEST-FILE
109100     CLOSE PARM-AUDIT-FILE
109200     CLOSE UPDATE-REGISTER.
109300
109400 9400-DISPLAY-FINAL-STATS.
109500     DISPLAY ' '
109600     DISPLAY '=========================================='
109700     DISPLAY 'PARAMETER MAINTENANCE STATISTICS'
109800     DISPLAY '=========================================='
109900     DISPLAY 'REQUESTS READ: ' WS-REQ-READ
110000     DISPLAY 'REQUESTS APPLIED: ' WS-REQ-APPLIED
110100     DISPLAY 'REQUESTS REJECTED: ' WS-REQ-REJECTED
110200     DISPLAY 'PARAMETER VERSION: ' WS-OLD-VERSION ' -> '
110300     WS-NEW-VERSION
110400     DISPLAY '=========================================='
110500     IF WS-AUDIT-ERRORS > ZERO
110600     DISPLAY 'PARAMETER AUDIT INCOMPLETE - ERRORS: '
110700     WS-AUDIT-ERRORS
110800     MOVE 8 TO RETURN-CODE
110900     ELSE
111000     IF WS-REQ-REJECTED > ZERO
111100     DISPLAY 'REJECTS ON UPDATE REGISTER - REVIEW REQUESTS'
111200     MOVE 4 TO RETURN-CODE
111300     END-IF
111400 END-IF.
111500
111600 9000-FINALIZE-EXIT.
111700     EXIT.
111800
111900* END OF PARM-MAINT-BATCH PROGRAM
