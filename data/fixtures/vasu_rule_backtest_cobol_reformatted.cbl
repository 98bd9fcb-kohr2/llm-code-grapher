001700*             PARMFILE THRESHOLDS. THE WHAT-IF MODE SAYS WHAT A
001800*             CANDIDATE DECK WOULD DO; THIS SAYS HOW THE LIVE
001900*             RULES ACTUALLY DID.
001910* 2026-10-15  FRAUD-DETECTION-TEAM  RULES 13-15 (REFUND ABUSE,
001920*             CASH ADVANCE, CREDIT UTILIZATION) BACKTESTED - THE
001930*             TRIGGER STRING IS NOW 15 FLAGS. OLDER LOG RECORDS
001940*             CARRY SPACES IN FLAGS 13-15 AND TALLY NOTHING THERE.
001947* 2026-10-15  FRAUD-DETECTION-TEAM  DECLINES ARE NOW ALSO TALLIED
001955*             BY THE PARAMETER VERSION STAMPED ON EACH LOG RECORD,
001962*             WITH CONFIRMED AND FALSE-POSITIVE OUTCOMES AND THE
001970*             FALSE-POSITIVE RATE PER VERSION, SO A CHANGE IN
001977*             DECLINE QUALITY CAN BE TIED TO THE PARMFILE CHANGE
001985*             THAT CAUSED IT. RECORDS LOGGED BEFORE VERSIONING
001992*             COUNT UNDER NO VERSION STAMP.
001993* 2026-10-15  FRAUD-DETECTION-TEAM  RULE-16 (LINKED CUSTOMER)
001995*             BACKTESTED - THE TRIGGER STRING IS NOW 16 FLAGS.
001996*             OLDER LOG RECORDS CARRY A SPACE IN FLAG 16 AND TALLY
001998*             NOTHING THERE.
002000*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
006100 05  FRAUD-ANALYST-ID        PIC X(10).
006200 05  FRAUD-RESOLUTION        PIC X(100).
006290 05  FRAUD-CARD-TOKEN        PIC 9(16).
006300 05  FRAUD-PARM-VERSION      PIC 9(6).
006310 05  FILLER                  PIC X(51).
006400
006500* Same 220-byte record 8300 unloads from the live case file.
006600 FD  CASE-ARCHIVE
011800
011900* Per-Rule Backtest Counters
012000 01  WS-RULE-STATS.
012100 05  WS-RS-ENTRY OCCURS 16 TIMES.
012200 10  WS-RS-TRIGGERS      PIC 9(8).
012300 10  WS-RS-CONFIRMED     PIC 9(8).
012400 10  WS-RS-FALSE-POS     PIC 9(8).
012500 01  WS-RULE-IDX                 PIC 9(2) COMP.
012506
012513* Per-Parameter-Version Decline Counters - one slot per PARMFILE
012520* version seen on the archive, in the order first met. Versions
012526* past the last slot are counted as dropped, not folded together.
012533 01  WS-PARM-VERSION-STATS.
012540 05  WS-PV-ENTRY OCCURS 50 TIMES.
012546 10  WS-PV-VERSION       PIC 9(6).
012553 10  WS-PV-DECLINES      PIC 9(8).
012560 10  WS-PV-CONFIRMED     PIC 9(8).
012566 10  WS-PV-FALSE-POS     PIC 9(8).
012573 01  WS-PV-COUNT                 PIC 9(2) COMP VALUE ZERO.
012580 01  WS-PV-IDX                   PIC 9(2) COMP.
012586 01  WS-PV-MATCH-IDX             PIC 9(2) COMP.
012593 01  WS-LOG-PARM-VERSION         PIC 9(6).
012600
012700* The 16 Y/N flags the engine strings into the log record after
012800* the 'RULES_TRIGGERED: ' tag - redefined for subscripting.
012900 01  WS-RULE-FLAG-STRING         PIC X(16).
013000 01  WS-RULE-FLAG-TABLE REDEFINES WS-RULE-FLAG-STRING.
013100 05  WS-RULE-FLAG            PIC X OCCURS 16 TIMES.
013200
013300* Rule Names - same labels the run summary report uses.
013400 01  WS-RULE-NAME-VALUES.
014400 05  FILLER PIC X(28) VALUE 'RULE-10 CROSS VALIDATION'.
014500 05  FILLER PIC X(28) VALUE 'RULE-11 CURRENCY MISMATCH'.
014600 05  FILLER PIC X(28) VALUE 'RULE-12 MERCHANT CARD SPREAD'.
014610 05  FILLER PIC X(28) VALUE 'RULE-13 REFUND ABUSE'.
014620 05  FILLER PIC X(28) VALUE 'RULE-14 CASH ADVANCE'.
014630 05  FILLER PIC X(28) VALUE 'RULE-15 CREDIT UTILIZATION'.
014640 05  FILLER PIC X(28) VALUE 'RULE-16 LINKED CUSTOMER'.
014700 01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAME-VALUES.
014800 05  WS-RULE-NAME            PIC X(28) OCCURS 16 TIMES.
014900
015000* Work Variables
015100 01  WS-CURRENT-TIMESTAMP        PIC X(20).
016100 05  WS-DECLINES-CONFIRMED     PIC 9(8) VALUE ZERO.
016200 05  WS-DECLINES-CLEARED       PIC 9(8) VALUE ZERO.
016300 05  WS-DECLINES-UNRESOLVED    PIC 9(8) VALUE ZERO.
016310 05  WS-VERSIONS-DROPPED       PIC 9(8) VALUE ZERO.
016400
016500* Report Line Layouts
016600 01  WS-RPT-HEADER-LINE.
018400 05  FILLER                  PIC X(4) VALUE SPACES.
018500 05  WS-RPT-FP-RATE          PIC ZZ9.99.
018600 05  FILLER                  PIC X(64) VALUE SPACES.
018610 01  WS-RPT-VERSION-HEAD-LINE.
018620 05  FILLER                  PIC X(40)
018630     VALUE 'DECLINES BY PARAMETER VERSION'.
018640 05  FILLER                  PIC X(92) VALUE SPACES.
018650 01  WS-RPT-VERSION-COLUMN-LINE.
018660 05  FILLER                  PIC X(60) VALUE
018670     'PARAMETER VERSION             DECLINES CONFIRMED  FALSE-'.
018680 05  FILLER                  PIC X(14) VALUE 'POS  FP-RATE%'.
018690 05  FILLER                  PIC X(58) VALUE SPACES.
018700 01  WS-RPT-TOTAL-LINE.
018800 05  WS-RPT-TOTAL-LABEL      PIC X(32).
018900 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
031000     ELSE
031100     IF FRAUD-RULE-TRIGGERED(1:17) = 'RULES_TRIGGERED: '
031200     ADD 1 TO WS-DECLINES-SCANNED
031300     MOVE FRAUD-RULE-TRIGGERED(18:16) TO WS-RULE-FLAG-STRING
031400     PERFORM 3300-MATCH-CASE-OUTCOME
031500     PERFORM 3400-TALLY-ONE-RULE
031600     VARYING WS-RULE-IDX FROM 1 BY 1
031700     UNTIL WS-RULE-IDX > 16
031800     EVALUATE TRUE
031900     WHEN NOT OUTCOME-FOUND
032000     ADD 1 TO WS-DECLINES-UNRESOLVED
032500     WHEN OTHER
032600     ADD 1 TO WS-DECLINES-UNRESOLVED
032700     END-EVALUATE
032710     PERFORM 3500-TALLY-PARM-VERSION
032800     ELSE
032900     ADD 1 TO WS-HOT-CARD-SKIPPED
033000     END-IF
035300     ADD 1 TO WS-RS-FALSE-POS(WS-RULE-IDX)
035400     END-IF
035500 END-IF.
035502
035505 3500-TALLY-PARM-VERSION.
035507     IF FRAUD-PARM-VERSION NUMERIC
035510     MOVE FRAUD-PARM-VERSION TO WS-LOG-PARM-VERSION
035513     ELSE
035515     MOVE ZERO TO WS-LOG-PARM-VERSION
035518     END-IF
035521     MOVE ZERO TO WS-PV-MATCH-IDX
035523     PERFORM 3510-PROBE-VERSION-ENTRY
035526     VARYING WS-PV-IDX FROM 1 BY 1
035528     UNTIL WS-PV-IDX > WS-PV-COUNT OR WS-PV-MATCH-IDX > ZERO
035531     IF WS-PV-MATCH-IDX = ZERO
035534     IF WS-PV-COUNT < 50
035536     ADD 1 TO WS-PV-COUNT
035539     MOVE WS-PV-COUNT TO WS-PV-MATCH-IDX
035542     MOVE WS-LOG-PARM-VERSION TO WS-PV-VERSION(WS-PV-MATCH-IDX)
035544     MOVE ZERO TO WS-PV-DECLINES(WS-PV-MATCH-IDX)
035547     MOVE ZERO TO WS-PV-CONFIRMED(WS-PV-MATCH-IDX)
035550     MOVE ZERO TO WS-PV-FALSE-POS(WS-PV-MATCH-IDX)
035552     ELSE
035555     ADD 1 TO WS-VERSIONS-DROPPED
035557     END-IF
035560     END-IF
035563     IF WS-PV-MATCH-IDX > ZERO
035565     ADD 1 TO WS-PV-DECLINES(WS-PV-MATCH-IDX)
035568     IF OUTCOME-FOUND AND OUTCOME-CONFIRMED
035571     ADD 1 TO WS-PV-CONFIRMED(WS-PV-MATCH-IDX)
035573     END-IF
035576     IF OUTCOME-FOUND AND OUTCOME-FALSE-POSITIVE
035578     ADD 1 TO WS-PV-FALSE-POS(WS-PV-MATCH-IDX)
035581     END-IF
035584 END-IF.
035586
035589 3510-PROBE-VERSION-ENTRY.
035592     IF WS-PV-VERSION(WS-PV-IDX) = WS-LOG-PARM-VERSION
035594     MOVE WS-PV-IDX TO WS-PV-MATCH-IDX
035597 END-IF.
035600
035700 3000-SCAN-EXIT.
035800     EXIT.
037200     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-COLUMN-LINE
037300     PERFORM 9110-WRITE-ONE-RULE-LINE
037400     VARYING WS-RULE-IDX FROM 1 BY 1
037500     UNTIL WS-RULE-IDX > 16
037510     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-BLANK-LINE
037520     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-VERSION-HEAD-LINE
037530     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-VERSION-COLUMN-LINE
037540     PERFORM 9120-WRITE-ONE-VERSION-LINE
037550     VARYING WS-PV-IDX FROM 1 BY 1
037560     UNTIL WS-PV-IDX > WS-PV-COUNT
037600     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-BLANK-LINE
037700     MOVE 'RULE-ENGINE DECLINES SCANNED' TO WS-RPT-TOTAL-LABEL
037800     MOVE WS-DECLINES-SCANNED TO WS-RPT-TOTAL-COUNT
039100     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
039200     MOVE 'CLOSED CASES LOADED' TO WS-RPT-TOTAL-LABEL
039300     MOVE WS-CASES-LOADED TO WS-RPT-TOTAL-COUNT
039400     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
039410     IF WS-VERSIONS-DROPPED > ZERO
039420     MOVE 'DECLINES PAST VERSION TABLE' TO WS-RPT-TOTAL-LABEL
039430     MOVE WS-VERSIONS-DROPPED TO WS-RPT-TOTAL-COUNT
039440     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
039450 END-IF.
039500
039600 9110-WRITE-ONE-RULE-LINE.
039700     MOVE WS-RULE-NAME(WS-RULE-IDX) TO WS-RPT-RULE-NAME
040700     END-IF
040800     MOVE WS-FP-RATE TO WS-RPT-FP-RATE
040900     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-RULE-LINE.
040904
040909 9120-WRITE-ONE-VERSION-LINE.
040913     MOVE SPACES TO WS-RPT-RULE-NAME
040918     IF WS-PV-VERSION(WS-PV-IDX) = ZERO
040922     MOVE 'NO VERSION STAMP' TO WS-RPT-RULE-NAME
040927     ELSE
040931     STRING 'VERSION ' WS-PV-VERSION(WS-PV-IDX)
040936     DELIMITED BY SIZE INTO WS-RPT-RULE-NAME
040940     END-IF
040945     MOVE WS-PV-DECLINES(WS-PV-IDX) TO WS-RPT-TRIGGERS
040950     MOVE WS-PV-CONFIRMED(WS-PV-IDX) TO WS-RPT-CONFIRMED
040954     MOVE WS-PV-FALSE-POS(WS-PV-IDX) TO WS-RPT-FALSE-POS
040959     IF WS-PV-DECLINES(WS-PV-IDX) > 0
040963     COMPUTE WS-FP-RATE ROUNDED =
040968     (WS-PV-FALSE-POS(WS-PV-IDX)
040972     / WS-PV-DECLINES(WS-PV-IDX)) * 100
040977     ELSE
040981     MOVE ZERO TO WS-FP-RATE
040986     END-IF
040990     MOVE WS-FP-RATE TO WS-RPT-FP-RATE
040995     WRITE BACKTEST-REPORT-RECORD FROM WS-RPT-RULE-LINE.
041000
041100 9200-CLOSE-FILES.
041200     CLOSE FRAUD-LOG-ARCHIVE
042900     DISPLAY 'OUTCOME TABLE OVERFLOW - DROPPED: '
043000     WS-CASES-DROPPED
043100     MOVE 4 TO RETURN-CODE
043200     END-IF
043210     IF WS-VERSIONS-DROPPED > ZERO
043220     DISPLAY 'PARAMETER VERSION TABLE OVERFLOW - DECLINES: '
043230     WS-VERSIONS-DROPPED
043240     MOVE 4 TO RETURN-CODE
043250 END-IF.
043300
043400 9000-FINALIZE-EXIT.
043500     EXIT.
