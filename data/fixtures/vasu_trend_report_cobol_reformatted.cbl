001400*             CREEPING UP OVER TWO WEEKS SURFACES HERE INSTEAD OF
001500*             IN CARDHOLDER COMPLAINTS AFTER THE SYSOUT ALERTS
001600*             SCROLLED BY UNSEEN.
001610* 2026-10-15  FRAUD-DETECTION-TEAM  RUN-HISTORY NOW HOLDS 15 RULE
001620*             COUNTS (REFUND ABUSE, CASH ADVANCE AND CREDIT
001630*             UTILIZATION ADDED) - THREE MORE METRICS TRENDED.
001640*             RULE COUNTS FROM RUNS WRITTEN BEFORE THE NEW RULES
001650*             ARE TABLED AS ZERO.
001656* 2026-10-15  FRAUD-DETECTION-TEAM  EACH RUN'S PARAMETER VERSION
001662*             IS NOW TABLED FROM RUN-HISTORY AND SHOWN ON EVERY
001668*             DRIFT LINE, AND A RUN THAT SCORED UNDER A DIFFERENT
001675*             PARAMETER DECK FROM THE RUN BEFORE IT GETS ITS OWN
001681*             LINE, SO A SHIFT IN DECLINES CAN BE TIED TO THE
001687*             PARMFILE CHANGE BEHIND IT. RUNS WRITTEN BEFORE
001693*             VERSIONING TABLE AS VERSION ZERO.
001694* 2026-10-15  FRAUD-DETECTION-TEAM  RULE-16 LINKED CUSTOMER
001695*             TRENDED. ITS COUNT SITS AFTER THE PARAMETER VERSION
001697*             ON RUN-HISTORY, NOT IN THE RULE COUNT TABLE, AND
001698*             RUNS WRITTEN BEFORE IT TABLE AS ZERO.
001700*
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
004900 05  RH-REJECTED             PIC 9(6).
005000 05  RH-FRAUD-DETECTED       PIC 9(6).
005100 05  RH-FALSE-POSITIVES      PIC 9(6).
005200 05  RH-RULE-COUNT           PIC 9(6) OCCURS 15 TIMES.
005300 05  RH-HELD                 PIC 9(6).
005310 05  RH-PARM-VERSION         PIC 9(6).
005320 05  RH-CNT-RULE-16          PIC 9(6).
005330 05  FILLER                  PIC X(18).
005400
005500 FD  TREND-REPORT-FILE
005600     RECORDING MODE IS F
007800 01  WS-HISTORY-TABLE.
007900 05  WS-HT-ENTRY OCCURS 60 TIMES.
008000 10  WS-HT-RUN-DATE      PIC 9(8).
008010 10  WS-HT-PARM-VERSION  PIC 9(6).
008100 10  WS-HT-METRIC        PIC 9(8) OCCURS 23 TIMES.
008200 01  WS-HT-COUNT                 PIC 9(2) COMP VALUE ZERO.
008300 01  WS-HT-IDX                   PIC 9(2) COMP.
008400 01  WS-HT-SHIFT-IDX             PIC 9(2) COMP.
008500
008600* Metric Names - slots 1-7 are the overall counts, 8-23 the rule
008700* trigger counts, in the slot order 2200-TABLE-ONE-RUN loads.
008800 01  WS-METRIC-NAME-VALUES.
008900 05  FILLER PIC X(28) VALUE 'TRANSACTIONS PROCESSED'.
010500 05  FILLER PIC X(28) VALUE 'RULE-10 CROSS VALIDATION'.
010600 05  FILLER PIC X(28) VALUE 'RULE-11 CURRENCY MISMATCH'.
010700 05  FILLER PIC X(28) VALUE 'RULE-12 MERCHANT CARD SPREAD'.
010710 05  FILLER PIC X(28) VALUE 'RULE-13 REFUND ABUSE'.
010720 05  FILLER PIC X(28) VALUE 'RULE-14 CASH ADVANCE'.
010730 05  FILLER PIC X(28) VALUE 'RULE-15 CREDIT UTILIZATION'.
010740 05  FILLER PIC X(28) VALUE 'RULE-16 LINKED CUSTOMER'.
010800 01  WS-METRIC-NAME-TABLE REDEFINES WS-METRIC-NAME-VALUES.
010900 05  WS-METRIC-NAME          PIC X(28) OCCURS 23 TIMES.
011000 01  WS-METRIC-IDX               PIC 9(2) COMP.
011100 01  WS-RULE-IDX                 PIC 9(2) COMP.
011200
012600 05  WS-RUNS-TABLED            PIC 9(6) VALUE ZERO.
012700 05  WS-METRICS-CHECKED        PIC 9(8) VALUE ZERO.
012800 05  WS-METRICS-FLAGGED        PIC 9(6) VALUE ZERO.
012810 05  WS-VERSION-CHANGES        PIC 9(6) VALUE ZERO.
012900
013000* Report Line Layouts
013100 01  WS-RPT-HEADER-LINE.
013700 05  FILLER                  PIC X(66) VALUE
013800     'RUN DATE  METRIC                        ACTUAL   30-RUN-AV'.
013900 05  FILLER                  PIC X(16) VALUE 'G   DRIFT%  FLAG'.
014000 05  FILLER                  PIC X(10) VALUE '  PARM-VER'.
014010 05  FILLER                  PIC X(40) VALUE SPACES.
014100 01  WS-RPT-DRIFT-LINE.
014200 05  WS-RPT-RUN-DATE         PIC 9(8).
014300 05  FILLER                  PIC X(2) VALUE SPACES.
015000 05  WS-RPT-DRIFT            PIC +ZZZZ9.99.
015100 05  FILLER                  PIC X(2) VALUE SPACES.
015200 05  WS-RPT-FLAG             PIC X(8).
015300 05  FILLER                  PIC X(4) VALUE SPACES.
015308 05  WS-RPT-PARM-VERSION     PIC ZZZZZ9.
015316 05  FILLER                  PIC X(42) VALUE SPACES.
015325 01  WS-RPT-VERSION-LINE.
015333 05  WS-RPT-VER-RUN-DATE     PIC 9(8).
015341 05  FILLER                  PIC X(2) VALUE SPACES.
015350 05  FILLER                  PIC X(26)
015358     VALUE 'PARAMETER VERSION CHANGED '.
015366 05  WS-RPT-VER-OLD          PIC ZZZZZ9.
015375 05  FILLER                  PIC X(4) VALUE ' -> '.
015383 05  WS-RPT-VER-NEW          PIC ZZZZZ9.
015391 05  FILLER                  PIC X(80) VALUE SPACES.
015400 01  WS-RPT-TOTAL-LINE.
015500 05  WS-RPT-TOTAL-LABEL      PIC X(32).
015600 05  WS-RPT-TOTAL-COUNT      PIC ZZZZZZZ9.
023800     MOVE RH-REJECTED TO WS-HT-METRIC(WS-HT-COUNT, 5)
023900     MOVE RH-FRAUD-DETECTED TO WS-HT-METRIC(WS-HT-COUNT, 6)
024000     MOVE RH-FALSE-POSITIVES TO WS-HT-METRIC(WS-HT-COUNT, 7)
024010     IF RH-PARM-VERSION NUMERIC
024020     MOVE RH-PARM-VERSION TO WS-HT-PARM-VERSION(WS-HT-COUNT)
024030     ELSE
024040     MOVE ZERO TO WS-HT-PARM-VERSION(WS-HT-COUNT)
024050     END-IF
024100     PERFORM 2270-TABLE-ONE-RULE-COUNT
024200     VARYING WS-RULE-IDX FROM 1 BY 1
024300     UNTIL WS-RULE-IDX > 15
024310* Rule 16 came after the parameter version - its count has its
024320* own field past the rule count table.
024330     IF RH-CNT-RULE-16 NUMERIC
024340     MOVE RH-CNT-RULE-16 TO WS-HT-METRIC(WS-HT-COUNT, 23)
024350     ELSE
024360     MOVE ZERO TO WS-HT-METRIC(WS-HT-COUNT, 23)
024370     END-IF
024400     ADD 1 TO WS-RUNS-TABLED.
024500
024600 2250-SHIFT-OLDEST-OFF.
025400
025500 2270-TABLE-ONE-RULE-COUNT.
025600     COMPUTE WS-METRIC-IDX = WS-RULE-IDX + 7
025700     IF RH-RULE-COUNT(WS-RULE-IDX) NUMERIC
025710     MOVE RH-RULE-COUNT(WS-RULE-IDX)
025720     TO WS-HT-METRIC(WS-HT-COUNT, WS-METRIC-IDX)
025730     ELSE
025740     MOVE ZERO TO WS-HT-METRIC(WS-HT-COUNT, WS-METRIC-IDX)
025750 END-IF.
025900
026000 2000-LOAD-EXIT.
026100     EXIT.
028000     GO TO 3000-ANALYZE-EXIT.
028100
028200 3100-ANALYZE-ONE-RUN.
028210* A new parameter deck is called out ahead of the run's drift
028220* lines - it is usually the first thing to rule in or out.
028230     IF WS-HT-PARM-VERSION(WS-HT-IDX)
028240     NOT = WS-HT-PARM-VERSION(WS-HT-IDX - 1)
028250     PERFORM 3150-WRITE-VERSION-LINE
028260     END-IF
028300     PERFORM 3200-ANALYZE-ONE-METRIC
028400     VARYING WS-METRIC-IDX FROM 1 BY 1
028500     UNTIL WS-METRIC-IDX > 23.
028600
028610 3150-WRITE-VERSION-LINE.
028620     ADD 1 TO WS-VERSION-CHANGES
028630     MOVE WS-HT-RUN-DATE(WS-HT-IDX) TO WS-RPT-VER-RUN-DATE
028640     MOVE WS-HT-PARM-VERSION(WS-HT-IDX - 1) TO WS-RPT-VER-OLD
028650     MOVE WS-HT-PARM-VERSION(WS-HT-IDX) TO WS-RPT-VER-NEW
028660     WRITE TREND-REPORT-RECORD FROM WS-RPT-VERSION-LINE.
028670
028700 3200-ANALYZE-ONE-METRIC.
028800     ADD 1 TO WS-METRICS-CHECKED
028900     PERFORM 3300-COMPUTE-TRAILING-AVERAGE
033700     TO WS-RPT-ACTUAL
033800     MOVE WS-AVG-VALUE TO WS-RPT-AVERAGE
033900     MOVE WS-DRIFT-PCT TO WS-RPT-DRIFT
033910     MOVE WS-HT-PARM-VERSION(WS-HT-IDX) TO WS-RPT-PARM-VERSION
034000     MOVE '**DRIFT ' TO WS-RPT-FLAG
034100     WRITE TREND-REPORT-RECORD FROM WS-RPT-DRIFT-LINE.
034200
036700     MOVE 'METRICS OUTSIDE TOLERANCE' TO WS-RPT-TOTAL-LABEL
036800     MOVE WS-METRICS-FLAGGED TO WS-RPT-TOTAL-COUNT
036900     WRITE TREND-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
036910     MOVE 'PARAMETER CHANGES THIS WEEK' TO WS-RPT-TOTAL-LABEL
036920     MOVE WS-VERSION-CHANGES TO WS-RPT-TOTAL-COUNT
036930     WRITE TREND-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
037000     IF WS-METRICS-FLAGGED = ZERO
037100     MOVE 'ALL METRICS WITHIN TOLERANCE' TO WS-RPT-TOTAL-LABEL
037200     MOVE ZERO TO WS-RPT-TOTAL-COUNT
