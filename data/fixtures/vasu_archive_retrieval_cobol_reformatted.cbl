001450*             ON THE TOKEN (CLEAR-PAN RECORDS FROM BEFORE THE
001460*             CUTOVER STILL MATCH DIRECTLY). THE REPORT HEADER
001470*             PRINTS THE MASKED FORM ONLY.
001480* 2026-10-15  FRAUD-DETECTION-TEAM  CARD REISSUE - TOKENXRF NOW
001482*             CHAINS A REISSUED CARD TO THE CARD IT REPLACED AND
001484*             THE CARD THAT REPLACED IT. THE REQUEST CARD'S PRIOR
001486*             AND NEXT CARDS (ONE REISSUE EACH WAY) ARE RESOLVED
001488*             AND THEIR DECISIONS AND CASES RETRIEVED WITH THE
001490*             REQUEST CARD'S, SO A DISPUTE ON A REPLACEMENT CARD
001492*             STILL FINDS THE ACTIVITY ON THE STOLEN ONE.
001500*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
009200
009210* Card-to-surrogate cross-reference, RACF-restricted to the
009220* fraud investigation group - possession of this DD is what
009230* makes a retrieval request 'authorized'. The prior and next
009232* card fields are the reissue chain CARD-REISSUE-BATCH keeps;
009234* records from before it carry spaces there.
009240 FD  TOKEN-XREF-FILE
009250     RECORDING MODE IS F
009260 RECORD CONTAINS 80 CHARACTERS.
009280 05  TOKEN-CARD-NUMBER       PIC 9(16).
009282 05  TOKEN-SURROGATE         PIC 9(16).
009284 05  TOKEN-CREATE-DATE       PIC 9(8).
009285 05  TOKEN-PRIOR-CARD        PIC 9(16).
009286 05  TOKEN-NEXT-CARD         PIC 9(16).
009287 05  FILLER                  PIC X(8).
009290
009300 FD  RETRIEVAL-REPORT
009400     RECORDING MODE IS F
011642 01  WS-REQ-TOKEN-X REDEFINES WS-REQ-TOKEN
011644     PIC X(16).
011650 01  WS-REQ-MASKED               PIC X(16).
011652* Cards linked to the request card by reissue, and their
011654* surrogates - zero when there is no link or no token.
011656 01  WS-PRIOR-CARD               PIC 9(16) VALUE ZERO.
011658 01  WS-PRIOR-CARD-TEXT REDEFINES WS-PRIOR-CARD
011660     PIC X(16).
011662 01  WS-PRIOR-TOKEN              PIC 9(16) VALUE ZERO.
011664 01  WS-PRIOR-TOKEN-X REDEFINES WS-PRIOR-TOKEN
011666     PIC X(16).
011668 01  WS-NEXT-CARD                PIC 9(16) VALUE ZERO.
011670 01  WS-NEXT-CARD-TEXT REDEFINES WS-NEXT-CARD
011672     PIC X(16).
011674 01  WS-NEXT-TOKEN               PIC 9(16) VALUE ZERO.
011676 01  WS-NEXT-TOKEN-X REDEFINES WS-NEXT-TOKEN
011678     PIC X(16).
011680 01  WS-LINK-MASKED              PIC X(16).
011682 01  WS-MASK-CARD-IN             PIC 9(16).
011684 01  WS-MASK-CARD-TEXT REDEFINES WS-MASK-CARD-IN
011686     PIC X(16).
011700 01  WS-WORK-DATE                PIC 9(8).
011800
011900* Counters and Statistics
013300 05  FILLER                  PIC X(5) VALUE ' TO: '.
013400 05  WS-RPT-HDR-TO           PIC 9(8).
013500 05  FILLER                  PIC X(58) VALUE SPACES.
013510 01  WS-RPT-LINK-LINE.
013520 05  FILLER                  PIC X(30)
013530     VALUE 'LINKED BY REISSUE - PRIOR: '.
013540 05  WS-RPT-LINK-PRIOR       PIC X(16).
013550 05  FILLER                  PIC X(8) VALUE ' NEXT: '.
013560 05  WS-RPT-LINK-NEXT        PIC X(16).
013570 05  FILLER                  PIC X(62) VALUE SPACES.
013600 01  WS-RPT-LOG-LINE.
013700 05  WS-RPT-LOG-DATE         PIC X(8).
013800 05  FILLER                  PIC X(1) VALUE SPACE.
021850     READ TOKEN-XREF-FILE
021860     IF WS-TOKEN-STATUS = '00'
021870     MOVE TOKEN-SURROGATE TO WS-REQ-TOKEN
021872     PERFORM 1160-RESOLVE-LINKED-CARDS
021880     ELSE
021890     DISPLAY 'NO TOKEN ON FILE FOR REQUESTED CARD'
021910     END-IF
021920     CLOSE TOKEN-XREF-FILE
021930 END-IF.
021931
021932 1160-RESOLVE-LINKED-CARDS.
021933* A reissued card shares its predecessor's surrogate unless it
021934* had already been tokenized by the time the reissue ran, so
021935* each linked card's own token is looked up rather than assumed.
021936* One hop each way - a card reissued twice is retrieved by
021937* asking for the middle card.
021938     IF TOKEN-PRIOR-CARD IS NUMERIC
021939     MOVE TOKEN-PRIOR-CARD TO WS-PRIOR-CARD
021940     END-IF
021941     IF TOKEN-NEXT-CARD IS NUMERIC
021942     MOVE TOKEN-NEXT-CARD TO WS-NEXT-CARD
021943     END-IF
021944     IF WS-PRIOR-CARD NOT = ZERO
021945     MOVE WS-PRIOR-CARD TO TOKEN-CARD-NUMBER
021946     READ TOKEN-XREF-FILE
021947     IF WS-TOKEN-STATUS = '00'
021948     MOVE TOKEN-SURROGATE TO WS-PRIOR-TOKEN
021949     END-IF
021950     END-IF
021951     IF WS-NEXT-CARD NOT = ZERO
021952     MOVE WS-NEXT-CARD TO TOKEN-CARD-NUMBER
021953     READ TOKEN-XREF-FILE
021954     IF WS-TOKEN-STATUS = '00'
021955     MOVE TOKEN-SURROGATE TO WS-NEXT-TOKEN
021956     END-IF
021957 END-IF.
021958
021959 1200-OPEN-FILES.
022000* The archives are the whole point of the run - a missing
022100* concatenation is a JCL error the investigator needs to hear
022200* about, not an empty report.
024700     MOVE WS-REQ-TO TO WS-RPT-HDR-TO
024800     MOVE WS-RPT-HEADER-LINE TO RETRIEVAL-REPORT-RECORD
024900     WRITE RETRIEVAL-REPORT-RECORD
024910     IF WS-PRIOR-CARD NOT = ZERO OR WS-NEXT-CARD NOT = ZERO
024920     MOVE SPACES TO WS-RPT-LINK-PRIOR
024930     MOVE SPACES TO WS-RPT-LINK-NEXT
024940     IF WS-PRIOR-CARD NOT = ZERO
024950     MOVE WS-PRIOR-CARD TO WS-MASK-CARD-IN
024960     PERFORM 1310-MASK-LINKED-CARD
024970     MOVE WS-LINK-MASKED TO WS-RPT-LINK-PRIOR
024980     END-IF
024982     IF WS-NEXT-CARD NOT = ZERO
024984     MOVE WS-NEXT-CARD TO WS-MASK-CARD-IN
024986     PERFORM 1310-MASK-LINKED-CARD
024988     MOVE WS-LINK-MASKED TO WS-RPT-LINK-NEXT
024990     END-IF
024992     MOVE WS-RPT-LINK-LINE TO RETRIEVAL-REPORT-RECORD
024994     WRITE RETRIEVAL-REPORT-RECORD
024996     END-IF
025000     MOVE WS-RPT-BLANK-LINE TO RETRIEVAL-REPORT-RECORD
025100     WRITE RETRIEVAL-REPORT-RECORD.
025110
025112 1310-MASK-LINKED-CARD.
025114     MOVE SPACES TO WS-LINK-MASKED
025116     STRING WS-MASK-CARD-TEXT(1:6) 'XXXXXX'
025118     WS-MASK-CARD-TEXT(13:4)
025119     DELIMITED BY SIZE INTO WS-LINK-MASKED.
025120
025140 1000-INIT-EXIT.
025160     EXIT.
026840* compare is alphanumeric on purpose - old records have the
026850* former FILLER's spaces in the token bytes, and a numeric
026860* compare against them is a data exception waiting to happen.
026870* The cards linked by reissue match the same two ways.
026900     MOVE FRAUD-TIMESTAMP(1:8) TO WS-WORK-DATE
027000     IF ((FRAUD-CARD-TOKEN-X = WS-REQ-TOKEN-X
027010     AND WS-REQ-TOKEN NOT = ZERO)
027012     OR (FRAUD-CARD-TOKEN-X = WS-PRIOR-TOKEN-X
027014     AND WS-PRIOR-TOKEN NOT = ZERO)
027016     OR (FRAUD-CARD-TOKEN-X = WS-NEXT-TOKEN-X
027018     AND WS-NEXT-TOKEN NOT = ZERO)
027020     OR FRAUD-CARD-NUMBER = WS-REQ-CARD-TEXT
027022     OR (FRAUD-CARD-NUMBER = WS-PRIOR-CARD-TEXT
027024     AND WS-PRIOR-CARD NOT = ZERO)
027026     OR (FRAUD-CARD-NUMBER = WS-NEXT-CARD-TEXT
027028     AND WS-NEXT-CARD NOT = ZERO))
027100     AND WS-WORK-DATE >= WS-REQ-FROM
027200     AND WS-WORK-DATE <= WS-REQ-TO
027300     ADD 1 TO WS-LOG-MATCHES
029900
030000 3200-MATCH-CASE-RECORD.
030100     MOVE CASE-OPEN-TIMESTAMP(1:8) TO WS-WORK-DATE
030200     IF (CASE-CARD-NUMBER = WS-REQ-CARD
030210     OR (CASE-CARD-NUMBER = WS-PRIOR-CARD
030220     AND WS-PRIOR-CARD NOT = ZERO)
030230     OR (CASE-CARD-NUMBER = WS-NEXT-CARD
030240     AND WS-NEXT-CARD NOT = ZERO))
030300     AND WS-WORK-DATE >= WS-REQ-FROM
030400     AND WS-WORK-DATE <= WS-REQ-TO
030500     ADD 1 TO WS-CASE-MATCHES
