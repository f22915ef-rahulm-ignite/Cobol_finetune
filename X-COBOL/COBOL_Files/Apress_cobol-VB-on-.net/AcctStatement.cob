000080*    independent audit of the posting engine's arithmetic. A
000090*    mismatch is flagged on the statement and shouted to the
000100*    operator.
000101*    Reversals are paired with what they undo: the reversed
000102*    posting notes the reference that reversed it, and the
000103*    reversal notes the reference it reverses.
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. ACCTSTMT.
000130 ENVIRONMENT DIVISION.
000700  01 PARSED-BAL-TEXT    PIC X(16).
000710  01 PARSED-AMT         PIC S9(11)V99 VALUE 0.
000720  01 PARSED-BAL         PIC S9(11)V99 VALUE 0.
000721  01 PARSED-REF         PIC X(10) VALUE SPACES.
000722  01 PARSED-REV         PIC X(10) VALUE SPACES.
000730*    Accounts seen in the month, collected on the first pass.
000740  01 ACCT-LIST-TABLE.
000750    05 ACCT-LIST-ENTRY PIC X(8) OCCURS 100 TIMES
000780  01 ACCT-LIST-IDX      PIC 9(3) VALUE 0.
000790  01 ACCT-LIST-HIT      PIC 9(3) VALUE 0.
000800  01 CURRENT-ACCT       PIC X(8) VALUE SPACES.
000801*    Reversal pairs across the whole log, collected on the
000802*    first pass: the original reference and the reversal that
000803*    undid it, whichever month either fell in.
000804  01 REV-PAIR-TABLE.
000805    05 REV-PAIR-ENTRY OCCURS 200 TIMES.
000806      10 REV-PAIR-ORIG PIC X(10) VALUE SPACES.
000807      10 REV-PAIR-BY   PIC X(10) VALUE SPACES.
000808  01 REV-PAIR-COUNT     PIC 9(3) VALUE 0.
000809  01 REV-PAIR-IDX       PIC 9(3) VALUE 0.
000810*    Per-statement running state while the log replays for one
000820*    account.
000830  01 OPENING-SET-FLAG   PIC X VALUE "N".
001170    05 STMT-TXN-AMT      PIC +(9)9.99.
001180    05 FILLER            PIC X(1) VALUE SPACE.
001190    05 STMT-TXN-BAL      PIC +(11)9.99.
001200    05 STMT-TXN-NOTE     PIC X(26) VALUE SPACES.
001210  01 STMT-BLANK-LINE     PIC X(90) VALUE SPACES.
001220 PROCEDURE DIVISION.
001230 0000-MAIN.
002210     CLOSE AUDIT-LOG-FILE.
002220
002230 3100-NOTE-ACCOUNT.
002231     PERFORM 5200-NOTE-REVERSAL-PAIR.
002240     PERFORM 5000-PARSE-ACCEPTED-RECORD.
002250     IF PARSED-ACCT = SPACES
002260        EXIT PARAGRAPH
002880     IF OPENING-BALANCE-UNSET
002890        SET OPENING-BALANCE-SET TO TRUE
002900        IF PARSED-TYPE = "WD" OR PARSED-TYPE = "XFER"
002905           OR PARSED-TYPE = "FEE"
002910           COMPUTE OPENING-BALANCE = PARSED-BAL + PARSED-AMT
002920        ELSE
002930           COMPUTE OPENING-BALANCE = PARSED-BAL - PARSED-AMT
002990     PERFORM 5100-LOOKUP-TYPE-DESC.
003000     MOVE TYPE-DESC-FOUND TO STMT-TXN-DESC.
003010     IF PARSED-TYPE = "WD" OR PARSED-TYPE = "XFER"
003015        OR PARSED-TYPE = "FEE"
003020        COMPUTE STMT-TXN-AMT = 0 - PARSED-AMT
003030     ELSE
003040        MOVE PARSED-AMT TO STMT-TXN-AMT
003050     END-IF.
003060     MOVE PARSED-BAL TO STMT-TXN-BAL.
003061     PERFORM 5400-SET-TXN-NOTE.
003070     WRITE STATEMENT-LINE FROM STMT-TXN-LINE.
003080
003090*    The statement's closing figure must agree with the keyed
003870           MOVE TYPE-TBL-DESC (TYPE-IDX) TO TYPE-DESC-FOUND
003880        END-IF
003890     END-PERFORM.
003900*    Every ACCEPTED record carrying rev= pairs the reference it
003910*    reverses with its own; a transfer's two legs give one pair.
003920 5200-NOTE-REVERSAL-PAIR.
003930     MOVE 0 TO TALLY-HITS.
003940     INSPECT AUDIT-LOG-RECORD
003950        TALLYING TALLY-HITS FOR ALL "result=ACCEPTED: acct=".
003960     IF TALLY-HITS = 0
003970        EXIT PARAGRAPH
003980     END-IF.
003990     PERFORM 5300-PARSE-REFERENCES.
004000     IF PARSED-REV = SPACES
004010        EXIT PARAGRAPH
004020     END-IF.
004030     PERFORM VARYING REV-PAIR-IDX FROM 1 BY 1
004040           UNTIL REV-PAIR-IDX > REV-PAIR-COUNT
004050        IF REV-PAIR-ORIG (REV-PAIR-IDX) = PARSED-REV
004060           EXIT PARAGRAPH
004070        END-IF
004080     END-PERFORM.
004090     IF REV-PAIR-COUNT >= 200
004100        DISPLAY "REVERSAL TABLE FULL, SKIPPED: " PARSED-REV
004110        EXIT PARAGRAPH
004120     END-IF.
004130     ADD 1 TO REV-PAIR-COUNT.
004140     MOVE PARSED-REV TO REV-PAIR-ORIG (REV-PAIR-COUNT).
004150     MOVE PARSED-REF TO REV-PAIR-BY (REV-PAIR-COUNT).
004160
004170 5300-PARSE-REFERENCES.
004180     MOVE SPACES TO PARSED-REF PARSED-REV.
004190     MOVE SPACES TO PARSE-REST-1 PARSE-REST-2.
004200     UNSTRING AUDIT-LOG-RECORD DELIMITED BY " ref="
004210        INTO PARSE-DUMMY PARSE-REST-1
004220     END-UNSTRING.
004230     UNSTRING PARSE-REST-1 DELIMITED BY " "
004240        INTO PARSED-REF
004250     END-UNSTRING.
004260     UNSTRING AUDIT-LOG-RECORD DELIMITED BY " rev="
004270        INTO PARSE-DUMMY PARSE-REST-2
004280     END-UNSTRING.
004290     UNSTRING PARSE-REST-2 DELIMITED BY " "
004300        INTO PARSED-REV
004310     END-UNSTRING.
004320
004330 5400-SET-TXN-NOTE.
004340     MOVE SPACES TO STMT-TXN-NOTE.
004350     PERFORM 5300-PARSE-REFERENCES.
004360     IF PARSED-REV NOT = SPACES
004370        STRING " REVERSES " DELIMITED BY SIZE
004380           PARSED-REV DELIMITED BY SIZE
004390           INTO STMT-TXN-NOTE
004400        END-STRING
004410        EXIT PARAGRAPH
004420     END-IF.
004430     IF PARSED-REF = SPACES
004440        EXIT PARAGRAPH
004450     END-IF.
004460     STRING " REF " DELIMITED BY SIZE
004470        PARSED-REF DELIMITED BY SIZE
004480        INTO STMT-TXN-NOTE
004490     END-STRING.
004500     PERFORM VARYING REV-PAIR-IDX FROM 1 BY 1
004510           UNTIL REV-PAIR-IDX > REV-PAIR-COUNT
004520        IF REV-PAIR-ORIG (REV-PAIR-IDX) = PARSED-REF
004530           MOVE SPACES TO STMT-TXN-NOTE
004540           STRING " REVERSED BY " DELIMITED BY SIZE
004550              REV-PAIR-BY (REV-PAIR-IDX) DELIMITED BY SIZE
004560              INTO STMT-TXN-NOTE
004570           END-STRING
004580        END-IF
004590     END-PERFORM.
