000010*    Independent proof of the keyed balance file. The opening
000020*    snapshot (balance-snapshot.dat) holds every account's
000030*    balance as it stood at a stamped moment; every ACCEPTED
000040*    posting written to the audit log since that moment, by
000050*    DoTransaction, PostBatch through it, and the interest
000060*    accrual run alike, is replayed onto it with the statement
000070*    run's sign rules (WD and XFER debit, every other type
000080*    credits, a reversal's negative amount undoing its original),
000090*    and the result is compared account by account with
000100*    account-balances.dat. Any account out of balance, on one
000110*    side only, or with an unreadable posting goes to the
000120*    variance report (balance-variance.txt) and the job ends with
000130*    return code 8, the snapshot left where it was so the next
000140*    run proves the same span again. A clean run rolls the
000150*    snapshot forward to the balances just proved. The first run,
000160*    with no snapshot on hand, only takes one. The proof belongs
000170*    in the batch window, with posting stopped, so the log and
000180*    the balance file are read at rest.
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BALPROOF.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT SNAPSHOT-FILE ASSIGN TO "balance-snapshot.dat"
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS SNAPSHOT-STATUS.
000270     SELECT AUDIT-LOG-FILE ASSIGN TO "MyFirstClass-audit.log"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS AUDIT-LOG-STATUS.
000300     SELECT ACCT-BAL-FILE ASSIGN TO "account-balances.dat"
000310     ORGANIZATION IS INDEXED
000320     ACCESS MODE IS SEQUENTIAL
000330     RECORD KEY IS ACCT-NUMBER
000340     FILE STATUS IS ACCT-BAL-STATUS.
000350     SELECT VARIANCE-REPORT-FILE ASSIGN TO "balance-variance.txt"
000360     ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390*    An H record carrying the moment the snapshot was taken
000400*    (YYYYMMDDHHMMSShh, the audit log's own timestamp form),
000410*    then a D record per account.
000420 FD SNAPSHOT-FILE.
000430 01 SNAPSHOT-RECORD.
000440   05 SNAP-RECORD-TYPE  PIC X(1).
000450     88 SNAP-HEADER     VALUE "H".
000460     88 SNAP-DETAIL     VALUE "D".
000470   05 SNAP-BODY         PIC X(39).
000480   05 SNAP-HEADER-BODY REDEFINES SNAP-BODY.
000490     10 SNAP-STAMP      PIC X(16).
000500     10 FILLER          PIC X(23).
000510   05 SNAP-DETAIL-BODY REDEFINES SNAP-BODY.
000520     10 SNAP-ACCT       PIC X(8).
000530     10 SNAP-BALANCE    PIC S9(11)V99 SIGN LEADING SEPARATE.
000540     10 FILLER          PIC X(17).
000550 FD AUDIT-LOG-FILE.
000560 01 AUDIT-LOG-RECORD PIC X(200).
000570 01 AUDIT-LOG-FIELDS REDEFINES AUDIT-LOG-RECORD.
000580   05 AUDIT-LOG-STAMP PIC X(16).
000590   05 FILLER          PIC X(184).
000600 FD ACCT-BAL-FILE.
000610 01 ACCT-BAL-RECORD.
000620   05 ACCT-NUMBER  PIC X(8).
000630   05 ACCT-BALANCE PIC S9(11)V99.
000640 FD VARIANCE-REPORT-FILE.
000650 01 VARIANCE-REPORT-LINE PIC X(100).
000660 WORKING-STORAGE SECTION.
000670  01 SNAPSHOT-STATUS     PIC X(2) VALUE "00".
000680  01 AUDIT-LOG-STATUS    PIC X(2) VALUE "00".
000690  01 ACCT-BAL-STATUS     PIC X(2) VALUE "00".
000700  01 RUN-STAMP           PIC X(16) VALUE SPACES.
000710  01 OPENING-STAMP       PIC X(16) VALUE SPACES.
000720  01 SNAPSHOT-FOUND      PIC X VALUE "N".
000730    88 SNAPSHOT-ON-HAND  VALUE "Y".
000740    88 SNAPSHOT-MISSING  VALUE "N".
000750  01 TALLY-HITS          PIC 9(4) VALUE 0.
000760  01 PARSE-REST-1        PIC X(200).
000770  01 PARSE-REST-2        PIC X(200).
000780  01 PARSE-REST-3        PIC X(200).
000790  01 PARSE-DUMMY         PIC X(200).
000800  01 PARSED-ACCT         PIC X(8).
000810  01 PARSED-TYPE         PIC X(10).
000820  01 PARSED-AMT-TEXT     PIC X(16).
000830  01 PARSED-AMT          PIC S9(11)V99 VALUE 0.
000840*    One entry per account met in the snapshot, the log, or the
000850*    balance file: where it started, what the log moved it by,
000860*    and what the balance file says now.
000870  01 PROOF-TABLE-AREA.
000880    05 PROOF-ENTRY OCCURS 2000 TIMES.
000890      10 PROOF-ACCT      PIC X(8).
000900      10 PROOF-OPENING   PIC S9(11)V99.
000910      10 PROOF-MOVEMENT  PIC S9(11)V99.
000920      10 PROOF-STORED    PIC S9(11)V99.
000930      10 PROOF-ON-FILE   PIC X.
000940  01 PROOF-COUNT         PIC 9(5) VALUE 0.
000950  01 PROOF-IDX           PIC 9(5) VALUE 0.
000960  01 PROOF-HIT           PIC 9(5) VALUE 0.
000970  01 PROOF-KEY           PIC X(8) VALUE SPACES.
000980  01 EXPECTED-BALANCE    PIC S9(11)V99 VALUE 0.
000990  01 POSTINGS-REPLAYED   PIC 9(7) VALUE 0.
001000  01 VARIANCE-COUNT      PIC 9(5) VALUE 0.
001010  01 VARIANCE-NOTE       PIC X(18) VALUE SPACES.
001020  01 RPT-TITLE-LINE.
001030    05 FILLER          PIC X(19) VALUE "BALANCE PROOF FROM ".
001040    05 RPT-TITLE-FROM  PIC X(16).
001050    05 FILLER          PIC X(4) VALUE " TO ".
001060    05 RPT-TITLE-TO    PIC X(16).
001070    05 FILLER          PIC X(45) VALUE SPACES.
001080  01 RPT-HEADING-LINE.
001090    05 FILLER          PIC X(9) VALUE "ACCOUNT".
001100    05 FILLER          PIC X(16) VALUE "        SNAPSHOT".
001110    05 FILLER          PIC X(16) VALUE "       MOVEMENTS".
001120    05 FILLER          PIC X(16) VALUE "        EXPECTED".
001130    05 FILLER          PIC X(16) VALUE "          STORED".
001140    05 FILLER          PIC X(27) VALUE " NOTE".
001150  01 RPT-DETAIL-LINE.
001160    05 RPT-DET-ACCT      PIC X(8).
001170    05 FILLER            PIC X(1) VALUE SPACE.
001180    05 RPT-DET-OPENING   PIC +(11)9.99.
001190    05 FILLER            PIC X(1) VALUE SPACE.
001200    05 RPT-DET-MOVEMENT  PIC +(11)9.99.
001210    05 FILLER            PIC X(1) VALUE SPACE.
001220    05 RPT-DET-EXPECTED  PIC +(11)9.99.
001230    05 FILLER            PIC X(1) VALUE SPACE.
001240    05 RPT-DET-STORED    PIC +(11)9.99.
001250    05 FILLER            PIC X(1) VALUE SPACE.
001260    05 RPT-DET-NOTE      PIC X(18).
001270    05 FILLER            PIC X(9) VALUE SPACES.
001280  01 RPT-TOTAL-LINE.
001290    05 FILLER          PIC X(16) VALUE "ACCOUNTS PROVED ".
001300    05 RPT-TOT-ACCTS   PIC ZZZZ9.
001310    05 FILLER          PIC X(20) VALUE " POSTINGS REPLAYED ".
001320    05 RPT-TOT-POSTS   PIC ZZZZZZ9.
001330    05 FILLER          PIC X(11) VALUE " VARIANCES ".
001340    05 RPT-TOT-VARS    PIC ZZZZ9.
001350    05 FILLER          PIC X(36) VALUE SPACES.
001360 PROCEDURE DIVISION.
001370 0000-MAIN.
001380     MOVE FUNCTION CURRENT-DATE(1:16) TO RUN-STAMP.
001390     PERFORM 1000-LOAD-SNAPSHOT.
001400     IF SNAPSHOT-MISSING
001410        PERFORM 3000-LOAD-STORED-BALANCES
001420        PERFORM 6000-ROLL-SNAPSHOT
001430        DISPLAY "NO balance-snapshot.dat, OPENING SNAPSHOT"
001440           " TAKEN AT " RUN-STAMP ": " PROOF-COUNT " ACCOUNTS"
001450        STOP RUN
001460     END-IF.
001470
001480     OPEN OUTPUT VARIANCE-REPORT-FILE.
001490     MOVE OPENING-STAMP TO RPT-TITLE-FROM.
001500     MOVE RUN-STAMP TO RPT-TITLE-TO.
001510     WRITE VARIANCE-REPORT-LINE FROM RPT-TITLE-LINE.
001520     WRITE VARIANCE-REPORT-LINE FROM RPT-HEADING-LINE.
001530     PERFORM 2000-REPLAY-POSTINGS.
001540     PERFORM 3000-LOAD-STORED-BALANCES.
001550     PERFORM 4000-COMPARE-BALANCES.
001560     MOVE PROOF-COUNT TO RPT-TOT-ACCTS.
001570     MOVE POSTINGS-REPLAYED TO RPT-TOT-POSTS.
001580     MOVE VARIANCE-COUNT TO RPT-TOT-VARS.
001590     WRITE VARIANCE-REPORT-LINE FROM RPT-TOTAL-LINE.
001600     CLOSE VARIANCE-REPORT-FILE.
001610
001620     IF VARIANCE-COUNT > 0
001630        DISPLAY "BALANCE PROOF FAILED: " VARIANCE-COUNT
001640           " VARIANCES, SEE balance-variance.txt;"
001650           " SNAPSHOT KEPT AT " OPENING-STAMP
001660        MOVE 8 TO RETURN-CODE
001670        STOP RUN
001680     END-IF.
001690     PERFORM 6000-ROLL-SNAPSHOT.
001700     DISPLAY "BALANCE PROOF CLEAN: " PROOF-COUNT " ACCOUNTS, "
001710        POSTINGS-REPLAYED " POSTINGS, SNAPSHOT ROLLED TO "
001720        RUN-STAMP.
001730     STOP RUN.
001740
001750 1000-LOAD-SNAPSHOT.
001760     MOVE "00" TO SNAPSHOT-STATUS.
001770     OPEN INPUT SNAPSHOT-FILE.
001780     IF SNAPSHOT-STATUS NOT = "00"
001790        EXIT PARAGRAPH
001800     END-IF.
001810     PERFORM UNTIL SNAPSHOT-STATUS NOT = "00"
001820        READ SNAPSHOT-FILE
001830           AT END CONTINUE
001840           NOT AT END PERFORM 1100-LOAD-SNAPSHOT-RECORD
001850        END-READ
001860     END-PERFORM.
001870     CLOSE SNAPSHOT-FILE.
001880     IF OPENING-STAMP = SPACES
001890        DISPLAY "BALANCE PROOF REFUSED: balance-snapshot.dat"
001900           " HAS NO HEADER"
001910        MOVE 8 TO RETURN-CODE
001920        STOP RUN
001930     END-IF.
001940
001950 1100-LOAD-SNAPSHOT-RECORD.
001960     EVALUATE TRUE
001970        WHEN SNAP-HEADER
001980           MOVE SNAP-STAMP TO OPENING-STAMP
001990           SET SNAPSHOT-ON-HAND TO TRUE
002000        WHEN SNAP-DETAIL
002010           MOVE SNAP-ACCT TO PROOF-KEY
002020           PERFORM 5000-FIND-PROOF-ENTRY
002030           MOVE SNAP-BALANCE TO PROOF-OPENING (PROOF-HIT)
002040        WHEN OTHER
002050           CONTINUE
002060     END-EVALUATE.
002070
002080*    Only what was logged after the snapshot and before this run
002090*    began is replayed.
002100 2000-REPLAY-POSTINGS.
002110     MOVE "00" TO AUDIT-LOG-STATUS.
002120     OPEN INPUT AUDIT-LOG-FILE.
002130     IF AUDIT-LOG-STATUS NOT = "00"
002140        DISPLAY "NO MyFirstClass-audit.log, NOTHING TO REPLAY"
002150        EXIT PARAGRAPH
002160     END-IF.
002170     PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
002180        READ AUDIT-LOG-FILE
002190           AT END CONTINUE
002200           NOT AT END
002210              IF AUDIT-LOG-STAMP > OPENING-STAMP
002220                 AND AUDIT-LOG-STAMP <= RUN-STAMP
002230                 PERFORM 2100-REPLAY-ONE-POSTING
002240              END-IF
002250        END-READ
002260     END-PERFORM.
002270     CLOSE AUDIT-LOG-FILE.
002280
002290 2100-REPLAY-ONE-POSTING.
002300     PERFORM 2500-PARSE-ACCEPTED-RECORD.
002310     IF PARSED-ACCT = SPACES
002320        EXIT PARAGRAPH
002330     END-IF.
002340     MOVE PARSED-ACCT TO PROOF-KEY.
002350     PERFORM 5000-FIND-PROOF-ENTRY.
002360     IF FUNCTION TEST-NUMVAL(PARSED-AMT-TEXT) NOT = 0
002370        MOVE "UNREADABLE AMOUNT" TO VARIANCE-NOTE
002380        PERFORM 4100-WRITE-VARIANCE
002390        EXIT PARAGRAPH
002400     END-IF.
002410     COMPUTE PARSED-AMT = FUNCTION NUMVAL(PARSED-AMT-TEXT).
002420     IF PARSED-TYPE = "WD" OR PARSED-TYPE = "XFER"
002425        OR PARSED-TYPE = "FEE"
002430        SUBTRACT PARSED-AMT FROM PROOF-MOVEMENT (PROOF-HIT)
002440     ELSE
002450        ADD PARSED-AMT TO PROOF-MOVEMENT (PROOF-HIT)
002460     END-IF.
002470     ADD 1 TO POSTINGS-REPLAYED.
002480
002490 2500-PARSE-ACCEPTED-RECORD.
002500     MOVE SPACES TO PARSED-ACCT.
002510     MOVE SPACES TO PARSED-TYPE.
002520     MOVE 0 TO TALLY-HITS.
002530     INSPECT AUDIT-LOG-RECORD
002540        TALLYING TALLY-HITS FOR ALL "result=ACCEPTED: acct=".
002550     IF TALLY-HITS = 0
002560        EXIT PARAGRAPH
002570     END-IF.
002580     MOVE SPACES TO PARSE-REST-1 PARSE-REST-2 PARSE-REST-3.
002590     MOVE SPACES TO PARSED-AMT-TEXT.
002600     UNSTRING AUDIT-LOG-RECORD
002610        DELIMITED BY "result=ACCEPTED: acct="
002620        INTO PARSE-DUMMY PARSE-REST-1
002630     END-UNSTRING.
002640     UNSTRING PARSE-REST-1 DELIMITED BY " type="
002650        INTO PARSED-ACCT PARSE-REST-2
002660     END-UNSTRING.
002670     UNSTRING PARSE-REST-2 DELIMITED BY " amt="
002680        INTO PARSED-TYPE PARSE-REST-3
002690     END-UNSTRING.
002700     UNSTRING PARSE-REST-3 DELIMITED BY " "
002710        INTO PARSED-AMT-TEXT
002720     END-UNSTRING.
002730
002740 3000-LOAD-STORED-BALANCES.
002750     OPEN INPUT ACCT-BAL-FILE.
002760     IF ACCT-BAL-STATUS NOT = "00"
002770        DISPLAY "CANNOT OPEN BALANCE FILE: STATUS="
002780           ACCT-BAL-STATUS
002790        MOVE 8 TO RETURN-CODE
002800        STOP RUN
002810     END-IF.
002820     PERFORM UNTIL ACCT-BAL-STATUS NOT = "00"
002830        READ ACCT-BAL-FILE NEXT RECORD
002840           AT END CONTINUE
002850           NOT AT END
002860              MOVE ACCT-NUMBER TO PROOF-KEY
002870              PERFORM 5000-FIND-PROOF-ENTRY
002880              MOVE ACCT-BALANCE TO PROOF-STORED (PROOF-HIT)
002890              MOVE "Y" TO PROOF-ON-FILE (PROOF-HIT)
002900        END-READ
002910     END-PERFORM.
002920     CLOSE ACCT-BAL-FILE.
002930
002940*    An account the log or snapshot knows but the balance file
002950*    has lost is a variance unless nothing was ever owed on it;
002960*    one on file that nothing accounts for is a variance too.
002970 4000-COMPARE-BALANCES.
002980     PERFORM VARYING PROOF-IDX FROM 1 BY 1
002990           UNTIL PROOF-IDX > PROOF-COUNT
003000        MOVE PROOF-IDX TO PROOF-HIT
003010        COMPUTE EXPECTED-BALANCE = PROOF-OPENING (PROOF-HIT)
003020           + PROOF-MOVEMENT (PROOF-HIT)
003030        IF PROOF-ON-FILE (PROOF-HIT) NOT = "Y"
003040           IF EXPECTED-BALANCE NOT = 0
003050              MOVE "NOT ON BALANCE FILE" TO VARIANCE-NOTE
003060              PERFORM 4100-WRITE-VARIANCE
003070           END-IF
003080        ELSE
003090           IF EXPECTED-BALANCE NOT = PROOF-STORED (PROOF-HIT)
003100              MOVE "OUT OF BALANCE" TO VARIANCE-NOTE
003110              PERFORM 4100-WRITE-VARIANCE
003120           END-IF
003130        END-IF
003140     END-PERFORM.
003150
003160 4100-WRITE-VARIANCE.
003170     COMPUTE EXPECTED-BALANCE = PROOF-OPENING (PROOF-HIT)
003180        + PROOF-MOVEMENT (PROOF-HIT).
003190     MOVE PROOF-ACCT (PROOF-HIT) TO RPT-DET-ACCT.
003200     MOVE PROOF-OPENING (PROOF-HIT) TO RPT-DET-OPENING.
003210     MOVE PROOF-MOVEMENT (PROOF-HIT) TO RPT-DET-MOVEMENT.
003220     MOVE EXPECTED-BALANCE TO RPT-DET-EXPECTED.
003230     MOVE PROOF-STORED (PROOF-HIT) TO RPT-DET-STORED.
003240     MOVE VARIANCE-NOTE TO RPT-DET-NOTE.
003250     WRITE VARIANCE-REPORT-LINE FROM RPT-DETAIL-LINE.
003260     ADD 1 TO VARIANCE-COUNT.
003270
003280*    A proof that cannot hold every account proves nothing, so a
003290*    full table stops the run rather than leaving accounts out.
003300 5000-FIND-PROOF-ENTRY.
003310     MOVE 0 TO PROOF-HIT.
003320     PERFORM VARYING PROOF-IDX FROM 1 BY 1
003330           UNTIL PROOF-IDX > PROOF-COUNT OR PROOF-HIT > 0
003340        IF PROOF-ACCT (PROOF-IDX) = PROOF-KEY
003350           MOVE PROOF-IDX TO PROOF-HIT
003360        END-IF
003370     END-PERFORM.
003380     IF PROOF-HIT > 0
003390        EXIT PARAGRAPH
003400     END-IF.
003410     IF PROOF-COUNT >= 2000
003420        DISPLAY "BALANCE PROOF REFUSED: MORE THAN 2000 ACCOUNTS"
003430        MOVE 8 TO RETURN-CODE
003440        STOP RUN
003450     END-IF.
003460     ADD 1 TO PROOF-COUNT.
003470     MOVE PROOF-COUNT TO PROOF-HIT.
003480     MOVE PROOF-KEY TO PROOF-ACCT (PROOF-HIT).
003490     MOVE 0 TO PROOF-OPENING (PROOF-HIT).
003500     MOVE 0 TO PROOF-MOVEMENT (PROOF-HIT).
003510     MOVE 0 TO PROOF-STORED (PROOF-HIT).
003520     MOVE "N" TO PROOF-ON-FILE (PROOF-HIT).
003530
003540*    The new snapshot is the balance file as just read, stamped
003550*    with the moment this run began.
003560 6000-ROLL-SNAPSHOT.
003570     OPEN OUTPUT SNAPSHOT-FILE.
003580     MOVE SPACES TO SNAPSHOT-RECORD.
003590     SET SNAP-HEADER TO TRUE.
003600     MOVE RUN-STAMP TO SNAP-STAMP.
003610     WRITE SNAPSHOT-RECORD.
003620     PERFORM VARYING PROOF-IDX FROM 1 BY 1
003630           UNTIL PROOF-IDX > PROOF-COUNT
003640        IF PROOF-ON-FILE (PROOF-IDX) = "Y"
003650           MOVE SPACES TO SNAPSHOT-RECORD
003660           SET SNAP-DETAIL TO TRUE
003670           MOVE PROOF-ACCT (PROOF-IDX) TO SNAP-ACCT
003680           MOVE PROOF-STORED (PROOF-IDX) TO SNAP-BALANCE
003690           WRITE SNAPSHOT-RECORD
003700        END-IF
003710     END-PERFORM.
003720     CLOSE SNAPSHOT-FILE.
