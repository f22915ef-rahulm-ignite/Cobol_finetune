000010*    One-time conversion that builds the account master from the
000020*    balance file: every account already holding a balance
000030*    record but no master record is written onto the master as
000040*    open and active, with no overdraft or daily withdrawal
000050*    limit, so accounts that existed before the master did go
000060*    on posting through DoTransaction. The open date is the
000070*    account's earliest ACCEPTED posting in the audit log, or
000080*    zero when it has none, and no state change is dated, so
000090*    the dormancy scan measures an old account's idleness from
000100*    its postings and not from the day it was seeded. Accounts
000110*    already on the master, in any state, are left alone, so
000120*    a rerun seeds nothing twice. Each seeded account is
000130*    audited and listed in account-seed-results.txt; limits and
000140*    owners are then set through ACCTMAINT as usual. Return
000150*    code 8 when either file cannot be opened.
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. ACCTSEED.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT ACCT-BAL-FILE ASSIGN TO "account-balances.dat"
000220     ORGANIZATION IS INDEXED
000230     ACCESS MODE IS SEQUENTIAL
000240     RECORD KEY IS ACCT-NUMBER
000250     FILE STATUS IS ACCT-BAL-STATUS.
000260     SELECT ACCT-MASTER-FILE ASSIGN TO "account-master.dat"
000270     ORGANIZATION IS INDEXED
000280     ACCESS MODE IS RANDOM
000290     RECORD KEY IS ACCT-MST-NUMBER
000300     FILE STATUS IS ACCT-MST-STATUS.
000310     SELECT AUDIT-LOG-FILE ASSIGN TO "MyFirstClass-audit.log"
000320     ORGANIZATION IS LINE SEQUENTIAL
000330     FILE STATUS IS AUDIT-LOG-STATUS.
000340     SELECT RESULTS-FILE ASSIGN TO "account-seed-results.txt"
000350     ORGANIZATION IS LINE SEQUENTIAL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD ACCT-BAL-FILE.
000390 01 ACCT-BAL-RECORD.
000400   05 ACCT-NUMBER  PIC X(8).
000410   05 ACCT-BALANCE PIC S9(11)V99.
000420 FD ACCT-MASTER-FILE.
000430 01 ACCT-MST-RECORD.
000440   05 ACCT-MST-NUMBER     PIC X(8).
000450   05 ACCT-MST-OWNER      PIC X(30).
000460   05 ACCT-MST-OPEN-DATE  PIC 9(8).
000470   05 ACCT-MST-STATE      PIC X(1).
000480     88 ACCT-ACTIVE       VALUE "A".
000490     88 ACCT-FROZEN       VALUE "F".
000500     88 ACCT-CLOSED       VALUE "C".
000510     88 ACCT-DORMANT      VALUE "D".
000520   05 ACCT-MST-STATE-DATE PIC 9(8).
000530   05 ACCT-MST-REASON     PIC X(30).
000540   05 ACCT-MST-OD-LIMIT   PIC 9(9)V99.
000550   05 ACCT-MST-WD-LIMIT   PIC 9(9)V99.
000560   05 ACCT-MST-WD-DATE    PIC 9(8).
000570   05 ACCT-MST-WD-TODAY   PIC 9(11)V99.
000580 FD AUDIT-LOG-FILE.
000590 01 AUDIT-LOG-RECORD PIC X(200).
000600 01 AUDIT-LOG-FIELDS REDEFINES AUDIT-LOG-RECORD.
000610   05 AUDIT-LOG-DATE  PIC 9(8).
000620   05 FILLER          PIC X(192).
000630 FD RESULTS-FILE.
000640 01 RESULTS-LINE PIC X(120).
000650 WORKING-STORAGE SECTION.
000660  01 ACCT-BAL-STATUS     PIC X(2) VALUE "00".
000670  01 ACCT-MST-STATUS     PIC X(2) VALUE "00".
000680  01 AUDIT-LOG-STATUS    PIC X(2) VALUE "00".
000690  01 AUDIT-TIMESTAMP     PIC X(21) VALUE SPACES.
000700  01 BALANCE-EDIT        PIC +(11)9.99.
000710  01 ACCOUNTS-SEEDED     PIC 9(5) VALUE 0.
000720  01 ACCOUNTS-PRESENT    PIC 9(5) VALUE 0.
000730  01 SEED-OUTCOME        PIC X VALUE "N".
000740    88 ACCOUNT-ON-MASTER VALUE "Y".
000750    88 ACCOUNT-NOT-ON-MASTER VALUE "N".
000760  01 TALLY-HITS          PIC 9(4) VALUE 0.
000770  01 PARSE-DUMMY         PIC X(200).
000780  01 PARSE-REST          PIC X(200).
000790  01 PARSED-ACCT         PIC X(8).
000800*    Earliest accepted posting date per account, gathered from
000810*    the whole log before anything is seeded.
000820  01 FIRST-POSTING-AREA.
000830    05 FIRST-POSTING-ENTRY OCCURS 2000 TIMES.
000840      10 FIRST-TBL-ACCT  PIC X(8).
000850      10 FIRST-TBL-DATE  PIC 9(8).
000860  01 FIRST-POSTING-COUNT PIC 9(5) VALUE 0.
000870  01 FIRST-POSTING-IDX   PIC 9(5) VALUE 0.
000880  01 FIRST-POSTING-HIT   PIC 9(5) VALUE 0.
000890 PROCEDURE DIVISION.
000900 0000-MAIN.
000910     PERFORM 0500-GATHER-FIRST-POSTINGS.
000920     OPEN INPUT ACCT-BAL-FILE.
000930     IF ACCT-BAL-STATUS NOT = "00"
000940        DISPLAY "CANNOT OPEN BALANCE FILE: STATUS="
000950           ACCT-BAL-STATUS
000960        MOVE 8 TO RETURN-CODE
000970        STOP RUN
000980     END-IF.
000990     OPEN I-O ACCT-MASTER-FILE.
001000     IF ACCT-MST-STATUS = "35"
001010        OPEN OUTPUT ACCT-MASTER-FILE
001020        CLOSE ACCT-MASTER-FILE
001030        OPEN I-O ACCT-MASTER-FILE
001040     END-IF.
001050     IF ACCT-MST-STATUS NOT = "00"
001060        DISPLAY "CANNOT OPEN ACCOUNT MASTER: STATUS="
001070           ACCT-MST-STATUS
001080        CLOSE ACCT-BAL-FILE
001090        MOVE 8 TO RETURN-CODE
001100        STOP RUN
001110     END-IF.
001120     OPEN OUTPUT RESULTS-FILE.
001130
001140     PERFORM 1000-READ-BALANCE
001150        UNTIL ACCT-BAL-STATUS NOT = "00".
001160
001170     CLOSE ACCT-BAL-FILE.
001180     CLOSE ACCT-MASTER-FILE.
001190     MOVE SPACES TO RESULTS-LINE.
001200     STRING "SEED TOTALS SEEDED " DELIMITED BY SIZE
001210        ACCOUNTS-SEEDED DELIMITED BY SIZE
001220        " ALREADY ON MASTER " DELIMITED BY SIZE
001230        ACCOUNTS-PRESENT DELIMITED BY SIZE
001240        INTO RESULTS-LINE
001250     END-STRING.
001260     WRITE RESULTS-LINE.
001270     CLOSE RESULTS-FILE.
001280     DISPLAY ACCOUNTS-SEEDED " SEEDED " ACCOUNTS-PRESENT
001290        " ALREADY ON MASTER".
001300     STOP RUN.
001310
001320 0500-GATHER-FIRST-POSTINGS.
001330     MOVE "00" TO AUDIT-LOG-STATUS.
001340     OPEN INPUT AUDIT-LOG-FILE.
001350     IF AUDIT-LOG-STATUS NOT = "00"
001360        DISPLAY "NO MyFirstClass-audit.log, "
001370           "ACCOUNTS SEEDED WITHOUT OPEN DATES"
001380        EXIT PARAGRAPH
001390     END-IF.
001400     PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
001410        READ AUDIT-LOG-FILE
001420           AT END CONTINUE
001430           NOT AT END PERFORM 0510-NOTE-FIRST-POSTING
001440        END-READ
001450     END-PERFORM.
001460     CLOSE AUDIT-LOG-FILE.
001470
001480 0510-NOTE-FIRST-POSTING.
001490     MOVE 0 TO TALLY-HITS.
001500     INSPECT AUDIT-LOG-RECORD TALLYING TALLY-HITS
001510        FOR ALL "result=ACCEPTED: acct=".
001520     IF TALLY-HITS = 0 OR AUDIT-LOG-DATE IS NOT NUMERIC
001530        EXIT PARAGRAPH
001540     END-IF.
001550     MOVE SPACES TO PARSE-REST PARSED-ACCT.
001560     UNSTRING AUDIT-LOG-RECORD
001570        DELIMITED BY "result=ACCEPTED: acct="
001580        INTO PARSE-DUMMY PARSE-REST
001590     END-UNSTRING.
001600     UNSTRING PARSE-REST DELIMITED BY " type=" OR " "
001610        INTO PARSED-ACCT
001620     END-UNSTRING.
001630     IF PARSED-ACCT = SPACES
001640        EXIT PARAGRAPH
001650     END-IF.
001660     MOVE 0 TO FIRST-POSTING-HIT.
001670     PERFORM VARYING FIRST-POSTING-IDX FROM 1 BY 1
001680           UNTIL FIRST-POSTING-IDX > FIRST-POSTING-COUNT
001690        IF FIRST-TBL-ACCT (FIRST-POSTING-IDX) = PARSED-ACCT
001700           MOVE FIRST-POSTING-IDX TO FIRST-POSTING-HIT
001710        END-IF
001720     END-PERFORM.
001730     IF FIRST-POSTING-HIT = 0
001740        IF FIRST-POSTING-COUNT >= 2000
001750           DISPLAY "POSTING TABLE FULL, IGNORED: " PARSED-ACCT
001760           EXIT PARAGRAPH
001770        END-IF
001780        ADD 1 TO FIRST-POSTING-COUNT
001790        MOVE FIRST-POSTING-COUNT TO FIRST-POSTING-HIT
001800        MOVE PARSED-ACCT TO FIRST-TBL-ACCT (FIRST-POSTING-HIT)
001810        MOVE AUDIT-LOG-DATE TO FIRST-TBL-DATE (FIRST-POSTING-HIT)
001820     END-IF.
001830     IF AUDIT-LOG-DATE < FIRST-TBL-DATE (FIRST-POSTING-HIT)
001840        MOVE AUDIT-LOG-DATE TO FIRST-TBL-DATE (FIRST-POSTING-HIT)
001850     END-IF.
001860
001870 1000-READ-BALANCE.
001880     READ ACCT-BAL-FILE NEXT RECORD
001890        AT END CONTINUE
001900        NOT AT END PERFORM 2000-SEED-ONE-ACCOUNT
001910     END-READ.
001920
001930*    The record is laid out as ACCTMAINT's open action lays it
001940*    out, only with no owner on file to carry over and the dates
001950*    taken from the posting history rather than today.
001960 2000-SEED-ONE-ACCOUNT.
001970     MOVE ACCT-NUMBER TO ACCT-MST-NUMBER.
001980     SET ACCOUNT-NOT-ON-MASTER TO TRUE.
001990     READ ACCT-MASTER-FILE
002000        INVALID KEY CONTINUE
002010        NOT INVALID KEY SET ACCOUNT-ON-MASTER TO TRUE
002020     END-READ.
002030     IF ACCOUNT-ON-MASTER
002040        ADD 1 TO ACCOUNTS-PRESENT
002050        EXIT PARAGRAPH
002060     END-IF.
002070     MOVE SPACES TO ACCT-MST-RECORD.
002080     MOVE ACCT-NUMBER TO ACCT-MST-NUMBER.
002090     MOVE 0 TO ACCT-MST-OPEN-DATE.
002100     PERFORM VARYING FIRST-POSTING-IDX FROM 1 BY 1
002110           UNTIL FIRST-POSTING-IDX > FIRST-POSTING-COUNT
002120        IF FIRST-TBL-ACCT (FIRST-POSTING-IDX) = ACCT-NUMBER
002130           MOVE FIRST-TBL-DATE (FIRST-POSTING-IDX)
002140              TO ACCT-MST-OPEN-DATE
002150        END-IF
002160     END-PERFORM.
002170     SET ACCT-ACTIVE TO TRUE.
002180     MOVE 0 TO ACCT-MST-STATE-DATE.
002190     MOVE "SEEDED" TO ACCT-MST-REASON.
002200     MOVE 0 TO ACCT-MST-OD-LIMIT.
002210     MOVE 0 TO ACCT-MST-WD-LIMIT.
002220     MOVE 0 TO ACCT-MST-WD-DATE.
002230     MOVE 0 TO ACCT-MST-WD-TODAY.
002240     WRITE ACCT-MST-RECORD
002250        INVALID KEY
002260           ADD 1 TO ACCOUNTS-PRESENT
002270           EXIT PARAGRAPH
002280     END-WRITE.
002290     ADD 1 TO ACCOUNTS-SEEDED.
002300     MOVE ACCT-BALANCE TO BALANCE-EDIT.
002310     PERFORM 8000-WRITE-AUDIT-RECORD.
002320     MOVE SPACES TO RESULTS-LINE.
002330     STRING "SEEDED " DELIMITED BY SIZE
002340        ACCT-NUMBER DELIMITED BY SIZE
002350        " bal=" DELIMITED BY SIZE
002360        FUNCTION TRIM(BALANCE-EDIT) DELIMITED BY SIZE
002370        INTO RESULTS-LINE
002380     END-STRING.
002390     WRITE RESULTS-LINE.
002400
002410*    Same entry shape ACCTMAINT writes, under this job's own
002420*    name; neither the statement run nor the daily rollup takes
002430*    it for a posting.
002440 8000-WRITE-AUDIT-RECORD.
002450     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
002460     MOVE "00" TO AUDIT-LOG-STATUS.
002470     OPEN EXTEND AUDIT-LOG-FILE.
002480     IF AUDIT-LOG-STATUS = "35"
002490        OPEN OUTPUT AUDIT-LOG-FILE
002500     END-IF.
002510     MOVE SPACES TO AUDIT-LOG-RECORD.
002520     STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
002530        " AcctSeed action=[S] acct=[" DELIMITED BY SIZE
002540        ACCT-NUMBER DELIMITED BY SIZE
002550        "] detail=[SEEDED bal=" DELIMITED BY SIZE
002560        FUNCTION TRIM(BALANCE-EDIT) DELIMITED BY SIZE
002570        "] result=APPLIED: Account Seeded" DELIMITED BY SIZE
002580        INTO AUDIT-LOG-RECORD
002590     END-STRING.
002600     WRITE AUDIT-LOG-RECORD.
002610     CLOSE AUDIT-LOG-FILE.
