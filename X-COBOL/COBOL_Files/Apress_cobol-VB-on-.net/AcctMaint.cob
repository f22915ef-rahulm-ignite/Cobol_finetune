000010*    Account master maintenance in batch: each line of the
000020*    maintenance file (ACCT-MAINT-FILE, default
000030*    account-maint.dat) opens, freezes, unfreezes, or closes one
000040*    account, in the same pipe-delimited shape the
000050*    MaintainAccount method takes:
000060*        O|ACCOUNT|OWNER|ODLIMIT|WDLIMIT
000070*        F|ACCOUNT|REASON
000080*        U|ACCOUNT|REASON
000090*        C|ACCOUNT|REASON
000091*        R|ACCOUNT|REASON   (a dormant account only)
000100*    The rules are the method's, action for action and ERR code
000110*    for ERR code. Every line, applied or rejected, is audited
000120*    with its owner or reason and listed in
000130*    account-maint-results.txt. Return code 4 when any line was
000140*    rejected, 8 when the account master cannot be opened.
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. ACCTMAINT.
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT MAINT-FILE ASSIGN TO DYNAMIC MAINT-FILE-NAME
000210     ORGANIZATION IS LINE SEQUENTIAL
000220     FILE STATUS IS MAINT-FILE-STATUS.
000230     SELECT ACCT-MASTER-FILE ASSIGN TO "account-master.dat"
000240     ORGANIZATION IS INDEXED
000250     ACCESS MODE IS RANDOM
000260     RECORD KEY IS ACCT-MST-NUMBER
000270     FILE STATUS IS ACCT-MST-STATUS.
000280     SELECT ACCT-BAL-FILE ASSIGN TO "account-balances.dat"
000290     ORGANIZATION IS INDEXED
000300     ACCESS MODE IS RANDOM
000310     RECORD KEY IS ACCT-NUMBER
000320     FILE STATUS IS ACCT-BAL-STATUS.
000330     SELECT AUDIT-LOG-FILE ASSIGN TO "MyFirstClass-audit.log"
000340     ORGANIZATION IS LINE SEQUENTIAL
000350     FILE STATUS IS AUDIT-LOG-STATUS.
000360     SELECT RESULTS-FILE ASSIGN TO "account-maint-results.txt"
000370     ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD MAINT-FILE.
000410 01 MAINT-RECORD PIC X(100).
000420 FD ACCT-MASTER-FILE.
000430 01 ACCT-MST-RECORD.
000440   05 ACCT-MST-NUMBER     PIC X(8).
000450   05 ACCT-MST-OWNER      PIC X(30).
000460   05 ACCT-MST-OPEN-DATE  PIC 9(8).
000470   05 ACCT-MST-STATE      PIC X(1).
000480     88 ACCT-ACTIVE       VALUE "A".
000490     88 ACCT-FROZEN       VALUE "F".
000500     88 ACCT-CLOSED       VALUE "C".
000501     88 ACCT-DORMANT      VALUE "D".
000510   05 ACCT-MST-STATE-DATE PIC 9(8).
000520   05 ACCT-MST-REASON     PIC X(30).
000530   05 ACCT-MST-OD-LIMIT   PIC 9(9)V99.
000540   05 ACCT-MST-WD-LIMIT   PIC 9(9)V99.
000550   05 ACCT-MST-WD-DATE    PIC 9(8).
000560   05 ACCT-MST-WD-TODAY   PIC 9(11)V99.
000570 FD ACCT-BAL-FILE.
000580 01 ACCT-BAL-RECORD.
000590   05 ACCT-NUMBER  PIC X(8).
000600   05 ACCT-BALANCE PIC S9(11)V99.
000610 FD AUDIT-LOG-FILE.
000620 01 AUDIT-LOG-RECORD PIC X(200).
000630 FD RESULTS-FILE.
000640 01 RESULTS-LINE PIC X(120).
000650 WORKING-STORAGE SECTION.
000660  01 MAINT-FILE-STATUS   PIC X(2) VALUE "00".
000670  01 ACCT-MST-STATUS     PIC X(2) VALUE "00".
000680  01 ACCT-BAL-STATUS     PIC X(2) VALUE "00".
000690  01 AUDIT-LOG-STATUS    PIC X(2) VALUE "00".
000700  01 MAINT-FILE-NAME     PIC X(60) VALUE SPACES.
000710  01 AUDIT-TIMESTAMP     PIC X(21) VALUE SPACES.
000720  01 TODAY-DATE          PIC 9(8) VALUE 0.
000730  01 MAINT-ACTION        PIC X(1).
000740  01 MAINT-ACCOUNT       PIC X(8).
000750  01 MAINT-TEXT          PIC X(30).
000760  01 MAINT-OD-TEXT       PIC X(14).
000770  01 MAINT-WD-TEXT       PIC X(14).
000780  01 MAINT-OD-LIMIT      PIC S9(11)V99 VALUE 0.
000790  01 MAINT-WD-LIMIT      PIC S9(11)V99 VALUE 0.
000800  01 RESULT-TEXT         PIC X(40) VALUE SPACES.
000810  01 AUDIT-RESULT-TEXT   PIC X(90) VALUE SPACES.
000820  01 LINE-OUTCOME        PIC X VALUE "A".
000830    88 LINE-APPLIED      VALUE "A".
000840    88 LINE-REJECTED     VALUE "R".
000850  01 LINES-APPLIED       PIC 9(5) VALUE 0.
000860  01 LINES-REJECTED      PIC 9(5) VALUE 0.
000870 PROCEDURE DIVISION.
000880 0000-MAIN.
000890     ACCEPT MAINT-FILE-NAME FROM ENVIRONMENT "ACCT-MAINT-FILE".
000900     IF MAINT-FILE-NAME = SPACES
000910        MOVE "account-maint.dat" TO MAINT-FILE-NAME
000920     END-IF.
000930     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
000940
000950     OPEN INPUT MAINT-FILE.
000960     IF MAINT-FILE-STATUS NOT = "00"
000970        DISPLAY "CANNOT OPEN MAINTENANCE FILE: "
000980           FUNCTION TRIM(MAINT-FILE-NAME)
000990           " STATUS=" MAINT-FILE-STATUS
001000        MOVE 8 TO RETURN-CODE
001010        STOP RUN
001020     END-IF.
001030     OPEN I-O ACCT-MASTER-FILE.
001040     IF ACCT-MST-STATUS = "35"
001050        OPEN OUTPUT ACCT-MASTER-FILE
001060        CLOSE ACCT-MASTER-FILE
001070        OPEN I-O ACCT-MASTER-FILE
001080     END-IF.
001090     IF ACCT-MST-STATUS NOT = "00"
001100        DISPLAY "CANNOT OPEN ACCOUNT MASTER: STATUS="
001110           ACCT-MST-STATUS
001120        CLOSE MAINT-FILE
001130        MOVE 8 TO RETURN-CODE
001140        STOP RUN
001150     END-IF.
001160     OPEN OUTPUT RESULTS-FILE.
001170
001180     PERFORM 1000-READ-MAINT
001190        UNTIL MAINT-FILE-STATUS NOT = "00".
001200
001210     CLOSE MAINT-FILE.
001220     CLOSE ACCT-MASTER-FILE.
001230     MOVE SPACES TO RESULTS-LINE.
001240     STRING "MAINTENANCE TOTALS APPLIED " DELIMITED BY SIZE
001250        LINES-APPLIED DELIMITED BY SIZE
001260        " REJECTED " DELIMITED BY SIZE
001270        LINES-REJECTED DELIMITED BY SIZE
001280        INTO RESULTS-LINE
001290     END-STRING.
001300     WRITE RESULTS-LINE.
001310     CLOSE RESULTS-FILE.
001320     DISPLAY LINES-APPLIED " APPLIED " LINES-REJECTED " REJECTED".
001330     IF LINES-REJECTED > 0
001340        MOVE 4 TO RETURN-CODE
001350     END-IF.
001360     STOP RUN.
001370
001380 1000-READ-MAINT.
001390     READ MAINT-FILE
001400        AT END CONTINUE
001410        NOT AT END PERFORM 2000-APPLY-ONE-LINE
001420     END-READ.
001430
001440 2000-APPLY-ONE-LINE.
001450     IF MAINT-RECORD = SPACES
001460        EXIT PARAGRAPH
001470     END-IF.
001480     MOVE SPACES TO MAINT-ACTION MAINT-ACCOUNT MAINT-TEXT.
001490     MOVE SPACES TO MAINT-OD-TEXT MAINT-WD-TEXT.
001500     UNSTRING MAINT-RECORD DELIMITED BY "|"
001510        INTO MAINT-ACTION MAINT-ACCOUNT MAINT-TEXT
001520             MAINT-OD-TEXT MAINT-WD-TEXT
001530     END-UNSTRING.
001540     SET LINE-APPLIED TO TRUE.
001550     MOVE SPACES TO RESULT-TEXT.
001560     IF MAINT-ACCOUNT = SPACES OR MAINT-TEXT = SPACES
001570        MOVE "ERR020: Malformed Account Action" TO RESULT-TEXT
001580        SET LINE-REJECTED TO TRUE
001590     ELSE
001600        MOVE MAINT-ACCOUNT TO ACCT-MST-NUMBER
001610        EVALUATE MAINT-ACTION
001620           WHEN "O"
001630              PERFORM 3000-OPEN-ACCOUNT
001640           WHEN "F"
001650              PERFORM 4000-FREEZE-ACCOUNT
001660           WHEN "U"
001670              PERFORM 5000-UNFREEZE-ACCOUNT
001680           WHEN "C"
001681              PERFORM 6000-CLOSE-ACCOUNT
001682           WHEN "R"
001690              PERFORM 5500-REACTIVATE-ACCOUNT
001700           WHEN OTHER
001710              MOVE "ERR006: Unknown Maint Action" TO RESULT-TEXT
001720              SET LINE-REJECTED TO TRUE
001730        END-EVALUATE
001740     END-IF.
001750     MOVE SPACES TO AUDIT-RESULT-TEXT.
001760     IF LINE-REJECTED
001770        ADD 1 TO LINES-REJECTED
001780        STRING "REJECTED: " DELIMITED BY SIZE
001790           FUNCTION TRIM(RESULT-TEXT) DELIMITED BY SIZE
001800           INTO AUDIT-RESULT-TEXT
001810        END-STRING
001820     ELSE
001830        ADD 1 TO LINES-APPLIED
001840        STRING "APPLIED: " DELIMITED BY SIZE
001850           FUNCTION TRIM(RESULT-TEXT) DELIMITED BY SIZE
001860           INTO AUDIT-RESULT-TEXT
001870        END-STRING
001880     END-IF.
001890     PERFORM 8000-WRITE-AUDIT-RECORD.
001900     MOVE SPACES TO RESULTS-LINE.
001910     STRING "[" DELIMITED BY SIZE
001920        FUNCTION TRIM(MAINT-RECORD) DELIMITED BY SIZE
001930        "] " DELIMITED BY SIZE
001940        FUNCTION TRIM(AUDIT-RESULT-TEXT) DELIMITED BY SIZE
001950        INTO RESULTS-LINE
001960     END-STRING.
001970     WRITE RESULTS-LINE.
001980
001990*    Blank limits are taken as zero, meaning none; an account
002000*    number already on the master, in any state, is never
002010*    opened a second time.
002020 3000-OPEN-ACCOUNT.
002030     IF MAINT-OD-TEXT = SPACES
002040        MOVE "0" TO MAINT-OD-TEXT
002050     END-IF.
002060     IF MAINT-WD-TEXT = SPACES
002070        MOVE "0" TO MAINT-WD-TEXT
002080     END-IF.
002090     IF FUNCTION TEST-NUMVAL(MAINT-OD-TEXT) NOT = 0
002100        OR FUNCTION TEST-NUMVAL(MAINT-WD-TEXT) NOT = 0
002110        MOVE "ERR020: Malformed Account Action" TO RESULT-TEXT
002120        SET LINE-REJECTED TO TRUE
002130        EXIT PARAGRAPH
002140     END-IF.
002150     COMPUTE MAINT-OD-LIMIT = FUNCTION NUMVAL(MAINT-OD-TEXT).
002160     COMPUTE MAINT-WD-LIMIT = FUNCTION NUMVAL(MAINT-WD-TEXT).
002170     IF MAINT-OD-LIMIT < 0 OR MAINT-WD-LIMIT < 0
002180        MOVE "ERR020: Malformed Account Action" TO RESULT-TEXT
002190        SET LINE-REJECTED TO TRUE
002200        EXIT PARAGRAPH
002210     END-IF.
002220     READ ACCT-MASTER-FILE
002230        INVALID KEY CONTINUE
002240        NOT INVALID KEY
002250           MOVE "ERR021: Account Already Open" TO RESULT-TEXT
002260           SET LINE-REJECTED TO TRUE
002270     END-READ.
002280     IF LINE-REJECTED
002290        EXIT PARAGRAPH
002300     END-IF.
002310     MOVE SPACES TO ACCT-MST-RECORD.
002320     MOVE MAINT-ACCOUNT TO ACCT-MST-NUMBER.
002330     MOVE MAINT-TEXT TO ACCT-MST-OWNER.
002340     MOVE TODAY-DATE TO ACCT-MST-OPEN-DATE.
002350     SET ACCT-ACTIVE TO TRUE.
002360     MOVE TODAY-DATE TO ACCT-MST-STATE-DATE.
002370     MOVE "OPENED" TO ACCT-MST-REASON.
002380     MOVE MAINT-OD-LIMIT TO ACCT-MST-OD-LIMIT.
002390     MOVE MAINT-WD-LIMIT TO ACCT-MST-WD-LIMIT.
002400     MOVE 0 TO ACCT-MST-WD-DATE.
002410     MOVE 0 TO ACCT-MST-WD-TODAY.
002420     WRITE ACCT-MST-RECORD.
002430     MOVE "Account Opened" TO RESULT-TEXT.
002440
002450 4000-FREEZE-ACCOUNT.
002460     PERFORM 7000-READ-ACCOUNT-MASTER.
002470     IF LINE-REJECTED
002480        EXIT PARAGRAPH
002490     END-IF.
002500     IF NOT ACCT-ACTIVE
002510        MOVE "ERR022: Account Not Active" TO RESULT-TEXT
002520        SET LINE-REJECTED TO TRUE
002530        EXIT PARAGRAPH
002540     END-IF.
002550     SET ACCT-FROZEN TO TRUE.
002560     PERFORM 7100-REWRITE-ACCOUNT-STATE.
002570     MOVE "Account Frozen" TO RESULT-TEXT.
002580
002590 5000-UNFREEZE-ACCOUNT.
002600     PERFORM 7000-READ-ACCOUNT-MASTER.
002610     IF LINE-REJECTED
002620        EXIT PARAGRAPH
002630     END-IF.
002640     IF NOT ACCT-FROZEN
002650        MOVE "ERR023: Account Not Frozen" TO RESULT-TEXT
002660        SET LINE-REJECTED TO TRUE
002670        EXIT PARAGRAPH
002680     END-IF.
002690     SET ACCT-ACTIVE TO TRUE.
002700     PERFORM 7100-REWRITE-ACCOUNT-STATE.
002710     MOVE "Account Unfrozen" TO RESULT-TEXT.
002720
00272A*    Only a dormant account is reactivated, and from that day
00272B*    the dormancy scan counts its inactivity afresh.
00272C 5500-REACTIVATE-ACCOUNT.
00272D     PERFORM 7000-READ-ACCOUNT-MASTER.
00272E     IF LINE-REJECTED
00272F        EXIT PARAGRAPH
00272G     END-IF.
00272H     IF NOT ACCT-DORMANT
00272I        MOVE "ERR030: Account Not Dormant" TO RESULT-TEXT
00272J        SET LINE-REJECTED TO TRUE
00272K        EXIT PARAGRAPH
00272L     END-IF.
00272M     SET ACCT-ACTIVE TO TRUE.
00272N     PERFORM 7100-REWRITE-ACCOUNT-STATE.
00272O     MOVE "Account Reactivated" TO RESULT-TEXT.
00272P
002730*    Only a zero balance closes, so a close never strands money
002740*    or writes off an overdraft; no balance record at all means
002750*    nothing was ever posted.
002760 6000-CLOSE-ACCOUNT.
002770     PERFORM 7000-READ-ACCOUNT-MASTER.
002780     IF LINE-REJECTED
002790        EXIT PARAGRAPH
002800     END-IF.
002810     IF ACCT-CLOSED
002820        MOVE "ERR018: Account Closed" TO RESULT-TEXT
002830        SET LINE-REJECTED TO TRUE
002840        EXIT PARAGRAPH
002850     END-IF.
002860     MOVE 0 TO ACCT-BALANCE.
002870     MOVE "00" TO ACCT-BAL-STATUS.
002880     OPEN INPUT ACCT-BAL-FILE.
002890     IF ACCT-BAL-STATUS = "00"
002900        MOVE MAINT-ACCOUNT TO ACCT-NUMBER
002910        READ ACCT-BAL-FILE
002920           INVALID KEY MOVE 0 TO ACCT-BALANCE
002930        END-READ
002940        CLOSE ACCT-BAL-FILE
002950     END-IF.
002960     IF ACCT-BALANCE NOT = 0
002970        MOVE "ERR024: Balance Not Zero" TO RESULT-TEXT
002980        SET LINE-REJECTED TO TRUE
002990        EXIT PARAGRAPH
003000     END-IF.
003010     SET ACCT-CLOSED TO TRUE.
003020     PERFORM 7100-REWRITE-ACCOUNT-STATE.
003030     MOVE "Account Closed" TO RESULT-TEXT.
003040
003050 7000-READ-ACCOUNT-MASTER.
003060     READ ACCT-MASTER-FILE
003070        INVALID KEY
003080           MOVE "ERR016: Account Not Open" TO RESULT-TEXT
003090           SET LINE-REJECTED TO TRUE
003100     END-READ.
003110
003120 7100-REWRITE-ACCOUNT-STATE.
003130     MOVE TODAY-DATE TO ACCT-MST-STATE-DATE.
003140     MOVE MAINT-TEXT TO ACCT-MST-REASON.
003150     REWRITE ACCT-MST-RECORD.
003160
003170*    Same entry shape MaintainAccount writes, under this job's
003180*    own name; neither the statement run nor the daily rollup
003190*    takes it for a posting.
003200 8000-WRITE-AUDIT-RECORD.
003210     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
003220     MOVE "00" TO AUDIT-LOG-STATUS.
003230     OPEN EXTEND AUDIT-LOG-FILE.
003240     IF AUDIT-LOG-STATUS = "35"
003250        OPEN OUTPUT AUDIT-LOG-FILE
003260     END-IF.
003270     MOVE SPACES TO AUDIT-LOG-RECORD.
003280     STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
003290        " AcctMaint action=[" DELIMITED BY SIZE
003300        MAINT-ACTION DELIMITED BY SIZE
003310        "] acct=[" DELIMITED BY SIZE
003320        MAINT-ACCOUNT DELIMITED BY SIZE
003330        "] detail=[" DELIMITED BY SIZE
003340        FUNCTION TRIM(MAINT-TEXT) DELIMITED BY SIZE
003350        "] result=" DELIMITED BY SIZE
003360        AUDIT-RESULT-TEXT DELIMITED BY SIZE
003370        INTO AUDIT-LOG-RECORD
003380     END-STRING.
003390     WRITE AUDIT-LOG-RECORD.
003400     CLOSE AUDIT-LOG-FILE.
