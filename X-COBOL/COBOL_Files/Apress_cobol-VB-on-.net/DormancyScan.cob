000010*    Dormancy scan over the account master. Each account's last
000020*    customer-initiated activity is taken from the posting
000030*    engine's audit log: every ACCEPTED posting except the
000040*    interest accrual run's INT entries, FEE charges, XFERIN
000045*    credit legs and reversals, which are the bank's or another
000050*    party's doing rather than the owner's. An account with no
000060*    such posting counts from its open date, and an active one
000070*    from its last state change, so a reactivation starts the
000075*    clock again; the date ACCTSEED wrote an account onto the
000077*    master is not a state change and does not count. An
000080*    active account idle for DORMANT-DAYS
000090*    (default 730) is flagged dormant on the master, which stops
000100*    its interest accrual and refuses its postings until
000110*    MaintainAccount or ACCTMAINT reactivates it; each flagging is
000120*    audited. Dormant accounts idle for ESCHEAT-DAYS (default
000130*    1825) with money on them are listed, with owner, balance and
000140*    last-activity date, in unclaimed-property.txt. The scan runs
000150*    as of DORMANCY-DATE (YYYYMMDD) when the operator names one,
000160*    otherwise today. Return code 8 when a parameter is bad or
000170*    the account master or balance file cannot be opened.
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. DORMSCAN.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT AUDIT-LOG-FILE ASSIGN TO "MyFirstClass-audit.log"
000240     ORGANIZATION IS LINE SEQUENTIAL
000250     FILE STATUS IS AUDIT-LOG-STATUS.
000260     SELECT ACCT-MASTER-FILE ASSIGN TO "account-master.dat"
000270     ORGANIZATION IS INDEXED
000280     ACCESS MODE IS SEQUENTIAL
000290     RECORD KEY IS ACCT-MST-NUMBER
000300     FILE STATUS IS ACCT-MST-STATUS.
000310     SELECT ACCT-BAL-FILE ASSIGN TO "account-balances.dat"
000320     ORGANIZATION IS INDEXED
000330     ACCESS MODE IS RANDOM
000340     RECORD KEY IS ACCT-NUMBER
000350     FILE STATUS IS ACCT-BAL-STATUS.
000360     SELECT UNCLAIMED-REPORT-FILE
000370        ASSIGN TO "unclaimed-property.txt"
000380     ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD AUDIT-LOG-FILE.
000420 01 AUDIT-LOG-RECORD PIC X(200).
000430 01 AUDIT-LOG-FIELDS REDEFINES AUDIT-LOG-RECORD.
000440   05 AUDIT-LOG-DATE  PIC 9(8).
000450   05 FILLER          PIC X(192).
000460 FD ACCT-MASTER-FILE.
000470 01 ACCT-MST-RECORD.
000480   05 ACCT-MST-NUMBER     PIC X(8).
000490   05 ACCT-MST-OWNER      PIC X(30).
000500   05 ACCT-MST-OPEN-DATE  PIC 9(8).
000510   05 ACCT-MST-STATE      PIC X(1).
000520     88 ACCT-ACTIVE       VALUE "A".
000530     88 ACCT-FROZEN       VALUE "F".
000540     88 ACCT-CLOSED       VALUE "C".
000550     88 ACCT-DORMANT      VALUE "D".
000560   05 ACCT-MST-STATE-DATE PIC 9(8).
000570   05 ACCT-MST-REASON     PIC X(30).
000580   05 ACCT-MST-OD-LIMIT   PIC 9(9)V99.
000590   05 ACCT-MST-WD-LIMIT   PIC 9(9)V99.
000600   05 ACCT-MST-WD-DATE    PIC 9(8).
000610   05 ACCT-MST-WD-TODAY   PIC 9(11)V99.
000620 FD ACCT-BAL-FILE.
000630 01 ACCT-BAL-RECORD.
000640   05 ACCT-NUMBER  PIC X(8).
000650   05 ACCT-BALANCE PIC S9(11)V99.
000660 FD UNCLAIMED-REPORT-FILE.
000670 01 UNCLAIMED-REPORT-LINE PIC X(90).
000680 WORKING-STORAGE SECTION.
000690  01 AUDIT-LOG-STATUS    PIC X(2) VALUE "00".
000700  01 ACCT-MST-STATUS     PIC X(2) VALUE "00".
000710  01 ACCT-BAL-STATUS     PIC X(2) VALUE "00".
000720  01 SCAN-DATE-PARM      PIC X(9) VALUE SPACES.
000730  01 DORMANT-DAYS-PARM   PIC X(6) VALUE SPACES.
000740  01 ESCHEAT-DAYS-PARM   PIC X(6) VALUE SPACES.
000750  01 SCAN-DATE           PIC 9(8) VALUE 0.
000760  01 DORMANT-DAYS        PIC 9(5) VALUE 730.
000770  01 ESCHEAT-DAYS        PIC 9(5) VALUE 1825.
000780  01 AUDIT-TIMESTAMP     PIC X(21) VALUE SPACES.
000790  01 TALLY-HITS          PIC 9(4) VALUE 0.
000800  01 PARSE-DUMMY         PIC X(200).
000810  01 PARSE-REST          PIC X(200).
000820  01 PARSED-ACCT         PIC X(8).
000830  01 PARSED-TYPE         PIC X(10).
000840*    Latest qualifying posting date per account, gathered from
000850*    the whole log before the master is read.
000860  01 ACTIVITY-TABLE-AREA.
000870    05 ACTIVITY-ENTRY OCCURS 2000 TIMES.
000880      10 ACT-TBL-ACCT  PIC X(8).
000890      10 ACT-TBL-DATE  PIC 9(8).
000900  01 ACTIVITY-COUNT      PIC 9(5) VALUE 0.
000910  01 ACTIVITY-IDX        PIC 9(5) VALUE 0.
000920  01 ACTIVITY-HIT        PIC 9(5) VALUE 0.
000930  01 LAST-ACTIVITY-DATE  PIC 9(8) VALUE 0.
000940  01 DAYS-INACTIVE       PIC S9(7) VALUE 0.
000950  01 ACCOUNTS-SCANNED    PIC 9(5) VALUE 0.
000960  01 ACCOUNTS-FLAGGED    PIC 9(5) VALUE 0.
000970  01 ACCOUNTS-UNCLAIMED  PIC 9(5) VALUE 0.
000980  01 UNCLAIMED-TOTAL     PIC S9(13)V99 VALUE 0.
000990  01 DORMANT-REASON      PIC X(30) VALUE SPACES.
001000  01 AUDIT-RESULT-TEXT   PIC X(90) VALUE SPACES.
001010  01 RPT-TITLE-LINE.
001020    05 FILLER          PIC X(25)
001030                       VALUE "UNCLAIMED PROPERTY AS OF ".
001040    05 RPT-TITLE-DATE  PIC 9(8).
001050    05 FILLER          PIC X(20) VALUE ", ESCHEATMENT AFTER ".
001060    05 RPT-TITLE-DAYS  PIC ZZZZ9.
001070    05 FILLER          PIC X(5) VALUE " DAYS".
001080    05 FILLER          PIC X(27) VALUE SPACES.
001090  01 RPT-HEADING-LINE.
001100    05 FILLER          PIC X(9) VALUE "ACCOUNT".
001110    05 FILLER          PIC X(31) VALUE "OWNER".
001120    05 FILLER          PIC X(9) VALUE "LAST ACT".
001130    05 FILLER          PIC X(8) VALUE "   DAYS".
001140    05 FILLER          PIC X(16) VALUE "         BALANCE".
001150    05 FILLER          PIC X(17) VALUE SPACES.
001160  01 RPT-DETAIL-LINE.
001170    05 RPT-DET-ACCT    PIC X(8).
001180    05 FILLER          PIC X(1) VALUE SPACE.
001190    05 RPT-DET-OWNER   PIC X(30).
001200    05 FILLER          PIC X(1) VALUE SPACE.
001210    05 RPT-DET-LAST    PIC 9(8).
001220    05 FILLER          PIC X(1) VALUE SPACE.
001230    05 RPT-DET-DAYS    PIC ZZZZZZ9.
001240    05 FILLER          PIC X(1) VALUE SPACE.
001250    05 RPT-DET-BAL     PIC +(11)9.99.
001260    05 FILLER          PIC X(18) VALUE SPACES.
001270  01 RPT-TOTAL-LINE.
001280    05 FILLER          PIC X(9) VALUE "ACCOUNTS ".
001290    05 RPT-TOT-COUNT   PIC ZZZZ9.
001300    05 FILLER          PIC X(15) VALUE " TOTAL BALANCE ".
001310    05 RPT-TOT-BAL     PIC +(13)9.99.
001320    05 FILLER          PIC X(44) VALUE SPACES.
001330 PROCEDURE DIVISION.
001340 0000-MAIN.
001350     PERFORM 1000-READ-PARAMETERS.
001360     PERFORM 2000-GATHER-ACTIVITY.
001370
001380     OPEN I-O ACCT-MASTER-FILE.
001390     IF ACCT-MST-STATUS NOT = "00"
001400        DISPLAY "CANNOT OPEN ACCOUNT MASTER: STATUS="
001410           ACCT-MST-STATUS
001420        MOVE 8 TO RETURN-CODE
001430        STOP RUN
001440     END-IF.
001450     OPEN INPUT ACCT-BAL-FILE.
001460     IF ACCT-BAL-STATUS NOT = "00"
001470        DISPLAY "CANNOT OPEN BALANCE FILE: STATUS="
001480           ACCT-BAL-STATUS
001490        CLOSE ACCT-MASTER-FILE
001500        MOVE 8 TO RETURN-CODE
001510        STOP RUN
001520     END-IF.
001530     OPEN OUTPUT UNCLAIMED-REPORT-FILE.
001540     MOVE SCAN-DATE TO RPT-TITLE-DATE.
001550     MOVE ESCHEAT-DAYS TO RPT-TITLE-DAYS.
001560     WRITE UNCLAIMED-REPORT-LINE FROM RPT-TITLE-LINE.
001570     WRITE UNCLAIMED-REPORT-LINE FROM RPT-HEADING-LINE.
001580
001590     PERFORM 3000-SCAN-ACCOUNTS
001600        UNTIL ACCT-MST-STATUS NOT = "00".
001610
001620     CLOSE ACCT-MASTER-FILE.
001630     CLOSE ACCT-BAL-FILE.
001640     MOVE ACCOUNTS-UNCLAIMED TO RPT-TOT-COUNT.
001650     MOVE UNCLAIMED-TOTAL TO RPT-TOT-BAL.
001660     WRITE UNCLAIMED-REPORT-LINE FROM RPT-TOTAL-LINE.
001670     CLOSE UNCLAIMED-REPORT-FILE.
001680     DISPLAY ACCOUNTS-SCANNED " ACCOUNTS SCANNED AS OF " SCAN-DATE
001690        ", " ACCOUNTS-FLAGGED " FLAGGED DORMANT, "
001700        ACCOUNTS-UNCLAIMED " UNCLAIMED".
001710     STOP RUN.
001720
001730*    Periods are whole days; escheatment can never come before
001740*    dormancy, since only dormant accounts are reported.
001750 1000-READ-PARAMETERS.
001760     ACCEPT SCAN-DATE-PARM FROM ENVIRONMENT "DORMANCY-DATE".
001770     IF FUNCTION TEST-NUMVAL(SCAN-DATE-PARM) = 0
001780        MOVE SCAN-DATE-PARM(1:8) TO SCAN-DATE
001790     ELSE
001800        MOVE FUNCTION CURRENT-DATE(1:8) TO SCAN-DATE
001810     END-IF.
001820     ACCEPT DORMANT-DAYS-PARM FROM ENVIRONMENT "DORMANT-DAYS".
001830     IF FUNCTION TEST-NUMVAL(DORMANT-DAYS-PARM) = 0
001840        COMPUTE DORMANT-DAYS = FUNCTION NUMVAL(DORMANT-DAYS-PARM)
001850     END-IF.
001860     ACCEPT ESCHEAT-DAYS-PARM FROM ENVIRONMENT "ESCHEAT-DAYS".
001870     IF FUNCTION TEST-NUMVAL(ESCHEAT-DAYS-PARM) = 0
001880        COMPUTE ESCHEAT-DAYS = FUNCTION NUMVAL(ESCHEAT-DAYS-PARM)
001890     END-IF.
001900     IF FUNCTION TEST-DATE-YYYYMMDD(SCAN-DATE) NOT = 0
001910        DISPLAY "DORMANCY SCAN REFUSED: BAD DORMANCY-DATE "
001920           SCAN-DATE-PARM
001930        MOVE 8 TO RETURN-CODE
001940        STOP RUN
001950     END-IF.
001960     IF DORMANT-DAYS = 0 OR ESCHEAT-DAYS < DORMANT-DAYS
001970        DISPLAY "DORMANCY SCAN REFUSED: DORMANT-DAYS "
001980           DORMANT-DAYS
001990           " ESCHEAT-DAYS " ESCHEAT-DAYS
002000        MOVE 8 TO RETURN-CODE
002010        STOP RUN
002020     END-IF.
002030
002040 2000-GATHER-ACTIVITY.
002050     MOVE "00" TO AUDIT-LOG-STATUS.
002060     OPEN INPUT AUDIT-LOG-FILE.
002070     IF AUDIT-LOG-STATUS NOT = "00"
002080        DISPLAY "NO MyFirstClass-audit.log, "
002090           "ACTIVITY FROM MASTER ONLY"
002100        EXIT PARAGRAPH
002110     END-IF.
002120     PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
002130        READ AUDIT-LOG-FILE
002140           AT END CONTINUE
002150           NOT AT END PERFORM 2100-NOTE-ACTIVITY
002160        END-READ
002170     END-PERFORM.
002180     CLOSE AUDIT-LOG-FILE.
002190
002200*    Postings dated after the scan date are ignored, so a scan
002210*    rerun as of an earlier day sees the log as it stood then.
002220 2100-NOTE-ACTIVITY.
002230     MOVE 0 TO TALLY-HITS.
002240     INSPECT AUDIT-LOG-RECORD TALLYING TALLY-HITS
002250        FOR ALL "result=ACCEPTED: acct=".
002260     IF TALLY-HITS = 0
002270        EXIT PARAGRAPH
002280     END-IF.
002290     MOVE 0 TO TALLY-HITS.
002300     INSPECT AUDIT-LOG-RECORD TALLYING TALLY-HITS FOR ALL " rev=".
002310     IF TALLY-HITS > 0
002320        EXIT PARAGRAPH
002330     END-IF.
002340     IF AUDIT-LOG-DATE IS NOT NUMERIC
002350        OR AUDIT-LOG-DATE > SCAN-DATE
002360        EXIT PARAGRAPH
002370     END-IF.
002380     MOVE SPACES TO PARSE-REST PARSED-ACCT PARSED-TYPE.
002390     UNSTRING AUDIT-LOG-RECORD
002400        DELIMITED BY "result=ACCEPTED: acct="
002410        INTO PARSE-DUMMY PARSE-REST
002420     END-UNSTRING.
002430     UNSTRING PARSE-REST DELIMITED BY " type=" OR " "
002440        INTO PARSED-ACCT
002450     END-UNSTRING.
002460     MOVE SPACES TO PARSE-REST.
002470     UNSTRING AUDIT-LOG-RECORD DELIMITED BY " type="
002480        INTO PARSE-DUMMY PARSE-REST
002490     END-UNSTRING.
002500     UNSTRING PARSE-REST DELIMITED BY " "
002510        INTO PARSED-TYPE
002520     END-UNSTRING.
002530     IF PARSED-TYPE = "INT" OR PARSED-TYPE = "FEE"
002535        OR PARSED-TYPE = "XFERIN" OR PARSED-ACCT = SPACES
002540        EXIT PARAGRAPH
002550     END-IF.
002560     MOVE 0 TO ACTIVITY-HIT.
002570     PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
002580           UNTIL ACTIVITY-IDX > ACTIVITY-COUNT
002590        IF ACT-TBL-ACCT (ACTIVITY-IDX) = PARSED-ACCT
002600           MOVE ACTIVITY-IDX TO ACTIVITY-HIT
002610        END-IF
002620     END-PERFORM.
002630     IF ACTIVITY-HIT = 0
002640        IF ACTIVITY-COUNT >= 2000
002650           DISPLAY "ACTIVITY TABLE FULL, IGNORED: " PARSED-ACCT
002660           EXIT PARAGRAPH
002670        END-IF
002680        ADD 1 TO ACTIVITY-COUNT
002690        MOVE ACTIVITY-COUNT TO ACTIVITY-HIT
002700        MOVE PARSED-ACCT TO ACT-TBL-ACCT (ACTIVITY-HIT)
002710        MOVE 0 TO ACT-TBL-DATE (ACTIVITY-HIT)
002720     END-IF.
002730     IF AUDIT-LOG-DATE > ACT-TBL-DATE (ACTIVITY-HIT)
002740        MOVE AUDIT-LOG-DATE TO ACT-TBL-DATE (ACTIVITY-HIT)
002750     END-IF.
002760
002770 3000-SCAN-ACCOUNTS.
002780     READ ACCT-MASTER-FILE NEXT RECORD
002790        AT END CONTINUE
002800        NOT AT END PERFORM 3100-SCAN-ONE-ACCOUNT
002810     END-READ.
002820
002830*    A frozen account stays frozen: a hold placed by the bank is
002840*    not lifted or replaced by inactivity.
002850 3100-SCAN-ONE-ACCOUNT.
002860     IF ACCT-CLOSED
002870        EXIT PARAGRAPH
002880     END-IF.
002890     ADD 1 TO ACCOUNTS-SCANNED.
002900     MOVE ACCT-MST-OPEN-DATE TO LAST-ACTIVITY-DATE.
002910     IF ACCT-ACTIVE AND ACCT-MST-REASON NOT = "SEEDED"
002915        AND ACCT-MST-STATE-DATE > LAST-ACTIVITY-DATE
002920        MOVE ACCT-MST-STATE-DATE TO LAST-ACTIVITY-DATE
002930     END-IF.
002940     PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
002950           UNTIL ACTIVITY-IDX > ACTIVITY-COUNT
002960        IF ACT-TBL-ACCT (ACTIVITY-IDX) = ACCT-MST-NUMBER
002970           AND ACT-TBL-DATE (ACTIVITY-IDX) > LAST-ACTIVITY-DATE
002980           MOVE ACT-TBL-DATE (ACTIVITY-IDX) TO LAST-ACTIVITY-DATE
002990        END-IF
003000     END-PERFORM.
003010     IF FUNCTION TEST-DATE-YYYYMMDD(LAST-ACTIVITY-DATE) NOT = 0
003020        DISPLAY "NO USABLE ACTIVITY DATE, SKIPPED: "
003030           ACCT-MST-NUMBER
003040        EXIT PARAGRAPH
003050     END-IF.
003060     COMPUTE DAYS-INACTIVE =
003070        FUNCTION INTEGER-OF-DATE(SCAN-DATE) -
003080        FUNCTION INTEGER-OF-DATE(LAST-ACTIVITY-DATE).
003090     IF ACCT-ACTIVE AND DAYS-INACTIVE >= DORMANT-DAYS
003100        PERFORM 3200-FLAG-DORMANT
003110     END-IF.
003120     IF ACCT-DORMANT AND DAYS-INACTIVE >= ESCHEAT-DAYS
003130        PERFORM 3300-REPORT-UNCLAIMED
003140     END-IF.
003150
003160 3200-FLAG-DORMANT.
003170     MOVE SPACES TO DORMANT-REASON.
003180     STRING "NO ACTIVITY SINCE " DELIMITED BY SIZE
003190        LAST-ACTIVITY-DATE DELIMITED BY SIZE
003200        INTO DORMANT-REASON
003210     END-STRING.
003220     SET ACCT-DORMANT TO TRUE.
003230     MOVE SCAN-DATE TO ACCT-MST-STATE-DATE.
003240     MOVE DORMANT-REASON TO ACCT-MST-REASON.
003250     REWRITE ACCT-MST-RECORD.
003260     ADD 1 TO ACCOUNTS-FLAGGED.
003270     MOVE "APPLIED: Account Dormant" TO AUDIT-RESULT-TEXT.
003280     PERFORM 8000-WRITE-AUDIT-RECORD.
003290
003300*    Only money owed to the owner is unclaimed property; a zero
003310*    or overdrawn balance is left off the report.
003320 3300-REPORT-UNCLAIMED.
003330     MOVE ACCT-MST-NUMBER TO ACCT-NUMBER.
003340     READ ACCT-BAL-FILE
003350        INVALID KEY MOVE 0 TO ACCT-BALANCE
003360     END-READ.
003370     IF ACCT-BALANCE <= 0
003380        EXIT PARAGRAPH
003390     END-IF.
003400     MOVE ACCT-MST-NUMBER TO RPT-DET-ACCT.
003410     MOVE ACCT-MST-OWNER TO RPT-DET-OWNER.
003420     MOVE LAST-ACTIVITY-DATE TO RPT-DET-LAST.
003430     MOVE DAYS-INACTIVE TO RPT-DET-DAYS.
003440     MOVE ACCT-BALANCE TO RPT-DET-BAL.
003450     WRITE UNCLAIMED-REPORT-LINE FROM RPT-DETAIL-LINE.
003460     ADD 1 TO ACCOUNTS-UNCLAIMED.
003470     ADD ACCT-BALANCE TO UNCLAIMED-TOTAL.
003480
003490*    Same entry shape ACCTMAINT writes, under this job's own
003500*    name; neither the statement run nor the daily rollup takes
003510*    it for a posting.
003520 8000-WRITE-AUDIT-RECORD.
003530     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
003540     MOVE "00" TO AUDIT-LOG-STATUS.
003550     OPEN EXTEND AUDIT-LOG-FILE.
003560     IF AUDIT-LOG-STATUS = "35"
003570        OPEN OUTPUT AUDIT-LOG-FILE
003580     END-IF.
003590     MOVE SPACES TO AUDIT-LOG-RECORD.
003600     STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
003610        " DormancyScan action=[D] acct=[" DELIMITED BY SIZE
003620        ACCT-MST-NUMBER DELIMITED BY SIZE
003630        "] detail=[" DELIMITED BY SIZE
003640        FUNCTION TRIM(DORMANT-REASON) DELIMITED BY SIZE
003650        "] result=" DELIMITED BY SIZE
003660        AUDIT-RESULT-TEXT DELIMITED BY SIZE
003670        INTO AUDIT-LOG-RECORD
003680     END-STRING.
003690     WRITE AUDIT-LOG-RECORD.
003700     CLOSE AUDIT-LOG-FILE.
