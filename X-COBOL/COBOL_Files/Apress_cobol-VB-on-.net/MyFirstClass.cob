0001B6     ASSIGN TO "MyFirstClass-batch-results.log"
0001B7     ORGANIZATION IS LINE SEQUENTIAL
0001B8     FILE STATUS IS BATCH-RESULTS-STATUS.
0001D0*    Account master: owner, open date, status, and the limits
0001D1*    every posting is held to. Accounts are opened, frozen,
0001D2*    unfrozen, and closed only through MAINTAINACCOUNT or the
0001D3*    ACCTMAINT batch, never by a posting.
0001D4     SELECT ACCT-MASTER-FILE ASSIGN TO "account-master.dat"
0001D5     ORGANIZATION IS INDEXED
0001D6     ACCESS MODE IS RANDOM
0001D7     RECORD KEY IS ACCT-MST-NUMBER
0001D8     FILE STATUS IS ACCT-MST-STATUS.
0001G0*    Last transaction reference issued, and the references of
0001G1*    postings already reversed, one per line.
0001G2     SELECT TXN-REF-FILE ASSIGN TO "transaction-ref.dat"
0001G3     ORGANIZATION IS LINE SEQUENTIAL
0001G4     FILE STATUS IS TXN-REF-STATUS.
0001G5     SELECT REVERSED-FILE ASSIGN TO "transaction-reversed.dat"
0001G6     ORGANIZATION IS LINE SEQUENTIAL
0001G7     FILE STATUS IS REVERSED-STATUS.
000161 DATA DIVISION.
000162 FILE SECTION.
000163 FD AUDIT-LOG-FILE.
0001C1 01 BATCH-RECORD        PIC X(60).
0001C2 FD BATCH-RESULTS-FILE.
0001C3 01 BATCH-RESULT-RECORD PIC X(120).
0001E0*    Status A active, F frozen, C closed, D dormant (set by the
0001J0*    dormancy scan), with the date and the
0001E1*    reason of the last change. Limits of zero mean none: no
0001E2*    overdraft, no daily cap. The withdrawal tally is today's
0001E3*    running total of WD and XFER debits, restarted by the first
0001E4*    debit on a new day.
0001E5 FD ACCT-MASTER-FILE.
0001E6 01 ACCT-MST-RECORD.
0001E7   05 ACCT-MST-NUMBER     PIC X(8).
0001E8   05 ACCT-MST-OWNER      PIC X(30).
0001E9   05 ACCT-MST-OPEN-DATE  PIC 9(8).
0001EA   05 ACCT-MST-STATE      PIC X(1).
0001EB     88 ACCT-ACTIVE       VALUE "A".
0001EC     88 ACCT-FROZEN       VALUE "F".
0001ED     88 ACCT-CLOSED       VALUE "C".
0001J1     88 ACCT-DORMANT      VALUE "D".
0001EE   05 ACCT-MST-STATE-DATE PIC 9(8).
0001EF   05 ACCT-MST-REASON     PIC X(30).
0001EG   05 ACCT-MST-OD-LIMIT   PIC 9(9)V99.
0001EH   05 ACCT-MST-WD-LIMIT   PIC 9(9)V99.
0001EI   05 ACCT-MST-WD-DATE    PIC 9(8).
0001EJ   05 ACCT-MST-WD-TODAY   PIC 9(11)V99.
0001H0 FD TXN-REF-FILE.
0001H1 01 TXN-REF-RECORD      PIC 9(9).
0001H2 FD REVERSED-FILE.
0001H3 01 REVERSED-RECORD     PIC X(10).
000170 WORKING-STORAGE SECTION.
000171   01 AUDIT-LOG-STATUS  PIC X(2) VALUE "00".
000172   01 AUDIT-TIMESTAMP   PIC X(21).
00017N   01 BATCH-FILE-NAME     PIC X(60) VALUE SPACES.
00017O   01 BATCH-FILE-STATUS   PIC X(2) VALUE "00".
00017P   01 BATCH-RESULTS-STATUS PIC X(2) VALUE "00".
0001F0   01 ACCT-MST-STATUS     PIC X(2) VALUE "00".
0001I0   01 TXN-REF-STATUS      PIC X(2) VALUE "00".
0001I1   01 REVERSED-STATUS     PIC X(2) VALUE "00".
000180 PROCEDURE DIVISION.
000190
000200 METHOD-ID. DOTRANSACTION AS "DoTransaction"
000221   01 MyException     OBJECT REFERENCE CLASS-ARGUMENTEXCEPTION.
000222   01 MyString        PIC X(40).
000223   01 ValidationCode  PIC 9 VALUE 0.
000224   01 AuditResultText PIC X(120) VALUE SPACES.
000225   01 ExceptionText   PIC X(40) VALUE SPACES.
0002A0*    Parsed transaction record: ACCOUNT|TYPE|AMOUNT, with a
0002AA*    fourth DESTACCT field that only transfers carry.
0002A7   01 BalanceEdit     PIC +(11)9.99.
0002AC   01 DestBalance     PIC S9(11)V99 VALUE 0.
0002AD   01 DestBalanceEdit PIC +(11)9.99.
0002I0   01 TodayDate       PIC 9(8) VALUE 0.
0002T0*    Transaction reference stamped on every accepted posting,
0002T1*    and the working fields of a REVERSE: the reference being
0002T2*    undone and the original posting found under it.
0002T3   01 TxnRef          PIC X(10) VALUE SPACES.
0002T4   01 TxnRefNumber    PIC 9(9) VALUE 0.
0002T5   01 RevRef          PIC X(10) VALUE SPACES.
0002T6   01 RevSearch       PIC X(15) VALUE SPACES.
0002T7   01 RevHits         PIC 9(4) VALUE 0.
0002T8   01 RevAmount       PIC S9(11)V99 VALUE 0.
0002T9   01 RevAmountEdit   PIC -(11)9.99.
0002TA   01 OrigAccount     PIC X(8) VALUE SPACES.
0002TB   01 OrigType        PIC X(10) VALUE SPACES.
0002TC   01 OrigAmtText     PIC X(16) VALUE SPACES.
0002TD   01 OrigAmount      PIC S9(11)V99 VALUE 0.
0002TE   01 OrigDest        PIC X(8) VALUE SPACES.
0002TF   01 OrigReversal    PIC X VALUE "N".
0003J0   01 OrigDate        PIC X(8) VALUE SPACES.
0002TG   01 ParseRest1      PIC X(200).
0002TH   01 ParseRest2      PIC X(200).
0002TI   01 ParseRest3      PIC X(200).
0002TJ   01 ParseDummy      PIC X(200).
0002TK   01 ParseAcct       PIC X(8).
0002TL   01 ParseType       PIC X(10).
0002TM   01 ParseAmt        PIC X(16).
0002TN   01 ParsePeer       PIC X(8).
000227 LINKAGE SECTION.
000228   01 InputString     OBJECT REFERENCE CLASS-STRING.
000229   01 ReturnString    OBJECT REFERENCE CLASS-STRING.
000243*    the amount posts against the keyed balance file, rejecting
000244*    withdrawals and transfers that would overdraw. The new
000245*    balance goes back to the caller and into the audit trail.
0002J0*    Every account the posting touches must be open and active
0002J1*    on the account master, and debits are held to the
0002J2*    account's overdraft and daily withdrawal limits.
0002K0*    Each accepted posting carries the next transaction
0002K1*    reference (ref=) in its audit record, both legs of a
0002K2*    transfer sharing one; ACCOUNT|REVERSE|REFERENCE undoes
0002K3*    the posting made under that reference exactly once.
000246     SET MyString TO InputString
000247     INVOKE SELF "VALIDATEINPUT" USING BY VALUE InputString
000248         RETURNING ValidationCode
0002FG             TO ExceptionText
0002FH         PERFORM 9500-REJECT-TRANSACTION
0002FI     END-IF
0002U0*    A REVERSE carries the reference of the posting it undoes
0002U1*    where other types carry an amount, so it leaves the main
0002U2*    line here with its own balance result.
0002U3     IF TxnType = "REVERSE   "
0002U4         PERFORM 9400-REVERSE-TRANSACTION
0002U5         SET ReturnString TO FUNCTION TRIM(BalanceEdit)
0002U6         EXIT METHOD
0002U7     END-IF
000266     IF FUNCTION TEST-NUMVAL(TxnAmountText) NOT = 0
000267         MOVE "ERR007: Malformed Transaction" TO ExceptionText
000268         PERFORM 9500-REJECT-TRANSACTION
000281         PERFORM 9500-REJECT-TRANSACTION
000282     END-TRY
000283     PERFORM 9300-POST-TRANSACTION
0002V0     PERFORM 9050-NEXT-TRANSACTION-REF
000284     MOVE NewBalance TO BalanceEdit
000285     SET ReturnString TO FUNCTION TRIM(BalanceEdit)
000286     MOVE SPACES TO AuditResultText
000292         FUNCTION TRIM(TxnAmountText) DELIMITED BY SIZE
000293         " bal=" DELIMITED BY SIZE
000294         FUNCTION TRIM(BalanceEdit) DELIMITED BY SIZE
0002W0         " ref=" DELIMITED BY SIZE
0002W1         TxnRef DELIMITED BY SIZE
000295         INTO AuditResultText
0002H0     IF TxnType = "XFER      "
0002H1         MOVE SPACES TO AuditResultText
0002H7             FUNCTION TRIM(BalanceEdit) DELIMITED BY SIZE
0002H8             " peer=" DELIMITED BY SIZE
0002H9             TxnDest DELIMITED BY SIZE
0002X0             " ref=" DELIMITED BY SIZE
0002X1             TxnRef DELIMITED BY SIZE
0002HP             INTO AuditResultText
0002HQ         END-STRING
0002HR     END-IF
0002HI             FUNCTION TRIM(DestBalanceEdit) DELIMITED BY SIZE
0002HJ             " peer=" DELIMITED BY SIZE
0002HK             TxnAccount DELIMITED BY SIZE
0002Y0             " ref=" DELIMITED BY SIZE
0002Y1             TxnRef DELIMITED BY SIZE
0002HL             INTO AuditResultText
0002HM         PERFORM 9000-WRITE-AUDIT-RECORD
0002HN     END-IF
0002B0*    Applies the parsed transaction to the balance file. DEP
0002B1*    (and any other credit-side type) adds to the balance,
0002B2*    creating the account on first deposit; WD and XFER debit
0002B3*    it and must stay within the overdraft limit, as does a
0002AZ*    FEE charge.
0002B4 9300-POST-TRANSACTION.
0002B5     MOVE "00" TO ACCT-BAL-STATUS
0002B6     OPEN I-O ACCT-BAL-FILE
0002BE             TO ExceptionText
0002BF         PERFORM 9500-REJECT-TRANSACTION
0002BG     END-IF
0002L0     PERFORM 9310-OPEN-ACCOUNT-MASTER
0002L1*    Both sides of a transfer must be active: the destination is
0002L2*    checked first so that the source's master record is the
0002L3*    one left in the record area for the limit tests and the
0002L4*    withdrawal tally.
0002L5     IF TxnType = "XFER      "
0002L6         MOVE TxnDest TO ACCT-MST-NUMBER
0002L7         PERFORM 9320-CHECK-ACCOUNT-STATE
0002L8     END-IF
0002L9     MOVE TxnAccount TO ACCT-MST-NUMBER
0002LA     PERFORM 9320-CHECK-ACCOUNT-STATE
0002BH     MOVE TxnAccount TO ACCT-NUMBER
0002BI     EVALUATE TxnType
0002BJ         WHEN "WD        "
0002M0             PERFORM 9330-CHECK-DAILY-LIMIT
0002BL             READ ACCT-BAL-FILE
0002BM                 INVALID KEY
0002BN                     CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002BO                     MOVE "ERR008: Unknown Account"
0002BP                         TO ExceptionText
0002BQ                     PERFORM 9500-REJECT-TRANSACTION
0002BR             END-READ
0002BS             IF ACCT-BALANCE + ACCT-MST-OD-LIMIT < TxnAmount
0002BT                 CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002BU                 MOVE "ERR004: Insufficient Funds"
0002BV                     TO ExceptionText
0002BW                 PERFORM 9500-REJECT-TRANSACTION
0002BY             SUBTRACT TxnAmount FROM ACCT-BALANCE
0002BZ             REWRITE ACCT-BAL-RECORD
0002C0             MOVE ACCT-BALANCE TO NewBalance
0002N0             PERFORM 9340-NOTE-WITHDRAWAL
0002G0*    Both transfer legs post inside the one open of the
0002G1*    balance file: the debit is rejected on overdraw exactly
0002G2*    as a withdrawal is, and only after it has safely posted
0002G4*    first deposit when it is new. A transfer that debits one
0002G5*    side only cannot come out of this path.
0002G6         WHEN "XFER      "
0002O0             PERFORM 9330-CHECK-DAILY-LIMIT
0002G7             READ ACCT-BAL-FILE
0002G8                 INVALID KEY
0002G9                     CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002GA                     MOVE "ERR008: Unknown Account"
0002GB                         TO ExceptionText
0002GC                     PERFORM 9500-REJECT-TRANSACTION
0002GD             END-READ
0002GE             IF ACCT-BALANCE + ACCT-MST-OD-LIMIT < TxnAmount
0002GF                 CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002GG                 MOVE "ERR004: Insufficient Funds"
0002GH                     TO ExceptionText
0002GI                 PERFORM 9500-REJECT-TRANSACTION
0002GK             SUBTRACT TxnAmount FROM ACCT-BALANCE
0002GL             REWRITE ACCT-BAL-RECORD
0002GM             MOVE ACCT-BALANCE TO NewBalance
0002P0             PERFORM 9340-NOTE-WITHDRAWAL
0002GN             MOVE TxnDest TO ACCT-NUMBER
0002GO             READ ACCT-BAL-FILE
0002GP                 INVALID KEY
0002GV                     REWRITE ACCT-BAL-RECORD
0002GW             END-READ
0002GX             MOVE ACCT-BALANCE TO DestBalance
0002ZA*    A FEE is a charge the bank raises on the customer's behalf
0002ZB*    (ancillary fees arrive this way through POSTBATCH): it
0002ZC*    debits within the overdraft limit like a withdrawal but is
0002ZD*    no cash out, so the daily withdrawal limit and tally are
0002ZE*    left alone.
0002ZF         WHEN "FEE       "
0002ZG             READ ACCT-BAL-FILE
0002ZH                 INVALID KEY
0002ZI                     CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002ZJ                     MOVE "ERR008: Unknown Account"
0002ZK                         TO ExceptionText
0002ZL                     PERFORM 9500-REJECT-TRANSACTION
0002ZM             END-READ
0002ZN             IF ACCT-BALANCE + ACCT-MST-OD-LIMIT < TxnAmount
0002ZO                 CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002ZP                 MOVE "ERR004: Insufficient Funds"
0002ZQ                     TO ExceptionText
0002ZR                 PERFORM 9500-REJECT-TRANSACTION
0002ZS             END-IF
0002ZT             SUBTRACT TxnAmount FROM ACCT-BALANCE
0002ZU             REWRITE ACCT-BAL-RECORD
0002ZV             MOVE ACCT-BALANCE TO NewBalance
0002C1         WHEN OTHER
0002C2             READ ACCT-BAL-FILE
0002C3                 INVALID KEY
0002CA             END-READ
0002CB             MOVE ACCT-BALANCE TO NewBalance
0002CC     END-EVALUATE
0002CD     CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE.
0002CE
0002Q0*    The master opens I-O for the whole posting: state is read
0002Q1*    for each account touched, and the debit side's withdrawal
0002Q2*    tally is rewritten once its money has moved.
0002Q3 9310-OPEN-ACCOUNT-MASTER.
0002Q4     MOVE "00" TO ACCT-MST-STATUS
0002Q5     OPEN I-O ACCT-MASTER-FILE
0002Q6     IF ACCT-MST-STATUS NOT = "00"
0002Q7         CLOSE ACCT-BAL-FILE
0002Q8         MOVE "ERR015: Account Master Unavailable"
0002Q9             TO ExceptionText
0002QA         PERFORM 9500-REJECT-TRANSACTION
0002QB     END-IF.
0002QC
0002R0*    No master record means the account was never opened; a
0002R1*    frozen, dormant, or closed one refuses every posting until
0002R2*    maintenance reinstates it.
0002R3 9320-CHECK-ACCOUNT-STATE.
0002R4     READ ACCT-MASTER-FILE
0002R5         INVALID KEY
0002R6             CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002R7             MOVE "ERR016: Account Not Open" TO ExceptionText
0002R8             PERFORM 9500-REJECT-TRANSACTION
0002R9     END-READ
0002RA     IF ACCT-FROZEN
0002RB         CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002RC         MOVE "ERR017: Account Frozen" TO ExceptionText
0002RD         PERFORM 9500-REJECT-TRANSACTION
0002RE     END-IF
0002Z0     IF ACCT-DORMANT
0002Z1         CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002Z2         MOVE "ERR029: Account Dormant" TO ExceptionText
0002Z3         PERFORM 9500-REJECT-TRANSACTION
0002Z4     END-IF
0002RF     IF NOT ACCT-ACTIVE
0002RG         CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002RH         MOVE "ERR018: Account Closed" TO ExceptionText
0002RI         PERFORM 9500-REJECT-TRANSACTION
0002RJ     END-IF.
0002RK
0002S0*    WD and XFER debits count against the daily limit; the
0002S1*    tally belongs to the day it was last written, so the
0002S2*    first debit of a new day starts it again from zero.
0002S3 9330-CHECK-DAILY-LIMIT.
0002S4     MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
0002S5     IF ACCT-MST-WD-DATE NOT = TodayDate
0002S6         MOVE TodayDate TO ACCT-MST-WD-DATE
0002S7         MOVE 0 TO ACCT-MST-WD-TODAY
0002S8     END-IF
0002S9     IF ACCT-MST-WD-LIMIT > 0
0002SA         AND ACCT-MST-WD-TODAY + TxnAmount > ACCT-MST-WD-LIMIT
0002SB         CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0002SC         MOVE "ERR019: Daily Withdrawal Limit" TO ExceptionText
0002SD         PERFORM 9500-REJECT-TRANSACTION
0002SE     END-IF.
0002SF
0002SG 9340-NOTE-WITHDRAWAL.
0002SH     ADD TxnAmount TO ACCT-MST-WD-TODAY
0002SI     REWRITE ACCT-MST-RECORD.
0002SJ
0003A0*    References run T000000001 upward from the control file,
0003A1*    which is read, stepped, and written back per posting.
0003A2 9050-NEXT-TRANSACTION-REF.
0003A3     MOVE 0 TO TxnRefNumber
0003A4     MOVE "00" TO TXN-REF-STATUS
0003A5     OPEN INPUT TXN-REF-FILE
0003A6     IF TXN-REF-STATUS = "00"
0003A7         READ TXN-REF-FILE
0003A8             AT END CONTINUE
0003A9             NOT AT END MOVE TXN-REF-RECORD TO TxnRefNumber
0003AA         END-READ
0003AB         CLOSE TXN-REF-FILE
0003AC     END-IF
0003AD     ADD 1 TO TxnRefNumber
0003AE     OPEN OUTPUT TXN-REF-FILE
0003AF     MOVE TxnRefNumber TO TXN-REF-RECORD
0003AG     WRITE TXN-REF-RECORD
0003AH     CLOSE TXN-REF-FILE
0003AI     MOVE SPACES TO TxnRef
0003AJ     STRING "T" DELIMITED BY SIZE
0003AK         TxnRefNumber DELIMITED BY SIZE
0003AL         INTO TxnRef.
0003AM
0003AN*    REVERSE: the original posting is found in the audit log
0003AO*    under its reference and the exact opposite amount posts to
0003AP*    its account (and to the destination too for a transfer).
0003AQ*    The reversal is audited under the original's type with a
0003AR*    negative amount and rev= naming the original, so the
0003AS*    statement run and the ledger extract net it against the
0003AT*    original without knowing about REVERSE at all. Reversals
0003AU*    are held to the account master's state but not to the
0003AV*    limits: a correction must land in full. A debit reversed
0003J2*    the same day it posted comes back off that day's
0003J3*    withdrawal tally, so money never paid out does not count
0003J4*    against the daily limit.
0003AW 9400-REVERSE-TRANSACTION.
0003AX     MOVE TxnAmountText TO RevRef
0003AY     IF RevRef = SPACES OR TxnDest NOT = SPACES
0003AZ         MOVE "ERR007: Malformed Transaction" TO ExceptionText
0003B0         PERFORM 9500-REJECT-TRANSACTION
0003B1     END-IF
0003B2     TRY
0003B3         SET TypeKeyString TO FUNCTION TRIM(TxnType)
0003B4         INVOKE SELF "LOOKUPTRANSACTIONTYPE"
0003B5             USING BY VALUE TypeKeyString
0003B6             RETURNING TypeDesc
0003B7     CATCH MyException
0003B8         MOVE "ERR003: Unknown Transaction Type"
0003B9             TO ExceptionText
0003BA         PERFORM 9500-REJECT-TRANSACTION
0003BB     END-TRY
0003BC     PERFORM 9410-CHECK-NOT-REVERSED
0003BD     PERFORM 9420-FIND-ORIGINAL
0003BE     PERFORM 9430-POST-REVERSAL
0003BF     PERFORM 9050-NEXT-TRANSACTION-REF
0003BG     PERFORM 9440-MARK-REVERSED
0003BH     COMPUTE RevAmount = 0 - OrigAmount
0003BI     MOVE RevAmount TO RevAmountEdit
0003BJ     MOVE NewBalance TO BalanceEdit
0003BK     MOVE SPACES TO AuditResultText
0003BL     STRING "ACCEPTED: acct=" DELIMITED BY SIZE
0003BM         TxnAccount DELIMITED BY SIZE
0003BN         " type=" DELIMITED BY SIZE
0003BO         FUNCTION TRIM(OrigType) DELIMITED BY SIZE
0003BP         " amt=" DELIMITED BY SIZE
0003BQ         FUNCTION TRIM(RevAmountEdit) DELIMITED BY SIZE
0003BR         " bal=" DELIMITED BY SIZE
0003BS         FUNCTION TRIM(BalanceEdit) DELIMITED BY SIZE
0003BT         INTO AuditResultText
0003BU     END-STRING
0003BV     IF OrigType = "XFER      "
0003BW         MOVE SPACES TO ParseRest1
0003BX         STRING FUNCTION TRIM(AuditResultText) DELIMITED BY SIZE
0003BY             " peer=" DELIMITED BY SIZE
0003BZ             OrigDest DELIMITED BY SIZE
0003C0             INTO ParseRest1
0003C1         END-STRING
0003C2         MOVE ParseRest1 TO AuditResultText
0003C3     END-IF
0003C4     PERFORM 9450-ADD-REVERSAL-REFS
0003C5     PERFORM 9000-WRITE-AUDIT-RECORD
0003C6     IF OrigType = "XFER      "
0003C7         MOVE DestBalance TO DestBalanceEdit
0003C8         MOVE SPACES TO AuditResultText
0003C9         STRING "ACCEPTED: acct=" DELIMITED BY SIZE
0003CA             OrigDest DELIMITED BY SIZE
0003CB             " type=XFERIN amt=" DELIMITED BY SIZE
0003CC             FUNCTION TRIM(RevAmountEdit) DELIMITED BY SIZE
0003CD             " bal=" DELIMITED BY SIZE
0003CE             FUNCTION TRIM(DestBalanceEdit) DELIMITED BY SIZE
0003CF             " peer=" DELIMITED BY SIZE
0003CG             TxnAccount DELIMITED BY SIZE
0003CH             INTO AuditResultText
0003CI         END-STRING
0003CJ         PERFORM 9450-ADD-REVERSAL-REFS
0003CK         PERFORM 9000-WRITE-AUDIT-RECORD
0003CL     END-IF.
0003CM
0003CN 9410-CHECK-NOT-REVERSED.
0003CO     MOVE 0 TO RevHits
0003CP     MOVE "00" TO REVERSED-STATUS
0003CQ     OPEN INPUT REVERSED-FILE
0003CR     IF REVERSED-STATUS = "00"
0003CS         PERFORM UNTIL REVERSED-STATUS NOT = "00"
0003CT             READ REVERSED-FILE
0003CU                 AT END CONTINUE
0003CV                 NOT AT END
0003CW                     IF REVERSED-RECORD = RevRef
0003CX                         ADD 1 TO RevHits
0003CY                     END-IF
0003CZ             END-READ
0003D0         END-PERFORM
0003D1         CLOSE REVERSED-FILE
0003D2     END-IF
0003D3     IF RevHits > 0
0003D4         MOVE "ERR026: Transaction Already Reversed"
0003D5             TO ExceptionText
0003D6         PERFORM 9500-REJECT-TRANSACTION
0003D7     END-IF.
0003D8
0003D9*    The debit-side record of the referenced posting is the
0003DA*    original; a transfer's XFERIN leg only repeats it. A
0003DB*    record that is itself a reversal cannot be undone again.
0003DC 9420-FIND-ORIGINAL.
0003DD     MOVE SPACES TO RevSearch
0003DE     STRING " ref=" DELIMITED BY SIZE
0003DF         RevRef DELIMITED BY SIZE
0003DG         INTO RevSearch
0003DH     END-STRING
0003DI     MOVE SPACES TO OrigAccount OrigType OrigAmtText OrigDest
0003DJ     MOVE "N" TO OrigReversal
0003DK     MOVE "00" TO AUDIT-LOG-STATUS
0003DL     OPEN INPUT AUDIT-LOG-FILE
0003DM     IF AUDIT-LOG-STATUS = "00"
0003DN         PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
0003DO             READ AUDIT-LOG-FILE
0003DP                 AT END CONTINUE
0003DQ                 NOT AT END PERFORM 9425-MATCH-ORIGINAL
0003DR             END-READ
0003DS         END-PERFORM
0003DT         CLOSE AUDIT-LOG-FILE
0003DU     END-IF
0003DV     IF OrigAccount = SPACES
0003DW         MOVE "ERR025: Unknown Transaction Reference"
0003DX             TO ExceptionText
0003DY         PERFORM 9500-REJECT-TRANSACTION
0003DZ     END-IF
0003E0     IF OrigReversal = "Y"
0003E1         MOVE "ERR027: Reversal Not Reversible" TO ExceptionText
0003E2         PERFORM 9500-REJECT-TRANSACTION
0003E3     END-IF
0003E4     IF OrigAccount NOT = TxnAccount
0003E5         MOVE "ERR028: Reference Not For Account"
0003E6             TO ExceptionText
0003E7         PERFORM 9500-REJECT-TRANSACTION
0003E8     END-IF
0003E9     IF FUNCTION TEST-NUMVAL(OrigAmtText) NOT = 0
0003EA         MOVE "ERR025: Unknown Transaction Reference"
0003EB             TO ExceptionText
0003EC         PERFORM 9500-REJECT-TRANSACTION
0003ED     END-IF
0003EE     COMPUTE OrigAmount = FUNCTION NUMVAL(OrigAmtText).
0003EF
0003EG 9425-MATCH-ORIGINAL.
0003EH     MOVE 0 TO RevHits
0003EI     INSPECT AUDIT-LOG-RECORD
0003EJ         TALLYING RevHits FOR ALL "result=ACCEPTED: acct="
0003EK     IF RevHits = 0
0003EL         EXIT PARAGRAPH
0003EM     END-IF
0003EN     MOVE 0 TO RevHits
0003EO     INSPECT AUDIT-LOG-RECORD TALLYING RevHits FOR ALL RevSearch
0003EP     IF RevHits = 0
0003EQ         EXIT PARAGRAPH
0003ER     END-IF
0003ES     MOVE SPACES TO ParseRest1 ParseRest2 ParseRest3
0003ET     MOVE SPACES TO ParseAcct ParseType ParseAmt ParsePeer
0003EU     UNSTRING AUDIT-LOG-RECORD
0003EV         DELIMITED BY "result=ACCEPTED: acct="
0003EW         INTO ParseDummy ParseRest1
0003EX     END-UNSTRING
0003EY     UNSTRING ParseRest1 DELIMITED BY " type="
0003EZ         INTO ParseAcct ParseRest2
0003F0     END-UNSTRING
0003F1     UNSTRING ParseRest2 DELIMITED BY " amt="
0003F2         INTO ParseType ParseRest3
0003F3     END-UNSTRING
0003F4     UNSTRING ParseRest3 DELIMITED BY " "
0003F5         INTO ParseAmt
0003F6     END-UNSTRING
0003F7     MOVE SPACES TO ParseRest1
0003F8     UNSTRING AUDIT-LOG-RECORD DELIMITED BY " peer="
0003F9         INTO ParseDummy ParseRest1
0003FA     END-UNSTRING
0003FB     UNSTRING ParseRest1 DELIMITED BY " "
0003FC         INTO ParsePeer
0003FD     END-UNSTRING
0003FE     MOVE 0 TO RevHits
0003FF     INSPECT AUDIT-LOG-RECORD TALLYING RevHits FOR ALL " rev="
0003FG     IF RevHits > 0
0003FH         MOVE "Y" TO OrigReversal
0003FI     END-IF
0003FJ     IF ParseType = "XFERIN    "
0003FK         EXIT PARAGRAPH
0003FL     END-IF
0003FM     MOVE ParseAcct TO OrigAccount
0003J1     MOVE AUDIT-LOG-RECORD(1:8) TO OrigDate
0003FN     MOVE ParseType TO OrigType
0003FO     MOVE ParseAmt TO OrigAmtText
0003FP     MOVE ParsePeer TO OrigDest.
0003FQ
0003FR*    Both balance records are read before either is rewritten,
0003FS*    so a transfer reversal never lands on one side only.
0003FT 9430-POST-REVERSAL.
0003FU     MOVE "00" TO ACCT-BAL-STATUS
0003FV     OPEN I-O ACCT-BAL-FILE
0003FW     IF ACCT-BAL-STATUS NOT = "00"
0003FX         MOVE "ERR009: Balance File Unavailable"
0003FY             TO ExceptionText
0003FZ         PERFORM 9500-REJECT-TRANSACTION
0003G0     END-IF
0003G1     PERFORM 9310-OPEN-ACCOUNT-MASTER
0003G2     IF OrigType = "XFER      "
0003G3         MOVE OrigDest TO ACCT-MST-NUMBER
0003G4         PERFORM 9320-CHECK-ACCOUNT-STATE
0003G5     END-IF
0003G6     MOVE TxnAccount TO ACCT-MST-NUMBER
0003G7     PERFORM 9320-CHECK-ACCOUNT-STATE
0003G8     MOVE TxnAccount TO ACCT-NUMBER
0003G9     PERFORM 9435-READ-REVERSAL-BALANCE
0003GA     IF OrigType = "XFER      "
0003GB         MOVE OrigDest TO ACCT-NUMBER
0003GC         PERFORM 9435-READ-REVERSAL-BALANCE
0003GD         SUBTRACT OrigAmount FROM ACCT-BALANCE
0003GE         REWRITE ACCT-BAL-RECORD
0003GF         MOVE ACCT-BALANCE TO DestBalance
0003GG         MOVE TxnAccount TO ACCT-NUMBER
0003GH         PERFORM 9435-READ-REVERSAL-BALANCE
0003GI     END-IF
0003GJ     IF OrigType = "WD        " OR OrigType = "XFER      "
0003IA         OR OrigType = "FEE       "
0003GK         ADD OrigAmount TO ACCT-BALANCE
0003GL     ELSE
0003GM         SUBTRACT OrigAmount FROM ACCT-BALANCE
0003GN     END-IF
0003GO     REWRITE ACCT-BAL-RECORD
0003GP     MOVE ACCT-BALANCE TO NewBalance
0003J5     MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
0003J6     IF (OrigType = "WD        " OR OrigType = "XFER      ")
0003J7         AND ACCT-MST-WD-DATE = TodayDate
0003J8         AND OrigDate = TodayDate
0003J9         IF ACCT-MST-WD-TODAY > OrigAmount
0003JA             SUBTRACT OrigAmount FROM ACCT-MST-WD-TODAY
0003JB         ELSE
0003JC             MOVE 0 TO ACCT-MST-WD-TODAY
0003JD         END-IF
0003JE         REWRITE ACCT-MST-RECORD
0003JF     END-IF
0003GQ     CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE.
0003GR
0003GS 9435-READ-REVERSAL-BALANCE.
0003GT     READ ACCT-BAL-FILE
0003GU         INVALID KEY
0003GV             CLOSE ACCT-BAL-FILE ACCT-MASTER-FILE
0003GW             MOVE "ERR008: Unknown Account" TO ExceptionText
0003GX             PERFORM 9500-REJECT-TRANSACTION
0003GY     END-READ.
0003GZ
0003H0 9440-MARK-REVERSED.
0003H1     MOVE "00" TO REVERSED-STATUS
0003H2     OPEN EXTEND REVERSED-FILE
0003H3     IF REVERSED-STATUS = "35"
0003H4         OPEN OUTPUT REVERSED-FILE
0003H5     END-IF
0003H6     MOVE RevRef TO REVERSED-RECORD
0003H7     WRITE REVERSED-RECORD
0003H8     CLOSE REVERSED-FILE.
0003H9
0003HA 9450-ADD-REVERSAL-REFS.
0003HB     MOVE SPACES TO ParseRest1
0003HC     STRING FUNCTION TRIM(AuditResultText) DELIMITED BY SIZE
0003HD         " ref=" DELIMITED BY SIZE
0003HE         TxnRef DELIMITED BY SIZE
0003HF         " rev=" DELIMITED BY SIZE
0003HG         RevRef DELIMITED BY SIZE
0003HH         INTO ParseRest1
0003HI     END-STRING
0003HJ     MOVE ParseRest1 TO AuditResultText.
0003HK
0002CF*    Common reject path: audit the rejection with the parsed
0002CG*    fields, then raise the ERR-coded exception to the caller.
0002CH 9500-REJECT-TRANSACTION.
000285     END-IF
0002D0     STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
0002D1         " DoTransaction input=[" DELIMITED BY SIZE
0002D2         FUNCTION TRIM(MyString) DELIMITED BY SIZE
0002D3         "] result=" DELIMITED BY SIZE
0002D4         AuditResultText DELIMITED BY SIZE
0002D5         INTO AUDIT-LOG-RECORD
0007GE     EXIT METHOD RAISING MyException.
0007GF END METHOD POSTBATCH.
0007GG
0007H0 METHOD-ID. MAINTAINACCOUNT AS "MaintainAccount".
0007H1 DATA DIVISION.
0007H2 WORKING-STORAGE SECTION.
0007H3   01 MyException     OBJECT REFERENCE CLASS-ARGUMENTEXCEPTION.
0007H4   01 MaintInput      PIC X(100).
0007H5   01 InputLength     PIC S9(9) BINARY VALUE 0.
0007H6   01 MaintAction     PIC X(1).
0007H7   01 MaintAccount    PIC X(8).
0007H8   01 MaintText       PIC X(30).
0007H9   01 MaintODText     PIC X(14).
0007HA   01 MaintWDText     PIC X(14).
0007HB   01 MaintODLimit    PIC S9(11)V99 VALUE 0.
0007HC   01 MaintWDLimit    PIC S9(11)V99 VALUE 0.
0007HD   01 TodayDate       PIC 9(8) VALUE 0.
0007HE   01 ResultText      PIC X(30) VALUE SPACES.
0007HF   01 ExceptionText   PIC X(40) VALUE SPACES.
0007HG   01 AuditResultText PIC X(90) VALUE SPACES.
0007HH LINKAGE SECTION.
0007HI   01 InputString     OBJECT REFERENCE CLASS-STRING.
0007HJ   01 ReturnString    OBJECT REFERENCE CLASS-STRING.
0007HK PROCEDURE DIVISION USING BY VALUE InputString
0007HL     RETURNING ReturnString
0007HM     RAISING CLASS-ARGUMENTEXCEPTION.
0007HN*    Account maintenance actions arrive pipe-delimited:
0007HO*        O|ACCOUNT|OWNER|ODLIMIT|WDLIMIT    open an account
0007HP*        F|ACCOUNT|REASON                   freeze it
0007HQ*        U|ACCOUNT|REASON                   unfreeze it
0007HR*        C|ACCOUNT|REASON                   close it
0007O0*        R|ACCOUNT|REASON                   reactivate it
0007O1*    An account the dormancy scan has flagged takes no posting
0007O2*    until it is reactivated here, once the owner comes forward.
0007HS*    Limits left blank or zero mean none. A closed account keeps
0007HT*    its master record, so its number is never issued again.
0007HU*    Every action, applied or rejected, is audited with its
0007HV*    owner or reason the way MAINTAINTRANSACTIONTYPE does.
0007HW     SET MaintInput TO InputString
0007HX     INVOKE InputString "get_Length" RETURNING InputLength
0007HY     IF MaintInput NOT > SPACE
0007HZ         MOVE "ERR001: Blank Input Parameter" TO ExceptionText
0007I0         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007I1     END-IF
0007I2     IF InputLength > 100
0007I3         MOVE "ERR002: Input Too Long" TO ExceptionText
0007I4         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007I5     END-IF
0007I6     MOVE SPACES TO MaintAction MaintAccount MaintText
0007I7     MOVE SPACES TO MaintODText MaintWDText
0007I8     UNSTRING MaintInput DELIMITED BY "|"
0007I9         INTO MaintAction MaintAccount MaintText
0007IA              MaintODText MaintWDText
0007IB     END-UNSTRING
0007IC     IF MaintAccount = SPACES OR MaintText = SPACES
0007ID         MOVE "ERR020: Malformed Account Action" TO ExceptionText
0007IE         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007IF     END-IF
0007IG     MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
0007IH     MOVE "00" TO ACCT-MST-STATUS
0007II     OPEN I-O ACCT-MASTER-FILE
0007IJ     IF ACCT-MST-STATUS = "35"
0007IK         OPEN OUTPUT ACCT-MASTER-FILE
0007IL         CLOSE ACCT-MASTER-FILE
0007IM         OPEN I-O ACCT-MASTER-FILE
0007IN     END-IF
0007IO     IF ACCT-MST-STATUS NOT = "00"
0007IP         MOVE "ERR015: Account Master Unavailable"
0007IQ             TO ExceptionText
0007IR         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007IS     END-IF
0007IT     MOVE MaintAccount TO ACCT-MST-NUMBER
0007IU     EVALUATE MaintAction
0007IV         WHEN "O"
0007IW             PERFORM 9810-OPEN-ACCOUNT
0007IX         WHEN "F"
0007IY             PERFORM 9820-FREEZE-ACCOUNT
0007IZ         WHEN "U"
0007J0             PERFORM 9830-UNFREEZE-ACCOUNT
0007J1         WHEN "C"
0007J2             PERFORM 9840-CLOSE-ACCOUNT
0007P0         WHEN "R"
0007P1             PERFORM 9835-REACTIVATE-ACCOUNT
0007J3         WHEN OTHER
0007J4             CLOSE ACCT-MASTER-FILE
0007J5             MOVE "ERR006: Unknown Maint Action" TO ExceptionText
0007J6             PERFORM 9900-REJECT-ACCOUNT-ACTION
0007J7     END-EVALUATE
0007J8     CLOSE ACCT-MASTER-FILE
0007J9     MOVE SPACES TO AuditResultText
0007JA     STRING "APPLIED: " DELIMITED BY SIZE
0007JB         FUNCTION TRIM(ResultText) DELIMITED BY SIZE
0007JC         INTO AuditResultText
0007JD     END-STRING
0007JE     PERFORM 9890-WRITE-ACCOUNT-AUDIT
0007JF     SET ReturnString TO FUNCTION TRIM(ResultText)
0007JG     EXIT METHOD.
0007JH
0007JI*    Blank limits are taken as zero; anything else must be a
0007JJ*    non-negative amount. An account number already on the
0007JK*    master, in any state, cannot be opened again.
0007JL 9810-OPEN-ACCOUNT.
0007JM     IF MaintODText = SPACES
0007JN         MOVE "0" TO MaintODText
0007JO     END-IF
0007JP     IF MaintWDText = SPACES
0007JQ         MOVE "0" TO MaintWDText
0007JR     END-IF
0007JS     IF FUNCTION TEST-NUMVAL(MaintODText) NOT = 0
0007JT         OR FUNCTION TEST-NUMVAL(MaintWDText) NOT = 0
0007JU         CLOSE ACCT-MASTER-FILE
0007JV         MOVE "ERR020: Malformed Account Action" TO ExceptionText
0007JW         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007JX     END-IF
0007JY     COMPUTE MaintODLimit = FUNCTION NUMVAL(MaintODText)
0007JZ     COMPUTE MaintWDLimit = FUNCTION NUMVAL(MaintWDText)
0007K0     IF MaintODLimit < 0 OR MaintWDLimit < 0
0007K1         CLOSE ACCT-MASTER-FILE
0007K2         MOVE "ERR020: Malformed Account Action" TO ExceptionText
0007K3         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007K4     END-IF
0007K5     READ ACCT-MASTER-FILE
0007K6         INVALID KEY
0007K7             CONTINUE
0007K8         NOT INVALID KEY
0007K9             CLOSE ACCT-MASTER-FILE
0007KA             MOVE "ERR021: Account Already Open" TO ExceptionText
0007KB             PERFORM 9900-REJECT-ACCOUNT-ACTION
0007KC     END-READ
0007KD     MOVE SPACES TO ACCT-MST-RECORD
0007KE     MOVE MaintAccount TO ACCT-MST-NUMBER
0007KF     MOVE MaintText TO ACCT-MST-OWNER
0007KG     MOVE TodayDate TO ACCT-MST-OPEN-DATE
0007KH     SET ACCT-ACTIVE TO TRUE
0007KI     MOVE TodayDate TO ACCT-MST-STATE-DATE
0007KJ     MOVE "OPENED" TO ACCT-MST-REASON
0007KK     MOVE MaintODLimit TO ACCT-MST-OD-LIMIT
0007KL     MOVE MaintWDLimit TO ACCT-MST-WD-LIMIT
0007KM     MOVE 0 TO ACCT-MST-WD-DATE
0007KN     MOVE 0 TO ACCT-MST-WD-TODAY
0007KO     WRITE ACCT-MST-RECORD
0007KP     MOVE "Account Opened" TO ResultText.
0007KQ
0007KR*    Only an active account can be frozen.
0007KS 9820-FREEZE-ACCOUNT.
0007KT     PERFORM 9850-READ-ACCOUNT-MASTER
0007KU     IF NOT ACCT-ACTIVE
0007KV         CLOSE ACCT-MASTER-FILE
0007KW         MOVE "ERR022: Account Not Active" TO ExceptionText
0007KX         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007KY     END-IF
0007KZ     SET ACCT-FROZEN TO TRUE
0007L0     PERFORM 9860-REWRITE-ACCOUNT-STATE
0007L1     MOVE "Account Frozen" TO ResultText.
0007L2
0007L3 9830-UNFREEZE-ACCOUNT.
0007L4     PERFORM 9850-READ-ACCOUNT-MASTER
0007L5     IF NOT ACCT-FROZEN
0007L6         CLOSE ACCT-MASTER-FILE
0007L7         MOVE "ERR023: Account Not Frozen" TO ExceptionText
0007L8         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007L9     END-IF
0007LA     SET ACCT-ACTIVE TO TRUE
0007LB     PERFORM 9860-REWRITE-ACCOUNT-STATE
0007LC     MOVE "Account Unfrozen" TO ResultText.
0007LD
0007Q0*    Only a dormant account is reactivated; the reactivation is
0007Q1*    itself the owner's activity, so the scan starts counting
0007Q2*    inactivity again from the day of the state change.
0007Q3 9835-REACTIVATE-ACCOUNT.
0007Q4     PERFORM 9850-READ-ACCOUNT-MASTER
0007Q5     IF NOT ACCT-DORMANT
0007Q6         CLOSE ACCT-MASTER-FILE
0007Q7         MOVE "ERR030: Account Not Dormant" TO ExceptionText
0007Q8         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007Q9     END-IF
0007QA     SET ACCT-ACTIVE TO TRUE
0007QB     PERFORM 9860-REWRITE-ACCOUNT-STATE
0007QC     MOVE "Account Reactivated" TO ResultText.
0007QD
0007LE*    An active or frozen account closes only once its balance
0007LF*    is exactly zero, so closing can never strand money or
0007LG*    write off an overdraft. No balance record means nothing
0007LH*    was ever posted, which is a zero balance.
0007LI 9840-CLOSE-ACCOUNT.
0007LJ     PERFORM 9850-READ-ACCOUNT-MASTER
0007LK     IF ACCT-CLOSED
0007LL         CLOSE ACCT-MASTER-FILE
0007LM         MOVE "ERR018: Account Closed" TO ExceptionText
0007LN         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007LO     END-IF
0007LP     MOVE 0 TO ACCT-BALANCE
0007LQ     MOVE "00" TO ACCT-BAL-STATUS
0007LR     OPEN INPUT ACCT-BAL-FILE
0007LS     IF ACCT-BAL-STATUS = "00"
0007LT         MOVE MaintAccount TO ACCT-NUMBER
0007LU         READ ACCT-BAL-FILE
0007LV             INVALID KEY
0007LW                 MOVE 0 TO ACCT-BALANCE
0007LX         END-READ
0007LY         CLOSE ACCT-BAL-FILE
0007LZ     END-IF
0007M0     IF ACCT-BALANCE NOT = 0
0007M1         CLOSE ACCT-MASTER-FILE
0007M2         MOVE "ERR024: Balance Not Zero" TO ExceptionText
0007M3         PERFORM 9900-REJECT-ACCOUNT-ACTION
0007M4     END-IF
0007M5     SET ACCT-CLOSED TO TRUE
0007M6     PERFORM 9860-REWRITE-ACCOUNT-STATE
0007M7     MOVE "Account Closed" TO ResultText.
0007M8
0007M9 9850-READ-ACCOUNT-MASTER.
0007MA     READ ACCT-MASTER-FILE
0007MB         INVALID KEY
0007MC             CLOSE ACCT-MASTER-FILE
0007MD             MOVE "ERR016: Account Not Open" TO ExceptionText
0007ME             PERFORM 9900-REJECT-ACCOUNT-ACTION
0007MF     END-READ.
0007MG
0007MH 9860-REWRITE-ACCOUNT-STATE.
0007MI     MOVE TodayDate TO ACCT-MST-STATE-DATE
0007MJ     MOVE MaintText TO ACCT-MST-REASON
0007MK     REWRITE ACCT-MST-RECORD.
0007ML
0007MM 9890-WRITE-ACCOUNT-AUDIT.
0007MN     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
0007MO     OPEN EXTEND AUDIT-LOG-FILE
0007MP     IF AUDIT-LOG-STATUS = "35"
0007MQ         OPEN OUTPUT AUDIT-LOG-FILE
0007MR     END-IF
0007MS     MOVE SPACES TO AUDIT-LOG-RECORD
0007MT     STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
0007MU         " MaintainAccount action=[" DELIMITED BY SIZE
0007MV         MaintAction DELIMITED BY SIZE
0007MW         "] acct=[" DELIMITED BY SIZE
0007MX         MaintAccount DELIMITED BY SIZE
0007MY         "] detail=[" DELIMITED BY SIZE
0007MZ         FUNCTION TRIM(MaintText) DELIMITED BY SIZE
0007N0         "] result=" DELIMITED BY SIZE
0007N1         AuditResultText DELIMITED BY SIZE
0007N2         INTO AUDIT-LOG-RECORD
0007N3     WRITE AUDIT-LOG-RECORD
0007N4     CLOSE AUDIT-LOG-FILE.
0007N5
0007N6 9900-REJECT-ACCOUNT-ACTION.
0007N7     MOVE SPACES TO AuditResultText
0007N8     STRING "REJECTED: " DELIMITED BY SIZE
0007N9         FUNCTION TRIM(ExceptionText) DELIMITED BY SIZE
0007NA         INTO AuditResultText
0007NB     END-STRING
0007NC     PERFORM 9890-WRITE-ACCOUNT-AUDIT
0007ND     INVOKE CLASS-ARGUMENTEXCEPTION "NEW"
0007NE     USING BY VALUE FUNCTION TRIM(ExceptionText)
0007NF     RETURNING MyException
0007NG     EXIT METHOD RAISING MyException.
0007NH END METHOD MAINTAINACCOUNT.
0007NI
000790 END OBJECT.
000800 END CLASS MyFirstClass.
000810
