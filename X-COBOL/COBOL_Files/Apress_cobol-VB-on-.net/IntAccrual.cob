000080*    drew, and the total interest paid. The control file of
000090*    accrued periods makes a second run for the same period
000100*    refuse instead of paying twice.
000101*    Accounts the dormancy scan has flagged on the account
000102*    master are passed over until they are reactivated.
000103*    An account the master does not hold was never opened and
000104*    earns nothing, as DoTransaction refuses it; before the
000105*    master is first built (ACCTSEED) no state is checked.
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. INTACCRUE.
000130 ENVIRONMENT DIVISION.
000240     ACCESS MODE IS SEQUENTIAL
000250     RECORD KEY IS ACCT-NUMBER
000260     FILE STATUS IS ACCT-BAL-STATUS.
000261     SELECT ACCT-MASTER-FILE ASSIGN TO "account-master.dat"
000262     ORGANIZATION IS INDEXED
000263     ACCESS MODE IS RANDOM
000264     RECORD KEY IS ACCT-MST-NUMBER
000265     FILE STATUS IS ACCT-MST-STATUS.
000270     SELECT CONTROL-FILE ASSIGN TO "interest-accrued.dat"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS CONTROL-FILE-STATUS.
000560 01 ACCT-BAL-RECORD.
000570   05 ACCT-NUMBER  PIC X(8).
000580   05 ACCT-BALANCE PIC S9(11)V99.
000581 FD ACCT-MASTER-FILE.
000582 01 ACCT-MST-RECORD.
000583   05 ACCT-MST-NUMBER     PIC X(8).
000584   05 ACCT-MST-OWNER      PIC X(30).
000585   05 ACCT-MST-OPEN-DATE  PIC 9(8).
000586   05 ACCT-MST-STATE      PIC X(1).
000587     88 ACCT-DORMANT      VALUE "D".
000588   05 FILLER              PIC X(81).
000590 FD CONTROL-FILE.
000600 01 CONTROL-RECORD PIC X(6).
000610 FD AUDIT-LOG-FILE.
000680  01 ACCT-BAL-STATUS     PIC X(2) VALUE "00".
000690  01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
000700  01 AUDIT-LOG-STATUS    PIC X(2) VALUE "00".
000701  01 ACCT-MST-STATUS     PIC X(2) VALUE "00".
000710  01 ACCRUAL-PERIOD-PARM PIC X(9) VALUE SPACES.
000720  01 ACCRUAL-PERIOD      PIC X(6) VALUE SPACES.
000730  01 AUDIT-TIMESTAMP     PIC X(21) VALUE SPACES.
000920  01 TOTAL-INTEREST      PIC S9(11)V99 VALUE 0.
000930  01 ACCOUNTS-PAID       PIC 9(5) VALUE 0.
000940  01 ACCOUNTS-SKIPPED    PIC 9(5) VALUE 0.
000941  01 ACCOUNTS-DORMANT    PIC 9(5) VALUE 0.
000942  01 ACCOUNTS-NOT-OPEN   PIC 9(5) VALUE 0.
000943  01 MASTER-SWITCH       PIC X VALUE "Y".
000944    88 MASTER-PRESENT    VALUE "Y".
000945    88 MASTER-ABSENT     VALUE "N".
000950  01 AMOUNT-EDIT         PIC +(11)9.99.
000960  01 BALANCE-EDIT        PIC +(11)9.99.
000970  01 RATE-EDIT           PIC Z9.999.
001520        MOVE 8 TO RETURN-CODE
001530        STOP RUN
001540     END-IF.
001541     OPEN INPUT ACCT-MASTER-FILE.
001542     IF ACCT-MST-STATUS = "35"
001543        SET MASTER-ABSENT TO TRUE
001544        DISPLAY "NO ACCOUNT MASTER YET, STATES NOT CHECKED"
001545     END-IF.
001546     IF MASTER-PRESENT AND ACCT-MST-STATUS NOT = "00"
001547        DISPLAY "CANNOT OPEN ACCOUNT MASTER: STATUS="
001548           ACCT-MST-STATUS
00154A        CLOSE ACCT-BAL-FILE
00154B        MOVE 8 TO RETURN-CODE
00154C        STOP RUN
00154D     END-IF.
001550     OPEN OUTPUT ACCRUAL-REPORT-FILE.
001560     PERFORM 4000-SWEEP-BALANCES
001570        UNTIL ACCT-BAL-STATUS NOT = "00".
001580     CLOSE ACCT-BAL-FILE.
001581     IF MASTER-PRESENT
001582        CLOSE ACCT-MASTER-FILE
001583     END-IF.
001590
001600     MOVE "TOTAL INTEREST PAID" TO RPT-TOT-LABEL.
001610     MOVE TOTAL-INTEREST TO RPT-TOT-VALUE.
001650     PERFORM 5000-MARK-PERIOD-PAID.
001660     DISPLAY ACCOUNTS-PAID " ACCOUNTS PAID "
001670        ACCOUNTS-SKIPPED " SKIPPED, PERIOD " ACCRUAL-PERIOD.
001671     DISPLAY ACCOUNTS-DORMANT " DORMANT ACCOUNTS NOT PAID".
001672     DISPLAY ACCOUNTS-NOT-OPEN " ACCOUNTS NOT ON MASTER NOT PAID".
001680     STOP RUN.
001690
001700*    One line per period ever paid; finding this period there
002620        ADD 1 TO ACCOUNTS-SKIPPED
002630        EXIT PARAGRAPH
002640     END-IF.
002641*    A dormant account earns nothing until it is reactivated,
002642*    and an account the master does not hold earns nothing.
002643     IF MASTER-PRESENT
002644        MOVE ACCT-NUMBER TO ACCT-MST-NUMBER
002645        READ ACCT-MASTER-FILE
002646           INVALID KEY
002647              ADD 1 TO ACCOUNTS-NOT-OPEN
002648              EXIT PARAGRAPH
002649        END-READ
00264A        IF ACCT-DORMANT
00264B           ADD 1 TO ACCOUNTS-DORMANT
00264C           EXIT PARAGRAPH
00264D        END-IF
00264E     END-IF.
002650     MOVE 0 TO RATE-HIT.
002660     PERFORM VARYING RATE-IDX FROM 1 BY 1
002670           UNTIL RATE-IDX > RATE-COUNT
