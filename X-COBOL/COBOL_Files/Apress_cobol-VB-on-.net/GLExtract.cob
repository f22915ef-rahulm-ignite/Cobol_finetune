000010*    End-of-day general ledger extract from the posting engine's
000020*    audit log: every ACCEPTED posting for the business day,
000030*    DoTransaction's and the interest accrual run's INT entries
000040*    alike, is mapped by its transaction type through the GL
000050*    mapping file to a debit and a credit GL account, summed by
000060*    GL account, side, and type, and written as one journal
000070*    (gl-journal-YYYYMMDD.dat) with a batch header and a trailer
000080*    carrying the line count and debit and credit totals. A
000090*    posting whose type is missing from transaction-types.dat or
000100*    from gl-mapping.dat, an unreadable amount, or debits that do
000110*    not equal credits fails the extract with return code 8 and
000120*    the exceptions listing (gl-exceptions.txt); no journal is
000130*    written, so finance never loads a partial day. The control
000140*    file of extracted days makes a second run for the same day
000150*    refuse instead of journaling it twice.
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. GLEXTRACT.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT AUDIT-LOG-FILE ASSIGN TO "MyFirstClass-audit.log"
000220     ORGANIZATION IS LINE SEQUENTIAL
000230     FILE STATUS IS AUDIT-LOG-STATUS.
000240     SELECT TYPE-REF-FILE ASSIGN TO "transaction-types.dat"
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS TYPE-REF-STATUS.
000270     SELECT GL-MAP-FILE ASSIGN TO "gl-mapping.dat"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS GL-MAP-STATUS.
000300     SELECT CONTROL-FILE ASSIGN TO "gl-extracted.dat"
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS CONTROL-FILE-STATUS.
000330     SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC GL-JOURNAL-NAME
000340     ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT EXCEPTIONS-FILE ASSIGN TO "gl-exceptions.txt"
000360     ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD AUDIT-LOG-FILE.
000400 01 AUDIT-LOG-RECORD PIC X(200).
000410 01 AUDIT-LOG-FIELDS REDEFINES AUDIT-LOG-RECORD.
000420   05 AUDIT-LOG-DATE  PIC X(8).
000430   05 FILLER          PIC X(192).
000440 FD TYPE-REF-FILE.
000450 01 TYPE-REF-RECORD.
000460   05 TYPE-REF-CODE     PIC X(10).
000470   05 FILLER            PIC X(1).
000480   05 TYPE-REF-DESC     PIC X(30).
000490   05 FILLER            PIC X(1).
000500   05 TYPE-REF-ACTIVE   PIC X(1).
000510   05 FILLER            PIC X(1).
000520   05 TYPE-REF-EFF-DATE PIC 9(8).
000530   05 FILLER            PIC X(1).
000540   05 TYPE-REF-EXP-DATE PIC 9(8).
000550*    One line per transaction type: the GL account its amount
000560*    debits, the one it credits, and a note for finance.
000570 FD GL-MAP-FILE.
000580 01 GL-MAP-RECORD.
000590   05 GL-MAP-TYPE       PIC X(10).
000600   05 FILLER            PIC X(1).
000610   05 GL-MAP-DEBIT      PIC X(10).
000620   05 FILLER            PIC X(1).
000630   05 GL-MAP-CREDIT     PIC X(10).
000640   05 FILLER            PIC X(1).
000650   05 GL-MAP-DESC       PIC X(30).
000660 FD CONTROL-FILE.
000670 01 CONTROL-RECORD PIC X(8).
000680*    Fixed 80-byte journal records: H header, D detail per GL
000690*    account, side, and transaction type, T trailer whose totals
000700*    the ledger load proves against the details it took in.
000710 FD GL-JOURNAL-FILE.
000720 01 GL-JOURNAL-RECORD.
000730   05 GLJ-RECORD-TYPE   PIC X(1).
000740     88 GLJ-HEADER      VALUE "H".
000750     88 GLJ-DETAIL      VALUE "D".
000760     88 GLJ-TRAILER     VALUE "T".
000770   05 GLJ-BODY          PIC X(79).
000780   05 GLJ-HEADER-BODY REDEFINES GLJ-BODY.
000790     10 GLJ-HDR-BUS-DATE   PIC X(8).
000800     10 GLJ-HDR-SOURCE     PIC X(10).
000810     10 GLJ-HDR-CREATED-TS PIC X(14).
000820     10 FILLER             PIC X(47).
000830   05 GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
000840     10 GLJ-DET-SEQ        PIC 9(5).
000850     10 GLJ-DET-GL-ACCT    PIC X(10).
000860     10 GLJ-DET-SIDE       PIC X(1).
000870     10 GLJ-DET-AMOUNT     PIC 9(13)V99.
000880     10 GLJ-DET-TXN-TYPE   PIC X(10).
000890     10 GLJ-DET-COUNT      PIC 9(7).
000900     10 FILLER             PIC X(31).
000910   05 GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
000920     10 GLJ-TRL-LINES      PIC 9(5).
000930     10 GLJ-TRL-DEBITS     PIC 9(13)V99.
000940     10 GLJ-TRL-CREDITS    PIC 9(13)V99.
000950     10 FILLER             PIC X(44).
000960 FD EXCEPTIONS-FILE.
000970 01 EXCEPTIONS-LINE PIC X(120).
000980 WORKING-STORAGE SECTION.
000990  01 AUDIT-LOG-STATUS    PIC X(2) VALUE "00".
001000  01 TYPE-REF-STATUS     PIC X(2) VALUE "00".
001010  01 GL-MAP-STATUS       PIC X(2) VALUE "00".
001020  01 CONTROL-FILE-STATUS PIC X(2) VALUE "00".
001030  01 GL-DATE-PARM        PIC X(9) VALUE SPACES.
001040  01 GL-DATE             PIC X(8) VALUE SPACES.
001050  01 LATEST-LOG-DATE     PIC X(8) VALUE SPACES.
001060  01 GL-JOURNAL-NAME     PIC X(60) VALUE SPACES.
001070  01 TALLY-HITS          PIC 9(4) VALUE 0.
001080  01 DATE-SEEN           PIC X VALUE "N".
001090    88 DATE-ALREADY-RUN  VALUE "Y".
001100    88 DATE-NOT-RUN      VALUE "N".
001110*    Fields split out of one ACCEPTED audit record.
001120  01 PARSE-REST-1        PIC X(200).
001130  01 PARSE-REST-2        PIC X(200).
001140  01 PARSE-REST-3        PIC X(200).
001150  01 PARSE-DUMMY         PIC X(200).
001160  01 PARSED-ACCT         PIC X(8).
001170  01 PARSED-TYPE         PIC X(10).
001180  01 PARSED-AMT-TEXT     PIC X(16).
001190  01 PARSED-AMT          PIC S9(11)V99 VALUE 0.
001200*    Transaction-type codes known to the reference file.
001210  01 TYPE-TABLE-AREA.
001220    05 TYPE-TBL-CODE PIC X(10) OCCURS 50 TIMES.
001230  01 TYPE-COUNT          PIC 9(2) VALUE 0.
001240  01 TYPE-IDX            PIC 9(2) VALUE 0.
001250  01 TYPE-HIT            PIC 9(2) VALUE 0.
001260*    GL mapping, loaded once.
001270  01 MAP-TABLE-AREA.
001280    05 MAP-ENTRY OCCURS 50 TIMES.
001290      10 MAP-TBL-TYPE   PIC X(10).
001300      10 MAP-TBL-DEBIT  PIC X(10).
001310      10 MAP-TBL-CREDIT PIC X(10).
001320  01 MAP-COUNT           PIC 9(2) VALUE 0.
001330  01 MAP-IDX             PIC 9(2) VALUE 0.
001340  01 MAP-HIT             PIC 9(2) VALUE 0.
001350*    Journal lines accumulated over the day: one per GL
001360*    account, side, and transaction type.
001370  01 JRNL-TABLE-AREA.
001380    05 JRNL-ENTRY OCCURS 100 TIMES.
001390      10 JRNL-GL-ACCT   PIC X(10).
001400      10 JRNL-SIDE      PIC X(1).
001410      10 JRNL-TXN-TYPE  PIC X(10).
001420      10 JRNL-AMOUNT    PIC 9(13)V99.
001430      10 JRNL-COUNT     PIC 9(7).
001440  01 JRNL-COUNT-USED     PIC 9(3) VALUE 0.
001450  01 JRNL-IDX            PIC 9(3) VALUE 0.
001460  01 JRNL-HIT            PIC 9(3) VALUE 0.
001470  01 WORK-GL-ACCT        PIC X(10) VALUE SPACES.
001480  01 WORK-SIDE           PIC X(1) VALUE SPACES.
001481  01 WORK-DEBIT-ACCT     PIC X(10) VALUE SPACES.
001482  01 WORK-CREDIT-ACCT    PIC X(10) VALUE SPACES.
001483  01 WORK-TXN-TYPE       PIC X(10) VALUE SPACES.
001490  01 TOTAL-DEBITS        PIC 9(13)V99 VALUE 0.
001500  01 TOTAL-CREDITS       PIC 9(13)V99 VALUE 0.
001510  01 POSTINGS-MAPPED     PIC 9(7) VALUE 0.
001520  01 EXCEPTION-COUNT     PIC 9(5) VALUE 0.
001530  01 EXCEPTION-TEXT      PIC X(40) VALUE SPACES.
001540  01 AMOUNT-EDIT         PIC +(13)9.99.
001550  01 CREATED-TS          PIC X(21) VALUE SPACES.
001560 PROCEDURE DIVISION.
001570 0000-MAIN.
001580*    The business day comes from GL-DATE (YYYYMMDD) when the
001590*    operator names one, otherwise the most recent day present
001600*    in the log, the same defaulting AUDITROLLUP applies.
001610     ACCEPT GL-DATE-PARM FROM ENVIRONMENT "GL-DATE".
001620     IF FUNCTION TEST-NUMVAL(GL-DATE-PARM) = 0
001630        MOVE GL-DATE-PARM(1:8) TO GL-DATE
001640     END-IF.
001650     IF GL-DATE = SPACES
001660        PERFORM 1000-FIND-LATEST-DATE
001670        MOVE LATEST-LOG-DATE TO GL-DATE
001680     END-IF.
001690     IF GL-DATE = SPACES
001700        DISPLAY "NO AUDIT RECORDS TO EXTRACT"
001710        STOP RUN
001720     END-IF.
001730
001740     PERFORM 1100-CHECK-EXTRACT-CONTROL.
001750     IF DATE-ALREADY-RUN
001760        DISPLAY "GL EXTRACT REFUSED: " GL-DATE
001770           " ALREADY EXTRACTED"
001780        MOVE 8 TO RETURN-CODE
001790        STOP RUN
001800     END-IF.
001810
001820     PERFORM 2000-LOAD-TYPE-TABLE.
001830     PERFORM 2100-LOAD-GL-MAPPING.
001840     OPEN OUTPUT EXCEPTIONS-FILE.
001850     MOVE SPACES TO EXCEPTIONS-LINE.
001860     STRING "GL EXTRACT EXCEPTIONS FOR " DELIMITED BY SIZE
001870        GL-DATE DELIMITED BY SIZE
001880        INTO EXCEPTIONS-LINE
001890     END-STRING.
001900     WRITE EXCEPTIONS-LINE.
001910     PERFORM 3000-ACCUMULATE-POSTINGS.
001920
001930*    Every mapped posting lands on both sides, so a difference
001940*    here means the journal itself cannot be trusted.
001950     IF TOTAL-DEBITS NOT = TOTAL-CREDITS
001960        MOVE "DEBITS NOT EQUAL TO CREDITS" TO EXCEPTION-TEXT
001970        MOVE SPACES TO PARSED-ACCT PARSED-TYPE PARSED-AMT-TEXT
001980        PERFORM 3900-WRITE-EXCEPTION
001990     END-IF.
002000
002010     IF EXCEPTION-COUNT > 0
002020        MOVE SPACES TO EXCEPTIONS-LINE
002030        STRING "EXTRACT FAILED, NO JOURNAL WRITTEN: "
002040              DELIMITED BY SIZE
002050           EXCEPTION-COUNT DELIMITED BY SIZE
002060           " EXCEPTIONS" DELIMITED BY SIZE
002070           INTO EXCEPTIONS-LINE
002080        END-STRING
002090        WRITE EXCEPTIONS-LINE
002100        CLOSE EXCEPTIONS-FILE
002110        DISPLAY "GL EXTRACT FAILED FOR " GL-DATE ": "
002120           EXCEPTION-COUNT " EXCEPTIONS, SEE gl-exceptions.txt"
002130        MOVE 8 TO RETURN-CODE
002140        STOP RUN
002150     END-IF.
002160
002170     MOVE "NO EXCEPTIONS" TO EXCEPTIONS-LINE.
002180     WRITE EXCEPTIONS-LINE.
002190     CLOSE EXCEPTIONS-FILE.
002200     PERFORM 4000-WRITE-JOURNAL.
002210     PERFORM 5000-MARK-DATE-EXTRACTED.
002220     MOVE TOTAL-DEBITS TO AMOUNT-EDIT.
002230     DISPLAY "GL JOURNAL " FUNCTION TRIM(GL-JOURNAL-NAME) ": "
002240        POSTINGS-MAPPED " POSTINGS, " JRNL-COUNT-USED
002250        " LINES, TOTAL " FUNCTION TRIM(AMOUNT-EDIT).
002260     STOP RUN.
002270
002280 1000-FIND-LATEST-DATE.
002290     MOVE "00" TO AUDIT-LOG-STATUS.
002300     OPEN INPUT AUDIT-LOG-FILE.
002310     IF AUDIT-LOG-STATUS NOT = "00"
002320        DISPLAY "CANNOT OPEN MyFirstClass-audit.log STATUS="
002330           AUDIT-LOG-STATUS
002340        MOVE 8 TO RETURN-CODE
002350        STOP RUN
002360     END-IF.
002370     PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
002380        READ AUDIT-LOG-FILE
002390           AT END CONTINUE
002400           NOT AT END
002410              IF AUDIT-LOG-DATE > LATEST-LOG-DATE
002420                 MOVE AUDIT-LOG-DATE TO LATEST-LOG-DATE
002430              END-IF
002440        END-READ
002450     END-PERFORM.
002460     CLOSE AUDIT-LOG-FILE.
002470
002480*    One line per day ever extracted; finding this day there is
002490*    the signal a rerun must refuse on.
002500 1100-CHECK-EXTRACT-CONTROL.
002510     MOVE "00" TO CONTROL-FILE-STATUS.
002520     OPEN INPUT CONTROL-FILE.
002530     IF CONTROL-FILE-STATUS NOT = "00"
002540        EXIT PARAGRAPH
002550     END-IF.
002560     PERFORM UNTIL CONTROL-FILE-STATUS NOT = "00"
002570        READ CONTROL-FILE
002580           AT END CONTINUE
002590           NOT AT END
002600              IF CONTROL-RECORD = GL-DATE
002610                 SET DATE-ALREADY-RUN TO TRUE
002620              END-IF
002630        END-READ
002640     END-PERFORM.
002650     CLOSE CONTROL-FILE.
002660
002670 2000-LOAD-TYPE-TABLE.
002680     MOVE "00" TO TYPE-REF-STATUS.
002690     OPEN INPUT TYPE-REF-FILE.
002700     IF TYPE-REF-STATUS NOT = "00"
002710        DISPLAY "NO transaction-types.dat, EVERY TYPE UNKNOWN"
002720        EXIT PARAGRAPH
002730     END-IF.
002740     PERFORM UNTIL TYPE-REF-STATUS NOT = "00"
002750        READ TYPE-REF-FILE
002760           AT END CONTINUE
002770           NOT AT END
002780              IF TYPE-COUNT < 50
002790                 ADD 1 TO TYPE-COUNT
002800                 MOVE TYPE-REF-CODE TO TYPE-TBL-CODE (TYPE-COUNT)
002810              END-IF
002820        END-READ
002830     END-PERFORM.
002840     CLOSE TYPE-REF-FILE.
002850
002860 2100-LOAD-GL-MAPPING.
002870     MOVE "00" TO GL-MAP-STATUS.
002880     OPEN INPUT GL-MAP-FILE.
002890     IF GL-MAP-STATUS NOT = "00"
002900        DISPLAY "NO gl-mapping.dat, EVERY TYPE UNMAPPED"
002910        EXIT PARAGRAPH
002920     END-IF.
002930     PERFORM UNTIL GL-MAP-STATUS NOT = "00"
002940        READ GL-MAP-FILE
002950           AT END CONTINUE
002960           NOT AT END
002970              IF GL-MAP-RECORD NOT = SPACES AND MAP-COUNT < 50
002980                 ADD 1 TO MAP-COUNT
002990                 MOVE GL-MAP-TYPE TO MAP-TBL-TYPE (MAP-COUNT)
003000                 MOVE GL-MAP-DEBIT TO MAP-TBL-DEBIT (MAP-COUNT)
003010                 MOVE GL-MAP-CREDIT TO MAP-TBL-CREDIT (MAP-COUNT)
003020              END-IF
003030        END-READ
003040     END-PERFORM.
003050     CLOSE GL-MAP-FILE.
003060
003070 3000-ACCUMULATE-POSTINGS.
003080     MOVE "00" TO AUDIT-LOG-STATUS.
003090     OPEN INPUT AUDIT-LOG-FILE.
003100     IF AUDIT-LOG-STATUS NOT = "00"
003110        DISPLAY "CANNOT OPEN MyFirstClass-audit.log STATUS="
003120           AUDIT-LOG-STATUS
003130        MOVE 8 TO RETURN-CODE
003140        STOP RUN
003150     END-IF.
003160     PERFORM UNTIL AUDIT-LOG-STATUS NOT = "00"
003170        READ AUDIT-LOG-FILE
003180           AT END CONTINUE
003190           NOT AT END PERFORM 3100-MAP-ONE-POSTING
003200        END-READ
003210     END-PERFORM.
003220     CLOSE AUDIT-LOG-FILE.
003230
003240*    A posting is journaled only when its type is known to the
003250*    reference file and mapped to both GL accounts; anything
003260*    else is an exception, and one exception fails the day.
003270 3100-MAP-ONE-POSTING.
003280     PERFORM 3500-PARSE-ACCEPTED-RECORD.
003290     IF PARSED-ACCT = SPACES
003300        EXIT PARAGRAPH
003310     END-IF.
003320     IF FUNCTION TEST-NUMVAL(PARSED-AMT-TEXT) NOT = 0
003330        MOVE "AMOUNT NOT READABLE" TO EXCEPTION-TEXT
003340        PERFORM 3900-WRITE-EXCEPTION
003350        EXIT PARAGRAPH
003360     END-IF.
003370     COMPUTE PARSED-AMT = FUNCTION NUMVAL(PARSED-AMT-TEXT).
003380     IF PARSED-AMT = 0
003390        MOVE "AMOUNT IS ZERO" TO EXCEPTION-TEXT
003400        PERFORM 3900-WRITE-EXCEPTION
003410        EXIT PARAGRAPH
003420     END-IF.
003430     MOVE 0 TO TYPE-HIT.
003440     PERFORM VARYING TYPE-IDX FROM 1 BY 1
003450           UNTIL TYPE-IDX > TYPE-COUNT
003460        IF TYPE-TBL-CODE (TYPE-IDX) = PARSED-TYPE
003470           MOVE TYPE-IDX TO TYPE-HIT
003480        END-IF
003490     END-PERFORM.
003500     IF TYPE-HIT = 0
003510        MOVE "TYPE NOT IN transaction-types.dat"
003520           TO EXCEPTION-TEXT
003530        PERFORM 3900-WRITE-EXCEPTION
003540        EXIT PARAGRAPH
003550     END-IF.
003560     MOVE 0 TO MAP-HIT.
003570     PERFORM VARYING MAP-IDX FROM 1 BY 1
003580           UNTIL MAP-IDX > MAP-COUNT
003590        IF MAP-TBL-TYPE (MAP-IDX) = PARSED-TYPE
003600           MOVE MAP-IDX TO MAP-HIT
003610        END-IF
003620     END-PERFORM.
003630     IF MAP-HIT = 0
003640        MOVE "NO GL MAPPING FOR TYPE" TO EXCEPTION-TEXT
003650        PERFORM 3900-WRITE-EXCEPTION
003660        EXIT PARAGRAPH
003670     END-IF.
003680     IF MAP-TBL-DEBIT (MAP-HIT) = SPACES
003690        OR MAP-TBL-CREDIT (MAP-HIT) = SPACES
003700        MOVE "GL MAPPING INCOMPLETE" TO EXCEPTION-TEXT
003710        PERFORM 3900-WRITE-EXCEPTION
003720        EXIT PARAGRAPH
003730     END-IF.
003740     ADD 1 TO POSTINGS-MAPPED.
003741     MOVE PARSED-TYPE TO WORK-TXN-TYPE.
003742     MOVE MAP-TBL-DEBIT (MAP-HIT) TO WORK-DEBIT-ACCT.
003743     MOVE MAP-TBL-CREDIT (MAP-HIT) TO WORK-CREDIT-ACCT.
003744*    A reversal is audited under its original's type with a
003745*    negative amount: the same amount posts to the opposite
003746*    sides, journaled apart from the type's own postings.
003747     IF PARSED-AMT < 0
003748        COMPUTE PARSED-AMT = 0 - PARSED-AMT
003749        MOVE MAP-TBL-CREDIT (MAP-HIT) TO WORK-DEBIT-ACCT
003750        MOVE MAP-TBL-DEBIT (MAP-HIT) TO WORK-CREDIT-ACCT
003751        MOVE SPACES TO WORK-TXN-TYPE
003752        STRING PARSED-TYPE DELIMITED BY SPACE
003753           "-REV" DELIMITED BY SIZE
003754           INTO WORK-TXN-TYPE
003755        END-STRING
003756     END-IF.
003757     MOVE WORK-DEBIT-ACCT TO WORK-GL-ACCT.
003758     MOVE "D" TO WORK-SIDE.
003759     PERFORM 3200-ADD-JOURNAL-AMOUNT.
003760     ADD PARSED-AMT TO TOTAL-DEBITS.
003761     MOVE WORK-CREDIT-ACCT TO WORK-GL-ACCT.
003762     MOVE "C" TO WORK-SIDE.
003763     PERFORM 3200-ADD-JOURNAL-AMOUNT.
003764     ADD PARSED-AMT TO TOTAL-CREDITS.
003830
003840 3200-ADD-JOURNAL-AMOUNT.
003850     MOVE 0 TO JRNL-HIT.
003860     PERFORM VARYING JRNL-IDX FROM 1 BY 1
003870           UNTIL JRNL-IDX > JRNL-COUNT-USED
003880        IF JRNL-GL-ACCT (JRNL-IDX) = WORK-GL-ACCT
003890           AND JRNL-SIDE (JRNL-IDX) = WORK-SIDE
003900           AND JRNL-TXN-TYPE (JRNL-IDX) = WORK-TXN-TYPE
003910           MOVE JRNL-IDX TO JRNL-HIT
003920        END-IF
003930     END-PERFORM.
003940     IF JRNL-HIT = 0
003950        IF JRNL-COUNT-USED >= 100
003960           MOVE "JOURNAL TABLE FULL" TO EXCEPTION-TEXT
003970           PERFORM 3900-WRITE-EXCEPTION
003980           EXIT PARAGRAPH
003990        END-IF
004000        ADD 1 TO JRNL-COUNT-USED
004010        MOVE JRNL-COUNT-USED TO JRNL-HIT
004020        MOVE WORK-GL-ACCT TO JRNL-GL-ACCT (JRNL-HIT)
004030        MOVE WORK-SIDE TO JRNL-SIDE (JRNL-HIT)
004040        MOVE WORK-TXN-TYPE TO JRNL-TXN-TYPE (JRNL-HIT)
004050        MOVE 0 TO JRNL-AMOUNT (JRNL-HIT)
004060        MOVE 0 TO JRNL-COUNT (JRNL-HIT)
004070     END-IF.
004080     ADD PARSED-AMT TO JRNL-AMOUNT (JRNL-HIT).
004090     ADD 1 TO JRNL-COUNT (JRNL-HIT).
004100
004110*    Splits one audit record on its literal field markers, as
004120*    the statement run does. Anything that is not an ACCEPTED
004130*    posting on the business day comes back with PARSED-ACCT
004140*    spaces; maintenance entries say APPLIED and never match.
004150 3500-PARSE-ACCEPTED-RECORD.
004160     MOVE SPACES TO PARSED-ACCT.
004170     MOVE SPACES TO PARSED-TYPE.
004180     IF AUDIT-LOG-DATE NOT = GL-DATE
004190        EXIT PARAGRAPH
004200     END-IF.
004210     MOVE 0 TO TALLY-HITS.
004220     INSPECT AUDIT-LOG-RECORD
004230        TALLYING TALLY-HITS FOR ALL "result=ACCEPTED: acct=".
004240     IF TALLY-HITS = 0
004250        EXIT PARAGRAPH
004260     END-IF.
004270     MOVE SPACES TO PARSE-REST-1 PARSE-REST-2 PARSE-REST-3.
004280     MOVE SPACES TO PARSED-AMT-TEXT.
004290     UNSTRING AUDIT-LOG-RECORD
004300        DELIMITED BY "result=ACCEPTED: acct="
004310        INTO PARSE-DUMMY PARSE-REST-1
004320     END-UNSTRING.
004330     UNSTRING PARSE-REST-1 DELIMITED BY " type="
004340        INTO PARSED-ACCT PARSE-REST-2
004350     END-UNSTRING.
004360     UNSTRING PARSE-REST-2 DELIMITED BY " amt="
004370        INTO PARSED-TYPE PARSE-REST-3
004380     END-UNSTRING.
004390     UNSTRING PARSE-REST-3 DELIMITED BY " "
004400        INTO PARSED-AMT-TEXT
004410     END-UNSTRING.
004420
004430 3900-WRITE-EXCEPTION.
004440     ADD 1 TO EXCEPTION-COUNT.
004450     MOVE SPACES TO EXCEPTIONS-LINE.
004460     STRING FUNCTION TRIM(EXCEPTION-TEXT) DELIMITED BY SIZE
004470        " acct=" DELIMITED BY SIZE
004480        PARSED-ACCT DELIMITED BY SIZE
004490        " type=" DELIMITED BY SIZE
004500        PARSED-TYPE DELIMITED BY SIZE
004510        " amt=" DELIMITED BY SIZE
004520        PARSED-AMT-TEXT DELIMITED BY SIZE
004530        INTO EXCEPTIONS-LINE
004540     END-STRING.
004550     WRITE EXCEPTIONS-LINE.
004560
004570 4000-WRITE-JOURNAL.
004580     MOVE SPACES TO GL-JOURNAL-NAME.
004590     STRING "gl-journal-" DELIMITED BY SIZE
004600        GL-DATE DELIMITED BY SIZE
004610        ".dat" DELIMITED BY SIZE
004620        INTO GL-JOURNAL-NAME
004630     END-STRING.
004640     OPEN OUTPUT GL-JOURNAL-FILE.
004650     MOVE FUNCTION CURRENT-DATE TO CREATED-TS.
004660     MOVE SPACES TO GL-JOURNAL-RECORD.
004670     SET GLJ-HEADER TO TRUE.
004680     MOVE GL-DATE TO GLJ-HDR-BUS-DATE.
004690     MOVE "MYFIRSTCLS" TO GLJ-HDR-SOURCE.
004700     MOVE CREATED-TS(1:14) TO GLJ-HDR-CREATED-TS.
004710     WRITE GL-JOURNAL-RECORD.
004720     PERFORM VARYING JRNL-IDX FROM 1 BY 1
004730           UNTIL JRNL-IDX > JRNL-COUNT-USED
004740        MOVE SPACES TO GL-JOURNAL-RECORD
004750        SET GLJ-DETAIL TO TRUE
004760        MOVE JRNL-IDX TO GLJ-DET-SEQ
004770        MOVE JRNL-GL-ACCT (JRNL-IDX) TO GLJ-DET-GL-ACCT
004780        MOVE JRNL-SIDE (JRNL-IDX) TO GLJ-DET-SIDE
004790        MOVE JRNL-AMOUNT (JRNL-IDX) TO GLJ-DET-AMOUNT
004800        MOVE JRNL-TXN-TYPE (JRNL-IDX) TO GLJ-DET-TXN-TYPE
004810        MOVE JRNL-COUNT (JRNL-IDX) TO GLJ-DET-COUNT
004820        WRITE GL-JOURNAL-RECORD
004830     END-PERFORM.
004840     MOVE SPACES TO GL-JOURNAL-RECORD.
004850     SET GLJ-TRAILER TO TRUE.
004860     MOVE JRNL-COUNT-USED TO GLJ-TRL-LINES.
004870     MOVE TOTAL-DEBITS TO GLJ-TRL-DEBITS.
004880     MOVE TOTAL-CREDITS TO GLJ-TRL-CREDITS.
004890     WRITE GL-JOURNAL-RECORD.
004900     CLOSE GL-JOURNAL-FILE.
004910
004920 5000-MARK-DATE-EXTRACTED.
004930     MOVE "00" TO CONTROL-FILE-STATUS.
004940     OPEN EXTEND CONTROL-FILE.
004950     IF CONTROL-FILE-STATUS = "35"
004960        OPEN OUTPUT CONTROL-FILE
004970     END-IF.
004980     MOVE GL-DATE TO CONTROL-RECORD.
004990     WRITE CONTROL-RECORD.
005000     CLOSE CONTROL-FILE.
