000040*    comparison against the previous run's summary. The report
000050*    file doubles as the "previous summary" input of the next
000060*    run, so the comparison needs no extra bookkeeping.
000061*    Reversals posted on the day are counted and each is listed
000062*    with the transaction reference it reversed.
000070 IDENTIFICATION DIVISION.
000080 PROGRAM-ID. AUDITROLLUP.
000090 ENVIRONMENT DIVISION.
000470  01 BUSIEST-HOUR-COUNT PIC 9(9) VALUE 0.
000480  01 RECORD-HOUR        PIC 9(2) VALUE 0.
000490  01 TALLY-HITS         PIC 9(4) VALUE 0.
000491  01 PARSE-DUMMY        PIC X(200).
000492  01 PARSE-REST         PIC X(200).
000493  01 PARSED-REF         PIC X(10) VALUE SPACES.
000494  01 PARSED-REV         PIC X(10) VALUE SPACES.
000500*    Previous summary figures, read back from the report file
000510*    this program wrote last time, for the day-over-day deltas.
000520  01 PREV-SWITCH        PIC X VALUE "N".
000600    05 DELTA-LABEL PIC X(16).
000610    05 DELTA-EDIT  PIC +(9)9.
000620    05 FILLER      PIC X(24) VALUE SPACES.
000621*    Reversals on the report day: each reversal reference with
000622*    the original it undid, a transfer counted once.
000623  01 REV-PAIR-TABLE.
000624    05 REV-PAIR-ENTRY OCCURS 200 TIMES.
000625      10 REV-PAIR-BY   PIC X(10) VALUE SPACES.
000626      10 REV-PAIR-ORIG PIC X(10) VALUE SPACES.
000627  01 REV-PAIR-COUNT     PIC 9(3) VALUE 0.
000628  01 REV-PAIR-IDX       PIC 9(3) VALUE 0.
000630 PROCEDURE DIVISION.
000640 0000-MAIN.
000650*    The report day comes from REPORT-DATE (YYYYMMDD) when the
001820        TALLYING TALLY-HITS FOR ALL "result=ACCEPTED".
001830     IF TALLY-HITS > 0
001840        ADD 1 TO ACCEPTED-COUNT
001841        PERFORM 5000-NOTE-REVERSAL
001850     ELSE
001860        ADD 1 TO REJECTED-COUNT
001870        MOVE 0 TO TALLY-HITS
002480        MOVE DELTA-VALUE TO DELTA-EDIT
002490        WRITE DAILY-REPORT-RECORD FROM DELTA-LINE
002500     END-IF.
002501     PERFORM 6000-WRITE-REVERSALS.
002510     CLOSE DAILY-REPORT-FILE.
002520*    An ACCEPTED record with rev= is a reversal; its ref= and
002530*    rev= give the pair. Both legs of a transfer reversal carry
002540*    the same pair, which is kept once.
002550 5000-NOTE-REVERSAL.
002560     MOVE 0 TO TALLY-HITS.
002570     INSPECT AUDIT-LOG-RECORD TALLYING TALLY-HITS FOR ALL " rev=".
002580     IF TALLY-HITS = 0
002590        EXIT PARAGRAPH
002600     END-IF.
002610     MOVE SPACES TO PARSED-REF PARSED-REV PARSE-REST.
002620     UNSTRING AUDIT-LOG-RECORD DELIMITED BY " ref="
002630        INTO PARSE-DUMMY PARSE-REST
002640     END-UNSTRING.
002650     UNSTRING PARSE-REST DELIMITED BY " "
002660        INTO PARSED-REF
002670     END-UNSTRING.
002680     MOVE SPACES TO PARSE-REST.
002690     UNSTRING AUDIT-LOG-RECORD DELIMITED BY " rev="
002700        INTO PARSE-DUMMY PARSE-REST
002710     END-UNSTRING.
002720     UNSTRING PARSE-REST DELIMITED BY " "
002730        INTO PARSED-REV
002740     END-UNSTRING.
002750     PERFORM VARYING REV-PAIR-IDX FROM 1 BY 1
002760           UNTIL REV-PAIR-IDX > REV-PAIR-COUNT
002770        IF REV-PAIR-BY (REV-PAIR-IDX) = PARSED-REF
002780           EXIT PARAGRAPH
002790        END-IF
002800     END-PERFORM.
002810     IF REV-PAIR-COUNT < 200
002820        ADD 1 TO REV-PAIR-COUNT
002830        MOVE PARSED-REF TO REV-PAIR-BY (REV-PAIR-COUNT)
002840        MOVE PARSED-REV TO REV-PAIR-ORIG (REV-PAIR-COUNT)
002850     END-IF.
002860
002870 6000-WRITE-REVERSALS.
002880     MOVE SPACES TO DAILY-REPORT-RECORD.
002890     MOVE "REVERSALS       " TO REPORT-LABEL.
002900     MOVE REV-PAIR-COUNT TO REPORT-VALUE.
002910     WRITE DAILY-REPORT-RECORD.
002920     PERFORM VARYING REV-PAIR-IDX FROM 1 BY 1
002930           UNTIL REV-PAIR-IDX > REV-PAIR-COUNT
002940        MOVE SPACES TO DAILY-REPORT-RECORD
002950        STRING "REVERSAL        " DELIMITED BY SIZE
002960           REV-PAIR-BY (REV-PAIR-IDX) DELIMITED BY SIZE
002970           " REVERSES " DELIMITED BY SIZE
002980           REV-PAIR-ORIG (REV-PAIR-IDX) DELIMITED BY SIZE
002990           INTO DAILY-REPORT-RECORD
003000        END-STRING
003010        WRITE DAILY-REPORT-RECORD
003020     END-PERFORM.
