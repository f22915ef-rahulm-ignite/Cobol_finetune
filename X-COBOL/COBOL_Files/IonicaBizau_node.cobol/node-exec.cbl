
      *> Reviewed, versioned catalog of every external script this
      *> system may execute. Each entry is:
      *>    SCRIPT <name> <interpreter> <checksum> <approver> <date>
      *>    <body lines, with %NAME% substitution placeholders>
      *>    END
      *> The checksum, approver and date are stamped by SCRIPT_APPROVE
      *> when the entry is reviewed; an entry is only run while its
      *> interpreter and body still match the approved checksum.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC CATALOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEADLETTER-STATUS.

      *> Every invocation, successful, failed or refused, lands here:
      *> who called, what ran with which parameters, how it ended and
      *> how long it took.
           SELECT AUDIT-FILE ASSIGN TO "exec-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NODEJS-OUTPUT-FILE.
       FD DEADLETTER-FILE.
       01 DEADLETTER-RECORD PIC X(500).

       FD AUDIT-FILE.
       01 AUDIT-RECORD PIC X(1400).

       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(200).
       01 CATALOG-HEADER REDEFINES CATALOG-LINE.
          05 CAT-NAME        PIC X(30).
          05 FILLER          PIC X(1).
          05 CAT-INTERPRETER PIC X(10).
          05 FILLER          PIC X(1).
          05 CAT-CHECKSUM    PIC X(10).
          05 FILLER          PIC X(1).
          05 CAT-APPROVER    PIC X(8).
          05 FILLER          PIC X(1).
          05 CAT-APPROVED-ON PIC X(8).
          05 FILLER          PIC X(123).

       WORKING-STORAGE SECTION.
       01 COMMAND_TO_RUN PIC X(2400) value SPACES.
          88 SCRIPT-FOUND     VALUE "Y".
          88 SCRIPT-NOT-FOUND VALUE "N".
       01 WS-CAT-INTERPRETER PIC X(10) VALUE SPACES.
      *> The found entry's approval, checked once its body is read.
       01 WS-CAT-CHECKSUM PIC X(10) VALUE SPACES.
       01 WS-CAT-APPROVER PIC X(8) VALUE SPACES.
       01 WS-BODY-CHECKSUM PIC 9(10) VALUE 0.
       01 WS-SCRIPT-INTEGRITY PIC X VALUE "V".
          88 SCRIPT-VERIFIED   VALUE "V".
          88 SCRIPT-UNAPPROVED VALUE "U".
          88 SCRIPT-TAMPERED   VALUE "T".
      *> Parsed caller parameter block: name=value pairs separated by
      *> semicolons, applied to %NAME% placeholders in the body.
       01 PARAM-TABLE.
       01 WS-SLEEP-COMMAND PIC X(20) VALUE SPACES.
       01 WS-DL-TIMESTAMP PIC X(21) VALUE SPACES.
       78 TIMEOUT-KILLED-STATUS VALUE 124.
       78 INTEGRITY-REFUSED-STATUS VALUE -3.
      *> Execution audit: the caller names itself in the optional
      *> sixth argument; elapsed time runs from WS-TIMESTAMP, taken
      *> on entry, to the end of the call.
       01 AUDIT-STATUS PIC X(2) VALUE "00".
       01 WS-ARG-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-AUDIT-CALLER PIC X(30) VALUE SPACES.
       01 WS-AUDIT-SCRIPT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-END PIC X(21) VALUE SPACES.
       01 WS-START-HUNDREDTHS PIC S9(9) COMP-5 VALUE 0.
       01 WS-END-HUNDREDTHS PIC S9(9) COMP-5 VALUE 0.
       01 WS-ELAPSED-HUNDREDTHS PIC S9(9) COMP-5 VALUE 0.
       01 WS-ELAPSED-SECONDS PIC 9(6)V99 VALUE 0.
       01 WS-ELAPSED-DISPLAY PIC Z(5)9.99.
       01 WS-STATUS-DISPLAY PIC -9(4).
       01 WS-AUDIT-PARAMS PIC X(1100) VALUE SPACES.
       01 WS-AUDIT-PARAMS-PTR PIC S9(4) COMP-5 VALUE 1.
       01 WS-AUDIT-PTR PIC S9(4) COMP-5 VALUE 1.

       LINKAGE SECTION.
       01 NODEJS_CODE PIC A(100) value SPACES.
      *> Only referenced in catalog mode; inline callers keep the
      *> historical four-parameter CALL.
       01 SCRIPT_PARAMS PIC X(500).
      *> Only referenced when passed; the audit log shows UNKNOWN for
      *> callers that do not name themselves.
       01 CALLER_NAME PIC X(30).

      *> NODEJS_CODE starting with "@" names a catalog entry instead
      *> of carrying inline code: "@publish-summary" resolves the
      *> catalog file, so anything longer than a one-liner lives in
      *> one reviewed place rather than inside calling programs.
       PROCEDURE DIVISION USING NODEJS_CODE EXIT_STATUS OUTPUT_TEXT
               INTERPRETER_NAME SCRIPT_PARAMS CALLER_NAME.
           CALL "C$NARG" USING WS-ARG-COUNT
           END-CALL
           MOVE "UNKNOWN" TO WS-AUDIT-CALLER
           IF WS-ARG-COUNT >= 6
              IF CALLER_NAME NOT = SPACES
                 MOVE CALLER_NAME TO WS-AUDIT-CALLER
              END-IF
           END-IF
           MOVE 0 TO WS-PARAM-COUNT
           MOVE 0 TO WS-ATTEMPT
           MOVE SPACES TO INTERPRETER-COMMAND
           ADD 1 TO WS-CALL-COUNTER
           PERFORM LOAD-CALL-POLICY
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                 STRING "SCRIPT NOT IN CATALOG: " DELIMITED BY SIZE
                    WS-SCRIPT-NAME DELIMITED BY SIZE
                    INTO OUTPUT_TEXT
                 PERFORM WRITE-EXEC-AUDIT
                 GOBACK
              END-IF
      *> An entry never approved, or edited since it was, is not run.
              IF NOT SCRIPT-VERIFIED
                 MOVE INTEGRITY-REFUSED-STATUS TO EXIT_STATUS
                 MOVE SPACES TO OUTPUT_TEXT
                 IF SCRIPT-UNAPPROVED
                    STRING "SCRIPT NOT APPROVED: " DELIMITED BY SIZE
                       WS-SCRIPT-NAME DELIMITED BY SIZE
                       INTO OUTPUT_TEXT
                 ELSE
                    STRING "SCRIPT CHANGED SINCE APPROVAL: "
                       DELIMITED BY SIZE
                       WS-SCRIPT-NAME DELIMITED BY SIZE
                       INTO OUTPUT_TEXT
                 END-IF
                 PERFORM WRITE-EXEC-AUDIT
                 GOBACK
              END-IF
           END-IF
                 MOVE -2 TO EXIT_STATUS
              END-IF
           END-IF
           PERFORM WRITE-EXEC-AUDIT
       GOBACK.

       LOAD-CALL-POLICY.
           WRITE DEADLETTER-RECORD.
           CLOSE DEADLETTER-FILE.

       WRITE-EXEC-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-END.
           COMPUTE WS-START-HUNDREDTHS =
              FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 360000 +
              FUNCTION NUMVAL(WS-TIMESTAMP(11:2)) * 6000 +
              FUNCTION NUMVAL(WS-TIMESTAMP(13:4)).
           COMPUTE WS-END-HUNDREDTHS =
              FUNCTION NUMVAL(WS-AUDIT-END(9:2)) * 360000 +
              FUNCTION NUMVAL(WS-AUDIT-END(11:2)) * 6000 +
              FUNCTION NUMVAL(WS-AUDIT-END(13:4)).
           COMPUTE WS-ELAPSED-HUNDREDTHS =
              WS-END-HUNDREDTHS - WS-START-HUNDREDTHS.
      *> A call that runs over midnight.
           IF WS-ELAPSED-HUNDREDTHS < 0
              ADD 8640000 TO WS-ELAPSED-HUNDREDTHS
           END-IF.
           COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-HUNDREDTHS / 100.
           MOVE WS-ELAPSED-SECONDS TO WS-ELAPSED-DISPLAY.
           MOVE EXIT_STATUS TO WS-STATUS-DISPLAY.

           IF NODEJS_CODE(1:1) = "@"
              MOVE WS-SCRIPT-NAME TO WS-AUDIT-SCRIPT
           ELSE
              MOVE "(inline)" TO WS-AUDIT-SCRIPT
           END-IF.

      *> The parameters as they were substituted, NAME=value;...
           MOVE SPACES TO WS-AUDIT-PARAMS.
           MOVE 1 TO WS-AUDIT-PARAMS-PTR.
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                 UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
              IF WS-PARAM-IDX > 1
                 STRING ";" DELIMITED BY SIZE
                    INTO WS-AUDIT-PARAMS
                    WITH POINTER WS-AUDIT-PARAMS-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(PARAM-NAME (WS-PARAM-IDX))
                    DELIMITED BY SIZE
                 "=" DELIMITED BY SIZE
                 FUNCTION TRIM(PARAM-VALUE (WS-PARAM-IDX))
                    DELIMITED BY SIZE
                 INTO WS-AUDIT-PARAMS
                 WITH POINTER WS-AUDIT-PARAMS-PTR
              END-STRING
           END-PERFORM.

           MOVE "00" TO AUDIT-STATUS.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO WS-AUDIT-PTR.
      *> A refused entry never got as far as choosing its interpreter.
           IF INTERPRETER-COMMAND = SPACES
              MOVE WS-CAT-INTERPRETER TO INTERPRETER-COMMAND
           END-IF.
           STRING WS-TIMESTAMP DELIMITED BY SIZE
              " caller=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-CALLER) DELIMITED BY SIZE
              " script=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-SCRIPT) DELIMITED BY SIZE
              " interpreter=" DELIMITED BY SIZE
              FUNCTION TRIM(INTERPRETER-COMMAND) DELIMITED BY SIZE
              " status=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-STATUS-DISPLAY) DELIMITED BY SIZE
              " attempts=" DELIMITED BY SIZE
              WS-ATTEMPT DELIMITED BY SIZE
              " elapsed=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-ELAPSED-DISPLAY) DELIMITED BY SIZE
              " params=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-PARAMS) DELIMITED BY SIZE
              INTO AUDIT-RECORD
              WITH POINTER WS-AUDIT-PTR
           END-STRING.
           IF NODEJS_CODE(1:1) NOT = "@"
              STRING " code=" DELIMITED BY SIZE
                 FUNCTION TRIM(NODEJS_CODE) DELIMITED BY SIZE
                 INTO AUDIT-RECORD
                 WITH POINTER WS-AUDIT-PTR
              END-STRING
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       RESOLVE-CATALOG-SCRIPT.
           MOVE SPACES TO WS-SCRIPT-NAME.
           MOVE NODEJS_CODE(2:) TO WS-SCRIPT-NAME.
           END-IF.
           SET SCRIPT-NOT-FOUND TO TRUE.
           SET CATALOG-SEARCHING TO TRUE.
           SET SCRIPT-VERIFIED TO TRUE.
           MOVE SPACES TO WS-SCRIPT-BODY.
           MOVE SPACES TO WS-CAT-INTERPRETER.
           MOVE SPACES TO WS-CAT-CHECKSUM.
           MOVE SPACES TO WS-CAT-APPROVER.
           MOVE 1 TO WS-BODY-PTR.
           MOVE "00" TO CATALOG-STATUS.
           OPEN INPUT CATALOG-FILE.
           END-PERFORM.
           CLOSE CATALOG-FILE.
           IF SCRIPT-FOUND
              PERFORM VERIFY-SCRIPT-CHECKSUM
              PERFORM PARSE-PARAM-BLOCK
              IF SCRIPT-VERIFIED
                 PERFORM APPLY-PARAMS
              END-IF
           END-IF.

      *> The body as read, before any parameter is substituted, is
      *> what was approved.
       VERIFY-SCRIPT-CHECKSUM.
           IF WS-CAT-CHECKSUM IS NOT NUMERIC
                 OR WS-CAT-APPROVER = SPACES
              SET SCRIPT-UNAPPROVED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           CALL "SCRIPT_CHECKSUM" USING WS-CAT-INTERPRETER
              WS-SCRIPT-BODY WS-BODY-CHECKSUM
           END-CALL.
           IF WS-BODY-CHECKSUM NOT = WS-CAT-CHECKSUM
              SET SCRIPT-TAMPERED TO TRUE
           END-IF.

       SCAN-CATALOG-LINE.
                 SET CATALOG-COLLECTING TO TRUE
                 SET SCRIPT-FOUND TO TRUE
                 MOVE CAT-INTERPRETER TO WS-CAT-INTERPRETER
                 MOVE CAT-CHECKSUM TO WS-CAT-CHECKSUM
                 MOVE CAT-APPROVER TO WS-CAT-APPROVER
              END-IF
           ELSE
              IF CATALOG-COLLECTING
