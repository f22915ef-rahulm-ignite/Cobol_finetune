      * Approve a script catalog entry: stamp its checksum and approver
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRIPT_APPROVE.

      *> Run once an edited catalog entry has been reviewed. The entry
      *> named by APPROVE-SCRIPT in the catalog (SCRIPT-CATALOG, the
      *> same default as EXEC_NODEJS) is re-checksummed through
      *> SCRIPT_CHECKSUM and its SCRIPT line stamped with the
      *> checksum, the reviewer's APPROVER-ID and today's date;
      *> EXEC_NODEJS runs the entry only while it still matches.
      *> Condition code 4 when the entry is not in the catalog, 8 when
      *> a parameter is missing or the catalog cannot be read or is
      *> too long to rewrite.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC CATALOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 CATALOG-STATUS PIC X(2) VALUE "00".
       01 CATALOG-PATH PIC X(100) VALUE SPACES.
       01 WS-SCRIPT-NAME PIC X(30) VALUE SPACES.
       01 WS-APPROVER PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC X(8) VALUE SPACES.
      *> The whole catalog is held here and written back in place.
       01 CATALOG-TABLE.
          05 CATALOG-ENTRY PIC X(200) OCCURS 500 TIMES.
       01 CATALOG-HEADER.
          05 CAT-KEYWORD     PIC X(6).
          05 FILLER          PIC X(1).
          05 CAT-NAME        PIC X(30).
          05 FILLER          PIC X(1).
          05 CAT-INTERPRETER PIC X(10).
          05 FILLER          PIC X(1).
          05 CAT-CHECKSUM    PIC 9(10).
          05 FILLER          PIC X(1).
          05 CAT-APPROVER    PIC X(8).
          05 FILLER          PIC X(1).
          05 CAT-APPROVED-ON PIC X(8).
          05 FILLER          PIC X(123).
       01 WS-LINE-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-LINE-IDX PIC S9(4) COMP-5 VALUE 0.
       01 WS-HEADER-IDX PIC S9(4) COMP-5 VALUE 0.
       01 WS-CATALOG-STATE PIC X VALUE "S".
          88 CATALOG-SEARCHING  VALUE "S".
          88 CATALOG-COLLECTING VALUE "C".
          88 CATALOG-DONE       VALUE "D".
       01 WS-CATALOG-FULL PIC X VALUE "N".
          88 CATALOG-FULL VALUE "Y".
       01 WS-SCRIPT-BODY PIC X(2000) VALUE SPACES.
       01 WS-BODY-PTR PIC S9(4) COMP-5 VALUE 1.
       01 WS-BODY-CHECKSUM PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT CATALOG-PATH FROM ENVIRONMENT "SCRIPT-CATALOG"
           IF CATALOG-PATH = SPACES
              MOVE "script-catalog.txt" TO CATALOG-PATH
           END-IF
           ACCEPT WS-SCRIPT-NAME FROM ENVIRONMENT "APPROVE-SCRIPT"
           ACCEPT WS-APPROVER FROM ENVIRONMENT "APPROVER-ID"
           IF WS-SCRIPT-NAME = SPACES OR WS-APPROVER = SPACES
              DISPLAY "APPROVE-SCRIPT AND APPROVER-ID ARE BOTH NEEDED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-CATALOG
           IF CATALOG-STATUS NOT = "00" AND CATALOG-STATUS NOT = "10"
              DISPLAY "CANNOT READ CATALOG: "
                 FUNCTION TRIM(CATALOG-PATH)
                 " STATUS=" CATALOG-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CATALOG-FULL
              DISPLAY "CATALOG LONGER THAN 500 LINES: "
                 FUNCTION TRIM(CATALOG-PATH)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM FIND-SCRIPT-ENTRY
           IF WS-HEADER-IDX = 0
              DISPLAY "SCRIPT NOT IN CATALOG: " WS-SCRIPT-NAME
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CATALOG-ENTRY (WS-HEADER-IDX) TO CATALOG-HEADER
           CALL "SCRIPT_CHECKSUM" USING CAT-INTERPRETER WS-SCRIPT-BODY
              WS-BODY-CHECKSUM
           END-CALL
           MOVE WS-BODY-CHECKSUM TO CAT-CHECKSUM
           MOVE WS-APPROVER TO CAT-APPROVER
           MOVE WS-TODAY TO CAT-APPROVED-ON
           MOVE CATALOG-HEADER TO CATALOG-ENTRY (WS-HEADER-IDX)

           PERFORM SAVE-CATALOG
           DISPLAY "APPROVED " FUNCTION TRIM(WS-SCRIPT-NAME)
              " CHECKSUM=" WS-BODY-CHECKSUM
              " BY " FUNCTION TRIM(WS-APPROVER)
       STOP RUN.

       LOAD-CATALOG.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "00" TO CATALOG-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CATALOG-STATUS NOT = "00" OR CATALOG-FULL
              READ CATALOG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF WS-LINE-COUNT >= 500
                       SET CATALOG-FULL TO TRUE
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
                       MOVE CATALOG-LINE
                          TO CATALOG-ENTRY (WS-LINE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

      *> The body is gathered exactly as EXEC_NODEJS gathers it, so
      *> the checksum taken here is the one it will compute.
       FIND-SCRIPT-ENTRY.
           MOVE 0 TO WS-HEADER-IDX.
           SET CATALOG-SEARCHING TO TRUE.
           MOVE SPACES TO WS-SCRIPT-BODY.
           MOVE 1 TO WS-BODY-PTR.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-COUNT OR CATALOG-DONE
              MOVE CATALOG-ENTRY (WS-LINE-IDX) TO CATALOG-HEADER
              IF CATALOG-SEARCHING
                 IF CAT-KEYWORD = "SCRIPT" AND CAT-NAME = WS-SCRIPT-NAME
                    SET CATALOG-COLLECTING TO TRUE
                    MOVE WS-LINE-IDX TO WS-HEADER-IDX
                 END-IF
              ELSE
                 IF CATALOG-ENTRY (WS-LINE-IDX) (1:3) = "END"
                    SET CATALOG-DONE TO TRUE
                 ELSE
                    STRING FUNCTION TRIM(CATALOG-ENTRY (WS-LINE-IDX)
                          TRAILING) DELIMITED BY SIZE
                       X"0A" DELIMITED BY SIZE
                       INTO WS-SCRIPT-BODY
                       WITH POINTER WS-BODY-PTR
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

       SAVE-CATALOG.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-COUNT
              MOVE CATALOG-ENTRY (WS-LINE-IDX) TO CATALOG-LINE
              WRITE CATALOG-LINE
           END-PERFORM.
           CLOSE CATALOG-FILE.
