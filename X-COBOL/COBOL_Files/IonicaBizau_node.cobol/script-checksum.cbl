      * Checksum of a script catalog entry (interpreter and body)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRIPT_CHECKSUM.

      *> One routine shared by EXEC_NODEJS, which checks an entry
      *> against its approved checksum before running it, and
      *> SCRIPT_APPROVE, which records that checksum, so both always
      *> agree on what was approved. The interpreter is part of the
      *> checksum: the same body run through another interpreter is
      *> a different script. Adler-32 over the interpreter column, a
      *> newline, and the body up to its last non-blank byte.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 SUM-A PIC 9(10) COMP-5 VALUE 1.
       01 SUM-B PIC 9(10) COMP-5 VALUE 0.
       01 BYTE-IDX PIC S9(5) COMP-5 VALUE 0.
       01 TEXT-LEN PIC S9(5) COMP-5 VALUE 0.
       01 CHECKSUM-TEXT PIC X(2011) VALUE SPACES.
       78 ADLER-MODULUS VALUE 65521.

       LINKAGE SECTION.
       01 CHECKSUM_INTERPRETER PIC X(10).
       01 CHECKSUM_BODY PIC X(2000).
       01 CHECKSUM_VALUE PIC 9(10).

       PROCEDURE DIVISION USING CHECKSUM_INTERPRETER CHECKSUM_BODY
               CHECKSUM_VALUE.
           MOVE SPACES TO CHECKSUM-TEXT
           STRING CHECKSUM_INTERPRETER DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
                  CHECKSUM_BODY DELIMITED BY SIZE
           INTO CHECKSUM-TEXT
           COMPUTE TEXT-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(CHECKSUM-TEXT TRAILING))

           MOVE 1 TO SUM-A
           MOVE 0 TO SUM-B
           PERFORM VARYING BYTE-IDX FROM 1 BY 1
                 UNTIL BYTE-IDX > TEXT-LEN
              COMPUTE SUM-A = FUNCTION MOD(SUM-A +
                 FUNCTION ORD(CHECKSUM-TEXT(BYTE-IDX:1)) - 1,
                 ADLER-MODULUS)
              COMPUTE SUM-B = FUNCTION MOD(SUM-B + SUM-A,
                 ADLER-MODULUS)
           END-PERFORM

           COMPUTE CHECKSUM_VALUE = SUM-B * 65536 + SUM-A
       GOBACK.
