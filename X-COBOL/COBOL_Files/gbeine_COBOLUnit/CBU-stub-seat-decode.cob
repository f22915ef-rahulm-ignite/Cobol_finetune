000010*>
000020*> Stub module for SEAT-DECODE, built under the real program's
000030*> name into the cbu-stubs library so a job run with that library
000040*> first on its module path calls it in place of the real decode.
000050*> Arguments, as recorded and as canned: 1 the boarding pass,
000060*> 2 the SEATRC01 coordinates (row, column, seat ID as 8 digits),
000070*> 3 the valid flag, 4 the reject reason code.
000080 IDENTIFICATION DIVISION.
000090 PROGRAM-ID.   SEAT-DECODE.
000100 ENVIRONMENT    DIVISION.
000110 CONFIGURATION  SECTION.
000120 DATA DIVISION.
000130 WORKING-STORAGE SECTION.
000140  01 STUB-NAME PIC X(30) VALUE "SEAT-DECODE".
000150  01 STUB-ARGS.
000160    05 STUB-ARG PIC X(40) OCCURS 6 TIMES.
000170  01 CALLER-ARGS.
000180    05 CALLER-ARG PIC X(40) OCCURS 6 TIMES.
000190  01 STUB-RC PIC S9(4) VALUE 0.
000200  01 STUB-FOUND PIC X(1) VALUE "N".
000210 LINKAGE SECTION.
000220   01 DECODE-PASS PIC X(10).
000230   COPY SEATRC01.
000240   01 DECODE-VALID-FLAG PIC X(1).
000250   01 DECODE-REASON-CODE PIC X(2).
000260 PROCEDURE DIVISION USING DECODE-PASS SEAT-COORDINATES
000270         DECODE-VALID-FLAG DECODE-REASON-CODE.
000280  MOVE SPACES TO STUB-ARGS.
000290  MOVE DECODE-PASS TO STUB-ARG (1).
000300  MOVE SEAT-COORDINATES TO STUB-ARG (2).
000310  MOVE DECODE-VALID-FLAG TO STUB-ARG (3).
000320  MOVE DECODE-REASON-CODE TO STUB-ARG (4).
000330  MOVE STUB-ARGS TO CALLER-ARGS.
000340  CALL "CBU-stub-invoke" USING STUB-NAME STUB-ARGS STUB-RC
000350     STUB-FOUND.
000360*> Only canned arguments come back changed; the rest are left as
000370*> the caller passed them.
000380  IF STUB-ARG (1) NOT = CALLER-ARG (1)
000390     MOVE STUB-ARG (1) TO DECODE-PASS
000400  END-IF.
000410  IF STUB-ARG (2) NOT = CALLER-ARG (2)
000420     MOVE STUB-ARG (2) TO SEAT-COORDINATES
000430  END-IF.
000440  IF STUB-ARG (3) NOT = CALLER-ARG (3)
000450     MOVE STUB-ARG (3) TO DECODE-VALID-FLAG
000460  END-IF.
000470  IF STUB-ARG (4) NOT = CALLER-ARG (4)
000480     MOVE STUB-ARG (4) TO DECODE-REASON-CODE
000490  END-IF.
000500  MOVE STUB-RC TO RETURN-CODE.
000510  GOBACK.
000520 END PROGRAM SEAT-DECODE.
