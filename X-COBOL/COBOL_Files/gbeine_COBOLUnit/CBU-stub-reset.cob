000010*>
000020*> Clear the stub registry: no declarations, no recorded calls.
000030*> CBU-suite-driver calls this before and after every test so no
000040*> test's stubs or call history reach the next one.
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU-stub-reset.
000070 ENVIRONMENT    DIVISION.
000080 INPUT-OUTPUT   SECTION.
000090 FILE-CONTROL.
000100     SELECT CBU-STUB-FILE ASSIGN TO "cbu-stubs.dat"
000110     ORGANIZATION IS LINE SEQUENTIAL
000120     FILE STATUS IS CBU-STUB-STATUS.
000130     SELECT CBU-CALL-FILE ASSIGN TO "cbu-stub-calls.log"
000140     ORGANIZATION IS LINE SEQUENTIAL
000150     FILE STATUS IS CBU-CALL-STATUS.
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD CBU-STUB-FILE.
000190 01 CBU-STUB-RECORD PIC X(281).
000200 FD CBU-CALL-FILE.
000210 01 CBU-CALL-RECORD PIC X(274).
000220 WORKING-STORAGE SECTION.
000230  01 CBU-STUB-STATUS PIC X(2) VALUE "00".
000240  01 CBU-CALL-STATUS PIC X(2) VALUE "00".
000250 LINKAGE SECTION.
000260   COPY CBUC0001.
000270 PROCEDURE DIVISION USING CBU-CTX.
000280  OPEN OUTPUT CBU-STUB-FILE.
000290  CLOSE CBU-STUB-FILE.
000300  OPEN OUTPUT CBU-CALL-FILE.
000310  CLOSE CBU-CALL-FILE.
000320  GOBACK.
000330 END PROGRAM CBU-stub-reset.
