000010*>
000020*> Declare a stub: append the caller's CBU-STUB-DECL to the
000030*> registry. Declaring the same name again replaces the earlier
000040*> declaration for every call made after it.
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU-stub-declare.
000070 ENVIRONMENT    DIVISION.
000080 INPUT-OUTPUT   SECTION.
000090 FILE-CONTROL.
000100     SELECT CBU-STUB-FILE ASSIGN TO "cbu-stubs.dat"
000110     ORGANIZATION IS LINE SEQUENTIAL
000120     FILE STATUS IS CBU-STUB-STATUS.
000130 DATA DIVISION.
000140 FILE SECTION.
000150 FD CBU-STUB-FILE.
000160 01 CBU-STUB-RECORD PIC X(281).
000170 WORKING-STORAGE SECTION.
000180  01 CBU-STUB-STATUS PIC X(2) VALUE "00".
000190 LINKAGE SECTION.
000200   COPY CBUC0001.
000210   COPY CBUC0100.
000220 PROCEDURE DIVISION USING CBU-CTX CBU-STUB-DECL.
000230  OPEN EXTEND CBU-STUB-FILE.
000240  IF CBU-STUB-STATUS = "35"
000250     OPEN OUTPUT CBU-STUB-FILE
000260  END-IF.
000270  WRITE CBU-STUB-RECORD FROM CBU-STUB-DECL.
000280  CLOSE CBU-STUB-FILE.
000290  GOBACK.
000300 END PROGRAM CBU-stub-declare.
