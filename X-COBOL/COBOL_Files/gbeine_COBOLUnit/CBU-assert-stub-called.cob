000010*>
000020*> assert-called for stubs: the stub named STUB-NAME was called
000030*> EXPECTED-COUNT times (zero to assert it was never called), as
000040*> counted in the stub call log since the test began.
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU-assert-stub-called.
000070 ENVIRONMENT    DIVISION.
000080 INPUT-OUTPUT   SECTION.
000090 FILE-CONTROL.
000100     SELECT CBU-CALL-FILE ASSIGN TO "cbu-stub-calls.log"
000110     ORGANIZATION IS LINE SEQUENTIAL
000120     FILE STATUS IS CBU-CALL-STATUS.
000130 DATA DIVISION.
000140 FILE SECTION.
000150 FD CBU-CALL-FILE.
000160 01 CBU-CALL-RECORD PIC X(274).
000170 WORKING-STORAGE SECTION.
000180  COPY CBUC0100.
000190  01 CBU-CALL-STATUS PIC X(2) VALUE "00".
000200  01 ACTUAL-COUNT PIC 9(4) VALUE 0.
000210  01 WS-EXPECTED-DISPLAY PIC X(15).
000220  01 WS-ACTUAL-DISPLAY   PIC X(15).
000230  01 WS-PASS-FLAG        PIC X(1).
000240 LINKAGE SECTION.
000250   COPY CBUC0001.
000260   01 ASSERT-NAME PIC X(20).
000270   01 STUB-NAME PIC X(30).
000280   01 EXPECTED-COUNT PIC 9(4).
000290 PROCEDURE DIVISION USING CBU-CTX ASSERT-NAME STUB-NAME
000300         EXPECTED-COUNT.
000310  MOVE 0 TO ACTUAL-COUNT.
000320  MOVE "00" TO CBU-CALL-STATUS.
000330  OPEN INPUT CBU-CALL-FILE.
000340  IF CBU-CALL-STATUS = "00"
000350     PERFORM COUNT-CALLS UNTIL CBU-CALL-STATUS NOT = "00"
000360     CLOSE CBU-CALL-FILE
000370  END-IF.
000380  MOVE EXPECTED-COUNT TO WS-EXPECTED-DISPLAY.
000390  MOVE ACTUAL-COUNT TO WS-ACTUAL-DISPLAY.
000400  IF EXPECTED-COUNT = ACTUAL-COUNT
000410     MOVE "P" TO WS-PASS-FLAG
000420  ELSE
000430     MOVE "F" TO WS-PASS-FLAG
000440  END-IF.
000450  CALL "CBU-record-result" USING CBU-CTX ASSERT-NAME
000460     WS-EXPECTED-DISPLAY WS-ACTUAL-DISPLAY WS-PASS-FLAG.
000470  GOBACK.
000480 COUNT-CALLS.
000490  READ CBU-CALL-FILE INTO CBU-STUB-CALL
000500     AT END CONTINUE
000510     NOT AT END
000520        IF CBU-CALL-NAME = STUB-NAME
000530           ADD 1 TO ACTUAL-COUNT
000540        END-IF
000550  END-READ.
000560 END PROGRAM CBU-assert-stub-called.
