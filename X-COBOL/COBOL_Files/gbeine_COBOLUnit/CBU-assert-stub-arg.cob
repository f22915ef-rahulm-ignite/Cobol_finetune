000010*>
000020*> assert-called-with for stubs: on call CALL-SEQ of the stub
000030*> named STUB-NAME, argument ARG-NUM arrived as EXPECTED-VALUE
000040*> (compared over the stub's 40 display bytes). A call that was
000050*> never made fails with NOT CALLED as the actual value.
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.   CBU-assert-stub-arg.
000080 ENVIRONMENT    DIVISION.
000090 INPUT-OUTPUT   SECTION.
000100 FILE-CONTROL.
000110     SELECT CBU-CALL-FILE ASSIGN TO "cbu-stub-calls.log"
000120     ORGANIZATION IS LINE SEQUENTIAL
000130     FILE STATUS IS CBU-CALL-STATUS.
000140 DATA DIVISION.
000150 FILE SECTION.
000160 FD CBU-CALL-FILE.
000170 01 CBU-CALL-RECORD PIC X(274).
000180 WORKING-STORAGE SECTION.
000190  COPY CBUC0100.
000200  01 CBU-CALL-STATUS PIC X(2) VALUE "00".
000210  01 CALL-FOUND PIC X(1) VALUE "N".
000220  01 FOUND-ARG PIC X(40).
000230  01 WS-EXPECTED-DISPLAY PIC X(15).
000240  01 WS-ACTUAL-DISPLAY   PIC X(15).
000250  01 WS-PASS-FLAG        PIC X(1).
000260 LINKAGE SECTION.
000270   COPY CBUC0001.
000280   01 ASSERT-NAME PIC X(20).
000290   01 STUB-NAME PIC X(30).
000300   01 CALL-SEQ PIC 9(4).
000310   01 ARG-NUM PIC 9(1).
000320   01 EXPECTED-VALUE PIC X(40).
000330 PROCEDURE DIVISION USING CBU-CTX ASSERT-NAME STUB-NAME CALL-SEQ
000340         ARG-NUM EXPECTED-VALUE.
000350  MOVE "N" TO CALL-FOUND.
000360  MOVE "00" TO CBU-CALL-STATUS.
000370  OPEN INPUT CBU-CALL-FILE.
000380  IF CBU-CALL-STATUS = "00"
000390     PERFORM FIND-CALL UNTIL CBU-CALL-STATUS NOT = "00"
000400     CLOSE CBU-CALL-FILE
000410  END-IF.
000420  MOVE EXPECTED-VALUE TO WS-EXPECTED-DISPLAY.
000430  IF CALL-FOUND = "N"
000440     MOVE "NOT CALLED" TO WS-ACTUAL-DISPLAY
000450     MOVE "F" TO WS-PASS-FLAG
000460  ELSE
000470     MOVE FOUND-ARG TO WS-ACTUAL-DISPLAY
000480     IF FOUND-ARG = EXPECTED-VALUE
000490        MOVE "P" TO WS-PASS-FLAG
000500     ELSE
000510        MOVE "F" TO WS-PASS-FLAG
000520     END-IF
000530  END-IF.
000540  CALL "CBU-record-result" USING CBU-CTX ASSERT-NAME
000550     WS-EXPECTED-DISPLAY WS-ACTUAL-DISPLAY WS-PASS-FLAG.
000560  GOBACK.
000570 FIND-CALL.
000580  READ CBU-CALL-FILE INTO CBU-STUB-CALL
000590     AT END CONTINUE
000600     NOT AT END
000610        IF CBU-CALL-NAME = STUB-NAME AND CBU-CALL-SEQ = CALL-SEQ
000620           AND ARG-NUM >= 1 AND ARG-NUM <= 6
000630           MOVE "Y" TO CALL-FOUND
000640           MOVE CBU-CALL-ARG (ARG-NUM) TO FOUND-ARG
000650        END-IF
000660  END-READ.
000670 END PROGRAM CBU-assert-stub-arg.
