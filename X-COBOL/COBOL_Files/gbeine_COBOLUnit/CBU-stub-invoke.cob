000010*>
000020*> Stub engine, called by every stub module with its program
000030*> name and its arguments in display form. Records the call in
000040*> cbu-stub-calls.log, numbered after the calls already logged
000050*> for that name, then applies the name's declaration: canned
000060*> arguments are overwritten and STUB-RC is set. A stub called
000070*> with nothing declared for it returns its arguments untouched
000080*> and RC zero, with STUB-FOUND "N" and a warning on the console,
000090*> so the call still counts but the omission is visible.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.   CBU-stub-invoke.
000120 ENVIRONMENT    DIVISION.
000130 INPUT-OUTPUT   SECTION.
000140 FILE-CONTROL.
000150     SELECT CBU-STUB-FILE ASSIGN TO "cbu-stubs.dat"
000160     ORGANIZATION IS LINE SEQUENTIAL
000170     FILE STATUS IS CBU-STUB-STATUS.
000180     SELECT CBU-CALL-FILE ASSIGN TO "cbu-stub-calls.log"
000190     ORGANIZATION IS LINE SEQUENTIAL
000200     FILE STATUS IS CBU-CALL-STATUS.
000210 DATA DIVISION.
000220 FILE SECTION.
000230 FD CBU-STUB-FILE.
000240 01 CBU-STUB-RECORD PIC X(281).
000250 FD CBU-CALL-FILE.
000260 01 CBU-CALL-RECORD PIC X(274).
000270 WORKING-STORAGE SECTION.
000280  COPY CBUC0100.
000290  01 CBU-STUB-STATUS PIC X(2) VALUE "00".
000300  01 CBU-CALL-STATUS PIC X(2) VALUE "00".
000310  01 CALL-COUNT PIC 9(4) VALUE 0.
000320  01 ARG-IDX PIC 9(1).
000330  01 FOUND-DECL PIC X(281).
000340 LINKAGE SECTION.
000350   01 STUB-NAME PIC X(30).
000360   01 STUB-ARGS.
000370     05 STUB-ARG PIC X(40) OCCURS 6 TIMES.
000380   01 STUB-RC PIC S9(4).
000390   01 STUB-FOUND PIC X(1).
000400 PROCEDURE DIVISION USING STUB-NAME STUB-ARGS STUB-RC STUB-FOUND.
000410  MOVE 0 TO CALL-COUNT.
000420  MOVE "00" TO CBU-CALL-STATUS.
000430  OPEN INPUT CBU-CALL-FILE.
000440  IF CBU-CALL-STATUS = "00"
000450     PERFORM COUNT-CALLS UNTIL CBU-CALL-STATUS NOT = "00"
000460     CLOSE CBU-CALL-FILE
000470  END-IF.
000480  MOVE STUB-NAME TO CBU-CALL-NAME.
000490  ADD 1 TO CALL-COUNT GIVING CBU-CALL-SEQ.
000500  MOVE STUB-ARGS TO CBU-CALL-ARGS.
000510  OPEN EXTEND CBU-CALL-FILE.
000520  IF CBU-CALL-STATUS = "35"
000530     OPEN OUTPUT CBU-CALL-FILE
000540  END-IF.
000550  WRITE CBU-CALL-RECORD FROM CBU-STUB-CALL.
000560  CLOSE CBU-CALL-FILE.
000570*> The last declaration for the name wins.
000580  MOVE "N" TO STUB-FOUND.
000590  MOVE "00" TO CBU-STUB-STATUS.
000600  OPEN INPUT CBU-STUB-FILE.
000610  IF CBU-STUB-STATUS = "00"
000620     PERFORM FIND-DECLARATION UNTIL CBU-STUB-STATUS NOT = "00"
000630     CLOSE CBU-STUB-FILE
000640  END-IF.
000650  IF STUB-FOUND = "Y"
000660     MOVE FOUND-DECL TO CBU-STUB-DECL
000670     PERFORM APPLY-CANNED
000680        VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 6
000690     MOVE CBU-STUB-RC TO STUB-RC
000700  ELSE
000710     MOVE 0 TO STUB-RC
000720     DISPLAY "CBU STUB: NO DECLARATION FOR " STUB-NAME
000730  END-IF.
000740  GOBACK.
000750 COUNT-CALLS.
000760  READ CBU-CALL-FILE INTO CBU-STUB-CALL
000770     AT END CONTINUE
000780     NOT AT END
000790        IF CBU-CALL-NAME = STUB-NAME
000800           ADD 1 TO CALL-COUNT
000810        END-IF
000820  END-READ.
000830 FIND-DECLARATION.
000840  READ CBU-STUB-FILE INTO CBU-STUB-DECL
000850     AT END CONTINUE
000860     NOT AT END
000870        IF CBU-STUB-NAME = STUB-NAME
000880           MOVE CBU-STUB-DECL TO FOUND-DECL
000890           MOVE "Y" TO STUB-FOUND
000900        END-IF
000910  END-READ.
000920 APPLY-CANNED.
000930  IF CBU-STUB-RETURNS (ARG-IDX)
000940     MOVE CBU-STUB-VALUE (ARG-IDX) TO STUB-ARG (ARG-IDX)
000950  END-IF.
000960 END PROGRAM CBU-stub-invoke.
