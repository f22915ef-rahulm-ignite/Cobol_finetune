000010*>
000020*> Stub module for the EXEC_NODEJS bridge, built under the real
000030*> program's name into the cbu-stubs library so no script runs
000040*> and the bridge can be made to fail on demand. Arguments, as
000050*> recorded and as canned: 1 the code or "@" catalog name (first
000060*> 40 bytes), 2 the exit status as a signed display number such
000070*> as "-0001", 3 the output text (first 40 bytes; a canned value
000080*> replaces all of it), 4 the interpreter, 5 the script
000090*> parameters (first 40 bytes), 6 the calling program's name.
000100*> As with the real bridge, the parameters are only there on a
000110*> catalog call, and the caller's name only when the caller
000120*> passes it; argument 6 is recorded but never canned.
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   EXEC_NODEJS.
000150 ENVIRONMENT    DIVISION.
000160 CONFIGURATION  SECTION.
000170 DATA DIVISION.
000180 WORKING-STORAGE SECTION.
000190  01 STUB-NAME PIC X(30) VALUE "EXEC_NODEJS".
000200  01 STUB-ARGS.
000210    05 STUB-ARG PIC X(40) OCCURS 6 TIMES.
000220  01 CALLER-ARGS.
000230    05 CALLER-ARG PIC X(40) OCCURS 6 TIMES.
000240  01 STUB-RC PIC S9(4) VALUE 0.
000250  01 STUB-FOUND PIC X(1) VALUE "N".
000260  01 STATUS-DISPLAY PIC S9(4) SIGN LEADING SEPARATE.
000270  01 ARG-COUNT PIC S9(4) COMP-5 VALUE 0.
000280 LINKAGE SECTION.
000290   01 NODEJS_CODE PIC A(100).
000300   01 EXIT_STATUS PIC S9(4).
000310   01 OUTPUT_TEXT PIC X(2000).
000320   01 INTERPRETER_NAME PIC X(10).
000330   01 SCRIPT_PARAMS PIC X(500).
000340   01 CALLER_NAME PIC X(30).
000350 PROCEDURE DIVISION USING NODEJS_CODE EXIT_STATUS OUTPUT_TEXT
000360         INTERPRETER_NAME SCRIPT_PARAMS CALLER_NAME.
000370  CALL "C$NARG" USING ARG-COUNT.
000380  MOVE SPACES TO STUB-ARGS.
000390  MOVE NODEJS_CODE TO STUB-ARG (1).
000400  MOVE EXIT_STATUS TO STATUS-DISPLAY.
000410  MOVE STATUS-DISPLAY TO STUB-ARG (2).
000420  MOVE OUTPUT_TEXT TO STUB-ARG (3).
000430  MOVE INTERPRETER_NAME TO STUB-ARG (4).
000440  IF NODEJS_CODE (1:1) = "@"
000450     MOVE SCRIPT_PARAMS TO STUB-ARG (5)
000460  END-IF.
000470  IF ARG-COUNT >= 6
000480     MOVE CALLER_NAME TO STUB-ARG (6)
000490  END-IF.
000500  MOVE STUB-ARGS TO CALLER-ARGS.
000510  CALL "CBU-stub-invoke" USING STUB-NAME STUB-ARGS STUB-RC
000520     STUB-FOUND.
000530  IF STUB-ARG (1) NOT = CALLER-ARG (1)
000540     MOVE STUB-ARG (1) TO NODEJS_CODE
000550  END-IF.
000560  IF STUB-ARG (2) NOT = CALLER-ARG (2)
000570     MOVE STUB-ARG (2) (1:5) TO STATUS-DISPLAY
000580     MOVE STATUS-DISPLAY TO EXIT_STATUS
000590  END-IF.
000600  IF STUB-ARG (3) NOT = CALLER-ARG (3)
000610     MOVE STUB-ARG (3) TO OUTPUT_TEXT
000620  END-IF.
000630  IF STUB-ARG (4) NOT = CALLER-ARG (4)
000640     MOVE STUB-ARG (4) TO INTERPRETER_NAME
000650  END-IF.
000660  IF NODEJS_CODE (1:1) = "@"
000670     AND STUB-ARG (5) NOT = CALLER-ARG (5)
000680     MOVE STUB-ARG (5) TO SCRIPT_PARAMS
000690  END-IF.
000700  MOVE STUB-RC TO RETURN-CODE.
000710  GOBACK.
000720 END PROGRAM EXEC_NODEJS.
