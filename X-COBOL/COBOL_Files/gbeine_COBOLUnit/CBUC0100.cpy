000010*>
000020*> CBU stub registry records. CBU-STUB-DECL is what a test fills
000030*> in for one CALLed program and hands to CBU-stub-declare: the
000040*> return code the stub sets, and per argument (up to six, in
000050*> the order the real program's USING lists them, 40 display
000060*> bytes apiece) whether the stub hands back a canned value in
000070*> place of what it was given. CBU-STUB-CALL is one call as the
000080*> stub recorded it: the program name, its call number for that
000090*> name, and the arguments as they came in.
000100*>
000110*> The registry is kept in files -- cbu-stubs.dat for the
000120*> declarations, cbu-stub-calls.log for the calls -- so a job a
000130*> test runs through CALL 'SYSTEM' sees the same stubs as an
000140*> in-process CALL. CBU-suite-driver empties both around every
000150*> test. The last declaration made for a name is the one used.
000160 01 CBU-STUB-DECL.
000170   05 CBU-STUB-NAME       PIC X(30).
000180   05 CBU-STUB-RC         PIC S9(4) SIGN LEADING SEPARATE.
000190   05 CBU-STUB-CANNED OCCURS 6 TIMES.
000200     10 CBU-STUB-SET      PIC X(1).
000210       88 CBU-STUB-RETURNS VALUE "Y".
000220     10 CBU-STUB-VALUE    PIC X(40).
000230 01 CBU-STUB-CALL.
000240   05 CBU-CALL-NAME       PIC X(30).
000250   05 CBU-CALL-SEQ        PIC 9(4).
000260   05 CBU-CALL-ARGS.
000270     10 CBU-CALL-ARG      PIC X(40) OCCURS 6 TIMES.
