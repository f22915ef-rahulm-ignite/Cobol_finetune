000130*> but still runs teardown, so one broken staging step cannot
000140*> crash or contaminate the rest of the suite. Absent hooks are
000150*> simply skipped via ON EXCEPTION.
000152*>
000154*> Stubs declared through CBU-stub-declare are cleared with
000156*> CBU-stub-reset before each test's setup and again after its
000158*> teardown, so no test inherits another's stubs or call log.
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.   CBU-suite-driver.
000180 ENVIRONMENT    DIVISION.
000370  PERFORM RUN-ONE-TEST.
000372  MOVE "TS000005" TO TEST-NAME.
000374  PERFORM RUN-ONE-TEST.
000376  MOVE "TS000006" TO TEST-NAME.
000378  PERFORM RUN-ONE-TEST.
000380  DISPLAY "==========================================".
000390  DISPLAY "COBOLUnit suite totals:".
000400  DISPLAY "  ASSERTS=" CBU-TOTAL-ASSERTS
000530  STRING TEST-NAME DELIMITED BY SPACE
000540     "-TEARDOWN" DELIMITED BY SIZE INTO TEARDOWN-NAME.
000550  MOVE "P" TO CBU-LAST-RESULT.
000555  CALL "CBU-stub-reset" USING CBU-CTX.
000560  CALL SETUP-NAME USING CBU-CTX
000570     ON EXCEPTION CONTINUE
000580  END-CALL.
000740  CALL TEARDOWN-NAME USING CBU-CTX
000750     ON EXCEPTION CONTINUE
000760  END-CALL.
000765  CALL "CBU-stub-reset" USING CBU-CTX.
000770 END PROGRAM CBU-suite-driver.
