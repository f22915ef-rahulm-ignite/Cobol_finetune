000010*>
000020*> Stubbed run of the seat-manifest job: SEAT-DECODE is stubbed
000030*> to reject every boarding pass and the EXEC_NODEJS bridge to
000040*> fail, so the test shows how the job copes when both go wrong
000050*> without a real script being run. Every pass must land in the
000060*> rejects file, and both bridge calls -- the summary feed and
000070*> the alert the TS000006-alert-rules.txt fixture always raises
000080*> -- must still be made, in that order, after which the job
000090*> carries on. The job runs with the cbu-stubs library first on
000100*> its module path (STUB-JOB-COMMAND, default ./d05a, overrides
000110*> the job as REGRESS-JOB-COMMAND does for TS000004), so it must
000120*> load SEAT-DECODE and EXEC_NODEJS dynamically.
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.   TS000006.
000150 ENVIRONMENT    DIVISION.
000160 CONFIGURATION  SECTION.
000170 INPUT-OUTPUT   SECTION.
000180 FILE-CONTROL.
000190     SELECT REJECTS-FILE ASSIGN TO "d5.rejects"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS REJECTS-FILE-STATUS.
000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD REJECTS-FILE.
000250 01 REJECTS-LINE PIC X(100).
000260 WORKING-STORAGE SECTION.
000270  COPY CBUC0006.
000280  COPY CBUC0100.
000290  01 REJECTS-FILE-STATUS PIC X(2) VALUE "00".
000300  01 JOB-COMMAND PIC X(100) VALUE SPACES.
000310  01 STUB-COMMAND PIC X(250) VALUE SPACES.
000320  01 assert-name PIC X(20).
000330  01 STUB-PGM-NAME PIC X(30).
000340  01 EXPECTED-CALLS PIC 9(4).
000350  01 CALL-SEQ PIC 9(4).
000360  01 ARG-NUM PIC 9(1).
000370  01 EXPECTED-ARG PIC X(40).
000380  01 EXPECTED-REJECTS PIC 9(4) VALUE 6.
000390  01 ACTUAL-REJECTS PIC 9(4) VALUE 0.
000400 LINKAGE SECTION.
000410   COPY CBUC0001.
000420 PROCEDURE DIVISION USING CBU-ctx.
000430  MOVE CBU-OWN-PROGRAM-ID TO CBU-PROGRAM-ID.
000440*> Every pass decodes as invalid, reason 01, seat zero.
000450  INITIALIZE CBU-STUB-DECL.
000460  MOVE "SEAT-DECODE" TO CBU-STUB-NAME.
000470  MOVE "Y" TO CBU-STUB-SET (2).
000480  MOVE "00000000" TO CBU-STUB-VALUE (2).
000490  MOVE "Y" TO CBU-STUB-SET (3).
000500  MOVE "N" TO CBU-STUB-VALUE (3).
000510  MOVE "Y" TO CBU-STUB-SET (4).
000520  MOVE "01" TO CBU-STUB-VALUE (4).
000530  CALL CBU-stub-declare USING CBU-ctx CBU-STUB-DECL.
000540*> The bridge is down: status -1 and a message for the output.
000550  INITIALIZE CBU-STUB-DECL.
000560  MOVE "EXEC_NODEJS" TO CBU-STUB-NAME.
000570  MOVE "Y" TO CBU-STUB-SET (2).
000580  MOVE "-0001" TO CBU-STUB-VALUE (2).
000590  MOVE "Y" TO CBU-STUB-SET (3).
000600  MOVE "STUB: BRIDGE DOWN" TO CBU-STUB-VALUE (3).
000610  CALL CBU-stub-declare USING CBU-ctx CBU-STUB-DECL.
000620  ACCEPT JOB-COMMAND FROM ENVIRONMENT "STUB-JOB-COMMAND".
000630  IF JOB-COMMAND = SPACES
000640     MOVE "./d05a" TO JOB-COMMAND
000650  END-IF.
000660  MOVE SPACES TO STUB-COMMAND.
000670  STRING "env ALERT-RULES=TS000006-alert-rules.txt "
000680        DELIMITED BY SIZE
000690     "COB_LIBRARY_PATH=cbu-stubs:${COB_LIBRARY_PATH} "
000700        DELIMITED BY SIZE
000710     FUNCTION TRIM(JOB-COMMAND) DELIMITED BY SIZE
000720     " > /dev/null" DELIMITED BY SIZE
000730     INTO STUB-COMMAND.
000740  CALL 'SYSTEM' USING STUB-COMMAND.
000750
000760  MOVE "decode: first pass" TO assert-name.
000770  MOVE "SEAT-DECODE" TO STUB-PGM-NAME.
000780  MOVE 1 TO CALL-SEQ.
000790  MOVE 1 TO ARG-NUM.
000800  MOVE "FBFBBFFRLR" TO EXPECTED-ARG.
000810  CALL CBU-assert-stub-arg USING CBU-ctx assert-name
000820     STUB-PGM-NAME CALL-SEQ ARG-NUM EXPECTED-ARG.
000830
000840  MOVE "bridge: calls" TO assert-name.
000850  MOVE "EXEC_NODEJS" TO STUB-PGM-NAME.
000860  MOVE 2 TO EXPECTED-CALLS.
000870  CALL CBU-assert-stub-called USING CBU-ctx assert-name
000880     STUB-PGM-NAME EXPECTED-CALLS.
000890  MOVE "bridge: feed" TO assert-name.
000900  MOVE 1 TO CALL-SEQ.
000910  MOVE "@publish-flight-summary" TO EXPECTED-ARG.
000920  CALL CBU-assert-stub-arg USING CBU-ctx assert-name
000930     STUB-PGM-NAME CALL-SEQ ARG-NUM EXPECTED-ARG.
000940  MOVE "bridge: alert" TO assert-name.
000950  MOVE 2 TO CALL-SEQ.
000960  MOVE "@page-ops" TO EXPECTED-ARG.
000970  CALL CBU-assert-stub-arg USING CBU-ctx assert-name
000980     STUB-PGM-NAME CALL-SEQ ARG-NUM EXPECTED-ARG.
000981  MOVE "bridge: caller" TO assert-name.
000982  MOVE 6 TO ARG-NUM.
000983  MOVE "AOC-2020-05-1" TO EXPECTED-ARG.
000984  CALL CBU-assert-stub-arg USING CBU-ctx assert-name
000985     STUB-PGM-NAME CALL-SEQ ARG-NUM EXPECTED-ARG.
000990
001000*> Count the reject lines, leaving out the control trailer.
001010  MOVE 0 TO ACTUAL-REJECTS.
001020  OPEN INPUT REJECTS-FILE.
001030  IF REJECTS-FILE-STATUS = "00"
001040     PERFORM COUNT-REJECTS UNTIL REJECTS-FILE-STATUS NOT = "00"
001050     CLOSE REJECTS-FILE
001060  END-IF.
001070  MOVE "rejects: all passes" TO assert-name.
001080  CALL CBU-assert-nb4-equals USING CBU-ctx assert-name
001090     EXPECTED-REJECTS ACTUAL-REJECTS.
001100  GOBACK.
001110 COUNT-REJECTS.
001120  READ REJECTS-FILE
001130     AT END CONTINUE
001140     NOT AT END
001150        IF REJECTS-LINE (1:4) NOT = "TRL "
001160           ADD 1 TO ACTUAL-REJECTS
001170        END-IF
001180  END-READ.
001190 END PROGRAM TS000006.
001200*>
001210*> Setup hook: stage the regression fixture as the job's input
001220*> and check the alert rules are on hand, recording a failure if
001230*> either fixture is missing.
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID.   TS000006-SETUP.
001260 ENVIRONMENT    DIVISION.
001270 INPUT-OUTPUT   SECTION.
001280 FILE-CONTROL.
001290     SELECT FIXTURE-FILE ASSIGN TO "TS000004-input.txt"
001300     ORGANIZATION IS LINE SEQUENTIAL
001310     FILE STATUS IS FIXTURE-STATUS.
001320     SELECT RULES-FILE ASSIGN TO "TS000006-alert-rules.txt"
001330     ORGANIZATION IS LINE SEQUENTIAL
001340     FILE STATUS IS RULES-STATUS.
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD FIXTURE-FILE.
001380 01 FIXTURE-RECORD PIC X(8).
001390 FD RULES-FILE.
001400 01 RULES-RECORD PIC X(8).
001410 WORKING-STORAGE SECTION.
001420  01 FIXTURE-STATUS PIC X(2) VALUE "00".
001430  01 RULES-STATUS PIC X(2) VALUE "00".
001440  01 STAGE-COMMAND PIC X(100) VALUE
001450     "cp TS000004-input.txt d5.input".
001460  01 assert-name PIC X(20) VALUE "setup: fixture".
001470  01 EXPECTED-DISPLAY PIC X(15) VALUE "PRESENT".
001480  01 ACTUAL-DISPLAY PIC X(15) VALUE "MISSING".
001490  01 FAIL-FLAG PIC X(1) VALUE "F".
001500 LINKAGE SECTION.
001510   COPY CBUC0001.
001520 PROCEDURE DIVISION USING CBU-ctx.
001530  OPEN INPUT FIXTURE-FILE.
001540  OPEN INPUT RULES-FILE.
001550  IF FIXTURE-STATUS = "00" AND RULES-STATUS = "00"
001560     CLOSE FIXTURE-FILE
001570     CLOSE RULES-FILE
001580     CALL 'SYSTEM' USING STAGE-COMMAND
001590  ELSE
001600     IF FIXTURE-STATUS = "00"
001610        CLOSE FIXTURE-FILE
001620     END-IF
001630     IF RULES-STATUS = "00"
001640        CLOSE RULES-FILE
001650     END-IF
001660     MOVE "TS000006" TO CBU-PROGRAM-ID
001670     CALL "CBU-record-result" USING CBU-ctx assert-name
001680        EXPECTED-DISPLAY ACTUAL-DISPLAY FAIL-FLAG
001690  END-IF.
001700  GOBACK.
001710 END PROGRAM TS000006-SETUP.
001720*>
001730*> Teardown hook: remove the stubbed run's work files, the alert
001740*> log included, so a later test starts from a clean directory.
001750 IDENTIFICATION DIVISION.
001760 PROGRAM-ID.   TS000006-TEARDOWN.
001770 ENVIRONMENT    DIVISION.
001780 CONFIGURATION  SECTION.
001790 DATA DIVISION.
001800 WORKING-STORAGE SECTION.
001810  01 CLEAN-COMMAND PIC X(250) VALUE SPACES.
001820 LINKAGE SECTION.
001830   COPY CBUC0001.
001840 PROCEDURE DIVISION USING CBU-ctx.
001850  STRING "rm -f d5.input d5.manifest d5.gaps " DELIMITED SIZE
001860     "d5.exceptions d5.rejects d5.summary " DELIMITED SIZE
001870     "d5.checkpoint d5.crewlist d5.seatmap " DELIMITED SIZE
001880     "d5.runlog d5.fleet d5.sortwk d5.alertlog " DELIMITED SIZE
001890     "d5.summary.json d5.summary.json.published " DELIMITED SIZE
001900     "d5.master d5.flthist d5.seatinv" DELIMITED SIZE
001910     INTO CLEAN-COMMAND.
001920  CALL 'SYSTEM' USING CLEAN-COMMAND.
001930  GOBACK.
001940 END PROGRAM TS000006-TEARDOWN.
