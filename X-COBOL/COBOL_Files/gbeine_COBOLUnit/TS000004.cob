001886     "d5.checkpoint d5.crewlist d5.seatmap " DELIMITED SIZE
001888     "d5.runlog d5.fleet d5.sortwk " DELIMITED SIZE
00188A     "d5.summary.json d5.summary.json.published " DELIMITED SIZE
00188B     "d5.master d5.seatinv" DELIMITED SIZE
001889     INTO CLEAN-COMMAND.
001890  CALL 'SYSTEM' USING CLEAN-COMMAND.
001900  GOBACK.
