002060     "d5.checkpoint d5.crewlist d5.sortwk " DELIMITED SIZE
002070     "d5.runlog d5.phasetimes " DELIMITED SIZE
002080     "d5.summary.json d5.summary.json.published " DELIMITED SIZE
002090     "d5.master d5.seatinv" DELIMITED SIZE
002100     INTO CLEAN-COMMAND.
002110  CALL 'SYSTEM' USING CLEAN-COMMAND.
002120  GOBACK.
