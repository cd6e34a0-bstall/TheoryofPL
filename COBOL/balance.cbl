	        05 CT-WRITTEN PIC 9(9).
	        05 CT-REJECTED PIC 9(9).
	        05 CT-BUSINESS-DATE PIC 9(8).
	        05 CT-CYCLE PIC 9(2).

	    *> balancing report - one line per pair, one line per
	    *> step-to-step handoff, plus a verdict; a day run in more
	    *> than one cycle gets a section per cycle and one for the
	    *> day in total
	    FD BAL-RPT.
	    01 BAL-RPT-REC PIC X(80).

	    01 WS-STALE-COUNT PIC 9(4) VALUE 0.

	    *> every totals record, loaded so the handoffs between steps
	    *> can be matched after the whole file is seen; 200 records
	    *> cover a day's steps many times over, so running out of
	    *> room means something is appending wildly - stop loudly.
	    *> when more than one cycle ran, the day's sums per pair go
	    *> in behind the loaded records under cycle 00, so the day
	    *> total proves through the same paragraphs as each cycle -
	    *> there can be no more sums than loaded records
	    01 WS-TOT-TABLE.
	        05 WS-TOT-ENTRY OCCURS 400 TIMES.
	            10 WS-TOT-PROGRAM PIC X(8).
	            10 WS-TOT-IN-FILE PIC X(8).
	            10 WS-TOT-OUT-FILE PIC X(8).
	            10 WS-TOT-WRITTEN PIC 9(9).
	            10 WS-TOT-REJECTED PIC 9(9).
	            10 WS-TOT-DATE PIC 9(8).
	            10 WS-TOT-CYCLE PIC 9(2).
	    01 WS-TOT-USED PIC 9(3) VALUE 0.
	    01 WS-TOT-LOADED PIC 9(3) VALUE 0.
	    01 WS-TOT-IDX PIC 9(3).
	    01 WS-DAY-START PIC 9(3).
	    01 WS-DAY-IDX PIC 9(3).
	    01 WS-DAY-FOUND PIC 9(3).

	    *> today is the latest business date on file - anything from
	    *> another date is a leftover of an abended run and fails
	    *> the balance rather than folding into today's report
	    01 WS-WINDOW-DATE PIC 9(8) VALUE 0.

	    *> the cycles of the window date found on file - a record
	    *> written before cycles were carried, or by a run outside
	    *> the daily stream, reads as cycle 01. each cycle proves on
	    *> its own records; cycle 00 is the day total
	    01 WS-CYCLE-TABLE.
	        05 WS-CYCLE-SEEN OCCURS 99 TIMES PIC X(1) VALUE "N".
	    01 WS-CYCLE-COUNT PIC 9(2) VALUE 0.
	    01 WS-CYCLE-IDX PIC 9(3).
	    01 WS-CUR-CYCLE PIC 9(2).
	    01 WS-OTHER-DATE-COUNT PIC 9(3) VALUE 0.

	    *> the dataset handoffs wired in the daily stream - each
	    *> upstream program's out-file is consumed by the named
	    *> downstream program under its own DD name, and what was
	        05 FILLER PIC X(32) VALUE
	            "EDIT01  TRANCLN TRANREG TRANSIN ".
	        05 FILLER PIC X(32) VALUE
	            "EDIT01  TRANCLN EXCPT01 TRANSIN ".
	        05 FILLER PIC X(32) VALUE
	            "EXCPT01 TRANPOSTACCTUPD TRANSIN ".
	        05 FILLER PIC X(32) VALUE
	            "BRIDGE01BRIDGOUTCIPHER01CIPHIN  ".
	        *> posting reports its count against the master it writes,
	        *> but every posted item is also on the day's journal the
	        *> ledger extract reads - the two counts must agree
	        05 FILLER PIC X(32) VALUE
	            "ACCTUPD ACCTMSTNGLEXT01 ACCTJRNL".
	        *> the registrar interface leg - graded students out of
	        *> the grading step into its bridge, and the bridged file
	        *> into the cipher run made under the registrar control
	        05 FILLER PIC X(32) VALUE
	            "COND01  REGIFACEREGBRG01REGIFACE".
	        05 FILLER PIC X(32) VALUE
	            "REGBRG01REGCIPINCIPHER01REGCIPIN".
	    01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-DEFS.
	        05 WS-CHAIN-ENTRY OCCURS 10 TIMES.
	            10 WS-CHAIN-UP-PGM PIC X(8).
	            10 WS-CHAIN-UP-FILE PIC X(8).
	            10 WS-CHAIN-DN-PGM PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-CHN-VERDICT PIC X(10).
	        05 FILLER PIC X(28) VALUE SPACES.
	    01 WS-CYCLE-LINE.
	        05 FILLER PIC X(6) VALUE "CYCLE ".
	        05 WS-CYC-NUMBER PIC 9(2).
	        05 FILLER PIC X(72) VALUE SPACES.
	    01 WS-DAY-LINE PIC X(80) VALUE
	        "DAY TOTAL - ALL CYCLES".
	    01 WS-SUMMARY-LINE.
	        05 WS-SUM-LABEL PIC X(30).
	        05 WS-SUM-COUNT PIC ZZZ9.
	    *> written or rejected, every handoff between steps must carry
	    *> the same count on both sides, and every record must belong
	    *> to today - anything else means records leaked somewhere.
	    *> a day run in more than one cycle proves every cycle on
	    *> its own and then the day's sums the same way.
	PROCEDURE DIVISION.
	    begin.
	    OPEN INPUT CTL-TOTALS.
	    PERFORM read-totals.
	    PERFORM load-one-total UNTIL TOTALS-EOF.
	    CLOSE CTL-TOTALS.
	    MOVE WS-TOT-USED TO WS-TOT-LOADED.
	    PERFORM mark-one-cycle VARYING WS-TOT-IDX FROM 1 BY 1
	        UNTIL WS-TOT-IDX > WS-TOT-LOADED.
	    *> records from another date are listed first, each failing
	    *> as stale; a single-cycle day follows on under the same
	    *> heading, as it always has
	    IF WS-CYCLE-COUNT < 2 OR WS-OTHER-DATE-COUNT > 0
	        WRITE BAL-RPT-REC FROM WS-HDR-LINE
	    END-IF.
	    PERFORM balance-stale-pair VARYING WS-TOT-IDX FROM 1 BY 1
	        UNTIL WS-TOT-IDX > WS-TOT-LOADED.
	    PERFORM balance-one-cycle VARYING WS-CYCLE-IDX FROM 1 BY 1
	        UNTIL WS-CYCLE-IDX > 99.
	    IF WS-CYCLE-COUNT > 1
	        COMPUTE WS-DAY-START = WS-TOT-LOADED + 1
	        PERFORM sum-one-day-pair VARYING WS-TOT-IDX FROM 1 BY 1
	            UNTIL WS-TOT-IDX > WS-TOT-LOADED
	        WRITE BAL-RPT-REC FROM WS-BLANK-LINE
	        WRITE BAL-RPT-REC FROM WS-DAY-LINE
	        MOVE 0 TO WS-CUR-CYCLE
	        PERFORM balance-cycle-records
	    END-IF.
	    PERFORM write-balance-summary.
	    CLOSE BAL-RPT.
	    IF WS-OOB-COUNT > 0 OR WS-PAIR-COUNT = 0
	        IF WS-TOT-DATE(WS-TOT-USED) > WS-WINDOW-DATE
	            MOVE WS-TOT-DATE(WS-TOT-USED) TO WS-WINDOW-DATE
	        END-IF
	        IF CT-CYCLE IS NUMERIC AND CT-CYCLE > 0
	            MOVE CT-CYCLE TO WS-TOT-CYCLE(WS-TOT-USED)
	        ELSE
	            MOVE 1 TO WS-TOT-CYCLE(WS-TOT-USED)
	        END-IF
	    ELSE
	        DISPLAY "CTL-TOTALS OVERFLOW - TABLE HOLDS 200, THE "
	            "DATASET IS NOT BELIEVABLE"
	    END-IF.
	    PERFORM read-totals.

	    mark-one-cycle.
	    IF WS-TOT-DATE(WS-TOT-IDX) = WS-WINDOW-DATE
	        IF WS-CYCLE-SEEN(WS-TOT-CYCLE(WS-TOT-IDX)) NOT = "Y"
	            MOVE "Y" TO WS-CYCLE-SEEN(WS-TOT-CYCLE(WS-TOT-IDX))
	            ADD 1 TO WS-CYCLE-COUNT
	        END-IF
	    ELSE
	        ADD 1 TO WS-OTHER-DATE-COUNT
	    END-IF.

	    balance-stale-pair.
	    IF WS-TOT-DATE(WS-TOT-IDX) NOT = WS-WINDOW-DATE
	        PERFORM balance-one-pair
	    END-IF.

	    *> a cycle on file gets its own heading only when the day
	    *> ran more than one
	    balance-one-cycle.
	    IF WS-CYCLE-SEEN(WS-CYCLE-IDX) = "Y"
	        MOVE WS-CYCLE-IDX TO WS-CUR-CYCLE
	        IF WS-CYCLE-COUNT > 1
	            MOVE WS-CUR-CYCLE TO WS-CYC-NUMBER
	            WRITE BAL-RPT-REC FROM WS-BLANK-LINE
	            WRITE BAL-RPT-REC FROM WS-CYCLE-LINE
	        END-IF
	        PERFORM balance-cycle-records
	    END-IF.

	    balance-cycle-records.
	    IF WS-CYCLE-COUNT > 1
	        WRITE BAL-RPT-REC FROM WS-HDR-LINE
	    END-IF.
	    PERFORM balance-cycle-pair VARYING WS-TOT-IDX FROM 1 BY 1
	        UNTIL WS-TOT-IDX > WS-TOT-USED.
	    WRITE BAL-RPT-REC FROM WS-BLANK-LINE.
	    WRITE BAL-RPT-REC FROM WS-CHAIN-HDR-LINE.
	    PERFORM balance-one-handoff VARYING WS-CHAIN-IDX FROM 1 BY 1
	        UNTIL WS-CHAIN-IDX > 10.

	    balance-cycle-pair.
	    IF WS-TOT-DATE(WS-TOT-IDX) = WS-WINDOW-DATE
	        AND WS-TOT-CYCLE(WS-TOT-IDX) = WS-CUR-CYCLE
	        PERFORM balance-one-pair
	    END-IF.

	    *> the day total adds each program/input-file pair's counts
	    *> across the cycles into one record
	    sum-one-day-pair.
	    IF WS-TOT-DATE(WS-TOT-IDX) = WS-WINDOW-DATE
	        MOVE 0 TO WS-DAY-FOUND
	        PERFORM find-day-pair VARYING WS-DAY-IDX
	            FROM WS-DAY-START BY 1
	            UNTIL WS-DAY-IDX > WS-TOT-USED
	        IF WS-DAY-FOUND = 0
	            ADD 1 TO WS-TOT-USED
	            MOVE WS-TOT-ENTRY(WS-TOT-IDX)
	                TO WS-TOT-ENTRY(WS-TOT-USED)
	            MOVE 0 TO WS-TOT-CYCLE(WS-TOT-USED)
	        ELSE
	            ADD WS-TOT-READ(WS-TOT-IDX)
	                TO WS-TOT-READ(WS-DAY-FOUND)
	            ADD WS-TOT-WRITTEN(WS-TOT-IDX)
	                TO WS-TOT-WRITTEN(WS-DAY-FOUND)
	            ADD WS-TOT-REJECTED(WS-TOT-IDX)
	                TO WS-TOT-REJECTED(WS-DAY-FOUND)
	        END-IF
	    END-IF.

	    find-day-pair.
	    IF WS-TOT-PROGRAM(WS-DAY-IDX) = WS-TOT-PROGRAM(WS-TOT-IDX)
	        AND WS-TOT-IN-FILE(WS-DAY-IDX) = WS-TOT-IN-FILE(WS-TOT-IDX)
	        AND WS-TOT-OUT-FILE(WS-DAY-IDX)
	            = WS-TOT-OUT-FILE(WS-TOT-IDX)
	        MOVE WS-DAY-IDX TO WS-DAY-FOUND
	    END-IF.

	    balance-one-pair.
	    ADD 1 TO WS-PAIR-COUNT.
	    MOVE WS-TOT-PROGRAM(WS-TOT-IDX) TO WS-DET-PROGRAM.
	        WRITE BAL-RPT-REC FROM WS-CHAIN-LINE
	    END-IF.

	    *> an upstream step that also takes a correction leg writes
	    *> a SUSPIN record against the same out-file - the main
	    *> record already counts those items, so it is the one
	    *> matched here
	    scan-one-handoff.
	    IF WS-TOT-DATE(WS-SCAN-IDX) = WS-WINDOW-DATE
	        AND WS-TOT-CYCLE(WS-SCAN-IDX) = WS-CUR-CYCLE
	        IF WS-TOT-PROGRAM(WS-SCAN-IDX)
	            = WS-CHAIN-UP-PGM(WS-CHAIN-IDX)
	            AND WS-TOT-OUT-FILE(WS-SCAN-IDX)
	            = WS-CHAIN-UP-FILE(WS-CHAIN-IDX)
	            AND WS-TOT-IN-FILE(WS-SCAN-IDX) NOT = "SUSPIN"
	            MOVE WS-SCAN-IDX TO WS-CHAIN-UP-IDX
	        END-IF
	        IF WS-TOT-PROGRAM(WS-SCAN-IDX)
	    *> corrections off its TRANSIN handoff
	    scan-suspin-leg.
	    IF WS-TOT-DATE(WS-SCAN-IDX) = WS-WINDOW-DATE
	        AND WS-TOT-CYCLE(WS-SCAN-IDX) = WS-CUR-CYCLE
	        AND WS-TOT-PROGRAM(WS-SCAN-IDX)
	            = WS-CHAIN-DN-PGM(WS-CHAIN-IDX)
	        AND WS-TOT-IN-FILE(WS-SCAN-IDX) = "SUSPIN"
	    MOVE "STALE RECORDS ON FILE:" TO WS-SUM-LABEL.
	    MOVE WS-STALE-COUNT TO WS-SUM-COUNT.
	    WRITE BAL-RPT-REC FROM WS-SUMMARY-LINE.
	    MOVE "CYCLES ON FILE:" TO WS-SUM-LABEL.
	    MOVE WS-CYCLE-COUNT TO WS-SUM-COUNT.
	    WRITE BAL-RPT-REC FROM WS-SUMMARY-LINE.
