	        05 RC-READ PIC 9(9).
	        05 RC-WRITTEN PIC 9(9).
	        05 RC-REJECTED PIC 9(9).
	        05 RC-CYCLE PIC 9(2).

	    *> the one-page picture the morning handoff works from -
	    *> what ran, how much it moved, what it rejected, how long
	            10 WS-RUN-READ PIC 9(9).
	            10 WS-RUN-WRITTEN PIC 9(9).
	            10 WS-RUN-REJECTED PIC 9(9).
	            10 WS-RUN-CYCLE PIC 9(2).
	    01 WS-RUN-USED PIC 9(4) VALUE 0.
	    01 WS-RUN-IDX PIC 9(4).
	    01 WS-HIST-IDX PIC 9(4).
	    01 WS-HIST-AVG PIC 9(7).
	    01 WS-STEP-COUNT PIC 9(3) VALUE 0.

	    *> the cycles the window date ran in - each is reported as
	    *> its own block. a run written before cycles were carried
	    *> reads as cycle 01; the history a run is judged against
	    *> is every cycle of the earlier dates
	    01 WS-CYCLE-TABLE.
	        05 WS-CYCLE-SEEN OCCURS 99 TIMES PIC X(1) VALUE "N".
	    01 WS-CYCLE-COUNT PIC 9(2) VALUE 0.
	    01 WS-CYCLE-IDX PIC 9(3).
	    01 WS-CYCLE-STEPS PIC 9(3).

	    01 WS-TITLE-LINE.
	        05 FILLER PIC X(31) VALUE
	            "DAILY OPERATIONS SUMMARY FOR ".
	        05 WS-TITLE-DATE PIC 9(8).
	        05 FILLER PIC X(41) VALUE SPACES.
	    01 WS-CYCLE-LINE.
	        05 FILLER PIC X(6) VALUE "CYCLE ".
	        05 WS-CYC-NUMBER PIC 9(2).
	        05 FILLER PIC X(72) VALUE SPACES.
	    01 WS-HDR-LINE PIC X(80) VALUE
	        "PROGRAM    START   END     ELAPSED      READ   WRITTEN  REJECTED  FLAG".
	    01 WS-DETAIL-LINE.
	        MOVE RC-READ TO WS-RUN-READ(WS-RUN-USED)
	        MOVE RC-WRITTEN TO WS-RUN-WRITTEN(WS-RUN-USED)
	        MOVE RC-REJECTED TO WS-RUN-REJECTED(WS-RUN-USED)
	        IF RC-CYCLE IS NUMERIC AND RC-CYCLE > 0
	            MOVE RC-CYCLE TO WS-RUN-CYCLE(WS-RUN-USED)
	        ELSE
	            MOVE 1 TO WS-RUN-CYCLE(WS-RUN-USED)
	        END-IF
	        IF RC-BUSINESS-DATE > WS-WINDOW-DATE
	            MOVE RC-BUSINESS-DATE TO WS-WINDOW-DATE
	        END-IF
	    write-ops-report.
	    MOVE WS-WINDOW-DATE TO WS-TITLE-DATE.
	    WRITE OPS-RPT-REC FROM WS-TITLE-LINE.
	    PERFORM mark-one-cycle VARYING WS-RUN-IDX FROM 1 BY 1
	        UNTIL WS-RUN-IDX > WS-RUN-USED.
	    PERFORM report-one-cycle VARYING WS-CYCLE-IDX FROM 1 BY 1
	        UNTIL WS-CYCLE-IDX > 99.
	    WRITE OPS-RPT-REC FROM WS-BLANK-LINE.
	    MOVE "STEPS IN WINDOW:" TO WS-SUM-LABEL.
	    MOVE WS-STEP-COUNT TO WS-SUM-COUNT.
	    WRITE OPS-RPT-REC FROM WS-SUM-LINE.
	    MOVE "CYCLES IN WINDOW:" TO WS-SUM-LABEL.
	    MOVE WS-CYCLE-COUNT TO WS-SUM-COUNT.
	    WRITE OPS-RPT-REC FROM WS-SUM-LINE.

	    mark-one-cycle.
	    IF WS-RUN-DATE(WS-RUN-IDX) = WS-WINDOW-DATE
	        IF WS-CYCLE-SEEN(WS-RUN-CYCLE(WS-RUN-IDX)) NOT = "Y"
	            MOVE "Y" TO WS-CYCLE-SEEN(WS-RUN-CYCLE(WS-RUN-IDX))
	            ADD 1 TO WS-CYCLE-COUNT
	        END-IF
	    END-IF.

	    report-one-cycle.
	    IF WS-CYCLE-SEEN(WS-CYCLE-IDX) = "Y"
	        MOVE WS-CYCLE-IDX TO WS-CYC-NUMBER
	        MOVE 0 TO WS-CYCLE-STEPS
	        WRITE OPS-RPT-REC FROM WS-BLANK-LINE
	        WRITE OPS-RPT-REC FROM WS-CYCLE-LINE
	        WRITE OPS-RPT-REC FROM WS-HDR-LINE
	        PERFORM report-one-run VARYING WS-RUN-IDX FROM 1 BY 1
	            UNTIL WS-RUN-IDX > WS-RUN-USED
	        MOVE "STEPS IN CYCLE:" TO WS-SUM-LABEL
	        MOVE WS-CYCLE-STEPS TO WS-SUM-COUNT
	        WRITE OPS-RPT-REC FROM WS-SUM-LINE
	    END-IF.

	    *> LONG means half again over the average of this program's
	    *> runs from earlier business dates; a first-ever run has no
	    *> norm to be judged against.
	    report-one-run.
	    IF WS-RUN-DATE(WS-RUN-IDX) = WS-WINDOW-DATE
	        AND WS-RUN-CYCLE(WS-RUN-IDX) = WS-CYC-NUMBER
	        ADD 1 TO WS-STEP-COUNT
	        ADD 1 TO WS-CYCLE-STEPS
	        MOVE WS-RUN-PROGRAM(WS-RUN-IDX) TO WS-DET-PROGRAM
	        MOVE WS-RUN-START(WS-RUN-IDX) TO WS-DET-START
	        MOVE WS-RUN-END(WS-RUN-IDX) TO WS-DET-END
