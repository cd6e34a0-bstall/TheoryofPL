	        05 CT-WRITTEN PIC 9(9).
	        05 CT-REJECTED PIC 9(9).
	        05 CT-BUSINESS-DATE PIC 9(8).
	        05 CT-CYCLE PIC 9(2).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	        + WS-STILL-OPEN-COUNT.
	    MOVE WS-REJECTED-COUNT TO CT-REJECTED.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    *> the drain runs once a day, outside the posting cycles
	    MOVE 1 TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    CLOSE CTL-TOTALS.
