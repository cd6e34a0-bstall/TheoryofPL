	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    WORKING-STORAGE SECTION.
	    01 WS-MASTER-STATUS PIC X(2).
	    MOVE "SMAINT01" TO SUSP-PROGRAM.
	    MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP.
	    MOVE SUSP-TIMESTAMP(1:8) TO SUSP-BUSINESS-DATE.
	    *> raised outside the daily stream, so no posting cycle
	    MOVE 0 TO SUSP-CYCLE.
	    MOVE MAINT-TRANS-REC TO SUSP-IMAGE.
	    WRITE SUSPENSE-REC.

