	    SELECT CTL-TOTALS ASSIGN TO "CTLTOTS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TOTALS-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	        *> record from a prior day's abended run cannot be
	        *> balanced into today's report
	        05 CT-BUSINESS-DATE PIC 9(8).
	        05 CT-CYCLE PIC 9(2).

	    *> the cycle card the run register writes at the start of
	    *> the stream - the posting cycle within the business date
	    *> this run belongs to
	    FD RUN-CYCLE.
	    01 RUN-CYCLE-REC.
	        05 CY-BUSINESS-DATE PIC 9(8).
	        05 CY-CYCLE PIC 9(2).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-RPT-EOF PIC X(1) VALUE "N".
	        88 GRADE-RPT-EOF VALUE "Y".
	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
	    01 WS-LINE-COUNT PIC 9(9) VALUE 0.
	    01 WS-TRIM-LEN PIC 9(4).

	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-cipher-control.
	    PERFORM read-run-cycle.
	    OPEN INPUT GRADE-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "GRADE-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	    MOVE WS-LINE-COUNT TO CT-WRITTEN.
	    MOVE 0 TO CT-REJECTED.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    CLOSE CTL-TOTALS.

	    *> the cycle comes off the run register's card when it
	    *> names this run's business date; without one - a run
	    *> outside the daily stream, or a date override - the run
	    *> is the date's first cycle
	    read-run-cycle.
	    OPEN INPUT RUN-CYCLE.
	    IF WS-CYC-STATUS = "35"
	        CONTINUE
	    ELSE
	        IF WS-CYC-STATUS NOT = "00"
	            DISPLAY "RUN-CYCLE OPEN FAILED, STATUS " WS-CYC-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ RUN-CYCLE
	            AT END
	                CONTINUE
	            NOT AT END
	                IF CY-BUSINESS-DATE IS NUMERIC
	                    AND CY-BUSINESS-DATE = WS-BUSINESS-DATE
	                    AND CY-CYCLE IS NUMERIC AND CY-CYCLE > 0
	                    MOVE CY-CYCLE TO WS-RUN-CYCLE
	                END-IF
	        END-READ
	        CLOSE RUN-CYCLE
	    END-IF.
