	    SELECT RUN-REGISTER ASSIGN TO "RUNREG"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-REG-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> run settings - C checks the register and stamps the run
	    *> started, N does the same for a further posting cycle on
	    *> a date whose last cycle is already complete, F stamps
	    *> the open cycle complete; the force indicator permits a
	    *> deliberate rerun of a cycle already marked complete. the
	    *> date field is the usual explicit override.
	    FD REGISTER-CTL.
	    01 REGISTER-CTL-REC.
	        05 RRC-MODE PIC X(1).
	        05 CAL-NEXT-DATE PIC 9(8).
	        05 CAL-WEEKEND-RULE PIC X(1).

	    *> one record per attempt, keyed by business date and
	    *> posting cycle - S when the stream starts, C when it
	    *> balanced clean - so a duplicate DAILYBAT submission is
	    *> refused by a dataset instead of by the operator's memory.
	    *> entries from before cycles were kept have no cycle and
	    *> are read as the date's first.
	    FD RUN-REGISTER.
	    01 RUN-REGISTER-REC.
	        05 RR-BUSINESS-DATE PIC 9(8).
	        05 RR-STATUS PIC X(1).
	        05 RR-TIMESTAMP PIC X(21).
	        05 RR-CYCLE PIC 9(2).

	    *> the cycle card - the business date and cycle number this
	    *> submission runs under, rewritten at the start of every
	    *> stream; each step stamps its control totals, run-control
	    *> and suspense rows with the cycle from here
	    FD RUN-CYCLE.
	    01 RUN-CYCLE-REC.
	        05 CY-BUSINESS-DATE PIC 9(8).
	        05 CY-CYCLE PIC 9(2).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-CAL-STATUS PIC X(2).
	    01 WS-REG-STATUS PIC X(2).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-REG-EOF PIC X(1) VALUE "N".
	        88 REGISTER-EOF VALUE "Y".

	    01 WS-RUN-MODE PIC X(1) VALUE "C".
	        88 CHECK-MODE VALUE "C".
	        88 NEXT-CYCLE-MODE VALUE "N".
	        88 FINISH-MODE VALUE "F".
	    01 WS-FORCE-FLAG PIC X(1) VALUE "N".
	        88 FORCE-RERUN VALUE "Y".

	    01 WS-STAMP-STATUS PIC X(1).

	    *> the state of the date's latest cycle on the register -
	    *> an entry's cycle replaces what is held when it is later,
	    *> and a completion stamp on the same cycle closes it
	    01 WS-LATEST-CYCLE PIC 9(2) VALUE 0.
	    01 WS-ENTRY-CYCLE PIC 9(2).
	    01 WS-RUN-CYCLE PIC 9(2).
	    01 WS-SEEN-STARTED PIC X(1) VALUE "N".
	        88 DATE-STARTED VALUE "Y".
	    01 WS-SEEN-COMPLETE PIC X(1) VALUE "N".
	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-register-control.
	    PERFORM scan-register.
	    IF FINISH-MODE
	        PERFORM stamp-register-complete
	    ELSE
	        PERFORM judge-register
	        PERFORM stamp-register-started
	        PERFORM write-cycle-card
	    END-IF.
	    STOP RUN.

	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	    END-READ.
	    IF RRC-MODE NOT = "C" AND RRC-MODE NOT = "N"
	        AND RRC-MODE NOT = "F"
	        DISPLAY "REGISTER-CTL INVALID MODE: " RRC-MODE
	        MOVE 12 TO RETURN-CODE
	        STOP RUN

	    scan-one-entry.
	    IF RR-BUSINESS-DATE = WS-BUSINESS-DATE
	        IF RR-CYCLE IS NUMERIC AND RR-CYCLE > 0
	            MOVE RR-CYCLE TO WS-ENTRY-CYCLE
	        ELSE
	            MOVE 1 TO WS-ENTRY-CYCLE
	        END-IF
	        IF WS-ENTRY-CYCLE > WS-LATEST-CYCLE
	            MOVE WS-ENTRY-CYCLE TO WS-LATEST-CYCLE
	            MOVE "N" TO WS-SEEN-STARTED
	            MOVE "N" TO WS-SEEN-COMPLETE
	        END-IF
	        *> the latest entry of the cycle decides its state - a
	        *> forced rerun stamped started after the cycle completed
	        *> leaves it open again until that rerun completes
	        IF WS-ENTRY-CYCLE = WS-LATEST-CYCLE
	            IF RR-STATUS = "C"
	                SET DATE-COMPLETE TO TRUE
	                MOVE "N" TO WS-SEEN-STARTED
	            ELSE
	                SET DATE-STARTED TO TRUE
	                MOVE "N" TO WS-SEEN-COMPLETE
	            END-IF
	        END-IF
	    END-IF.
	    PERFORM read-register.

	    *> a cycle already marked complete fails the job
	    *> immediately with a clear message unless the submission
	    *> asks for the next cycle; a started-but-never-completed
	    *> cycle is an abended run, which the RESTART= convention
	    *> handles - only a full fresh submission is refused, and a
	    *> further cycle cannot open over it. a forced rerun runs
	    *> again under the same cycle number, so its totals replace
	    *> the ones it is rerunning.
	    judge-register.
	    IF WS-LATEST-CYCLE = 0
	        MOVE 1 TO WS-RUN-CYCLE
	    ELSE
	        MOVE WS-LATEST-CYCLE TO WS-RUN-CYCLE
	    END-IF.
	    EVALUATE TRUE
	        WHEN WS-LATEST-CYCLE = 0
	            CONTINUE
	        WHEN DATE-COMPLETE AND NEXT-CYCLE-MODE
	            IF WS-LATEST-CYCLE = 99
	                DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
	                    " HAS RUN 99 CYCLES - NO FURTHER CYCLE "
	                    "CAN BE OPENED"
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            ADD 1 TO WS-RUN-CYCLE
	            DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
	                " CYCLE " WS-LATEST-CYCLE " COMPLETE - "
	                "OPENING CYCLE " WS-RUN-CYCLE
	        WHEN DATE-COMPLETE AND FORCE-RERUN
	            DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
	                " CYCLE " WS-LATEST-CYCLE " ALREADY RAN TO "
	                "COMPLETION - FORCE INDICATOR SET, DELIBERATE "
	                "RERUN PERMITTED"
	        WHEN DATE-COMPLETE
	            DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
	                " CYCLE " WS-LATEST-CYCLE " ALREADY RAN TO "
	                "COMPLETION - DUPLICATE SUBMISSION REFUSED. "
	                "SET MODE N IN RRCTL FOR A FURTHER INTRADAY "
	                "CYCLE, OR THE FORCE INDICATOR FOR A "
	                "DELIBERATE RERUN."
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        WHEN DATE-STARTED
	            DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
	                " CYCLE " WS-LATEST-CYCLE " HAS A STARTED RUN "
	                "ON THE REGISTER - USE RESTART= TO RESUME IT, "
	                "OR THE FORCE INDICATOR TO START OVER"
	            IF NOT FORCE-RERUN
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	    stamp-register-started.
	    MOVE "S" TO WS-STAMP-STATUS.
	    PERFORM append-register-entry.
	    DISPLAY "RUN REGISTER - " WS-BUSINESS-DATE " CYCLE "
	        WS-RUN-CYCLE " STAMPED STARTED".

	    *> the cycle closed is the date's latest - the one the
	    *> stream now finishing stamped started
	    stamp-register-complete.
	    IF WS-LATEST-CYCLE = 0
	        MOVE 1 TO WS-RUN-CYCLE
	    ELSE
	        MOVE WS-LATEST-CYCLE TO WS-RUN-CYCLE
	    END-IF.
	    MOVE "C" TO WS-STAMP-STATUS.
	    PERFORM append-register-entry.
	    DISPLAY "RUN REGISTER - " WS-BUSINESS-DATE " CYCLE "
	        WS-RUN-CYCLE " STAMPED COMPLETE".

	    append-register-entry.
	    OPEN EXTEND RUN-REGISTER.
	    MOVE WS-BUSINESS-DATE TO RR-BUSINESS-DATE.
	    MOVE WS-STAMP-STATUS TO RR-STATUS.
	    MOVE FUNCTION CURRENT-DATE TO RR-TIMESTAMP.
	    MOVE WS-RUN-CYCLE TO RR-CYCLE.
	    WRITE RUN-REGISTER-REC.
	    CLOSE RUN-REGISTER.

	    *> rewritten, not appended - the card only ever carries
	    *> the cycle now running
	    write-cycle-card.
	    OPEN OUTPUT RUN-CYCLE.
	    IF WS-CYC-STATUS NOT = "00"
	        DISPLAY "RUN-CYCLE OPEN FAILED, STATUS " WS-CYC-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CY-CYCLE.
	    WRITE RUN-CYCLE-REC.
	    CLOSE RUN-CYCLE.
