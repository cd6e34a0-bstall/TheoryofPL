	        05 GH-STUDENT-ID PIC X(9).
	        05 GH-SCORE PIC 9(3).
	        05 GH-STATUS PIC X(1).
	        05 GH-SECTION PIC X(6).
	        05 GH-RAW-SCORE PIC 9(3).

	    *> the registrar's master, in student-id order, for the
	    *> names and programs on the transcript heading
	    01 WS-STU-OPEN PIC X(1) VALUE "N".
	        88 STUDENT-OPEN VALUE "Y".
	    01 WS-STU-TERMS PIC 9(4) VALUE 0.
	    01 WS-STU-GRADED PIC 9(4) VALUE 0.
	    01 WS-STU-SCORE-SUM PIC 9(8) VALUE 0.
	    01 WS-STU-CONSEC-FAILS PIC 9(4) VALUE 0.

	            MOVE "FAIL" TO WS-TERM-STATUS
	        WHEN "R"
	            MOVE "REVIEW" TO WS-TERM-STATUS
	        WHEN "I"
	            MOVE "INCOMP" TO WS-TERM-STATUS
	        WHEN OTHER
	            MOVE "UNKNOWN" TO WS-TERM-STATUS
	    END-EVALUATE.
	    WRITE TRANSCRIPT-RPT-REC FROM WS-TERM-LINE.
	    ADD 1 TO WS-STU-TERMS.
	    *> the standing flag reads consecutive fails ending at the
	    *> most recent term - any non-fail resets the streak. an
	    *> incomplete is neither: its score to date stays out of
	    *> the average and it leaves the streak as it found it
	    EVALUATE SW-STATUS
	        WHEN "I"
	            CONTINUE
	        WHEN "F"
	            ADD 1 TO WS-STU-GRADED
	            ADD SW-SCORE TO WS-STU-SCORE-SUM
	            ADD 1 TO WS-STU-CONSEC-FAILS
	        WHEN OTHER
	            ADD 1 TO WS-STU-GRADED
	            ADD SW-SCORE TO WS-STU-SCORE-SUM
	            MOVE 0 TO WS-STU-CONSEC-FAILS
	    END-EVALUATE.
	    PERFORM return-sorted.

	    *> the master and the sorted history both run in id order,
	    start-student.
	    MOVE SW-STUDENT-ID TO WS-STU-CURRENT.
	    MOVE 0 TO WS-STU-TERMS.
	    MOVE 0 TO WS-STU-GRADED.
	    MOVE 0 TO WS-STU-SCORE-SUM.
	    MOVE 0 TO WS-STU-CONSEC-FAILS.
	    SET STUDENT-OPEN TO TRUE.

	    end-student.
	    IF STUDENT-OPEN
	        IF WS-STU-GRADED > 0
	            COMPUTE WS-AVG-VALUE ROUNDED
	                = WS-STU-SCORE-SUM / WS-STU-GRADED
	        ELSE
	            MOVE 0 TO WS-AVG-VALUE
	        END-IF
	        WRITE TRANSCRIPT-RPT-REC FROM WS-AVG-LINE
	        EVALUATE TRUE
	            WHEN WS-STU-CONSEC-FAILS >= WS-PROBATION-FAILS
