IDENTIFICATION DIVISION.
	PROGRAM-ID. GRADE_HIST_CONVERT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT HIST-OLD ASSIGN TO "GHSTOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT HIST-NEW ASSIGN TO "GHSTNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the grade history in either earlier layout - the first
	    *> carried term, student, score and status only, the second
	    *> added the section. a shorter record reads in with the
	    *> missing fields blank.
	    FD HIST-OLD.
	    01 HIST-OLD-REC.
	        05 OH-TERM PIC X(5).
	        05 OH-STUDENT-ID PIC X(9).
	        05 OH-SCORE PIC 9(3).
	        05 OH-STATUS PIC X(1).
	        05 OH-SECTION PIC X(6).
	        05 OH-RAW-SCORE PIC X(3).

	    *> the same records in the current layout - a section that
	    *> was never recorded comes across blank rather than
	    *> guessed, and no section was curved before the raw score
	    *> was kept, so the raw score is the score itself
	    FD HIST-NEW.
	    01 HIST-NEW-REC.
	        05 NH-TERM PIC X(5).
	        05 NH-STUDENT-ID PIC X(9).
	        05 NH-SCORE PIC 9(3).
	        05 NH-STATUS PIC X(1).
	        05 NH-SECTION PIC X(6).
	        05 NH-RAW-SCORE PIC 9(3).

	    WORKING-STORAGE SECTION.
	    01 WS-OLD-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-OLD-EOF PIC X(1) VALUE "N".
	        88 HIST-OLD-EOF VALUE "Y".
	    01 WS-READ-COUNT PIC 9(9) VALUE 0.
	    01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.

	PROCEDURE DIVISION.
	    begin.
	    OPEN INPUT HIST-OLD.
	    IF WS-OLD-STATUS = "35"
	        DISPLAY "HIST-OLD NOT PRESENT - NOTHING TO CONVERT"
	        MOVE 4 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-OLD-STATUS NOT = "00"
	        DISPLAY "HIST-OLD OPEN FAILED, STATUS " WS-OLD-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT HIST-NEW.
	    IF WS-NEW-STATUS NOT = "00"
	        DISPLAY "HIST-NEW OPEN FAILED, STATUS " WS-NEW-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-old-history.
	    PERFORM convert-one-record UNTIL HIST-OLD-EOF.
	    CLOSE HIST-OLD HIST-NEW.
	    DISPLAY "GRADE HISTORY CONVERT - READ " WS-READ-COUNT
	        " WROTE " WS-WRITTEN-COUNT.
	    STOP RUN.

	    read-old-history.
	    READ HIST-OLD
	        AT END
	            SET HIST-OLD-EOF TO TRUE
	    END-READ.

	    convert-one-record.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE OH-TERM TO NH-TERM.
	    MOVE OH-STUDENT-ID TO NH-STUDENT-ID.
	    MOVE OH-SCORE TO NH-SCORE.
	    MOVE OH-STATUS TO NH-STATUS.
	    MOVE OH-SECTION TO NH-SECTION.
	    IF OH-RAW-SCORE IS NUMERIC
	        MOVE OH-RAW-SCORE TO NH-RAW-SCORE
	    ELSE
	        MOVE OH-SCORE TO NH-RAW-SCORE
	    END-IF.
	    WRITE HIST-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-old-history.
