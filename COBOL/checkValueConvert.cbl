IDENTIFICATION DIVISION.
	PROGRAM-ID. CHECK_VALUE_CONVERT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT CIPHOUT-OLD ASSIGN TO "CIPHOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT CIPHOUT-NEW ASSIGN TO "CIPHNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the grade report's outbound archive gains each record's
	    *> sequence number and check value on the end of the record,
	    *> so every existing field keeps its offset - the old record
	    *> is carried across whole and the new fields left blank. the
	    *> headers already on file do not declare check values, so a
	    *> decrypt run takes that file, unproved, only when its
	    *> control card names a cutover date later than the file's;
	    *> only files written from the cutover on are proved. the
	    *> registrar interface's archive has no records from before
	    *> the cutover, so there is nothing of it to carry across
	    FD CIPHOUT-OLD.
	    01 CIPHOUT-OLD-REC PIC X(88).
	    FD CIPHOUT-NEW.
	    01 CIPHOUT-NEW-REC.
	        05 NO-IMAGE PIC X(88).
	        05 NO-CHECK PIC X(19).

	    WORKING-STORAGE SECTION.
	    01 WS-OLD-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-OLD-EOF PIC X(1) VALUE "N".
	        88 OLD-EOF VALUE "Y".
	    01 WS-READ-COUNT PIC 9(9) VALUE 0.
	    01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.

	    *> any bad open stops the run before a half-converted
	    *> dataset can be swapped in
	PROCEDURE DIVISION.
	    begin.
	    OPEN INPUT CIPHOUT-OLD.
	    IF WS-OLD-STATUS NOT = "00"
	        DISPLAY "CIPHOUT OLD OPEN FAILED, STATUS " WS-OLD-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT CIPHOUT-NEW.
	    IF WS-NEW-STATUS NOT = "00"
	        DISPLAY "CIPHOUT NEW OPEN FAILED, STATUS " WS-NEW-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-ciphout.
	    PERFORM convert-one-ciphout UNTIL OLD-EOF.
	    CLOSE CIPHOUT-OLD CIPHOUT-NEW.
	    DISPLAY "CHECK VALUE CONVERT CIPHOUT - READ "
	        WS-READ-COUNT " WROTE " WS-WRITTEN-COUNT.
	    STOP RUN.

	    read-ciphout.
	    READ CIPHOUT-OLD
	        AT END
	            SET OLD-EOF TO TRUE
	    END-READ.

	    convert-one-ciphout.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE CIPHOUT-OLD-REC TO NO-IMAGE.
	    MOVE SPACES TO NO-CHECK.
	    WRITE CIPHOUT-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-ciphout.
