IDENTIFICATION DIVISION.
	PROGRAM-ID. MANIFEST_CONVERT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT MANIFEST-OLD ASSIGN TO "MFSTOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT MANIFEST-NEW ASSIGN TO "MFSTNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the distribution manifest as the cipher step and the
	    *> ledger extract wrote it before the hash total was carried
	    FD MANIFEST-OLD.
	    01 MANIFEST-OLD-REC.
	        05 OM-FILE-ID PIC X(8).
	        05 OM-BUSINESS-DATE PIC 9(8).
	        05 OM-RECORD-COUNT PIC 9(9).
	        05 OM-PRODUCED-TS PIC X(21).

	    *> the same rows in the layout that carries each file's
	    *> trailer hash - the hash of a file already sent is not
	    *> known here, so it is left blank and the acknowledgment
	    *> reconciliation proves those files on count alone
	    FD MANIFEST-NEW.
	    01 MANIFEST-NEW-REC.
	        05 NM-FILE-ID PIC X(8).
	        05 NM-BUSINESS-DATE PIC 9(8).
	        05 NM-RECORD-COUNT PIC 9(9).
	        05 NM-PRODUCED-TS PIC X(21).
	        05 NM-HASH-AREA PIC X(12).

	    WORKING-STORAGE SECTION.
	    01 WS-OLD-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-OLD-EOF PIC X(1) VALUE "N".
	        88 MANIFEST-OLD-EOF VALUE "Y".
	    01 WS-READ-COUNT PIC 9(9) VALUE 0.
	    01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.

	PROCEDURE DIVISION.
	    begin.
	    OPEN INPUT MANIFEST-OLD.
	    IF WS-OLD-STATUS = "35"
	        DISPLAY "MANIFEST-OLD NOT PRESENT - NOTHING TO CONVERT"
	        MOVE 4 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-OLD-STATUS NOT = "00"
	        DISPLAY "MANIFEST-OLD OPEN FAILED, STATUS " WS-OLD-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT MANIFEST-NEW.
	    IF WS-NEW-STATUS NOT = "00"
	        DISPLAY "MANIFEST-NEW OPEN FAILED, STATUS " WS-NEW-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-old-manifest.
	    PERFORM convert-one-record UNTIL MANIFEST-OLD-EOF.
	    CLOSE MANIFEST-OLD MANIFEST-NEW.
	    DISPLAY "MANIFEST CONVERT - READ " WS-READ-COUNT
	        " WROTE " WS-WRITTEN-COUNT.
	    STOP RUN.

	    read-old-manifest.
	    READ MANIFEST-OLD
	        AT END
	            SET MANIFEST-OLD-EOF TO TRUE
	    END-READ.

	    convert-one-record.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE OM-FILE-ID TO NM-FILE-ID.
	    MOVE OM-BUSINESS-DATE TO NM-BUSINESS-DATE.
	    MOVE OM-RECORD-COUNT TO NM-RECORD-COUNT.
	    MOVE OM-PRODUCED-TS TO NM-PRODUCED-TS.
	    MOVE SPACES TO NM-HASH-AREA.
	    WRITE MANIFEST-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-old-manifest.
