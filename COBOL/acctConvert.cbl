IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCOUNT_MASTER_CONVERT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT ACCT-OLD ASSIGN TO "ACCTOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT ACCT-NEW ASSIGN TO "ACCTNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the account master as ACCTUPD kept it before accounts
	    *> carried a status - balances and last activity only
	    FD ACCT-OLD.
	    01 ACCT-OLD-REC.
	        05 OA-ACCOUNT PIC X(8).
	        05 OA-ACCT-TYPE PIC X(2).
	        05 OA-BF-BAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 OA-MTD-MOVEMENT PIC S9(11) SIGN LEADING SEPARATE.
	        05 OA-LAST-ACTIVITY PIC 9(8).

	    *> the same accounts in the maintained layout - every
	    *> account already on file was in use, so it comes across
	    *> open; the open date was never recorded and is stamped
	    *> zero rather than guessed
	    FD ACCT-NEW.
	    01 ACCT-NEW-REC.
	        05 NA-ACCOUNT PIC X(8).
	        05 NA-ACCT-TYPE PIC X(2).
	        05 NA-BF-BAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 NA-MTD-MOVEMENT PIC S9(11) SIGN LEADING SEPARATE.
	        05 NA-LAST-ACTIVITY PIC 9(8).
	        05 NA-STATUS PIC X(1).
	        05 NA-OPEN-DATE PIC 9(8).
	        05 NA-CLOSE-DATE PIC 9(8).

	    WORKING-STORAGE SECTION.
	    01 WS-OLD-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-OLD-EOF PIC X(1) VALUE "N".
	        88 ACCT-OLD-EOF VALUE "Y".
	    01 WS-READ-COUNT PIC 9(9) VALUE 0.
	    01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.

	PROCEDURE DIVISION.
	    begin.
	    OPEN INPUT ACCT-OLD.
	    IF WS-OLD-STATUS = "35"
	        DISPLAY "ACCT-OLD NOT PRESENT - NOTHING TO CONVERT"
	        MOVE 4 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-OLD-STATUS NOT = "00"
	        DISPLAY "ACCT-OLD OPEN FAILED, STATUS " WS-OLD-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT ACCT-NEW.
	    IF WS-NEW-STATUS NOT = "00"
	        DISPLAY "ACCT-NEW OPEN FAILED, STATUS " WS-NEW-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-old-master.
	    PERFORM convert-one-record UNTIL ACCT-OLD-EOF.
	    CLOSE ACCT-OLD ACCT-NEW.
	    DISPLAY "ACCOUNT MASTER CONVERT - READ " WS-READ-COUNT
	        " WROTE " WS-WRITTEN-COUNT.
	    STOP RUN.

	    read-old-master.
	    READ ACCT-OLD
	        AT END
	            SET ACCT-OLD-EOF TO TRUE
	    END-READ.

	    convert-one-record.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE OA-ACCOUNT TO NA-ACCOUNT.
	    MOVE OA-ACCT-TYPE TO NA-ACCT-TYPE.
	    MOVE OA-BF-BAL TO NA-BF-BAL.
	    MOVE OA-MTD-MOVEMENT TO NA-MTD-MOVEMENT.
	    MOVE OA-LAST-ACTIVITY TO NA-LAST-ACTIVITY.
	    MOVE "O" TO NA-STATUS.
	    MOVE 0 TO NA-OPEN-DATE.
	    MOVE 0 TO NA-CLOSE-DATE.
	    WRITE ACCT-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-old-master.
