IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCOUNT_STATEMENT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT ACCT-CTL ASSIGN TO "ACCTCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-JRNL-STATUS.
	    SELECT STMT-RPT ASSIGN TO "STMTRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.
	    SELECT SORT-WORK ASSIGN TO "SORTWK".

	DATA DIVISION.
	    FILE SECTION.
	    *> the same control record the month-end roll reads - only
	    *> the business date is used here; it names the month the
	    *> statements cover. a missing control file means this
	    *> month by the machine date.
	    FD ACCT-CTL.
	    01 ACCT-CTL-REC.
	        05 ACTL-MODE PIC X(1).
	        05 ACTL-BUSINESS-DATE PIC 9(8).

	    *> the account balance master before the roll, in account
	    *> order - brought-forward is the month's opening balance
	    *> and month-to-date is what the journal must add up to
	    FD ACCT-MASTER.
	    01 ACCT-MASTER-REC.
	        05 AB-ACCOUNT PIC X(8).
	        05 AB-ACCT-TYPE PIC X(2).
	        05 AB-BF-BAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 AB-MTD-MOVEMENT PIC S9(11) SIGN LEADING SEPARATE.
	        05 AB-LAST-ACTIVITY PIC 9(8).
	        05 AB-STATUS PIC X(1).
	        05 AB-OPEN-DATE PIC 9(8).
	        05 AB-CLOSE-DATE PIC 9(8).

	    *> the permanent posted-transaction journal ACCTUPD builds,
	    *> in the order posted
	    FD ACCT-JOURNAL.
	    01 ACCT-JOURNAL-REC.
	        05 JR-ACCOUNT PIC X(8).
	        05 JR-ACCT-TYPE PIC X(2).
	        05 JR-TRANS-DATE PIC 9(8).
	        05 JR-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	        05 JR-POSTED-DATE PIC 9(8).

	    *> one statement per account, then the run totals finance
	    *> signs off on
	    FD STMT-RPT.
	    01 STMT-RPT-REC PIC X(80).

	    *> the month's journal entries go through the sort so each
	    *> account's movements come off together, in the order they
	    *> were posted - the journal sequence breaks any tie
	    SD SORT-WORK.
	    01 SORT-WORK-REC.
	        05 SW-ACCOUNT PIC X(8).
	        05 SW-POSTED-DATE PIC 9(8).
	        05 SW-JRNL-SEQ PIC 9(9).
	        05 SW-TRANS-DATE PIC 9(8).
	        05 SW-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-MASTER-STATUS PIC X(2).
	    01 WS-JRNL-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-JRNL-EOF PIC X(1) VALUE "N".
	        88 JRNL-EOF VALUE "Y".
	    01 WS-MASTER-EOF PIC X(1) VALUE "N".
	        88 MASTER-EOF VALUE "Y".
	    01 WS-MASTER-OPENED PIC X(1) VALUE "N".
	        88 MASTER-OPENED VALUE "Y".

	    *> the statement month is the year and month of the
	    *> business date - every journal entry posted in it belongs
	    *> on this run's statements
	    01 WS-STMT-DATE.
	        05 WS-STMT-MONTH PIC 9(6).
	        05 WS-STMT-DAY PIC 9(2).
	    01 WS-POSTED-MONTH PIC 9(6).
	    01 WS-CLOSE-MONTH PIC 9(6).

	    *> end-of-file keys pushed past any real account so the
	    *> merge below needs no special end cases
	    01 WS-MASTER-KEY PIC X(8).
	    01 WS-JRNL-KEY PIC X(8).
	    01 WS-PRIOR-MASTER-KEY PIC X(8) VALUE LOW-VALUES.
	    01 WS-ORPHAN-ACCOUNT PIC X(8).

	    01 WS-JRNL-READ PIC 9(9) VALUE 0.
	    01 WS-JRNL-SELECTED PIC 9(9) VALUE 0.
	    01 WS-MASTER-READ PIC 9(9) VALUE 0.
	    01 WS-STMT-COUNT PIC 9(9) VALUE 0.
	    01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
	    01 WS-MOVEMENT-COUNT PIC 9(9) VALUE 0.
	    01 WS-DISAGREE-COUNT PIC 9(9) VALUE 0.
	    01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.

	    *> the account in hand - the running balance starts at
	    *> brought-forward and must finish at what the master says
	    01 WS-RUNNING-BAL PIC S9(13).
	    01 WS-MASTER-BAL PIC S9(13).
	    01 WS-ACCT-MOVEMENT PIC S9(13).

	    *> run totals - opening plus the journal's movements must
	    *> equal the closing positions on the master
	    01 WS-OPENING-TOTAL PIC S9(13) VALUE 0.
	    01 WS-MOVEMENT-TOTAL PIC S9(13) VALUE 0.
	    01 WS-CLOSING-TOTAL PIC S9(13) VALUE 0.
	    01 WS-MASTER-TOTAL PIC S9(13) VALUE 0.
	    01 WS-ORPHAN-TOTAL PIC S9(13) VALUE 0.

	    01 WS-RPT-TITLE-LINE.
	        05 FILLER PIC X(35) VALUE
	            "ACCOUNT STATEMENT FOR MONTH ENDING ".
	        05 WS-RPT-TITLE-DATE PIC 9(8).
	        05 FILLER PIC X(37) VALUE SPACES.
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-ACCT-HDR-LINE.
	        05 FILLER PIC X(9) VALUE "ACCOUNT: ".
	        05 WS-ACCT-HDR-ACCOUNT PIC X(8).
	        05 FILLER PIC X(8) VALUE "  TYPE: ".
	        05 WS-ACCT-HDR-TYPE PIC X(2).
	        05 FILLER PIC X(10) VALUE "  STATUS: ".
	        05 WS-ACCT-HDR-STATUS PIC X(6).
	        05 FILLER PIC X(10) VALUE "  OPENED: ".
	        05 WS-ACCT-HDR-OPENED PIC 9(8).
	        05 FILLER PIC X(19) VALUE SPACES.
	    01 WS-COL-HDR-LINE PIC X(80) VALUE
	        "  TRANS DATE  POSTED             AMOUNT         BALANCE".
	    01 WS-BF-LINE.
	        05 FILLER PIC X(40) VALUE
	            "  OPENING BALANCE BROUGHT FORWARD".
	        05 WS-BF-BALANCE PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(26) VALUE SPACES.
	    01 WS-MOVE-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-MOVE-TRANS-DATE PIC 9(8).
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-MOVE-POSTED-DATE PIC 9(8).
	        05 FILLER PIC X(3) VALUE SPACES.
	        05 WS-MOVE-AMOUNT PIC -ZZZZZZZZZ9.
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-MOVE-BALANCE PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(26) VALUE SPACES.
	    01 WS-CB-LINE.
	        05 FILLER PIC X(40) VALUE
	            "  CLOSING BALANCE".
	        05 WS-CB-BALANCE PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(26) VALUE SPACES.
	    01 WS-DISAGREE-LINE.
	        05 FILLER PIC X(40) VALUE
	            "  *** DOES NOT AGREE WITH MASTER".
	        05 WS-DISAGREE-BALANCE PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(26) VALUE SPACES.
	    01 WS-ORPHAN-LINE.
	        05 FILLER PIC X(32) VALUE
	            "*** JOURNAL ENTRY NOT ON MASTER ".
	        05 WS-ORPHAN-ACCT PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ORPHAN-DATE PIC 9(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ORPHAN-AMOUNT PIC -ZZZZZZZZZ9.
	        05 FILLER PIC X(17) VALUE SPACES.
	    01 WS-SUM-TITLE-LINE PIC X(80) VALUE
	        "ACCOUNT STATEMENT RUN TOTALS".
	    01 WS-SUM-LINE.
	        05 WS-SUM-LABEL PIC X(26).
	        05 WS-SUM-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(45) VALUE SPACES.
	    01 WS-PROOF-LINE.
	        05 WS-PROOF-LABEL PIC X(26).
	        05 WS-PROOF-AMOUNT PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(40) VALUE SPACES.
	    01 WS-VERDICT-LINE PIC X(80).

	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-acct-control.
	    SORT SORT-WORK
	        ON ASCENDING KEY SW-ACCOUNT SW-POSTED-DATE SW-JRNL-SEQ
	        INPUT PROCEDURE IS release-journal
	        OUTPUT PROCEDURE IS print-statements.
	    STOP RUN.

	    *> a missing control file means "this month by the machine
	    *> date" (status 35); any other bad status is a real problem
	    *> and aborts the run.
	    read-acct-control.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STMT-DATE.
	    OPEN INPUT ACCT-CTL.
	    IF WS-CTL-STATUS NOT = "35"
	        IF WS-CTL-STATUS NOT = "00"
	            DISPLAY "ACCT-CTL OPEN FAILED, STATUS " WS-CTL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ ACCT-CTL
	            AT END
	                CONTINUE
	            NOT AT END
	                IF ACTL-BUSINESS-DATE IS NUMERIC
	                    AND ACTL-BUSINESS-DATE > 0
	                    MOVE ACTL-BUSINESS-DATE TO WS-STMT-DATE
	                END-IF
	        END-READ
	        CLOSE ACCT-CTL
	    END-IF.

	    *> only entries posted in the statement month are released -
	    *> earlier months are already inside brought-forward
	    release-journal.
	    OPEN INPUT ACCT-JOURNAL.
	    IF WS-JRNL-STATUS = "35"
	        DISPLAY "ACCT-JOURNAL NOT PRESENT - NO MOVEMENTS THIS MONTH"
	        SET JRNL-EOF TO TRUE
	    ELSE
	        IF WS-JRNL-STATUS NOT = "00"
	            DISPLAY "ACCT-JOURNAL OPEN FAILED, STATUS "
	                WS-JRNL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        PERFORM read-journal
	        PERFORM release-one-entry UNTIL JRNL-EOF
	        CLOSE ACCT-JOURNAL
	    END-IF.

	    read-journal.
	    READ ACCT-JOURNAL
	        AT END
	            SET JRNL-EOF TO TRUE
	    END-READ.

	    release-one-entry.
	    ADD 1 TO WS-JRNL-READ.
	    MOVE JR-POSTED-DATE(1:6) TO WS-POSTED-MONTH.
	    IF WS-POSTED-MONTH = WS-STMT-MONTH
	        ADD 1 TO WS-JRNL-SELECTED
	        MOVE JR-ACCOUNT TO SW-ACCOUNT
	        MOVE JR-POSTED-DATE TO SW-POSTED-DATE
	        MOVE WS-JRNL-READ TO SW-JRNL-SEQ
	        MOVE JR-TRANS-DATE TO SW-TRANS-DATE
	        MOVE JR-AMOUNT TO SW-AMOUNT
	        RELEASE SORT-WORK-REC
	    END-IF.
	    PERFORM read-journal.

	    *> the master drives the statements - every account gets
	    *> one, moved or not; journal entries below the next master
	    *> belong to no account on file and are listed as errors
	    print-statements.
	    OPEN OUTPUT STMT-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "STMT-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE WS-STMT-DATE TO WS-RPT-TITLE-DATE.
	    PERFORM open-master.
	    PERFORM read-master.
	    PERFORM return-sorted.
	    PERFORM statement-one-key UNTIL WS-MASTER-KEY = HIGH-VALUES
	        AND WS-JRNL-KEY = HIGH-VALUES.
	    IF MASTER-OPENED
	        CLOSE ACCT-MASTER
	    END-IF.
	    PERFORM write-run-totals.
	    CLOSE STMT-RPT.

	    open-master.
	    OPEN INPUT ACCT-MASTER.
	    IF WS-MASTER-STATUS = "35"
	        DISPLAY "ACCT-MASTER NOT PRESENT - NO ACCOUNTS TO STATE"
	        SET MASTER-EOF TO TRUE
	    ELSE
	        IF WS-MASTER-STATUS NOT = "00"
	            DISPLAY "ACCT-MASTER OPEN FAILED, STATUS "
	                WS-MASTER-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        SET MASTER-OPENED TO TRUE
	    END-IF.

	    read-master.
	    IF MASTER-EOF
	        MOVE HIGH-VALUES TO WS-MASTER-KEY
	    ELSE
	        READ ACCT-MASTER
	            AT END
	                SET MASTER-EOF TO TRUE
	                MOVE HIGH-VALUES TO WS-MASTER-KEY
	            NOT AT END
	                ADD 1 TO WS-MASTER-READ
	                IF AB-ACCOUNT < WS-PRIOR-MASTER-KEY
	                    DISPLAY "ACCTMAST OUT OF SEQUENCE AT "
	                        AB-ACCOUNT
	                    MOVE 16 TO RETURN-CODE
	                    STOP RUN
	                END-IF
	                MOVE AB-ACCOUNT TO WS-MASTER-KEY
	                    WS-PRIOR-MASTER-KEY
	        END-READ
	    END-IF.

	    return-sorted.
	    RETURN SORT-WORK
	        AT END
	            MOVE HIGH-VALUES TO WS-JRNL-KEY
	        NOT AT END
	            MOVE SW-ACCOUNT TO WS-JRNL-KEY
	    END-RETURN.

	    statement-one-key.
	    IF WS-MASTER-KEY > WS-JRNL-KEY
	        MOVE SW-ACCOUNT TO WS-ORPHAN-ACCOUNT
	        PERFORM list-orphan UNTIL WS-JRNL-KEY
	            NOT = WS-ORPHAN-ACCOUNT
	    ELSE
	        PERFORM statement-one-account
	        PERFORM read-master
	    END-IF.

	    *> an account closed before this month with nothing posted
	    *> in it has no statement to send
	    statement-one-account.
	    COMPUTE WS-MASTER-BAL = AB-BF-BAL + AB-MTD-MOVEMENT.
	    ADD AB-BF-BAL TO WS-OPENING-TOTAL.
	    ADD WS-MASTER-BAL TO WS-MASTER-TOTAL.
	    MOVE AB-CLOSE-DATE(1:6) TO WS-CLOSE-MONTH.
	    IF AB-STATUS = "C" AND WS-CLOSE-MONTH < WS-STMT-MONTH
	        AND WS-JRNL-KEY NOT = AB-ACCOUNT
	        ADD 1 TO WS-SKIPPED-COUNT
	        ADD WS-MASTER-BAL TO WS-CLOSING-TOTAL
	    ELSE
	        PERFORM start-statement
	        PERFORM print-movement UNTIL WS-JRNL-KEY NOT = AB-ACCOUNT
	        PERFORM end-statement
	    END-IF.

	    start-statement.
	    ADD 1 TO WS-STMT-COUNT.
	    MOVE AB-BF-BAL TO WS-RUNNING-BAL.
	    MOVE 0 TO WS-ACCT-MOVEMENT.
	    WRITE STMT-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE STMT-RPT-REC FROM WS-RPT-TITLE-LINE.
	    MOVE AB-ACCOUNT TO WS-ACCT-HDR-ACCOUNT.
	    MOVE AB-ACCT-TYPE TO WS-ACCT-HDR-TYPE.
	    EVALUATE AB-STATUS
	        WHEN "O"
	            MOVE "OPEN" TO WS-ACCT-HDR-STATUS
	        WHEN "C"
	            MOVE "CLOSED" TO WS-ACCT-HDR-STATUS
	        WHEN "F"
	            MOVE "FROZEN" TO WS-ACCT-HDR-STATUS
	        WHEN OTHER
	            MOVE "?" TO WS-ACCT-HDR-STATUS
	    END-EVALUATE.
	    MOVE AB-OPEN-DATE TO WS-ACCT-HDR-OPENED.
	    WRITE STMT-RPT-REC FROM WS-ACCT-HDR-LINE.
	    WRITE STMT-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE STMT-RPT-REC FROM WS-COL-HDR-LINE.
	    MOVE WS-RUNNING-BAL TO WS-BF-BALANCE.
	    WRITE STMT-RPT-REC FROM WS-BF-LINE.

	    print-movement.
	    ADD 1 TO WS-MOVEMENT-COUNT.
	    ADD SW-AMOUNT TO WS-RUNNING-BAL.
	    ADD SW-AMOUNT TO WS-ACCT-MOVEMENT.
	    ADD SW-AMOUNT TO WS-MOVEMENT-TOTAL.
	    MOVE SW-TRANS-DATE TO WS-MOVE-TRANS-DATE.
	    MOVE SW-POSTED-DATE TO WS-MOVE-POSTED-DATE.
	    MOVE SW-AMOUNT TO WS-MOVE-AMOUNT.
	    MOVE WS-RUNNING-BAL TO WS-MOVE-BALANCE.
	    WRITE STMT-RPT-REC FROM WS-MOVE-LINE.
	    PERFORM return-sorted.

	    *> the statement's closing balance is built only from the
	    *> journal, so it proves the journal and the master agree -
	    *> a difference means a movement is missing from one of them
	    end-statement.
	    ADD WS-RUNNING-BAL TO WS-CLOSING-TOTAL.
	    MOVE WS-RUNNING-BAL TO WS-CB-BALANCE.
	    WRITE STMT-RPT-REC FROM WS-CB-LINE.
	    IF WS-RUNNING-BAL NOT = WS-MASTER-BAL
	        ADD 1 TO WS-DISAGREE-COUNT
	        MOVE WS-MASTER-BAL TO WS-DISAGREE-BALANCE
	        WRITE STMT-RPT-REC FROM WS-DISAGREE-LINE
	        DISPLAY "STATEMENT FOR " AB-ACCOUNT " CLOSES AT "
	            WS-RUNNING-BAL " BUT MASTER HOLDS " WS-MASTER-BAL
	    END-IF.

	    list-orphan.
	    ADD 1 TO WS-ORPHAN-COUNT.
	    ADD SW-AMOUNT TO WS-ORPHAN-TOTAL.
	    MOVE SW-ACCOUNT TO WS-ORPHAN-ACCT.
	    MOVE SW-TRANS-DATE TO WS-ORPHAN-DATE.
	    MOVE SW-AMOUNT TO WS-ORPHAN-AMOUNT.
	    WRITE STMT-RPT-REC FROM WS-ORPHAN-LINE.
	    PERFORM return-sorted.

	    *> ------------------------------------------------ PROOF --
	    write-run-totals.
	    WRITE STMT-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE STMT-RPT-REC FROM WS-SUM-TITLE-LINE.
	    WRITE STMT-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "ACCOUNTS READ:" TO WS-SUM-LABEL.
	    MOVE WS-MASTER-READ TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    MOVE "STATEMENTS PRINTED:" TO WS-SUM-LABEL.
	    MOVE WS-STMT-COUNT TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    MOVE "CLOSED, NOT STATED:" TO WS-SUM-LABEL.
	    MOVE WS-SKIPPED-COUNT TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    MOVE "JOURNAL RECORDS READ:" TO WS-SUM-LABEL.
	    MOVE WS-JRNL-READ TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    MOVE "POSTED THIS MONTH:" TO WS-SUM-LABEL.
	    MOVE WS-JRNL-SELECTED TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    MOVE "MOVEMENTS STATED:" TO WS-SUM-LABEL.
	    MOVE WS-MOVEMENT-COUNT TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    MOVE "NOT ON MASTER:" TO WS-SUM-LABEL.
	    MOVE WS-ORPHAN-COUNT TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    MOVE "DISAGREE WITH MASTER:" TO WS-SUM-LABEL.
	    MOVE WS-DISAGREE-COUNT TO WS-SUM-COUNT.
	    WRITE STMT-RPT-REC FROM WS-SUM-LINE.
	    WRITE STMT-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "OPENING BALANCES:" TO WS-PROOF-LABEL.
	    MOVE WS-OPENING-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE STMT-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "JOURNAL MOVEMENTS:" TO WS-PROOF-LABEL.
	    MOVE WS-MOVEMENT-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE STMT-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "STATEMENT CLOSING:" TO WS-PROOF-LABEL.
	    MOVE WS-CLOSING-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE STMT-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "MASTER POSITIONS:" TO WS-PROOF-LABEL.
	    MOVE WS-MASTER-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE STMT-RPT-REC FROM WS-PROOF-LINE.
	    IF WS-ORPHAN-COUNT > 0
	        MOVE "UNMATCHED MOVEMENTS:" TO WS-PROOF-LABEL
	        MOVE WS-ORPHAN-TOTAL TO WS-PROOF-AMOUNT
	        WRITE STMT-RPT-REC FROM WS-PROOF-LINE
	    END-IF.
	    WRITE STMT-RPT-REC FROM WS-RPT-BLANK-LINE.
	    IF WS-DISAGREE-COUNT = 0 AND WS-ORPHAN-COUNT = 0
	        AND WS-CLOSING-TOTAL = WS-MASTER-TOTAL
	        MOVE "PROOF OK - EVERY STATEMENT AGREES WITH THE MASTER"
	            TO WS-VERDICT-LINE
	        WRITE STMT-RPT-REC FROM WS-VERDICT-LINE
	    ELSE
	        MOVE "PROOF FAILED - JOURNAL AND MASTER DISAGREE, DO NOT ROLL"
	            TO WS-VERDICT-LINE
	        WRITE STMT-RPT-REC FROM WS-VERDICT-LINE
	        DISPLAY "STATEMENT PROOF FAILED - " WS-DISAGREE-COUNT
	            " ACCOUNT(S) DISAGREE, " WS-ORPHAN-COUNT
	            " JOURNAL ENTRIES NOT ON MASTER"
	        MOVE 16 TO RETURN-CODE
	    END-IF.
