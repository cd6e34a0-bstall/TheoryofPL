IDENTIFICATION DIVISION.
	PROGRAM-ID. TRANS_EXCEPTIONS.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT EXCP-CTL ASSIGN TO "EXCPCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT TRANS-IN ASSIGN TO "TRANSIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TRANS-STATUS.
	    SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT TRANS-POST ASSIGN TO "TRANPOST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-POST-STATUS.
	    SELECT EXCP-RPT ASSIGN TO "EXCPRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.
	    SELECT SUSPENSE ASSIGN TO "SUSPENSE"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-SUSP-STATUS.
	    SELECT SUSPENSE-IN ASSIGN TO "SUSPIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-SUSPIN-STATUS.
	    SELECT CTL-TOTALS ASSIGN TO "CTLTOTS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TOTALS-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.
	    SELECT SORT-WORK ASSIGN TO "SORTWK".

	DATA DIVISION.
	    FILE SECTION.
	    *> the thresholds per account type - largest single amount,
	    *> most transactions and largest net movement one account
	    *> may take in a day, and how many days a trans date may
	    *> stray from the business date. zero means that check is
	    *> not made for the type. action H holds the type's flagged
	    *> transactions on SUSPENSE for approval; anything else
	    *> only reports them. type ** applies to any type not
	    *> listed on its own.
	    FD EXCP-CTL.
	    01 EXCP-CTL-REC.
	        05 XC-ACCT-TYPE PIC X(2).
	        05 XC-SINGLE-LIMIT PIC 9(9).
	        05 XC-COUNT-LIMIT PIC 9(5).
	        05 XC-NET-LIMIT PIC 9(11).
	        05 XC-DATE-WINDOW PIC 9(3).
	        05 XC-ACTION PIC X(1).

	    *> the day's cleaned transactions from the front-end edit,
	    *> framed by the standard header and trailer
	    FD TRANS-IN.
	    01 TRANS-IN-REC.
	        05 TI-TRANS-DATE PIC 9(8).
	        05 TI-ACCOUNT PIC X(8).
	        05 TI-ACCT-TYPE PIC X(2).
	        05 TI-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	    01 TRANS-IN-HDR.
	        05 TIH-REC-TYPE PIC X(3).
	        05 TIH-FILE-ID PIC X(8).
	        05 TIH-BUSINESS-DATE PIC 9(8).
	    01 TRANS-IN-TRL.
	        05 TIT-REC-TYPE PIC X(3).
	        05 TIT-DETAIL-COUNT PIC 9(9).
	        05 TIT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    *> the balance master as the last posting left it - read
	    *> only, for each account's position before today
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

	    *> what the posting step takes tonight - the clean file less
	    *> anything held, plus held items approved for release,
	    *> reframed with a fresh count and amount hash
	    FD TRANS-POST.
	    01 TRANS-POST-REC.
	        05 TP-TRANS-DATE PIC 9(8).
	        05 TP-ACCOUNT PIC X(8).
	        05 TP-ACCT-TYPE PIC X(2).
	        05 TP-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	    01 TRANS-POST-HDR.
	        05 TPH-REC-TYPE PIC X(3).
	        05 TPH-FILE-ID PIC X(8).
	        05 TPH-BUSINESS-DATE PIC 9(8).
	    01 TRANS-POST-TRL.
	        05 TPT-REC-TYPE PIC X(3).
	        05 TPT-DETAIL-COUNT PIC 9(9).
	        05 TPT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    FD EXCP-RPT.
	    01 EXCP-RPT-REC PIC X(80).

	    *> held transactions, in the layout shared across the
	    *> stream - the image is the TRANSIN record as it arrived
	    FD SUSPENSE.
	    01 SUSPENSE-REC.
	        05 SUSP-PROGRAM PIC X(8).
	        05 SUSP-REASON PIC X(4).
	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    *> held items approved for posting - operations points this
	    *> at the approved entries copied off SUSPENSE; they are
	    *> released to the posting file without being checked again
	    FD SUSPENSE-IN.
	    01 SUSPENSE-IN-REC.
	        05 SUSPIN-PROGRAM PIC X(8).
	        05 SUSPIN-REASON PIC X(4).
	        05 SUSPIN-BUSINESS-DATE PIC 9(8).
	        05 SUSPIN-TIMESTAMP PIC X(21).
	        05 SUSPIN-IMAGE PIC X(88).
	        05 SUSPIN-CYCLE PIC 9(2).

	    FD CTL-TOTALS.
	    01 CTLTOT-REC.
	        05 CT-PROGRAM PIC X(8).
	        05 CT-IN-FILE PIC X(8).
	        05 CT-OUT-FILE PIC X(8).
	        05 CT-READ PIC 9(9).
	        05 CT-WRITTEN PIC 9(9).
	        05 CT-REJECTED PIC 9(9).
	        05 CT-BUSINESS-DATE PIC 9(8).
	        05 CT-CYCLE PIC 9(2).

	    *> the cycle card the run register writes at the start of
	    *> the stream - the posting cycle within the business date
	    *> this run belongs to
	    FD RUN-CYCLE.
	    01 RUN-CYCLE-REC.
	        05 CY-BUSINESS-DATE PIC 9(8).
	        05 CY-CYCLE PIC 9(2).

	    *> transactions go through the sort so each account's day
	    *> arrives together, in the master's account order
	    SD SORT-WORK.
	    01 SORT-WORK-REC.
	        05 SW-ACCOUNT PIC X(8).
	        05 SW-ACCT-TYPE PIC X(2).
	        05 SW-TRANS-DATE PIC 9(8).
	        05 SW-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-TRANS-STATUS PIC X(2).
	    01 WS-MASTER-STATUS PIC X(2).
	    01 WS-POST-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-SUSP-STATUS PIC X(2).
	    01 WS-SUSPIN-STATUS PIC X(2).
	    01 WS-TOTALS-STATUS PIC X(2).
	    01 WS-CTL-EOF PIC X(1) VALUE "N".
	        88 CTL-EOF VALUE "Y".
	    01 WS-TRANS-EOF PIC X(1) VALUE "N".
	        88 TRANS-EOF VALUE "Y".
	    01 WS-TRANS-TRL-SEEN PIC X(1) VALUE "N".
	        88 TRANS-TRL-SEEN VALUE "Y".
	    01 WS-SORT-EOF PIC X(1) VALUE "N".
	        88 SORTED-EOF VALUE "Y".
	    01 WS-MASTER-EOF PIC X(1) VALUE "N".
	        88 MASTER-EOF VALUE "Y".
	    01 WS-MASTER-OPENED PIC X(1) VALUE "N".
	        88 MASTER-OPENED VALUE "Y".
	    01 WS-SUSPIN-EOF PIC X(1) VALUE "N".
	        88 SUSPENSE-IN-EOF VALUE "Y".

	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
	    01 WS-BUSINESS-INT PIC 9(9).

	    *> the thresholds in storage; the ** entry, when present,
	    *> stands in for any type without its own
	    01 WS-LIMIT-TABLE.
	        05 WS-LIMIT-ENTRY OCCURS 100 TIMES.
	            10 WS-LIM-TYPE PIC X(2).
	            10 WS-LIM-SINGLE PIC 9(9).
	            10 WS-LIM-COUNT PIC 9(5).
	            10 WS-LIM-NET PIC 9(11).
	            10 WS-LIM-WINDOW PIC 9(3).
	            10 WS-LIM-ACTION PIC X(1).
	    01 WS-LIMIT-COUNT PIC 9(3) VALUE 0.
	    01 WS-LIMIT-IDX PIC 9(3).
	    01 WS-DEFAULT-IDX PIC 9(3) VALUE 0.
	    01 WS-LIMIT-FOUND PIC X(1).
	        88 LIMIT-FOUND VALUE "Y".
	    01 WS-LOOKUP-TYPE PIC X(2).

	    *> one account's day, gathered before any of it is judged -
	    *> the count and net limits need the whole day in hand
	    01 WS-GROUP-TABLE.
	        05 WS-GRP-ENTRY OCCURS 500 TIMES.
	            10 WS-GRP-TRANS-DATE PIC 9(8).
	            10 WS-GRP-ACCT-TYPE PIC X(2).
	            10 WS-GRP-AMOUNT PIC S9(9).
	    01 WS-GRP-COUNT PIC 9(5).
	    01 WS-GRP-IDX PIC 9(5).
	    01 WS-GRP-ACCOUNT PIC X(8).
	    01 WS-GRP-NET PIC S9(13).
	    01 WS-GRP-NET-ABS PIC 9(13).

	    *> the account's position before today, when it is on file
	    01 WS-MASTER-KEY PIC X(8).
	    01 WS-PRIOR-MASTER-KEY PIC X(8) VALUE LOW-VALUES.
	    01 WS-BALANCE-KNOWN PIC X(1).
	        88 BALANCE-KNOWN VALUE "Y".
	    01 WS-ACCT-BALANCE PIC S9(13).

	    *> the transaction in hand and what it tripped
	    01 WS-TRANS-IMAGE.
	        05 WS-IMG-TRANS-DATE PIC 9(8).
	        05 WS-IMG-ACCOUNT PIC X(8).
	        05 WS-IMG-ACCT-TYPE PIC X(2).
	        05 WS-IMG-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	    01 WS-AMOUNT-ABS PIC 9(9).
	    01 WS-TRANS-INT PIC 9(9).
	    01 WS-DAYS-APART PIC 9(9).
	    01 WS-FLAG-COUNT PIC 9(1).
	    01 WS-FIRST-REASON PIC X(4).
	    01 WS-FLAG-REASON PIC X(4).
	    01 WS-FLAG-DETAIL PIC X(26).
	    01 WS-HOLD-SWITCH PIC X(1).
	        88 HOLD-FLAGGED VALUE "Y".

	    01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
	    01 WS-TRANS-HASH PIC S9(11) VALUE 0.
	    01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
	    01 WS-POSTED-HASH PIC S9(11) VALUE 0.
	    01 WS-HELD-COUNT PIC 9(9) VALUE 0.
	    01 WS-HELD-TOTAL PIC S9(13) VALUE 0.
	    01 WS-REPORTED-COUNT PIC 9(9) VALUE 0.
	    01 WS-RELEASED-COUNT PIC 9(9) VALUE 0.
	    01 WS-RELEASED-TOTAL PIC S9(13) VALUE 0.
	    01 WS-SINGLE-FLAGS PIC 9(9) VALUE 0.
	    01 WS-COUNT-FLAGS PIC 9(9) VALUE 0.
	    01 WS-NET-FLAGS PIC 9(9) VALUE 0.
	    01 WS-BALANCE-FLAGS PIC 9(9) VALUE 0.
	    01 WS-DATE-FLAGS PIC 9(9) VALUE 0.
	    01 WS-UNLIMITED-COUNT PIC 9(9) VALUE 0.
	    01 WS-PROOF-IN PIC S9(13).
	    01 WS-PROOF-OUT PIC S9(13).

	    01 WS-RPT-TITLE-LINE.
	        05 FILLER PIC X(30) VALUE
	            "TRANSACTION EXCEPTIONS FOR ".
	        05 WS-RPT-TITLE-DATE PIC 9(8).
	        05 FILLER PIC X(42) VALUE SPACES.
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-RPT-SECTION-LINE PIC X(80).
	    01 WS-LIMIT-HDR-LINE PIC X(80) VALUE
	        "TYPE  SINGLE LIMIT  DAY COUNT        DAY NET  DAYS  ACTION".
	    01 WS-LIMIT-LINE.
	        05 WS-LL-TYPE PIC X(2).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LL-SINGLE PIC ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LL-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LL-NET PIC ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LL-WINDOW PIC ZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LL-ACTION PIC X(6).
	        05 FILLER PIC X(23) VALUE SPACES.
	    01 WS-EXCP-HDR-LINE PIC X(80) VALUE
	        "ACCOUNT   TY  TRANS DT       AMOUNT  RSN   ACTION    DETAIL".
	    01 WS-EXCP-LINE.
	        05 WS-XL-ACCOUNT PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-XL-TYPE PIC X(2).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-XL-DATE PIC 9(8).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-XL-AMOUNT PIC -ZZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-XL-REASON PIC X(4).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-XL-ACTION PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-XL-DETAIL PIC X(26).
	        05 FILLER PIC X(2) VALUE SPACES.
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
	    PERFORM load-limits.
	    PERFORM open-report.
	    SORT SORT-WORK
	        ON ASCENDING KEY SW-ACCOUNT SW-TRANS-DATE
	        INPUT PROCEDURE IS release-transactions
	        OUTPUT PROCEDURE IS screen-transactions.
	    PERFORM write-exception-summary.
	    PERFORM write-control-totals.
	    CLOSE EXCP-RPT.
	    STOP RUN.

	    *> no thresholds means nothing would be examined - the old
	    *> unguarded behaviour - so a missing table stops the run
	    load-limits.
	    OPEN INPUT EXCP-CTL.
	    IF WS-CTL-STATUS NOT = "00"
	        DISPLAY "EXCP-CTL OPEN FAILED, STATUS " WS-CTL-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-excp-control.
	    PERFORM load-one-limit UNTIL CTL-EOF.
	    CLOSE EXCP-CTL.

	    read-excp-control.
	    READ EXCP-CTL
	        AT END
	            SET CTL-EOF TO TRUE
	    END-READ.

	    load-one-limit.
	    IF XC-SINGLE-LIMIT NOT NUMERIC OR XC-COUNT-LIMIT NOT NUMERIC
	        OR XC-NET-LIMIT NOT NUMERIC OR XC-DATE-WINDOW NOT NUMERIC
	        DISPLAY "EXCP-CTL ENTRY FOR TYPE " XC-ACCT-TYPE
	            " IS NOT NUMERIC"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE XC-ACCT-TYPE TO WS-LOOKUP-TYPE.
	    PERFORM find-type-entry.
	    IF LIMIT-FOUND
	        DISPLAY "EXCP-CTL CARRIES TYPE " XC-ACCT-TYPE
	            " TWICE - CORRECT THE TABLE AND RERUN"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-LIMIT-COUNT < 100
	        ADD 1 TO WS-LIMIT-COUNT
	        MOVE XC-ACCT-TYPE TO WS-LIM-TYPE(WS-LIMIT-COUNT)
	        MOVE XC-SINGLE-LIMIT TO WS-LIM-SINGLE(WS-LIMIT-COUNT)
	        MOVE XC-COUNT-LIMIT TO WS-LIM-COUNT(WS-LIMIT-COUNT)
	        MOVE XC-NET-LIMIT TO WS-LIM-NET(WS-LIMIT-COUNT)
	        MOVE XC-DATE-WINDOW TO WS-LIM-WINDOW(WS-LIMIT-COUNT)
	        MOVE XC-ACTION TO WS-LIM-ACTION(WS-LIMIT-COUNT)
	        IF XC-ACCT-TYPE = "**"
	            MOVE WS-LIMIT-COUNT TO WS-DEFAULT-IDX
	        END-IF
	    ELSE
	        DISPLAY "EXCP-CTL OVERFLOW - TABLE HOLDS 100 TYPES"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-excp-control.

	    *> the type's own entry, else the ** entry; with neither
	    *> the index is left at zero and nothing is checked
	    lookup-limits.
	    PERFORM find-type-entry.
	    IF NOT LIMIT-FOUND
	        MOVE WS-DEFAULT-IDX TO WS-LIMIT-IDX
	    END-IF.

	    find-type-entry.
	    MOVE "N" TO WS-LIMIT-FOUND.
	    MOVE 1 TO WS-LIMIT-IDX.
	    PERFORM match-one-limit UNTIL LIMIT-FOUND
	        OR WS-LIMIT-IDX > WS-LIMIT-COUNT.

	    match-one-limit.
	    IF WS-LIM-TYPE(WS-LIMIT-IDX) = WS-LOOKUP-TYPE
	        SET LIMIT-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-LIMIT-IDX
	    END-IF.

	    open-report.
	    OPEN OUTPUT EXCP-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "EXCP-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    *> ------------------------------------------ CLEAN INPUT --
	    release-transactions.
	    OPEN INPUT TRANS-IN.
	    IF WS-TRANS-STATUS NOT = "00"
	        DISPLAY "TRANS-IN OPEN FAILED, STATUS " WS-TRANS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    READ TRANS-IN
	        AT END
	            DISPLAY "TRANSIN EMPTY - HEADER RECORD MISSING"
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	    END-READ.
	    IF TIH-REC-TYPE NOT = "HDR" OR TIH-FILE-ID NOT = "TRANSIN"
	        DISPLAY "TRANSIN HEADER INVALID: " TRANS-IN-REC
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE TIH-BUSINESS-DATE TO WS-BUSINESS-DATE.
	    PERFORM read-run-cycle.
	    MOVE FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
	        TO WS-BUSINESS-INT.
	    PERFORM read-transaction.
	    PERFORM release-one-transaction UNTIL TRANS-EOF.
	    CLOSE TRANS-IN.

	    read-transaction.
	    READ TRANS-IN
	        AT END
	            IF NOT TRANS-TRL-SEEN
	                DISPLAY "TRANSIN TRAILER MISSING - FILE TRUNCATED"
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            SET TRANS-EOF TO TRUE
	        NOT AT END
	            IF TIT-REC-TYPE = "TRL"
	                PERFORM validate-trans-trailer
	                SET TRANS-EOF TO TRUE
	            END-IF
	    END-READ.

	    validate-trans-trailer.
	    SET TRANS-TRL-SEEN TO TRUE.
	    IF TIT-DETAIL-COUNT NOT = WS-TRANS-COUNT
	        DISPLAY "TRANSIN TRAILER COUNT " TIT-DETAIL-COUNT
	            " DOES NOT MATCH DETAILS READ " WS-TRANS-COUNT
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF TIT-HASH-TOTAL NOT = WS-TRANS-HASH
	        DISPLAY "TRANSIN TRAILER HASH " TIT-HASH-TOTAL
	            " DOES NOT MATCH AMOUNT TOTAL " WS-TRANS-HASH
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    release-one-transaction.
	    ADD 1 TO WS-TRANS-COUNT.
	    ADD TI-AMOUNT TO WS-TRANS-HASH.
	    MOVE TI-ACCOUNT TO SW-ACCOUNT.
	    MOVE TI-ACCT-TYPE TO SW-ACCT-TYPE.
	    MOVE TI-TRANS-DATE TO SW-TRANS-DATE.
	    MOVE TI-AMOUNT TO SW-AMOUNT.
	    RELEASE SORT-WORK-REC.
	    PERFORM read-transaction.

	    *> -------------------------------------------- SCREENING --
	    screen-transactions.
	    PERFORM open-screen-files.
	    PERFORM write-limit-table.
	    MOVE "EXCEPTIONS" TO WS-RPT-SECTION-LINE.
	    WRITE EXCP-RPT-REC FROM WS-RPT-SECTION-LINE.
	    WRITE EXCP-RPT-REC FROM WS-EXCP-HDR-LINE.
	    PERFORM read-master.
	    PERFORM return-sorted.
	    PERFORM screen-one-account UNTIL SORTED-EOF.
	    PERFORM release-approved-holds.
	    MOVE "TRL" TO TPT-REC-TYPE.
	    MOVE WS-POSTED-COUNT TO TPT-DETAIL-COUNT.
	    MOVE WS-POSTED-HASH TO TPT-HASH-TOTAL.
	    WRITE TRANS-POST-TRL.
	    CLOSE TRANS-POST SUSPENSE.
	    IF MASTER-OPENED
	        CLOSE ACCT-MASTER
	    END-IF.
	    IF WS-HELD-COUNT > 0
	        DISPLAY "TRANSACTION EXCEPTIONS HELD " WS-HELD-COUNT
	            " TRANSACTION(S) - SEE SUSPENSE"
	    END-IF.

	    open-screen-files.
	    OPEN INPUT ACCT-MASTER.
	    IF WS-MASTER-STATUS = "35"
	        DISPLAY "ACCT-MASTER NOT PRESENT - NO BALANCE CHECKS"
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
	    OPEN OUTPUT TRANS-POST.
	    IF WS-POST-STATUS NOT = "00"
	        DISPLAY "TRANS-POST OPEN FAILED, STATUS " WS-POST-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN EXTEND SUSPENSE.
	    IF WS-SUSP-STATUS = "35"
	        OPEN OUTPUT SUSPENSE
	    END-IF.
	    IF WS-SUSP-STATUS NOT = "00"
	        DISPLAY "SUSPENSE OPEN FAILED, STATUS " WS-SUSP-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE "HDR" TO TPH-REC-TYPE.
	    MOVE "TRANSIN" TO TPH-FILE-ID.
	    MOVE WS-BUSINESS-DATE TO TPH-BUSINESS-DATE.
	    WRITE TRANS-POST-HDR.

	    write-limit-table.
	    MOVE WS-BUSINESS-DATE TO WS-RPT-TITLE-DATE.
	    WRITE EXCP-RPT-REC FROM WS-RPT-TITLE-LINE.
	    WRITE EXCP-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "THRESHOLDS IN FORCE (0 = NOT CHECKED)"
	        TO WS-RPT-SECTION-LINE.
	    WRITE EXCP-RPT-REC FROM WS-RPT-SECTION-LINE.
	    WRITE EXCP-RPT-REC FROM WS-LIMIT-HDR-LINE.
	    PERFORM write-one-limit VARYING WS-LIMIT-IDX FROM 1 BY 1
	        UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-RPT-BLANK-LINE.

	    write-one-limit.
	    MOVE WS-LIM-TYPE(WS-LIMIT-IDX) TO WS-LL-TYPE.
	    MOVE WS-LIM-SINGLE(WS-LIMIT-IDX) TO WS-LL-SINGLE.
	    MOVE WS-LIM-COUNT(WS-LIMIT-IDX) TO WS-LL-COUNT.
	    MOVE WS-LIM-NET(WS-LIMIT-IDX) TO WS-LL-NET.
	    MOVE WS-LIM-WINDOW(WS-LIMIT-IDX) TO WS-LL-WINDOW.
	    IF WS-LIM-ACTION(WS-LIMIT-IDX) = "H"
	        MOVE "HOLD" TO WS-LL-ACTION
	    ELSE
	        MOVE "REPORT" TO WS-LL-ACTION
	    END-IF.
	    WRITE EXCP-RPT-REC FROM WS-LIMIT-LINE.

	    read-master.
	    IF MASTER-EOF
	        MOVE HIGH-VALUES TO WS-MASTER-KEY
	    ELSE
	        READ ACCT-MASTER
	            AT END
	                SET MASTER-EOF TO TRUE
	                MOVE HIGH-VALUES TO WS-MASTER-KEY
	            NOT AT END
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
	            SET SORTED-EOF TO TRUE
	    END-RETURN.

	    *> gather the account's day, find its position on the
	    *> master, then judge each transaction in turn
	    screen-one-account.
	    MOVE SW-ACCOUNT TO WS-GRP-ACCOUNT.
	    MOVE 0 TO WS-GRP-COUNT.
	    MOVE 0 TO WS-GRP-NET.
	    PERFORM gather-one-transaction UNTIL SORTED-EOF
	        OR SW-ACCOUNT NOT = WS-GRP-ACCOUNT.
	    IF WS-GRP-NET < 0
	        COMPUTE WS-GRP-NET-ABS = 0 - WS-GRP-NET
	    ELSE
	        MOVE WS-GRP-NET TO WS-GRP-NET-ABS
	    END-IF.
	    PERFORM read-master UNTIL WS-MASTER-KEY NOT < WS-GRP-ACCOUNT.
	    IF WS-MASTER-KEY = WS-GRP-ACCOUNT
	        SET BALANCE-KNOWN TO TRUE
	        COMPUTE WS-ACCT-BALANCE = AB-BF-BAL + AB-MTD-MOVEMENT
	    ELSE
	        MOVE "N" TO WS-BALANCE-KNOWN
	        MOVE 0 TO WS-ACCT-BALANCE
	    END-IF.
	    PERFORM judge-one-transaction VARYING WS-GRP-IDX FROM 1 BY 1
	        UNTIL WS-GRP-IDX > WS-GRP-COUNT.

	    gather-one-transaction.
	    IF WS-GRP-COUNT < 500
	        ADD 1 TO WS-GRP-COUNT
	        MOVE SW-TRANS-DATE TO WS-GRP-TRANS-DATE(WS-GRP-COUNT)
	        MOVE SW-ACCT-TYPE TO WS-GRP-ACCT-TYPE(WS-GRP-COUNT)
	        MOVE SW-AMOUNT TO WS-GRP-AMOUNT(WS-GRP-COUNT)
	        ADD SW-AMOUNT TO WS-GRP-NET
	    ELSE
	        DISPLAY "ACCOUNT " WS-GRP-ACCOUNT " HAS OVER 500 "
	            "TRANSACTIONS TODAY - TABLE HOLDS 500"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM return-sorted.

	    *> every check the type's thresholds ask for is made, and
	    *> each one tripped gets its own report line; a held
	    *> transaction goes to SUSPENSE once, under the first
	    judge-one-transaction.
	    MOVE WS-GRP-TRANS-DATE(WS-GRP-IDX) TO WS-IMG-TRANS-DATE.
	    MOVE WS-GRP-ACCOUNT TO WS-IMG-ACCOUNT.
	    MOVE WS-GRP-ACCT-TYPE(WS-GRP-IDX) TO WS-IMG-ACCT-TYPE.
	    MOVE WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-IMG-AMOUNT.
	    IF WS-IMG-AMOUNT < 0
	        COMPUTE WS-AMOUNT-ABS = 0 - WS-IMG-AMOUNT
	    ELSE
	        MOVE WS-IMG-AMOUNT TO WS-AMOUNT-ABS
	    END-IF.
	    MOVE 0 TO WS-FLAG-COUNT.
	    MOVE SPACES TO WS-FIRST-REASON.
	    MOVE "N" TO WS-HOLD-SWITCH.
	    MOVE WS-IMG-ACCT-TYPE TO WS-LOOKUP-TYPE.
	    PERFORM lookup-limits.
	    IF WS-LIMIT-IDX = 0
	        ADD 1 TO WS-UNLIMITED-COUNT
	    ELSE
	        IF WS-LIM-ACTION(WS-LIMIT-IDX) = "H"
	            SET HOLD-FLAGGED TO TRUE
	        END-IF
	        PERFORM check-single-limit
	        PERFORM check-day-limits
	        PERFORM check-date-window
	    END-IF.
	    PERFORM check-balance.
	    IF WS-FLAG-COUNT > 0 AND HOLD-FLAGGED
	        PERFORM hold-transaction
	    ELSE
	        IF WS-FLAG-COUNT > 0
	            ADD 1 TO WS-REPORTED-COUNT
	        END-IF
	        PERFORM pass-transaction
	    END-IF.

	    check-single-limit.
	    IF WS-LIM-SINGLE(WS-LIMIT-IDX) > 0
	        AND WS-AMOUNT-ABS > WS-LIM-SINGLE(WS-LIMIT-IDX)
	        ADD 1 TO WS-SINGLE-FLAGS
	        MOVE "XAMT" TO WS-FLAG-REASON
	        MOVE "OVER SINGLE LIMIT" TO WS-FLAG-DETAIL
	        PERFORM note-flag
	    END-IF.

	    check-day-limits.
	    IF WS-LIM-COUNT(WS-LIMIT-IDX) > 0
	        AND WS-GRP-COUNT > WS-LIM-COUNT(WS-LIMIT-IDX)
	        ADD 1 TO WS-COUNT-FLAGS
	        MOVE "XCNT" TO WS-FLAG-REASON
	        MOVE "DAY COUNT OVER LIMIT" TO WS-FLAG-DETAIL
	        PERFORM note-flag
	    END-IF.
	    IF WS-LIM-NET(WS-LIMIT-IDX) > 0
	        AND WS-GRP-NET-ABS > WS-LIM-NET(WS-LIMIT-IDX)
	        ADD 1 TO WS-NET-FLAGS
	        MOVE "XNET" TO WS-FLAG-REASON
	        MOVE "DAY NET OVER LIMIT" TO WS-FLAG-DETAIL
	        PERFORM note-flag
	    END-IF.

	    *> a trans date that is not a real calendar date is as far
	    *> outside the window as a date can be
	    check-date-window.
	    IF WS-LIM-WINDOW(WS-LIMIT-IDX) > 0
	        MOVE FUNCTION INTEGER-OF-DATE(WS-IMG-TRANS-DATE)
	            TO WS-TRANS-INT
	        IF WS-TRANS-INT = 0
	            MOVE 999999999 TO WS-DAYS-APART
	        ELSE
	            IF WS-TRANS-INT > WS-BUSINESS-INT
	                COMPUTE WS-DAYS-APART
	                    = WS-TRANS-INT - WS-BUSINESS-INT
	            ELSE
	                COMPUTE WS-DAYS-APART
	                    = WS-BUSINESS-INT - WS-TRANS-INT
	            END-IF
	        END-IF
	        IF WS-DAYS-APART > WS-LIM-WINDOW(WS-LIMIT-IDX)
	            ADD 1 TO WS-DATE-FLAGS
	            MOVE "XDTE" TO WS-FLAG-REASON
	            MOVE "DATE OUTSIDE WINDOW" TO WS-FLAG-DETAIL
	            PERFORM note-flag
	        END-IF
	    END-IF.

	    *> made for every type - a debit bigger than the whole
	    *> position is never routine. an account not on the master
	    *> is the posting step's to suspend, not this one's.
	    check-balance.
	    IF BALANCE-KNOWN AND WS-IMG-AMOUNT < 0
	        AND WS-AMOUNT-ABS > WS-ACCT-BALANCE
	        ADD 1 TO WS-BALANCE-FLAGS
	        MOVE "XBAL" TO WS-FLAG-REASON
	        MOVE "DEBIT EXCEEDS BALANCE" TO WS-FLAG-DETAIL
	        PERFORM note-flag
	    END-IF.

	    note-flag.
	    ADD 1 TO WS-FLAG-COUNT.
	    IF WS-FIRST-REASON = SPACES
	        MOVE WS-FLAG-REASON TO WS-FIRST-REASON
	    END-IF.
	    MOVE WS-IMG-ACCOUNT TO WS-XL-ACCOUNT.
	    MOVE WS-IMG-ACCT-TYPE TO WS-XL-TYPE.
	    MOVE WS-IMG-TRANS-DATE TO WS-XL-DATE.
	    MOVE WS-IMG-AMOUNT TO WS-XL-AMOUNT.
	    MOVE WS-FLAG-REASON TO WS-XL-REASON.
	    IF HOLD-FLAGGED
	        MOVE "HELD" TO WS-XL-ACTION
	    ELSE
	        MOVE "REPORTED" TO WS-XL-ACTION
	    END-IF.
	    MOVE WS-FLAG-DETAIL TO WS-XL-DETAIL.
	    WRITE EXCP-RPT-REC FROM WS-EXCP-LINE.

	    pass-transaction.
	    WRITE TRANS-POST-REC FROM WS-TRANS-IMAGE.
	    ADD 1 TO WS-POSTED-COUNT.
	    ADD WS-IMG-AMOUNT TO WS-POSTED-HASH.

	    hold-transaction.
	    ADD 1 TO WS-HELD-COUNT.
	    ADD WS-IMG-AMOUNT TO WS-HELD-TOTAL.
	    MOVE "EXCPT01" TO SUSP-PROGRAM.
	    MOVE WS-FIRST-REASON TO SUSP-REASON.
	    MOVE WS-BUSINESS-DATE TO SUSP-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO SUSP-CYCLE.
	    MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP.
	    MOVE WS-TRANS-IMAGE TO SUSP-IMAGE.
	    WRITE SUSPENSE-REC.

	    *> ------------------------------------------ RELEASE LEG --
	    *> an approved hold is posted as it stands - it was judged
	    *> once already and a person has signed it off. anything
	    *> else on SUSPIN belongs to another step's correction pass.
	    release-approved-holds.
	    OPEN INPUT SUSPENSE-IN.
	    IF WS-SUSPIN-STATUS = "35"
	        CONTINUE
	    ELSE
	        IF WS-SUSPIN-STATUS NOT = "00"
	            DISPLAY "SUSPENSE-IN OPEN FAILED, STATUS "
	                WS-SUSPIN-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        WRITE EXCP-RPT-REC FROM WS-RPT-BLANK-LINE
	        MOVE "APPROVED HOLDS RELEASED" TO WS-RPT-SECTION-LINE
	        WRITE EXCP-RPT-REC FROM WS-RPT-SECTION-LINE
	        WRITE EXCP-RPT-REC FROM WS-EXCP-HDR-LINE
	        PERFORM read-suspense-in
	        PERFORM release-one-hold UNTIL SUSPENSE-IN-EOF
	        CLOSE SUSPENSE-IN
	    END-IF.

	    read-suspense-in.
	    READ SUSPENSE-IN
	        AT END
	            SET SUSPENSE-IN-EOF TO TRUE
	    END-READ.

	    release-one-hold.
	    IF SUSPIN-PROGRAM = "EXCPT01"
	        MOVE SUSPIN-IMAGE(1:28) TO WS-TRANS-IMAGE
	        IF WS-IMG-AMOUNT NOT NUMERIC
	            DISPLAY "SUSPIN HOLD IMAGE NOT NUMERIC: "
	                SUSPIN-IMAGE(1:28)
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        ADD 1 TO WS-RELEASED-COUNT
	        ADD WS-IMG-AMOUNT TO WS-RELEASED-TOTAL
	        PERFORM pass-transaction
	        MOVE WS-IMG-ACCOUNT TO WS-XL-ACCOUNT
	        MOVE WS-IMG-ACCT-TYPE TO WS-XL-TYPE
	        MOVE WS-IMG-TRANS-DATE TO WS-XL-DATE
	        MOVE WS-IMG-AMOUNT TO WS-XL-AMOUNT
	        MOVE SUSPIN-REASON TO WS-XL-REASON
	        MOVE "RELEASED" TO WS-XL-ACTION
	        MOVE "HELD " TO WS-XL-DETAIL
	        MOVE SUSPIN-BUSINESS-DATE TO WS-XL-DETAIL(6:8)
	        WRITE EXCP-RPT-REC FROM WS-EXCP-LINE
	    END-IF.
	    PERFORM read-suspense-in.

	    *> ------------------------------------------------ PROOF --
	    *> the clean file's hash plus what was released must all be
	    *> accounted for - on the posting file or held
	    write-exception-summary.
	    WRITE EXCP-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "TRANSACTIONS READ:" TO WS-SUM-LABEL.
	    MOVE WS-TRANS-COUNT TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "HOLDS RELEASED:" TO WS-SUM-LABEL.
	    MOVE WS-RELEASED-COUNT TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "PASSED TO POSTING:" TO WS-SUM-LABEL.
	    MOVE WS-POSTED-COUNT TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "  FLAGGED, REPORT ONLY:" TO WS-SUM-LABEL.
	    MOVE WS-REPORTED-COUNT TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "HELD ON SUSPENSE:" TO WS-SUM-LABEL.
	    MOVE WS-HELD-COUNT TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "NO THRESHOLDS FOR TYPE:" TO WS-SUM-LABEL.
	    MOVE WS-UNLIMITED-COUNT TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    WRITE EXCP-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "OVER SINGLE LIMIT:" TO WS-SUM-LABEL.
	    MOVE WS-SINGLE-FLAGS TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "DAY COUNT OVER LIMIT:" TO WS-SUM-LABEL.
	    MOVE WS-COUNT-FLAGS TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "DAY NET OVER LIMIT:" TO WS-SUM-LABEL.
	    MOVE WS-NET-FLAGS TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "DEBIT EXCEEDS BALANCE:" TO WS-SUM-LABEL.
	    MOVE WS-BALANCE-FLAGS TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    MOVE "DATE OUTSIDE WINDOW:" TO WS-SUM-LABEL.
	    MOVE WS-DATE-FLAGS TO WS-SUM-COUNT.
	    WRITE EXCP-RPT-REC FROM WS-SUM-LINE.
	    WRITE EXCP-RPT-REC FROM WS-RPT-BLANK-LINE.
	    COMPUTE WS-PROOF-IN = WS-TRANS-HASH + WS-RELEASED-TOTAL.
	    COMPUTE WS-PROOF-OUT = WS-POSTED-HASH + WS-HELD-TOTAL.
	    MOVE "CLEAN PLUS RELEASED:" TO WS-PROOF-LABEL.
	    MOVE WS-PROOF-IN TO WS-PROOF-AMOUNT.
	    WRITE EXCP-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "PASSED TO POSTING:" TO WS-PROOF-LABEL.
	    MOVE WS-POSTED-HASH TO WS-PROOF-AMOUNT.
	    WRITE EXCP-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "HELD ON SUSPENSE:" TO WS-PROOF-LABEL.
	    MOVE WS-HELD-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE EXCP-RPT-REC FROM WS-PROOF-LINE.
	    IF WS-PROOF-IN = WS-PROOF-OUT
	        MOVE "PROOF OK - EVERY AMOUNT PASSED OR HELD"
	            TO WS-VERDICT-LINE
	    ELSE
	        MOVE "PROOF FAILED - PASSED PLUS HELD IS NOT CLEAN INPUT"
	            TO WS-VERDICT-LINE
	        DISPLAY "EXCEPTION PROOF FAILED - IN " WS-PROOF-IN
	            " OUT " WS-PROOF-OUT
	        MOVE 16 TO RETURN-CODE
	    END-IF.
	    WRITE EXCP-RPT-REC FROM WS-VERDICT-LINE.

	    *> released holds sit inside the TRANSIN counters, as every
	    *> correction leg does, and are also reported on their own
	    *> SUSPIN record so the clean-file handoff still balances
	    write-control-totals.
	    OPEN EXTEND CTL-TOTALS.
	    IF WS-TOTALS-STATUS = "35"
	        OPEN OUTPUT CTL-TOTALS
	    END-IF.
	    IF WS-TOTALS-STATUS NOT = "00"
	        DISPLAY "CTL-TOTALS OPEN FAILED, STATUS "
	            WS-TOTALS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE "EXCPT01" TO CT-PROGRAM.
	    MOVE "TRANSIN" TO CT-IN-FILE.
	    MOVE "TRANPOST" TO CT-OUT-FILE.
	    COMPUTE CT-READ = WS-TRANS-COUNT + WS-RELEASED-COUNT.
	    MOVE WS-POSTED-COUNT TO CT-WRITTEN.
	    MOVE WS-HELD-COUNT TO CT-REJECTED.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    IF WS-RELEASED-COUNT > 0
	        MOVE "EXCPT01" TO CT-PROGRAM
	        MOVE "SUSPIN" TO CT-IN-FILE
	        MOVE "TRANPOST" TO CT-OUT-FILE
	        MOVE WS-RELEASED-COUNT TO CT-READ
	        MOVE WS-RELEASED-COUNT TO CT-WRITTEN
	        MOVE 0 TO CT-REJECTED
	        MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
	        MOVE WS-RUN-CYCLE TO CT-CYCLE
	        WRITE CTLTOT-REC
	    END-IF.
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
