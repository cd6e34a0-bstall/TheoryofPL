IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCOUNT_INTEREST.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT ACCT-CTL ASSIGN TO "ACCTCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT RATE-TABLE ASSIGN TO "RATETBL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RATE-STATUS.
	    SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT SYS-TRANS ASSIGN TO "INTTRAN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TRANS-STATUS.
	    SELECT ACCRUAL-RPT ASSIGN TO "ACCRRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the same control record the month-end roll reads - only
	    *> the business date is used here; it dates the generated
	    *> entries. a missing control file means the machine date.
	    FD ACCT-CTL.
	    01 ACCT-CTL-REC.
	        05 ACTL-MODE PIC X(1).
	        05 ACTL-BUSINESS-DATE PIC 9(8).

	    *> one record per account type finance has priced - the
	    *> annual interest rate as a percentage paid monthly on a
	    *> credit balance at or over the minimum, and the flat
	    *> monthly service fee, waived when the balance is at or
	    *> over the threshold (a zero threshold never waives). a
	    *> type that earns and pays nothing is still entered, with
	    *> zeros, so a missing type is always a setup error.
	    FD RATE-TABLE.
	    01 RATE-TABLE-REC.
	        05 RT-ACCT-TYPE PIC X(2).
	        05 RT-INT-RATE PIC 9(2)V9(4).
	        05 RT-MIN-BAL PIC 9(11).
	        05 RT-FEE PIC 9(7).
	        05 RT-WAIVE-BAL PIC 9(11).

	    *> the account balance master before the roll, in account
	    *> order - brought-forward plus month-to-date is the
	    *> month-end balance everything is worked out on
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

	    *> the generated entries in the TRANSIN layout, framed by
	    *> the standard header and trailer so ACCTUPD posts them
	    *> through its normal proof - the SYSTRAN file id marks
	    *> them as raised by the system, not keyed
	    FD SYS-TRANS.
	    01 SYS-TRANS-REC.
	        05 ST-TRANS-DATE PIC 9(8).
	        05 ST-ACCOUNT PIC X(8).
	        05 ST-ACCT-TYPE PIC X(2).
	        05 ST-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	    01 SYS-TRANS-HDR.
	        05 STH-REC-TYPE PIC X(3).
	        05 STH-FILE-ID PIC X(8).
	        05 STH-BUSINESS-DATE PIC 9(8).
	    01 SYS-TRANS-TRL.
	        05 STT-REC-TYPE PIC X(3).
	        05 STT-DETAIL-COUNT PIC 9(9).
	        05 STT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    *> the accrual register finance signs off on - every entry
	    *> raised, then totals by account type
	    FD ACCRUAL-RPT.
	    01 ACCRUAL-RPT-REC PIC X(80).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-RATE-STATUS PIC X(2).
	    01 WS-MASTER-STATUS PIC X(2).
	    01 WS-TRANS-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-RATE-EOF PIC X(1) VALUE "N".
	        88 RATE-EOF VALUE "Y".
	    01 WS-MASTER-EOF PIC X(1) VALUE "N".
	        88 MASTER-EOF VALUE "Y".

	    01 WS-BUSINESS-DATE PIC 9(8).

	    *> the rate table in storage, with the register's running
	    *> totals for each type alongside
	    01 WS-RATE-TABLE.
	        05 WS-RATE-ENTRY OCCURS 100 TIMES.
	            10 WS-RATE-TYPE PIC X(2).
	            10 WS-RATE-PCT PIC 9(2)V9(4).
	            10 WS-RATE-MIN-BAL PIC 9(11).
	            10 WS-RATE-FEE PIC 9(7).
	            10 WS-RATE-WAIVE-BAL PIC 9(11).
	            10 WS-TYPE-ACCOUNTS PIC 9(9).
	            10 WS-TYPE-INT-COUNT PIC 9(9).
	            10 WS-TYPE-INT-TOTAL PIC S9(13).
	            10 WS-TYPE-FEE-COUNT PIC 9(9).
	            10 WS-TYPE-FEE-TOTAL PIC S9(13).
	            10 WS-TYPE-WAIVED PIC 9(9).
	    01 WS-RATE-COUNT PIC 9(3) VALUE 0.
	    01 WS-RATE-IDX PIC 9(3).
	    01 WS-RATE-FOUND PIC X(1).
	        88 RATE-FOUND VALUE "Y".
	    01 WS-LOOKUP-TYPE PIC X(2).

	    01 WS-PRIOR-MASTER-KEY PIC X(8) VALUE LOW-VALUES.
	    01 WS-BALANCE PIC S9(13).
	    01 WS-INTEREST PIC S9(9).
	    01 WS-FEE PIC S9(9).

	    01 WS-MASTER-READ PIC 9(9) VALUE 0.
	    01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
	    01 WS-FROZEN-COUNT PIC 9(9) VALUE 0.
	    01 WS-CLOSED-COUNT PIC 9(9) VALUE 0.
	    01 WS-UNRATED-COUNT PIC 9(9) VALUE 0.
	    01 WS-TRANS-WRITTEN PIC 9(9) VALUE 0.
	    01 WS-TRANS-HASH PIC S9(11) VALUE 0.
	    01 WS-INT-GRAND PIC S9(13) VALUE 0.
	    01 WS-FEE-GRAND PIC S9(13) VALUE 0.
	    01 WS-NET-GRAND PIC S9(13).

	    01 WS-RPT-TITLE-LINE.
	        05 FILLER PIC X(31) VALUE
	            "MONTH-END ACCRUAL REGISTER FOR ".
	        05 WS-RPT-TITLE-DATE PIC 9(8).
	        05 FILLER PIC X(41) VALUE SPACES.
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-COL-HDR-LINE PIC X(80) VALUE
	        "ACCOUNT   TYPE         BALANCE    INTEREST         FEE  NOTE".
	    01 WS-DETAIL-LINE.
	        05 WS-DET-ACCOUNT PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-DET-TYPE PIC X(2).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-DET-BALANCE PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-DET-INTEREST PIC -ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-DET-FEE PIC -ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-DET-NOTE PIC X(16).
	    01 WS-TYPE-HDR-LINE PIC X(80) VALUE
	        "TYPE  ACCOUNTS   INTEREST     INT TOTAL  FEES     FEE TOTAL   WAIVED".
	    01 WS-TYPE-LINE.
	        05 WS-TL-TYPE PIC X(2).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TL-ACCOUNTS PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TL-INT-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TL-INT-TOTAL PIC -ZZZZZZZZZZZ9.
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TL-FEE-COUNT PIC ZZZZ9.
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TL-FEE-TOTAL PIC -ZZZZZZZZZZZ9.
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TL-WAIVED PIC ZZZZZZZ9.
	        05 FILLER PIC X(14) VALUE SPACES.
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
	    PERFORM load-rate-table.
	    PERFORM open-files.
	    PERFORM read-master.
	    PERFORM accrue-one-account UNTIL MASTER-EOF.
	    PERFORM write-sys-trailer.
	    PERFORM write-type-totals.
	    CLOSE ACCT-MASTER SYS-TRANS ACCRUAL-RPT.
	    STOP RUN.

	    *> a missing control file means "the machine date" (status
	    *> 35); any other bad status is a real problem and aborts
	    *> the run.
	    read-acct-control.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
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
	                    MOVE ACTL-BUSINESS-DATE TO WS-BUSINESS-DATE
	                END-IF
	        END-READ
	        CLOSE ACCT-CTL
	    END-IF.

	    *> no rate table, no month-end calculation - unlike the
	    *> reference files the edit step can run without, there is
	    *> no sensible default for what an account earns or pays
	    load-rate-table.
	    OPEN INPUT RATE-TABLE.
	    IF WS-RATE-STATUS NOT = "00"
	        DISPLAY "RATE-TABLE OPEN FAILED, STATUS " WS-RATE-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-rate-table.
	    PERFORM load-one-rate UNTIL RATE-EOF.
	    CLOSE RATE-TABLE.

	    read-rate-table.
	    READ RATE-TABLE
	        AT END
	            SET RATE-EOF TO TRUE
	    END-READ.

	    load-one-rate.
	    MOVE RT-ACCT-TYPE TO WS-LOOKUP-TYPE.
	    PERFORM lookup-rate.
	    IF RATE-FOUND
	        DISPLAY "RATE-TABLE CARRIES TYPE " RT-ACCT-TYPE
	            " TWICE - CORRECT THE TABLE AND RERUN"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF RT-INT-RATE NOT NUMERIC OR RT-MIN-BAL NOT NUMERIC
	        OR RT-FEE NOT NUMERIC OR RT-WAIVE-BAL NOT NUMERIC
	        DISPLAY "RATE-TABLE ENTRY FOR TYPE " RT-ACCT-TYPE
	            " IS NOT NUMERIC: " RATE-TABLE-REC
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-RATE-COUNT < 100
	        ADD 1 TO WS-RATE-COUNT
	        MOVE RT-ACCT-TYPE TO WS-RATE-TYPE(WS-RATE-COUNT)
	        MOVE RT-INT-RATE TO WS-RATE-PCT(WS-RATE-COUNT)
	        MOVE RT-MIN-BAL TO WS-RATE-MIN-BAL(WS-RATE-COUNT)
	        MOVE RT-FEE TO WS-RATE-FEE(WS-RATE-COUNT)
	        MOVE RT-WAIVE-BAL TO WS-RATE-WAIVE-BAL(WS-RATE-COUNT)
	        MOVE 0 TO WS-TYPE-ACCOUNTS(WS-RATE-COUNT)
	            WS-TYPE-INT-COUNT(WS-RATE-COUNT)
	            WS-TYPE-INT-TOTAL(WS-RATE-COUNT)
	            WS-TYPE-FEE-COUNT(WS-RATE-COUNT)
	            WS-TYPE-FEE-TOTAL(WS-RATE-COUNT)
	            WS-TYPE-WAIVED(WS-RATE-COUNT)
	    ELSE
	        DISPLAY "RATE-TABLE OVERFLOW - TABLE HOLDS 100 TYPES"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-rate-table.

	    lookup-rate.
	    MOVE "N" TO WS-RATE-FOUND.
	    MOVE 1 TO WS-RATE-IDX.
	    PERFORM match-one-rate UNTIL RATE-FOUND
	        OR WS-RATE-IDX > WS-RATE-COUNT.

	    match-one-rate.
	    IF WS-RATE-TYPE(WS-RATE-IDX) = WS-LOOKUP-TYPE
	        SET RATE-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-RATE-IDX
	    END-IF.

	    open-files.
	    OPEN INPUT ACCT-MASTER.
	    IF WS-MASTER-STATUS NOT = "00"
	        DISPLAY "ACCT-MASTER OPEN FAILED, STATUS "
	            WS-MASTER-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT SYS-TRANS.
	    IF WS-TRANS-STATUS NOT = "00"
	        DISPLAY "SYS-TRANS OPEN FAILED, STATUS " WS-TRANS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT ACCRUAL-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "ACCRUAL-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE "HDR" TO STH-REC-TYPE.
	    MOVE "SYSTRAN" TO STH-FILE-ID.
	    MOVE WS-BUSINESS-DATE TO STH-BUSINESS-DATE.
	    WRITE SYS-TRANS-HDR.
	    MOVE WS-BUSINESS-DATE TO WS-RPT-TITLE-DATE.
	    WRITE ACCRUAL-RPT-REC FROM WS-RPT-TITLE-LINE.
	    WRITE ACCRUAL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE ACCRUAL-RPT-REC FROM WS-COL-HDR-LINE.

	    read-master.
	    READ ACCT-MASTER
	        AT END
	            SET MASTER-EOF TO TRUE
	        NOT AT END
	            ADD 1 TO WS-MASTER-READ
	            IF AB-ACCOUNT < WS-PRIOR-MASTER-KEY
	                DISPLAY "ACCTMAST OUT OF SEQUENCE AT " AB-ACCOUNT
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            MOVE AB-ACCOUNT TO WS-PRIOR-MASTER-KEY
	    END-READ.

	    *> only open accounts accrue - a closed account holds no
	    *> money, and an entry raised against a frozen one would
	    *> only be parked on suspense by the posting step
	    accrue-one-account.
	    COMPUTE WS-BALANCE = AB-BF-BAL + AB-MTD-MOVEMENT.
	    EVALUATE AB-STATUS
	        WHEN "C"
	            ADD 1 TO WS-CLOSED-COUNT
	        WHEN "F"
	            ADD 1 TO WS-FROZEN-COUNT
	            MOVE 0 TO WS-INTEREST WS-FEE
	            MOVE "FROZEN - NONE" TO WS-DET-NOTE
	            PERFORM write-detail
	        WHEN OTHER
	            ADD 1 TO WS-OPEN-COUNT
	            MOVE AB-ACCT-TYPE TO WS-LOOKUP-TYPE
	            PERFORM lookup-rate
	            IF RATE-FOUND
	                PERFORM accrue-rated-account
	            ELSE
	                ADD 1 TO WS-UNRATED-COUNT
	                MOVE 0 TO WS-INTEREST WS-FEE
	                MOVE "NO RATE FOR TYPE" TO WS-DET-NOTE
	                PERFORM write-detail
	            END-IF
	    END-EVALUATE.
	    PERFORM read-master.

	    *> interest is the annual percentage over twelve months on
	    *> the month-end credit balance, rounded to the unit; the
	    *> fee is a debit, raised unless the balance clears the
	    *> waiver threshold
	    accrue-rated-account.
	    ADD 1 TO WS-TYPE-ACCOUNTS(WS-RATE-IDX).
	    MOVE 0 TO WS-INTEREST WS-FEE.
	    MOVE SPACES TO WS-DET-NOTE.
	    IF WS-BALANCE > 0
	        AND WS-BALANCE >= WS-RATE-MIN-BAL(WS-RATE-IDX)
	        AND WS-RATE-PCT(WS-RATE-IDX) > 0
	        COMPUTE WS-INTEREST ROUNDED
	            = WS-BALANCE * WS-RATE-PCT(WS-RATE-IDX) / 1200
	    END-IF.
	    IF WS-INTEREST > 0
	        ADD 1 TO WS-TYPE-INT-COUNT(WS-RATE-IDX)
	        ADD WS-INTEREST TO WS-TYPE-INT-TOTAL(WS-RATE-IDX)
	        ADD WS-INTEREST TO WS-INT-GRAND
	        MOVE WS-INTEREST TO ST-AMOUNT
	        PERFORM write-sys-trans
	    END-IF.
	    IF WS-RATE-FEE(WS-RATE-IDX) > 0
	        IF WS-RATE-WAIVE-BAL(WS-RATE-IDX) > 0
	            AND WS-BALANCE >= WS-RATE-WAIVE-BAL(WS-RATE-IDX)
	            ADD 1 TO WS-TYPE-WAIVED(WS-RATE-IDX)
	            MOVE "FEE WAIVED" TO WS-DET-NOTE
	        ELSE
	            COMPUTE WS-FEE = 0 - WS-RATE-FEE(WS-RATE-IDX)
	            ADD 1 TO WS-TYPE-FEE-COUNT(WS-RATE-IDX)
	            ADD WS-FEE TO WS-TYPE-FEE-TOTAL(WS-RATE-IDX)
	            ADD WS-FEE TO WS-FEE-GRAND
	            MOVE WS-FEE TO ST-AMOUNT
	            PERFORM write-sys-trans
	        END-IF
	    END-IF.
	    IF WS-INTEREST NOT = 0 OR WS-FEE NOT = 0
	        OR WS-DET-NOTE NOT = SPACES
	        PERFORM write-detail
	    END-IF.

	    write-sys-trans.
	    MOVE WS-BUSINESS-DATE TO ST-TRANS-DATE.
	    MOVE AB-ACCOUNT TO ST-ACCOUNT.
	    MOVE AB-ACCT-TYPE TO ST-ACCT-TYPE.
	    WRITE SYS-TRANS-REC.
	    ADD 1 TO WS-TRANS-WRITTEN.
	    ADD ST-AMOUNT TO WS-TRANS-HASH.

	    write-detail.
	    MOVE AB-ACCOUNT TO WS-DET-ACCOUNT.
	    MOVE AB-ACCT-TYPE TO WS-DET-TYPE.
	    MOVE WS-BALANCE TO WS-DET-BALANCE.
	    MOVE WS-INTEREST TO WS-DET-INTEREST.
	    MOVE WS-FEE TO WS-DET-FEE.
	    WRITE ACCRUAL-RPT-REC FROM WS-DETAIL-LINE.

	    write-sys-trailer.
	    MOVE "TRL" TO STT-REC-TYPE.
	    MOVE WS-TRANS-WRITTEN TO STT-DETAIL-COUNT.
	    MOVE WS-TRANS-HASH TO STT-HASH-TOTAL.
	    WRITE SYS-TRANS-TRL.

	    *> ------------------------------------------------ TOTALS --
	    write-type-totals.
	    WRITE ACCRUAL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE ACCRUAL-RPT-REC FROM WS-TYPE-HDR-LINE.
	    MOVE 1 TO WS-RATE-IDX.
	    PERFORM write-one-type UNTIL WS-RATE-IDX > WS-RATE-COUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "ACCOUNTS READ:" TO WS-SUM-LABEL.
	    MOVE WS-MASTER-READ TO WS-SUM-COUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "OPEN ACCOUNTS:" TO WS-SUM-LABEL.
	    MOVE WS-OPEN-COUNT TO WS-SUM-COUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "FROZEN, NOT ACCRUED:" TO WS-SUM-LABEL.
	    MOVE WS-FROZEN-COUNT TO WS-SUM-COUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "CLOSED, NOT ACCRUED:" TO WS-SUM-LABEL.
	    MOVE WS-CLOSED-COUNT TO WS-SUM-COUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "TYPE NOT ON RATE TABLE:" TO WS-SUM-LABEL.
	    MOVE WS-UNRATED-COUNT TO WS-SUM-COUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "ENTRIES GENERATED:" TO WS-SUM-LABEL.
	    MOVE WS-TRANS-WRITTEN TO WS-SUM-COUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-SUM-LINE.
	    WRITE ACCRUAL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "INTEREST CREDITED:" TO WS-PROOF-LABEL.
	    MOVE WS-INT-GRAND TO WS-PROOF-AMOUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "SERVICE FEES CHARGED:" TO WS-PROOF-LABEL.
	    MOVE WS-FEE-GRAND TO WS-PROOF-AMOUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-PROOF-LINE.
	    COMPUTE WS-NET-GRAND = WS-INT-GRAND + WS-FEE-GRAND.
	    MOVE "NET TO BE POSTED:" TO WS-PROOF-LABEL.
	    MOVE WS-NET-GRAND TO WS-PROOF-AMOUNT.
	    WRITE ACCRUAL-RPT-REC FROM WS-PROOF-LINE.
	    WRITE ACCRUAL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    *> the posting step's MOVEMENTS POSTED must show this same
	    *> net - the trailer hash it proves against is built here
	    IF WS-UNRATED-COUNT > 0
	        MOVE "NOT POSTED - ACCOUNT TYPES MISSING FROM THE RATE TABLE"
	            TO WS-VERDICT-LINE
	        WRITE ACCRUAL-RPT-REC FROM WS-VERDICT-LINE
	        DISPLAY "ACCRUAL HELD - " WS-UNRATED-COUNT
	            " OPEN ACCOUNT(S) HAVE A TYPE NOT ON RATETBL"
	        MOVE 8 TO RETURN-CODE
	    ELSE
	        MOVE "REGISTER COMPLETE - NET IS THE SYSTRAN TRAILER HASH"
	            TO WS-VERDICT-LINE
	        WRITE ACCRUAL-RPT-REC FROM WS-VERDICT-LINE
	    END-IF.

	    write-one-type.
	    MOVE WS-RATE-TYPE(WS-RATE-IDX) TO WS-TL-TYPE.
	    MOVE WS-TYPE-ACCOUNTS(WS-RATE-IDX) TO WS-TL-ACCOUNTS.
	    MOVE WS-TYPE-INT-COUNT(WS-RATE-IDX) TO WS-TL-INT-COUNT.
	    MOVE WS-TYPE-INT-TOTAL(WS-RATE-IDX) TO WS-TL-INT-TOTAL.
	    MOVE WS-TYPE-FEE-COUNT(WS-RATE-IDX) TO WS-TL-FEE-COUNT.
	    MOVE WS-TYPE-FEE-TOTAL(WS-RATE-IDX) TO WS-TL-FEE-TOTAL.
	    MOVE WS-TYPE-WAIVED(WS-RATE-IDX) TO WS-TL-WAIVED.
	    WRITE ACCRUAL-RPT-REC FROM WS-TYPE-LINE.
	    ADD 1 TO WS-RATE-IDX.
