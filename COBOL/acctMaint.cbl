IDENTIFICATION DIVISION.
	PROGRAM-ID. ACCOUNT_MASTER_MAINT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT MAINT-TRANS ASSIGN TO "ACCTTRAN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TRANS-STATUS.
	    SELECT MASTER-NEW ASSIGN TO "ACCTMSTN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT CHANGE-LIST ASSIGN TO "CHGLIST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-LIST-STATUS.
	    SELECT SUSPENSE ASSIGN TO "SUSPENSE"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-SUSP-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the account balance master as it stands, in the layout
	    *> ACCTUPD posts against, kept in account order
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

	    *> the batch of account transactions, in account order -
	    *> O opens an account of the type given, C closes it, F
	    *> freezes it against posting, U lifts a freeze, T changes
	    *> the account type. the effective date dates an open or a
	    *> close; left blank it is the day the batch is applied.
	    FD MAINT-TRANS.
	    01 MAINT-TRANS-REC.
	        05 AT-ACTION PIC X(1).
	        05 AT-ACCOUNT PIC X(8).
	        05 AT-ACCT-TYPE PIC X(2).
	        05 AT-EFF-DATE PIC 9(8).

	    *> the maintained replacement for the live master; a
	    *> following copy step swaps it over ACCTMAST, same
	    *> convention as the student master maintenance
	    FD MASTER-NEW.
	    01 MASTER-NEW-REC PIC X(59).

	    *> the before/after listing the account desk signs off on -
	    *> one image of the record as it was and one as it now is
	    *> for every update applied
	    FD CHANGE-LIST.
	    01 CHANGE-LIST-REC PIC X(80).

	    *> every rejected transaction, in the layout shared across
	    *> the stream - source program, reason code and the original
	    *> record image
	    FD SUSPENSE.
	    01 SUSPENSE-REC.
	        05 SUSP-PROGRAM PIC X(8).
	        05 SUSP-REASON PIC X(4).
	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    WORKING-STORAGE SECTION.
	    01 WS-MASTER-STATUS PIC X(2).
	    01 WS-TRANS-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-LIST-STATUS PIC X(2).
	    01 WS-SUSP-STATUS PIC X(2).
	    01 WS-MASTER-OPENED PIC X(1) VALUE "N".
	        88 MASTER-OPENED VALUE "Y".

	    *> the master record in hand - transactions are applied
	    *> here until the account changes, then it goes to the new
	    *> file
	    01 WS-HOLD-REC.
	        05 WS-HOLD-ACCOUNT PIC X(8).
	        05 WS-HOLD-TYPE PIC X(2).
	        05 WS-HOLD-BF PIC S9(11) SIGN LEADING SEPARATE.
	        05 WS-HOLD-MTD PIC S9(11) SIGN LEADING SEPARATE.
	        05 WS-HOLD-LAST PIC 9(8).
	        05 WS-HOLD-STATUS PIC X(1).
	            88 HOLD-OPEN VALUE "O".
	            88 HOLD-CLOSED VALUE "C".
	            88 HOLD-FROZEN VALUE "F".
	        05 WS-HOLD-OPEN-DATE PIC 9(8).
	        05 WS-HOLD-CLOSE-DATE PIC 9(8).
	    01 WS-HOLD-PRESENT PIC X(1) VALUE "N".
	        88 HOLD-PRESENT VALUE "Y".

	    *> end-of-file keys pushed past any real account so the
	    *> balanced merge below needs no special end cases
	    01 WS-MASTER-KEY PIC X(8).
	    01 WS-TRANS-KEY PIC X(8).
	    01 WS-PRIOR-MASTER-KEY PIC X(8) VALUE LOW-VALUES.
	    01 WS-PRIOR-TRANS-KEY PIC X(8) VALUE LOW-VALUES.

	    01 WS-RUN-DATE PIC 9(8).
	    01 WS-EFF-DATE PIC 9(8).
	    01 WS-HOLD-BALANCE PIC S9(13).

	    01 WS-MASTER-READ PIC 9(9) VALUE 0.
	    01 WS-TRANS-READ PIC 9(9) VALUE 0.
	    01 WS-TRANS-APPLIED PIC 9(9) VALUE 0.
	    01 WS-TRANS-REJECTED PIC 9(9) VALUE 0.
	    01 WS-MASTER-WRITTEN PIC 9(9) VALUE 0.
	    01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
	    01 WS-CLOSE-COUNT PIC 9(9) VALUE 0.
	    01 WS-FREEZE-COUNT PIC 9(9) VALUE 0.
	    01 WS-UNFREEZE-COUNT PIC 9(9) VALUE 0.
	    01 WS-TYPE-COUNT PIC 9(9) VALUE 0.

	    01 WS-LIST-TITLE-LINE.
	        05 FILLER PIC X(31) VALUE
	            "ACCOUNT MASTER CHANGE LISTING  ".
	        05 WS-LIST-TITLE-STAMP PIC X(21).
	        05 FILLER PIC X(28) VALUE SPACES.
	    01 WS-LIST-HDR-LINE PIC X(80) VALUE
	        "ACTION   ACCOUNT   TYPE  STATUS  OPENED    CLOSED          BALANCE".
	    01 WS-LIST-DETAIL-LINE.
	        05 WS-LIST-TAG PIC X(7).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-ACCOUNT PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-TYPE PIC X(2).
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-LIST-ACCT-STATUS PIC X(1).
	        05 FILLER PIC X(7) VALUE SPACES.
	        05 WS-LIST-OPENED PIC 9(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-CLOSED PIC 9(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-BALANCE PIC -ZZZZZZZZZZZ9.
	        05 FILLER PIC X(14) VALUE SPACES.
	    01 WS-LIST-SUM-LINE.
	        05 WS-LIST-SUM-LABEL PIC X(26).
	        05 WS-LIST-SUM-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(45) VALUE SPACES.
	    01 WS-LIST-BLANK-LINE PIC X(80) VALUE SPACES.

	PROCEDURE DIVISION.
	    begin.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
	    OPEN INPUT ACCT-MASTER.
	    IF WS-MASTER-STATUS = "35"
	        DISPLAY "ACCT-MASTER NOT PRESENT - BUILDING A NEW MASTER "
	            "FROM THE OPENS IN THIS BATCH"
	        MOVE HIGH-VALUES TO WS-MASTER-KEY
	    ELSE
	        IF WS-MASTER-STATUS NOT = "00"
	            DISPLAY "ACCT-MASTER OPEN FAILED, STATUS "
	                WS-MASTER-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        SET MASTER-OPENED TO TRUE
	    END-IF.
	    OPEN INPUT MAINT-TRANS.
	    IF WS-TRANS-STATUS NOT = "00"
	        DISPLAY "MAINT-TRANS OPEN FAILED, STATUS " WS-TRANS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT MASTER-NEW.
	    IF WS-NEW-STATUS NOT = "00"
	        DISPLAY "MASTER-NEW OPEN FAILED, STATUS " WS-NEW-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT CHANGE-LIST.
	    IF WS-LIST-STATUS NOT = "00"
	        DISPLAY "CHANGE-LIST OPEN FAILED, STATUS " WS-LIST-STATUS
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
	    MOVE FUNCTION CURRENT-DATE TO WS-LIST-TITLE-STAMP.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-TITLE-LINE.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-HDR-LINE.
	    PERFORM read-master.
	    PERFORM read-trans.
	    PERFORM merge-one-key UNTIL WS-MASTER-KEY = HIGH-VALUES
	        AND WS-TRANS-KEY = HIGH-VALUES.
	    PERFORM write-change-summary.
	    IF MASTER-OPENED
	        CLOSE ACCT-MASTER
	    END-IF.
	    CLOSE MAINT-TRANS MASTER-NEW CHANGE-LIST SUSPENSE.
	    DISPLAY "ACCOUNT MAINT - READ " WS-MASTER-READ " MASTERS, "
	        WS-TRANS-READ " TRANSACTIONS, WROTE " WS-MASTER-WRITTEN
	        " MASTERS, REJECTED " WS-TRANS-REJECTED.
	    IF WS-TRANS-REJECTED > 0
	        DISPLAY "ACCOUNT MAINT REJECTED " WS-TRANS-REJECTED
	            " TRANSACTION(S) - SEE SUSPENSE"
	        MOVE 8 TO RETURN-CODE
	    END-IF.
	    STOP RUN.

	    *> both inputs must arrive in account order or the merge
	    *> below would drop or double records - an out-of-sequence
	    *> file is a setup error worth stopping on.
	    read-master.
	    IF NOT MASTER-OPENED
	        MOVE HIGH-VALUES TO WS-MASTER-KEY
	    ELSE
	        READ ACCT-MASTER
	            AT END
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

	    read-trans.
	    READ MAINT-TRANS
	        AT END
	            MOVE HIGH-VALUES TO WS-TRANS-KEY
	        NOT AT END
	            ADD 1 TO WS-TRANS-READ
	            IF AT-ACCOUNT < WS-PRIOR-TRANS-KEY
	                DISPLAY "ACCTTRAN OUT OF SEQUENCE AT "
	                    AT-ACCOUNT
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            MOVE AT-ACCOUNT TO WS-TRANS-KEY
	                WS-PRIOR-TRANS-KEY
	    END-READ.

	    *> the balanced merge - the lower key drives: a master below
	    *> the next transaction passes through untouched, a
	    *> transaction below the next master must be an open, and a
	    *> matched pair applies the transaction to the held record.
	    *> an opened account stays in the hold until the account
	    *> changes, so a same-batch freeze or type change stacks
	    *> onto it exactly as it would against an existing master.
	    merge-one-key.
	    EVALUATE TRUE
	        WHEN WS-MASTER-KEY < WS-TRANS-KEY
	            PERFORM hold-master
	            PERFORM release-hold
	            PERFORM read-master
	        WHEN WS-MASTER-KEY > WS-TRANS-KEY
	            PERFORM apply-open
	            IF HOLD-PRESENT
	                PERFORM apply-matched UNTIL WS-TRANS-KEY
	                    NOT = WS-HOLD-ACCOUNT
	                PERFORM release-hold
	            END-IF
	        WHEN OTHER
	            PERFORM hold-master
	            PERFORM apply-matched UNTIL WS-TRANS-KEY
	                NOT = WS-HOLD-ACCOUNT
	            PERFORM release-hold
	            PERFORM read-master
	    END-EVALUATE.

	    hold-master.
	    MOVE ACCT-MASTER-REC TO WS-HOLD-REC.
	    SET HOLD-PRESENT TO TRUE.

	    release-hold.
	    IF HOLD-PRESENT
	        WRITE MASTER-NEW-REC FROM WS-HOLD-REC
	        ADD 1 TO WS-MASTER-WRITTEN
	        MOVE "N" TO WS-HOLD-PRESENT
	    END-IF.

	    *> an open takes the effective date from the transaction
	    *> when one is keyed, otherwise the day the batch runs
	    set-effective-date.
	    IF AT-EFF-DATE IS NUMERIC AND AT-EFF-DATE > 0
	        MOVE AT-EFF-DATE TO WS-EFF-DATE
	    ELSE
	        MOVE WS-RUN-DATE TO WS-EFF-DATE
	    END-IF.

	    *> the first transaction for an account not on the master
	    *> must be an open - validated, listed as OPENED and left in
	    *> the hold so the matched loop above can stack any further
	    *> transactions for the same account (a second "O" there
	    *> rejects as a duplicate, like an open against the master)
	    apply-open.
	    IF AT-ACTION NOT = "O"
	        PERFORM reject-unknown-account
	    ELSE
	        IF AT-ACCT-TYPE = SPACES
	            PERFORM reject-bad-type
	        ELSE
	            PERFORM set-effective-date
	            MOVE AT-ACCOUNT TO WS-HOLD-ACCOUNT
	            MOVE AT-ACCT-TYPE TO WS-HOLD-TYPE
	            MOVE 0 TO WS-HOLD-BF
	            MOVE 0 TO WS-HOLD-MTD
	            MOVE 0 TO WS-HOLD-LAST
	            MOVE "O" TO WS-HOLD-STATUS
	            MOVE WS-EFF-DATE TO WS-HOLD-OPEN-DATE
	            MOVE 0 TO WS-HOLD-CLOSE-DATE
	            SET HOLD-PRESENT TO TRUE
	            MOVE "OPENED" TO WS-LIST-TAG
	            PERFORM list-hold-line
	            WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE
	            ADD 1 TO WS-TRANS-APPLIED
	            ADD 1 TO WS-OPEN-COUNT
	        END-IF
	    END-IF.
	    PERFORM read-trans.

	    *> a transaction matched to the held master - updates land
	    *> on the hold so several transactions against one account
	    *> stack in order
	    apply-matched.
	    EVALUATE AT-ACTION
	        WHEN "O"
	            PERFORM reject-duplicate-open
	        WHEN "C"
	            PERFORM apply-close
	        WHEN "F"
	            PERFORM apply-freeze
	        WHEN "U"
	            PERFORM apply-unfreeze
	        WHEN "T"
	            PERFORM apply-type-change
	        WHEN OTHER
	            PERFORM reject-bad-action
	    END-EVALUATE.
	    PERFORM read-trans.

	    *> money cannot be closed out of sight - an account closes
	    *> only once brought-forward plus month-to-date nets to zero
	    apply-close.
	    COMPUTE WS-HOLD-BALANCE = WS-HOLD-BF + WS-HOLD-MTD.
	    EVALUATE TRUE
	        WHEN HOLD-CLOSED
	            PERFORM reject-bad-status
	        WHEN WS-HOLD-BALANCE NOT = 0
	            PERFORM reject-nonzero-balance
	        WHEN OTHER
	            PERFORM set-effective-date
	            PERFORM list-hold-as-before
	            MOVE "C" TO WS-HOLD-STATUS
	            MOVE WS-EFF-DATE TO WS-HOLD-CLOSE-DATE
	            PERFORM list-hold-as-after
	            ADD 1 TO WS-TRANS-APPLIED
	            ADD 1 TO WS-CLOSE-COUNT
	    END-EVALUATE.

	    apply-freeze.
	    IF NOT HOLD-OPEN
	        PERFORM reject-bad-status
	    ELSE
	        PERFORM list-hold-as-before
	        MOVE "F" TO WS-HOLD-STATUS
	        PERFORM list-hold-as-after
	        ADD 1 TO WS-TRANS-APPLIED
	        ADD 1 TO WS-FREEZE-COUNT
	    END-IF.

	    apply-unfreeze.
	    IF NOT HOLD-FROZEN
	        PERFORM reject-bad-status
	    ELSE
	        PERFORM list-hold-as-before
	        MOVE "O" TO WS-HOLD-STATUS
	        PERFORM list-hold-as-after
	        ADD 1 TO WS-TRANS-APPLIED
	        ADD 1 TO WS-UNFREEZE-COUNT
	    END-IF.

	    apply-type-change.
	    EVALUATE TRUE
	        WHEN HOLD-CLOSED
	            PERFORM reject-bad-status
	        WHEN AT-ACCT-TYPE = SPACES
	            PERFORM reject-bad-type
	        WHEN OTHER
	            PERFORM list-hold-as-before
	            MOVE AT-ACCT-TYPE TO WS-HOLD-TYPE
	            PERFORM list-hold-as-after
	            ADD 1 TO WS-TRANS-APPLIED
	            ADD 1 TO WS-TYPE-COUNT
	    END-EVALUATE.

	    list-hold-as-before.
	    MOVE "BEFORE" TO WS-LIST-TAG.
	    PERFORM list-hold-line.

	    list-hold-as-after.
	    MOVE "AFTER" TO WS-LIST-TAG.
	    PERFORM list-hold-line.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE.

	    list-hold-line.
	    MOVE WS-HOLD-ACCOUNT TO WS-LIST-ACCOUNT.
	    MOVE WS-HOLD-TYPE TO WS-LIST-TYPE.
	    MOVE WS-HOLD-STATUS TO WS-LIST-ACCT-STATUS.
	    MOVE WS-HOLD-OPEN-DATE TO WS-LIST-OPENED.
	    MOVE WS-HOLD-CLOSE-DATE TO WS-LIST-CLOSED.
	    COMPUTE WS-LIST-BALANCE = WS-HOLD-BF + WS-HOLD-MTD.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-DETAIL-LINE.

	    reject-unknown-account.
	    DISPLAY "REJECTED - ACCOUNT NOT ON MASTER: " AT-ACCOUNT.
	    MOVE "UNKN" TO SUSP-REASON.
	    PERFORM write-suspense.

	    reject-duplicate-open.
	    DISPLAY "REJECTED - OPEN FOR ACCOUNT ALREADY ON MASTER: "
	        AT-ACCOUNT.
	    MOVE "DUPL" TO SUSP-REASON.
	    PERFORM write-suspense.

	    reject-bad-status.
	    DISPLAY "REJECTED - ACTION " AT-ACTION " NOT ALLOWED FOR "
	        AT-ACCOUNT " IN STATUS " WS-HOLD-STATUS.
	    MOVE "STAT" TO SUSP-REASON.
	    PERFORM write-suspense.

	    reject-nonzero-balance.
	    DISPLAY "REJECTED - CLOSE FOR " AT-ACCOUNT
	        " WITH BALANCE " WS-HOLD-BALANCE.
	    MOVE "NZBL" TO SUSP-REASON.
	    PERFORM write-suspense.

	    reject-bad-type.
	    DISPLAY "REJECTED - ACCOUNT TYPE MISSING FOR " AT-ACCOUNT.
	    MOVE "TYPE" TO SUSP-REASON.
	    PERFORM write-suspense.

	    reject-bad-action.
	    DISPLAY "REJECTED - UNKNOWN ACTION CODE FOR "
	        AT-ACCOUNT ": " AT-ACTION.
	    MOVE "ACTN" TO SUSP-REASON.
	    PERFORM write-suspense.

	    *> this job runs on the account desk's date, not a batch
	    *> business date, so the reject is stamped with the machine
	    *> date the aging report works from
	    write-suspense.
	    ADD 1 TO WS-TRANS-REJECTED.
	    MOVE "AMAINT01" TO SUSP-PROGRAM.
	    MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP.
	    MOVE SUSP-TIMESTAMP(1:8) TO SUSP-BUSINESS-DATE.
	    *> raised outside the daily stream, so no posting cycle
	    MOVE 0 TO SUSP-CYCLE.
	    MOVE MAINT-TRANS-REC TO SUSP-IMAGE.
	    WRITE SUSPENSE-REC.

	    write-change-summary.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE.
	    MOVE "ACCOUNTS OPENED:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-OPEN-COUNT TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "ACCOUNTS CLOSED:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-CLOSE-COUNT TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "ACCOUNTS FROZEN:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-FREEZE-COUNT TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "FREEZES LIFTED:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-UNFREEZE-COUNT TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "TYPE CHANGES:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-TYPE-COUNT TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "TRANSACTIONS REJECTED:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-TRANS-REJECTED TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "MASTERS ON NEW FILE:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-MASTER-WRITTEN TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
