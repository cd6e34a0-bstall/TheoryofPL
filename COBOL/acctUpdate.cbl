	    SELECT CTL-TOTALS ASSIGN TO "CTLTOTS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TOTALS-STATUS.
	    SELECT SUSPENSE ASSIGN TO "SUSPENSE"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-SUSP-STATUS.
	    SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-JRNL-STATUS.
	    SELECT POST-PROOF ASSIGN TO "ACCTPROF"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-PROOF-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.
	    SELECT POST-CHAIN ASSIGN TO "ACCTCHN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CHAIN-STATUS.
	    SELECT SORT-WORK ASSIGN TO "SORTWK".

	DATA DIVISION.
	        05 TIT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    *> the account balance master, kept in account order - the
	    *> position that used to vanish at end of job. accounts are
	    *> opened, closed and frozen only by the account master
	    *> maintenance job; posting never creates one.
	    FD ACCT-MASTER.
	    01 ACCT-MASTER-REC.
	        05 AB-ACCOUNT PIC X(8).
	        05 AB-BF-BAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 AB-MTD-MOVEMENT PIC S9(11) SIGN LEADING SEPARATE.
	        05 AB-LAST-ACTIVITY PIC 9(8).
	        05 AB-STATUS PIC X(1).
	        05 AB-OPEN-DATE PIC 9(8).
	        05 AB-CLOSE-DATE PIC 9(8).

	    *> the posted replacement for the live master; a following
	    *> copy step swaps it over ACCTMAST, same convention as the
	    *> student master maintenance
	    FD ACCT-NEW.
	    01 ACCT-NEW-REC PIC X(59).

	    *> the posting proof finance signs off on - opening total,
	    *> hash-verified movements, closing total
	        05 CT-WRITTEN PIC 9(9).
	        05 CT-REJECTED PIC 9(9).
	        05 CT-BUSINESS-DATE PIC 9(8).
	        05 CT-CYCLE PIC 9(2).

	    *> transactions for accounts that are not on the master, or
	    *> are closed or frozen, in the layout shared across the
	    *> stream - the image is the TRANSIN record as it arrived, so
	    *> once the account is put right the item feeds back through
	    *> the edit step's SUSPIN pass like any other correction
	    FD SUSPENSE.
	    01 SUSPENSE-REC.
	        05 SUSP-PROGRAM PIC X(8).
	        05 SUSP-REASON PIC X(4).
	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    *> one record per transaction posted to the master, in the
	    *> order posted. the run's journal is only appended to the
	    *> permanent journal after the proof passes and the new
	    *> master is swapped in, so the journal never carries a
	    *> movement the master does not - the monthly statements
	    *> are rebuilt from it line by line.
	    FD ACCT-JOURNAL.
	    01 ACCT-JOURNAL-REC.
	        05 JR-ACCOUNT PIC X(8).
	        05 JR-ACCT-TYPE PIC X(2).
	        05 JR-TRANS-DATE PIC 9(8).
	        05 JR-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	        05 JR-POSTED-DATE PIC 9(8).

	    *> the posting proof's figures in machine-readable form, one
	    *> record per posting run, so the ledger extract downstream
	    *> can prove its entries against exactly what was posted.
	    *> the cycle and the opening and closing positions let the
	    *> next cycle of the day prove it starts where this one
	    *> left the master
	    FD POST-PROOF.
	    01 POST-PROOF-REC.
	        05 AP-BUSINESS-DATE PIC 9(8).
	        05 AP-POSTED-COUNT PIC 9(9).
	        05 AP-MOVEMENT-TOTAL PIC S9(13) SIGN LEADING SEPARATE.
	        05 AP-CYCLE PIC 9(2).
	        05 AP-OPENING-TOTAL PIC S9(13) SIGN LEADING SEPARATE.
	        05 AP-CLOSING-TOTAL PIC S9(13) SIGN LEADING SEPARATE.

	    *> the proof record of the last posting whose master was
	    *> swapped in, kept by the stream once the swap is done. a
	    *> run without one (the month-end job) posts unchained
	    FD POST-CHAIN.
	    01 POST-CHAIN-REC.
	        05 PC-BUSINESS-DATE PIC 9(8).
	        05 PC-POSTED-COUNT PIC 9(9).
	        05 PC-MOVEMENT-TOTAL PIC S9(13) SIGN LEADING SEPARATE.
	        05 PC-CYCLE PIC 9(2).
	        05 PC-OPENING-TOTAL PIC S9(13) SIGN LEADING SEPARATE.
	        05 PC-CLOSING-TOTAL PIC S9(13) SIGN LEADING SEPARATE.

	    *> the cycle card the run register writes at the start of
	    *> the stream - the posting cycle within the business date
	    *> this run belongs to
	    FD RUN-CYCLE.
	    01 RUN-CYCLE-REC.
	        05 CY-BUSINESS-DATE PIC 9(8).
	        05 CY-CYCLE PIC 9(2).

	    *> transactions go through the sort so the posting merge
	    *> sees them in the master's account order
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-TOTALS-STATUS PIC X(2).
	    01 WS-SUSP-STATUS PIC X(2).
	    01 WS-JRNL-STATUS PIC X(2).
	    01 WS-PROOF-STATUS PIC X(2).
	    01 WS-TRANS-EOF PIC X(1) VALUE "N".
	        88 TRANS-EOF VALUE "Y".
	    01 WS-TRANS-TRL-SEEN PIC X(1) VALUE "N".
	        88 POSTING-RUN VALUE "P".
	        88 MONTH-END-ROLL VALUE "R".
	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
	    01 WS-CHAIN-STATUS PIC X(2).

	    *> a later cycle of the same business date must open on the
	    *> master the cycle before it closed - same positions to
	    *> the penny - and must not post again once it has been
	    *> swapped in. a rerun of the cycle last swapped in must
	    *> open on the master that cycle first opened on, i.e. a
	    *> master put back to before it
	    01 WS-CHAIN-FOUND PIC X(1) VALUE "N".
	        88 CHAIN-FOUND VALUE "Y".
	    01 WS-CHAIN-RERUN PIC X(1) VALUE "N".
	        88 CHAIN-RERUN VALUE "Y".
	    01 WS-CHAIN-CYCLE PIC 9(2) VALUE 0.
	    01 WS-CHAIN-EXPECTED PIC S9(13) VALUE 0.
	    01 WS-CHAIN-OPENING PIC S9(13) VALUE 0.

	    01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
	    01 WS-TRANS-HASH PIC S9(11) VALUE 0.
	    01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
	    01 WS-MASTER-READ PIC 9(9) VALUE 0.
	    01 WS-MASTER-WRITTEN PIC 9(9) VALUE 0.
	    01 WS-SUSPENDED-COUNT PIC 9(9) VALUE 0.
	    01 WS-UNKNOWN-COUNT PIC 9(9) VALUE 0.
	    01 WS-CLOSED-COUNT PIC 9(9) VALUE 0.
	    01 WS-FROZEN-COUNT PIC 9(9) VALUE 0.

	    *> the opening/closing proof - opening positions plus the
	    *> day's hash-verified movements must equal closing
	    01 WS-CLOSING-TOTAL PIC S9(13) VALUE 0.
	    01 WS-PROOF-EXPECTED PIC S9(13).

	    *> what the trailer hash vouched for must all be accounted
	    *> for - posted to the master or parked on suspense
	    01 WS-SUSPENDED-TOTAL PIC S9(13) VALUE 0.
	    01 WS-HASH-ACCOUNTED PIC S9(13).

	    *> the master record in hand during the posting merge
	    01 WS-HOLD-REC.
	        05 WS-HOLD-ACCOUNT PIC X(8).
	        05 WS-HOLD-BF PIC S9(11) SIGN LEADING SEPARATE.
	        05 WS-HOLD-MTD PIC S9(11) SIGN LEADING SEPARATE.
	        05 WS-HOLD-LAST PIC 9(8).
	        05 WS-HOLD-STATUS PIC X(1).
	            88 HOLD-OPEN VALUE "O".
	            88 HOLD-CLOSED VALUE "C".
	            88 HOLD-FROZEN VALUE "F".
	        05 WS-HOLD-OPEN-DATE PIC 9(8).
	        05 WS-HOLD-CLOSE-DATE PIC 9(8).
	    01 WS-MASTER-KEY PIC X(8).
	    01 WS-TRANS-KEY PIC X(8).
	    01 WS-PRIOR-MASTER-KEY PIC X(8) VALUE LOW-VALUES.
	        05 FILLER PIC X(45) VALUE SPACES.
	    01 WS-VERDICT-LINE PIC X(80).

	    *> the transaction image as it arrived on TRANSIN, rebuilt
	    *> from the sort record for the suspense entry
	    01 WS-TRANS-IMAGE.
	        05 WS-IMG-TRANS-DATE PIC 9(8).
	        05 WS-IMG-ACCOUNT PIC X(8).
	        05 WS-IMG-ACCT-TYPE PIC X(2).
	        05 WS-IMG-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.

	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-acct-control.
	            INPUT PROCEDURE IS release-transactions
	            OUTPUT PROCEDURE IS post-transactions
	        PERFORM write-control-totals
	        PERFORM write-post-proof
	    END-IF.
	    PERFORM write-posting-report.
	    STOP RUN.
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	    END-READ.
	    *> SYSTRAN is the month-end interest and fee file - the
	    *> same layout, raised by the system instead of keyed
	    IF TIH-REC-TYPE NOT = "HDR"
	        OR (TIH-FILE-ID NOT = "TRANSIN" AND NOT = "SYSTRAN")
	        DISPLAY "TRANSIN HEADER INVALID: " TRANS-IN-REC
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE TIH-BUSINESS-DATE TO WS-BUSINESS-DATE.
	    PERFORM read-run-cycle.
	    PERFORM read-post-chain.
	    PERFORM read-transaction.
	    PERFORM release-one-transaction UNTIL TRANS-EOF.
	    CLOSE TRANS-IN.
	    PERFORM read-transaction.

	    *> the balanced merge - masters below the next transaction
	    *> pass through, a transaction below the next master is for
	    *> an account nobody opened and goes to suspense, and a
	    *> matched pair posts into the held record unless the
	    *> account is closed or frozen.
	    post-transactions.
	    PERFORM open-suspense.
	    PERFORM open-journal.
	    PERFORM open-master-files.
	    PERFORM read-master.
	    PERFORM return-sorted.
	    PERFORM post-one-key UNTIL WS-MASTER-KEY = HIGH-VALUES
	        AND WS-TRANS-KEY = HIGH-VALUES.
	    PERFORM close-master-files.
	    CLOSE SUSPENSE.
	    CLOSE ACCT-JOURNAL.
	    IF WS-SUSPENDED-COUNT > 0
	        DISPLAY "ACCOUNT POSTING SUSPENDED " WS-SUSPENDED-COUNT
	            " TRANSACTION(S) - SEE SUSPENSE"
	    END-IF.

	    open-suspense.
	    OPEN EXTEND SUSPENSE.
	    IF WS-SUSP-STATUS = "35"
	        OPEN OUTPUT SUSPENSE
	    END-IF.
	    IF WS-SUSP-STATUS NOT = "00"
	        DISPLAY "SUSPENSE OPEN FAILED, STATUS " WS-SUSP-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    open-journal.
	    OPEN OUTPUT ACCT-JOURNAL.
	    IF WS-JRNL-STATUS NOT = "00"
	        DISPLAY "ACCT-JOURNAL OPEN FAILED, STATUS " WS-JRNL-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    open-master-files.
	    OPEN INPUT ACCT-MASTER.
	    IF WS-MASTER-STATUS = "35"
	        DISPLAY "ACCT-MASTER NOT PRESENT - NO ACCOUNT IS OPEN, "
	            "EVERY TRANSACTION GOES TO SUSPENSE"
	        SET MASTER-EOF TO TRUE
	    ELSE
	        IF WS-MASTER-STATUS NOT = "00"
	            PERFORM release-hold
	            PERFORM read-master
	        WHEN WS-MASTER-KEY > WS-TRANS-KEY
	            MOVE SW-ACCOUNT TO WS-HOLD-ACCOUNT
	            PERFORM suspend-unknown UNTIL WS-TRANS-KEY
	                NOT = WS-HOLD-ACCOUNT
	        WHEN OTHER
	            PERFORM hold-master
	            EVALUATE TRUE
	                WHEN HOLD-CLOSED
	                    PERFORM suspend-closed UNTIL WS-TRANS-KEY
	                        NOT = WS-HOLD-ACCOUNT
	                WHEN HOLD-FROZEN
	                    PERFORM suspend-frozen UNTIL WS-TRANS-KEY
	                        NOT = WS-HOLD-ACCOUNT
	                WHEN OTHER
	                    PERFORM post-matched UNTIL WS-TRANS-KEY
	                        NOT = WS-HOLD-ACCOUNT
	            END-EVALUATE
	            PERFORM release-hold
	            PERFORM read-master
	    END-EVALUATE.
	    MOVE AB-BF-BAL TO WS-HOLD-BF.
	    MOVE AB-MTD-MOVEMENT TO WS-HOLD-MTD.
	    MOVE AB-LAST-ACTIVITY TO WS-HOLD-LAST.
	    MOVE AB-STATUS TO WS-HOLD-STATUS.
	    MOVE AB-OPEN-DATE TO WS-HOLD-OPEN-DATE.
	    MOVE AB-CLOSE-DATE TO WS-HOLD-CLOSE-DATE.

	    post-matched.
	    ADD SW-AMOUNT TO WS-HOLD-MTD.
	        MOVE SW-TRANS-DATE TO WS-HOLD-LAST
	    END-IF.
	    ADD 1 TO WS-POSTED-COUNT.
	    PERFORM write-journal.
	    PERFORM return-sorted.

	    write-journal.
	    MOVE SW-ACCOUNT TO JR-ACCOUNT.
	    MOVE SW-ACCT-TYPE TO JR-ACCT-TYPE.
	    MOVE SW-TRANS-DATE TO JR-TRANS-DATE.
	    MOVE SW-AMOUNT TO JR-AMOUNT.
	    MOVE WS-BUSINESS-DATE TO JR-POSTED-DATE.
	    WRITE ACCT-JOURNAL-REC.

	    *> nothing posts to an account the maintenance job has not
	    *> opened - a keying error on TRANSIN used to open a
	    *> phantom account here
	    suspend-unknown.
	    MOVE "UNKN" TO SUSP-REASON.
	    ADD 1 TO WS-UNKNOWN-COUNT.
	    PERFORM write-suspense.
	    PERFORM return-sorted.

	    suspend-closed.
	    MOVE "CLSD" TO SUSP-REASON.
	    ADD 1 TO WS-CLOSED-COUNT.
	    PERFORM write-suspense.
	    PERFORM return-sorted.

	    suspend-frozen.
	    MOVE "FRZN" TO SUSP-REASON.
	    ADD 1 TO WS-FROZEN-COUNT.
	    PERFORM write-suspense.
	    PERFORM return-sorted.

	    write-suspense.
	    ADD 1 TO WS-SUSPENDED-COUNT.
	    ADD SW-AMOUNT TO WS-SUSPENDED-TOTAL.
	    MOVE SW-TRANS-DATE TO WS-IMG-TRANS-DATE.
	    MOVE SW-ACCOUNT TO WS-IMG-ACCOUNT.
	    MOVE SW-ACCT-TYPE TO WS-IMG-ACCT-TYPE.
	    MOVE SW-AMOUNT TO WS-IMG-AMOUNT.
	    MOVE "ACCTUPD" TO SUSP-PROGRAM.
	    MOVE WS-BUSINESS-DATE TO SUSP-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO SUSP-CYCLE.
	    MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP.
	    MOVE WS-TRANS-IMAGE TO SUSP-IMAGE.
	    WRITE SUSPENSE-REC.

	    release-hold.
	    MOVE WS-HOLD-ACCOUNT TO AB-ACCOUNT.
	    MOVE WS-HOLD-TYPE TO AB-ACCT-TYPE.
	    MOVE WS-HOLD-BF TO AB-BF-BAL.
	    MOVE WS-HOLD-MTD TO AB-MTD-MOVEMENT.
	    MOVE WS-HOLD-LAST TO AB-LAST-ACTIVITY.
	    MOVE WS-HOLD-STATUS TO AB-STATUS.
	    MOVE WS-HOLD-OPEN-DATE TO AB-OPEN-DATE.
	    MOVE WS-HOLD-CLOSE-DATE TO AB-CLOSE-DATE.
	    WRITE ACCT-NEW-REC FROM ACCT-MASTER-REC.
	    ADD 1 TO WS-MASTER-WRITTEN.
	    ADD WS-HOLD-BF TO WS-CLOSING-TOTAL.
	    MOVE "MASTERS WRITTEN:" TO WS-COUNT-LABEL.
	    MOVE WS-MASTER-WRITTEN TO WS-COUNT-VALUE.
	    WRITE ACCT-RPT-REC FROM WS-COUNT-LINE.
	    MOVE "TRANSACTIONS POSTED:" TO WS-COUNT-LABEL.
	    MOVE WS-POSTED-COUNT TO WS-COUNT-VALUE.
	    WRITE ACCT-RPT-REC FROM WS-COUNT-LINE.
	    IF POSTING-RUN
	        MOVE "POSTING CYCLE:" TO WS-COUNT-LABEL
	        MOVE WS-RUN-CYCLE TO WS-COUNT-VALUE
	        WRITE ACCT-RPT-REC FROM WS-COUNT-LINE
	    END-IF.
	    IF CHAIN-FOUND
	        IF CHAIN-RERUN
	            MOVE "CYCLE FIRST OPENED ON:" TO WS-PROOF-LABEL
	        ELSE
	            MOVE "PRIOR CYCLE CLOSING:" TO WS-PROOF-LABEL
	        END-IF
	        MOVE WS-CHAIN-EXPECTED TO WS-PROOF-AMOUNT
	        WRITE ACCT-RPT-REC FROM WS-PROOF-LINE
	    END-IF.
	    IF POSTING-RUN
	        PERFORM write-suspense-counts
	    END-IF.
	    WRITE ACCT-RPT-REC FROM WS-RPT-BLANK-LINE.
	    COMPUTE WS-PROOF-EXPECTED
	        = WS-OPENING-TOTAL + WS-MOVEMENT-TOTAL.
	    COMPUTE WS-HASH-ACCOUNTED
	        = WS-MOVEMENT-TOTAL + WS-SUSPENDED-TOTAL.
	    IF POSTING-RUN AND WS-HASH-ACCOUNTED NOT = WS-TRANS-HASH
	        MOVE "PROOF FAILED - POSTED PLUS SUSPENDED IS NOT TRANSIN"
	            TO WS-VERDICT-LINE
	        WRITE ACCT-RPT-REC FROM WS-VERDICT-LINE
	        DISPLAY "POSTING PROOF FAILED - POSTED " WS-MOVEMENT-TOTAL
	            " PLUS SUSPENDED " WS-SUSPENDED-TOTAL
	            " IS NOT TRANSIN HASH " WS-TRANS-HASH
	        MOVE 16 TO RETURN-CODE
	    END-IF.
	    IF CHAIN-FOUND AND WS-OPENING-TOTAL NOT = WS-CHAIN-EXPECTED
	        IF CHAIN-RERUN
	            MOVE "PROOF FAILED - MASTER ALREADY CARRIES THIS CYCLE"
	                TO WS-VERDICT-LINE
	            DISPLAY "POSTING CHAIN BROKEN - RERUN OF CYCLE "
	                WS-CHAIN-CYCLE " OPENING " WS-OPENING-TOTAL
	                " IS NOT THE CYCLE'S OWN OPENING "
	                WS-CHAIN-EXPECTED
	        ELSE
	            MOVE
	                "PROOF FAILED - MASTER IS NOT THE ONE THE PRIOR CYCLE LEFT"
	                TO WS-VERDICT-LINE
	            DISPLAY "POSTING CHAIN BROKEN - OPENING "
	                WS-OPENING-TOTAL " IS NOT CYCLE " WS-CHAIN-CYCLE
	                " CLOSING " WS-CHAIN-EXPECTED
	        END-IF
	        WRITE ACCT-RPT-REC FROM WS-VERDICT-LINE
	        MOVE 16 TO RETURN-CODE
	    END-IF.
	    IF WS-PROOF-EXPECTED = WS-CLOSING-TOTAL
	        MOVE "PROOF OK - OPENING PLUS MOVEMENTS EQUALS CLOSING"
	            TO WS-VERDICT-LINE
	    END-IF.
	    CLOSE ACCT-RPT.

	    *> suspended money is shown apart from the proof above - it
	    *> never reached the master, so it is neither movement nor
	    *> closing position
	    write-suspense-counts.
	    MOVE "TRANSACTIONS SUSPENDED:" TO WS-COUNT-LABEL.
	    MOVE WS-SUSPENDED-COUNT TO WS-COUNT-VALUE.
	    WRITE ACCT-RPT-REC FROM WS-COUNT-LINE.
	    MOVE "  ACCOUNT NOT ON MASTER:" TO WS-COUNT-LABEL.
	    MOVE WS-UNKNOWN-COUNT TO WS-COUNT-VALUE.
	    WRITE ACCT-RPT-REC FROM WS-COUNT-LINE.
	    MOVE "  ACCOUNT CLOSED:" TO WS-COUNT-LABEL.
	    MOVE WS-CLOSED-COUNT TO WS-COUNT-VALUE.
	    WRITE ACCT-RPT-REC FROM WS-COUNT-LINE.
	    MOVE "  ACCOUNT FROZEN:" TO WS-COUNT-LABEL.
	    MOVE WS-FROZEN-COUNT TO WS-COUNT-VALUE.
	    WRITE ACCT-RPT-REC FROM WS-COUNT-LINE.
	    MOVE "MOVEMENTS SUSPENDED:" TO WS-PROOF-LABEL.
	    MOVE WS-SUSPENDED-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE ACCT-RPT-REC FROM WS-PROOF-LINE.

	    *> appended, not rewritten - the steps around this one in
	    *> the stream share the dataset, and the balancing step
	    *> reads all of them together at end of job.
	    MOVE "ACCTMSTN" TO CT-OUT-FILE.
	    MOVE WS-TRANS-COUNT TO CT-READ.
	    MOVE WS-POSTED-COUNT TO CT-WRITTEN.
	    MOVE WS-SUSPENDED-COUNT TO CT-REJECTED.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    CLOSE CTL-TOTALS.

	    write-post-proof.
	    OPEN OUTPUT POST-PROOF.
	    IF WS-PROOF-STATUS NOT = "00"
	        DISPLAY "POST-PROOF OPEN FAILED, STATUS " WS-PROOF-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE WS-BUSINESS-DATE TO AP-BUSINESS-DATE.
	    MOVE WS-POSTED-COUNT TO AP-POSTED-COUNT.
	    MOVE WS-MOVEMENT-TOTAL TO AP-MOVEMENT-TOTAL.
	    MOVE WS-RUN-CYCLE TO AP-CYCLE.
	    MOVE WS-OPENING-TOTAL TO AP-OPENING-TOTAL.
	    MOVE WS-CLOSING-TOTAL TO AP-CLOSING-TOTAL.
	    WRITE POST-PROOF-REC.
	    CLOSE POST-PROOF.

	    *> only a chain record for this business date matters - the
	    *> day's first cycle opens on whatever the maintenance job
	    *> and the month-end left overnight. a chain record of a
	    *> later cycle means this one is long since on the master,
	    *> and posting it again is refused before anything is
	    *> written; one of this same cycle is a rerun, proved below
	    *> against the positions the cycle first opened on
	    read-post-chain.
	    OPEN INPUT POST-CHAIN.
	    IF WS-CHAIN-STATUS = "35"
	        CONTINUE
	    ELSE
	        IF WS-CHAIN-STATUS NOT = "00"
	            DISPLAY "POST-CHAIN OPEN FAILED, STATUS "
	                WS-CHAIN-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ POST-CHAIN
	            AT END
	                CONTINUE
	            NOT AT END
	                IF PC-BUSINESS-DATE IS NUMERIC
	                    AND PC-BUSINESS-DATE = WS-BUSINESS-DATE
	                    SET CHAIN-FOUND TO TRUE
	                    IF PC-CYCLE IS NUMERIC AND PC-CYCLE > 0
	                        MOVE PC-CYCLE TO WS-CHAIN-CYCLE
	                    ELSE
	                        MOVE 1 TO WS-CHAIN-CYCLE
	                    END-IF
	                    MOVE PC-CLOSING-TOTAL TO WS-CHAIN-EXPECTED
	                    MOVE PC-OPENING-TOTAL TO WS-CHAIN-OPENING
	                END-IF
	        END-READ
	        CLOSE POST-CHAIN
	    END-IF.
	    IF CHAIN-FOUND AND WS-CHAIN-CYCLE > WS-RUN-CYCLE
	        DISPLAY "CYCLE " WS-RUN-CYCLE " OF " WS-BUSINESS-DATE
	            " ALREADY POSTED - THE MASTER CARRIES CYCLE "
	            WS-CHAIN-CYCLE
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF CHAIN-FOUND AND WS-CHAIN-CYCLE = WS-RUN-CYCLE
	        SET CHAIN-RERUN TO TRUE
	        MOVE WS-CHAIN-OPENING TO WS-CHAIN-EXPECTED
	    END-IF.

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
