IDENTIFICATION DIVISION.
	PROGRAM-ID. GL_EXTRACT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT ACCT-CTL ASSIGN TO "ACCTCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT GL-MAP ASSIGN TO "GLMAP"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MAP-STATUS.
	    SELECT POST-PROOF ASSIGN TO "ACCTPROF"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-PROOF-STATUS.
	    SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-JRNL-STATUS.
	    SELECT GL-OUT ASSIGN TO "GLOUT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT GL-RPT ASSIGN TO "GLRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.
	    SELECT MANIFEST ASSIGN TO "MANIFEST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MANIFEST-STATUS.
	    SELECT CTL-TOTALS ASSIGN TO "CTLTOTS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TOTALS-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the month-end roll control - only the month-end job
	    *> supplies it. mode R marks the interest and fee posting,
	    *> which goes to the ledger as its own batch and file so it
	    *> never overlays the daily extract of the same date
	    FD ACCT-CTL.
	    01 ACCT-CTL-REC.
	        05 ACTL-MODE PIC X(1).
	        05 ACTL-BUSINESS-DATE PIC 9(8).

	    *> finance's chart-of-accounts mapping - one record per
	    *> account type: the ledger account holding that type's
	    *> balances and the clearing account the other side of
	    *> each day's entry goes to
	    FD GL-MAP.
	    01 GL-MAP-REC.
	        05 GM-ACCT-TYPE PIC X(2).
	        05 GM-GL-ACCOUNT PIC X(10).
	        05 GM-CLEARING-ACCOUNT PIC X(10).

	    *> the posting step's proof figures for the run - the
	    *> extract must account for exactly this much movement,
	    *> and belongs to the posting cycle named here
	    FD POST-PROOF.
	    01 POST-PROOF-REC.
	        05 AP-BUSINESS-DATE PIC 9(8).
	        05 AP-POSTED-COUNT PIC 9(9).
	        05 AP-MOVEMENT-TOTAL PIC S9(13) SIGN LEADING SEPARATE.
	        05 AP-CYCLE PIC 9(2).
	        05 AP-OPENING-TOTAL PIC S9(13) SIGN LEADING SEPARATE.
	        05 AP-CLOSING-TOTAL PIC S9(13) SIGN LEADING SEPARATE.

	    *> the run's posted-transaction journal from ACCTUPD - every
	    *> movement that reached the master, with its account type
	    FD ACCT-JOURNAL.
	    01 ACCT-JOURNAL-REC.
	        05 JR-ACCOUNT PIC X(8).
	        05 JR-ACCT-TYPE PIC X(2).
	        05 JR-TRANS-DATE PIC 9(8).
	        05 JR-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	        05 JR-POSTED-DATE PIC 9(8).

	    *> the outbound ledger interface - balanced journal entries,
	    *> each a debit line and a credit line of the same amount,
	    *> framed by the standard header and trailer
	    FD GL-OUT.
	    01 GL-OUT-REC.
	        05 GL-BUSINESS-DATE PIC 9(8).
	        05 GL-BATCH-REF PIC X(12).
	        05 GL-ENTRY-NO PIC 9(5).
	        05 GL-ACCOUNT PIC X(10).
	        05 GL-DR-CR PIC X(1).
	        05 GL-AMOUNT PIC 9(13).
	        05 GL-ACCT-TYPE PIC X(2).
	        05 GL-DESCRIPTION PIC X(20).
	    01 GL-OUT-HDR.
	        05 GLH-REC-TYPE PIC X(3).
	        05 GLH-FILE-ID PIC X(8).
	        05 GLH-BUSINESS-DATE PIC 9(8).
	        05 GLH-CYCLE PIC 9(2).
	    01 GL-OUT-TRL.
	        05 GLT-REC-TYPE PIC X(3).
	        05 GLT-DETAIL-COUNT PIC 9(9).
	        05 GLT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    *> the extract listing finance used to re-key from ACCTRPT
	    FD GL-RPT.
	    01 GL-RPT-REC PIC X(80).

	    *> distribution manifest shared with the cipher step - one
	    *> row per file the transmission desk sends
	    FD MANIFEST.
	    01 MANIFEST-REC.
	        05 MF-FILE-ID PIC X(8).
	        05 MF-BUSINESS-DATE PIC 9(8).
	        05 MF-RECORD-COUNT PIC 9(9).
	        05 MF-PRODUCED-TS PIC X(21).
	        05 MF-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 MF-CYCLE PIC 9(2).

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

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-MAP-STATUS PIC X(2).
	    01 WS-PROOF-STATUS PIC X(2).
	    01 WS-JRNL-STATUS PIC X(2).
	    01 WS-OUT-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-MANIFEST-STATUS PIC X(2).
	    01 WS-TOTALS-STATUS PIC X(2).
	    01 WS-MAP-EOF PIC X(1) VALUE "N".
	        88 MAP-EOF VALUE "Y".
	    01 WS-JRNL-EOF PIC X(1) VALUE "N".
	        88 JRNL-EOF VALUE "Y".

	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
	    01 WS-POSTED-COUNT PIC 9(9).
	    01 WS-POSTED-MOVEMENT PIC S9(13).

	    *> the batch reference finance quotes back on a query -
	    *> the source ledger and the business date posted. a later
	    *> posting cycle of the same date overlays the cycle on the
	    *> source (AC02YYYYMMDD) so each cycle's batch is its own
	    01 WS-BATCH-REF.
	        05 WS-BATCH-SOURCE PIC X(4) VALUE "ACCT".
	        05 WS-BATCH-DATE PIC 9(8).
	    01 WS-BATCH-CYCLE-REF REDEFINES WS-BATCH-REF.
	        05 FILLER PIC X(2).
	        05 WS-BATCH-CYCLE PIC 9(2).
	        05 FILLER PIC X(8).

	    *> the daily extract goes out as GLEXTRCT; the month-end
	    *> interest and fee batch as GLMONEND under source MEND
	    01 WS-FILE-ID PIC X(8) VALUE "GLEXTRCT".
	    01 WS-CREDIT-DESC PIC X(20) VALUE "DAILY CREDITS".
	    01 WS-DEBIT-DESC PIC X(20) VALUE "DAILY DEBITS".

	    *> the mapping in storage, with the day's movements for each
	    *> type summed by direction alongside - credits are money in
	    *> to the customer's account, debits money out
	    01 WS-MAP-TABLE.
	        05 WS-MAP-ENTRY OCCURS 100 TIMES.
	            10 WS-MAP-TYPE PIC X(2).
	            10 WS-MAP-GL PIC X(10).
	            10 WS-MAP-CLEARING PIC X(10).
	            10 WS-MAP-CR-COUNT PIC 9(9).
	            10 WS-MAP-CR-TOTAL PIC S9(13).
	            10 WS-MAP-DR-COUNT PIC 9(9).
	            10 WS-MAP-DR-TOTAL PIC S9(13).
	    01 WS-MAP-COUNT PIC 9(3) VALUE 0.
	    01 WS-MAP-IDX PIC 9(3).
	    01 WS-MAP-FOUND PIC X(1).
	        88 MAP-FOUND VALUE "Y".
	    01 WS-LOOKUP-TYPE PIC X(2).

	    *> types on the journal with no mapping - each is listed
	    *> once and fails the step
	    01 WS-UNMAPPED-TABLE.
	        05 WS-UNMAPPED-TYPE OCCURS 100 TIMES PIC X(2).
	    01 WS-UNMAPPED-COUNT PIC 9(3) VALUE 0.
	    01 WS-UNMAPPED-IDX PIC 9(3).
	    01 WS-UNMAPPED-FOUND PIC X(1).
	        88 UNMAPPED-FOUND VALUE "Y".
	    01 WS-UNMAPPED-ITEMS PIC 9(9) VALUE 0.

	    01 WS-JRNL-READ PIC 9(9) VALUE 0.
	    01 WS-CREDIT-TOTAL PIC S9(13) VALUE 0.
	    01 WS-DEBIT-TOTAL PIC S9(13) VALUE 0.
	    01 WS-NET-TOTAL PIC S9(13).
	    01 WS-GL-DR-TOTAL PIC S9(13) VALUE 0.
	    01 WS-GL-CR-TOTAL PIC S9(13) VALUE 0.
	    01 WS-ENTRY-NO PIC 9(5) VALUE 0.
	    01 WS-ENTRY-AMOUNT PIC S9(13).
	    01 WS-LINE-COUNT PIC 9(9) VALUE 0.
	    01 WS-LINE-HASH PIC S9(11) VALUE 0.
	    01 WS-PROOF-FAILED PIC X(1) VALUE "N".
	        88 PROOF-FAILED VALUE "Y".

	    01 WS-RPT-TITLE-LINE.
	        05 FILLER PIC X(31) VALUE
	            "GENERAL LEDGER EXTRACT FOR     ".
	        05 WS-RPT-TITLE-DATE PIC 9(8).
	        05 FILLER PIC X(8) VALUE "  BATCH ".
	        05 WS-RPT-TITLE-BATCH PIC X(12).
	        05 FILLER PIC X(21) VALUE SPACES.
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-TYPE-HDR-LINE PIC X(80) VALUE
	        "TYPE  GL ACCOUNT   CREDITS   CREDIT AMOUNT    DEBITS    DEBIT AMOUNT".
	    01 WS-TYPE-LINE.
	        05 WS-TL-TYPE PIC X(2).
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-TL-GL PIC X(10).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TL-CR-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TL-CR-TOTAL PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TL-DR-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TL-DR-TOTAL PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(12) VALUE SPACES.
	    01 WS-ENTRY-HDR-LINE PIC X(80) VALUE
	        "ENTRY  ACCOUNT     D/C          AMOUNT  DESCRIPTION".
	    01 WS-ENTRY-LINE.
	        05 WS-EL-ENTRY PIC ZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-EL-ACCOUNT PIC X(10).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-EL-DR-CR PIC X(1).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-EL-AMOUNT PIC ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-EL-DESCRIPTION PIC X(20).
	        05 FILLER PIC X(23) VALUE SPACES.
	    01 WS-UNMAPPED-LINE.
	        05 FILLER PIC X(39) VALUE
	            "*** NO GL MAPPING FOR ACCOUNT TYPE     ".
	        05 WS-UL-TYPE PIC X(2).
	        05 FILLER PIC X(39) VALUE SPACES.
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
	    PERFORM read-post-proof.
	    PERFORM load-gl-map.
	    PERFORM open-report.
	    PERFORM summarize-journal.
	    PERFORM write-type-summary.
	    PERFORM prove-extract.
	    IF PROOF-FAILED
	        CLOSE GL-RPT
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM write-gl-file.
	    PERFORM write-manifest.
	    PERFORM write-control-totals.
	    CLOSE GL-RPT.
	    STOP RUN.

	    *> a missing control file (status 35) is the daily run
	    read-acct-control.
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
	                IF ACTL-MODE = "R"
	                    MOVE "MEND" TO WS-BATCH-SOURCE
	                    MOVE "GLMONEND" TO WS-FILE-ID
	                    MOVE "MONTH-END CREDITS" TO WS-CREDIT-DESC
	                    MOVE "MONTH-END DEBITS" TO WS-DEBIT-DESC
	                END-IF
	        END-READ
	        CLOSE ACCT-CTL
	    END-IF.

	    *> no proof record means the posting step did not finish -
	    *> there is nothing trustworthy to send to the ledger
	    read-post-proof.
	    OPEN INPUT POST-PROOF.
	    IF WS-PROOF-STATUS NOT = "00"
	        DISPLAY "POST-PROOF OPEN FAILED, STATUS " WS-PROOF-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    READ POST-PROOF
	        AT END
	            DISPLAY "POST-PROOF EMPTY - POSTING DID NOT COMPLETE"
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	    END-READ.
	    MOVE AP-BUSINESS-DATE TO WS-BUSINESS-DATE WS-BATCH-DATE.
	    MOVE AP-POSTED-COUNT TO WS-POSTED-COUNT.
	    MOVE AP-MOVEMENT-TOTAL TO WS-POSTED-MOVEMENT.
	    IF AP-CYCLE IS NUMERIC AND AP-CYCLE > 0
	        MOVE AP-CYCLE TO WS-RUN-CYCLE
	    END-IF.
	    IF WS-RUN-CYCLE > 1
	        MOVE WS-RUN-CYCLE TO WS-BATCH-CYCLE
	    END-IF.
	    CLOSE POST-PROOF.

	    load-gl-map.
	    OPEN INPUT GL-MAP.
	    IF WS-MAP-STATUS NOT = "00"
	        DISPLAY "GL-MAP OPEN FAILED, STATUS " WS-MAP-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-gl-map.
	    PERFORM load-one-mapping UNTIL MAP-EOF.
	    CLOSE GL-MAP.

	    read-gl-map.
	    READ GL-MAP
	        AT END
	            SET MAP-EOF TO TRUE
	    END-READ.

	    load-one-mapping.
	    MOVE GM-ACCT-TYPE TO WS-LOOKUP-TYPE.
	    PERFORM lookup-mapping.
	    IF MAP-FOUND
	        DISPLAY "GL-MAP CARRIES TYPE " GM-ACCT-TYPE
	            " TWICE - CORRECT THE MAPPING AND RERUN"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF GM-GL-ACCOUNT = SPACES OR GM-CLEARING-ACCOUNT = SPACES
	        DISPLAY "GL-MAP ENTRY FOR TYPE " GM-ACCT-TYPE
	            " IS MISSING AN ACCOUNT"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-MAP-COUNT < 100
	        ADD 1 TO WS-MAP-COUNT
	        MOVE GM-ACCT-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
	        MOVE GM-GL-ACCOUNT TO WS-MAP-GL(WS-MAP-COUNT)
	        MOVE GM-CLEARING-ACCOUNT TO WS-MAP-CLEARING(WS-MAP-COUNT)
	        MOVE 0 TO WS-MAP-CR-COUNT(WS-MAP-COUNT)
	            WS-MAP-CR-TOTAL(WS-MAP-COUNT)
	            WS-MAP-DR-COUNT(WS-MAP-COUNT)
	            WS-MAP-DR-TOTAL(WS-MAP-COUNT)
	    ELSE
	        DISPLAY "GL-MAP OVERFLOW - TABLE HOLDS 100 TYPES"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-gl-map.

	    lookup-mapping.
	    MOVE "N" TO WS-MAP-FOUND.
	    MOVE 1 TO WS-MAP-IDX.
	    PERFORM match-one-mapping UNTIL MAP-FOUND
	        OR WS-MAP-IDX > WS-MAP-COUNT.

	    match-one-mapping.
	    IF WS-MAP-TYPE(WS-MAP-IDX) = WS-LOOKUP-TYPE
	        SET MAP-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-MAP-IDX
	    END-IF.

	    open-report.
	    OPEN OUTPUT GL-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "GL-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE WS-BUSINESS-DATE TO WS-RPT-TITLE-DATE.
	    MOVE WS-BATCH-REF TO WS-RPT-TITLE-BATCH.
	    WRITE GL-RPT-REC FROM WS-RPT-TITLE-LINE.
	    WRITE GL-RPT-REC FROM WS-RPT-BLANK-LINE.

	    *> ---------------------------------------------- SUMMARY --
	    summarize-journal.
	    OPEN INPUT ACCT-JOURNAL.
	    IF WS-JRNL-STATUS NOT = "00"
	        DISPLAY "ACCT-JOURNAL OPEN FAILED, STATUS " WS-JRNL-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-journal.
	    PERFORM summarize-one-entry UNTIL JRNL-EOF.
	    CLOSE ACCT-JOURNAL.

	    read-journal.
	    READ ACCT-JOURNAL
	        AT END
	            SET JRNL-EOF TO TRUE
	    END-READ.

	    *> a type with no ledger account is not dropped - the day's
	    *> ledger would silently not balance to the posting
	    summarize-one-entry.
	    ADD 1 TO WS-JRNL-READ.
	    MOVE JR-ACCT-TYPE TO WS-LOOKUP-TYPE.
	    PERFORM lookup-mapping.
	    IF MAP-FOUND
	        IF JR-AMOUNT < 0
	            ADD 1 TO WS-MAP-DR-COUNT(WS-MAP-IDX)
	            ADD JR-AMOUNT TO WS-MAP-DR-TOTAL(WS-MAP-IDX)
	            ADD JR-AMOUNT TO WS-DEBIT-TOTAL
	        ELSE
	            ADD 1 TO WS-MAP-CR-COUNT(WS-MAP-IDX)
	            ADD JR-AMOUNT TO WS-MAP-CR-TOTAL(WS-MAP-IDX)
	            ADD JR-AMOUNT TO WS-CREDIT-TOTAL
	        END-IF
	    ELSE
	        ADD 1 TO WS-UNMAPPED-ITEMS
	        PERFORM note-unmapped-type
	    END-IF.
	    PERFORM read-journal.

	    note-unmapped-type.
	    MOVE "N" TO WS-UNMAPPED-FOUND.
	    MOVE 1 TO WS-UNMAPPED-IDX.
	    PERFORM match-one-unmapped UNTIL UNMAPPED-FOUND
	        OR WS-UNMAPPED-IDX > WS-UNMAPPED-COUNT.
	    IF NOT UNMAPPED-FOUND AND WS-UNMAPPED-COUNT < 100
	        ADD 1 TO WS-UNMAPPED-COUNT
	        MOVE JR-ACCT-TYPE TO WS-UNMAPPED-TYPE(WS-UNMAPPED-COUNT)
	        MOVE JR-ACCT-TYPE TO WS-UL-TYPE
	        WRITE GL-RPT-REC FROM WS-UNMAPPED-LINE
	        DISPLAY "NO GL MAPPING FOR ACCOUNT TYPE " JR-ACCT-TYPE
	    END-IF.

	    match-one-unmapped.
	    IF WS-UNMAPPED-TYPE(WS-UNMAPPED-IDX) = JR-ACCT-TYPE
	        SET UNMAPPED-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-UNMAPPED-IDX
	    END-IF.

	    write-type-summary.
	    WRITE GL-RPT-REC FROM WS-TYPE-HDR-LINE.
	    MOVE 1 TO WS-MAP-IDX.
	    PERFORM write-one-type UNTIL WS-MAP-IDX > WS-MAP-COUNT.
	    WRITE GL-RPT-REC FROM WS-RPT-BLANK-LINE.

	    write-one-type.
	    IF WS-MAP-CR-COUNT(WS-MAP-IDX) > 0
	        OR WS-MAP-DR-COUNT(WS-MAP-IDX) > 0
	        MOVE WS-MAP-TYPE(WS-MAP-IDX) TO WS-TL-TYPE
	        MOVE WS-MAP-GL(WS-MAP-IDX) TO WS-TL-GL
	        MOVE WS-MAP-CR-COUNT(WS-MAP-IDX) TO WS-TL-CR-COUNT
	        MOVE WS-MAP-CR-TOTAL(WS-MAP-IDX) TO WS-TL-CR-TOTAL
	        MOVE WS-MAP-DR-COUNT(WS-MAP-IDX) TO WS-TL-DR-COUNT
	        MOVE WS-MAP-DR-TOTAL(WS-MAP-IDX) TO WS-TL-DR-TOTAL
	        WRITE GL-RPT-REC FROM WS-TYPE-LINE
	    END-IF.
	    ADD 1 TO WS-MAP-IDX.

	    *> ------------------------------------------------ PROOF --
	    *> credits less debits summarized here must be the movement
	    *> total the posting proof passed on, and every journal
	    *> record must be inside the summary - nothing goes to the
	    *> ledger until both hold
	    prove-extract.
	    COMPUTE WS-NET-TOTAL = WS-CREDIT-TOTAL + WS-DEBIT-TOTAL.
	    MOVE "JOURNAL RECORDS READ:" TO WS-SUM-LABEL.
	    MOVE WS-JRNL-READ TO WS-SUM-COUNT.
	    WRITE GL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "TRANSACTIONS POSTED:" TO WS-SUM-LABEL.
	    MOVE WS-POSTED-COUNT TO WS-SUM-COUNT.
	    WRITE GL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "UNMAPPED TYPE RECORDS:" TO WS-SUM-LABEL.
	    MOVE WS-UNMAPPED-ITEMS TO WS-SUM-COUNT.
	    WRITE GL-RPT-REC FROM WS-SUM-LINE.
	    WRITE GL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "CREDIT MOVEMENTS:" TO WS-PROOF-LABEL.
	    MOVE WS-CREDIT-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE GL-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "DEBIT MOVEMENTS:" TO WS-PROOF-LABEL.
	    MOVE WS-DEBIT-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE GL-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "NET EXTRACTED:" TO WS-PROOF-LABEL.
	    MOVE WS-NET-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE GL-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "MOVEMENTS POSTED:" TO WS-PROOF-LABEL.
	    MOVE WS-POSTED-MOVEMENT TO WS-PROOF-AMOUNT.
	    WRITE GL-RPT-REC FROM WS-PROOF-LINE.
	    WRITE GL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    EVALUATE TRUE
	        WHEN WS-UNMAPPED-COUNT > 0
	            MOVE "EXTRACT FAILED - ACCOUNT TYPE(S) WITH NO GL MAPPING"
	                TO WS-VERDICT-LINE
	            SET PROOF-FAILED TO TRUE
	        WHEN WS-JRNL-READ NOT = WS-POSTED-COUNT
	            MOVE "EXTRACT FAILED - JOURNAL COUNT IS NOT POSTED COUNT"
	                TO WS-VERDICT-LINE
	            SET PROOF-FAILED TO TRUE
	            DISPLAY "GL EXTRACT FAILED - JOURNAL HOLDS "
	                WS-JRNL-READ " BUT POSTING POSTED " WS-POSTED-COUNT
	        WHEN WS-NET-TOTAL NOT = WS-POSTED-MOVEMENT
	            MOVE "EXTRACT FAILED - CREDITS PLUS DEBITS IS NOT POSTED"
	                TO WS-VERDICT-LINE
	            SET PROOF-FAILED TO TRUE
	            DISPLAY "GL EXTRACT FAILED - NET " WS-NET-TOTAL
	                " IS NOT MOVEMENTS POSTED " WS-POSTED-MOVEMENT
	        WHEN OTHER
	            MOVE "PROOF OK - CREDITS PLUS DEBITS EQUALS MOVEMENTS POSTED"
	                TO WS-VERDICT-LINE
	    END-EVALUATE.
	    WRITE GL-RPT-REC FROM WS-VERDICT-LINE.

	    *> -------------------------------------------- GL ENTRIES --
	    *> one entry per type and direction: money in to customer
	    *> accounts debits clearing and credits the type's ledger
	    *> account, money out the reverse
	    write-gl-file.
	    OPEN OUTPUT GL-OUT.
	    IF WS-OUT-STATUS NOT = "00"
	        DISPLAY "GL-OUT OPEN FAILED, STATUS " WS-OUT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE "HDR" TO GLH-REC-TYPE.
	    MOVE WS-FILE-ID TO GLH-FILE-ID.
	    MOVE WS-BUSINESS-DATE TO GLH-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO GLH-CYCLE.
	    WRITE GL-OUT-HDR.
	    WRITE GL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE GL-RPT-REC FROM WS-ENTRY-HDR-LINE.
	    MOVE 1 TO WS-MAP-IDX.
	    PERFORM write-type-entries UNTIL WS-MAP-IDX > WS-MAP-COUNT.
	    MOVE "TRL" TO GLT-REC-TYPE.
	    MOVE WS-LINE-COUNT TO GLT-DETAIL-COUNT.
	    MOVE WS-LINE-HASH TO GLT-HASH-TOTAL.
	    WRITE GL-OUT-TRL.
	    CLOSE GL-OUT.
	    WRITE GL-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "LEDGER LINES WRITTEN:" TO WS-SUM-LABEL.
	    MOVE WS-LINE-COUNT TO WS-SUM-COUNT.
	    WRITE GL-RPT-REC FROM WS-SUM-LINE.
	    MOVE "TOTAL DEBITS:" TO WS-PROOF-LABEL.
	    MOVE WS-GL-DR-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE GL-RPT-REC FROM WS-PROOF-LINE.
	    MOVE "TOTAL CREDITS:" TO WS-PROOF-LABEL.
	    MOVE WS-GL-CR-TOTAL TO WS-PROOF-AMOUNT.
	    WRITE GL-RPT-REC FROM WS-PROOF-LINE.

	    write-type-entries.
	    IF WS-MAP-CR-COUNT(WS-MAP-IDX) > 0
	        ADD 1 TO WS-ENTRY-NO
	        MOVE WS-MAP-CR-TOTAL(WS-MAP-IDX) TO WS-ENTRY-AMOUNT
	        MOVE WS-CREDIT-DESC TO GL-DESCRIPTION
	        MOVE WS-MAP-CLEARING(WS-MAP-IDX) TO GL-ACCOUNT
	        MOVE "D" TO GL-DR-CR
	        PERFORM write-gl-line
	        MOVE WS-MAP-GL(WS-MAP-IDX) TO GL-ACCOUNT
	        MOVE "C" TO GL-DR-CR
	        PERFORM write-gl-line
	    END-IF.
	    IF WS-MAP-DR-COUNT(WS-MAP-IDX) > 0
	        ADD 1 TO WS-ENTRY-NO
	        COMPUTE WS-ENTRY-AMOUNT = 0 - WS-MAP-DR-TOTAL(WS-MAP-IDX)
	        MOVE WS-DEBIT-DESC TO GL-DESCRIPTION
	        MOVE WS-MAP-GL(WS-MAP-IDX) TO GL-ACCOUNT
	        MOVE "D" TO GL-DR-CR
	        PERFORM write-gl-line
	        MOVE WS-MAP-CLEARING(WS-MAP-IDX) TO GL-ACCOUNT
	        MOVE "C" TO GL-DR-CR
	        PERFORM write-gl-line
	    END-IF.
	    ADD 1 TO WS-MAP-IDX.

	    write-gl-line.
	    MOVE WS-BUSINESS-DATE TO GL-BUSINESS-DATE.
	    MOVE WS-BATCH-REF TO GL-BATCH-REF.
	    MOVE WS-ENTRY-NO TO GL-ENTRY-NO.
	    MOVE WS-ENTRY-AMOUNT TO GL-AMOUNT.
	    MOVE WS-MAP-TYPE(WS-MAP-IDX) TO GL-ACCT-TYPE.
	    WRITE GL-OUT-REC.
	    ADD 1 TO WS-LINE-COUNT.
	    ADD WS-ENTRY-AMOUNT TO WS-LINE-HASH.
	    IF GL-DR-CR = "D"
	        ADD WS-ENTRY-AMOUNT TO WS-GL-DR-TOTAL
	    ELSE
	        ADD WS-ENTRY-AMOUNT TO WS-GL-CR-TOTAL
	    END-IF.
	    MOVE GL-ENTRY-NO TO WS-EL-ENTRY.
	    MOVE GL-ACCOUNT TO WS-EL-ACCOUNT.
	    MOVE GL-DR-CR TO WS-EL-DR-CR.
	    MOVE GL-AMOUNT TO WS-EL-AMOUNT.
	    MOVE GL-DESCRIPTION TO WS-EL-DESCRIPTION.
	    WRITE GL-RPT-REC FROM WS-ENTRY-LINE.

	    *> same manifest row the cipher step writes for CIPHOUT, so
	    *> the ledger file goes out with the rest of the day's files
	    write-manifest.
	    OPEN EXTEND MANIFEST.
	    IF WS-MANIFEST-STATUS = "35"
	        OPEN OUTPUT MANIFEST
	    END-IF.
	    IF WS-MANIFEST-STATUS NOT = "00"
	        DISPLAY "MANIFEST OPEN FAILED, STATUS " WS-MANIFEST-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE WS-FILE-ID TO MF-FILE-ID.
	    MOVE WS-BUSINESS-DATE TO MF-BUSINESS-DATE.
	    MOVE WS-LINE-COUNT TO MF-RECORD-COUNT.
	    MOVE FUNCTION CURRENT-DATE TO MF-PRODUCED-TS.
	    MOVE WS-LINE-HASH TO MF-HASH-TOTAL.
	    MOVE WS-RUN-CYCLE TO MF-CYCLE.
	    WRITE MANIFEST-REC.
	    CLOSE MANIFEST.

	    *> every journal record is summarized into an entry, so
	    *> read equals written; the ledger lines themselves are
	    *> proved by the debit/credit totals above
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
	    MOVE "GLEXT01" TO CT-PROGRAM.
	    MOVE "ACCTJRNL" TO CT-IN-FILE.
	    MOVE "GLOUT" TO CT-OUT-FILE.
	    MOVE WS-JRNL-READ TO CT-READ.
	    MOVE WS-JRNL-READ TO CT-WRITTEN.
	    MOVE 0 TO CT-REJECTED.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    CLOSE CTL-TOTALS.
