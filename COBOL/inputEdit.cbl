	    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RUNCTL-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	        05 SI-STUDENT-ID PIC X(9).
	        05 SI-SECTION PIC X(6).
	        05 SI-SCORE PIC 9(3).
	        *> blank for a finished student; I marks coursework
	        *> still outstanding, graded as incomplete downstream
	        05 SI-COMPLETION PIC X(1).
	            88 SI-COMPLETION-VALID VALUE SPACE "I".
	    01 STUDENT-IN-HDR.
	        05 SIH-REC-TYPE PIC X(3).
	        05 SIH-FILE-ID PIC X(8).
	        *> record from a prior day's abended run cannot be
	        *> balanced into today's report
	        05 CT-BUSINESS-DATE PIC 9(8).
	        05 CT-CYCLE PIC 9(2).

	    *> every rejected record also lands here in the layout
	    *> shared across the stream, so an edit reject is corrected
	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    *> corrected suspense records on their way back through -
	    *> only records stamped with this program's name are taken,
	        05 SUSPIN-BUSINESS-DATE PIC 9(8).
	        05 SUSPIN-TIMESTAMP PIC X(21).
	        05 SUSPIN-IMAGE PIC X(88).
	        05 SUSPIN-CYCLE PIC 9(2).

	    *> one record per run - start/end stamps and the record
	    *> counters - appended to the shared run-control dataset
	        05 RC-READ PIC 9(9).
	        05 RC-WRITTEN PIC 9(9).
	        05 RC-REJECTED PIC 9(9).
	        05 RC-CYCLE PIC 9(2).

	    *> the cycle card the run register writes at the start of
	    *> the stream - the posting cycle within the business date
	    *> this run belongs to
	    FD RUN-CYCLE.
	    01 RUN-CYCLE-REC.
	        05 CY-BUSINESS-DATE PIC 9(8).
	        05 CY-CYCLE PIC 9(2).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-ERR-STATUS PIC X(2).

	    01 WS-TOTALS-STATUS PIC X(2).
	    01 WS-TOTALS-EOF PIC X(1) VALUE "N".
	        88 TOTALS-EOF VALUE "Y".
	    *> the earlier cycles' totals carried over when a later
	    *> cycle of the same business date rewrites the dataset -
	    *> the same ceiling the balancing step loads
	    01 WS-KEPT-TABLE.
	        05 WS-KEPT-REC OCCURS 200 TIMES PIC X(61).
	    01 WS-KEPT-USED PIC 9(3) VALUE 0.
	    01 WS-KEPT-IDX PIC 9(3).
	    01 WS-SUSP-STATUS PIC X(2).
	    *> the corrections file is walked once per feed, each pass
	    *> taking only the reason codes that feed owns, so the
	    01 WS-SUSP-IMAGE PIC X(88).

	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
	    01 WS-ERROR-COUNT PIC 9(9) VALUE 0.

	    01 WS-ST-EOF PIC X(1) VALUE "N".
	    begin.
	    MOVE FUNCTION CURRENT-DATE TO WS-START-TIME.
	    PERFORM read-edit-control.
	    PERFORM read-run-cycle.
	    OPEN OUTPUT ERR-LIST.
	    IF WS-ERR-STATUS NOT = "00"
	        DISPLAY "ERR-LIST OPEN FAILED, STATUS " WS-ERR-STATUS
	    END-IF.
	    STOP RUN.

	    *> this is the first step of the stream, so it starts the
	    *> dataset the steps after it extend and the balancing step
	    *> reads together at end of job. the first cycle of a
	    *> business date starts it afresh, so each day balances
	    *> against its own totals only; a later cycle keeps the
	    *> cycles before it, which the balancing step proves
	    *> alongside it and in total for the day. a rerun of a
	    *> cycle drops that cycle's earlier totals so nothing is
	    *> counted twice.
	    write-control-totals.
	    MOVE 0 TO WS-KEPT-USED.
	    IF WS-RUN-CYCLE > 1
	        PERFORM keep-earlier-cycles
	    END-IF.
	    OPEN OUTPUT CTL-TOTALS.
	    IF WS-TOTALS-STATUS NOT = "00"
	        DISPLAY "CTL-TOTALS OPEN FAILED, STATUS "
	            WS-TOTALS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM write-kept-total VARYING WS-KEPT-IDX FROM 1 BY 1
	        UNTIL WS-KEPT-IDX > WS-KEPT-USED.
	    MOVE "EDIT01" TO CT-PROGRAM.
	    MOVE "STUDIN" TO CT-IN-FILE.
	    MOVE "STUDCLN" TO CT-OUT-FILE.
	    MOVE WS-ST-CLEAN TO CT-WRITTEN.
	    COMPUTE CT-REJECTED = WS-ST-READ - WS-ST-CLEAN.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    MOVE "EDIT01" TO CT-PROGRAM.
	    MOVE "TRANSIN" TO CT-IN-FILE.
	    MOVE WS-TR-CLEAN TO CT-WRITTEN.
	    COMPUTE CT-REJECTED = WS-TR-READ - WS-TR-CLEAN.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    MOVE "EDIT01" TO CT-PROGRAM.
	    MOVE "VARSIN" TO CT-IN-FILE.
	    MOVE WS-VR-CLEAN TO CT-WRITTEN.
	    COMPUTE CT-REJECTED = WS-VR-READ - WS-VR-CLEAN.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    MOVE "EDIT01" TO CT-PROGRAM.
	    MOVE "CIPHIN" TO CT-IN-FILE.
	    MOVE WS-CI-CLEAN TO CT-WRITTEN.
	    COMPUTE CT-REJECTED = WS-CI-READ - WS-CI-CLEAN.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
	    CLOSE CTL-TOTALS.

	    *> a missing dataset just means nothing to keep; any other
	    *> bad status is a real problem
	    keep-earlier-cycles.
	    OPEN INPUT CTL-TOTALS.
	    IF WS-TOTALS-STATUS = "35"
	        CONTINUE
	    ELSE
	        IF WS-TOTALS-STATUS NOT = "00"
	            DISPLAY "CTL-TOTALS OPEN FAILED, STATUS "
	                WS-TOTALS-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        PERFORM read-kept-total
	        PERFORM keep-one-total UNTIL TOTALS-EOF
	        CLOSE CTL-TOTALS
	    END-IF.

	    read-kept-total.
	    READ CTL-TOTALS
	        AT END
	            SET TOTALS-EOF TO TRUE
	    END-READ.

	    keep-one-total.
	    IF CT-BUSINESS-DATE = WS-BUSINESS-DATE
	        AND CT-CYCLE = WS-RUN-CYCLE
	        CONTINUE
	    ELSE
	        IF WS-KEPT-USED < 200
	            ADD 1 TO WS-KEPT-USED
	            MOVE CTLTOT-REC TO WS-KEPT-REC(WS-KEPT-USED)
	        ELSE
	            DISPLAY "CTL-TOTALS OVERFLOW - TABLE HOLDS 200, THE "
	                "DATASET IS NOT BELIEVABLE"
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	    END-IF.
	    PERFORM read-kept-total.

	    write-kept-total.
	    WRITE CTLTOT-REC FROM WS-KEPT-REC(WS-KEPT-IDX).

	    *> the run's footprint for the morning handoff - appended
	    *> so the operations summary can also see the history it
	    *> judges today's elapsed time against
	    END-IF.
	    MOVE "EDIT01" TO RC-PROGRAM.
	    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO RC-CYCLE.
	    MOVE WS-START-TIME TO RC-START-TIME.
	    MOVE FUNCTION CURRENT-DATE TO RC-END-TIME.
	    COMPUTE RC-READ = WS-ST-READ + WS-TR-READ
	    MOVE "EDIT01" TO SUSP-PROGRAM.
	    MOVE WS-SUSP-REASON TO SUSP-REASON.
	    MOVE WS-BUSINESS-DATE TO SUSP-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO SUSP-CYCLE.
	    MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP.
	    MOVE WS-SUSP-IMAGE TO SUSP-IMAGE.
	    WRITE SUSPENSE-REC.
	        MOVE "SCOR" TO WS-SUSP-REASON
	        PERFORM write-error
	    ELSE
	        IF NOT SI-COMPLETION-VALID
	            MOVE "COMPLETION FLAG INVALID" TO WS-ERR-REASON
	            MOVE "INCF" TO WS-SUSP-REASON
	            PERFORM write-error
	        ELSE
	            PERFORM check-section-code
	            IF NOT SECTION-FOUND
	                MOVE "SECTION NOT ON REFERENCE" TO WS-ERR-REASON
	                MOVE "SECT" TO WS-SUSP-REASON
	                PERFORM write-error
	            ELSE
	                PERFORM check-duplicate-id
	                IF SEEN-FOUND
	                    MOVE "DUPLICATE STUDENT ID" TO WS-ERR-REASON
	                    MOVE "DUPL" TO WS-SUSP-REASON
	                    PERFORM write-error
	                ELSE
	                    WRITE STUDENT-CLEAN-REC FROM STUDENT-IN-REC
	                    ADD 1 TO WS-ST-CLEAN
	                END-IF
	            END-IF
	        END-IF
	    END-IF.
	    reprocess-one-student.
	    IF SUSPIN-PROGRAM = "EDIT01"
	        AND (SUSPIN-REASON = "SCOR" OR SUSPIN-REASON = "SECT"
	            OR SUSPIN-REASON = "DUPL" OR SUSPIN-REASON = "INCF")
	        ADD 1 TO WS-ST-READ
	        MOVE SUSPIN-IMAGE TO STUDENT-IN-REC
	        PERFORM validate-one-student
	    *> corrected transaction rejects come back through the
	    *> same checks and land inside the clean trailer's count
	    *> and amount hash; a record still bad lands on SUSPENSE
	    *> again. transactions the posting step parked for an
	    *> account not open to posting carry the TRANSIN image
	    *> too, and come back this way once the account is put
	    *> right on the master.
	    reprocess-trans-suspense.
	    PERFORM open-suspense-in.
	    IF SUSPIN-OPEN
	    END-IF.

	    reprocess-one-trans.
	    IF (SUSPIN-PROGRAM = "EDIT01"
	        AND (SUSPIN-REASON = "AMT " OR SUSPIN-REASON = "DATE"))
	        OR (SUSPIN-PROGRAM = "ACCTUPD"
	        AND (SUSPIN-REASON = "UNKN" OR SUSPIN-REASON = "CLSD"
	            OR SUSPIN-REASON = "FRZN"))
	        ADD 1 TO WS-TR-READ
	        MOVE SUSPIN-IMAGE TO TRANS-IN-REC
	        PERFORM validate-one-trans
	        PERFORM validate-one-cipher
	    END-IF.
	    PERFORM read-suspense-in.

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
