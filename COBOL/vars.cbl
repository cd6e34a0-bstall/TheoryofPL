	    SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RUNCTL-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	        *> record from a prior day's abended run cannot be
	        *> balanced into today's report
	        05 CT-BUSINESS-DATE PIC 9(8).
	        05 CT-CYCLE PIC 9(2).

	    *> every rejected value-set, in the layout shared across the
	    *> stream - source program, reason code and the original
	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    *> corrected suspense records on their way back through; only
	    *> the records stamped with this program's name are taken.
	        05 SUSPIN-BUSINESS-DATE PIC 9(8).
	        05 SUSPIN-TIMESTAMP PIC X(21).
	        05 SUSPIN-IMAGE PIC X(88).
	        05 SUSPIN-CYCLE PIC 9(2).

	    *> one record per run - start/end stamps and the record
	    *> counters - appended to the shared run-control dataset the
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
	    01 WS-TRL-SEEN PIC X(1) VALUE "N".
	        88 VARS-TRL-SEEN VALUE "Y".
	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.

	    *> compare mode - each reported case is checked field by
	    *> field against its expected record; any failure drives a
            begin.
            MOVE FUNCTION CURRENT-DATE TO WS-START-TIME.
            PERFORM read-vars-control.
            PERFORM read-run-cycle.
            OPEN INPUT VARS-IN.
            IF WS-IN-STATUS NOT = "00"
                DISPLAY "VARS-IN OPEN FAILED, STATUS " WS-IN-STATUS
            END-IF.
            MOVE "VARS" TO RC-PROGRAM.
            MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
            MOVE WS-RUN-CYCLE TO RC-CYCLE.
            MOVE WS-START-TIME TO RC-START-TIME.
            MOVE FUNCTION CURRENT-DATE TO RC-END-TIME.
            MOVE WS-CASE-COUNT TO RC-READ.
            MOVE WS-REPORTED-COUNT TO CT-WRITTEN.
            MOVE WS-REJECT-COUNT TO CT-REJECTED.
            MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
            MOVE WS-RUN-CYCLE TO CT-CYCLE.
            WRITE CTLTOT-REC.
            *>the correction leg - records taken back through SUSPIN
            *>sit inside the VARSIN counters above, so the balancing
                MOVE WS-SUSPIN-COUNT TO CT-WRITTEN
                MOVE 0 TO CT-REJECTED
                MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
                MOVE WS-RUN-CYCLE TO CT-CYCLE
                WRITE CTLTOT-REC
            END-IF.
            CLOSE CTL-TOTALS.
                ADD 1 TO WS-REJECT-COUNT
                MOVE "VARS" TO SUSP-PROGRAM
                MOVE WS-BUSINESS-DATE TO SUSP-BUSINESS-DATE
                MOVE WS-RUN-CYCLE TO SUSP-CYCLE
                MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP
                MOVE VARS-IN-REC TO SUSP-IMAGE
                WRITE SUSPENSE-REC

	    write-report-row.
            WRITE VARS-RPT-REC FROM WS-RPT-DETAIL-LINE.

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
