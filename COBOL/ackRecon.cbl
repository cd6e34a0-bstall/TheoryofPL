IDENTIFICATION DIVISION.
	PROGRAM-ID. TRANSMIT_ACK_RECON.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT ACK-CTL ASSIGN TO "ACKCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT PROC-CALENDAR ASSIGN TO "CALENDAR"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CAL-STATUS.
	    SELECT MANIFEST ASSIGN TO "MANIFEST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MANIFEST-STATUS.
	    SELECT ACK-IN ASSIGN TO "ACKIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-ACK-STATUS.
	    SELECT ACK-RPT ASSIGN TO "ACKRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> run settings - how many business days a receiver has to
	    *> acknowledge a file before it goes on the retransmit list
	    FD ACK-CTL.
	    01 ACK-CTL-REC.
	        05 AC-OVERDUE-DAYS PIC 9(3).

	    *> the shop-wide processing calendar - one current-position
	    *> record (current and next business date, weekend rule)
	    *> followed by one record per holiday. here the holidays and
	    *> the weekend rule matter too: they decide how many business
	    *> days a file has been out. a weekend rule of N means the
	    *> shop runs seven days; any other value takes Saturday and
	    *> Sunday out
	    FD PROC-CALENDAR.
	    01 CALENDAR-REC.
	        05 CAL-CURRENT-DATE PIC 9(8).
	        05 CAL-NEXT-DATE PIC 9(8).
	        05 CAL-WEEKEND-RULE PIC X(1).
	    01 CALENDAR-HOLIDAY-REC.
	        05 CAL-HOLIDAY-DATE PIC 9(8).

	    *> the distribution manifest the cipher step and the ledger
	    *> extract append - one row per file sent, carrying the
	    *> trailer hash of what went out and the posting cycle of
	    *> the business date it was sent in
	    FD MANIFEST.
	    01 MANIFEST-REC.
	        05 MF-FILE-ID PIC X(8).
	        05 MF-BUSINESS-DATE PIC 9(8).
	        05 MF-RECORD-COUNT PIC 9(9).
	        05 MF-PRODUCED-TS PIC X(21).
	        05 MF-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 MF-CYCLE PIC 9(2).

	    *> receivers' acknowledgments - each echoes the file id,
	    *> business date, record count and hash total it took in,
	    *> and the cycle off the file's header; the history of
	    *> every acknowledgment so far, with the day's new ones
	    *> concatenated behind it. a receiver that does not echo
	    *> the cycle leaves it blank, which is the date's first
	    FD ACK-IN.
	    01 ACK-IN-REC.
	        05 AK-FILE-ID PIC X(8).
	        05 AK-BUSINESS-DATE PIC 9(8).
	        05 AK-RECORD-COUNT PIC 9(9).
	        05 AK-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 AK-CYCLE PIC 9(2).

	    *> the reconciliation - what to retransmit, what came back
	    *> wrong, what is still inside its window, what proved clean
	    FD ACK-RPT.
	    01 ACK-RPT-REC PIC X(80).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-CAL-STATUS PIC X(2).
	    01 WS-MANIFEST-STATUS PIC X(2).
	    01 WS-ACK-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-CAL-EOF PIC X(1) VALUE "N".
	        88 CALENDAR-EOF VALUE "Y".
	    01 WS-MANIFEST-EOF PIC X(1) VALUE "N".
	        88 MANIFEST-EOF VALUE "Y".
	    01 WS-ACK-EOF PIC X(1) VALUE "N".
	        88 ACK-EOF VALUE "Y".

	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-OVERDUE-DAYS PIC 9(3) VALUE 2.
	    01 WS-WEEKEND-RULE PIC X(1) VALUE SPACE.
	        88 SEVEN-DAY-WEEK VALUE "N".

	    *> holidays from the calendar, held as day numbers so a
	    *> day being walked can be compared without converting back
	    01 WS-HOL-TABLE.
	        05 WS-HOL-INT PIC 9(9) OCCURS 500 TIMES.
	    01 WS-HOL-COUNT PIC 9(3) VALUE 0.
	    01 WS-HOL-IDX PIC 9(3).
	    01 WS-HOL-FOUND PIC X(1).
	        88 HOLIDAY-FOUND VALUE "Y".

	    *> one entry per file id, business date and cycle on the
	    *> manifest - a row carried over from before cycles were
	    *> kept is the date's first cycle. a rerun that sends a
	    *> file again writes a second row for the same key; the
	    *> later row is what the receiver now has,
	    *> so it replaces the earlier one. state is R (retransmit),
	    *> W (waiting, still inside its window), M (acknowledged
	    *> with a mismatch) or C (acknowledged clean)
	    01 WS-MT-TABLE.
	        05 WS-MT-ENTRY OCCURS 5000 TIMES.
	            10 WS-MT-FILE-ID PIC X(8).
	            10 WS-MT-DATE PIC 9(8).
	            10 WS-MT-CYCLE PIC 9(2).
	            10 WS-MT-COUNT PIC 9(9).
	            10 WS-MT-PRODUCED PIC X(8).
	            10 WS-MT-HASH PIC S9(11).
	            10 WS-MT-HASH-KEPT PIC X(1).
	                88 MT-HASH-KEPT VALUE "Y".
	            10 WS-MT-STATE PIC X(1).
	            10 WS-MT-ACK-COUNT PIC 9(9).
	            10 WS-MT-ACK-HASH PIC S9(11).
	            10 WS-MT-DAYS-OUT PIC 9(5).
	    01 WS-MT-COUNT-USED PIC 9(4) VALUE 0.
	    01 WS-MT-IDX PIC 9(4).
	    01 WS-MT-FOUND PIC X(1).
	        88 MANIFEST-ROW-FOUND VALUE "Y".
	    01 WS-LOOKUP-FILE-ID PIC X(8).
	    01 WS-LOOKUP-DATE PIC 9(8).
	    01 WS-LOOKUP-CYCLE PIC 9(2).

	    *> acknowledgments that match no manifest row - a file id or
	    *> date the receiver got wrong, or a file we have no record
	    *> of sending; an unreadable one is kept as its raw image
	    01 WS-UNM-TABLE.
	        05 WS-UNM-ENTRY OCCURS 500 TIMES.
	            10 WS-UNM-IMAGE PIC X(39).
	            10 WS-UNM-READABLE PIC X(1).
	                88 UNM-READABLE VALUE "Y".
	    01 WS-UNM-COUNT PIC 9(3) VALUE 0.
	    01 WS-UNM-IDX PIC 9(3).
	    01 WS-UNM-REC.
	        05 WS-UNM-FILE-ID PIC X(8).
	        05 WS-UNM-DATE PIC 9(8).
	        05 WS-UNM-ACK-COUNT PIC 9(9).
	        05 WS-UNM-ACK-HASH PIC S9(11) SIGN LEADING SEPARATE.
	        05 WS-UNM-CYCLE PIC X(2).

	    *> business-day walk from the day after a file's business
	    *> date up to and including today
	    01 WS-TODAY-INT PIC 9(9).
	    01 WS-DAY-INT PIC 9(9).
	    01 WS-DAY-OF-WEEK PIC 9(1).
	    01 WS-DAYS-OUT PIC 9(5).

	    01 WS-MANIFEST-READ PIC 9(9) VALUE 0.
	    01 WS-MANIFEST-BAD PIC 9(9) VALUE 0.
	    01 WS-ACK-READ PIC 9(9) VALUE 0.
	    01 WS-RETRANSMIT-COUNT PIC 9(9) VALUE 0.
	    01 WS-MISMATCH-COUNT PIC 9(9) VALUE 0.
	    01 WS-WAITING-COUNT PIC 9(9) VALUE 0.
	    01 WS-CLEAN-COUNT PIC 9(9) VALUE 0.
	    01 WS-SECTION-STATE PIC X(1).
	    01 WS-SECTION-LINES PIC 9(9).

	    01 WS-RPT-TITLE-LINE.
	        05 FILLER PIC X(45) VALUE
	            "TRANSMISSION ACKNOWLEDGMENTS - BUSINESS DATE ".
	        05 WS-RPT-TITLE-DATE PIC 9(8).
	        05 FILLER PIC X(27) VALUE SPACES.
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-RPT-NONE-LINE PIC X(80) VALUE "  NONE".
	    01 WS-RPT-RETRANSMIT-LINE.
	        05 FILLER PIC X(43) VALUE
	            "FILES TO RETRANSMIT - UNACKNOWLEDGED AFTER ".
	        05 WS-RPT-RETRANSMIT-DAYS PIC ZZ9.
	        05 FILLER PIC X(34) VALUE " BUSINESS DAYS".
	    01 WS-RPT-MISMATCH-LINE PIC X(80) VALUE
	        "FILES ACKNOWLEDGED WITH A COUNT OR HASH MISMATCH".
	    01 WS-RPT-UNMATCHED-LINE PIC X(80) VALUE
	        "ACKNOWLEDGMENTS MATCHING NO FILE ON THE MANIFEST".
	    01 WS-RPT-WAITING-LINE PIC X(80) VALUE
	        "FILES AWAITING ACKNOWLEDGMENT - STILL INSIDE THE WINDOW".
	    01 WS-RPT-CLEAN-LINE PIC X(80) VALUE
	        "FILES ACKNOWLEDGED CLEAN".
	    01 WS-OUT-HDR-LINE PIC X(80) VALUE
	        "  FILE ID   BUS DATE CY    RECORDS  PRODUCED BUS DAYS OUT".
	    01 WS-OUT-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-OUT-FILE-ID PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-OUT-DATE PIC 9(8).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-OUT-CYCLE PIC 9(2).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-OUT-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-OUT-PRODUCED PIC X(8).
	        05 FILLER PIC X(8) VALUE SPACES.
	        05 WS-OUT-DAYS PIC ZZZZ9.
	        05 FILLER PIC X(23) VALUE SPACES.
	    01 WS-ACK-HDR-LINE.
	        05 FILLER PIC X(44) VALUE
	            "  FILE ID   BUS DATE CY  SENT CNT  ACK COUNT".
	        05 FILLER PIC X(36) VALUE
	            "     SENT HASH      ACK HASH  FAULT".
	    01 WS-ACK-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ACK-FILE-ID PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ACK-DATE PIC 9(8).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-ACK-CYCLE PIC X(2).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-ACK-SENT-COUNT PIC X(9).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ACK-ACK-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ACK-SENT-HASH PIC X(12).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ACK-ACK-HASH PIC -(11)9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-ACK-FAULT PIC X(6).
	    01 WS-BAD-ACK-LINE.
	        05 FILLER PIC X(14) VALUE "  UNREADABLE: ".
	        05 WS-BAD-ACK-IMAGE PIC X(39).
	        05 FILLER PIC X(27) VALUE SPACES.
	    01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
	    01 WS-EDIT-HASH PIC -(11)9.
	    01 WS-SUM-LINE.
	        05 WS-SUM-LABEL PIC X(34).
	        05 WS-SUM-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(37) VALUE SPACES.

	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-ack-control.
	    PERFORM read-calendar.
	    MOVE FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
	        TO WS-TODAY-INT.
	    PERFORM load-manifest.
	    PERFORM match-acknowledgments.
	    PERFORM age-unacknowledged.
	    OPEN OUTPUT ACK-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "ACK-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE WS-BUSINESS-DATE TO WS-RPT-TITLE-DATE.
	    WRITE ACK-RPT-REC FROM WS-RPT-TITLE-LINE.
	    PERFORM report-retransmits.
	    PERFORM report-mismatches.
	    PERFORM report-unmatched.
	    PERFORM report-waiting.
	    PERFORM report-clean.
	    PERFORM write-ack-summary.
	    CLOSE ACK-RPT.
	    DISPLAY "ACK RECON - " WS-CLEAN-COUNT " CLEAN, "
	        WS-MISMATCH-COUNT " MISMATCHED, "
	        WS-RETRANSMIT-COUNT " TO RETRANSMIT, "
	        WS-WAITING-COUNT " WAITING".
	    IF WS-RETRANSMIT-COUNT > 0 OR WS-MISMATCH-COUNT > 0
	        OR WS-UNM-COUNT > 0 OR WS-MANIFEST-BAD > 0
	        MOVE 4 TO RETURN-CODE
	    END-IF.
	    STOP RUN.

	    *> a missing control file means the two-day default
	    *> (status 35); any other bad status aborts the run
	    read-ack-control.
	    OPEN INPUT ACK-CTL.
	    IF WS-CTL-STATUS NOT = "35"
	        IF WS-CTL-STATUS NOT = "00"
	            DISPLAY "ACK-CTL OPEN FAILED, STATUS " WS-CTL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ ACK-CTL
	            AT END
	                CONTINUE
	            NOT AT END
	                IF AC-OVERDUE-DAYS IS NUMERIC
	                    AND AC-OVERDUE-DAYS > 0
	                    MOVE AC-OVERDUE-DAYS TO WS-OVERDUE-DAYS
	                ELSE
	                    DISPLAY "ACK-CTL OVERDUE DAYS NOT A NUMBER "
	                        "OF DAYS: " AC-OVERDUE-DAYS
	                    MOVE 12 TO RETURN-CODE
	                    STOP RUN
	                END-IF
	        END-READ
	        CLOSE ACK-CTL
	    END-IF.

	    *> a missing calendar means "run on the machine date", the
	    *> shop-wide convention - with no holidays known, only the
	    *> weekend is taken out of the count
	    read-calendar.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
	    OPEN INPUT PROC-CALENDAR.
	    IF WS-CAL-STATUS = "35"
	        DISPLAY "CALENDAR NOT PRESENT - MACHINE DATE, NO "
	            "HOLIDAYS THIS RUN"
	    ELSE
	        IF WS-CAL-STATUS NOT = "00"
	            DISPLAY "CALENDAR OPEN FAILED, STATUS " WS-CAL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ PROC-CALENDAR
	            AT END
	                SET CALENDAR-EOF TO TRUE
	            NOT AT END
	                IF CAL-CURRENT-DATE IS NUMERIC
	                    AND CAL-CURRENT-DATE > 0
	                    MOVE CAL-CURRENT-DATE TO WS-BUSINESS-DATE
	                END-IF
	                MOVE CAL-WEEKEND-RULE TO WS-WEEKEND-RULE
	        END-READ
	        PERFORM read-holiday
	        PERFORM load-one-holiday UNTIL CALENDAR-EOF
	        CLOSE PROC-CALENDAR
	    END-IF.

	    read-holiday.
	    IF NOT CALENDAR-EOF
	        READ PROC-CALENDAR
	            AT END
	                SET CALENDAR-EOF TO TRUE
	        END-READ
	    END-IF.

	    *> a holiday that is not a date would silently shorten every
	    *> file's window - stop rather than guess
	    load-one-holiday.
	    IF CAL-HOLIDAY-DATE NOT NUMERIC
	        OR FUNCTION TEST-DATE-YYYYMMDD(CAL-HOLIDAY-DATE) NOT = 0
	        DISPLAY "CALENDAR HOLIDAY NOT A DATE: " CAL-HOLIDAY-DATE
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-HOL-COUNT >= 500
	        DISPLAY "CALENDAR OVERFLOW - TABLE HOLDS 500 HOLIDAYS"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    ADD 1 TO WS-HOL-COUNT.
	    MOVE FUNCTION INTEGER-OF-DATE(CAL-HOLIDAY-DATE)
	        TO WS-HOL-INT(WS-HOL-COUNT).
	    PERFORM read-holiday.

	    *> the manifest is the list of what went out; without it
	    *> there is nothing to reconcile against
	    load-manifest.
	    OPEN INPUT MANIFEST.
	    IF WS-MANIFEST-STATUS NOT = "00"
	        DISPLAY "MANIFEST OPEN FAILED, STATUS " WS-MANIFEST-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-manifest.
	    PERFORM load-one-manifest UNTIL MANIFEST-EOF.
	    CLOSE MANIFEST.

	    read-manifest.
	    READ MANIFEST
	        AT END
	            SET MANIFEST-EOF TO TRUE
	        NOT AT END
	            ADD 1 TO WS-MANIFEST-READ
	    END-READ.

	    *> a row with no usable business date cannot be aged or
	    *> matched; it is counted and the run ends CC 4. a row
	    *> carried over from before the hash was kept has a blank
	    *> hash and is proved on count alone
	    load-one-manifest.
	    IF MF-BUSINESS-DATE NOT NUMERIC
	        OR FUNCTION TEST-DATE-YYYYMMDD(MF-BUSINESS-DATE) NOT = 0
	        OR MF-RECORD-COUNT NOT NUMERIC
	        DISPLAY "MANIFEST ROW UNREADABLE: " MANIFEST-REC
	        ADD 1 TO WS-MANIFEST-BAD
	    ELSE
	        MOVE MF-FILE-ID TO WS-LOOKUP-FILE-ID
	        MOVE MF-BUSINESS-DATE TO WS-LOOKUP-DATE
	        IF MF-CYCLE IS NUMERIC AND MF-CYCLE > 0
	            MOVE MF-CYCLE TO WS-LOOKUP-CYCLE
	        ELSE
	            MOVE 1 TO WS-LOOKUP-CYCLE
	        END-IF
	        PERFORM lookup-manifest-row
	        IF NOT MANIFEST-ROW-FOUND
	            IF WS-MT-COUNT-USED >= 5000
	                DISPLAY "MANIFEST OVERFLOW - TABLE HOLDS 5000 "
	                    "FILES, ARCHIVE THE OLDEST ROWS"
	                MOVE 12 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            ADD 1 TO WS-MT-COUNT-USED
	            MOVE WS-MT-COUNT-USED TO WS-MT-IDX
	        END-IF
	        MOVE MF-FILE-ID TO WS-MT-FILE-ID(WS-MT-IDX)
	        MOVE MF-BUSINESS-DATE TO WS-MT-DATE(WS-MT-IDX)
	        MOVE WS-LOOKUP-CYCLE TO WS-MT-CYCLE(WS-MT-IDX)
	        MOVE MF-RECORD-COUNT TO WS-MT-COUNT(WS-MT-IDX)
	        MOVE MF-PRODUCED-TS(1:8) TO WS-MT-PRODUCED(WS-MT-IDX)
	        IF MF-HASH-TOTAL IS NUMERIC
	            MOVE MF-HASH-TOTAL TO WS-MT-HASH(WS-MT-IDX)
	            MOVE "Y" TO WS-MT-HASH-KEPT(WS-MT-IDX)
	        ELSE
	            MOVE 0 TO WS-MT-HASH(WS-MT-IDX)
	            MOVE "N" TO WS-MT-HASH-KEPT(WS-MT-IDX)
	        END-IF
	        MOVE "W" TO WS-MT-STATE(WS-MT-IDX)
	        MOVE 0 TO WS-MT-ACK-COUNT(WS-MT-IDX)
	        MOVE 0 TO WS-MT-ACK-HASH(WS-MT-IDX)
	        MOVE 0 TO WS-MT-DAYS-OUT(WS-MT-IDX)
	    END-IF.
	    PERFORM read-manifest.

	    lookup-manifest-row.
	    MOVE "N" TO WS-MT-FOUND.
	    MOVE 1 TO WS-MT-IDX.
	    PERFORM match-one-manifest-row UNTIL MANIFEST-ROW-FOUND
	        OR WS-MT-IDX > WS-MT-COUNT-USED.

	    match-one-manifest-row.
	    IF WS-MT-FILE-ID(WS-MT-IDX) = WS-LOOKUP-FILE-ID
	        AND WS-MT-DATE(WS-MT-IDX) = WS-LOOKUP-DATE
	        AND WS-MT-CYCLE(WS-MT-IDX) = WS-LOOKUP-CYCLE
	        SET MANIFEST-ROW-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-MT-IDX
	    END-IF.

	    *> no acknowledgments at all (status 35) just means every
	    *> file is still out; any other bad status aborts the run
	    match-acknowledgments.
	    OPEN INPUT ACK-IN.
	    IF WS-ACK-STATUS = "35"
	        DISPLAY "ACK-IN NOT PRESENT - NO ACKNOWLEDGMENTS THIS RUN"
	    ELSE
	        IF WS-ACK-STATUS NOT = "00"
	            DISPLAY "ACK-IN OPEN FAILED, STATUS " WS-ACK-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        PERFORM read-ack
	        PERFORM match-one-ack UNTIL ACK-EOF
	        CLOSE ACK-IN
	    END-IF.

	    read-ack.
	    READ ACK-IN
	        AT END
	            SET ACK-EOF TO TRUE
	        NOT AT END
	            ADD 1 TO WS-ACK-READ
	    END-READ.

	    *> a file once acknowledged clean stays clean - a later
	    *> acknowledgment cannot undo a proof already made. one that
	    *> disagrees leaves the file mismatched until a clean one
	    *> arrives (after a retransmission, typically); the latest
	    *> disagreeing figures are the ones reported
	    match-one-ack.
	    IF AK-BUSINESS-DATE NOT NUMERIC
	        OR AK-RECORD-COUNT NOT NUMERIC
	        OR AK-HASH-TOTAL NOT NUMERIC
	        PERFORM add-unmatched-ack
	    ELSE
	        MOVE AK-FILE-ID TO WS-LOOKUP-FILE-ID
	        MOVE AK-BUSINESS-DATE TO WS-LOOKUP-DATE
	        IF AK-CYCLE IS NUMERIC AND AK-CYCLE > 0
	            MOVE AK-CYCLE TO WS-LOOKUP-CYCLE
	        ELSE
	            MOVE 1 TO WS-LOOKUP-CYCLE
	        END-IF
	        PERFORM lookup-manifest-row
	        IF NOT MANIFEST-ROW-FOUND
	            PERFORM add-unmatched-ack
	        ELSE
	            IF WS-MT-STATE(WS-MT-IDX) NOT = "C"
	                MOVE AK-RECORD-COUNT TO WS-MT-ACK-COUNT(WS-MT-IDX)
	                MOVE AK-HASH-TOTAL TO WS-MT-ACK-HASH(WS-MT-IDX)
	                IF AK-RECORD-COUNT = WS-MT-COUNT(WS-MT-IDX)
	                    AND (AK-HASH-TOTAL = WS-MT-HASH(WS-MT-IDX)
	                        OR NOT MT-HASH-KEPT(WS-MT-IDX))
	                    MOVE "C" TO WS-MT-STATE(WS-MT-IDX)
	                ELSE
	                    MOVE "M" TO WS-MT-STATE(WS-MT-IDX)
	                END-IF
	            END-IF
	        END-IF
	    END-IF.
	    PERFORM read-ack.

	    add-unmatched-ack.
	    IF WS-UNM-COUNT >= 500
	        DISPLAY "ACK-IN OVERFLOW - 500 ACKNOWLEDGMENTS MATCH NO "
	            "MANIFEST ROW, CHECK THE FILE"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    ADD 1 TO WS-UNM-COUNT.
	    MOVE ACK-IN-REC TO WS-UNM-IMAGE(WS-UNM-COUNT).
	    IF AK-BUSINESS-DATE NOT NUMERIC
	        OR AK-RECORD-COUNT NOT NUMERIC
	        OR AK-HASH-TOTAL NOT NUMERIC
	        MOVE "N" TO WS-UNM-READABLE(WS-UNM-COUNT)
	    ELSE
	        MOVE "Y" TO WS-UNM-READABLE(WS-UNM-COUNT)
	    END-IF.

	    *> every file not yet acknowledged is aged in business days
	    *> since its business date; at the control's limit it goes
	    *> on the retransmit list
	    age-unacknowledged.
	    PERFORM age-one-file VARYING WS-MT-IDX FROM 1 BY 1
	        UNTIL WS-MT-IDX > WS-MT-COUNT-USED.

	    age-one-file.
	    IF WS-MT-STATE(WS-MT-IDX) = "W"
	        MOVE 0 TO WS-DAYS-OUT
	        COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
	            (WS-MT-DATE(WS-MT-IDX)) + 1
	        PERFORM count-one-day UNTIL WS-DAY-INT > WS-TODAY-INT
	        MOVE WS-DAYS-OUT TO WS-MT-DAYS-OUT(WS-MT-IDX)
	        IF WS-DAYS-OUT >= WS-OVERDUE-DAYS
	            MOVE "R" TO WS-MT-STATE(WS-MT-IDX)
	        END-IF
	    END-IF.

	    *> day numbers run from Monday 1 January 1601, so the
	    *> remainder by seven is 6 on a Saturday and 0 on a Sunday
	    count-one-day.
	    MOVE FUNCTION MOD(WS-DAY-INT, 7) TO WS-DAY-OF-WEEK.
	    IF SEVEN-DAY-WEEK
	        OR (WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0)
	        PERFORM lookup-holiday
	        IF NOT HOLIDAY-FOUND
	            ADD 1 TO WS-DAYS-OUT
	        END-IF
	    END-IF.
	    ADD 1 TO WS-DAY-INT.

	    lookup-holiday.
	    MOVE "N" TO WS-HOL-FOUND.
	    MOVE 1 TO WS-HOL-IDX.
	    PERFORM match-one-holiday UNTIL HOLIDAY-FOUND
	        OR WS-HOL-IDX > WS-HOL-COUNT.

	    match-one-holiday.
	    IF WS-HOL-INT(WS-HOL-IDX) = WS-DAY-INT
	        SET HOLIDAY-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-HOL-IDX
	    END-IF.

	    report-retransmits.
	    WRITE ACK-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE WS-OVERDUE-DAYS TO WS-RPT-RETRANSMIT-DAYS.
	    WRITE ACK-RPT-REC FROM WS-RPT-RETRANSMIT-LINE.
	    WRITE ACK-RPT-REC FROM WS-OUT-HDR-LINE.
	    MOVE "R" TO WS-SECTION-STATE.
	    PERFORM report-outstanding-section.
	    MOVE WS-SECTION-LINES TO WS-RETRANSMIT-COUNT.

	    report-waiting.
	    WRITE ACK-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE ACK-RPT-REC FROM WS-RPT-WAITING-LINE.
	    WRITE ACK-RPT-REC FROM WS-OUT-HDR-LINE.
	    MOVE "W" TO WS-SECTION-STATE.
	    PERFORM report-outstanding-section.
	    MOVE WS-SECTION-LINES TO WS-WAITING-COUNT.

	    report-outstanding-section.
	    MOVE 0 TO WS-SECTION-LINES.
	    PERFORM report-one-outstanding VARYING WS-MT-IDX FROM 1 BY 1
	        UNTIL WS-MT-IDX > WS-MT-COUNT-USED.
	    IF WS-SECTION-LINES = 0
	        WRITE ACK-RPT-REC FROM WS-RPT-NONE-LINE
	    END-IF.

	    report-one-outstanding.
	    IF WS-MT-STATE(WS-MT-IDX) = WS-SECTION-STATE
	        MOVE WS-MT-FILE-ID(WS-MT-IDX) TO WS-OUT-FILE-ID
	        MOVE WS-MT-DATE(WS-MT-IDX) TO WS-OUT-DATE
	        MOVE WS-MT-CYCLE(WS-MT-IDX) TO WS-OUT-CYCLE
	        MOVE WS-MT-COUNT(WS-MT-IDX) TO WS-OUT-COUNT
	        MOVE WS-MT-PRODUCED(WS-MT-IDX) TO WS-OUT-PRODUCED
	        MOVE WS-MT-DAYS-OUT(WS-MT-IDX) TO WS-OUT-DAYS
	        WRITE ACK-RPT-REC FROM WS-OUT-LINE
	        ADD 1 TO WS-SECTION-LINES
	    END-IF.

	    report-mismatches.
	    WRITE ACK-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE ACK-RPT-REC FROM WS-RPT-MISMATCH-LINE.
	    WRITE ACK-RPT-REC FROM WS-ACK-HDR-LINE.
	    MOVE "M" TO WS-SECTION-STATE.
	    PERFORM report-acknowledged-section.
	    MOVE WS-SECTION-LINES TO WS-MISMATCH-COUNT.

	    report-clean.
	    WRITE ACK-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE ACK-RPT-REC FROM WS-RPT-CLEAN-LINE.
	    WRITE ACK-RPT-REC FROM WS-ACK-HDR-LINE.
	    MOVE "C" TO WS-SECTION-STATE.
	    PERFORM report-acknowledged-section.
	    MOVE WS-SECTION-LINES TO WS-CLEAN-COUNT.

	    report-acknowledged-section.
	    MOVE 0 TO WS-SECTION-LINES.
	    PERFORM report-one-acknowledged VARYING WS-MT-IDX FROM 1 BY 1
	        UNTIL WS-MT-IDX > WS-MT-COUNT-USED.
	    IF WS-SECTION-LINES = 0
	        WRITE ACK-RPT-REC FROM WS-RPT-NONE-LINE
	    END-IF.

	    *> the fault names which figure disagreed; a file whose
	    *> hash predates the manifest carrying it shows NOT KEPT
	    report-one-acknowledged.
	    IF WS-MT-STATE(WS-MT-IDX) = WS-SECTION-STATE
	        MOVE WS-MT-FILE-ID(WS-MT-IDX) TO WS-ACK-FILE-ID
	        MOVE WS-MT-DATE(WS-MT-IDX) TO WS-ACK-DATE
	        MOVE WS-MT-CYCLE(WS-MT-IDX) TO WS-ACK-CYCLE
	        MOVE WS-MT-COUNT(WS-MT-IDX) TO WS-EDIT-COUNT
	        MOVE WS-EDIT-COUNT TO WS-ACK-SENT-COUNT
	        MOVE WS-MT-ACK-COUNT(WS-MT-IDX) TO WS-ACK-ACK-COUNT
	        IF MT-HASH-KEPT(WS-MT-IDX)
	            MOVE WS-MT-HASH(WS-MT-IDX) TO WS-EDIT-HASH
	            MOVE WS-EDIT-HASH TO WS-ACK-SENT-HASH
	        ELSE
	            MOVE "    NOT KEPT" TO WS-ACK-SENT-HASH
	        END-IF
	        MOVE WS-MT-ACK-HASH(WS-MT-IDX) TO WS-ACK-ACK-HASH
	        MOVE SPACES TO WS-ACK-FAULT
	        IF WS-MT-STATE(WS-MT-IDX) = "M"
	            IF WS-MT-ACK-COUNT(WS-MT-IDX)
	                NOT = WS-MT-COUNT(WS-MT-IDX)
	                MOVE "COUNT" TO WS-ACK-FAULT
	                IF MT-HASH-KEPT(WS-MT-IDX)
	                    AND WS-MT-ACK-HASH(WS-MT-IDX)
	                        NOT = WS-MT-HASH(WS-MT-IDX)
	                    MOVE "BOTH" TO WS-ACK-FAULT
	                END-IF
	            ELSE
	                MOVE "HASH" TO WS-ACK-FAULT
	            END-IF
	        END-IF
	        WRITE ACK-RPT-REC FROM WS-ACK-LINE
	        ADD 1 TO WS-SECTION-LINES
	    END-IF.

	    report-unmatched.
	    WRITE ACK-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE ACK-RPT-REC FROM WS-RPT-UNMATCHED-LINE.
	    WRITE ACK-RPT-REC FROM WS-ACK-HDR-LINE.
	    PERFORM report-one-unmatched VARYING WS-UNM-IDX FROM 1 BY 1
	        UNTIL WS-UNM-IDX > WS-UNM-COUNT.
	    IF WS-UNM-COUNT = 0
	        WRITE ACK-RPT-REC FROM WS-RPT-NONE-LINE
	    END-IF.

	    report-one-unmatched.
	    IF UNM-READABLE(WS-UNM-IDX)
	        MOVE WS-UNM-IMAGE(WS-UNM-IDX) TO WS-UNM-REC
	        MOVE WS-UNM-FILE-ID TO WS-ACK-FILE-ID
	        MOVE WS-UNM-DATE TO WS-ACK-DATE
	        MOVE WS-UNM-CYCLE TO WS-ACK-CYCLE
	        MOVE SPACES TO WS-ACK-SENT-COUNT
	        MOVE WS-UNM-ACK-COUNT TO WS-ACK-ACK-COUNT
	        MOVE SPACES TO WS-ACK-SENT-HASH
	        MOVE WS-UNM-ACK-HASH TO WS-ACK-ACK-HASH
	        MOVE "NO ROW" TO WS-ACK-FAULT
	        WRITE ACK-RPT-REC FROM WS-ACK-LINE
	    ELSE
	        MOVE WS-UNM-IMAGE(WS-UNM-IDX) TO WS-BAD-ACK-IMAGE
	        WRITE ACK-RPT-REC FROM WS-BAD-ACK-LINE
	    END-IF.

	    write-ack-summary.
	    WRITE ACK-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "MANIFEST ROWS READ:" TO WS-SUM-LABEL.
	    MOVE WS-MANIFEST-READ TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
	    MOVE "MANIFEST ROWS UNREADABLE:" TO WS-SUM-LABEL.
	    MOVE WS-MANIFEST-BAD TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
	    MOVE "ACKNOWLEDGMENTS READ:" TO WS-SUM-LABEL.
	    MOVE WS-ACK-READ TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
	    MOVE "FILES ACKNOWLEDGED CLEAN:" TO WS-SUM-LABEL.
	    MOVE WS-CLEAN-COUNT TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
	    MOVE "FILES ACKNOWLEDGED WITH MISMATCH:" TO WS-SUM-LABEL.
	    MOVE WS-MISMATCH-COUNT TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
	    MOVE "FILES TO RETRANSMIT:" TO WS-SUM-LABEL.
	    MOVE WS-RETRANSMIT-COUNT TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
	    MOVE "FILES AWAITING ACKNOWLEDGMENT:" TO WS-SUM-LABEL.
	    MOVE WS-WAITING-COUNT TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
	    MOVE "ACKNOWLEDGMENTS MATCHING NO FILE:" TO WS-SUM-LABEL.
	    MOVE WS-UNM-COUNT TO WS-SUM-COUNT.
	    WRITE ACK-RPT-REC FROM WS-SUM-LINE.
