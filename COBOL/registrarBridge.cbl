IDENTIFICATION DIVISION.
	PROGRAM-ID. REGISTRAR_BRIDGE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT CIPHER-CTL ASSIGN TO "CIPHCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT PROC-CALENDAR ASSIGN TO "CALENDAR"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CAL-STATUS.
	    SELECT REG-IFACE ASSIGN TO "REGIFACE"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-REG-STATUS.
	    SELECT BRIDGE-OUT ASSIGN TO "BRIDGOUT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT CTL-TOTALS ASSIGN TO "CTLTOTS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TOTALS-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the registrar leg's cipher control record, read here for
	    *> the business date override and for the file-id the cipher
	    *> step will demand on the bridged file's header
	    FD CIPHER-CTL.
	    01 CIPHER-CTL-REC.
	        05 CTL-OFFSET PIC 9(2).
	        05 CTL-OPERATION PIC X(1).
	        05 CTL-BUSINESS-DATE PIC 9(8).
	        05 FILLER PIC X(23).
	        05 CTL-IN-FILE-ID PIC X(8).
	        05 CTL-OUT-FILE-ID PIC X(8).

	    *> the shop-wide processing calendar - one current-position
	    *> record (current and next business date, weekend rule)
	    *> followed by holiday records; only the current date is
	    *> resolved here
	    FD PROC-CALENDAR.
	    01 CALENDAR-REC.
	        05 CAL-CURRENT-DATE PIC 9(8).
	        05 CAL-NEXT-DATE PIC 9(8).
	        05 CAL-WEEKEND-RULE PIC X(1).

	    *> the registrar interface exactly as CONDITIONALS wrote it -
	    *> one 80-byte record per graded student between the standard
	    *> header and a trailer carrying count and score total
	    FD REG-IFACE.
	    01 REG-IFACE-REC PIC X(80).
	    01 REG-IFACE-DETAIL.
	        05 FILLER PIC X(76).
	        05 RI-SCORE PIC 9(3).
	        05 RI-STATUS PIC X(1).
	    01 REG-IFACE-HDR.
	        05 RIH-REC-TYPE PIC X(3).
	        05 RIH-FILE-ID PIC X(8).
	        05 RIH-BUSINESS-DATE PIC 9(8).
	    01 REG-IFACE-TRL.
	        05 RIT-REC-TYPE PIC X(3).
	        05 RIT-DETAIL-COUNT PIC 9(9).
	        05 RIT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    *> the interface records in CIPHER-IN-REC's layout, full 80
	    *> bytes each since the layout is fixed, framed for the
	    *> cipher step; the interface's score total rides on the
	    *> trailer so it reaches the encrypted file's trailer too
	    FD BRIDGE-OUT.
	    01 BRIDGE-OUT-REC.
	        05 BO-LL PIC 9(4).
	        05 BO-TEXT PIC X(80).
	        05 BO-KEY-ID PIC 9(4).
	    01 BRIDGE-OUT-HDR.
	        05 BOH-REC-TYPE PIC X(3).
	        05 BOH-FILE-ID PIC X(8).
	        05 BOH-BUSINESS-DATE PIC 9(8).
	    01 BRIDGE-OUT-TRL.
	        05 BOT-REC-TYPE PIC X(3).
	        05 BOT-DETAIL-COUNT PIC 9(9).
	        05 BOT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    *> one control-totals record per run, in the layout every
	    *> program in the stream shares, so the balancing step can
	    *> prove interface records in equals cipher records out
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

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-CAL-STATUS PIC X(2).
	    01 WS-REG-STATUS PIC X(2).
	    01 WS-OUT-STATUS PIC X(2).
	    01 WS-TOTALS-STATUS PIC X(2).
	    01 WS-REG-EOF PIC X(1) VALUE "N".
	        88 REG-IFACE-EOF VALUE "Y".
	    01 WS-REG-TRL-SEEN PIC X(1) VALUE "N".
	        88 REG-IFACE-TRL-SEEN VALUE "Y".
	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
	    *> the file-id the cipher step is told to expect on its input
	    *> header for this leg
	    01 WS-BRIDGED-FILE-ID PIC X(8) VALUE "REGCIPIN".
	    01 WS-RECORD-COUNT PIC 9(9) VALUE 0.
	    01 WS-HASH-TOTAL PIC S9(11) VALUE 0.

	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-cipher-control.
	    PERFORM read-run-cycle.
	    OPEN INPUT REG-IFACE.
	    IF WS-REG-STATUS NOT = "00"
	        DISPLAY "REG-IFACE OPEN FAILED, STATUS " WS-REG-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT BRIDGE-OUT.
	    IF WS-OUT-STATUS NOT = "00"
	        DISPLAY "BRIDGE-OUT OPEN FAILED, STATUS " WS-OUT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM validate-iface-header.
	    PERFORM write-bridge-header.
	    PERFORM read-iface-record.
	    PERFORM bridge-one-record UNTIL REG-IFACE-EOF.
	    PERFORM write-bridge-trailer.
	    CLOSE REG-IFACE BRIDGE-OUT.
	    PERFORM write-control-totals.
	    STOP RUN.

	    *> the shop-wide processing calendar carries the run's
	    *> business date; the per-program control date remains
	    *> only as an explicit override for reruns. a missing
	    *> calendar means "run on the machine date" as before.
	    read-calendar.
	    OPEN INPUT PROC-CALENDAR.
	    IF WS-CAL-STATUS = "35"
	        CONTINUE
	    ELSE
	        IF WS-CAL-STATUS NOT = "00"
	            DISPLAY "CALENDAR OPEN FAILED, STATUS " WS-CAL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ PROC-CALENDAR
	            AT END
	                CONTINUE
	            NOT AT END
	                IF CAL-CURRENT-DATE IS NUMERIC
	                    AND CAL-CURRENT-DATE > 0
	                    MOVE CAL-CURRENT-DATE TO WS-BUSINESS-DATE
	                END-IF
	        END-READ
	        CLOSE PROC-CALENDAR
	    END-IF.

	    *> a missing control file means "run on the machine date"
	    *> with the standard bridged file-id; any other bad status is
	    *> a real problem and aborts the run.
	    read-cipher-control.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
	    PERFORM read-calendar.
	    OPEN INPUT CIPHER-CTL.
	    IF WS-CTL-STATUS NOT = "35"
	        IF WS-CTL-STATUS NOT = "00"
	            DISPLAY "CIPHER-CTL OPEN FAILED, STATUS " WS-CTL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ CIPHER-CTL
	            AT END
	                CONTINUE
	            NOT AT END
	                IF CTL-BUSINESS-DATE IS NUMERIC
	                    MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
	                END-IF
	                IF CTL-IN-FILE-ID NOT = SPACES
	                    MOVE CTL-IN-FILE-ID TO WS-BRIDGED-FILE-ID
	                END-IF
	        END-READ
	        CLOSE CIPHER-CTL
	    END-IF.

	    *> the interface must be today's and must be the interface -
	    *> anything else goes no further than this step
	    validate-iface-header.
	    READ REG-IFACE
	        AT END
	            DISPLAY "REGIFACE EMPTY - HEADER RECORD MISSING"
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	    END-READ.
	    IF RIH-REC-TYPE NOT = "HDR"
	        DISPLAY "REGIFACE HEADER RECORD MISSING"
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF RIH-FILE-ID NOT = "REGIFACE"
	        DISPLAY "REGIFACE HEADER NAMES WRONG FILE: " RIH-FILE-ID
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF RIH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
	        DISPLAY "REGIFACE HEADER DATE " RIH-BUSINESS-DATE
	            " DOES NOT MATCH BUSINESS DATE " WS-BUSINESS-DATE
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    read-iface-record.
	    READ REG-IFACE
	        AT END
	            IF NOT REG-IFACE-TRL-SEEN
	                DISPLAY "REGIFACE TRAILER MISSING - FILE TRUNCATED"
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            SET REG-IFACE-EOF TO TRUE
	        NOT AT END
	            IF RIT-REC-TYPE = "TRL"
	                PERFORM validate-iface-trailer
	                SET REG-IFACE-EOF TO TRUE
	            END-IF
	    END-READ.

	    *> the count and the score total are both proved before
	    *> anything is handed to the cipher - a short or altered
	    *> interface must not go out encrypted and framed as good
	    validate-iface-trailer.
	    SET REG-IFACE-TRL-SEEN TO TRUE.
	    IF RIT-DETAIL-COUNT NOT = WS-RECORD-COUNT
	        DISPLAY "REGIFACE TRAILER COUNT " RIT-DETAIL-COUNT
	            " DOES NOT MATCH DETAILS READ " WS-RECORD-COUNT
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF RIT-HASH-TOTAL NOT = WS-HASH-TOTAL
	        DISPLAY "REGIFACE TRAILER HASH " RIT-HASH-TOTAL
	            " DOES NOT MATCH SCORES READ " WS-HASH-TOTAL
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    bridge-one-record.
	    ADD 1 TO WS-RECORD-COUNT.
	    IF RI-SCORE IS NUMERIC
	        ADD RI-SCORE TO WS-HASH-TOTAL
	    END-IF.
	    MOVE 80 TO BO-LL.
	    MOVE REG-IFACE-REC TO BO-TEXT.
	    MOVE 0 TO BO-KEY-ID.
	    WRITE BRIDGE-OUT-REC.
	    PERFORM read-iface-record.

	    write-bridge-header.
	    MOVE "HDR" TO BOH-REC-TYPE.
	    MOVE WS-BRIDGED-FILE-ID TO BOH-FILE-ID.
	    MOVE WS-BUSINESS-DATE TO BOH-BUSINESS-DATE.
	    WRITE BRIDGE-OUT-HDR.

	    write-bridge-trailer.
	    MOVE "TRL" TO BOT-REC-TYPE.
	    MOVE WS-RECORD-COUNT TO BOT-DETAIL-COUNT.
	    MOVE WS-HASH-TOTAL TO BOT-HASH-TOTAL.
	    WRITE BRIDGE-OUT-TRL.

	    *> appended, not rewritten - the steps around this one in the
	    *> stream share the dataset, and the balancing step reads all
	    *> of them together at end of job.
	    write-control-totals.
	    OPEN EXTEND CTL-TOTALS.
	    IF WS-TOTALS-STATUS = "35"
	        OPEN OUTPUT CTL-TOTALS
	    END-IF.
	    IF WS-TOTALS-STATUS NOT = "00"
	        DISPLAY "CTL-TOTALS OPEN FAILED, STATUS " WS-TOTALS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE "REGBRG01" TO CT-PROGRAM.
	    MOVE "REGIFACE" TO CT-IN-FILE.
	    MOVE WS-BRIDGED-FILE-ID TO CT-OUT-FILE.
	    MOVE WS-RECORD-COUNT TO CT-READ.
	    MOVE WS-RECORD-COUNT TO CT-WRITTEN.
	    MOVE 0 TO CT-REJECTED.
	    MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
	    MOVE WS-RUN-CYCLE TO CT-CYCLE.
	    WRITE CTLTOT-REC.
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
