	    SELECT CTL-TOTALS ASSIGN TO "CTLTOTS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TOTALS-STATUS.
	    SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	        05 CTL-OFFSET PIC 9(2).
	        05 CTL-OPERATION PIC X(1).
	        05 CTL-BUSINESS-DATE PIC 9(8).
	        05 FILLER PIC X(23).
	        05 CTL-IN-FILE-ID PIC X(8).
	        05 CTL-OUT-FILE-ID PIC X(8).

	    *> the shop-wide processing calendar - one current-position
	    *> record (current and next business date, weekend rule)

	    *> the day's encrypted output, about to leave the shop,
	    *> framed with the same standard header and trailer every
	    *> inbound feed carries. each record's sequence number and
	    *> check value, and the trailer's file-level value, are what
	    *> the receiver proves the file against - they are proved
	    *> here first, read as the raw bytes CIPHER01 wrote.
	    FD CIPHER-OUT.
	    01 CIPHER-OUT-REC.
	        05 CO-LL PIC 9(4).
	        05 CO-TEXT PIC X(80).
	        05 CO-KEY-ID PIC 9(4).
	        05 CO-SEQ PIC X(9).
	        05 CO-ICV PIC X(10).
	    01 CIPHER-OUT-RAW.
	        05 COR-LL PIC X(4).
	        05 FILLER PIC X(80).
	        05 COR-KEY-ID PIC X(4).
	    01 CIPHER-OUT-HDR.
	        05 COH-REC-TYPE PIC X(3).
	        05 COH-FILE-ID PIC X(8).
	        05 COH-BUSINESS-DATE PIC 9(8).
	        05 COH-CYCLE PIC 9(2).
	        05 COH-CHECK-VALUES PIC X(1).
	    01 CIPHER-OUT-TRL.
	        05 COT-REC-TYPE PIC X(3).
	        05 COT-DETAIL-COUNT PIC 9(9).
	        05 COT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 COT-FILE-ICV PIC X(10).

	    *> the grade report exactly as CONDITIONALS wrote it - what
	    *> every CIPHOUT record must decrypt back to, line for line.
	    *> the registrar leg points this at the registrar interface
	    *> instead, which carries the standard header and trailer;
	    *> only its details were ciphered, and its trailer's score
	    *> total must match the one the encrypted file carries.
	    FD GRADE-RPT.
	    01 GRADE-RPT-REC PIC X(80).
	    01 GRADE-RPT-TRL.
	        05 GRT-REC-TYPE PIC X(3).
	        05 GRT-DETAIL-COUNT PIC 9(9).
	        05 GRT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.

	    *> the verify listing - a mismatch prints the line number,
	    *> the recovered text and the report line it should have been
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
	    *> carry; defaults to the machine date and is overridden
	    *> when the control record carries one, as everywhere else
	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-CYC-STATUS PIC X(2).
	    01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
	    01 WS-OUT-TRL-SEEN PIC X(1) VALUE "N".
	        88 CIPHOUT-TRL-SEEN VALUE "Y".
	    *> the outbound file-id this leg produced, from the control
	    *> record the cipher step ran under
	    01 WS-OUT-FILE-ID PIC X(8) VALUE "CIPHOUT".
	    01 WS-OUT-HASH-TOTAL PIC S9(11) VALUE 0.
	    01 WS-PLAIN-FRAMED PIC X(1) VALUE "N".
	        88 PLAIN-FRAMED VALUE "Y".
	    01 WS-PLAIN-HASH-TOTAL PIC S9(11) VALUE 0.

	    *> integrity check values, computed exactly as CIPHER01
	    *> stamps them: each character counts as its place in the
	    *> printable ASCII set (space 1 through tilde 95, anything
	    *> else 96), the two sums run the Adler-32 way modulo 65521
	    *> and the value is second sum * 65536 + first. a record's
	    *> covers sequence, key-id, length and ciphertext; the
	    *> file's is chained over the prior file value and each
	    *> record's check value in turn, starting from zero.
	    01 WS-ICV-CHARSET.
	        02 PIC X(32) VALUE " !""#$%&'()*+,-./0123456789:;<=>?".
	        02 PIC X(32) VALUE "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
	        02 PIC X(31) VALUE "`abcdefghijklmnopqrstuvwxyz{|}~".
	    01 WS-ICV-DATA PIC X(97).
	    01 WS-ICV-RECORD REDEFINES WS-ICV-DATA.
	        05 WS-ICV-SEQ PIC X(9).
	        05 WS-ICV-KEY-ID PIC X(4).
	        05 WS-ICV-LL PIC X(4).
	        05 WS-ICV-TEXT PIC X(80).
	    01 WS-ICV-CHAIN REDEFINES WS-ICV-DATA.
	        05 WS-ICV-PRIOR PIC 9(10).
	        05 WS-ICV-NEXT PIC X(10).
	        05 FILLER PIC X(77).
	    01 WS-ICV-LEN BINARY PIC 9(4).
	    01 WS-ICV-POS BINARY PIC 9(4).
	    01 WS-ICV-CHAR-VALUE BINARY PIC 9(4).
	    01 WS-ICV-SUM-A PIC 9(5).
	    01 WS-ICV-SUM-B PIC 9(5).
	    01 WS-ICV-RESULT PIC 9(10).
	    01 WS-FILE-ICV PIC 9(10) VALUE 0.
	    01 WS-CO-SEQ PIC 9(9).
	    01 WS-CHECK-FAIL-COUNT PIC 9(9) VALUE 0.

	    01 WS-LL PIC 9(4).
	    01 WS-TEXT PIC X(80).
	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-control.
	    PERFORM read-run-cycle.
	    PERFORM load-key-schedule.
	    PERFORM read-suspin-allowance.
	    OPEN INPUT CIPHER-OUT.
	    PERFORM validate-ciphout-header.
	    PERFORM read-cipher-out.
	    PERFORM read-report-line.
	    IF NOT GRADE-RPT-EOF AND GRADE-RPT-REC(1:3) = "HDR"
	        SET PLAIN-FRAMED TO TRUE
	        PERFORM read-report-line
	    END-IF.
	    PERFORM verify-one-line UNTIL CIPHER-OUT-EOF
	        AND GRADE-RPT-EOF.
	    IF PLAIN-FRAMED
	        PERFORM verify-hash-total
	    END-IF.
	    PERFORM write-verify-summary.
	    CLOSE CIPHER-OUT GRADE-RPT VERIFY-RPT.
	    IF WS-MISMATCH-COUNT > 0
	        DISPLAY "VERIFY FAILED - " WS-MISMATCH-COUNT
	            " LINE(S) DO NOT DECRYPT BACK TO GRADERPT"
	        MOVE 16 TO RETURN-CODE
	    END-IF.
	    IF WS-CHECK-FAIL-COUNT > 0
	        DISPLAY "VERIFY FAILED - " WS-CHECK-FAIL-COUNT
	            " RECORD(S) FAIL THEIR SEQUENCE OR CHECK VALUE"
	        MOVE 16 TO RETURN-CODE
	    END-IF.
	    IF WS-MISMATCH-COUNT = 0 AND WS-CHECK-FAIL-COUNT = 0
	        DISPLAY "VERIFY CLEAN - " WS-MATCH-COUNT
	            " LINE(S) PROVED"
	    END-IF.
	                IF CTL-BUSINESS-DATE IS NUMERIC
	                    MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
	                END-IF
	                IF CTL-OUT-FILE-ID NOT = SPACES
	                    MOVE CTL-OUT-FILE-ID TO WS-OUT-FILE-ID
	                END-IF
	        END-READ
	        CLOSE CIPHER-CTL
	    END-IF.
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF COH-FILE-ID NOT = WS-OUT-FILE-ID
	        DISPLAY "CIPHOUT HEADER NAMES WRONG FILE: " COH-FILE-ID
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF COH-CYCLE NOT = WS-RUN-CYCLE
	        DISPLAY "CIPHOUT HEADER CYCLE " COH-CYCLE
	            " DOES NOT MATCH RUN CYCLE " WS-RUN-CYCLE
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF COH-CHECK-VALUES NOT = "Y"
	        DISPLAY "CIPHOUT HEADER DOES NOT DECLARE CHECK VALUES"
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    read-cipher-out.
	    READ CIPHER-OUT

	    validate-ciphout-trailer.
	    SET CIPHOUT-TRL-SEEN TO TRUE.
	    IF COT-HASH-TOTAL IS NUMERIC
	        MOVE COT-HASH-TOTAL TO WS-OUT-HASH-TOTAL
	    END-IF.
	    IF COT-DETAIL-COUNT NOT = WS-OUT-COUNT
	        DISPLAY "CIPHOUT TRAILER COUNT " COT-DETAIL-COUNT
	            " DOES NOT MATCH DETAILS READ " WS-OUT-COUNT
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF COT-FILE-ICV NOT = WS-FILE-ICV
	        DISPLAY "CIPHOUT TRAILER CHECK VALUE " COT-FILE-ICV
	            " DOES NOT MATCH RECORDS READ " WS-FILE-ICV
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    read-report-line.
	    READ GRADE-RPT
	        AT END
	            SET GRADE-RPT-EOF TO TRUE
	        NOT AT END
	            IF PLAIN-FRAMED AND GRT-REC-TYPE = "TRL"
	                IF GRT-HASH-TOTAL IS NUMERIC
	                    MOVE GRT-HASH-TOTAL TO WS-PLAIN-HASH-TOTAL
	                END-IF
	                SET GRADE-RPT-EOF TO TRUE
	            END-IF
	    END-READ.

	    *> every record can decrypt back correctly and the file still
	    *> be framed wrong for the receiver - the score total on the
	    *> encrypted file's trailer is what they will prove against
	    verify-hash-total.
	    IF WS-OUT-HASH-TOTAL NOT = WS-PLAIN-HASH-TOTAL
	        ADD 1 TO WS-MISMATCH-COUNT
	        DISPLAY "VERIFY - " WS-OUT-FILE-ID " TRAILER HASH "
	            WS-OUT-HASH-TOTAL " DOES NOT MATCH PLAINTEXT "
	            WS-PLAIN-HASH-TOTAL
	    END-IF.

	    *> the two files must pace each other record for record -
	    *> one running out before the other is itself a mismatch,
	    *> except for the reported SUSPIN corrections the cipher
	            PERFORM read-report-line
	        WHEN GRADE-RPT-EOF
	            ADD 1 TO WS-OUT-COUNT
	            PERFORM prove-check-value
	            IF WS-CORR-SEEN < WS-CORR-EXPECTED
	                PERFORM verify-correction-record
	            ELSE
	        WHEN OTHER
	            ADD 1 TO WS-OUT-COUNT
	            ADD 1 TO WS-RPT-COUNT
	            PERFORM prove-check-value
	            PERFORM verify-one-pair
	            PERFORM read-cipher-out
	            PERFORM read-report-line

	    tally-one-allowance.
	    IF CT-PROGRAM = "CIPHER01" AND CT-IN-FILE = "SUSPIN"
	        AND CT-OUT-FILE = WS-OUT-FILE-ID
	        AND CT-BUSINESS-DATE IS NUMERIC
	        AND CT-BUSINESS-DATE = WS-BUSINESS-DATE
	        AND CT-CYCLE = WS-RUN-CYCLE
	        ADD CT-READ TO WS-CORR-EXPECTED
	    END-IF.
	    PERFORM read-one-total.
	    WRITE VERIFY-RPT-REC FROM WS-EXPECTED-LINE.
	    WRITE VERIFY-RPT-REC FROM WS-VER-BLANK-LINE.

	    *> a record must sit at its own place in the file and its
	    *> check value must recompute, or the receiver will reject
	    *> it as altered in transit; the file-level value is
	    *> chained on over it either way, as CIPHER01 chained it
	    prove-check-value.
	    IF CO-SEQ IS NUMERIC
	        MOVE CO-SEQ TO WS-CO-SEQ
	    ELSE
	        MOVE 0 TO WS-CO-SEQ
	    END-IF.
	    MOVE CO-SEQ TO WS-ICV-SEQ.
	    MOVE COR-KEY-ID TO WS-ICV-KEY-ID.
	    MOVE COR-LL TO WS-ICV-LL.
	    MOVE CO-TEXT TO WS-ICV-TEXT.
	    MOVE 97 TO WS-ICV-LEN.
	    PERFORM compute-check-value.
	    IF WS-CO-SEQ NOT = WS-OUT-COUNT
	        OR CO-ICV NOT NUMERIC
	        OR CO-ICV NOT = WS-ICV-RESULT
	        PERFORM write-check-failure
	    END-IF.
	    MOVE WS-FILE-ICV TO WS-ICV-PRIOR.
	    MOVE CO-ICV TO WS-ICV-NEXT.
	    MOVE 20 TO WS-ICV-LEN.
	    PERFORM compute-check-value.
	    MOVE WS-ICV-RESULT TO WS-FILE-ICV.

	    compute-check-value.
	    MOVE 1 TO WS-ICV-SUM-A.
	    MOVE 0 TO WS-ICV-SUM-B.
	    PERFORM add-check-character VARYING WS-ICV-POS FROM 1 BY 1
	        UNTIL WS-ICV-POS > WS-ICV-LEN.
	    COMPUTE WS-ICV-RESULT = WS-ICV-SUM-B * 65536 + WS-ICV-SUM-A.

	    add-check-character.
	    MOVE 0 TO WS-ICV-CHAR-VALUE.
	    INSPECT WS-ICV-CHARSET TALLYING WS-ICV-CHAR-VALUE
	        FOR CHARACTERS BEFORE INITIAL WS-ICV-DATA(WS-ICV-POS:1).
	    ADD 1 TO WS-ICV-CHAR-VALUE.
	    COMPUTE WS-ICV-SUM-A =
	        FUNCTION MOD(WS-ICV-SUM-A + WS-ICV-CHAR-VALUE, 65521).
	    COMPUTE WS-ICV-SUM-B =
	        FUNCTION MOD(WS-ICV-SUM-B + WS-ICV-SUM-A, 65521).

	    write-check-failure.
	    ADD 1 TO WS-CHECK-FAIL-COUNT.
	    MOVE WS-OUT-COUNT TO WS-MIS-LINE-NO.
	    WRITE VERIFY-RPT-REC FROM WS-MISMATCH-HDR-LINE.
	    MOVE SPACES TO WS-RECOVERED-TEXT.
	    STRING "SEQUENCE " CO-SEQ "  CHECK VALUE " CO-ICV
	        DELIMITED BY SIZE INTO WS-RECOVERED-TEXT.
	    WRITE VERIFY-RPT-REC FROM WS-RECOVERED-LINE.
	    MOVE SPACES TO WS-EXPECTED-TEXT.
	    STRING "SEQUENCE " WS-OUT-COUNT "  CHECK VALUE " WS-ICV-RESULT
	        DELIMITED BY SIZE INTO WS-EXPECTED-TEXT.
	    WRITE VERIFY-RPT-REC FROM WS-EXPECTED-LINE.
	    WRITE VERIFY-RPT-REC FROM WS-VER-BLANK-LINE.

	    write-verify-summary.
	    MOVE "CIPHOUT RECORDS:" TO WS-VER-SUM-LABEL.
	    MOVE WS-OUT-COUNT TO WS-VER-SUM-COUNT.
	    MOVE "MISMATCHES:" TO WS-VER-SUM-LABEL.
	    MOVE WS-MISMATCH-COUNT TO WS-VER-SUM-COUNT.
	    WRITE VERIFY-RPT-REC FROM WS-VER-SUM-LINE.
	    MOVE "CHECK VALUE FAILURES:" TO WS-VER-SUM-LABEL.
	    MOVE WS-CHECK-FAIL-COUNT TO WS-VER-SUM-COUNT.
	    WRITE VERIFY-RPT-REC FROM WS-VER-SUM-LINE.

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
