		SELECT REVIEW-QUEUE ASSIGN TO "REVIEWQ"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-REVIEWQ-STATUS.
		SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
		FILE SECTION.
			05 CTL-KEYWORD PIC X(16).
			05 CTL-SOLVE-MARGIN PIC 9(3).
			05 CTL-CHECKPOINT-FREQ PIC 9(4).
			*> the file-ids this run reads and produces - blank for
			*> the grade report stream (CIPHIN/CIPHOUT); any other
			*> outbound file run through the cipher names its own,
			*> so its framing, manifest row and control totals are
			*> kept apart from the grade report's
			05 CTL-IN-FILE-ID PIC X(8).
			05 CTL-OUT-FILE-ID PIC X(8).
			*> the first business date check values were stamped on
			*> this stream's outbound file - only an archive dated
			*> before it may be decrypted without them; blank means
			*> none may
			05 CTL-CHECK-CUTOVER PIC 9(8).

		*> the shop-wide processing calendar - one current-position
		*> record (current and next business date, weekend rule)
		*> business date) and ends with a trailer (detail count), so
		*> a truncated transfer or a stale resubmitted file is caught
		*> before a single record is processed against it.
		*> an archived CIPHOUT read back for decrypt also carries each
		*> record's sequence number and check value, its header the
		*> flag saying so and its trailer the file-level value; the
		*> bridged feeds leave all of them blank.
		FD CIPHER-IN.
		01 CIPHER-IN-REC.
			05 CI-LL PIC 9(4).
			05 CI-TEXT PIC x(80).
			05 CI-KEY-ID PIC 9(4).
			05 CI-SEQ PIC X(9).
			05 CI-ICV PIC X(10).
		*> the length and key-id exactly as received, for the check
		*> value - a damaged field must be proved as it arrived
		01 CIPHER-IN-RAW.
			05 CIR-LL PIC X(4).
			05 FILLER PIC X(80).
			05 CIR-KEY-ID PIC X(4).
		01 CIPHER-IN-HDR.
			05 CIH-REC-TYPE PIC X(3).
			05 CIH-FILE-ID PIC X(8).
			05 CIH-BUSINESS-DATE PIC 9(8).
			05 CIH-CYCLE PIC X(2).
			05 CIH-CHECK-VALUES PIC X(1).
		01 CIPHER-IN-TRL.
			05 CIT-REC-TYPE PIC X(3).
			05 CIT-DETAIL-COUNT PIC 9(9).
			05 CIT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
			05 CIT-FILE-ICV PIC X(10).

		*> the outbound file now carries the same header and trailer
		*> framing every inbound feed is held to, so the receiving
		*> side can validate what we send and an archived CIPHOUT
		*> passes this program's own header check on a decrypt run.
		*> every detail carries its position in the file and a check
		*> value over sequence, key-id, length and ciphertext, and
		*> the trailer a file-level value chained over them in
		*> order, so an altered, dropped or reordered record is
		*> caught on the far side of the transmission; the header's
		*> check-values flag tells a decrypt run to prove them.
		FD CIPHER-OUT.
		01 CIPHER-OUT-REC.
			05 CO-LL PIC 9(4).
			05 CO-TEXT PIC x(80).
			05 CO-KEY-ID PIC 9(4).
			05 CO-SEQ PIC 9(9).
			05 CO-ICV PIC 9(10).
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
			05 COT-FILE-ICV PIC 9(10).

		*> one record per file produced per day - the distribution
		*> manifest the transmission desk works from instead of a
			05 MF-BUSINESS-DATE PIC 9(8).
			05 MF-RECORD-COUNT PIC 9(9).
			05 MF-PRODUCED-TS PIC X(21).
			05 MF-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
			05 MF-CYCLE PIC 9(2).

		*> the running position of an in-flight run - business date
		*> and the counters as of the last checkpoint - so a restart
		*> repositions past work already done instead of rebuilding
		*> CIPHOUT and duplicating CIPHAUD rows from record one. the
		*> running file-level check value goes with them, since the
		*> records it was chained over are already on CIPHOUT, and
		*> so does the count of records sent to SUSPENSE as altered,
		*> so a resumed run still ends on the condition code they set.
		FD CIPHER-CKPT.
		01 CIPHER-CKPT-REC.
			05 CK-BUSINESS-DATE PIC 9(8).
			05 CK-READ PIC 9(9).
			05 CK-WRITTEN PIC 9(9).
			05 CK-REJECTED PIC 9(9).
			05 CK-FILE-ICV PIC 9(10).
			05 CK-TAMPERED PIC 9(9).

		*> durable trail of who ciphered what and with which offset,
		*> since console output scrolls off with nothing retained.
			*> record from a prior day's abended run cannot be
			*> balanced into today's report
			05 CT-BUSINESS-DATE PIC 9(8).
			05 CT-CYCLE PIC 9(2).

		*> every rejected record, in the layout shared across the
		*> stream - source program, reason code and the original
			05 SUSP-BUSINESS-DATE PIC 9(8).
			05 SUSP-TIMESTAMP PIC X(21).
			05 SUSP-IMAGE PIC X(88).
			05 SUSP-CYCLE PIC 9(2).

		*> corrected suspense records on their way back through; only
		*> the records stamped with this leg's name are taken.
		FD SUSPENSE-IN.
		01 SUSPENSE-IN-REC.
			05 SUSPIN-PROGRAM PIC X(8).
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

		*> all 26 solve candidates per message, ranked best first by
		*> frequency score, so the analyst works from a dataset
			05 RQ-SECOND-SHIFT PIC 9(2).
			05 RQ-SECOND-SCORE PIC S9(4) SIGN LEADING SEPARATE.

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
		01 WS-KS-FOUND PIC X(1).
			88 KEY-FOUND VALUE "Y".
		01 WS-BUSINESS-DATE PIC 9(8).
		01 WS-CYC-STATUS PIC X(2).
		01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
		01 WS-IN-FILE-ID PIC X(8) VALUE "CIPHIN".
		01 WS-OUT-FILE-ID PIC X(8) VALUE "CIPHOUT".
		*> the name this run stamps on its suspense records and takes
		*> back off SUSPIN - CIPHER01 for the grade report stream,
		*> CIPH and the first four of the outbound file-id for any
		*> other, so a rerun of one leg never picks up the other's
		01 WS-SUSP-PROGRAM PIC X(8) VALUE "CIPHER01".
		01 WS-CHECK-CUTOVER PIC 9(8) VALUE 0.
		*> the input trailer's hash total, carried to the output
		*> trailer so a feed that declares one keeps it end to end
		01 WS-IN-HASH-TOTAL PIC S9(11) VALUE 0.

		*> integrity check values. each character counts as its place
		*> in the printable ASCII set (space 1 through tilde 95,
		*> anything else 96) rather than its code point, so a
		*> receiver gets the same value whichever code page the file
		*> lands in. the two running sums go the Adler-32 way, both
		*> modulo 65521, and the value is second sum * 65536 + first.
		*> a record's value covers its sequence number, key-id,
		*> length and ciphertext in that order; the file's is chained
		*> record by record over the prior file value and the
		*> record's check value, starting from zero.
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
		01 WS-ICV-LEN binary PIC 9(4).
		01 WS-ICV-POS binary PIC 9(4).
		01 WS-ICV-CHAR-VALUE binary PIC 9(4).
		01 WS-ICV-SUM-A PIC 9(5).
		01 WS-ICV-SUM-B PIC 9(5).
		01 WS-ICV-RESULT PIC 9(10).
		*> the file-level value being built for CIPHOUT, and the one
		*> recomputed over a CIPHIN whose header says it carries
		*> check values, with the sequence number due next on it
		01 WS-OUT-FILE-ICV PIC 9(10) VALUE 0.
		01 WS-IN-FILE-ICV PIC 9(10) VALUE 0.
		01 WS-IN-NEXT-SEQ PIC 9(9) VALUE 1.
		01 WS-IN-SEQ PIC 9(9).
		01 WS-IN-CHECKED PIC X(1) VALUE "N".
			88 CIPHER-IN-CHECKED VALUE "Y".
		01 WS-TAMPER-FLAG PIC X(1) VALUE "N".
			88 RECORD-TAMPERED VALUE "Y".
		01 WS-TAMPER-COUNT PIC 9(9) VALUE 0.
		01 WS-UNPROVED-FLAG PIC X(1) VALUE "N".
			88 CIPHER-IN-UNPROVED VALUE "Y".

		*> the folded control offset, kept aside so a decrypt can fall
		*> back to it per record when an unstamped (key 0) record
		*> follows stamped ones in the same input
		begin.
		MOVE FUNCTION CURRENT-DATE TO WS-START-TIME.
		PERFORM read-control.
		PERFORM read-run-cycle.
		PERFORM load-key-schedule.
		PERFORM select-run-key.
		PERFORM read-checkpoint.
		END-IF.
		PERFORM write-ciphout-trailer.
		CLOSE CIPHER-IN CIPHER-OUT CIPHER-AUDIT SUSPENSE.
		IF WS-TAMPER-COUNT > 0
			DISPLAY "CIPHIN - " WS-TAMPER-COUNT " RECORD(S) ALTERED "
				"OR OUT OF SEQUENCE, HELD ON SUSPENSE AS TAMP"
			MOVE 8 TO RETURN-CODE
		ELSE
			IF CIPHER-IN-UNPROVED
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF.
		PERFORM write-manifest.
		IF WS-CKPT-FREQ > 0
			PERFORM clear-checkpoint
		END-IF.
		MOVE "CIPHER01" TO RC-PROGRAM.
		MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
		MOVE WS-RUN-CYCLE TO RC-CYCLE.
		MOVE WS-START-TIME TO RC-START-TIME.
		MOVE FUNCTION CURRENT-DATE TO RC-END-TIME.
		MOVE WS-READ-COUNT TO RC-READ.
							IF NOT CIPHER-SOLVE
								MOVE CK-WRITTEN
									TO WS-OUT-REC-COUNT
								PERFORM resume-file-check-value
							END-IF
							SET CIPHER-RESTARTING TO TRUE
							DISPLAY "RESTARTING PAST " CK-READ
			END-IF
		END-IF.

		*> the resumed CIPHOUT's file-level value and altered-record
		*> count carry on from the checkpoint; one taken before they
		*> were kept there cannot be continued, and a trailer built
		*> without the value would fail every receiver's proof.
		resume-file-check-value.
		IF CK-FILE-ICV IS NUMERIC AND CK-TAMPERED IS NUMERIC
			MOVE CK-FILE-ICV TO WS-OUT-FILE-ICV
			MOVE CK-TAMPERED TO WS-TAMPER-COUNT
		ELSE
			DISPLAY "CHECKPOINT CARRIES NO FILE CHECK VALUE - "
				"CLEAR CIPHCKPT AND RERUN THE STEP FROM RECORD ONE"
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.

		*> the skipped records were read, ciphered and audited by the
		*> run that died; only the file position moves here, along
		*> with the check-value chain over a protected input.
		skip-processed-records.
		PERFORM skip-one-record VARYING WS-SKIP-IDX FROM 1 BY 1
			UNTIL WS-SKIP-IDX > WS-RESTART-SKIP.
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		IF CIPHER-IN-CHECKED
			PERFORM chain-input-record
		END-IF.

		write-checkpoint.
		OPEN OUTPUT CIPHER-CKPT.
		MOVE WS-READ-COUNT TO CK-READ.
		MOVE WS-WRITTEN-COUNT TO CK-WRITTEN.
		MOVE WS-REJECT-COUNT TO CK-REJECTED.
		MOVE WS-OUT-FILE-ICV TO CK-FILE-ICV.
		MOVE WS-TAMPER-COUNT TO CK-TAMPERED.
		WRITE CIPHER-CKPT-REC.
		CLOSE CIPHER-CKPT.

		MOVE 0 TO CK-READ.
		MOVE 0 TO CK-WRITTEN.
		MOVE 0 TO CK-REJECTED.
		MOVE 0 TO CK-FILE-ICV.
		MOVE 0 TO CK-TAMPERED.
		WRITE CIPHER-CKPT-REC.
		CLOSE CIPHER-CKPT.

			STOP RUN
		END-IF.
		MOVE "CIPHER01" TO CT-PROGRAM.
		MOVE WS-IN-FILE-ID TO CT-IN-FILE.
		MOVE WS-OUT-FILE-ID TO CT-OUT-FILE.
		MOVE WS-READ-COUNT TO CT-READ.
		MOVE WS-WRITTEN-COUNT TO CT-WRITTEN.
		MOVE WS-REJECT-COUNT TO CT-REJECTED.
		MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
		MOVE WS-RUN-CYCLE TO CT-CYCLE.
		WRITE CTLTOT-REC.
		*> the correction leg - records taken back through SUSPIN
		*> sit inside the CIPHIN counters above, so the balancing
		IF WS-SUSPIN-COUNT > 0
			MOVE "CIPHER01" TO CT-PROGRAM
			MOVE "SUSPIN" TO CT-IN-FILE
			MOVE WS-OUT-FILE-ID TO CT-OUT-FILE
			MOVE WS-SUSPIN-COUNT TO CT-READ
			MOVE WS-SUSPIN-COUNT TO CT-WRITTEN
			MOVE 0 TO CT-REJECTED
			MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
			MOVE WS-RUN-CYCLE TO CT-CYCLE
			WRITE CTLTOT-REC
		END-IF.
		CLOSE CTL-TOTALS.
					IF CTL-CHECKPOINT-FREQ IS NUMERIC
						MOVE CTL-CHECKPOINT-FREQ TO WS-CKPT-FREQ
					END-IF
					IF CTL-IN-FILE-ID NOT = SPACES
						MOVE CTL-IN-FILE-ID TO WS-IN-FILE-ID
					END-IF
					IF CTL-OUT-FILE-ID NOT = SPACES
						MOVE CTL-OUT-FILE-ID TO WS-OUT-FILE-ID
					END-IF
					IF CTL-CHECK-CUTOVER IS NUMERIC
						MOVE CTL-CHECK-CUTOVER TO WS-CHECK-CUTOVER
					END-IF
			END-READ
			CLOSE CIPHER-CTL
		END-IF.
		IF WS-OUT-FILE-ID NOT = "CIPHOUT"
			MOVE "CIPH" TO WS-SUSP-PROGRAM(1:4)
			MOVE WS-OUT-FILE-ID(1:4) TO WS-SUSP-PROGRAM(5:4)
		END-IF.
		*> CTL-OPERATION is read straight from the control record with
		*> no check that it's actually E/D/S/P/Q; anything
		*> unrecognized must not be allowed to fall through to solve
		*> built-in bound against CI-TEXT/WS-TEXT's 80-byte capacity;
		*> keep reading until a record is in range (or EOF) instead of
		*> letting the reference modification below run past the field.
		*> a record failing its check value is passed over the same way.
		read-cipher-in.
		PERFORM read-one-record WITH TEST AFTER
			UNTIL CIPHER-IN-EOF
			OR NOT (WS-LL < 1 OR WS-LL > 80 OR RECORD-TAMPERED).

		read-one-record.
		MOVE "N" TO WS-TAMPER-FLAG.
		READ CIPHER-IN
			AT END
				IF NOT CIPHER-TRL-SEEN
					ELSE
						MOVE 0 TO WS-KEY-ID
					END-IF
					IF CIPHER-IN-CHECKED
						PERFORM prove-input-record
					END-IF
				END-IF
		END-READ.
		IF NOT CIPHER-IN-EOF AND NOT RECORD-TAMPERED
			AND (WS-LL < 1 OR WS-LL > 80)
			DISPLAY "REJECTED - CIPHER-IN RECORD LENGTH OUT OF RANGE: " WS-LL
			ADD 1 TO WS-REJECT-COUNT
			MOVE "LEN " TO WS-SUSP-REASON
		END-IF.
		*> our own archived CIPHOUT carries the outbound framing and
		*> is a legitimate decrypt input, so its file-id passes too
		IF CIH-FILE-ID NOT = WS-IN-FILE-ID
			AND CIH-FILE-ID NOT = WS-OUT-FILE-ID
			DISPLAY "CIPHIN HEADER NAMES WRONG FILE: " CIH-FILE-ID
			MOVE 16 TO RETURN-CODE
			STOP RUN
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		*> a CIPHOUT written since check values were stamped says so
		*> on its header and is proved record by record. one without
		*> the flag is taken only when it is dated before the cutover
		*> CIPHCTL names - an older archive, decrypted unproved and
		*> ending CC 4. anything later has had its flag stripped, and
		*> is refused rather than let past the proof unseen
		IF CIH-CHECK-VALUES = "Y"
			SET CIPHER-IN-CHECKED TO TRUE
		ELSE
			IF CIH-FILE-ID = WS-OUT-FILE-ID
				IF WS-CHECK-CUTOVER > 0
					AND CIH-BUSINESS-DATE < WS-CHECK-CUTOVER
					DISPLAY "CIPHIN DATED BEFORE CHECK VALUE CUTOVER "
						WS-CHECK-CUTOVER " - RECORDS NOT PROVED "
						"AGAINST ALTERATION"
					SET CIPHER-IN-UNPROVED TO TRUE
				ELSE
					DISPLAY "CIPHIN HEADER DOES NOT DECLARE CHECK "
						"VALUES - FILE NOT DATED BEFORE CUTOVER, REFUSED"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-IF
		END-IF.

		validate-cipher-trailer.
		SET CIPHER-TRL-SEEN TO TRUE.
		IF CIT-HASH-TOTAL IS NUMERIC
			MOVE CIT-HASH-TOTAL TO WS-IN-HASH-TOTAL
		END-IF.
		IF CIT-DETAIL-COUNT NOT = WS-READ-COUNT
			DISPLAY "CIPHIN TRAILER COUNT " CIT-DETAIL-COUNT
				" DOES NOT MATCH DETAILS READ " WS-READ-COUNT
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
		*> every record can prove on its own and the file still have
		*> lost, gained or swapped records - the chained value over
		*> them in the order read must match the one it was sent with
		IF CIPHER-IN-CHECKED
			IF CIT-FILE-ICV NOT = WS-IN-FILE-ICV
				DISPLAY "CIPHIN TRAILER CHECK VALUE " CIT-FILE-ICV
					" DOES NOT MATCH RECORDS READ " WS-IN-FILE-ICV
					" - FILE ALTERED IN TRANSIT"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-IF.

		*> a record out of its place in the file, or whose check value
		*> does not recompute, has been altered, dropped, added or
		*> moved since it was written; it goes to SUSPENSE as TAMP
		*> and is never deciphered. the expected sequence moves past
		*> the highest seen so one moved record does not condemn
		*> every record after it.
		prove-input-record.
		IF CI-SEQ IS NUMERIC
			MOVE CI-SEQ TO WS-IN-SEQ
		ELSE
			MOVE 0 TO WS-IN-SEQ
		END-IF.
		IF WS-IN-SEQ NOT = WS-IN-NEXT-SEQ
			DISPLAY "REJECTED - CIPHER-IN RECORD OUT OF SEQUENCE: "
				CI-SEQ " WHERE " WS-IN-NEXT-SEQ " WAS DUE"
			SET RECORD-TAMPERED TO TRUE
		ELSE
			MOVE CI-SEQ TO WS-ICV-SEQ
			MOVE CIR-KEY-ID TO WS-ICV-KEY-ID
			MOVE CIR-LL TO WS-ICV-LL
			MOVE CI-TEXT TO WS-ICV-TEXT
			MOVE 97 TO WS-ICV-LEN
			PERFORM compute-check-value
			IF CI-ICV NOT NUMERIC
				OR CI-ICV NOT = WS-ICV-RESULT
				DISPLAY "REJECTED - CIPHER-IN RECORD " CI-SEQ
					" FAILS ITS CHECK VALUE"
				SET RECORD-TAMPERED TO TRUE
			END-IF
		END-IF.
		PERFORM chain-input-record.
		IF RECORD-TAMPERED
			ADD 1 TO WS-REJECT-COUNT
			ADD 1 TO WS-TAMPER-COUNT
			MOVE "TAMP" TO WS-SUSP-REASON
			PERFORM write-suspense
		END-IF.

		*> the file-level value is chained over the check values as
		*> they arrived, good or bad, exactly as the sender chained
		*> them as they were written
		chain-input-record.
		MOVE WS-IN-FILE-ICV TO WS-ICV-PRIOR.
		MOVE CI-ICV TO WS-ICV-NEXT.
		MOVE 20 TO WS-ICV-LEN.
		PERFORM compute-check-value.
		MOVE WS-ICV-RESULT TO WS-IN-FILE-ICV.
		IF CI-SEQ IS NUMERIC
			MOVE CI-SEQ TO WS-IN-SEQ
			IF WS-IN-SEQ >= WS-IN-NEXT-SEQ
				COMPUTE WS-IN-NEXT-SEQ = WS-IN-SEQ + 1
			END-IF
		END-IF.

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

		write-suspense.
		MOVE WS-SUSP-PROGRAM TO SUSP-PROGRAM.
		MOVE WS-SUSP-REASON TO SUSP-REASON.
		MOVE WS-BUSINESS-DATE TO SUSP-BUSINESS-DATE.
		MOVE WS-RUN-CYCLE TO SUSP-CYCLE.
		MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP.
		MOVE CIPHER-IN-REC TO SUSP-IMAGE.
		WRITE SUSPENSE-REC.
				SET SUSPENSE-IN-EOF TO TRUE
		END-READ.

		*> a TAMP record kept only its length, text and key-id on
		*> SUSPENSE, so it can never be proved again here - it
		*> waits there for the sender to transmit a good copy
		reprocess-one-suspense.
		IF SUSPIN-PROGRAM = WS-SUSP-PROGRAM
			AND SUSPIN-REASON NOT = "TAMP"
			ADD 1 TO WS-SUSPIN-COUNT
			ADD 1 TO WS-READ-COUNT
			MOVE SUSPIN-IMAGE TO CIPHER-IN-REC
		MOVE WS-LL TO CO-LL.
		MOVE WS-TEXT TO CO-TEXT.
		MOVE WS-RUN-KEY-ID TO CO-KEY-ID.
		COMPUTE CO-SEQ = WS-OUT-REC-COUNT + 1.
		PERFORM stamp-check-value.
		WRITE CIPHER-OUT-REC.
		ADD 1 TO WS-WRITTEN-COUNT.
		ADD 1 TO WS-OUT-REC-COUNT.

		write-ciphout-header.
		MOVE "HDR" TO COH-REC-TYPE.
		MOVE WS-OUT-FILE-ID TO COH-FILE-ID.
		MOVE WS-BUSINESS-DATE TO COH-BUSINESS-DATE.
		MOVE WS-RUN-CYCLE TO COH-CYCLE.
		MOVE "Y" TO COH-CHECK-VALUES.
		WRITE CIPHER-OUT-HDR.

		write-ciphout-trailer.
		MOVE "TRL" TO COT-REC-TYPE.
		MOVE WS-OUT-REC-COUNT TO COT-DETAIL-COUNT.
		MOVE WS-IN-HASH-TOTAL TO COT-HASH-TOTAL.
		MOVE WS-OUT-FILE-ICV TO COT-FILE-ICV.
		WRITE CIPHER-OUT-TRL.

		*> the record's own check value, then the file-level value
		*> chained on over it - see WS-ICV-CHARSET for the method
		stamp-check-value.
		MOVE CO-SEQ TO WS-ICV-SEQ.
		MOVE CO-KEY-ID TO WS-ICV-KEY-ID.
		MOVE CO-LL TO WS-ICV-LL.
		MOVE CO-TEXT TO WS-ICV-TEXT.
		MOVE 97 TO WS-ICV-LEN.
		PERFORM compute-check-value.
		MOVE WS-ICV-RESULT TO CO-ICV.
		MOVE WS-OUT-FILE-ICV TO WS-ICV-PRIOR.
		MOVE CO-ICV TO WS-ICV-NEXT.
		MOVE 20 TO WS-ICV-LEN.
		PERFORM compute-check-value.
		MOVE WS-ICV-RESULT TO WS-OUT-FILE-ICV.

		*> one manifest row per day's file - what went out, for
		*> which business date, how many records, produced when,
		*> under what hash total (the one on its trailer, which the
		*> receiver echoes back on its acknowledgment) - appended
		*> so the transmission desk reads one dataset instead of
		*> keeping a handwritten log
		write-manifest.
		OPEN EXTEND MANIFEST.
		IF WS-MANIFEST-STATUS = "35"
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
		MOVE WS-OUT-FILE-ID TO MF-FILE-ID.
		MOVE WS-BUSINESS-DATE TO MF-BUSINESS-DATE.
		MOVE WS-RUN-CYCLE TO MF-CYCLE.
		MOVE WS-OUT-REC-COUNT TO MF-RECORD-COUNT.
		MOVE FUNCTION CURRENT-DATE TO MF-PRODUCED-TS.
		MOVE WS-IN-HASH-TOTAL TO MF-HASH-TOTAL.
		WRITE MANIFEST-REC.
		CLOSE MANIFEST.

		INSPECT WS-CANDIDATE-UPPER(1:WS-LL)
			TALLYING WS-LETTER-COUNT FOR ALL WS-LETTER.
		SUBTRACT WS-LETTER-COUNT FROM WS-SCORE.

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
