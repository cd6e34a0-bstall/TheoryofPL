IDENTIFICATION DIVISION.
	PROGRAM-ID. CIPHER_REKEY.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT REKEY-CTL ASSIGN TO "REKEYCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT CIPHER-KEYS ASSIGN TO "CIPHKEYS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-KEYS-STATUS.
	    SELECT CIPHER-ARCH ASSIGN TO "CIPHARCH"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-ARCH-STATUS.
	    SELECT REKEY-OUT ASSIGN TO "REKEYOUT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT CIPHER-AUDIT ASSIGN TO "CIPHAUD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-AUDIT-STATUS.
	    SELECT REKEY-RPT ASSIGN TO "RKRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the re-key instruction - one C card per compromised
	    *> key-id and exactly one R card naming the key the records
	    *> are moved to
	    FD REKEY-CTL.
	    01 REKEY-CTL-REC.
	        05 RKC-TYPE PIC X(1).
	            88 RKC-COMPROMISED VALUE "C".
	            88 RKC-REPLACEMENT VALUE "R".
	        05 RKC-KEY-ID PIC 9(4).

	    *> the key schedule the archive was encrypted under - both
	    *> the compromised keys and the replacement resolve here
	    FD CIPHER-KEYS.
	    01 CIPHER-KEYS-REC.
	        05 KS-KEY-ID PIC 9(4).
	        05 KS-OFFSET PIC 9(2).
	        05 KS-EFF-FROM PIC 9(8).
	        05 KS-EFF-TO PIC 9(8).

	    *> an archived CIPHOUT dataset in the layout CIPHER01 writes.
	    *> the daily output is catalogued DISP=MOD, so one dataset
	    *> can hold several days' files, each between its own header
	    *> and trailer - every one is re-keyed and proved on its own.
	    *> a file whose header declares check values has every
	    *> record's sequence and check value, and the trailer's
	    *> file-level value, proved before anything is re-keyed;
	    *> older files carry none.
	    FD CIPHER-ARCH.
	    01 CIPHER-ARCH-REC.
	        05 CA-LL PIC 9(4).
	        05 CA-TEXT PIC X(80).
	        05 CA-KEY-ID PIC 9(4).
	        05 CA-SEQ PIC X(9).
	        05 CA-ICV PIC X(10).
	    01 CIPHER-ARCH-RAW.
	        05 CAR-LL PIC X(4).
	        05 FILLER PIC X(80).
	        05 CAR-KEY-ID PIC X(4).
	    01 CIPHER-ARCH-HDR.
	        05 CAH-REC-TYPE PIC X(3).
	        05 CAH-FILE-ID PIC X(8).
	        05 CAH-BUSINESS-DATE PIC 9(8).
	        05 CAH-CYCLE PIC X(2).
	        05 CAH-CHECK-VALUES PIC X(1).
	    01 CIPHER-ARCH-TRL.
	        05 CAT-REC-TYPE PIC X(3).
	        05 CAT-DETAIL-COUNT PIC 9(9).
	        05 CAT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 CAT-FILE-ICV PIC X(10).

	    *> the re-keyed replacement for the archive, file for file
	    *> in the same order; a following copy step swaps it over
	    *> the archived dataset only when every file proved. the
	    *> key-id and ciphertext change under the re-key, so every
	    *> record's check value and the file-level value are
	    *> computed afresh - an older file comes out carrying them.
	    FD REKEY-OUT.
	    01 REKEY-OUT-REC.
	        05 RO-LL PIC 9(4).
	        05 RO-TEXT PIC X(80).
	        05 RO-KEY-ID PIC 9(4).
	        05 RO-SEQ PIC 9(9).
	        05 RO-ICV PIC 9(10).
	    01 REKEY-OUT-HDR.
	        05 ROH-REC-TYPE PIC X(3).
	        05 ROH-FILE-ID PIC X(8).
	        05 ROH-BUSINESS-DATE PIC 9(8).
	        05 ROH-CYCLE PIC X(2).
	        05 ROH-CHECK-VALUES PIC X(1).
	    01 REKEY-OUT-TRL.
	        05 ROT-REC-TYPE PIC X(3).
	        05 ROT-DETAIL-COUNT PIC 9(9).
	        05 ROT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 ROT-FILE-ICV PIC 9(10).

	    *> the cipher's audit trail - each re-keyed record leaves a
	    *> W row (withdrawn from the compromised key) and a K row
	    *> (re-keyed under the replacement), so the key usage
	    *> reconciliation can net the old key's records off. the
	    *> rows go to the run's own dataset; the job adds them to
	    *> the permanent trail only once the re-keyed archive has
	    *> been swapped in, so a failed run withdraws nothing
	    FD CIPHER-AUDIT.
	    01 CIPHER-AUDIT-REC.
	        05 AUD-TIMESTAMP PIC X(21).
	        05 AUD-OFFSET PIC 9(2).
	        05 AUD-LENGTH PIC 9(4).
	        05 AUD-OPERATION PIC X(1).
	        05 AUD-KEY-ID PIC 9(4).

	    *> the re-key report - the keys involved, one line per file
	    *> re-keyed with its proof, and the run totals
	    FD REKEY-RPT.
	    01 REKEY-RPT-REC PIC X(80).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-KEYS-STATUS PIC X(2).
	    01 WS-ARCH-STATUS PIC X(2).
	    01 WS-OUT-STATUS PIC X(2).
	    01 WS-AUDIT-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-CTL-EOF PIC X(1) VALUE "N".
	        88 REKEY-CTL-EOF VALUE "Y".
	    01 WS-KEYS-EOF PIC X(1) VALUE "N".
	        88 CIPHER-KEYS-EOF VALUE "Y".
	    01 WS-ARCH-EOF PIC X(1) VALUE "N".
	        88 CIPHER-ARCH-EOF VALUE "Y".
	    01 WS-FILE-END PIC X(1).
	        88 FILE-ENDED VALUE "Y".

	    *> the key schedule loaded to a table, same convention as
	    *> CIPHER01, so each stamped key-id resolves by lookup
	    01 WS-KEY-TABLE.
	        02 WS-KEY-ENTRY OCCURS 500 TIMES.
	            03 WS-KS-ID PIC 9(4).
	            03 WS-KS-OFFSET PIC 9(2).
	            03 WS-KS-FROM PIC 9(8).
	            03 WS-KS-TO PIC 9(8).
	    01 WS-KS-COUNT PIC 9(3) VALUE 0.
	    01 WS-KS-IDX PIC 9(3).
	    01 WS-KS-FOUND PIC X(1).
	        88 KEY-FOUND VALUE "Y".
	    01 WS-LOOKUP-KEY PIC 9(4).

	    *> the compromised keys named on REKEYCTL, each with its
	    *> resolved offset and the records moved off it this run
	    01 WS-BAD-TABLE.
	        05 WS-BAD-ENTRY OCCURS 50 TIMES.
	            10 WS-BAD-ID PIC 9(4).
	            10 WS-BAD-OFFSET PIC 9(2).
	            10 WS-BAD-ON-FILE PIC X(1).
	            10 WS-BAD-MOVED PIC 9(9).
	    01 WS-BAD-COUNT PIC 9(2) VALUE 0.
	    01 WS-BAD-IDX PIC 9(2).
	    01 WS-BAD-FOUND PIC X(1).
	        88 BAD-KEY-FOUND VALUE "Y".

	    01 WS-NEW-KEY-ID PIC 9(4) VALUE 0.
	    01 WS-NEW-OFFSET PIC 9(2) VALUE 0.
	    01 WS-CTL-ERRORS PIC 9(4) VALUE 0.

	    01 offset BINARY PIC 9(4).
	    01 WS-LL PIC 9(4).
	    01 WS-TEXT PIC X(80).
	    01 WS-PLAIN-TEXT PIC X(80).
	    01 WS-CHECK-TEXT PIC X(80).
	    01 WS-KEY-ID PIC 9(4).
	    01 takeChars PIC X(52).
	    01 putChars PIC X(52).
	    01 caesarUpperTable.
	        02 PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
	        02 PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
	    01 caesarLowerTable.
	        02 PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
	        02 PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".

	    *> per-file proof - what came in against what went out
	    01 WS-FILE-ID PIC X(8).
	    01 WS-FILE-DATE PIC 9(8).
	    01 WS-FILE-READ PIC 9(9).
	    01 WS-FILE-WRITTEN PIC 9(9).
	    01 WS-FILE-REKEYED PIC 9(9).
	    01 WS-FILE-BYTES-IN PIC 9(12).
	    01 WS-FILE-BYTES-OUT PIC 9(12).
	    01 WS-FILE-FAULTS PIC 9(9).
	    01 WS-FILE-HASH PIC S9(11).
	    01 WS-FILE-CHECKED PIC X(1).
	        88 FILE-CHECKED VALUE "Y".
	    01 WS-IN-FILE-ICV PIC 9(10).
	    01 WS-OUT-FILE-ICV PIC 9(10).
	    01 WS-ARCH-SEQ PIC 9(9).

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

	    *> run totals
	    01 WS-FILES-READ PIC 9(9) VALUE 0.
	    01 WS-FILES-REKEYED PIC 9(9) VALUE 0.
	    01 WS-FILES-FAILED PIC 9(9) VALUE 0.
	    01 WS-TOTAL-READ PIC 9(9) VALUE 0.
	    01 WS-TOTAL-REKEYED PIC 9(9) VALUE 0.
	    01 WS-TOTAL-KEPT PIC 9(9) VALUE 0.

	    01 WS-RPT-TITLE-LINE.
	        05 FILLER PIC X(28) VALUE
	            "CIPHER ARCHIVE RE-KEY - RUN ".
	        05 WS-RPT-TITLE-DATE PIC X(8).
	        05 FILLER PIC X(44) VALUE SPACES.
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-RPT-SECTION-LINE PIC X(80).
	    01 WS-KEY-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-KEY-LINE-ROLE PIC X(12).
	        05 FILLER PIC X(4) VALUE "KEY ".
	        05 WS-KEY-LINE-ID PIC 9(4).
	        05 FILLER PIC X(9) VALUE "  OFFSET ".
	        05 WS-KEY-LINE-OFFSET PIC Z9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-KEY-LINE-TAIL.
	            10 WS-KEY-LINE-TEXT PIC X(30).
	            10 WS-KEY-LINE-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(6) VALUE SPACES.
	    01 WS-FILE-HDR-LINE PIC X(80) VALUE
	        "  FILE-ID   BUS DATE   RECORDS   RE-KEYED  UNCHANGED  PROOF".
	    01 WS-FILE-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-FL-FILE-ID PIC X(8).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-FL-DATE PIC 9(8).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-FL-READ PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-FL-REKEYED PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-FL-KEPT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-FL-PROOF PIC X(26).
	    01 WS-SUM-LINE.
	        05 WS-SUM-LABEL PIC X(30).
	        05 WS-SUM-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(41) VALUE SPACES.

	PROCEDURE DIVISION.
	    begin.
	    PERFORM load-key-schedule.
	    PERFORM read-rekey-control.
	    OPEN OUTPUT REKEY-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "REKEY-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-TITLE-DATE.
	    WRITE REKEY-RPT-REC FROM WS-RPT-TITLE-LINE.
	    PERFORM write-key-lines.
	    IF WS-CTL-ERRORS > 0
	        DISPLAY "RE-KEY NOT RUN - " WS-CTL-ERRORS
	            " CONTROL ERROR(S), ARCHIVE UNTOUCHED"
	        CLOSE REKEY-RPT
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN INPUT CIPHER-ARCH.
	    IF WS-ARCH-STATUS NOT = "00"
	        DISPLAY "CIPHER-ARCH OPEN FAILED, STATUS " WS-ARCH-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT REKEY-OUT.
	    IF WS-OUT-STATUS NOT = "00"
	        DISPLAY "REKEY-OUT OPEN FAILED, STATUS " WS-OUT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN EXTEND CIPHER-AUDIT.
	    IF WS-AUDIT-STATUS = "35"
	        OPEN OUTPUT CIPHER-AUDIT
	    END-IF.
	    IF WS-AUDIT-STATUS NOT = "00"
	        DISPLAY "CIPHER-AUDIT OPEN FAILED, STATUS " WS-AUDIT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    WRITE REKEY-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE REKEY-RPT-REC FROM WS-FILE-HDR-LINE.
	    PERFORM read-archive.
	    IF CIPHER-ARCH-EOF
	        DISPLAY "CIPHER-ARCH EMPTY - NO FILE TO RE-KEY"
	        MOVE 16 TO RETURN-CODE
	    END-IF.
	    PERFORM rekey-one-file UNTIL CIPHER-ARCH-EOF.
	    CLOSE CIPHER-ARCH REKEY-OUT CIPHER-AUDIT.
	    PERFORM write-rekey-summary.
	    CLOSE REKEY-RPT.
	    IF WS-FILES-FAILED > 0
	        DISPLAY "RE-KEY FAILED - " WS-FILES-FAILED
	            " FILE(S) DID NOT PROVE, ARCHIVE MUST NOT BE REPLACED"
	        MOVE 16 TO RETURN-CODE
	    ELSE
	        DISPLAY "RE-KEY CLEAN - " WS-TOTAL-REKEYED
	            " RECORD(S) IN " WS-FILES-REKEYED
	            " FILE(S) MOVED TO KEY " WS-NEW-KEY-ID
	    END-IF.
	    STOP RUN.

	    *> --------------------------------------------- SCHEDULE --
	    *> unlike the daily cipher there is no control-offset
	    *> fallback here - a re-key without the schedule has no way
	    *> to resolve either side, so a missing schedule stops it
	    load-key-schedule.
	    OPEN INPUT CIPHER-KEYS.
	    IF WS-KEYS-STATUS NOT = "00"
	        DISPLAY "CIPHER-KEYS OPEN FAILED, STATUS " WS-KEYS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-one-key.
	    PERFORM load-one-key UNTIL CIPHER-KEYS-EOF.
	    CLOSE CIPHER-KEYS.

	    read-one-key.
	    READ CIPHER-KEYS
	        AT END
	            SET CIPHER-KEYS-EOF TO TRUE
	    END-READ.

	    load-one-key.
	    IF WS-KS-COUNT < 500
	        ADD 1 TO WS-KS-COUNT
	        MOVE KS-KEY-ID TO WS-KS-ID(WS-KS-COUNT)
	        MOVE FUNCTION MOD(KS-OFFSET, 26) TO WS-KS-OFFSET(WS-KS-COUNT)
	        MOVE KS-EFF-FROM TO WS-KS-FROM(WS-KS-COUNT)
	        MOVE KS-EFF-TO TO WS-KS-TO(WS-KS-COUNT)
	    ELSE
	        DISPLAY "CIPHER-KEYS OVERFLOW - TABLE HOLDS 500, "
	            "SCHEDULE IS NOT BELIEVABLE"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-one-key.

	    find-key-by-id.
	    MOVE "N" TO WS-KS-FOUND.
	    MOVE 1 TO WS-KS-IDX.
	    PERFORM match-one-key UNTIL KEY-FOUND
	        OR WS-KS-IDX > WS-KS-COUNT.

	    match-one-key.
	    IF WS-KS-ID(WS-KS-IDX) = WS-LOOKUP-KEY
	        SET KEY-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-KS-IDX
	    END-IF.

	    *> ---------------------------------------------- CONTROL --
	    *> the replacement must be on the schedule and must not be
	    *> one of the keys being retired. a compromised key that is
	    *> no longer on the schedule is allowed - its records cannot
	    *> be decrypted, and any found fail their file's proof.
	    read-rekey-control.
	    OPEN INPUT REKEY-CTL.
	    IF WS-CTL-STATUS NOT = "00"
	        DISPLAY "REKEY-CTL OPEN FAILED, STATUS " WS-CTL-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-one-control.
	    PERFORM load-one-control UNTIL REKEY-CTL-EOF.
	    CLOSE REKEY-CTL.
	    IF WS-NEW-KEY-ID = 0
	        DISPLAY "REKEY-CTL NAMES NO REPLACEMENT KEY"
	        ADD 1 TO WS-CTL-ERRORS
	    ELSE
	        MOVE WS-NEW-KEY-ID TO WS-LOOKUP-KEY
	        PERFORM find-key-by-id
	        IF KEY-FOUND
	            MOVE WS-KS-OFFSET(WS-KS-IDX) TO WS-NEW-OFFSET
	        ELSE
	            DISPLAY "REPLACEMENT KEY " WS-NEW-KEY-ID
	                " IS NOT ON THE SCHEDULE"
	            ADD 1 TO WS-CTL-ERRORS
	        END-IF
	        MOVE WS-NEW-KEY-ID TO WS-KEY-ID
	        PERFORM find-bad-key
	        IF BAD-KEY-FOUND
	            DISPLAY "REPLACEMENT KEY " WS-NEW-KEY-ID
	                " IS ALSO LISTED AS COMPROMISED"
	            ADD 1 TO WS-CTL-ERRORS
	        END-IF
	    END-IF.
	    IF WS-BAD-COUNT = 0
	        DISPLAY "REKEY-CTL NAMES NO COMPROMISED KEY"
	        ADD 1 TO WS-CTL-ERRORS
	    END-IF.

	    read-one-control.
	    READ REKEY-CTL
	        AT END
	            SET REKEY-CTL-EOF TO TRUE
	    END-READ.

	    load-one-control.
	    EVALUATE TRUE
	        WHEN RKC-KEY-ID NOT NUMERIC OR RKC-KEY-ID = 0
	            DISPLAY "REKEY-CTL KEY-ID MISSING OR ZERO: "
	                REKEY-CTL-REC
	            ADD 1 TO WS-CTL-ERRORS
	        WHEN RKC-REPLACEMENT
	            IF WS-NEW-KEY-ID > 0
	                DISPLAY "REKEY-CTL NAMES MORE THAN ONE "
	                    "REPLACEMENT KEY"
	                ADD 1 TO WS-CTL-ERRORS
	            ELSE
	                MOVE RKC-KEY-ID TO WS-NEW-KEY-ID
	            END-IF
	        WHEN RKC-COMPROMISED
	            PERFORM add-bad-key
	        WHEN OTHER
	            DISPLAY "REKEY-CTL CARD TYPE NOT C OR R: "
	                REKEY-CTL-REC
	            ADD 1 TO WS-CTL-ERRORS
	    END-EVALUATE.
	    PERFORM read-one-control.

	    add-bad-key.
	    MOVE RKC-KEY-ID TO WS-KEY-ID.
	    PERFORM find-bad-key.
	    IF NOT BAD-KEY-FOUND
	        IF WS-BAD-COUNT < 50
	            ADD 1 TO WS-BAD-COUNT
	            MOVE RKC-KEY-ID TO WS-BAD-ID(WS-BAD-COUNT)
	            MOVE 0 TO WS-BAD-MOVED(WS-BAD-COUNT)
	            MOVE RKC-KEY-ID TO WS-LOOKUP-KEY
	            PERFORM find-key-by-id
	            IF KEY-FOUND
	                MOVE WS-KS-OFFSET(WS-KS-IDX)
	                    TO WS-BAD-OFFSET(WS-BAD-COUNT)
	                MOVE "Y" TO WS-BAD-ON-FILE(WS-BAD-COUNT)
	            ELSE
	                MOVE 0 TO WS-BAD-OFFSET(WS-BAD-COUNT)
	                MOVE "N" TO WS-BAD-ON-FILE(WS-BAD-COUNT)
	            END-IF
	        ELSE
	            DISPLAY "REKEY-CTL LISTS MORE THAN 50 COMPROMISED "
	                "KEYS - SPLIT THE RUN"
	            ADD 1 TO WS-CTL-ERRORS
	        END-IF
	    END-IF.

	    find-bad-key.
	    MOVE "N" TO WS-BAD-FOUND.
	    MOVE 1 TO WS-BAD-IDX.
	    PERFORM match-one-bad-key UNTIL BAD-KEY-FOUND
	        OR WS-BAD-IDX > WS-BAD-COUNT.

	    match-one-bad-key.
	    IF WS-BAD-ID(WS-BAD-IDX) = WS-KEY-ID
	        SET BAD-KEY-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-BAD-IDX
	    END-IF.

	    write-key-lines.
	    WRITE REKEY-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "REPLACEMENT" TO WS-KEY-LINE-ROLE.
	    MOVE WS-NEW-KEY-ID TO WS-KEY-LINE-ID.
	    MOVE WS-NEW-OFFSET TO WS-KEY-LINE-OFFSET.
	    MOVE SPACES TO WS-KEY-LINE-TAIL.
	    WRITE REKEY-RPT-REC FROM WS-KEY-LINE.
	    PERFORM write-one-bad-key-line VARYING WS-BAD-IDX FROM 1 BY 1
	        UNTIL WS-BAD-IDX > WS-BAD-COUNT.

	    write-one-bad-key-line.
	    MOVE "COMPROMISED" TO WS-KEY-LINE-ROLE.
	    MOVE WS-BAD-ID(WS-BAD-IDX) TO WS-KEY-LINE-ID.
	    MOVE WS-BAD-OFFSET(WS-BAD-IDX) TO WS-KEY-LINE-OFFSET.
	    MOVE SPACES TO WS-KEY-LINE-TAIL.
	    IF WS-BAD-ON-FILE(WS-BAD-IDX) NOT = "Y"
	        MOVE "NOT ON SCHEDULE" TO WS-KEY-LINE-TEXT
	    END-IF.
	    WRITE REKEY-RPT-REC FROM WS-KEY-LINE.

	    *> ---------------------------------------------- ARCHIVE --
	    read-archive.
	    READ CIPHER-ARCH
	        AT END
	            SET CIPHER-ARCH-EOF TO TRUE
	    END-READ.

	    *> one framed file - header, details, trailer. the header
	    *> goes back out unchanged; the trailer is rebuilt from what
	    *> was actually written, carrying the file's hash total over
	    *> since the plaintext it was taken from has not moved.
	    rekey-one-file.
	    ADD 1 TO WS-FILES-READ.
	    MOVE 0 TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-REKEYED
	        WS-FILE-BYTES-IN WS-FILE-BYTES-OUT WS-FILE-FAULTS
	        WS-FILE-HASH WS-IN-FILE-ICV WS-OUT-FILE-ICV.
	    MOVE "N" TO WS-FILE-END.
	    IF CAH-REC-TYPE NOT = "HDR"
	        DISPLAY "CIPHER-ARCH FILE " WS-FILES-READ
	            " DOES NOT START WITH A HEADER"
	        MOVE SPACES TO WS-FILE-ID
	        MOVE 0 TO WS-FILE-DATE
	        ADD 1 TO WS-FILE-FAULTS
	        PERFORM write-file-line
	        PERFORM skip-to-next-header
	    ELSE
	        MOVE CAH-FILE-ID TO WS-FILE-ID
	        MOVE CAH-BUSINESS-DATE TO WS-FILE-DATE
	        MOVE "HDR" TO ROH-REC-TYPE
	        MOVE CAH-FILE-ID TO ROH-FILE-ID
	        MOVE CAH-BUSINESS-DATE TO ROH-BUSINESS-DATE
	        MOVE CAH-CYCLE TO ROH-CYCLE
	        MOVE "Y" TO ROH-CHECK-VALUES
	        MOVE CAH-CHECK-VALUES TO WS-FILE-CHECKED
	        WRITE REKEY-OUT-HDR
	        PERFORM read-archive
	        PERFORM rekey-one-record UNTIL FILE-ENDED
	        PERFORM prove-one-file
	        PERFORM write-file-line
	    END-IF.

	    *> a file with no header cannot be rebuilt - everything up
	    *> to the next header is passed over and the run fails
	    skip-to-next-header.
	    PERFORM read-archive.
	    PERFORM skip-one-record UNTIL CIPHER-ARCH-EOF
	        OR CAH-REC-TYPE = "HDR".

	    skip-one-record.
	    PERFORM read-archive.

	    rekey-one-record.
	    EVALUATE TRUE
	        WHEN CIPHER-ARCH-EOF
	            DISPLAY "CIPHER-ARCH FILE " WS-FILE-ID " "
	                WS-FILE-DATE " HAS NO TRAILER"
	            ADD 1 TO WS-FILE-FAULTS
	            SET FILE-ENDED TO TRUE
	        WHEN CAT-REC-TYPE = "TRL"
	            PERFORM close-one-file
	            SET FILE-ENDED TO TRUE
	            PERFORM read-archive
	        WHEN CAH-REC-TYPE = "HDR"
	            DISPLAY "CIPHER-ARCH FILE " WS-FILE-ID " "
	                WS-FILE-DATE " HAS NO TRAILER"
	            ADD 1 TO WS-FILE-FAULTS
	            SET FILE-ENDED TO TRUE
	        WHEN OTHER
	            PERFORM rekey-one-detail
	            PERFORM read-archive
	    END-EVALUATE.

	    *> records under any other key, and unstamped key 0
	    *> records, go back out exactly as they came in
	    rekey-one-detail.
	    ADD 1 TO WS-FILE-READ.
	    IF FILE-CHECKED
	        PERFORM prove-archive-record
	    END-IF.
	    MOVE CIPHER-ARCH-REC TO REKEY-OUT-REC.
	    MOVE CA-LL TO WS-LL.
	    MOVE CA-TEXT TO WS-TEXT.
	    IF CA-KEY-ID IS NUMERIC
	        MOVE CA-KEY-ID TO WS-KEY-ID
	    ELSE
	        MOVE 0 TO WS-KEY-ID
	    END-IF.
	    IF CA-LL IS NUMERIC
	        ADD CA-LL TO WS-FILE-BYTES-IN
	    END-IF.
	    MOVE "N" TO WS-BAD-FOUND.
	    IF WS-KEY-ID > 0
	        PERFORM find-bad-key
	    END-IF.
	    IF BAD-KEY-FOUND
	        IF WS-LL < 1 OR WS-LL > 80
	            DISPLAY "CIPHER-ARCH RECORD LENGTH OUT OF RANGE: "
	                WS-LL " IN FILE " WS-FILE-ID " " WS-FILE-DATE
	            ADD 1 TO WS-FILE-FAULTS
	        ELSE
	            IF WS-BAD-ON-FILE(WS-BAD-IDX) NOT = "Y"
	                DISPLAY "KEY " WS-KEY-ID " NOT ON SCHEDULE - "
	                    "RECORD CANNOT BE DECRYPTED IN FILE "
	                    WS-FILE-ID " " WS-FILE-DATE
	                ADD 1 TO WS-FILE-FAULTS
	            ELSE
	                PERFORM rekey-one-text
	            END-IF
	        END-IF
	    END-IF.
	    MOVE WS-FILE-READ TO RO-SEQ.
	    PERFORM stamp-check-value.
	    WRITE REKEY-OUT-REC.
	    ADD 1 TO WS-FILE-WRITTEN.
	    IF RO-LL IS NUMERIC
	        ADD RO-LL TO WS-FILE-BYTES-OUT
	    END-IF.

	    *> decrypt under the stamped key, encrypt under the
	    *> replacement, then decrypt the result again and hold it
	    *> against the plaintext - a record that does not come back
	    *> is a fault, never shipped. it goes out still under its
	    *> old key, and is neither counted as moved nor audited as
	    *> withdrawn, since it was not
	    rekey-one-text.
	    MOVE WS-BAD-OFFSET(WS-BAD-IDX) TO offset.
	    PERFORM decryption.
	    MOVE WS-TEXT TO WS-PLAIN-TEXT.
	    MOVE WS-NEW-OFFSET TO offset.
	    PERFORM encryption.
	    MOVE WS-TEXT TO WS-CHECK-TEXT.
	    PERFORM decryption.
	    IF WS-TEXT NOT = WS-PLAIN-TEXT
	        DISPLAY "RE-KEYED RECORD " WS-FILE-READ
	            " DOES NOT DECRYPT BACK IN FILE " WS-FILE-ID " "
	            WS-FILE-DATE
	        ADD 1 TO WS-FILE-FAULTS
	    ELSE
	        MOVE WS-CHECK-TEXT TO WS-TEXT
	        MOVE WS-BAD-ID(WS-BAD-IDX) TO AUD-KEY-ID
	        MOVE WS-BAD-OFFSET(WS-BAD-IDX) TO AUD-OFFSET
	        MOVE "W" TO AUD-OPERATION
	        PERFORM write-audit
	        MOVE WS-NEW-KEY-ID TO AUD-KEY-ID
	        MOVE WS-NEW-OFFSET TO AUD-OFFSET
	        MOVE "K" TO AUD-OPERATION
	        PERFORM write-audit
	        MOVE WS-TEXT TO RO-TEXT
	        MOVE WS-NEW-KEY-ID TO RO-KEY-ID
	        ADD 1 TO WS-FILE-REKEYED
	        ADD 1 TO WS-BAD-MOVED(WS-BAD-IDX)
	    END-IF.

	    *> an archived record out of its place or failing its check
	    *> value was altered after it was written - re-keying it
	    *> would give it a good check value it never earned, so the
	    *> file fails its proof and the archive stays as it is
	    prove-archive-record.
	    IF CA-SEQ IS NUMERIC
	        MOVE CA-SEQ TO WS-ARCH-SEQ
	    ELSE
	        MOVE 0 TO WS-ARCH-SEQ
	    END-IF.
	    MOVE CA-SEQ TO WS-ICV-SEQ.
	    MOVE CAR-KEY-ID TO WS-ICV-KEY-ID.
	    MOVE CAR-LL TO WS-ICV-LL.
	    MOVE CA-TEXT TO WS-ICV-TEXT.
	    MOVE 97 TO WS-ICV-LEN.
	    PERFORM compute-check-value.
	    IF WS-ARCH-SEQ NOT = WS-FILE-READ
	        OR CA-ICV NOT NUMERIC
	        OR CA-ICV NOT = WS-ICV-RESULT
	        DISPLAY "CIPHER-ARCH RECORD " WS-FILE-READ
	            " FAILS ITS SEQUENCE OR CHECK VALUE IN FILE "
	            WS-FILE-ID " " WS-FILE-DATE
	        ADD 1 TO WS-FILE-FAULTS
	    END-IF.
	    MOVE WS-IN-FILE-ICV TO WS-ICV-PRIOR.
	    MOVE CA-ICV TO WS-ICV-NEXT.
	    MOVE 20 TO WS-ICV-LEN.
	    PERFORM compute-check-value.
	    MOVE WS-ICV-RESULT TO WS-IN-FILE-ICV.

	    stamp-check-value.
	    MOVE RO-SEQ TO WS-ICV-SEQ.
	    MOVE RO-KEY-ID TO WS-ICV-KEY-ID.
	    MOVE RO-LL TO WS-ICV-LL.
	    MOVE RO-TEXT TO WS-ICV-TEXT.
	    MOVE 97 TO WS-ICV-LEN.
	    PERFORM compute-check-value.
	    MOVE WS-ICV-RESULT TO RO-ICV.
	    MOVE WS-OUT-FILE-ICV TO WS-ICV-PRIOR.
	    MOVE RO-ICV TO WS-ICV-NEXT.
	    MOVE 20 TO WS-ICV-LEN.
	    PERFORM compute-check-value.
	    MOVE WS-ICV-RESULT TO WS-OUT-FILE-ICV.

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

	    write-audit.
	    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
	    MOVE WS-LL TO AUD-LENGTH.
	    WRITE CIPHER-AUDIT-REC.

	    close-one-file.
	    IF CAT-DETAIL-COUNT NOT = WS-FILE-READ
	        DISPLAY "CIPHER-ARCH TRAILER COUNT " CAT-DETAIL-COUNT
	            " DOES NOT MATCH DETAILS READ " WS-FILE-READ
	            " IN FILE " WS-FILE-ID " " WS-FILE-DATE
	        ADD 1 TO WS-FILE-FAULTS
	    END-IF.
	    IF CAT-HASH-TOTAL IS NUMERIC
	        MOVE CAT-HASH-TOTAL TO WS-FILE-HASH
	    END-IF.
	    IF FILE-CHECKED AND CAT-FILE-ICV NOT = WS-IN-FILE-ICV
	        DISPLAY "CIPHER-ARCH TRAILER CHECK VALUE " CAT-FILE-ICV
	            " DOES NOT MATCH RECORDS READ " WS-IN-FILE-ICV
	            " IN FILE " WS-FILE-ID " " WS-FILE-DATE
	        ADD 1 TO WS-FILE-FAULTS
	    END-IF.
	    MOVE "TRL" TO ROT-REC-TYPE.
	    MOVE WS-FILE-WRITTEN TO ROT-DETAIL-COUNT.
	    MOVE WS-FILE-HASH TO ROT-HASH-TOTAL.
	    MOVE WS-OUT-FILE-ICV TO ROT-FILE-ICV.
	    WRITE REKEY-OUT-TRL.

	    *> the file is only good to swap back when every record
	    *> went out, no byte of plaintext was gained or lost, and
	    *> every re-keyed record decrypted back to what it was
	    prove-one-file.
	    IF WS-FILE-WRITTEN NOT = WS-FILE-READ
	        ADD 1 TO WS-FILE-FAULTS
	    END-IF.
	    IF WS-FILE-BYTES-OUT NOT = WS-FILE-BYTES-IN
	        DISPLAY "PLAINTEXT LENGTH " WS-FILE-BYTES-OUT
	            " DOES NOT MATCH " WS-FILE-BYTES-IN
	            " IN FILE " WS-FILE-ID " " WS-FILE-DATE
	        ADD 1 TO WS-FILE-FAULTS
	    END-IF.
	    ADD WS-FILE-READ TO WS-TOTAL-READ.
	    ADD WS-FILE-REKEYED TO WS-TOTAL-REKEYED.
	    COMPUTE WS-TOTAL-KEPT = WS-TOTAL-KEPT + WS-FILE-READ
	        - WS-FILE-REKEYED.
	    IF WS-FILE-REKEYED > 0
	        ADD 1 TO WS-FILES-REKEYED
	    END-IF.

	    write-file-line.
	    MOVE WS-FILE-ID TO WS-FL-FILE-ID.
	    MOVE WS-FILE-DATE TO WS-FL-DATE.
	    MOVE WS-FILE-READ TO WS-FL-READ.
	    MOVE WS-FILE-REKEYED TO WS-FL-REKEYED.
	    COMPUTE WS-FL-KEPT = WS-FILE-READ - WS-FILE-REKEYED.
	    IF WS-FILE-FAULTS = 0
	        MOVE "PROVED" TO WS-FL-PROOF
	    ELSE
	        ADD 1 TO WS-FILES-FAILED
	        MOVE "FAILED - SEE JOB LOG" TO WS-FL-PROOF
	    END-IF.
	    WRITE REKEY-RPT-REC FROM WS-FILE-LINE.

	    *> ---------------------------------------------- SUMMARY --
	    write-rekey-summary.
	    WRITE REKEY-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "RECORDS MOVED OFF EACH KEY" TO WS-RPT-SECTION-LINE.
	    WRITE REKEY-RPT-REC FROM WS-RPT-SECTION-LINE.
	    PERFORM write-one-moved-line VARYING WS-BAD-IDX FROM 1 BY 1
	        UNTIL WS-BAD-IDX > WS-BAD-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "FILES READ:" TO WS-SUM-LABEL.
	    MOVE WS-FILES-READ TO WS-SUM-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "FILES RE-KEYED:" TO WS-SUM-LABEL.
	    MOVE WS-FILES-REKEYED TO WS-SUM-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "FILES FAILING PROOF:" TO WS-SUM-LABEL.
	    MOVE WS-FILES-FAILED TO WS-SUM-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "RECORDS READ:" TO WS-SUM-LABEL.
	    MOVE WS-TOTAL-READ TO WS-SUM-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "RECORDS RE-KEYED:" TO WS-SUM-LABEL.
	    MOVE WS-TOTAL-REKEYED TO WS-SUM-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "RECORDS UNCHANGED:" TO WS-SUM-LABEL.
	    MOVE WS-TOTAL-KEPT TO WS-SUM-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-SUM-LINE.

	    write-one-moved-line.
	    MOVE "COMPROMISED" TO WS-KEY-LINE-ROLE.
	    MOVE WS-BAD-ID(WS-BAD-IDX) TO WS-KEY-LINE-ID.
	    MOVE WS-BAD-OFFSET(WS-BAD-IDX) TO WS-KEY-LINE-OFFSET.
	    MOVE "RECORDS MOVED TO REPLACEMENT:" TO WS-KEY-LINE-TEXT.
	    MOVE WS-BAD-MOVED(WS-BAD-IDX) TO WS-KEY-LINE-COUNT.
	    WRITE REKEY-RPT-REC FROM WS-KEY-LINE.

	    encryption.
	    STRING caesarUpperTable(1:26) caesarLowerTable(1:26)
	        INTO takeChars
	    STRING caesarUpperTable(1 + offset:26)
	        caesarLowerTable(1 + offset:26)
	        INTO putChars
	    INSPECT WS-TEXT(1:WS-LL) CONVERTING takeChars TO putChars.

	    decryption.
	    STRING caesarUpperTable(1 + offset:26)
	        caesarLowerTable(1 + offset:26)
	        INTO takeChars
	    STRING caesarUpperTable(1:26) caesarLowerTable(1:26)
	        INTO putChars
	    INSPECT WS-TEXT(1:WS-LL) CONVERTING takeChars TO putChars.
