IDENTIFICATION DIVISION.
	PROGRAM-ID. CYCLE_CONVERT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT REG-OLD ASSIGN TO "REGOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT REG-NEW ASSIGN TO "REGNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT RUNCTL-OLD ASSIGN TO "RCTLOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT RUNCTL-NEW ASSIGN TO "RCTLNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT SUSP-OLD ASSIGN TO "SUSPOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT SUSP-NEW ASSIGN TO "SUSPNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT ARCHIVE-OLD ASSIGN TO "ARCHOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT ARCHIVE-NEW ASSIGN TO "ARCHNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT MANIFEST-OLD ASSIGN TO "MFSTOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT MANIFEST-NEW ASSIGN TO "MFSTNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT ACK-OLD ASSIGN TO "ACKOLD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OLD-STATUS.
	    SELECT ACK-NEW ASSIGN TO "ACKNEW"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> every dataset here gains the posting cycle as a two-digit
	    *> field on the end of its record, so every existing field
	    *> keeps its offset - the old record is carried across whole
	    *> and the cycle added behind it. everything already on file
	    *> ran before a business date could have a second cycle, so
	    *> it is the date's first.

	    *> the run register - business date, status and timestamp
	    FD REG-OLD.
	    01 REG-OLD-REC PIC X(30).
	    FD REG-NEW.
	    01 REG-NEW-REC.
	        05 NR-IMAGE PIC X(30).
	        05 NR-CYCLE PIC 9(2).

	    *> the run-control history the operations summary reads
	    FD RUNCTL-OLD.
	    01 RUNCTL-OLD-REC PIC X(85).
	    FD RUNCTL-NEW.
	    01 RUNCTL-NEW-REC.
	        05 NC-IMAGE PIC X(85).
	        05 NC-CYCLE PIC 9(2).

	    *> the live suspense dataset. a reject the earlier suspense
	    *> cutover stamped with a zero date belongs to no business
	    *> date and so to no cycle, the same as the rejects the
	    *> maintenance jobs raise outside the daily stream
	    FD SUSP-OLD.
	    01 SUSP-OLD-REC.
	        05 OS-PROGRAM PIC X(8).
	        05 OS-REASON PIC X(4).
	        05 OS-BUSINESS-DATE PIC X(8).
	        05 OS-REST PIC X(109).
	    FD SUSP-NEW.
	    01 SUSP-NEW-REC.
	        05 NS-IMAGE PIC X(129).
	        05 NS-CYCLE PIC 9(2).

	    *> the suspense archive - the same layout, stamped the same
	    *> way, since the suspense maintenance job appends to it
	    FD ARCHIVE-OLD.
	    01 ARCHIVE-OLD-REC.
	        05 OA-PROGRAM PIC X(8).
	        05 OA-REASON PIC X(4).
	        05 OA-BUSINESS-DATE PIC X(8).
	        05 OA-REST PIC X(109).
	    FD ARCHIVE-NEW.
	    01 ARCHIVE-NEW-REC.
	        05 NV-IMAGE PIC X(129).
	        05 NV-CYCLE PIC 9(2).

	    *> the distribution manifest - a row from before the hash
	    *> was carried reads in short with the hash blank, and it
	    *> stays blank so the acknowledgment reconciliation goes on
	    *> proving that file on count alone
	    FD MANIFEST-OLD.
	    01 MANIFEST-OLD-REC PIC X(58).
	    FD MANIFEST-NEW.
	    01 MANIFEST-NEW-REC.
	        05 NM-IMAGE PIC X(58).
	        05 NM-CYCLE PIC 9(2).

	    *> acknowledgments received so far - the history, or the
	    *> day's inbound collection not yet reconciled
	    FD ACK-OLD.
	    01 ACK-OLD-REC PIC X(37).
	    FD ACK-NEW.
	    01 ACK-NEW-REC.
	        05 NA-IMAGE PIC X(37).
	        05 NA-CYCLE PIC 9(2).

	    WORKING-STORAGE SECTION.
	    01 WS-OLD-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-OLD-EOF PIC X(1) VALUE "N".
	        88 OLD-EOF VALUE "Y".
	    01 WS-DATASET-NAME PIC X(8).
	    01 WS-READ-COUNT PIC 9(9) VALUE 0.
	    01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
	    01 WS-CONVERTED-COUNT PIC 9(1) VALUE 0.

	    *> each dataset is optional - one not there (status 35) is
	    *> skipped and said so; any other bad status stops the run
	    *> before a half-converted set can be swapped in
	PROCEDURE DIVISION.
	    begin.
	    PERFORM convert-register.
	    PERFORM convert-run-control.
	    PERFORM convert-suspense.
	    PERFORM convert-archive.
	    PERFORM convert-manifest.
	    PERFORM convert-acknowledgments.
	    IF WS-CONVERTED-COUNT = 0
	        DISPLAY "CYCLE CONVERT - NO DATASET PRESENT, NOTHING TO "
	            "CONVERT"
	        MOVE 4 TO RETURN-CODE
	    END-IF.
	    STOP RUN.

	    check-old-open.
	    IF WS-OLD-STATUS = "35"
	        DISPLAY WS-DATASET-NAME " NOT PRESENT - SKIPPED"
	    ELSE
	        IF WS-OLD-STATUS NOT = "00"
	            DISPLAY WS-DATASET-NAME " OLD OPEN FAILED, STATUS "
	                WS-OLD-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        MOVE "N" TO WS-OLD-EOF
	        MOVE 0 TO WS-READ-COUNT
	        MOVE 0 TO WS-WRITTEN-COUNT
	        ADD 1 TO WS-CONVERTED-COUNT
	    END-IF.

	    check-new-open.
	    IF WS-NEW-STATUS NOT = "00"
	        DISPLAY WS-DATASET-NAME " NEW OPEN FAILED, STATUS "
	            WS-NEW-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    show-counts.
	    DISPLAY "CYCLE CONVERT " WS-DATASET-NAME " - READ "
	        WS-READ-COUNT " WROTE " WS-WRITTEN-COUNT.

	    *> ---------------------------------------- RUN REGISTER --
	    convert-register.
	    MOVE "RUNREG" TO WS-DATASET-NAME.
	    OPEN INPUT REG-OLD.
	    PERFORM check-old-open.
	    IF WS-OLD-STATUS = "00"
	        OPEN OUTPUT REG-NEW
	        PERFORM check-new-open
	        PERFORM read-register
	        PERFORM convert-one-register UNTIL OLD-EOF
	        CLOSE REG-OLD REG-NEW
	        PERFORM show-counts
	    END-IF.

	    read-register.
	    READ REG-OLD
	        AT END
	            SET OLD-EOF TO TRUE
	    END-READ.

	    convert-one-register.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE REG-OLD-REC TO NR-IMAGE.
	    MOVE 1 TO NR-CYCLE.
	    WRITE REG-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-register.

	    *> ---------------------------------------- RUN CONTROL --
	    convert-run-control.
	    MOVE "RUNCTL" TO WS-DATASET-NAME.
	    OPEN INPUT RUNCTL-OLD.
	    PERFORM check-old-open.
	    IF WS-OLD-STATUS = "00"
	        OPEN OUTPUT RUNCTL-NEW
	        PERFORM check-new-open
	        PERFORM read-run-control
	        PERFORM convert-one-run-control UNTIL OLD-EOF
	        CLOSE RUNCTL-OLD RUNCTL-NEW
	        PERFORM show-counts
	    END-IF.

	    read-run-control.
	    READ RUNCTL-OLD
	        AT END
	            SET OLD-EOF TO TRUE
	    END-READ.

	    convert-one-run-control.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE RUNCTL-OLD-REC TO NC-IMAGE.
	    MOVE 1 TO NC-CYCLE.
	    WRITE RUNCTL-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-run-control.

	    *> -------------------------------------------- SUSPENSE --
	    convert-suspense.
	    MOVE "SUSPENSE" TO WS-DATASET-NAME.
	    OPEN INPUT SUSP-OLD.
	    PERFORM check-old-open.
	    IF WS-OLD-STATUS = "00"
	        OPEN OUTPUT SUSP-NEW
	        PERFORM check-new-open
	        PERFORM read-suspense
	        PERFORM convert-one-suspense UNTIL OLD-EOF
	        CLOSE SUSP-OLD SUSP-NEW
	        PERFORM show-counts
	    END-IF.

	    read-suspense.
	    READ SUSP-OLD
	        AT END
	            SET OLD-EOF TO TRUE
	    END-READ.

	    convert-one-suspense.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE SUSP-OLD-REC TO NS-IMAGE.
	    IF OS-BUSINESS-DATE IS NUMERIC
	        AND OS-BUSINESS-DATE NOT = "00000000"
	        MOVE 1 TO NS-CYCLE
	    ELSE
	        MOVE 0 TO NS-CYCLE
	    END-IF.
	    WRITE SUSP-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-suspense.

	    *> ------------------------------------- SUSPENSE ARCHIVE --
	    convert-archive.
	    MOVE "SUSPARCH" TO WS-DATASET-NAME.
	    OPEN INPUT ARCHIVE-OLD.
	    PERFORM check-old-open.
	    IF WS-OLD-STATUS = "00"
	        OPEN OUTPUT ARCHIVE-NEW
	        PERFORM check-new-open
	        PERFORM read-archive
	        PERFORM convert-one-archive UNTIL OLD-EOF
	        CLOSE ARCHIVE-OLD ARCHIVE-NEW
	        PERFORM show-counts
	    END-IF.

	    read-archive.
	    READ ARCHIVE-OLD
	        AT END
	            SET OLD-EOF TO TRUE
	    END-READ.

	    convert-one-archive.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE ARCHIVE-OLD-REC TO NV-IMAGE.
	    IF OA-BUSINESS-DATE IS NUMERIC
	        AND OA-BUSINESS-DATE NOT = "00000000"
	        MOVE 1 TO NV-CYCLE
	    ELSE
	        MOVE 0 TO NV-CYCLE
	    END-IF.
	    WRITE ARCHIVE-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-archive.

	    *> -------------------------------------------- MANIFEST --
	    convert-manifest.
	    MOVE "MANIFEST" TO WS-DATASET-NAME.
	    OPEN INPUT MANIFEST-OLD.
	    PERFORM check-old-open.
	    IF WS-OLD-STATUS = "00"
	        OPEN OUTPUT MANIFEST-NEW
	        PERFORM check-new-open
	        PERFORM read-manifest
	        PERFORM convert-one-manifest UNTIL OLD-EOF
	        CLOSE MANIFEST-OLD MANIFEST-NEW
	        PERFORM show-counts
	    END-IF.

	    read-manifest.
	    READ MANIFEST-OLD
	        AT END
	            SET OLD-EOF TO TRUE
	    END-READ.

	    convert-one-manifest.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE MANIFEST-OLD-REC TO NM-IMAGE.
	    MOVE 1 TO NM-CYCLE.
	    WRITE MANIFEST-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-manifest.

	    *> ------------------------------------- ACKNOWLEDGMENTS --
	    convert-acknowledgments.
	    MOVE "ACKHIST" TO WS-DATASET-NAME.
	    OPEN INPUT ACK-OLD.
	    PERFORM check-old-open.
	    IF WS-OLD-STATUS = "00"
	        OPEN OUTPUT ACK-NEW
	        PERFORM check-new-open
	        PERFORM read-acknowledgment
	        PERFORM convert-one-acknowledgment UNTIL OLD-EOF
	        CLOSE ACK-OLD ACK-NEW
	        PERFORM show-counts
	    END-IF.

	    read-acknowledgment.
	    READ ACK-OLD
	        AT END
	            SET OLD-EOF TO TRUE
	    END-READ.

	    convert-one-acknowledgment.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE ACK-OLD-REC TO NA-IMAGE.
	    MOVE 1 TO NA-CYCLE.
	    WRITE ACK-NEW-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-acknowledgment.
