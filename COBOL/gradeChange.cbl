IDENTIFICATION DIVISION.
	PROGRAM-ID. GRADE_CHANGE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT GRADE-CTL ASSIGN TO "GRADECTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT TRANSCRIPT-CTL ASSIGN TO "TRSCCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TCTL-STATUS.
	    SELECT CHANGE-TRANS ASSIGN TO "GRDCHGIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TRANS-STATUS.
	    SELECT GRADE-HIST ASSIGN TO "GRADEHST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-HIST-STATUS.
	    SELECT HIST-NEW ASSIGN TO "GRADEHSN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT CHANGE-AUDIT ASSIGN TO "GRADEAUD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-AUD-STATUS.
	    SELECT CHANGE-LIST ASSIGN TO "GRDCHGL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-LIST-STATUS.
	    SELECT SUSPENSE ASSIGN TO "SUSPENSE"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-SUSP-STATUS.
	    SELECT SORT-WORK ASSIGN TO "SORTWK".

	DATA DIVISION.
	    FILE SECTION.
	    *> the grading bands CONDITIONALS runs under - a changed
	    *> score is re-banded against exactly these cutoffs, so a
	    *> corrected record reads as if the grader had produced it
	    FD GRADE-CTL.
	    01 GRADE-CTL-REC.
	        05 CTL-FAIL-MAX PIC 9(3).
	        05 CTL-REVIEW-MAX PIC 9(3).
	        05 CTL-PASS-MAX PIC 9(3).
	        05 CTL-TERM PIC X(5).
	        05 CTL-BUSINESS-DATE PIC 9(8).

	    *> the transcript's standing thresholds, read here so the
	    *> standing-change list agrees with what TRNSCRPT will print
	    FD TRANSCRIPT-CTL.
	    01 TRANSCRIPT-CTL-REC.
	        05 TCTL-WARNING-FAILS PIC 9(2).
	        05 TCTL-PROBATION-FAILS PIC 9(2).

	    *> the registrar's authorized changes - an upheld appeal
	    *> (APPL), an instructor's correction (CORR) or the final
	    *> score for an incomplete (CMPL), each naming the score it
	    *> replaces and who signed it off
	    FD CHANGE-TRANS.
	    01 CHANGE-TRANS-REC.
	        05 GC-TERM PIC X(5).
	        05 GC-STUDENT-ID PIC X(9).
	        05 GC-OLD-SCORE PIC 9(3).
	        05 GC-NEW-SCORE PIC 9(3).
	        05 GC-REASON PIC X(4).
	        05 GC-AUTHORIZER PIC X(8).

	    *> the grade history CONDITIONALS appends - one record per
	    *> student per term graded
	    FD GRADE-HIST.
	    01 GRADE-HIST-REC.
	        05 GH-TERM PIC X(5).
	        05 GH-STUDENT-ID PIC X(9).
	        05 GH-SCORE PIC 9(3).
	        05 GH-STATUS PIC X(1).
	        05 GH-SECTION PIC X(6).
	        *> the score as first submitted - a change replaces
	        *> GH-SCORE and leaves this as the record of the original
	        05 GH-RAW-SCORE PIC 9(3).

	    *> the corrected replacement for the live history; a
	    *> following copy step swaps it over GRADEHST, same
	    *> convention as the student master maintenance
	    FD HIST-NEW.
	    01 HIST-NEW-REC PIC X(27).

	    *> the registrar's master, in student-id order, for the
	    *> names on the standing-change list
	    FD STUDENT-MASTER.
	    01 STUDENT-MASTER-REC.
	        05 SM-STUDENT-ID PIC X(9).
	        05 SM-NAME PIC X(25).
	        05 SM-PROGRAM PIC X(6).
	        05 SM-ENROLL-STATUS PIC X(1).

	    *> the permanent trail of every grade ever changed - appended
	    *> run on run, never rewritten, so any history record that
	    *> differs from the original GRADERPT can be explained
	    FD CHANGE-AUDIT.
	    01 CHANGE-AUDIT-REC.
	        05 GA-TERM PIC X(5).
	        05 GA-STUDENT-ID PIC X(9).
	        05 GA-OLD-SCORE PIC 9(3).
	        05 GA-OLD-STATUS PIC X(1).
	        05 GA-NEW-SCORE PIC 9(3).
	        05 GA-NEW-STATUS PIC X(1).
	        05 GA-REASON PIC X(4).
	        05 GA-AUTHORIZER PIC X(8).
	        05 GA-CHANGED-TS PIC X(21).

	    *> the listing the registrar signs off on - every change
	    *> applied, then every student whose standing moves
	    FD CHANGE-LIST.
	    01 CHANGE-LIST-REC PIC X(80).

	    FD SUSPENSE.
	    01 SUSPENSE-REC.
	        05 SUSP-PROGRAM PIC X(8).
	        05 SUSP-REASON PIC X(4).
	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    *> the changed students' history goes through the sort so
	    *> each one's terms come off together and in term order,
	    *> carrying the status before and after the change
	    SD SORT-WORK.
	    01 SORT-WORK-REC.
	        05 SW-STUDENT-ID PIC X(9).
	        05 SW-TERM PIC X(5).
	        05 SW-OLD-STATUS PIC X(1).
	        05 SW-NEW-STATUS PIC X(1).
	        05 SW-CHANGED PIC X(1).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-TCTL-STATUS PIC X(2).
	    01 WS-TRANS-STATUS PIC X(2).
	    01 WS-HIST-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-MASTER-STATUS PIC X(2).
	    01 WS-AUD-STATUS PIC X(2).
	    01 WS-LIST-STATUS PIC X(2).
	    01 WS-SUSP-STATUS PIC X(2).
	    01 WS-TRANS-EOF PIC X(1) VALUE "N".
	        88 TRANS-EOF VALUE "Y".
	    01 WS-HIST-EOF PIC X(1) VALUE "N".
	        88 HIST-EOF VALUE "Y".
	    01 WS-SORT-EOF PIC X(1) VALUE "N".
	        88 SORTED-EOF VALUE "Y".
	    01 WS-MASTER-EOF PIC X(1) VALUE "N".
	        88 MASTER-EOF VALUE "Y".
	    01 WS-MASTER-OPENED PIC X(1) VALUE "N".
	        88 MASTER-OPENED VALUE "Y".

	    *> compiled-in bands and thresholds, overridden by the
	    *> control records exactly as the grader and transcript do
	    01 WS-FAIL-MAX PIC 9(3) VALUE 040.
	    01 WS-REVIEW-MAX PIC 9(3) VALUE 044.
	    01 WS-PASS-MAX PIC 9(3) VALUE 100.
	    01 WS-WARNING-FAILS PIC 9(2) VALUE 1.
	    01 WS-PROBATION-FAILS PIC 9(2) VALUE 2.

	    01 CHECK-VAL PIC 9(3).
	    01 WS-GRADE-STATUS PIC X(1).
	        88 GRADE-PASS VALUE "P".
	        88 GRADE-FAIL VALUE "F".
	        88 GRADE-REVIEW VALUE "R".
	        88 GRADE-INCOMPLETE VALUE "I".
	        88 GRADE-INVALID VALUE "X".

	    01 WS-EDIT-REASON PIC X(4).
	        88 REASON-VALID VALUE "APPL" "CORR" "CMPL".

	    *> the validated changes, held while the history passes -
	    *> each is applied to the first record it matches on term,
	    *> student and old score, then marked so it cannot be
	    *> applied twice; SEEN records that the term and student
	    *> were found at all, which tells a wrong old score from a
	    *> record that is simply not on the history
	    01 WS-CHG-TABLE.
	        05 WS-CHG-ENTRY OCCURS 500 TIMES.
	            10 WS-CHG-IMAGE.
	                15 WS-CHG-TERM PIC X(5).
	                15 WS-CHG-STUDENT-ID PIC X(9).
	                15 WS-CHG-OLD-SCORE PIC 9(3).
	                15 WS-CHG-NEW-SCORE PIC 9(3).
	                15 WS-CHG-REASON PIC X(4).
	                15 WS-CHG-AUTHORIZER PIC X(8).
	            10 WS-CHG-NEW-STATUS PIC X(1).
	            10 WS-CHG-SEEN PIC X(1).
	            10 WS-CHG-APPLIED PIC X(1).
	    01 WS-CHG-COUNT PIC 9(3) VALUE 0.
	    01 WS-CHG-IDX PIC 9(3).
	    01 WS-CHG-FOUND PIC X(1).
	        88 CHANGE-FOUND VALUE "Y".
	    01 WS-STU-FOUND PIC X(1).
	        88 STUDENT-HAS-CHANGES VALUE "Y".

	    01 WS-TRANS-READ PIC 9(9) VALUE 0.
	    01 WS-TRANS-APPLIED PIC 9(9) VALUE 0.
	    01 WS-TRANS-REJECTED PIC 9(9) VALUE 0.
	    01 WS-HIST-READ PIC 9(9) VALUE 0.
	    01 WS-HIST-WRITTEN PIC 9(9) VALUE 0.
	    01 WS-STANDING-CHANGES PIC 9(9) VALUE 0.
	    01 WS-RUN-TIMESTAMP PIC X(21).

	    *> per-student accumulators for the standing control break -
	    *> the consecutive-fail streak under the old statuses and
	    *> under the corrected ones, side by side
	    01 WS-STU-CURRENT PIC X(9) VALUE LOW-VALUES.
	    01 WS-STU-OPEN PIC X(1) VALUE "N".
	        88 STUDENT-OPEN VALUE "Y".
	    01 WS-STU-CHANGED PIC X(1) VALUE "N".
	        88 STUDENT-CHANGED VALUE "Y".
	    01 WS-STU-OLD-FAILS PIC 9(4) VALUE 0.
	    01 WS-STU-NEW-FAILS PIC 9(4) VALUE 0.
	    01 WS-STANDING-FAILS PIC 9(4).
	    01 WS-STANDING-TEXT PIC X(13).
	    01 WS-OLD-STANDING PIC X(13).
	    01 WS-NEW-STANDING PIC X(13).

	    01 WS-LIST-TITLE-LINE.
	        05 FILLER PIC X(31) VALUE
	            "GRADE CHANGE LISTING           ".
	        05 WS-LIST-TITLE-STAMP PIC X(21).
	        05 FILLER PIC X(28) VALUE SPACES.
	    01 WS-LIST-HDR-LINE PIC X(80) VALUE
	        "TERM   STUDENT ID  OLD  STATUS  NEW  STATUS  REASON  AUTHORIZER".
	    01 WS-LIST-DETAIL-LINE.
	        05 WS-LIST-TERM PIC X(5).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-ID PIC X(9).
	        05 FILLER PIC X(3) VALUE SPACES.
	        05 WS-LIST-OLD-SCORE PIC ZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-OLD-STATUS PIC X(6).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-NEW-SCORE PIC ZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-NEW-STATUS PIC X(6).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-LIST-REASON PIC X(4).
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-LIST-AUTHORIZER PIC X(8).
	        05 FILLER PIC X(19) VALUE SPACES.
	    01 WS-STATUS-WORD PIC X(6).
	    01 WS-STAND-TITLE-LINE PIC X(80) VALUE
	        "ACADEMIC STANDING CHANGES ON TRNSCRPT".
	    01 WS-STAND-HDR-LINE PIC X(80) VALUE
	        "STUDENT ID  NAME                       WAS            NOW".
	    01 WS-STAND-DETAIL-LINE.
	        05 WS-STAND-ID PIC X(9).
	        05 FILLER PIC X(3) VALUE SPACES.
	        05 WS-STAND-NAME PIC X(25).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-STAND-WAS PIC X(13).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-STAND-NOW PIC X(13).
	        05 FILLER PIC X(13) VALUE SPACES.
	    01 WS-LIST-SUM-LINE.
	        05 WS-LIST-SUM-LABEL PIC X(26).
	        05 WS-LIST-SUM-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(45) VALUE SPACES.
	    01 WS-LIST-BLANK-LINE PIC X(80) VALUE SPACES.

	PROCEDURE DIVISION.
	    begin.
	    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
	    PERFORM read-grade-control.
	    PERFORM read-transcript-control.
	    PERFORM open-files.
	    MOVE WS-RUN-TIMESTAMP TO WS-LIST-TITLE-STAMP.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-TITLE-LINE.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-HDR-LINE.
	    PERFORM read-change.
	    PERFORM load-one-change UNTIL TRANS-EOF.
	    SORT SORT-WORK
	        ON ASCENDING KEY SW-STUDENT-ID SW-TERM
	        INPUT PROCEDURE IS apply-changes
	        OUTPUT PROCEDURE IS list-standing-changes.
	    PERFORM reject-one-unapplied VARYING WS-CHG-IDX FROM 1 BY 1
	        UNTIL WS-CHG-IDX > WS-CHG-COUNT.
	    PERFORM write-change-summary.
	    CLOSE CHANGE-TRANS GRADE-HIST HIST-NEW CHANGE-AUDIT
	        CHANGE-LIST SUSPENSE.
	    DISPLAY "GRADE CHANGE - READ " WS-TRANS-READ
	        " CHANGES, APPLIED " WS-TRANS-APPLIED ", REJECTED "
	        WS-TRANS-REJECTED.
	    IF WS-TRANS-REJECTED > 0
	        DISPLAY "GRADE CHANGE REJECTED " WS-TRANS-REJECTED
	            " CHANGE(S) - SEE SUSPENSE"
	        MOVE 8 TO RETURN-CODE
	    END-IF.
	    STOP RUN.

	    *> a missing control file means "run with the compiled-in
	    *> default bands" (status 35), the grader's own convention;
	    *> the control record's term and date play no part here
	    read-grade-control.
	    OPEN INPUT GRADE-CTL.
	    IF WS-CTL-STATUS NOT = "35"
	        IF WS-CTL-STATUS NOT = "00"
	            DISPLAY "GRADE-CTL OPEN FAILED, STATUS " WS-CTL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ GRADE-CTL
	            AT END
	                CONTINUE
	            NOT AT END
	                MOVE CTL-FAIL-MAX TO WS-FAIL-MAX
	                MOVE CTL-REVIEW-MAX TO WS-REVIEW-MAX
	                MOVE CTL-PASS-MAX TO WS-PASS-MAX
	        END-READ
	        CLOSE GRADE-CTL
	    END-IF.

	    read-transcript-control.
	    OPEN INPUT TRANSCRIPT-CTL.
	    IF WS-TCTL-STATUS NOT = "35"
	        IF WS-TCTL-STATUS NOT = "00"
	            DISPLAY "TRANSCRIPT-CTL OPEN FAILED, STATUS "
	                WS-TCTL-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        READ TRANSCRIPT-CTL
	            AT END
	                CONTINUE
	            NOT AT END
	                IF TCTL-WARNING-FAILS IS NUMERIC
	                    AND TCTL-WARNING-FAILS > 0
	                    MOVE TCTL-WARNING-FAILS TO WS-WARNING-FAILS
	                END-IF
	                IF TCTL-PROBATION-FAILS IS NUMERIC
	                    AND TCTL-PROBATION-FAILS > 0
	                    MOVE TCTL-PROBATION-FAILS
	                        TO WS-PROBATION-FAILS
	                END-IF
	        END-READ
	        CLOSE TRANSCRIPT-CTL
	    END-IF.

	    *> the audit trail is permanent, so it is extended with the
	    *> usual create-on-first-use fallback; the history itself
	    *> must be there - there is nothing to correct without it
	    open-files.
	    OPEN INPUT CHANGE-TRANS.
	    IF WS-TRANS-STATUS NOT = "00"
	        DISPLAY "CHANGE-TRANS OPEN FAILED, STATUS " WS-TRANS-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN INPUT GRADE-HIST.
	    IF WS-HIST-STATUS NOT = "00"
	        DISPLAY "GRADE-HIST OPEN FAILED, STATUS " WS-HIST-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT HIST-NEW.
	    IF WS-NEW-STATUS NOT = "00"
	        DISPLAY "HIST-NEW OPEN FAILED, STATUS " WS-NEW-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN EXTEND CHANGE-AUDIT.
	    IF WS-AUD-STATUS = "35"
	        OPEN OUTPUT CHANGE-AUDIT
	    END-IF.
	    IF WS-AUD-STATUS NOT = "00"
	        DISPLAY "CHANGE-AUDIT OPEN FAILED, STATUS " WS-AUD-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT CHANGE-LIST.
	    IF WS-LIST-STATUS NOT = "00"
	        DISPLAY "CHANGE-LIST OPEN FAILED, STATUS " WS-LIST-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN EXTEND SUSPENSE.
	    IF WS-SUSP-STATUS = "35"
	        OPEN OUTPUT SUSPENSE
	    END-IF.
	    IF WS-SUSP-STATUS NOT = "00"
	        DISPLAY "SUSPENSE OPEN FAILED, STATUS " WS-SUSP-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    read-change.
	    READ CHANGE-TRANS
	        AT END
	            SET TRANS-EOF TO TRUE
	        NOT AT END
	            ADD 1 TO WS-TRANS-READ
	    END-READ.

	    *> a change is edited before it goes near the history - an
	    *> unsigned or unexplained change, or a new score the bands
	    *> cannot grade, is rejected on its own
	    load-one-change.
	    MOVE GC-REASON TO WS-EDIT-REASON.
	    EVALUATE TRUE
	        WHEN GC-OLD-SCORE NOT NUMERIC
	            OR GC-NEW-SCORE NOT NUMERIC
	            DISPLAY "REJECTED - SCORE NOT NUMERIC FOR "
	                GC-STUDENT-ID " TERM " GC-TERM
	            MOVE "NUMR" TO SUSP-REASON
	            PERFORM write-suspense
	        WHEN NOT REASON-VALID
	            DISPLAY "REJECTED - UNKNOWN REASON CODE FOR "
	                GC-STUDENT-ID ": " GC-REASON
	            MOVE "RESN" TO SUSP-REASON
	            PERFORM write-suspense
	        WHEN GC-AUTHORIZER = SPACES
	            DISPLAY "REJECTED - CHANGE NOT AUTHORIZED FOR "
	                GC-STUDENT-ID " TERM " GC-TERM
	            MOVE "AUTH" TO SUSP-REASON
	            PERFORM write-suspense
	        WHEN OTHER
	            MOVE GC-NEW-SCORE TO CHECK-VAL
	            PERFORM grade-check
	            IF GRADE-INVALID
	                DISPLAY "REJECTED - NEW SCORE OUT OF CONFIGURED "
	                    "RANGE FOR " GC-STUDENT-ID ": " GC-NEW-SCORE
	                MOVE "SCOR" TO SUSP-REASON
	                PERFORM write-suspense
	            ELSE
	                PERFORM table-one-change
	            END-IF
	    END-EVALUATE.
	    PERFORM read-change.

	    table-one-change.
	    IF WS-CHG-COUNT >= 500
	        DISPLAY "CHANGE TABLE OVERFLOW - TABLE HOLDS 500, "
	            "SPLIT THE BATCH"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    ADD 1 TO WS-CHG-COUNT.
	    MOVE CHANGE-TRANS-REC TO WS-CHG-IMAGE(WS-CHG-COUNT).
	    MOVE WS-GRADE-STATUS TO WS-CHG-NEW-STATUS(WS-CHG-COUNT).
	    MOVE "N" TO WS-CHG-SEEN(WS-CHG-COUNT).
	    MOVE "N" TO WS-CHG-APPLIED(WS-CHG-COUNT).

	    *> the same bands, in the same order, as CONDITIONALS'
	    *> grade-check - a score above the PASS band is invalid
	    grade-check.
	    EVALUATE TRUE
	        WHEN CHECK-VAL <= WS-FAIL-MAX
	            SET GRADE-FAIL TO TRUE
	        WHEN CHECK-VAL <= WS-REVIEW-MAX
	            SET GRADE-REVIEW TO TRUE
	        WHEN CHECK-VAL <= WS-PASS-MAX
	            SET GRADE-PASS TO TRUE
	        WHEN OTHER
	            SET GRADE-INVALID TO TRUE
	    END-EVALUATE.

	    *> one pass of the history: every record is copied to the
	    *> replacement, corrected where a change matches it, and the
	    *> records of any student with a change pending are released
	    *> to the sort for the standing comparison
	    apply-changes.
	    PERFORM read-history.
	    PERFORM apply-one-history UNTIL HIST-EOF.

	    read-history.
	    READ GRADE-HIST
	        AT END
	            SET HIST-EOF TO TRUE
	        NOT AT END
	            ADD 1 TO WS-HIST-READ
	    END-READ.

	    apply-one-history.
	    MOVE GH-STUDENT-ID TO SW-STUDENT-ID.
	    MOVE GH-TERM TO SW-TERM.
	    MOVE GH-STATUS TO SW-OLD-STATUS.
	    MOVE "N" TO SW-CHANGED.
	    MOVE "N" TO WS-CHG-FOUND.
	    MOVE "N" TO WS-STU-FOUND.
	    MOVE 1 TO WS-CHG-IDX.
	    PERFORM match-one-change UNTIL CHANGE-FOUND
	        OR WS-CHG-IDX > WS-CHG-COUNT.
	    IF CHANGE-FOUND
	        PERFORM apply-one-change
	    END-IF.
	    MOVE GH-STATUS TO SW-NEW-STATUS.
	    WRITE HIST-NEW-REC FROM GRADE-HIST-REC.
	    ADD 1 TO WS-HIST-WRITTEN.
	    IF STUDENT-HAS-CHANGES
	        RELEASE SORT-WORK-REC
	    END-IF.
	    PERFORM read-history.

	    *> scans the whole table for the student so the sort gets
	    *> every one of their terms, stopping early only on a hit
	    match-one-change.
	    IF WS-CHG-STUDENT-ID(WS-CHG-IDX) = GH-STUDENT-ID
	        SET STUDENT-HAS-CHANGES TO TRUE
	        IF WS-CHG-TERM(WS-CHG-IDX) = GH-TERM
	            MOVE "Y" TO WS-CHG-SEEN(WS-CHG-IDX)
	            IF WS-CHG-APPLIED(WS-CHG-IDX) = "N"
	                AND WS-CHG-OLD-SCORE(WS-CHG-IDX) = GH-SCORE
	                SET CHANGE-FOUND TO TRUE
	            END-IF
	        END-IF
	    END-IF.
	    IF NOT CHANGE-FOUND
	        ADD 1 TO WS-CHG-IDX
	    END-IF.

	    apply-one-change.
	    MOVE "Y" TO WS-CHG-APPLIED(WS-CHG-IDX).
	    MOVE "Y" TO SW-CHANGED.
	    MOVE GH-TERM TO GA-TERM.
	    MOVE GH-STUDENT-ID TO GA-STUDENT-ID.
	    MOVE GH-SCORE TO GA-OLD-SCORE.
	    MOVE GH-STATUS TO GA-OLD-STATUS.
	    MOVE WS-CHG-NEW-SCORE(WS-CHG-IDX) TO GA-NEW-SCORE.
	    MOVE WS-CHG-NEW-STATUS(WS-CHG-IDX) TO GA-NEW-STATUS.
	    MOVE WS-CHG-REASON(WS-CHG-IDX) TO GA-REASON.
	    MOVE WS-CHG-AUTHORIZER(WS-CHG-IDX) TO GA-AUTHORIZER.
	    MOVE WS-RUN-TIMESTAMP TO GA-CHANGED-TS.
	    WRITE CHANGE-AUDIT-REC.
	    MOVE GA-TERM TO WS-LIST-TERM.
	    MOVE GA-STUDENT-ID TO WS-LIST-ID.
	    MOVE GA-OLD-SCORE TO WS-LIST-OLD-SCORE.
	    MOVE GA-OLD-STATUS TO WS-GRADE-STATUS.
	    PERFORM set-status-word.
	    MOVE WS-STATUS-WORD TO WS-LIST-OLD-STATUS.
	    MOVE GA-NEW-SCORE TO WS-LIST-NEW-SCORE.
	    MOVE GA-NEW-STATUS TO WS-GRADE-STATUS.
	    PERFORM set-status-word.
	    MOVE WS-STATUS-WORD TO WS-LIST-NEW-STATUS.
	    MOVE GA-REASON TO WS-LIST-REASON.
	    MOVE GA-AUTHORIZER TO WS-LIST-AUTHORIZER.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-DETAIL-LINE.
	    MOVE GA-NEW-SCORE TO GH-SCORE.
	    MOVE GA-NEW-STATUS TO GH-STATUS.
	    ADD 1 TO WS-TRANS-APPLIED.

	    set-status-word.
	    EVALUATE TRUE
	        WHEN GRADE-PASS
	            MOVE "PASS" TO WS-STATUS-WORD
	        WHEN GRADE-FAIL
	            MOVE "FAIL" TO WS-STATUS-WORD
	        WHEN GRADE-REVIEW
	            MOVE "REVIEW" TO WS-STATUS-WORD
	        WHEN GRADE-INCOMPLETE
	            MOVE "INCOMP" TO WS-STATUS-WORD
	        WHEN OTHER
	            MOVE "?" TO WS-STATUS-WORD
	    END-EVALUATE.

	    *> the transcript's standing rule - consecutive fails ending
	    *> at the most recent term, an incomplete leaving the streak
	    *> alone - worked twice per student, once on the statuses
	    *> as they were and once as corrected
	    list-standing-changes.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE.
	    WRITE CHANGE-LIST-REC FROM WS-STAND-TITLE-LINE.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE.
	    WRITE CHANGE-LIST-REC FROM WS-STAND-HDR-LINE.
	    PERFORM open-student-master.
	    PERFORM return-sorted.
	    PERFORM standing-one-record UNTIL SORTED-EOF.
	    PERFORM end-student.
	    IF MASTER-OPENED
	        CLOSE STUDENT-MASTER
	    END-IF.

	    *> a missing master means names are simply unavailable this
	    *> run, matching the transcript's convention
	    open-student-master.
	    OPEN INPUT STUDENT-MASTER.
	    IF WS-MASTER-STATUS = "35"
	        DISPLAY "STUDENT-MASTER NOT PRESENT - NAMES "
	            "UNAVAILABLE THIS RUN"
	        SET MASTER-EOF TO TRUE
	    ELSE
	        IF WS-MASTER-STATUS NOT = "00"
	            DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS "
	                WS-MASTER-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        SET MASTER-OPENED TO TRUE
	        PERFORM read-student-master
	    END-IF.

	    read-student-master.
	    READ STUDENT-MASTER
	        AT END
	            SET MASTER-EOF TO TRUE
	    END-READ.

	    return-sorted.
	    RETURN SORT-WORK
	        AT END
	            SET SORTED-EOF TO TRUE
	    END-RETURN.

	    standing-one-record.
	    IF SW-STUDENT-ID NOT = WS-STU-CURRENT
	        PERFORM end-student
	        PERFORM start-student
	    END-IF.
	    EVALUATE SW-OLD-STATUS
	        WHEN "I"
	            CONTINUE
	        WHEN "F"
	            ADD 1 TO WS-STU-OLD-FAILS
	        WHEN OTHER
	            MOVE 0 TO WS-STU-OLD-FAILS
	    END-EVALUATE.
	    EVALUATE SW-NEW-STATUS
	        WHEN "I"
	            CONTINUE
	        WHEN "F"
	            ADD 1 TO WS-STU-NEW-FAILS
	        WHEN OTHER
	            MOVE 0 TO WS-STU-NEW-FAILS
	    END-EVALUATE.
	    IF SW-CHANGED = "Y"
	        SET STUDENT-CHANGED TO TRUE
	    END-IF.
	    PERFORM return-sorted.

	    start-student.
	    MOVE SW-STUDENT-ID TO WS-STU-CURRENT.
	    MOVE 0 TO WS-STU-OLD-FAILS.
	    MOVE 0 TO WS-STU-NEW-FAILS.
	    MOVE "N" TO WS-STU-CHANGED.
	    SET STUDENT-OPEN TO TRUE.

	    *> only a student whose history actually changed, and whose
	    *> standing moves because of it, makes the list
	    end-student.
	    IF STUDENT-OPEN AND STUDENT-CHANGED
	        MOVE WS-STU-OLD-FAILS TO WS-STANDING-FAILS
	        PERFORM set-standing
	        MOVE WS-STANDING-TEXT TO WS-OLD-STANDING
	        MOVE WS-STU-NEW-FAILS TO WS-STANDING-FAILS
	        PERFORM set-standing
	        MOVE WS-STANDING-TEXT TO WS-NEW-STANDING
	        IF WS-OLD-STANDING NOT = WS-NEW-STANDING
	            PERFORM list-one-standing
	        END-IF
	    END-IF.
	    MOVE "N" TO WS-STU-OPEN.

	    set-standing.
	    EVALUATE TRUE
	        WHEN WS-STANDING-FAILS >= WS-PROBATION-FAILS
	            MOVE "PROBATION" TO WS-STANDING-TEXT
	        WHEN WS-STANDING-FAILS >= WS-WARNING-FAILS
	            MOVE "WARNING" TO WS-STANDING-TEXT
	        WHEN OTHER
	            MOVE "GOOD STANDING" TO WS-STANDING-TEXT
	    END-EVALUATE.

	    *> the master and the sorted history both run in id order,
	    *> so the master just advances until it meets or passes the
	    *> student in hand
	    list-one-standing.
	    PERFORM read-student-master UNTIL MASTER-EOF
	        OR SM-STUDENT-ID >= WS-STU-CURRENT.
	    MOVE WS-STU-CURRENT TO WS-STAND-ID.
	    IF NOT MASTER-EOF AND SM-STUDENT-ID = WS-STU-CURRENT
	        MOVE SM-NAME TO WS-STAND-NAME
	    ELSE
	        MOVE "*NOT ON MASTER FILE*" TO WS-STAND-NAME
	    END-IF.
	    MOVE WS-OLD-STANDING TO WS-STAND-WAS.
	    MOVE WS-NEW-STANDING TO WS-STAND-NOW.
	    WRITE CHANGE-LIST-REC FROM WS-STAND-DETAIL-LINE.
	    ADD 1 TO WS-STANDING-CHANGES.

	    *> a change that found its term and student but not its old
	    *> score was keyed against the wrong figure (or has already
	    *> been applied); one that found neither is not on the
	    *> history at all - either way nothing is changed
	    reject-one-unapplied.
	    IF WS-CHG-APPLIED(WS-CHG-IDX) = "N"
	        MOVE WS-CHG-IMAGE(WS-CHG-IDX) TO CHANGE-TRANS-REC
	        IF WS-CHG-SEEN(WS-CHG-IDX) = "Y"
	            DISPLAY "REJECTED - OLD SCORE DOES NOT MATCH HISTORY "
	                "FOR " GC-STUDENT-ID " TERM " GC-TERM ": "
	                GC-OLD-SCORE
	            MOVE "OLDS" TO SUSP-REASON
	        ELSE
	            DISPLAY "REJECTED - NO HISTORY RECORD FOR "
	                GC-STUDENT-ID " TERM " GC-TERM
	            MOVE "NOHS" TO SUSP-REASON
	        END-IF
	        PERFORM write-suspense
	    END-IF.

	    *> this job runs on the registrar's desk date, not a batch
	    *> business date, so the reject is stamped with the machine
	    *> date the aging report works from
	    write-suspense.
	    ADD 1 TO WS-TRANS-REJECTED.
	    MOVE "GRDCHG01" TO SUSP-PROGRAM.
	    MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP.
	    MOVE SUSP-TIMESTAMP(1:8) TO SUSP-BUSINESS-DATE.
	    *> raised outside the daily stream, so no posting cycle
	    MOVE 0 TO SUSP-CYCLE.
	    MOVE CHANGE-TRANS-REC TO SUSP-IMAGE.
	    WRITE SUSPENSE-REC.

	    write-change-summary.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-BLANK-LINE.
	    MOVE "CHANGES READ:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-TRANS-READ TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "CHANGES APPLIED:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-TRANS-APPLIED TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "CHANGES REJECTED:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-TRANS-REJECTED TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "STANDING CHANGES:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-STANDING-CHANGES TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "HISTORY RECORDS READ:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-HIST-READ TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
	    MOVE "HISTORY RECORDS WRITTEN:" TO WS-LIST-SUM-LABEL.
	    MOVE WS-HIST-WRITTEN TO WS-LIST-SUM-COUNT.
	    WRITE CHANGE-LIST-REC FROM WS-LIST-SUM-LINE.
