IDENTIFICATION DIVISION.
	PROGRAM-ID. INCOMPLETE_LAPSE.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT PROC-CALENDAR ASSIGN TO "CALENDAR"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CAL-STATUS.
	    SELECT DEADLINE-TBL ASSIGN TO "INCDEADL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-DEAD-STATUS.
	    SELECT SECTION-REF ASSIGN TO "SECTREF"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-SECT-STATUS.
	    SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT GRADE-HIST ASSIGN TO "GRADEHST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-HIST-STATUS.
	    SELECT HIST-NEW ASSIGN TO "GRADEHSN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-NEW-STATUS.
	    SELECT CHANGE-AUDIT ASSIGN TO "GRADEAUD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-AUD-STATUS.
	    SELECT INCOMPLETE-RPT ASSIGN TO "INCRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.
	    SELECT SORT-WORK ASSIGN TO "SORTWK".

	DATA DIVISION.
	    FILE SECTION.
	    *> the shop-wide processing calendar - one current-position
	    *> record (current and next business date, weekend rule)
	    *> followed by holiday records; only the current date is
	    *> resolved here
	    FD PROC-CALENDAR.
	    01 CALENDAR-REC.
	        05 CAL-CURRENT-DATE PIC 9(8).
	        05 CAL-NEXT-DATE PIC 9(8).
	        05 CAL-WEEKEND-RULE PIC X(1).

	    *> the registrar's completion deadline for each term's
	    *> incompletes - one record per term
	    FD DEADLINE-TBL.
	    01 DEADLINE-REC.
	        05 ID-TERM PIC X(5).
	        05 ID-DEADLINE PIC 9(8).

	    *> registrar's section reference, for the course title and
	    *> the instructor each open incomplete is listed under
	    FD SECTION-REF.
	    01 SECTION-REF-REC.
	        05 SR-SECTION PIC X(6).
	        05 SR-TITLE PIC X(25).
	        05 SR-INSTRUCTOR PIC X(25).
	        05 SR-CAPACITY PIC 9(4).

	    *> the registrar's master, in student-id order, for the
	    *> names the registrar notifies
	    FD STUDENT-MASTER.
	    01 STUDENT-MASTER-REC.
	        05 SM-STUDENT-ID PIC X(9).
	        05 SM-NAME PIC X(25).
	        05 SM-PROGRAM PIC X(6).
	        05 SM-ENROLL-STATUS PIC X(1).

	    *> the grade history CONDITIONALS appends - one record per
	    *> student per term graded
	    FD GRADE-HIST.
	    01 GRADE-HIST-REC.
	        05 GH-TERM PIC X(5).
	        05 GH-STUDENT-ID PIC X(9).
	        05 GH-SCORE PIC 9(3).
	        05 GH-STATUS PIC X(1).
	        05 GH-SECTION PIC X(6).
	        05 GH-RAW-SCORE PIC 9(3).

	    *> the history with lapsed incompletes turned to fails; a
	    *> following copy step swaps it over GRADEHST, same
	    *> convention as the grade change job
	    FD HIST-NEW.
	    01 HIST-NEW-REC PIC X(27).

	    *> the permanent grade-change trail - a lapse changes a
	    *> student's grade as surely as an appeal does, so every
	    *> conversion is recorded here under its own reason code
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

	    FD INCOMPLETE-RPT.
	    01 INCOMPLETE-RPT-REC PIC X(80).

	    *> incompletes come off the sort grouped still-open first,
	    *> then lapsed, and within each by instructor and section
	    SD SORT-WORK.
	    01 SORT-WORK-REC.
	        05 SW-GROUP PIC X(1).
	        05 SW-INSTRUCTOR PIC X(25).
	        05 SW-SECTION PIC X(6).
	        05 SW-TERM PIC X(5).
	        05 SW-STUDENT-ID PIC X(9).
	        05 SW-TITLE PIC X(25).
	        05 SW-SCORE PIC 9(3).
	        05 SW-DEADLINE PIC 9(8).

	    WORKING-STORAGE SECTION.
	    01 WS-CAL-STATUS PIC X(2).
	    01 WS-DEAD-STATUS PIC X(2).
	    01 WS-SECT-STATUS PIC X(2).
	    01 WS-MASTER-STATUS PIC X(2).
	    01 WS-HIST-STATUS PIC X(2).
	    01 WS-NEW-STATUS PIC X(2).
	    01 WS-AUD-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-DEAD-EOF PIC X(1) VALUE "N".
	        88 DEADLINE-EOF VALUE "Y".
	    01 WS-SECT-EOF PIC X(1) VALUE "N".
	        88 SECT-REF-EOF VALUE "Y".
	    01 WS-MASTER-EOF PIC X(1) VALUE "N".
	        88 MASTER-EOF VALUE "Y".
	    01 WS-HIST-EOF PIC X(1) VALUE "N".
	        88 HIST-EOF VALUE "Y".
	    01 WS-SORT-EOF PIC X(1) VALUE "N".
	        88 SORTED-EOF VALUE "Y".

	    *> the run's date - machine date unless the calendar says
	    *> otherwise; a deadline is passed once this is beyond it
	    01 WS-BUSINESS-DATE PIC 9(8).
	    01 WS-RUN-TIMESTAMP PIC X(21).

	    01 WS-DEAD-TABLE.
	        05 WS-DEAD-ENTRY OCCURS 100 TIMES.
	            10 WS-DEAD-TERM PIC X(5).
	            10 WS-DEAD-DATE PIC 9(8).
	    01 WS-DEAD-COUNT PIC 9(3) VALUE 0.
	    01 WS-DEAD-IDX PIC 9(3).
	    01 WS-DEAD-FOUND PIC X(1).
	        88 DEADLINE-FOUND VALUE "Y".
	    01 WS-LOOKUP-TERM PIC X(5).

	    01 WS-SECT-TABLE.
	        05 WS-SECT-ENTRY OCCURS 500 TIMES.
	            10 WS-SECT-CODE PIC X(6).
	            10 WS-SECT-TITLE PIC X(25).
	            10 WS-SECT-INSTR PIC X(25).
	    01 WS-SECT-COUNT PIC 9(3) VALUE 0.
	    01 WS-SECT-IDX PIC 9(3).
	    01 WS-SECT-FOUND PIC X(1).
	        88 SECTION-FOUND VALUE "Y".

	    *> the master in a table for a binary search, the same
	    *> arrangement the grader uses - the report runs in section
	    *> order, not student order, so a matched pass will not do
	    01 WS-MST-COUNT PIC 9(5) VALUE 0.
	    01 WS-MASTER-TABLE.
	        05 WS-MST-ENTRY OCCURS 1 TO 20000 TIMES
	            DEPENDING ON WS-MST-COUNT
	            ASCENDING KEY IS WS-MST-ID
	            INDEXED BY WS-MST-X.
	            10 WS-MST-ID PIC X(9).
	            10 WS-MST-NAME PIC X(25).
	    01 WS-MST-FOUND PIC X(1).
	        88 MASTER-FOUND VALUE "Y".
	    01 WS-PRIOR-MST-ID PIC X(9) VALUE LOW-VALUES.

	    01 WS-HIST-READ PIC 9(9) VALUE 0.
	    01 WS-HIST-WRITTEN PIC 9(9) VALUE 0.
	    01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
	    01 WS-LAPSED-COUNT PIC 9(9) VALUE 0.
	    01 WS-NO-DEADLINE-COUNT PIC 9(9) VALUE 0.

	    *> control-break keys for the listing
	    01 WS-CUR-GROUP PIC X(1) VALUE LOW-VALUES.
	    01 WS-CUR-INSTRUCTOR PIC X(25) VALUE LOW-VALUES.
	    01 WS-CUR-SECTION PIC X(6) VALUE LOW-VALUES.

	    01 WS-RPT-TITLE-LINE.
	        05 FILLER PIC X(36) VALUE
	            "INCOMPLETE GRADES - BUSINESS DATE ".
	        05 WS-RPT-TITLE-DATE PIC 9(8).
	        05 FILLER PIC X(36) VALUE SPACES.
	    01 WS-RPT-OPEN-LINE PIC X(80) VALUE
	        "OPEN INCOMPLETES BY INSTRUCTOR AND SECTION".
	    01 WS-RPT-LAPSED-LINE PIC X(80) VALUE
	        "INCOMPLETES LAPSED TO FAIL - STUDENTS TO BE NOTIFIED".
	    01 WS-RPT-SECTION-LINE.
	        05 FILLER PIC X(9) VALUE "SECTION: ".
	        05 WS-RPT-SECTION PIC X(6).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-RPT-TITLE PIC X(25).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-RPT-INSTRUCTOR PIC X(25).
	        05 FILLER PIC X(11) VALUE SPACES.
	    01 WS-RPT-HDR-LINE PIC X(80) VALUE
	        "  TERM   STUDENT ID  NAME                       SCORE  DEADLINE".
	    01 WS-RPT-DETAIL-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-RPT-TERM PIC X(5).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-RPT-ID PIC X(9).
	        05 FILLER PIC X(3) VALUE SPACES.
	        05 WS-RPT-NAME PIC X(25).
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-RPT-SCORE PIC ZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-RPT-DEADLINE PIC X(11).
	        05 FILLER PIC X(14) VALUE SPACES.
	    01 WS-RPT-DEADLINE-NUM PIC 9(8).
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-SUM-LINE.
	        05 WS-SUM-LABEL PIC X(26).
	        05 WS-SUM-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(45) VALUE SPACES.

	PROCEDURE DIVISION.
	    begin.
	    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
	    MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE.
	    PERFORM read-calendar.
	    PERFORM load-deadlines.
	    PERFORM load-section-ref.
	    PERFORM load-student-master.
	    PERFORM open-files.
	    MOVE WS-BUSINESS-DATE TO WS-RPT-TITLE-DATE.
	    WRITE INCOMPLETE-RPT-REC FROM WS-RPT-TITLE-LINE.
	    SORT SORT-WORK
	        ON ASCENDING KEY SW-GROUP SW-INSTRUCTOR SW-SECTION
	            SW-TERM SW-STUDENT-ID
	        INPUT PROCEDURE IS lapse-history
	        OUTPUT PROCEDURE IS report-incompletes.
	    PERFORM write-summary.
	    CLOSE GRADE-HIST HIST-NEW CHANGE-AUDIT INCOMPLETE-RPT.
	    DISPLAY "INCOMPLETE LAPSE - " WS-OPEN-COUNT " OPEN, "
	        WS-LAPSED-COUNT " LAPSED TO FAIL".
	    IF WS-NO-DEADLINE-COUNT > 0
	        DISPLAY "INCOMPLETE LAPSE - " WS-NO-DEADLINE-COUNT
	            " INCOMPLETE(S) IN TERMS WITH NO DEADLINE ON INCDEADL"
	        MOVE 4 TO RETURN-CODE
	    END-IF.
	    STOP RUN.

	    *> a missing calendar means "run on the machine date", the
	    *> shop-wide convention
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

	    *> without the deadlines nothing can lapse, and lapsing is
	    *> the point of the run - a missing or damaged table stops it
	    load-deadlines.
	    OPEN INPUT DEADLINE-TBL.
	    IF WS-DEAD-STATUS NOT = "00"
	        DISPLAY "DEADLINE-TBL OPEN FAILED, STATUS " WS-DEAD-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-deadline.
	    PERFORM load-one-deadline UNTIL DEADLINE-EOF.
	    CLOSE DEADLINE-TBL.

	    read-deadline.
	    READ DEADLINE-TBL
	        AT END
	            SET DEADLINE-EOF TO TRUE
	    END-READ.

	    load-one-deadline.
	    IF ID-DEADLINE NOT NUMERIC OR ID-DEADLINE = 0
	        DISPLAY "INCDEADL DEADLINE NOT A DATE FOR TERM " ID-TERM
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE ID-TERM TO WS-LOOKUP-TERM.
	    PERFORM lookup-deadline.
	    IF DEADLINE-FOUND
	        DISPLAY "INCDEADL TERM " ID-TERM " APPEARS TWICE"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF WS-DEAD-COUNT >= 100
	        DISPLAY "INCDEADL OVERFLOW - TABLE HOLDS 100 TERMS"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    ADD 1 TO WS-DEAD-COUNT.
	    MOVE ID-TERM TO WS-DEAD-TERM(WS-DEAD-COUNT).
	    MOVE ID-DEADLINE TO WS-DEAD-DATE(WS-DEAD-COUNT).
	    PERFORM read-deadline.

	    lookup-deadline.
	    MOVE "N" TO WS-DEAD-FOUND.
	    MOVE 1 TO WS-DEAD-IDX.
	    PERFORM match-one-deadline UNTIL DEADLINE-FOUND
	        OR WS-DEAD-IDX > WS-DEAD-COUNT.

	    match-one-deadline.
	    IF WS-DEAD-TERM(WS-DEAD-IDX) = WS-LOOKUP-TERM
	        SET DEADLINE-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-DEAD-IDX
	    END-IF.

	    *> a missing reference file means titles and instructors
	    *> are simply unavailable this run, the grader's convention
	    load-section-ref.
	    OPEN INPUT SECTION-REF.
	    IF WS-SECT-STATUS = "35"
	        DISPLAY "SECTION-REF NOT PRESENT - TITLES AND "
	            "INSTRUCTORS UNAVAILABLE THIS RUN"
	    ELSE
	        IF WS-SECT-STATUS NOT = "00"
	            DISPLAY "SECTION-REF OPEN FAILED, STATUS "
	                WS-SECT-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        PERFORM read-section-ref
	        PERFORM load-one-section UNTIL SECT-REF-EOF
	        CLOSE SECTION-REF
	    END-IF.

	    read-section-ref.
	    READ SECTION-REF
	        AT END
	            SET SECT-REF-EOF TO TRUE
	    END-READ.

	    load-one-section.
	    IF WS-SECT-COUNT >= 500
	        DISPLAY "SECTION-REF OVERFLOW - TABLE HOLDS 500, "
	            "RUN CANNOT MATCH SECTIONS RELIABLY"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    ADD 1 TO WS-SECT-COUNT.
	    MOVE SR-SECTION TO WS-SECT-CODE(WS-SECT-COUNT).
	    MOVE SR-TITLE TO WS-SECT-TITLE(WS-SECT-COUNT).
	    MOVE SR-INSTRUCTOR TO WS-SECT-INSTR(WS-SECT-COUNT).
	    PERFORM read-section-ref.

	    lookup-section.
	    MOVE "N" TO WS-SECT-FOUND.
	    MOVE 1 TO WS-SECT-IDX.
	    PERFORM match-one-section UNTIL SECTION-FOUND
	        OR WS-SECT-IDX > WS-SECT-COUNT.

	    match-one-section.
	    IF WS-SECT-CODE(WS-SECT-IDX) = GH-SECTION
	        SET SECTION-FOUND TO TRUE
	    ELSE
	        ADD 1 TO WS-SECT-IDX
	    END-IF.

	    *> a missing master means names are simply unavailable this
	    *> run; an out-of-sequence master would defeat the binary
	    *> search and stops the run, as it does in the grader
	    load-student-master.
	    OPEN INPUT STUDENT-MASTER.
	    IF WS-MASTER-STATUS = "35"
	        DISPLAY "STUDENT-MASTER NOT PRESENT - NAMES "
	            "UNAVAILABLE THIS RUN"
	    ELSE
	        IF WS-MASTER-STATUS NOT = "00"
	            DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS "
	                WS-MASTER-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        PERFORM read-student-master
	        PERFORM load-one-master UNTIL MASTER-EOF
	        CLOSE STUDENT-MASTER
	    END-IF.

	    read-student-master.
	    READ STUDENT-MASTER
	        AT END
	            SET MASTER-EOF TO TRUE
	    END-READ.

	    load-one-master.
	    IF WS-MST-COUNT >= 20000
	        DISPLAY "STUDENT-MASTER OVERFLOW - TABLE HOLDS "
	            "20000, RUN CANNOT LIST RELIABLY"
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    IF SM-STUDENT-ID <= WS-PRIOR-MST-ID
	        DISPLAY "STUDENT-MASTER OUT OF SEQUENCE OR "
	            "DUPLICATED AT " SM-STUDENT-ID
	        MOVE 16 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    MOVE SM-STUDENT-ID TO WS-PRIOR-MST-ID.
	    ADD 1 TO WS-MST-COUNT.
	    MOVE SM-STUDENT-ID TO WS-MST-ID(WS-MST-COUNT).
	    MOVE SM-NAME TO WS-MST-NAME(WS-MST-COUNT).
	    PERFORM read-student-master.

	    open-files.
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
	    OPEN OUTPUT INCOMPLETE-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "INCOMPLETE-RPT OPEN FAILED, STATUS "
	            WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    *> one pass of the history: every record is copied to the
	    *> replacement, and each incomplete is released to the sort
	    *> - open while its term's deadline stands, converted to a
	    *> fail (score to date kept) once the calendar is past it.
	    *> a term with no deadline on file never lapses; it is
	    *> listed open and the run ends CC 4 so the table is fixed
	    lapse-history.
	    PERFORM read-history.
	    PERFORM lapse-one-history UNTIL HIST-EOF.

	    read-history.
	    READ GRADE-HIST
	        AT END
	            SET HIST-EOF TO TRUE
	        NOT AT END
	            ADD 1 TO WS-HIST-READ
	    END-READ.

	    lapse-one-history.
	    IF GH-STATUS = "I"
	        MOVE GH-TERM TO WS-LOOKUP-TERM
	        PERFORM lookup-deadline
	        MOVE "1" TO SW-GROUP
	        MOVE 0 TO SW-DEADLINE
	        IF DEADLINE-FOUND
	            MOVE WS-DEAD-DATE(WS-DEAD-IDX) TO SW-DEADLINE
	            IF WS-BUSINESS-DATE > WS-DEAD-DATE(WS-DEAD-IDX)
	                MOVE "2" TO SW-GROUP
	            END-IF
	        ELSE
	            ADD 1 TO WS-NO-DEADLINE-COUNT
	        END-IF
	        IF SW-GROUP = "2"
	            PERFORM convert-to-fail
	        ELSE
	            ADD 1 TO WS-OPEN-COUNT
	        END-IF
	        PERFORM release-incomplete
	    END-IF.
	    WRITE HIST-NEW-REC FROM GRADE-HIST-REC.
	    ADD 1 TO WS-HIST-WRITTEN.
	    PERFORM read-history.

	    convert-to-fail.
	    MOVE GH-TERM TO GA-TERM.
	    MOVE GH-STUDENT-ID TO GA-STUDENT-ID.
	    MOVE GH-SCORE TO GA-OLD-SCORE.
	    MOVE GH-STATUS TO GA-OLD-STATUS.
	    MOVE GH-SCORE TO GA-NEW-SCORE.
	    MOVE "F" TO GA-NEW-STATUS.
	    MOVE "LAPS" TO GA-REASON.
	    MOVE "INCLPS01" TO GA-AUTHORIZER.
	    MOVE WS-RUN-TIMESTAMP TO GA-CHANGED-TS.
	    WRITE CHANGE-AUDIT-REC.
	    MOVE "F" TO GH-STATUS.
	    ADD 1 TO WS-LAPSED-COUNT.

	    release-incomplete.
	    MOVE GH-SECTION TO SW-SECTION.
	    MOVE GH-TERM TO SW-TERM.
	    MOVE GH-STUDENT-ID TO SW-STUDENT-ID.
	    MOVE GH-SCORE TO SW-SCORE.
	    PERFORM lookup-section.
	    IF SECTION-FOUND
	        MOVE WS-SECT-INSTR(WS-SECT-IDX) TO SW-INSTRUCTOR
	        MOVE WS-SECT-TITLE(WS-SECT-IDX) TO SW-TITLE
	    ELSE
	        MOVE SPACES TO SW-INSTRUCTOR
	        MOVE "*NOT ON REFERENCE FILE*" TO SW-TITLE
	    END-IF.
	    RELEASE SORT-WORK-REC.

	    report-incompletes.
	    PERFORM return-sorted.
	    PERFORM report-one-incomplete UNTIL SORTED-EOF.

	    return-sorted.
	    RETURN SORT-WORK
	        AT END
	            SET SORTED-EOF TO TRUE
	    END-RETURN.

	    report-one-incomplete.
	    IF SW-GROUP NOT = WS-CUR-GROUP
	        MOVE SW-GROUP TO WS-CUR-GROUP
	        MOVE LOW-VALUES TO WS-CUR-INSTRUCTOR WS-CUR-SECTION
	        WRITE INCOMPLETE-RPT-REC FROM WS-RPT-BLANK-LINE
	        IF SW-GROUP = "1"
	            WRITE INCOMPLETE-RPT-REC FROM WS-RPT-OPEN-LINE
	        ELSE
	            WRITE INCOMPLETE-RPT-REC FROM WS-RPT-LAPSED-LINE
	        END-IF
	    END-IF.
	    IF SW-INSTRUCTOR NOT = WS-CUR-INSTRUCTOR
	        OR SW-SECTION NOT = WS-CUR-SECTION
	        MOVE SW-INSTRUCTOR TO WS-CUR-INSTRUCTOR
	        MOVE SW-SECTION TO WS-CUR-SECTION
	        PERFORM start-section
	    END-IF.
	    MOVE SW-TERM TO WS-RPT-TERM.
	    MOVE SW-STUDENT-ID TO WS-RPT-ID.
	    MOVE "N" TO WS-MST-FOUND.
	    IF WS-MST-COUNT > 0
	        SEARCH ALL WS-MST-ENTRY
	            AT END
	                CONTINUE
	            WHEN WS-MST-ID(WS-MST-X) = SW-STUDENT-ID
	                SET MASTER-FOUND TO TRUE
	        END-SEARCH
	    END-IF.
	    IF MASTER-FOUND
	        MOVE WS-MST-NAME(WS-MST-X) TO WS-RPT-NAME
	    ELSE
	        MOVE "*NOT ON MASTER FILE*" TO WS-RPT-NAME
	    END-IF.
	    MOVE SW-SCORE TO WS-RPT-SCORE.
	    IF SW-DEADLINE = 0
	        MOVE "NONE SET" TO WS-RPT-DEADLINE
	    ELSE
	        MOVE SW-DEADLINE TO WS-RPT-DEADLINE-NUM
	        MOVE WS-RPT-DEADLINE-NUM TO WS-RPT-DEADLINE
	    END-IF.
	    WRITE INCOMPLETE-RPT-REC FROM WS-RPT-DETAIL-LINE.
	    PERFORM return-sorted.

	    *> history written before sections were carried has none,
	    *> and those incompletes are listed under a blank section
	    start-section.
	    WRITE INCOMPLETE-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE SW-SECTION TO WS-RPT-SECTION.
	    MOVE SW-TITLE TO WS-RPT-TITLE.
	    MOVE SW-INSTRUCTOR TO WS-RPT-INSTRUCTOR.
	    IF SW-SECTION = SPACES
	        MOVE "*SECTION NOT RECORDED*" TO WS-RPT-TITLE
	    END-IF.
	    WRITE INCOMPLETE-RPT-REC FROM WS-RPT-SECTION-LINE.
	    WRITE INCOMPLETE-RPT-REC FROM WS-RPT-HDR-LINE.

	    write-summary.
	    WRITE INCOMPLETE-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "INCOMPLETES STILL OPEN:" TO WS-SUM-LABEL.
	    MOVE WS-OPEN-COUNT TO WS-SUM-COUNT.
	    WRITE INCOMPLETE-RPT-REC FROM WS-SUM-LINE.
	    MOVE "LAPSED TO FAIL:" TO WS-SUM-LABEL.
	    MOVE WS-LAPSED-COUNT TO WS-SUM-COUNT.
	    WRITE INCOMPLETE-RPT-REC FROM WS-SUM-LINE.
	    MOVE "OPEN WITH NO DEADLINE:" TO WS-SUM-LABEL.
	    MOVE WS-NO-DEADLINE-COUNT TO WS-SUM-COUNT.
	    WRITE INCOMPLETE-RPT-REC FROM WS-SUM-LINE.
	    MOVE "HISTORY RECORDS READ:" TO WS-SUM-LABEL.
	    MOVE WS-HIST-READ TO WS-SUM-COUNT.
	    WRITE INCOMPLETE-RPT-REC FROM WS-SUM-LINE.
	    MOVE "HISTORY RECORDS WRITTEN:" TO WS-SUM-LABEL.
	    MOVE WS-HIST-WRITTEN TO WS-SUM-COUNT.
	    WRITE INCOMPLETE-RPT-REC FROM WS-SUM-LINE.
