IDENTIFICATION DIVISION.
	PROGRAM-ID. BATCH_INQUIRY.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT INQUIRY-CARDS ASSIGN TO "INQCARDS"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CARD-STATUS.
	    SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-MASTER-STATUS.
	    SELECT GRADE-HIST ASSIGN TO "GRADEHST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-HIST-STATUS.
	    SELECT SUSPENSE ASSIGN TO "SUSPENSE"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-SUSP-STATUS.
	    SELECT REVIEW-QUEUE ASSIGN TO "REVIEWQ"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-QUEUE-STATUS.
	    SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-ACCT-STATUS.
	    SELECT TRANS-IN ASSIGN TO "TRANSIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-TRANS-STATUS.
	    SELECT INQUIRY-RPT ASSIGN TO "INQRPT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-RPT-STATUS.

	DATA DIVISION.
	    FILE SECTION.
	    *> the help desk's request deck - one card per question, S
	    *> and a student id, or A and an account number
	    FD INQUIRY-CARDS.
	    01 INQUIRY-CARD-REC.
	        05 IQ-TYPE PIC X(1).
	            88 STUDENT-INQUIRY VALUE "S".
	            88 ACCOUNT-INQUIRY VALUE "A".
	        05 IQ-KEY PIC X(9).

	    *> the registrar's master, in student-id order
	    FD STUDENT-MASTER.
	    01 STUDENT-MASTER-REC.
	        05 SM-STUDENT-ID PIC X(9).
	        05 SM-NAME PIC X(25).
	        05 SM-PROGRAM PIC X(6).
	        05 SM-ENROLL-STATUS PIC X(1).

	    *> the grade history CONDITIONALS appends - one record per
	    *> student per term graded, in the order graded
	    FD GRADE-HIST.
	    01 GRADE-HIST-REC.
	        05 GH-TERM PIC X(5).
	        05 GH-STUDENT-ID PIC X(9).
	        05 GH-SCORE PIC 9(3).
	        05 GH-STATUS PIC X(1).
	        05 GH-SECTION PIC X(6).
	        05 GH-RAW-SCORE PIC 9(3).

	    *> every reject still waiting to be corrected, in the layout
	    *> shared across the stream - cleared items have already
	    *> gone to the archive, so everything here is open
	    FD SUSPENSE.
	    01 SUSPENSE-REC.
	        05 SUSP-PROGRAM PIC X(8).
	        05 SUSP-REASON PIC X(4).
	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    *> the solve backlog exactly as CIPHER01 queued it. the
	    *> shift moves letters only, so an id made of digits reads
	    *> the same in the queued text as in the plain
	    FD REVIEW-QUEUE.
	    01 REVIEW-QUEUE-REC.
	        05 RQ-LL PIC 9(4).
	        05 RQ-TEXT PIC X(80).
	        05 RQ-BEST-SHIFT PIC 9(2).
	        05 RQ-BEST-SCORE PIC S9(4) SIGN LEADING SEPARATE.
	        05 RQ-SECOND-SHIFT PIC 9(2).
	        05 RQ-SECOND-SCORE PIC S9(4) SIGN LEADING SEPARATE.

	    *> the account balance master, in account order
	    FD ACCT-MASTER.
	    01 ACCT-MASTER-REC.
	        05 AB-ACCOUNT PIC X(8).
	        05 AB-ACCT-TYPE PIC X(2).
	        05 AB-BF-BAL PIC S9(11) SIGN LEADING SEPARATE.
	        05 AB-MTD-MOVEMENT PIC S9(11) SIGN LEADING SEPARATE.
	        05 AB-LAST-ACTIVITY PIC 9(8).
	        05 AB-STATUS PIC X(1).
	        05 AB-OPEN-DATE PIC 9(8).
	        05 AB-CLOSE-DATE PIC 9(8).

	    *> the day's cleaned transaction feed, header and trailer
	    *> framed as INPUT_EDIT writes it
	    FD TRANS-IN.
	    01 TRANS-IN-REC.
	        05 TI-TRANS-DATE PIC 9(8).
	        05 TI-ACCOUNT PIC X(8).
	        05 TI-ACCT-TYPE PIC X(2).
	        05 TI-AMOUNT PIC S9(9) SIGN LEADING SEPARATE.
	    01 TRANS-IN-HDR.
	        05 TIH-REC-TYPE PIC X(3).
	        05 TIH-FILE-ID PIC X(8).
	        05 TIH-BUSINESS-DATE PIC 9(8).

	    *> one page per request, then a page of run counts
	    FD INQUIRY-RPT.
	    01 INQUIRY-RPT-REC PIC X(80).

	    WORKING-STORAGE SECTION.
	    01 WS-CARD-STATUS PIC X(2).
	    01 WS-MASTER-STATUS PIC X(2).
	    01 WS-HIST-STATUS PIC X(2).
	    01 WS-SUSP-STATUS PIC X(2).
	    01 WS-QUEUE-STATUS PIC X(2).
	    01 WS-ACCT-STATUS PIC X(2).
	    01 WS-TRANS-STATUS PIC X(2).
	    01 WS-RPT-STATUS PIC X(2).
	    01 WS-CARD-EOF PIC X(1) VALUE "N".
	        88 CARDS-EOF VALUE "Y".
	    01 WS-FILE-EOF PIC X(1) VALUE "N".
	        88 FILE-EOF VALUE "Y".

	    *> the key in hand and the length it is matched on - nine
	    *> for a student id, eight for an account number
	    01 WS-INQ-KEY PIC X(9).
	    01 WS-INQ-KEY-LEN PIC 9(2).
	    01 WS-KEY-HITS PIC 9(4).
	    01 WS-KEY-SPACES PIC 9(4).
	    01 WS-KEY-FOUND PIC X(1).
	        88 KEY-FOUND VALUE "Y".

	    *> the name of a dataset not there this run, for the note
	    *> printed in its section
	    01 WS-ABSENT-NAME PIC X(8).

	    01 WS-CARDS-READ PIC 9(9) VALUE 0.
	    01 WS-STUDENT-PAGES PIC 9(9) VALUE 0.
	    01 WS-ACCOUNT-PAGES PIC 9(9) VALUE 0.
	    01 WS-CARDS-REJECTED PIC 9(9) VALUE 0.
	    01 WS-NOTHING-HELD PIC 9(9) VALUE 0.

	    01 WS-SECTION-COUNT PIC 9(9).
	    01 WS-PAGE-ITEMS PIC 9(9).
	    01 WS-ACTIVITY-NET PIC S9(13).
	    01 WS-POSITION PIC S9(13).
	    01 WS-ACTIVITY-DATE PIC X(8).

	    01 WS-PAGE-TITLE-LINE.
	        05 FILLER PIC X(16) VALUE "BATCH INQUIRY - ".
	        05 WS-TITLE-KIND PIC X(8).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-TITLE-KEY PIC X(9).
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 FILLER PIC X(8) VALUE "REQUEST ".
	        05 WS-TITLE-SEQ PIC ZZZ9.
	        05 FILLER PIC X(30) VALUE SPACES.
	    01 WS-SECTION-LINE PIC X(80).
	    01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
	    01 WS-NOTE-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-NOTE-TEXT PIC X(78).

	    01 WS-STU-HDR-LINE PIC X(80) VALUE
	        "  STUDENT    NAME                       PROGRAM  ENROLLMENT".
	    01 WS-STU-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-STU-ID PIC X(9).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-STU-NAME PIC X(25).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-STU-PROGRAM PIC X(6).
	        05 FILLER PIC X(3) VALUE SPACES.
	        05 WS-STU-ENROLL PIC X(1).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-STU-ENROLL-TEXT PIC X(10).
	        05 FILLER PIC X(19) VALUE SPACES.

	    01 WS-TERM-HDR-LINE PIC X(80) VALUE
	        "  TERM   SECTION  RAW  SCORE  STATUS".
	    01 WS-TERM-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TERM-CODE PIC X(5).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TERM-SECTION PIC X(6).
	        05 FILLER PIC X(3) VALUE SPACES.
	        05 WS-TERM-RAW PIC ZZ9.
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-TERM-SCORE PIC ZZ9.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TERM-STATUS PIC X(7).
	        05 FILLER PIC X(43) VALUE SPACES.

	    01 WS-SUSP-HDR-LINE PIC X(80) VALUE
	        "  PROGRAM  RSN   BUS DATE CY  REJECTED AT".
	    01 WS-SUSP-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-SUSP-PROGRAM PIC X(8).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-SUSP-REASON PIC X(4).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-SUSP-DATE PIC 9(8).
	        05 FILLER PIC X(1) VALUE SPACES.
	        05 WS-SUSP-CYCLE PIC 9(2).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-SUSP-STAMP PIC X(21).
	        05 FILLER PIC X(29) VALUE SPACES.
	    01 WS-IMAGE-LINE.
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-IMAGE-TEXT PIC X(76).

	    01 WS-QUEUE-HDR-LINE PIC X(80) VALUE
	        "  LENGTH  BEST SHIFT  SECOND SHIFT".
	    01 WS-QUEUE-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-QUEUE-LL PIC ZZZ9.
	        05 FILLER PIC X(10) VALUE SPACES.
	        05 WS-QUEUE-BEST PIC 9(2).
	        05 FILLER PIC X(12) VALUE SPACES.
	        05 WS-QUEUE-SECOND PIC 9(2).
	        05 FILLER PIC X(48) VALUE SPACES.

	    01 WS-FIELD-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-FIELD-LABEL PIC X(22).
	        05 WS-FIELD-VALUE PIC X(20).
	        05 FILLER PIC X(36) VALUE SPACES.
	    01 WS-AMOUNT-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-AMOUNT-LABEL PIC X(22).
	        05 WS-AMOUNT-VALUE PIC -ZZZZZZZZZZZZ9.
	        05 FILLER PIC X(42) VALUE SPACES.

	    01 WS-TRANS-HDR-LINE PIC X(80) VALUE
	        "  TRANS DATE  TYPE      AMOUNT".
	    01 WS-TRANS-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TRANS-DATE PIC 9(8).
	        05 FILLER PIC X(4) VALUE SPACES.
	        05 WS-TRANS-TYPE PIC X(2).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-TRANS-AMOUNT PIC -ZZZZZZZZ9.
	        05 FILLER PIC X(52) VALUE SPACES.

	    01 WS-COUNT-LINE.
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-COUNT-LABEL PIC X(22).
	        05 WS-COUNT-VALUE PIC ZZZZZZZZ9.
	        05 FILLER PIC X(47) VALUE SPACES.
	    01 WS-SUM-TITLE-LINE PIC X(80) VALUE
	        "BATCH INQUIRY - RUN SUMMARY".
	    01 WS-SUM-LINE.
	        05 WS-SUM-LABEL PIC X(26).
	        05 WS-SUM-COUNT PIC ZZZZZZZZ9.
	        05 FILLER PIC X(45) VALUE SPACES.

	PROCEDURE DIVISION.
	    begin.
	    OPEN INPUT INQUIRY-CARDS.
	    IF WS-CARD-STATUS NOT = "00"
	        DISPLAY "INQUIRY-CARDS OPEN FAILED, STATUS "
	            WS-CARD-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    OPEN OUTPUT INQUIRY-RPT.
	    IF WS-RPT-STATUS NOT = "00"
	        DISPLAY "INQUIRY-RPT OPEN FAILED, STATUS " WS-RPT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    PERFORM read-card.
	    PERFORM answer-one-card UNTIL CARDS-EOF.
	    CLOSE INQUIRY-CARDS.
	    PERFORM write-run-summary.
	    CLOSE INQUIRY-RPT.
	    DISPLAY "BATCH INQUIRY - " WS-CARDS-READ " CARDS, "
	        WS-CARDS-REJECTED " REJECTED, " WS-NOTHING-HELD
	        " WITH NOTHING HELD".
	    IF WS-CARDS-REJECTED > 0
	        MOVE 4 TO RETURN-CODE
	    END-IF.
	    STOP RUN.

	    read-card.
	    READ INQUIRY-CARDS
	        AT END
	            SET CARDS-EOF TO TRUE
	    END-READ.

	    *> every request re-reads the datasets it needs from the
	    *> top - a help-desk deck is a handful of cards, and the
	    *> history and suspense files are in no useful order for a
	    *> single matching pass
	    answer-one-card.
	    ADD 1 TO WS-CARDS-READ.
	    MOVE WS-CARDS-READ TO WS-TITLE-SEQ.
	    MOVE IQ-KEY TO WS-INQ-KEY.
	    MOVE 0 TO WS-PAGE-ITEMS.
	    MOVE 0 TO WS-KEY-SPACES.
	    INSPECT IQ-KEY(1:8) TALLYING WS-KEY-SPACES FOR ALL SPACES.
	    EVALUATE TRUE
	        WHEN STUDENT-INQUIRY AND IQ-KEY IS NUMERIC
	            ADD 1 TO WS-STUDENT-PAGES
	            MOVE 9 TO WS-INQ-KEY-LEN
	            PERFORM answer-student
	        WHEN ACCOUNT-INQUIRY AND WS-KEY-SPACES = 0
	                AND IQ-KEY(9:1) = SPACE
	            ADD 1 TO WS-ACCOUNT-PAGES
	            MOVE 8 TO WS-INQ-KEY-LEN
	            PERFORM answer-account
	        WHEN OTHER
	            PERFORM reject-card
	    END-EVALUATE.
	    PERFORM read-card.

	    reject-card.
	    ADD 1 TO WS-CARDS-REJECTED.
	    MOVE "REQUEST" TO WS-TITLE-KIND.
	    MOVE SPACES TO WS-TITLE-KEY.
	    WRITE INQUIRY-RPT-REC FROM WS-PAGE-TITLE-LINE
	        AFTER ADVANCING PAGE.
	    WRITE INQUIRY-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE SPACES TO WS-NOTE-TEXT.
	    STRING "CARD NOT UNDERSTOOD - COLUMN 1 MUST BE S (STUDENT ID) "
	        "OR A (ACCOUNT)" DELIMITED BY SIZE INTO WS-NOTE-TEXT.
	    WRITE INQUIRY-RPT-REC FROM WS-NOTE-LINE.
	    MOVE SPACES TO WS-NOTE-TEXT.
	    STRING "A STUDENT ID IS 9 DIGITS, AN ACCOUNT NUMBER 8 CHARACTERS"
	        ", BOTH FROM COLUMN 2" DELIMITED BY SIZE INTO WS-NOTE-TEXT.
	    WRITE INQUIRY-RPT-REC FROM WS-NOTE-LINE.
	    MOVE SPACES TO WS-NOTE-TEXT.
	    STRING "CARD READ: " INQUIRY-CARD-REC DELIMITED BY SIZE
	        INTO WS-NOTE-TEXT.
	    WRITE INQUIRY-RPT-REC FROM WS-NOTE-LINE.

	    write-absent-note.
	    MOVE SPACES TO WS-NOTE-TEXT.
	    STRING WS-ABSENT-NAME DELIMITED BY SPACE
	        " NOT PRESENT THIS RUN - NOTHING TO SHOW"
	        DELIMITED BY SIZE INTO WS-NOTE-TEXT.
	    WRITE INQUIRY-RPT-REC FROM WS-NOTE-LINE.

	    write-section-heading.
	    WRITE INQUIRY-RPT-REC FROM WS-RPT-BLANK-LINE.
	    WRITE INQUIRY-RPT-REC FROM WS-SECTION-LINE.

	    write-section-count.
	    WRITE INQUIRY-RPT-REC FROM WS-COUNT-LINE.
	    ADD WS-SECTION-COUNT TO WS-PAGE-ITEMS.

	    *> the page closes on a plain statement when not one of the
	    *> datasets holds anything for the key - that is the answer
	    *> to the question as much as a full page would be
	    end-page.
	    IF WS-PAGE-ITEMS = 0
	        ADD 1 TO WS-NOTHING-HELD
	        WRITE INQUIRY-RPT-REC FROM WS-RPT-BLANK-LINE
	        MOVE "NOTHING HELD FOR THIS KEY ON ANY DATASET READ"
	            TO WS-NOTE-TEXT
	        WRITE INQUIRY-RPT-REC FROM WS-NOTE-LINE
	    END-IF.

	    *> ================================================ STUDENT ==
	    answer-student.
	    MOVE "STUDENT" TO WS-TITLE-KIND.
	    MOVE WS-INQ-KEY TO WS-TITLE-KEY.
	    WRITE INQUIRY-RPT-REC FROM WS-PAGE-TITLE-LINE
	        AFTER ADVANCING PAGE.
	    PERFORM show-student-master.
	    PERFORM show-grade-history.
	    MOVE "OPEN SUSPENSE ITEMS CARRYING THE STUDENT ID"
	        TO WS-SECTION-LINE.
	    PERFORM show-suspense-items.
	    PERFORM show-review-items.
	    PERFORM end-page.

	    *> the master runs in id order, so the search stops at the
	    *> first id past the one asked for
	    show-student-master.
	    MOVE "STUDENT MASTER" TO WS-SECTION-LINE.
	    PERFORM write-section-heading.
	    OPEN INPUT STUDENT-MASTER.
	    IF WS-MASTER-STATUS = "35"
	        MOVE "STUDMAST" TO WS-ABSENT-NAME
	        PERFORM write-absent-note
	    ELSE
	        IF WS-MASTER-STATUS NOT = "00"
	            DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS "
	                WS-MASTER-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        MOVE "N" TO WS-FILE-EOF
	        MOVE "N" TO WS-KEY-FOUND
	        PERFORM read-student-master
	        PERFORM find-student UNTIL FILE-EOF OR KEY-FOUND
	        CLOSE STUDENT-MASTER
	        IF KEY-FOUND
	            ADD 1 TO WS-PAGE-ITEMS
	            WRITE INQUIRY-RPT-REC FROM WS-STU-HDR-LINE
	            MOVE SM-STUDENT-ID TO WS-STU-ID
	            MOVE SM-NAME TO WS-STU-NAME
	            MOVE SM-PROGRAM TO WS-STU-PROGRAM
	            MOVE SM-ENROLL-STATUS TO WS-STU-ENROLL
	            EVALUATE SM-ENROLL-STATUS
	                WHEN "A"
	                    MOVE "ACTIVE" TO WS-STU-ENROLL-TEXT
	                WHEN "L"
	                    MOVE "LEAVE" TO WS-STU-ENROLL-TEXT
	                WHEN "W"
	                    MOVE "WITHDRAWN" TO WS-STU-ENROLL-TEXT
	                WHEN "G"
	                    MOVE "GRADUATED" TO WS-STU-ENROLL-TEXT
	                WHEN OTHER
	                    MOVE "UNKNOWN" TO WS-STU-ENROLL-TEXT
	            END-EVALUATE
	            WRITE INQUIRY-RPT-REC FROM WS-STU-LINE
	        ELSE
	            MOVE "*NOT ON STUDENT MASTER*" TO WS-NOTE-TEXT
	            WRITE INQUIRY-RPT-REC FROM WS-NOTE-LINE
	        END-IF
	    END-IF.

	    read-student-master.
	    READ STUDENT-MASTER
	        AT END
	            SET FILE-EOF TO TRUE
	    END-READ.

	    find-student.
	    IF SM-STUDENT-ID = WS-INQ-KEY
	        SET KEY-FOUND TO TRUE
	    ELSE
	        IF SM-STUDENT-ID > WS-INQ-KEY
	            SET FILE-EOF TO TRUE
	        ELSE
	            PERFORM read-student-master
	        END-IF
	    END-IF.

	    show-grade-history.
	    MOVE "GRADE HISTORY - EVERY TERM ON FILE" TO WS-SECTION-LINE.
	    PERFORM write-section-heading.
	    OPEN INPUT GRADE-HIST.
	    IF WS-HIST-STATUS = "35"
	        MOVE "GRADEHST" TO WS-ABSENT-NAME
	        PERFORM write-absent-note
	    ELSE
	        IF WS-HIST-STATUS NOT = "00"
	            DISPLAY "GRADE-HIST OPEN FAILED, STATUS "
	                WS-HIST-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        WRITE INQUIRY-RPT-REC FROM WS-TERM-HDR-LINE
	        MOVE 0 TO WS-SECTION-COUNT
	        MOVE "N" TO WS-FILE-EOF
	        PERFORM read-history
	        PERFORM show-one-term UNTIL FILE-EOF
	        CLOSE GRADE-HIST
	        MOVE "TERMS ON FILE:" TO WS-COUNT-LABEL
	        MOVE WS-SECTION-COUNT TO WS-COUNT-VALUE
	        PERFORM write-section-count
	    END-IF.

	    read-history.
	    READ GRADE-HIST
	        AT END
	            SET FILE-EOF TO TRUE
	    END-READ.

	    *> a history row from before the section and raw score were
	    *> kept reads them blank - the raw score is then the score
	    show-one-term.
	    IF GH-STUDENT-ID = WS-INQ-KEY
	        ADD 1 TO WS-SECTION-COUNT
	        MOVE GH-TERM TO WS-TERM-CODE
	        MOVE GH-SECTION TO WS-TERM-SECTION
	        MOVE GH-SCORE TO WS-TERM-SCORE
	        IF GH-RAW-SCORE IS NUMERIC
	            MOVE GH-RAW-SCORE TO WS-TERM-RAW
	        ELSE
	            MOVE GH-SCORE TO WS-TERM-RAW
	        END-IF
	        EVALUATE GH-STATUS
	            WHEN "P"
	                MOVE "PASS" TO WS-TERM-STATUS
	            WHEN "F"
	                MOVE "FAIL" TO WS-TERM-STATUS
	            WHEN "R"
	                MOVE "REVIEW" TO WS-TERM-STATUS
	            WHEN "I"
	                MOVE "INCOMP" TO WS-TERM-STATUS
	            WHEN OTHER
	                MOVE "UNKNOWN" TO WS-TERM-STATUS
	        END-EVALUATE
	        WRITE INQUIRY-RPT-REC FROM WS-TERM-LINE
	    END-IF.
	    PERFORM read-history.

	    *> the solve backlog is only worth reading for a student -
	    *> an account number has letters in it, which the queued
	    *> text carries shifted
	    show-review-items.
	    MOVE "CIPHER REVIEW ITEMS CARRYING THE STUDENT ID"
	        TO WS-SECTION-LINE.
	    PERFORM write-section-heading.
	    OPEN INPUT REVIEW-QUEUE.
	    IF WS-QUEUE-STATUS = "35"
	        MOVE "REVIEWQ" TO WS-ABSENT-NAME
	        PERFORM write-absent-note
	    ELSE
	        IF WS-QUEUE-STATUS NOT = "00"
	            DISPLAY "REVIEW-QUEUE OPEN FAILED, STATUS "
	                WS-QUEUE-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        WRITE INQUIRY-RPT-REC FROM WS-QUEUE-HDR-LINE
	        MOVE 0 TO WS-SECTION-COUNT
	        MOVE "N" TO WS-FILE-EOF
	        PERFORM read-review-queue
	        PERFORM show-one-review UNTIL FILE-EOF
	        CLOSE REVIEW-QUEUE
	        MOVE "REVIEW ITEMS:" TO WS-COUNT-LABEL
	        MOVE WS-SECTION-COUNT TO WS-COUNT-VALUE
	        PERFORM write-section-count
	    END-IF.

	    read-review-queue.
	    READ REVIEW-QUEUE
	        AT END
	            SET FILE-EOF TO TRUE
	    END-READ.

	    show-one-review.
	    MOVE 0 TO WS-KEY-HITS.
	    INSPECT RQ-TEXT TALLYING WS-KEY-HITS
	        FOR ALL WS-INQ-KEY(1:WS-INQ-KEY-LEN).
	    IF WS-KEY-HITS > 0
	        ADD 1 TO WS-SECTION-COUNT
	        MOVE RQ-LL TO WS-QUEUE-LL
	        MOVE RQ-BEST-SHIFT TO WS-QUEUE-BEST
	        MOVE RQ-SECOND-SHIFT TO WS-QUEUE-SECOND
	        WRITE INQUIRY-RPT-REC FROM WS-QUEUE-LINE
	        MOVE RQ-TEXT TO WS-IMAGE-TEXT
	        WRITE INQUIRY-RPT-REC FROM WS-IMAGE-LINE
	    END-IF.
	    PERFORM read-review-queue.

	    *> ================================================ ACCOUNT ==
	    answer-account.
	    MOVE "ACCOUNT" TO WS-TITLE-KIND.
	    MOVE WS-INQ-KEY TO WS-TITLE-KEY.
	    WRITE INQUIRY-RPT-REC FROM WS-PAGE-TITLE-LINE
	        AFTER ADVANCING PAGE.
	    PERFORM show-account-master.
	    PERFORM show-account-activity.
	    MOVE "SUSPENDED ITEMS CARRYING THE ACCOUNT NUMBER"
	        TO WS-SECTION-LINE.
	    PERFORM show-suspense-items.
	    PERFORM end-page.

	    show-account-master.
	    MOVE "ACCOUNT MASTER POSITION" TO WS-SECTION-LINE.
	    PERFORM write-section-heading.
	    OPEN INPUT ACCT-MASTER.
	    IF WS-ACCT-STATUS = "35"
	        MOVE "ACCTMAST" TO WS-ABSENT-NAME
	        PERFORM write-absent-note
	    ELSE
	        IF WS-ACCT-STATUS NOT = "00"
	            DISPLAY "ACCT-MASTER OPEN FAILED, STATUS "
	                WS-ACCT-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        MOVE "N" TO WS-FILE-EOF
	        MOVE "N" TO WS-KEY-FOUND
	        PERFORM read-acct-master
	        PERFORM find-account UNTIL FILE-EOF OR KEY-FOUND
	        CLOSE ACCT-MASTER
	        IF KEY-FOUND
	            ADD 1 TO WS-PAGE-ITEMS
	            PERFORM write-account-position
	        ELSE
	            MOVE "*NOT ON ACCOUNT MASTER*" TO WS-NOTE-TEXT
	            WRITE INQUIRY-RPT-REC FROM WS-NOTE-LINE
	        END-IF
	    END-IF.

	    read-acct-master.
	    READ ACCT-MASTER
	        AT END
	            SET FILE-EOF TO TRUE
	    END-READ.

	    find-account.
	    IF AB-ACCOUNT = WS-INQ-KEY(1:8)
	        SET KEY-FOUND TO TRUE
	    ELSE
	        IF AB-ACCOUNT > WS-INQ-KEY(1:8)
	            SET FILE-EOF TO TRUE
	        ELSE
	            PERFORM read-acct-master
	        END-IF
	    END-IF.

	    *> the position is brought-forward plus month-to-date, the
	    *> same sum the posting proof and the statements use
	    write-account-position.
	    MOVE "ACCOUNT TYPE:" TO WS-FIELD-LABEL.
	    MOVE AB-ACCT-TYPE TO WS-FIELD-VALUE.
	    WRITE INQUIRY-RPT-REC FROM WS-FIELD-LINE.
	    MOVE "STATUS:" TO WS-FIELD-LABEL.
	    EVALUATE AB-STATUS
	        WHEN "O"
	            MOVE "O - OPEN" TO WS-FIELD-VALUE
	        WHEN "C"
	            MOVE "C - CLOSED" TO WS-FIELD-VALUE
	        WHEN "F"
	            MOVE "F - FROZEN" TO WS-FIELD-VALUE
	        WHEN OTHER
	            MOVE AB-STATUS TO WS-FIELD-VALUE
	    END-EVALUATE.
	    WRITE INQUIRY-RPT-REC FROM WS-FIELD-LINE.
	    MOVE "BROUGHT FORWARD:" TO WS-AMOUNT-LABEL.
	    MOVE AB-BF-BAL TO WS-AMOUNT-VALUE.
	    WRITE INQUIRY-RPT-REC FROM WS-AMOUNT-LINE.
	    MOVE "MONTH TO DATE:" TO WS-AMOUNT-LABEL.
	    MOVE AB-MTD-MOVEMENT TO WS-AMOUNT-VALUE.
	    WRITE INQUIRY-RPT-REC FROM WS-AMOUNT-LINE.
	    COMPUTE WS-POSITION = AB-BF-BAL + AB-MTD-MOVEMENT.
	    MOVE "CURRENT POSITION:" TO WS-AMOUNT-LABEL.
	    MOVE WS-POSITION TO WS-AMOUNT-VALUE.
	    WRITE INQUIRY-RPT-REC FROM WS-AMOUNT-LINE.
	    MOVE "LAST ACTIVITY:" TO WS-FIELD-LABEL.
	    MOVE AB-LAST-ACTIVITY TO WS-FIELD-VALUE.
	    WRITE INQUIRY-RPT-REC FROM WS-FIELD-LINE.
	    MOVE "OPENED:" TO WS-FIELD-LABEL.
	    MOVE AB-OPEN-DATE TO WS-FIELD-VALUE.
	    WRITE INQUIRY-RPT-REC FROM WS-FIELD-LINE.
	    IF AB-CLOSE-DATE IS NUMERIC AND AB-CLOSE-DATE > 0
	        MOVE "CLOSED:" TO WS-FIELD-LABEL
	        MOVE AB-CLOSE-DATE TO WS-FIELD-VALUE
	        WRITE INQUIRY-RPT-REC FROM WS-FIELD-LINE
	    END-IF.

	    *> the cleaned feed as it stands - today's until the next
	    *> run's front-end edit replaces it
	    show-account-activity.
	    OPEN INPUT TRANS-IN.
	    IF WS-TRANS-STATUS = "35"
	        MOVE "TRANS.CLEAN ACTIVITY" TO WS-SECTION-LINE
	        PERFORM write-section-heading
	        MOVE "TRANSIN" TO WS-ABSENT-NAME
	        PERFORM write-absent-note
	    ELSE
	        IF WS-TRANS-STATUS NOT = "00"
	            DISPLAY "TRANS-IN OPEN FAILED, STATUS "
	                WS-TRANS-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        MOVE 0 TO WS-SECTION-COUNT
	        MOVE 0 TO WS-ACTIVITY-NET
	        MOVE SPACES TO WS-ACTIVITY-DATE
	        MOVE "N" TO WS-FILE-EOF
	        PERFORM read-trans
	        IF NOT FILE-EOF AND TIH-REC-TYPE = "HDR"
	            MOVE TIH-BUSINESS-DATE TO WS-ACTIVITY-DATE
	            PERFORM read-trans
	        END-IF
	        MOVE SPACES TO WS-SECTION-LINE
	        STRING "TRANS.CLEAN ACTIVITY FOR BUSINESS DATE "
	            WS-ACTIVITY-DATE DELIMITED BY SIZE
	            INTO WS-SECTION-LINE
	        PERFORM write-section-heading
	        WRITE INQUIRY-RPT-REC FROM WS-TRANS-HDR-LINE
	        PERFORM show-one-trans UNTIL FILE-EOF
	        CLOSE TRANS-IN
	        MOVE "TRANSACTIONS:" TO WS-COUNT-LABEL
	        MOVE WS-SECTION-COUNT TO WS-COUNT-VALUE
	        PERFORM write-section-count
	        MOVE "NET ACTIVITY:" TO WS-AMOUNT-LABEL
	        MOVE WS-ACTIVITY-NET TO WS-AMOUNT-VALUE
	        WRITE INQUIRY-RPT-REC FROM WS-AMOUNT-LINE
	    END-IF.

	    read-trans.
	    READ TRANS-IN
	        AT END
	            SET FILE-EOF TO TRUE
	    END-READ.

	    show-one-trans.
	    IF TIH-REC-TYPE = "TRL"
	        SET FILE-EOF TO TRUE
	    ELSE
	        IF TI-ACCOUNT = WS-INQ-KEY(1:8)
	            ADD 1 TO WS-SECTION-COUNT
	            ADD TI-AMOUNT TO WS-ACTIVITY-NET
	            MOVE TI-TRANS-DATE TO WS-TRANS-DATE
	            MOVE TI-ACCT-TYPE TO WS-TRANS-TYPE
	            MOVE TI-AMOUNT TO WS-TRANS-AMOUNT
	            WRITE INQUIRY-RPT-REC FROM WS-TRANS-LINE
	        END-IF
	        PERFORM read-trans
	    END-IF.

	    *> =============================================== SUSPENSE ==
	    *> shared by both pages - an item belongs to the request
	    *> when the key appears anywhere in its original record
	    *> image, whichever program raised it and wherever that
	    *> program's layout puts the key
	    show-suspense-items.
	    PERFORM write-section-heading.
	    OPEN INPUT SUSPENSE.
	    IF WS-SUSP-STATUS = "35"
	        MOVE "SUSPENSE" TO WS-ABSENT-NAME
	        PERFORM write-absent-note
	    ELSE
	        IF WS-SUSP-STATUS NOT = "00"
	            DISPLAY "SUSPENSE OPEN FAILED, STATUS " WS-SUSP-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        WRITE INQUIRY-RPT-REC FROM WS-SUSP-HDR-LINE
	        MOVE 0 TO WS-SECTION-COUNT
	        MOVE "N" TO WS-FILE-EOF
	        PERFORM read-suspense
	        PERFORM show-one-suspense UNTIL FILE-EOF
	        CLOSE SUSPENSE
	        MOVE "SUSPENSE ITEMS:" TO WS-COUNT-LABEL
	        MOVE WS-SECTION-COUNT TO WS-COUNT-VALUE
	        PERFORM write-section-count
	    END-IF.

	    read-suspense.
	    READ SUSPENSE
	        AT END
	            SET FILE-EOF TO TRUE
	    END-READ.

	    show-one-suspense.
	    MOVE 0 TO WS-KEY-HITS.
	    INSPECT SUSP-IMAGE TALLYING WS-KEY-HITS
	        FOR ALL WS-INQ-KEY(1:WS-INQ-KEY-LEN).
	    IF WS-KEY-HITS > 0
	        ADD 1 TO WS-SECTION-COUNT
	        MOVE SUSP-PROGRAM TO WS-SUSP-PROGRAM
	        MOVE SUSP-REASON TO WS-SUSP-REASON
	        MOVE SUSP-BUSINESS-DATE TO WS-SUSP-DATE
	        MOVE SUSP-CYCLE TO WS-SUSP-CYCLE
	        MOVE SUSP-TIMESTAMP TO WS-SUSP-STAMP
	        WRITE INQUIRY-RPT-REC FROM WS-SUSP-LINE
	        MOVE SUSP-IMAGE TO WS-IMAGE-TEXT
	        WRITE INQUIRY-RPT-REC FROM WS-IMAGE-LINE
	    END-IF.
	    PERFORM read-suspense.

	    *> ================================================ SUMMARY ==
	    write-run-summary.
	    WRITE INQUIRY-RPT-REC FROM WS-SUM-TITLE-LINE
	        AFTER ADVANCING PAGE.
	    WRITE INQUIRY-RPT-REC FROM WS-RPT-BLANK-LINE.
	    MOVE "REQUEST CARDS READ:" TO WS-SUM-LABEL.
	    MOVE WS-CARDS-READ TO WS-SUM-COUNT.
	    WRITE INQUIRY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "STUDENT PAGES:" TO WS-SUM-LABEL.
	    MOVE WS-STUDENT-PAGES TO WS-SUM-COUNT.
	    WRITE INQUIRY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "ACCOUNT PAGES:" TO WS-SUM-LABEL.
	    MOVE WS-ACCOUNT-PAGES TO WS-SUM-COUNT.
	    WRITE INQUIRY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "KEYS WITH NOTHING HELD:" TO WS-SUM-LABEL.
	    MOVE WS-NOTHING-HELD TO WS-SUM-COUNT.
	    WRITE INQUIRY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "CARDS NOT UNDERSTOOD:" TO WS-SUM-LABEL.
	    MOVE WS-CARDS-REJECTED TO WS-SUM-COUNT.
	    WRITE INQUIRY-RPT-REC FROM WS-SUM-LINE.
