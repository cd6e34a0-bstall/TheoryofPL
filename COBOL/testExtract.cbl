IDENTIFICATION DIVISION.
	PROGRAM-ID. TEST_EXTRACT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	    SELECT MASK-CTL ASSIGN TO "MASKCTL"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-CTL-STATUS.
	    SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-IN-STATUS.
	    SELECT TEST-STUDENT ASSIGN TO "TSTSTUD"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT GRADE-HIST ASSIGN TO "GRADEHST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-IN-STATUS.
	    SELECT TEST-HIST ASSIGN TO "TSTGHST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-IN-STATUS.
	    SELECT TEST-ACCT ASSIGN TO "TSTACCT"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT STUDENT-IN ASSIGN TO "STUDIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-IN-STATUS.
	    SELECT TEST-STUDIN ASSIGN TO "TSTSTIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT TRANS-IN ASSIGN TO "TRANSIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-IN-STATUS.
	    SELECT TEST-TRANSIN ASSIGN TO "TSTTRIN"
	        ORGANIZATION LINE SEQUENTIAL
	        FILE STATUS IS WS-OUT-STATUS.
	    SELECT STUD-SORT ASSIGN TO "SORTWK".
	    SELECT ACCT-SORT ASSIGN TO "SORTWK".

	DATA DIVISION.
	    FILE SECTION.
	    *> the masking key - nine digits, one per key position. the
	    *> security desk holds the production card so a test copy
	    *> cannot be walked back to real ids, and no run masks
	    *> without it
	    FD MASK-CTL.
	    01 MASK-CTL-REC.
	        05 MK-KEY PIC X(9).

	    *> the registrar's master, in student-id order. the copy
	    *> is put back into that order once the ids are masked
	    FD STUDENT-MASTER.
	    01 STUDENT-MASTER-REC.
	        05 SM-STUDENT-ID PIC X(9).
	        05 SM-NAME PIC X(25).
	        05 SM-PROGRAM PIC X(6).
	        05 SM-ENROLL-STATUS PIC X(1).
	    FD TEST-STUDENT.
	    01 TEST-STUDENT-REC PIC X(41).

	    *> the grade history, kept in the order graded
	    FD GRADE-HIST.
	    01 GRADE-HIST-REC.
	        05 GH-TERM PIC X(5).
	        05 GH-STUDENT-ID PIC X(9).
	        05 GH-REST PIC X(13).
	    FD TEST-HIST.
	    01 TEST-HIST-REC PIC X(27).

	    *> the account balance master, in account order - the copy
	    *> is re-sorted the same way as the student master
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
	    FD TEST-ACCT.
	    01 TEST-ACCT-REC PIC X(59).

	    *> the day's raw student feed, framed as the edit step
	    *> expects it
	    FD STUDENT-IN.
	    01 STUDENT-IN-REC.
	        05 SI-STUDENT-ID PIC X(9).
	        05 SI-SECTION PIC X(6).
	        05 SI-SCORE PIC 9(3).
	        05 SI-COMPLETION PIC X(1).
	    01 STUDENT-IN-HDR.
	        05 SIH-REC-TYPE PIC X(3).
	        05 SIH-FILE-ID PIC X(8).
	        05 SIH-BUSINESS-DATE PIC 9(8).
	    01 STUDENT-IN-TRL.
	        05 SIT-REC-TYPE PIC X(3).
	        05 SIT-DETAIL-COUNT PIC 9(9).
	        05 SIT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	    FD TEST-STUDIN.
	    01 TEST-STUDIN-REC PIC X(24).

	    *> the day's raw transaction feed, framed as the edit step
	    *> expects it, with the amount hash every proof downstream
	    *> leans on
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
	    01 TRANS-IN-TRL.
	        05 TIT-REC-TYPE PIC X(3).
	        05 TIT-DETAIL-COUNT PIC 9(9).
	        05 TIT-HASH-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
	    FD TEST-TRANSIN.
	    01 TEST-TRANSIN-REC PIC X(28).

	    SD STUD-SORT.
	    01 STUD-SORT-REC.
	        05 SS-STUDENT-ID PIC X(9).
	        05 FILLER PIC X(32).

	    SD ACCT-SORT.
	    01 ACCT-SORT-REC.
	        05 AS-ACCOUNT PIC X(8).
	        05 FILLER PIC X(51).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
	    01 WS-IN-STATUS PIC X(2).
	    01 WS-OUT-STATUS PIC X(2).
	    01 WS-IN-EOF PIC X(1) VALUE "N".
	        88 IN-EOF VALUE "Y".
	    01 WS-TRL-SEEN PIC X(1) VALUE "N".
	        88 TRL-SEEN VALUE "Y".
	    01 WS-SORT-EOF PIC X(1) VALUE "N".
	        88 SORT-EOF VALUE "Y".
	    01 WS-DATASET-NAME PIC X(8).
	    01 WS-READ-COUNT PIC 9(9) VALUE 0.
	    01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
	    01 WS-EXTRACTED-COUNT PIC 9(1) VALUE 0.

	    *> the same key masks a student id wherever it appears and
	    *> an account number wherever it appears, so the test
	    *> copies still match each other file to file. each digit
	    *> moves on by its position's key digit plus the masked
	    *> digit beside it, once left to right and once right to
	    *> left, so every digit of the id moves every digit of the
	    *> mask; letters and blanks stay as they are. every step
	    *> can be undone given the key, so two different ids can
	    *> never mask to the same one
	    01 WS-MASK-KEY PIC 9(9).
	    01 WS-MASK-KEY-DIGITS REDEFINES WS-MASK-KEY.
	        05 WS-KEY-DIGIT PIC 9(1) OCCURS 9 TIMES.
	    01 WS-MASK-FIELD PIC X(9).
	    01 WS-MASK-CHARS REDEFINES WS-MASK-FIELD.
	        05 WS-MASK-CHAR PIC X(1) OCCURS 9 TIMES.
	    01 WS-MASK-LEN PIC 9(2).
	    01 WS-MASK-POS PIC 9(2).
	    01 WS-MASK-DIGIT PIC 9(1).
	    01 WS-MASK-NEW PIC 9(1).
	    01 WS-MASK-CARRY PIC 9(1).
	    01 WS-MASK-SUM PIC 9(2).
	    01 WS-MASK-QUOT PIC 9(2).

	    *> the replacement name carries the masked id, so a tester
	    *> can still tell students apart on a report
	    01 WS-TEST-NAME.
	        05 FILLER PIC X(13) VALUE "TEST STUDENT ".
	        05 WS-TEST-NAME-ID PIC X(9).
	        05 FILLER PIC X(3) VALUE SPACES.

	    *> amounts are scaled by between 90 and 110 percent, the
	    *> percentage stepping on record by record, then held inside
	    *> the range the original came from; the sign never changes
	    *> and zero stays zero
	    01 WS-PERTURB-SEQ PIC 9(9) VALUE 0.
	    01 WS-PERTURB-STEP PIC 9(11).
	    01 WS-PERTURB-QUOT PIC 9(11).
	    01 WS-PERTURB-PCT PIC 9(3).
	    01 WS-PERTURB-AMT PIC S9(11).
	    01 WS-PERTURB-MAG PIC 9(11).
	    01 WS-PERTURB-LOW PIC 9(11).
	    01 WS-PERTURB-HIGH PIC 9(11).
	    01 WS-PERTURB-SIGN PIC X(1).
	        88 PERTURB-NEGATIVE VALUE "-".

	    *> the source feed's own totals, proved before the copy is
	    *> trusted, and the copy's totals as written
	    01 WS-SOURCE-HASH PIC S9(11) VALUE 0.
	    01 WS-TEST-HASH PIC S9(11) VALUE 0.

	PROCEDURE DIVISION.
	    begin.
	    PERFORM read-mask-control.
	    PERFORM extract-student-master.
	    PERFORM extract-grade-history.
	    PERFORM extract-acct-master.
	    PERFORM extract-student-feed.
	    PERFORM extract-trans-feed.
	    IF WS-EXTRACTED-COUNT = 0
	        DISPLAY "TEST EXTRACT - NO DATASET PRESENT, NOTHING "
	            "EXTRACTED"
	        MOVE 4 TO RETURN-CODE
	    END-IF.
	    STOP RUN.

	    *> there is no default key - a key built into the load
	    *> module would be as good as published, so a missing or
	    *> empty control file, or a card that is not nine digits,
	    *> is a setup error rather than something to mask under
	    read-mask-control.
	    OPEN INPUT MASK-CTL.
	    IF WS-CTL-STATUS NOT = "00"
	        DISPLAY "MASK-CTL OPEN FAILED, STATUS " WS-CTL-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    READ MASK-CTL
	        AT END
	            DISPLAY "MASKCTL EMPTY - NO MASK KEY"
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	    END-READ.
	    IF MK-KEY IS NUMERIC
	        MOVE MK-KEY TO WS-MASK-KEY
	    ELSE
	        DISPLAY "MASKCTL KEY NOT NINE DIGITS: " MK-KEY
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.
	    CLOSE MASK-CTL.

	    *> each dataset is optional - one not there (status 35) is
	    *> skipped and said so; any other bad status stops the run
	    check-in-open.
	    IF WS-IN-STATUS = "35"
	        DISPLAY WS-DATASET-NAME " NOT PRESENT - SKIPPED"
	    ELSE
	        IF WS-IN-STATUS NOT = "00"
	            DISPLAY WS-DATASET-NAME " OPEN FAILED, STATUS "
	                WS-IN-STATUS
	            MOVE 12 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        MOVE "N" TO WS-IN-EOF
	        MOVE "N" TO WS-TRL-SEEN
	        MOVE "N" TO WS-SORT-EOF
	        MOVE 0 TO WS-READ-COUNT
	        MOVE 0 TO WS-WRITTEN-COUNT
	        ADD 1 TO WS-EXTRACTED-COUNT
	    END-IF.

	    check-out-open.
	    IF WS-OUT-STATUS NOT = "00"
	        DISPLAY WS-DATASET-NAME " TEST COPY OPEN FAILED, STATUS "
	            WS-OUT-STATUS
	        MOVE 12 TO RETURN-CODE
	        STOP RUN
	    END-IF.

	    show-counts.
	    DISPLAY "TEST EXTRACT " WS-DATASET-NAME " - READ "
	        WS-READ-COUNT " WROTE " WS-WRITTEN-COUNT.

	    mask-key.
	    MOVE 0 TO WS-MASK-CARRY.
	    PERFORM mask-one-position VARYING WS-MASK-POS FROM 1 BY 1
	        UNTIL WS-MASK-POS > WS-MASK-LEN.
	    MOVE 0 TO WS-MASK-CARRY.
	    PERFORM mask-one-position VARYING WS-MASK-POS
	        FROM WS-MASK-LEN BY -1 UNTIL WS-MASK-POS < 1.

	    mask-one-position.
	    IF WS-MASK-CHAR(WS-MASK-POS) IS NUMERIC
	        MOVE WS-MASK-CHAR(WS-MASK-POS) TO WS-MASK-DIGIT
	        COMPUTE WS-MASK-SUM = WS-MASK-DIGIT
	            + WS-KEY-DIGIT(WS-MASK-POS) + WS-MASK-CARRY
	        DIVIDE WS-MASK-SUM BY 10 GIVING WS-MASK-QUOT
	            REMAINDER WS-MASK-NEW
	        MOVE WS-MASK-NEW TO WS-MASK-CHAR(WS-MASK-POS)
	        MOVE WS-MASK-NEW TO WS-MASK-CARRY
	    ELSE
	        MOVE 0 TO WS-MASK-CARRY
	    END-IF.

	    mask-student-id.
	    MOVE 9 TO WS-MASK-LEN.
	    PERFORM mask-key.

	    mask-account.
	    MOVE 8 TO WS-MASK-LEN.
	    PERFORM mask-key.

	    perturb-amount.
	    IF WS-PERTURB-AMT < 0
	        MOVE "-" TO WS-PERTURB-SIGN
	        COMPUTE WS-PERTURB-MAG = 0 - WS-PERTURB-AMT
	    ELSE
	        MOVE "+" TO WS-PERTURB-SIGN
	        MOVE WS-PERTURB-AMT TO WS-PERTURB-MAG
	    END-IF.
	    IF WS-PERTURB-MAG > 0
	        ADD 1 TO WS-PERTURB-SEQ
	        COMPUTE WS-PERTURB-STEP = WS-PERTURB-SEQ * 8
	        DIVIDE WS-PERTURB-STEP BY 21 GIVING WS-PERTURB-QUOT
	            REMAINDER WS-PERTURB-PCT
	        ADD 90 TO WS-PERTURB-PCT
	        COMPUTE WS-PERTURB-MAG ROUNDED =
	            WS-PERTURB-MAG * WS-PERTURB-PCT / 100
	            ON SIZE ERROR
	                MOVE WS-PERTURB-HIGH TO WS-PERTURB-MAG
	        END-COMPUTE
	        IF WS-PERTURB-MAG < WS-PERTURB-LOW
	            MOVE WS-PERTURB-LOW TO WS-PERTURB-MAG
	        END-IF
	        IF WS-PERTURB-MAG > WS-PERTURB-HIGH
	            MOVE WS-PERTURB-HIGH TO WS-PERTURB-MAG
	        END-IF
	    END-IF.
	    IF PERTURB-NEGATIVE
	        COMPUTE WS-PERTURB-AMT = 0 - WS-PERTURB-MAG
	    ELSE
	        MOVE WS-PERTURB-MAG TO WS-PERTURB-AMT
	    END-IF.

	    *> ---------------------------------------- STUDENT MASTER --
	    extract-student-master.
	    MOVE "STUDMAST" TO WS-DATASET-NAME.
	    OPEN INPUT STUDENT-MASTER.
	    PERFORM check-in-open.
	    IF WS-IN-STATUS = "00"
	        OPEN OUTPUT TEST-STUDENT
	        PERFORM check-out-open
	        SORT STUD-SORT
	            ON ASCENDING KEY SS-STUDENT-ID
	            INPUT PROCEDURE IS release-students
	            OUTPUT PROCEDURE IS write-students
	        CLOSE STUDENT-MASTER TEST-STUDENT
	        PERFORM show-counts
	    END-IF.

	    release-students.
	    PERFORM read-student-master.
	    PERFORM release-one-student UNTIL IN-EOF.

	    read-student-master.
	    READ STUDENT-MASTER
	        AT END
	            SET IN-EOF TO TRUE
	    END-READ.

	    release-one-student.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE SM-STUDENT-ID TO WS-MASK-FIELD.
	    PERFORM mask-student-id.
	    MOVE WS-MASK-FIELD TO SM-STUDENT-ID.
	    MOVE SM-STUDENT-ID TO WS-TEST-NAME-ID.
	    MOVE WS-TEST-NAME TO SM-NAME.
	    RELEASE STUD-SORT-REC FROM STUDENT-MASTER-REC.
	    PERFORM read-student-master.

	    write-students.
	    PERFORM return-student.
	    PERFORM write-one-student UNTIL SORT-EOF.

	    return-student.
	    RETURN STUD-SORT
	        AT END
	            SET SORT-EOF TO TRUE
	    END-RETURN.

	    write-one-student.
	    WRITE TEST-STUDENT-REC FROM STUD-SORT-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM return-student.

	    *> ----------------------------------------- GRADE HISTORY --
	    extract-grade-history.
	    MOVE "GRADEHST" TO WS-DATASET-NAME.
	    OPEN INPUT GRADE-HIST.
	    PERFORM check-in-open.
	    IF WS-IN-STATUS = "00"
	        OPEN OUTPUT TEST-HIST
	        PERFORM check-out-open
	        PERFORM read-grade-hist
	        PERFORM extract-one-grade UNTIL IN-EOF
	        CLOSE GRADE-HIST TEST-HIST
	        PERFORM show-counts
	    END-IF.

	    read-grade-hist.
	    READ GRADE-HIST
	        AT END
	            SET IN-EOF TO TRUE
	    END-READ.

	    extract-one-grade.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE GH-STUDENT-ID TO WS-MASK-FIELD.
	    PERFORM mask-student-id.
	    MOVE WS-MASK-FIELD TO GH-STUDENT-ID.
	    WRITE TEST-HIST-REC FROM GRADE-HIST-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-grade-hist.

	    *> ---------------------------------------- ACCOUNT MASTER --
	    extract-acct-master.
	    MOVE "ACCTMAST" TO WS-DATASET-NAME.
	    OPEN INPUT ACCT-MASTER.
	    PERFORM check-in-open.
	    IF WS-IN-STATUS = "00"
	        OPEN OUTPUT TEST-ACCT
	        PERFORM check-out-open
	        SORT ACCT-SORT
	            ON ASCENDING KEY AS-ACCOUNT
	            INPUT PROCEDURE IS release-accounts
	            OUTPUT PROCEDURE IS write-accounts
	        CLOSE ACCT-MASTER TEST-ACCT
	        PERFORM show-counts
	    END-IF.

	    release-accounts.
	    PERFORM read-acct-master.
	    PERFORM release-one-account UNTIL IN-EOF.

	    read-acct-master.
	    READ ACCT-MASTER
	        AT END
	            SET IN-EOF TO TRUE
	    END-READ.

	    *> balances keep their sign; no proof ties one account's
	    *> brought-forward to its month-to-date, so each is moved
	    *> on its own
	    release-one-account.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE AB-ACCOUNT TO WS-MASK-FIELD.
	    PERFORM mask-account.
	    MOVE WS-MASK-FIELD(1:8) TO AB-ACCOUNT.
	    MOVE 1 TO WS-PERTURB-LOW.
	    MOVE 99999999999 TO WS-PERTURB-HIGH.
	    IF AB-BF-BAL IS NUMERIC
	        MOVE AB-BF-BAL TO WS-PERTURB-AMT
	        PERFORM perturb-amount
	        MOVE WS-PERTURB-AMT TO AB-BF-BAL
	    END-IF.
	    IF AB-MTD-MOVEMENT IS NUMERIC
	        MOVE AB-MTD-MOVEMENT TO WS-PERTURB-AMT
	        PERFORM perturb-amount
	        MOVE WS-PERTURB-AMT TO AB-MTD-MOVEMENT
	    END-IF.
	    RELEASE ACCT-SORT-REC FROM ACCT-MASTER-REC.
	    PERFORM read-acct-master.

	    write-accounts.
	    PERFORM return-account.
	    PERFORM write-one-account UNTIL SORT-EOF.

	    return-account.
	    RETURN ACCT-SORT
	        AT END
	            SET SORT-EOF TO TRUE
	    END-RETURN.

	    write-one-account.
	    WRITE TEST-ACCT-REC FROM ACCT-SORT-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM return-account.

	    *> -------------------------------------------- STUDENT FEED --
	    *> the source feed has to prove on its own trailer first - a
	    *> short or damaged feed copied under fresh totals would pass
	    *> the edit in test when it never could in production. the
	    *> header goes across as it came, so the copy is edited for
	    *> the same business date
	    extract-student-feed.
	    MOVE "STUDIN" TO WS-DATASET-NAME.
	    OPEN INPUT STUDENT-IN.
	    PERFORM check-in-open.
	    IF WS-IN-STATUS = "00"
	        OPEN OUTPUT TEST-STUDIN
	        PERFORM check-out-open
	        READ STUDENT-IN
	            AT END
	                DISPLAY "STUDIN EMPTY - HEADER RECORD MISSING"
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	        END-READ
	        IF SIH-REC-TYPE NOT = "HDR" OR SIH-FILE-ID NOT = "STUDIN"
	            DISPLAY "STUDIN HEADER INVALID: " STUDENT-IN-REC
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        WRITE TEST-STUDIN-REC FROM STUDENT-IN-REC
	        PERFORM read-student-feed
	        PERFORM extract-one-student UNTIL IN-EOF
	        IF SIT-DETAIL-COUNT NOT = WS-READ-COUNT
	            DISPLAY "STUDIN TRAILER COUNT " SIT-DETAIL-COUNT
	                " DOES NOT MATCH DETAILS READ " WS-READ-COUNT
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        *> scores go across untouched, so the feed's own hash
	        *> still holds for the copy
	        MOVE WS-WRITTEN-COUNT TO SIT-DETAIL-COUNT
	        WRITE TEST-STUDIN-REC FROM STUDENT-IN-TRL
	        CLOSE STUDENT-IN TEST-STUDIN
	        PERFORM show-counts
	    END-IF.

	    read-student-feed.
	    READ STUDENT-IN
	        AT END
	            IF NOT TRL-SEEN
	                DISPLAY "STUDIN TRAILER MISSING - FILE TRUNCATED"
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            SET IN-EOF TO TRUE
	        NOT AT END
	            IF SIT-REC-TYPE = "TRL"
	                SET TRL-SEEN TO TRUE
	                SET IN-EOF TO TRUE
	            END-IF
	    END-READ.

	    extract-one-student.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE SI-STUDENT-ID TO WS-MASK-FIELD.
	    PERFORM mask-student-id.
	    MOVE WS-MASK-FIELD TO SI-STUDENT-ID.
	    WRITE TEST-STUDIN-REC FROM STUDENT-IN-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-student-feed.

	    *> ---------------------------------------------- TRANS FEED --
	    extract-trans-feed.
	    MOVE "TRANSIN" TO WS-DATASET-NAME.
	    OPEN INPUT TRANS-IN.
	    PERFORM check-in-open.
	    IF WS-IN-STATUS = "00"
	        OPEN OUTPUT TEST-TRANSIN
	        PERFORM check-out-open
	        READ TRANS-IN
	            AT END
	                DISPLAY "TRANSIN EMPTY - HEADER RECORD MISSING"
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	        END-READ
	        IF TIH-REC-TYPE NOT = "HDR" OR TIH-FILE-ID NOT = "TRANSIN"
	            DISPLAY "TRANSIN HEADER INVALID: " TRANS-IN-REC
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        WRITE TEST-TRANSIN-REC FROM TRANS-IN-REC
	        MOVE 0 TO WS-SOURCE-HASH
	        MOVE 0 TO WS-TEST-HASH
	        PERFORM read-trans-feed
	        PERFORM extract-one-trans UNTIL IN-EOF
	        IF TIT-DETAIL-COUNT NOT = WS-READ-COUNT
	            DISPLAY "TRANSIN TRAILER COUNT " TIT-DETAIL-COUNT
	                " DOES NOT MATCH DETAILS READ " WS-READ-COUNT
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        IF TIT-HASH-TOTAL NOT = WS-SOURCE-HASH
	            DISPLAY "TRANSIN TRAILER HASH " TIT-HASH-TOTAL
	                " DOES NOT MATCH AMOUNT TOTAL " WS-SOURCE-HASH
	            MOVE 16 TO RETURN-CODE
	            STOP RUN
	        END-IF
	        MOVE WS-WRITTEN-COUNT TO TIT-DETAIL-COUNT
	        MOVE WS-TEST-HASH TO TIT-HASH-TOTAL
	        WRITE TEST-TRANSIN-REC FROM TRANS-IN-TRL
	        CLOSE TRANS-IN TEST-TRANSIN
	        PERFORM show-counts
	    END-IF.

	    read-trans-feed.
	    READ TRANS-IN
	        AT END
	            IF NOT TRL-SEEN
	                DISPLAY "TRANSIN TRAILER MISSING - FILE TRUNCATED"
	                MOVE 16 TO RETURN-CODE
	                STOP RUN
	            END-IF
	            SET IN-EOF TO TRUE
	        NOT AT END
	            IF TIT-REC-TYPE = "TRL"
	                SET TRL-SEEN TO TRUE
	                SET IN-EOF TO TRUE
	            END-IF
	    END-READ.

	    *> each amount stays inside the bucket CONDITIONALS counts it
	    *> in - negative, under 2, under 19, under 1000, the rest -
	    *> so the bucket summary shows the same counts in test. an
	    *> amount the edit would reject goes across as it is and,
	    *> like the edit, stays out of the hash
	    extract-one-trans.
	    ADD 1 TO WS-READ-COUNT.
	    MOVE TI-ACCOUNT TO WS-MASK-FIELD.
	    PERFORM mask-account.
	    MOVE WS-MASK-FIELD(1:8) TO TI-ACCOUNT.
	    IF TI-AMOUNT IS NUMERIC
	        ADD TI-AMOUNT TO WS-SOURCE-HASH
	        MOVE TI-AMOUNT TO WS-PERTURB-AMT
	        EVALUATE TRUE
	            WHEN TI-AMOUNT < 0
	                MOVE 1 TO WS-PERTURB-LOW
	                MOVE 999999999 TO WS-PERTURB-HIGH
	                PERFORM perturb-amount
	            WHEN TI-AMOUNT < 2
	                CONTINUE
	            WHEN TI-AMOUNT < 19
	                MOVE 2 TO WS-PERTURB-LOW
	                MOVE 18 TO WS-PERTURB-HIGH
	                PERFORM perturb-amount
	            WHEN TI-AMOUNT < 1000
	                MOVE 19 TO WS-PERTURB-LOW
	                MOVE 999 TO WS-PERTURB-HIGH
	                PERFORM perturb-amount
	            WHEN OTHER
	                MOVE 1000 TO WS-PERTURB-LOW
	                MOVE 999999999 TO WS-PERTURB-HIGH
	                PERFORM perturb-amount
	        END-EVALUATE
	        MOVE WS-PERTURB-AMT TO TI-AMOUNT
	        ADD TI-AMOUNT TO WS-TEST-HASH
	    END-IF.
	    WRITE TEST-TRANSIN-REC FROM TRANS-IN-REC.
	    ADD 1 TO WS-WRITTEN-COUNT.
	    PERFORM read-trans-feed.
