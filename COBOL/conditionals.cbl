		SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-RUNCTL-STATUS.
		SELECT SCALE-TBL ASSIGN TO "SCALETBL"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-SCALE-STATUS.
		SELECT REG-IFACE ASSIGN TO "REGIFACE"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-REG-STATUS.
		SELECT RUN-CYCLE ASSIGN TO "RUNCYC"
			ORGANIZATION LINE SEQUENTIAL
			FILE STATUS IS WS-CYC-STATUS.

	DATA DIVISION.
              FILE SECTION.
                05 SI-STUDENT-ID PIC X(9).
                05 SI-SECTION PIC X(6).
                05 SI-SCORE PIC 9(3).
                *> I marks coursework still outstanding - the score
                *> to date is kept but the student is not banded
                05 SI-COMPLETION PIC X(1).
                  88 SI-INCOMPLETE VALUE "I".
              01 STUDENT-IN-HDR.
                05 SIH-REC-TYPE PIC X(3).
                05 SIH-FILE-ID PIC X(8).

              *> one record per student per term graded, appended each
              *> run, so "has this student failed before" is answered
              *> from a dataset instead of old report printouts. the
              *> section rides at the end so the incomplete run can
              *> list open incompletes by section and instructor.
              FD GRADE-HIST.
              01 GRADE-HIST-REC.
                05 GH-TERM PIC X(5).
                05 GH-STUDENT-ID PIC X(9).
                05 GH-SCORE PIC 9(3).
                05 GH-STATUS PIC X(1).
                05 GH-SECTION PIC X(6).
                *> score as the instructor submitted it - GH-SCORE is
                *> the score after any section scaling, the one banded
                05 GH-RAW-SCORE PIC 9(3).

              *> section scaling agreed with the department for the
              *> term - one record per section curved, mode A adds
              *> SC-VALUE points, mode S scales the section so its
              *> highest raw score becomes SC-VALUE, mode M makes
              *> SC-VALUE the section's own minimum pass mark.
              FD SCALE-TBL.
              01 SCALE-TBL-REC.
                05 SC-TERM PIC X(5).
                05 SC-SECTION PIC X(6).
                05 SC-MODE PIC X(1).
                  88 SC-MODE-VALID VALUE "A" "S" "M".
                  88 SC-MODE-ADD VALUE "A".
                  88 SC-MODE-SCALE VALUE "S".
                05 SC-VALUE PIC 9(3).

              *> the registrar's outbound interface - one fixed-layout
              *> record per graded student, framed by the standard
              *> header and a trailer carrying the record count and the
              *> total of the scores sent, so the registrar loads term
              *> records from data instead of re-keying GRADERPT pages.
              FD REG-IFACE.
              01 REG-IFACE-REC.
                05 RI-STUDENT-ID PIC X(9).
                05 RI-NAME PIC X(25).
                05 RI-PROGRAM PIC X(6).
                05 RI-SECTION PIC X(6).
                05 RI-TITLE PIC X(25).
                05 RI-TERM PIC X(5).
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

              *> detail listing plus a PASS/FAIL/REVIEW/TOTAL roll-up
              FD GRADE-RPT.
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

              *> corrected suspense records on their way back through;
              *> only records stamped with this program's name are taken
                05 SUSPIN-BUSINESS-DATE PIC 9(8).
                05 SUSPIN-TIMESTAMP PIC X(21).
                05 SUSPIN-IMAGE PIC X(88).
                05 SUSPIN-CYCLE PIC 9(2).

              *> one record per run - start/end stamps and the record
              *> counters - appended to the shared run-control dataset
                05 RC-READ PIC 9(9).
                05 RC-WRITTEN PIC 9(9).
                05 RC-REJECTED PIC 9(9).
                05 RC-CYCLE PIC 9(2).

              *> the cycle card the run register writes at the start of
              *> the stream - the posting cycle within the business date
              *> this run belongs to
              FD RUN-CYCLE.
              01 RUN-CYCLE-REC.
                05 CY-BUSINESS-DATE PIC 9(8).
                05 CY-CYCLE PIC 9(2).

              WORKING-STORAGE SECTION.
              01 WS-CTL-STATUS PIC X(2).
              01 WS-BUCKET-RPT-STATUS PIC X(2).
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-HIST-STATUS PIC X(2).
              01 WS-SCALE-STATUS PIC X(2).
              01 WS-STUDENT-EOF PIC X(1) VALUE "N".
                88 STUDENT-EOF VALUE "Y".
              01 WS-MASTER-EOF PIC X(1) VALUE "N".
                88 MASTER-EOF VALUE "Y".
              01 WS-HIST-EOF PIC X(1) VALUE "N".
                88 HIST-EOF VALUE "Y".
              01 WS-SCALE-EOF PIC X(1) VALUE "N".
                88 SCALE-EOF VALUE "Y".
              01 WS-PRESCAN-EOF PIC X(1) VALUE "N".
                88 PRESCAN-EOF VALUE "Y".
              01 WS-TRANS-EOF PIC X(1) VALUE "N".
                88 TRANS-EOF VALUE "Y".
              *>places to store variables, no value assigned
              *>grade result flag - the 88-levels below are literal
              *>condition-names on this flag; CHECK-VAL is compared
              *>against the runtime-loaded band boundaries above to
              *>decide which one applies. I is the incomplete status
              *>the history carries, so an out-of-band score is X,
              *>which never reaches the history.
              01 WS-GRADE-STATUS PIC X(1).
                88 GRADE-PASS VALUE 'P'.
                88 GRADE-FAIL VALUE 'F'.
                88 GRADE-REVIEW VALUE 'R'.
                88 GRADE-INCOMPLETE VALUE 'I'.
                88 GRADE-INVALID VALUE 'X'.

              *>reusable negative-amount guard, worked from NEG-NUM
              01 WS-EDIT-AMOUNT PIC S9(9).
              01 WS-REVIEW-COUNT PIC 9(5) VALUE 0.
              01 WS-STUDENT-COUNT PIC 9(5) VALUE 0.
              01 WS-INVALID-COUNT PIC 9(5) VALUE 0.
              01 WS-INCOMPLETE-COUNT PIC 9(5) VALUE 0.
              01 WS-DETAIL-STATUS PIC X(7).

              *>run counters for the balancing step - detail lines
              01 WS-STUDENT-REJECTS PIC 9(9) VALUE 0.
              01 WS-TRANS-REJECTS PIC 9(9) VALUE 0.

              *>registrar interface records written and the total of
              *>the scores they carry, for its trailer
              01 WS-REG-STATUS PIC X(2).
              01 WS-REG-COUNT PIC 9(9) VALUE 0.
              01 WS-REG-HASH PIC S9(11) VALUE 0.

              01 WS-SUSP-STATUS PIC X(2).
              01 WS-SUSPIN-STATUS PIC X(2).
              01 WS-SUSPIN-EOF PIC X(1) VALUE "N".
              *>match; defaults to the machine date and is overridden
              *>when the control record carries one
              01 WS-BUSINESS-DATE PIC 9(8).
              01 WS-CYC-STATUS PIC X(2).
              01 WS-RUN-CYCLE PIC 9(2) VALUE 1.
              01 WS-STUDENT-TRL-SEEN PIC X(1) VALUE "N".
                88 STUDENT-TRL-SEEN VALUE "Y".
              01 WS-TRANS-TRL-SEEN PIC X(1) VALUE "N".
              01 WS-SECT-FOUND PIC X(1).
                88 SECTION-FOUND VALUE "Y".

              *>this term's section scaling, loaded from SCALE-TBL;
              *>the raw high is only worked out for mode S sections,
              *>by a pass over STUDIN before grading starts
              01 WS-SCALE-TABLE.
                05 WS-SCL-ENTRY OCCURS 500 TIMES.
                  10 WS-SCL-SECTION PIC X(6).
                  10 WS-SCL-MODE PIC X(1).
                    88 WS-SCL-ADD VALUE "A".
                    88 WS-SCL-SCALE VALUE "S".
                    88 WS-SCL-MINIMUM VALUE "M".
                  10 WS-SCL-VALUE PIC 9(3).
                  10 WS-SCL-RAW-HIGH PIC 9(3).
              01 WS-SCL-COUNT PIC 9(3) VALUE 0.
              01 WS-SCL-IDX PIC 9(3).
              01 WS-SCL-LOOKUP PIC X(6).
              01 WS-SCL-FOUND PIC X(1).
                88 SCALE-FOUND VALUE "Y".
              01 WS-SCL-PRESCAN PIC X(1) VALUE "N".
                88 SCALE-PRESCAN-NEEDED VALUE "Y".
              *>score after scaling - the one banded, reported and
              *>written to history; equals SI-SCORE when not curved
              01 WS-ADJ-SCORE PIC 9(3).
              01 WS-ADJ-WORK PIC 9(6).
              01 WS-PASS-FLOOR PIC 9(3).

              *>per-section control-break statistics - STUDIN arrives
              *>sorted by section, so a change of code closes out the
              *>section with its counts, mean, high, low and a
              01 WS-SEC-PASS PIC 9(5) VALUE 0.
              01 WS-SEC-FAIL PIC 9(5) VALUE 0.
              01 WS-SEC-REVIEW PIC 9(5) VALUE 0.
              01 WS-SEC-INCOMPLETE PIC 9(5) VALUE 0.
              01 WS-SEC-SUM PIC 9(8) VALUE 0.
              01 WS-SEC-RAW-SUM PIC 9(8) VALUE 0.
              01 WS-SEC-HIGH PIC 9(3) VALUE 0.
              01 WS-SEC-LOW PIC 9(3) VALUE 999.
              *>course title of the section in hand, for the
              *>registrar interface; blank when not on the reference
              01 WS-SEC-TITLE PIC X(25) VALUE SPACES.
              *>capacity of the section in hand, from the reference
              *>table at the control break; 0 means unknown, no flag
              01 WS-SEC-CAPACITY PIC 9(4) VALUE 0.
                05 FILLER PIC X(63) VALUE SPACES.
              01 WS-SECTION-MEAN-LINE.
                05 FILLER PIC X(2) VALUE SPACES.
                05 FILLER PIC X(10) VALUE "MEAN RAW: ".
                05 WS-MEAN-RAW-VALUE PIC ZZ9.9.
                05 FILLER PIC X(12) VALUE "  ADJUSTED: ".
                05 WS-MEAN-VALUE PIC ZZ9.9.
                05 FILLER PIC X(8) VALUE "  HIGH: ".
                05 WS-HIGH-VALUE PIC ZZ9.
                05 FILLER PIC X(7) VALUE "  LOW: ".
                05 WS-LOW-VALUE PIC ZZ9.
                05 FILLER PIC X(25) VALUE SPACES.
              01 WS-SECTION-CURVE-LINE.
                05 FILLER PIC X(9) VALUE "  CURVE: ".
                05 WS-CURVE-TEXT PIC X(24).
                05 WS-CURVE-VALUE PIC ZZ9.
                05 FILLER PIC X(44) VALUE SPACES.
              01 WS-HIST-LINE.
                05 FILLER PIC X(2) VALUE SPACES.
                05 WS-HIST-LOW PIC ZZ9.
              01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

              01 WS-GRADE-HDR-LINE PIC X(80) VALUE
                "STUDENT ID  NAME                     SCORE    STATUS PRIOR FAILS  RAW".
              01 WS-GRADE-DETAIL-LINE.
                05 WS-DETAIL-ID PIC X(9).
                05 FILLER PIC X(3) VALUE SPACES.
                05 WS-DETAIL-STATUS-OUT PIC X(7).
                05 FILLER PIC X(6) VALUE SPACES.
                05 WS-DETAIL-PRIOR-FAILS PIC ZZ9.
                05 FILLER PIC X(4) VALUE SPACES.
                05 WS-DETAIL-RAW-SCORE PIC ZZ9.
                05 FILLER PIC X(11) VALUE SPACES.
              01 WS-GRADE-SUMMARY-LINE.
                05 WS-SUMMARY-LABEL PIC X(10).
                05 WS-SUMMARY-COUNT PIC ZZZZ9.
              END-IF.
              MOVE "COND01" TO RC-PROGRAM.
              MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
              MOVE WS-RUN-CYCLE TO RC-CYCLE.
              MOVE WS-START-TIME TO RC-START-TIME.
              MOVE FUNCTION CURRENT-DATE TO RC-END-TIME.
              COMPUTE RC-READ = WS-STUDENT-COUNT + WS-TRANS-COUNT.
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF.
              *>the registrar interface leg, ahead of the GRADERPT
              *>record - balancing takes the last COND01 STUDIN
              *>record on file as the STUDCLN handoff and pairs its
              *>correction leg by out-file, so GRADERPT must come last
              MOVE "COND01" TO CT-PROGRAM.
              MOVE "STUDIN" TO CT-IN-FILE.
              MOVE "REGIFACE" TO CT-OUT-FILE.
              MOVE WS-STUDENT-COUNT TO CT-READ.
              MOVE WS-REG-COUNT TO CT-WRITTEN.
              MOVE WS-STUDENT-REJECTS TO CT-REJECTED.
              MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
              MOVE WS-RUN-CYCLE TO CT-CYCLE.
              WRITE CTLTOT-REC.
              MOVE "COND01" TO CT-PROGRAM.
              MOVE "STUDIN" TO CT-IN-FILE.
              MOVE "GRADERPT" TO CT-OUT-FILE.
              MOVE WS-DETAIL-COUNT TO CT-WRITTEN.
              MOVE WS-STUDENT-REJECTS TO CT-REJECTED.
              MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
              MOVE WS-RUN-CYCLE TO CT-CYCLE.
              WRITE CTLTOT-REC.
              *>the correction leg - records taken back through
              *>SUSPIN sit inside the STUDIN counters above, so the
                MOVE WS-SUSPIN-COUNT TO CT-WRITTEN
                MOVE 0 TO CT-REJECTED
                MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
                MOVE WS-RUN-CYCLE TO CT-CYCLE
                WRITE CTLTOT-REC
              END-IF.
              MOVE "COND01" TO CT-PROGRAM.
                + WS-BKT-UNDER-1000-COUNT + WS-BKT-OTHER-COUNT.
              MOVE WS-TRANS-REJECTS TO CT-REJECTED.
              MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
              MOVE WS-RUN-CYCLE TO CT-CYCLE.
              WRITE CTLTOT-REC.
              CLOSE CTL-TOTALS.

                END-READ
                CLOSE GRADE-CTL
              END-IF.
              PERFORM read-run-cycle.

              *>drives WS-GRADE-STATUS off CHECK-VAL and the runtime bands;
              *>WS-PASS-MAX is the top of the PASS band, so a score above it
              PERFORM load-section-ref.
              PERFORM load-student-master.
              PERFORM load-grade-history.
              PERFORM load-scaling-table.
              IF SCALE-PRESCAN-NEEDED
                PERFORM prescan-raw-highs
              END-IF.
              OPEN INPUT STUDENT-IN.
              IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-IN OPEN FAILED, STATUS " WS-STUDENT-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF.
              OPEN OUTPUT REG-IFACE.
              IF WS-REG-STATUS NOT = "00"
                DISPLAY "REG-IFACE OPEN FAILED, STATUS " WS-REG-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF.
              PERFORM validate-student-header.
              MOVE "HDR" TO RIH-REC-TYPE.
              MOVE "REGIFACE" TO RIH-FILE-ID.
              MOVE WS-BUSINESS-DATE TO RIH-BUSINESS-DATE.
              WRITE REG-IFACE-HDR.
              WRITE GRADE-RPT-REC FROM WS-GRADE-HDR-LINE.
              PERFORM read-student.
              PERFORM process-one-student UNTIL STUDENT-EOF.
              PERFORM reprocess-suspense.
              PERFORM end-section.
              PERFORM write-grade-summary.
              MOVE "TRL" TO RIT-REC-TYPE.
              MOVE WS-REG-COUNT TO RIT-DETAIL-COUNT.
              MOVE WS-REG-HASH TO RIT-HASH-TOTAL.
              WRITE REG-IFACE-TRL.
              CLOSE STUDENT-IN GRADE-RPT GRADE-HIST SUSPENSE REG-IFACE.

              *>a missing reference file means course titles and
              *>capacities are simply unavailable this run; any other
              END-IF.
              PERFORM read-grade-history.

              *>a missing scaling file means no section is curved this
              *>term. only the term being graded is kept; a bad mode
              *>or value, or a section curved twice, stops the run
              *>rather than grading a section against the wrong curve.
              load-scaling-table.
              MOVE 0 TO WS-SCL-COUNT.
              OPEN INPUT SCALE-TBL.
              IF WS-SCALE-STATUS = "35"
                CONTINUE
              ELSE
                IF WS-SCALE-STATUS NOT = "00"
                  DISPLAY "SCALE-TBL OPEN FAILED, STATUS "
                    WS-SCALE-STATUS
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                PERFORM read-scaling-table
                PERFORM load-one-scaling UNTIL SCALE-EOF
                CLOSE SCALE-TBL
              END-IF.

              read-scaling-table.
              READ SCALE-TBL
                AT END
                  SET SCALE-EOF TO TRUE
              END-READ.

              load-one-scaling.
              IF SC-TERM = WS-TERM
                IF NOT SC-MODE-VALID
                  OR SC-VALUE IS NOT NUMERIC
                  OR SC-VALUE > WS-PASS-MAX
                  OR (SC-VALUE = 0 AND NOT SC-MODE-ADD)
                  DISPLAY "SCALE-TBL ENTRY INVALID FOR SECTION "
                    SC-SECTION ": MODE " SC-MODE " VALUE " SC-VALUE
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                MOVE SC-SECTION TO WS-SCL-LOOKUP
                PERFORM lookup-scaling
                IF SCALE-FOUND
                  DISPLAY "SCALE-TBL SECTION " SC-SECTION
                    " SCALED MORE THAN ONCE FOR TERM " WS-TERM
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                IF WS-SCL-COUNT >= 500
                  DISPLAY "SCALE-TBL OVERFLOW - TABLE HOLDS 500, "
                    "RUN CANNOT CURVE SECTIONS RELIABLY"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
                END-IF
                ADD 1 TO WS-SCL-COUNT
                MOVE SC-SECTION TO WS-SCL-SECTION(WS-SCL-COUNT)
                MOVE SC-MODE TO WS-SCL-MODE(WS-SCL-COUNT)
                MOVE SC-VALUE TO WS-SCL-VALUE(WS-SCL-COUNT)
                MOVE 0 TO WS-SCL-RAW-HIGH(WS-SCL-COUNT)
                IF SC-MODE-SCALE
                  SET SCALE-PRESCAN-NEEDED TO TRUE
                END-IF
              END-IF.
              PERFORM read-scaling-table.

              lookup-scaling.
              MOVE "N" TO WS-SCL-FOUND.
              MOVE 1 TO WS-SCL-IDX.
              PERFORM match-one-scaling UNTIL SCALE-FOUND
                OR WS-SCL-IDX > WS-SCL-COUNT.

              match-one-scaling.
              IF WS-SCL-SECTION(WS-SCL-IDX) = WS-SCL-LOOKUP
                SET SCALE-FOUND TO TRUE
              ELSE
                ADD 1 TO WS-SCL-IDX
              END-IF.

              *>mode S needs each section's highest raw score before
              *>the first student is graded, so STUDIN is read through
              *>once here. framing is left to the grading pass; only
              *>scores that will actually be banded count towards the
              *>high - incompletes and out-of-band scores do not.
              prescan-raw-highs.
              OPEN INPUT STUDENT-IN.
              IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "STUDENT-IN OPEN FAILED, STATUS " WS-STUDENT-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
              END-IF.
              PERFORM read-prescan.
              PERFORM prescan-one-student UNTIL PRESCAN-EOF.
              CLOSE STUDENT-IN.

              read-prescan.
              READ STUDENT-IN
                AT END
                  SET PRESCAN-EOF TO TRUE
              END-READ.

              prescan-one-student.
              IF SIH-REC-TYPE NOT = "HDR"
                AND SIT-REC-TYPE NOT = "TRL"
                AND SI-SCORE IS NUMERIC
                AND SI-SCORE <= WS-PASS-MAX
                AND NOT SI-INCOMPLETE
                MOVE SI-SECTION TO WS-SCL-LOOKUP
                PERFORM lookup-scaling
                IF SCALE-FOUND
                  IF WS-SCL-SCALE(WS-SCL-IDX)
                    AND SI-SCORE > WS-SCL-RAW-HIGH(WS-SCL-IDX)
                    MOVE SI-SCORE TO WS-SCL-RAW-HIGH(WS-SCL-IDX)
                  END-IF
                END-IF
              END-IF.
              PERFORM read-prescan.

              *>binary search over the id-ordered table - the match
              *>that used to cost up to a full scan per STUDIN record
              lookup-student-master.

              *>an out-of-band score cannot be graded, so instead of an
              *>INVALID line that ends the trail it goes to the shared
              *>suspense dataset for correction and rerun. a student
              *>flagged incomplete is recorded as such with the score
              *>to date instead of being banded on unfinished work.
              grade-one-student.
              ADD 1 TO WS-STUDENT-COUNT.
              MOVE SI-SCORE TO CHECK-VAL.
              MOVE SI-SCORE TO WS-ADJ-SCORE.
              PERFORM grade-check.
              *>the raw score has to be in range before any curve is
              *>applied; incomplete work is never curved
              IF NOT GRADE-INVALID AND NOT SI-INCOMPLETE
                AND WS-SCL-COUNT > 0
                PERFORM apply-scaling
                MOVE WS-ADJ-SCORE TO CHECK-VAL
                PERFORM grade-check
              END-IF.
              IF SI-INCOMPLETE AND NOT GRADE-INVALID
                SET GRADE-INCOMPLETE TO TRUE
              END-IF.
              IF GRADE-INVALID
                ADD 1 TO WS-INVALID-COUNT
                ADD 1 TO WS-STUDENT-REJECTS
                MOVE "COND01" TO SUSP-PROGRAM
                MOVE "SCOR" TO SUSP-REASON
                MOVE WS-BUSINESS-DATE TO SUSP-BUSINESS-DATE
                MOVE WS-RUN-CYCLE TO SUSP-CYCLE
                MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP
                MOVE STUDENT-IN-REC TO SUSP-IMAGE
                WRITE SUSPENSE-REC
                PERFORM report-one-student
              END-IF.

              *>works WS-ADJ-SCORE out from the raw score under the
              *>section's curve, if it has one. mode M moves the pass
              *>line to the section's own mark: a raw score at or over
              *>the mark is lifted to the bottom of the PASS band, one
              *>under it that the college bands would pass is held at
              *>the top of REVIEW. nothing is curved past WS-PASS-MAX.
              apply-scaling.
              MOVE SI-SECTION TO WS-SCL-LOOKUP.
              PERFORM lookup-scaling.
              IF SCALE-FOUND
                MOVE SI-SCORE TO WS-ADJ-WORK
                EVALUATE TRUE
                  WHEN WS-SCL-ADD(WS-SCL-IDX)
                    ADD WS-SCL-VALUE(WS-SCL-IDX) TO WS-ADJ-WORK
                  WHEN WS-SCL-SCALE(WS-SCL-IDX)
                    IF WS-SCL-RAW-HIGH(WS-SCL-IDX) > 0
                      COMPUTE WS-ADJ-WORK ROUNDED = SI-SCORE
                        * WS-SCL-VALUE(WS-SCL-IDX)
                        / WS-SCL-RAW-HIGH(WS-SCL-IDX)
                    END-IF
                  WHEN WS-SCL-MINIMUM(WS-SCL-IDX)
                    COMPUTE WS-PASS-FLOOR = WS-REVIEW-MAX + 1
                    IF SI-SCORE >= WS-SCL-VALUE(WS-SCL-IDX)
                      AND SI-SCORE < WS-PASS-FLOOR
                      MOVE WS-PASS-FLOOR TO WS-ADJ-WORK
                    END-IF
                    IF SI-SCORE < WS-SCL-VALUE(WS-SCL-IDX)
                      AND SI-SCORE >= WS-PASS-FLOOR
                      MOVE WS-REVIEW-MAX TO WS-ADJ-WORK
                    END-IF
                END-EVALUATE
                IF WS-ADJ-WORK > WS-PASS-MAX
                  MOVE WS-PASS-MAX TO WS-ADJ-WORK
                END-IF
                MOVE WS-ADJ-WORK TO WS-ADJ-SCORE
              END-IF.

              report-one-student.
              IF SI-SECTION NOT = WS-SEC-CURRENT
                PERFORM end-section
                  ADD 1 TO WS-REVIEW-COUNT
                  ADD 1 TO WS-SEC-REVIEW
                  MOVE "REVIEW" TO WS-DETAIL-STATUS
                WHEN GRADE-INCOMPLETE
                  ADD 1 TO WS-INCOMPLETE-COUNT
                  ADD 1 TO WS-SEC-INCOMPLETE
                  MOVE "INCOMP" TO WS-DETAIL-STATUS
              END-EVALUATE.
              ADD 1 TO WS-SEC-COUNT.
              ADD SI-SCORE TO WS-SEC-RAW-SUM.
              ADD WS-ADJ-SCORE TO WS-SEC-SUM.
              IF WS-ADJ-SCORE > WS-SEC-HIGH
                MOVE WS-ADJ-SCORE TO WS-SEC-HIGH
              END-IF.
              IF WS-ADJ-SCORE < WS-SEC-LOW
                MOVE WS-ADJ-SCORE TO WS-SEC-LOW
              END-IF.
              DIVIDE WS-ADJ-SCORE BY 10 GIVING WS-BAND-IDX.
              ADD 1 TO WS-BAND-IDX.
              IF WS-BAND-IDX > 10
                MOVE 10 TO WS-BAND-IDX
                MOVE 0 TO WS-DETAIL-PRIOR-FAILS
              END-IF.
              MOVE SI-STUDENT-ID TO WS-DETAIL-ID.
              MOVE WS-ADJ-SCORE TO WS-DETAIL-SCORE.
              MOVE SI-SCORE TO WS-DETAIL-RAW-SCORE.
              MOVE WS-DETAIL-STATUS TO WS-DETAIL-STATUS-OUT.
              WRITE GRADE-RPT-REC FROM WS-GRADE-DETAIL-LINE.
              ADD 1 TO WS-DETAIL-COUNT.
              PERFORM write-grade-history.
              PERFORM write-registrar-record.

              *>corrected suspense records come back through the same
              *>grading paragraphs as first-time input; a record still
              write-grade-history.
              MOVE WS-TERM TO GH-TERM.
              MOVE SI-STUDENT-ID TO GH-STUDENT-ID.
              MOVE WS-ADJ-SCORE TO GH-SCORE.
              MOVE WS-GRADE-STATUS TO GH-STATUS.
              MOVE SI-SECTION TO GH-SECTION.
              MOVE SI-SCORE TO GH-RAW-SCORE.
              WRITE GRADE-HIST-REC.

              *>the registrar gets the final - adjusted - score and
              *>status; a student or section missing from the
              *>reference files goes across with those fields blank
              *>rather than with report wording in a data field
              write-registrar-record.
              MOVE SPACES TO REG-IFACE-REC.
              MOVE SI-STUDENT-ID TO RI-STUDENT-ID.
              MOVE SI-STUDENT-ID TO WS-LOOKUP-ID.
              PERFORM lookup-student-master.
              IF MASTER-FOUND
                MOVE WS-MST-NAME(WS-MST-IDX) TO RI-NAME
                MOVE WS-MST-PROGRAM(WS-MST-IDX) TO RI-PROGRAM
              END-IF.
              MOVE SI-SECTION TO RI-SECTION.
              MOVE WS-SEC-TITLE TO RI-TITLE.
              MOVE WS-TERM TO RI-TERM.
              MOVE WS-ADJ-SCORE TO RI-SCORE.
              MOVE WS-GRADE-STATUS TO RI-STATUS.
              WRITE REG-IFACE-REC.
              ADD 1 TO WS-REG-COUNT.
              ADD WS-ADJ-SCORE TO WS-REG-HASH.

              start-section.
              MOVE SI-SECTION TO WS-SEC-CURRENT.
              MOVE 0 TO WS-SEC-COUNT.
              MOVE 0 TO WS-SEC-PASS.
              MOVE 0 TO WS-SEC-FAIL.
              MOVE 0 TO WS-SEC-REVIEW.
              MOVE 0 TO WS-SEC-INCOMPLETE.
              MOVE 0 TO WS-SEC-SUM.
              MOVE 0 TO WS-SEC-RAW-SUM.
              MOVE 0 TO WS-SEC-HIGH.
              MOVE 999 TO WS-SEC-LOW.
              PERFORM reset-one-band VARYING WS-BAND-IDX FROM 1 BY 1
              *>not a raw code; a section the edit step could not
              *>check (no reference file that run) is called out here
              MOVE 0 TO WS-SEC-CAPACITY.
              MOVE SPACES TO WS-SEC-TITLE.
              IF WS-SECT-COUNT > 0
                PERFORM lookup-section
                IF SECTION-FOUND
                  MOVE WS-SECT-TITLE(WS-SECT-IDX)
                    TO WS-SECTION-REF-TITLE
                  MOVE WS-SECT-TITLE(WS-SECT-IDX) TO WS-SEC-TITLE
                  MOVE WS-SECT-INSTR(WS-SECT-IDX)
                    TO WS-SECTION-REF-INSTR
                  MOVE WS-SECT-CAP(WS-SECT-IDX) TO WS-SEC-CAPACITY
                  WRITE GRADE-RPT-REC FROM WS-SECTION-UNREF-LINE
                END-IF
              END-IF.
              *>a curved section says so under its heading, so the
              *>adjusted scores below are never read as raw marks
              MOVE SI-SECTION TO WS-SCL-LOOKUP.
              PERFORM lookup-scaling.
              IF SCALE-FOUND
                EVALUATE TRUE
                  WHEN WS-SCL-ADD(WS-SCL-IDX)
                    MOVE "POINTS ADDED" TO WS-CURVE-TEXT
                  WHEN WS-SCL-SCALE(WS-SCL-IDX)
                    MOVE "SCALED TO HIGH SCORE OF" TO WS-CURVE-TEXT
                  WHEN WS-SCL-MINIMUM(WS-SCL-IDX)
                    MOVE "SECTION PASS MARK" TO WS-CURVE-TEXT
                END-EVALUATE
                MOVE WS-SCL-VALUE(WS-SCL-IDX) TO WS-CURVE-VALUE
                WRITE GRADE-RPT-REC FROM WS-SECTION-CURVE-LINE
              END-IF.

              reset-one-band.
              MOVE 0 TO WS-SEC-BAND(WS-BAND-IDX).
                MOVE "REVIEW:" TO WS-STAT-LABEL
                MOVE WS-SEC-REVIEW TO WS-STAT-VALUE
                WRITE GRADE-RPT-REC FROM WS-SECTION-STAT-LINE
                MOVE "INCOMP:" TO WS-STAT-LABEL
                MOVE WS-SEC-INCOMPLETE TO WS-STAT-VALUE
                WRITE GRADE-RPT-REC FROM WS-SECTION-STAT-LINE
                COMPUTE WS-MEAN-RAW-VALUE ROUNDED
                  = WS-SEC-RAW-SUM / WS-SEC-COUNT
                COMPUTE WS-MEAN-VALUE ROUNDED
                  = WS-SEC-SUM / WS-SEC-COUNT
                MOVE WS-SEC-HIGH TO WS-HIGH-VALUE
              MOVE "REVIEW:" TO WS-SUMMARY-LABEL.
              MOVE WS-REVIEW-COUNT TO WS-SUMMARY-COUNT.
              WRITE GRADE-RPT-REC FROM WS-GRADE-SUMMARY-LINE.
              MOVE "INCOMP:" TO WS-SUMMARY-LABEL.
              MOVE WS-INCOMPLETE-COUNT TO WS-SUMMARY-COUNT.
              WRITE GRADE-RPT-REC FROM WS-GRADE-SUMMARY-LINE.
              MOVE "INVALID:" TO WS-SUMMARY-LABEL.
              MOVE WS-INVALID-COUNT TO WS-SUMMARY-COUNT.
              WRITE GRADE-RPT-REC FROM WS-GRADE-SUMMARY-LINE.
              MOVE WS-DA-COUNT(WS-DA-IDX) TO WS-DA-LINE-COUNT.
              MOVE WS-DA-AMOUNT(WS-DA-IDX) TO WS-DA-LINE-AMOUNT.
              WRITE BUCKET-RPT-REC FROM WS-DA-LINE.

              *>the cycle comes off the run register's card when it
              *>names this run's business date; without one - a run
              *>outside the daily stream, or a date override - the run
              *>is the date's first cycle
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
