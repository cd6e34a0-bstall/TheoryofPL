	        05 SUSP-BUSINESS-DATE PIC 9(8).
	        05 SUSP-TIMESTAMP PIC X(21).
	        05 SUSP-IMAGE PIC X(88).
	        05 SUSP-CYCLE PIC 9(2).

	    *> the aging picture - counts by program and reason bucketed
	    *> by age, plus every item past the configured limit

	    *> items cleared through the cutoff, appended so runs stack
	    FD SUSP-ARCHIVE.
	    01 SUSP-ARCHIVE-REC PIC X(131).

	    *> the trimmed replacement for the live file; a following
	    *> copy step swaps it over SUSPENSE, same convention as the
	    *> audit trim
	    FD SUSP-NEW.
	    01 SUSP-NEW-REC PIC X(131).

	    WORKING-STORAGE SECTION.
	    01 WS-CTL-STATUS PIC X(2).
