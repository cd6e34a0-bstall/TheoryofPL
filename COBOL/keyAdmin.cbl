	    01 WS-SORT-DONE PIC X(1).
	        88 SORT-PASS-CLEAN VALUE "Y".

	    *> distinct key-ids seen on the audit trail, with the
	    *> records ciphered under each (encrypt and re-key rows) and
	    *> the records the re-key utility has since moved off it
	    01 WS-USED-TABLE.
	        05 WS-USED-ENTRY OCCURS 500 TIMES.
	            10 WS-USED-ID PIC 9(4).
	            10 WS-USED-ISSUED PIC 9(9).
	            10 WS-USED-WITHDRAWN PIC 9(9).
	    01 WS-USED-COUNT PIC 9(3) VALUE 0.
	    01 WS-USED-IDX PIC 9(3).
	    01 WS-USED-FOUND PIC X(1).
	    01 WS-TRANS-REJECTED PIC 9(9) VALUE 0.
	    01 WS-SCHED-ERRORS PIC 9(4) VALUE 0.
	    01 WS-RECON-MISSING PIC 9(4) VALUE 0.
	    01 WS-RECON-REKEYED PIC 9(4) VALUE 0.
	    01 WS-RECON-OUTSTANDING PIC S9(9).

	    01 WS-DATE-OK PIC X(1).
	        88 EDIT-DATE-OK VALUE "Y".
	        05 WS-RECON-KEY PIC 9(4).
	        05 FILLER PIC X(2) VALUE SPACES.
	        05 WS-RECON-TEXT PIC X(40).
	        05 WS-RECON-COUNT PIC ZZZZZZZZ9 BLANK WHEN ZERO.
	        05 FILLER PIC X(19) VALUE SPACES.
	    01 WS-SUM-LINE.
	        05 WS-SUM-LABEL PIC X(30).
	        05 WS-SUM-COUNT PIC ZZZZZZZZ9.
	        IF NOT USED-FOUND
	            IF WS-USED-COUNT < 500
	                ADD 1 TO WS-USED-COUNT
	                MOVE WS-USED-COUNT TO WS-USED-IDX
	                MOVE AUD-KEY-ID TO WS-USED-ID(WS-USED-IDX)
	                MOVE 0 TO WS-USED-ISSUED(WS-USED-IDX)
	                MOVE 0 TO WS-USED-WITHDRAWN(WS-USED-IDX)
	            ELSE
	                DISPLAY "USED-KEY TABLE FULL - HOLDS 500, "
	                    "AUDIT TRAIL IS NOT BELIEVABLE"
	                STOP RUN
	            END-IF
	        END-IF
	        *> E - encrypted by the daily cipher, K - re-keyed onto
	        *> this key, W - re-keyed off it by the re-key utility
	        EVALUATE AUD-OPERATION
	            WHEN "E"
	            WHEN "K"
	                ADD 1 TO WS-USED-ISSUED(WS-USED-IDX)
	            WHEN "W"
	                ADD 1 TO WS-USED-WITHDRAWN(WS-USED-IDX)
	        END-EVALUATE
	    END-IF.
	    PERFORM read-audit.

	        ADD 1 TO WS-RECON-MISSING
	        MOVE WS-USED-ID(WS-USED-IDX) TO WS-RECON-KEY
	        MOVE "USED BUT NOT ON THE SCHEDULE" TO WS-RECON-TEXT
	        MOVE 0 TO WS-RECON-COUNT
	        WRITE KEY-RPT-REC FROM WS-RECON-LINE
	    END-IF.
	    *> a key the re-key utility has worked on is shown with
	    *> what is left under it - nothing left means it is no
	    *> longer protecting any file and can be written off
	    IF WS-USED-WITHDRAWN(WS-USED-IDX) > 0
	        ADD 1 TO WS-RECON-REKEYED
	        MOVE WS-USED-ID(WS-USED-IDX) TO WS-RECON-KEY
	        COMPUTE WS-RECON-OUTSTANDING
	            = WS-USED-ISSUED(WS-USED-IDX)
	            - WS-USED-WITHDRAWN(WS-USED-IDX)
	        IF WS-RECON-OUTSTANDING > 0
	            MOVE "RE-KEYED - RECORDS STILL UNDER IT:"
	                TO WS-RECON-TEXT
	            MOVE WS-RECON-OUTSTANDING TO WS-RECON-COUNT
	        ELSE
	            MOVE "RE-KEYED - NO LONGER IN USE" TO WS-RECON-TEXT
	            MOVE 0 TO WS-RECON-COUNT
	        END-IF
	        WRITE KEY-RPT-REC FROM WS-RECON-LINE
	    END-IF.

	    MOVE "KEYS USED BUT OFF FILE:" TO WS-SUM-LABEL.
	    MOVE WS-RECON-MISSING TO WS-SUM-COUNT.
	    WRITE KEY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "KEYS RE-KEYED OFF:" TO WS-SUM-LABEL.
	    MOVE WS-RECON-REKEYED TO WS-SUM-COUNT.
	    WRITE KEY-RPT-REC FROM WS-SUM-LINE.
	    MOVE "KEYS ON NEW SCHEDULE:" TO WS-SUM-LABEL.
	    MOVE WS-KS-COUNT TO WS-SUM-COUNT.
	    WRITE KEY-RPT-REC FROM WS-SUM-LINE.
