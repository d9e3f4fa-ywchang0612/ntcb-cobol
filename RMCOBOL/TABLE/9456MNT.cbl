	77 WS-CLM-CNT	PIC 99 VALUE 0.
	77 WS-CMX	PIC 99.
	77 WS-CLS-OK	PIC X.
	77 WS-OLD-CLASS	PIC X(04).
	77 WS-TRM-STATUS	PIC XX.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	    PERFORM 0013-RTN.
	    PERFORM 0010-RTN.
	    MOVE WS-NEW-MK TO WS-OLD-MK.
	    MOVE A-CLASS TO WS-OLD-CLASS.
	    PERFORM 0009-RTN.
	    PERFORM 0005-RTN.
	    PERFORM 0031-RTN.
	    IF A-CLASS NOT = WS-OLD-CLASS
	       DISPLAY 'CLASS CHANGE - USE TRANSFER (S9456TRF) - '
		   'NOT SAVED'
	    ELSE IF WS-CLS-OK NOT = 'Y'
	       DISPLAY 'CLASS NOT ON MASTER - NOT SAVED : ' A-CLASS
	    ELSE IF WS-VALID = 'Y'
	       REWRITE A-REC
	       END-REWRITE
	    ELSE
	       DISPLAY 'SCORE OUT OF RANGE - NOT SAVED'
	    END-IF END-IF END-IF.
	    UNLOCK A-F RECORD.
	0006-RTN.
	    DISPLAY 'ENTER STUDENT NO TO DELETE '.
