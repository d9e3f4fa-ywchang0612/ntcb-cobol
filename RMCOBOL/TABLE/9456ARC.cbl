	77 WS-GEN-I	PIC 9(03).
	77 WS-TGEN-A	PIC 9(03).
	77 WS-TGEN-I	PIC 9(03).
	77 WS-DEL-CNT	PIC 9(03) VALUE 0.
	77 WS-KEEP-CNT	PIC 9(03) VALUE 0.
	77 WS-CALL-RC	PIC S9(09) COMP-5.
	77 WS-CAT-FULL	PIC X VALUE 'N'.
	01 ARC-TBL.
	   02 ARC-ENT OCCURS 500 TIMES.
	    PERFORM 0011-RTN VARYING WS-CX FROM WS-CAT-CNT BY -1
		UNTIL WS-CX < 1.
	0011-RTN.
	    IF ARC-TYPE(WS-CX) = 'R'
	       MOVE 'Y' TO ARC-KEEP(WS-CX)
	    ELSE IF ARC-TYPE(WS-CX) = 'A'
	       IF ARC-TERMEND(WS-CX) = 'Y'
		  ADD 1 TO WS-TGEN-A
		  IF WS-TGEN-A NOT > WS-RET-TERM
		     MOVE 'Y' TO ARC-KEEP(WS-CX)
		  END-IF
	       END-IF
	    END-IF END-IF.
	0009-RTN.
	    MOVE SPACES TO LST-REC.
	    MOVE WS-CX TO LST-IX.
	       WRITE CAT-REC
	    END-IF.
	0006-RTN.
	    CALL 'S9456RST'.
	    PERFORM 0002-RTN.
