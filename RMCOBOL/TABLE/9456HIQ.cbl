		     ADD 1 TO WS-ARC-CNT
		     MOVE CAT-NAME TO ARC-NAME(WS-ARC-CNT)
	          END-IF
	          IF CAT-TYPE = 'R'
		     PERFORM 0008-RTN
	          END-IF
	          READ CAT-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE CAT-F
	    MOVE ROW-SRC(WS-HX) TO DTL-SRC.
	    WRITE RPT-REC FROM DTL-REC.
	    DISPLAY DTL-REC.
	0008-RTN.
	    PERFORM VARYING WS-AX FROM 1 BY 1
		UNTIL WS-AX > WS-ARC-CNT
		   OR ARC-NAME(WS-AX) = CAT-NAME
	       CONTINUE
	    END-PERFORM.
	    IF WS-AX NOT > WS-ARC-CNT
	       MOVE ARC-NAME(WS-ARC-CNT) TO ARC-NAME(WS-AX)
	       SUBTRACT 1 FROM WS-ARC-CNT
	    END-IF.
