		FILE STATUS IS WS-FLG-STATUS.
	    SELECT AUD-F ASSIGN TO RANDOM 'GRADE.AUD'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT PND-F ASSIGN TO RANDOM 'REGRADE.PND'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PND-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD TRM-F.
	   02 AUD-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 AUD-OPID	PIC X(08).
	FD PND-F.
	01 PND-REC.
	   02 RQ-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 RQ-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 RQ-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 RQ-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 RQ-OLD-SCR	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 RQ-NEW-SCR	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 RQ-OLD-MK	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RQ-NEW-MK	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RQ-NEW-SU	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 RQ-REASON	PIC X(30).
	   02 FILLER	PIC X(02).
	   02 RQ-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-STAT	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RQ-APID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-APDATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-APTIME	PIC X(08).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-TRM-STATUS	PIC XX.
	77 WS-CURR-DT	PIC X(21).
	77 WS-STAT	PIC X.
	77 WS-FOUND	PIC X.
	77 WS-PND-STATUS	PIC XX.
	77 WS-PND-CNT	PIC 9(03) VALUE 0.
	PROCEDURE	DIVISION.
	0000-RTN.
	    DISPLAY 'TERM STATUS CONTROL'.
	    IF WS-FOUND = 'Y' AND WS-STAT = 'C'
	       DISPLAY 'TERM ' WS-TERM ' ALREADY CLOSED'
	    ELSE
	       PERFORM 0009-RTN
	       IF WS-PND-CNT > 0
	          DISPLAY WS-PND-CNT ' REGRADE REQUEST(S) PENDING FOR '
		      WS-TERM ' - CLOSE REFUSED'
	          DISPLAY 'APPROVE OR REJECT THEM FIRST (S9456RGA)'
	       ELSE
	          PERFORM 0006-RTN
	          IF WS-ANSWER = 'Y'
		     DISPLAY 'ENTER OPERATOR ID '
		     ACCEPT WS-OPID
		     MOVE 'C' TO WS-STAT
		     PERFORM 0007-RTN
		     DISPLAY 'TERM ' WS-TERM ' CLOSED'
	          END-IF
	       END-IF
	    END-IF.
	0004-RTN.
	    MOVE WS-OPID TO AUD-OPID.
	    WRITE AUD-REC.
	    CLOSE AUD-F.
	0009-RTN.
	    MOVE 0 TO WS-PND-CNT.
	    MOVE 'N' TO EOF.
	    OPEN INPUT PND-F.
	    IF WS-PND-STATUS = '00'
	       READ PND-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF RQ-TERM = WS-TERM AND RQ-STAT = 'P'
		     ADD 1 TO WS-PND-CNT
	          END-IF
	          READ PND-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE PND-F
	    END-IF.
