	    SELECT CLS-F ASSIGN TO RANDOM 'CLASS.TBL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CLS-STATUS.
	    SELECT EPR-F ASSIGN TO RANDOM 'ELIG.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EPR-STATUS.
	    SELECT TRF-F ASSIGN TO RANDOM 'TRANSFER.LOG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRF-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'ABSENCE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	   02 CLS-ROOM	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-ACT	PIC X(01).
	FD EPR-F.
	01 EPR-REC.
	   02 EP-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 EP-FROM	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 EP-TO	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 EP-LIMIT	PIC 9(03)V9.
	   02 FILLER	PIC X(02).
	   02 EP-LATE	PIC 9V99.
	FD TRF-F.
	01 TRF-REC.
	   02 TRF-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 TRF-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 TRF-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 TRF-OLD	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 TRF-NEW	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 TRF-EFF	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 TRF-REASON	PIC X(30).
	   02 FILLER	PIC X(02).
	   02 TRF-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 TRF-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 TRF-TIME	PIC X(08).
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 WS-TEACHER	PIC X(20).
	77 WS-LKP-CLASS	PIC X(04).
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	77 WS-TRF-STATUS	PIC XX.
	77 TRF-EOF	PIC X VALUE 'N'.
	77 WS-TR-CNT	PIC 9(04) VALUE 0.
	77 WS-TX	PIC 9(04).
	77 WS-ON-CLASS	PIC X(04).
	77 WS-ON-BEFORE	PIC X(08).
	77 WS-ON-AFTER	PIC X(08).
	77 WS-EPR-STATUS	PIC XX.
	77 EPR-EOF	PIC X VALUE 'N'.
	77 WS-EP-CNT	PIC 99 VALUE 0.
	77 WS-EX	PIC 99.
	01 CLM-TBL.
	   02 CLM-ENT OCCURS 50 TIMES.
	      03 CLM-CODE	PIC X(04).
	      03 CLM-TEACHER	PIC X(20).
	01 TR-TBL.
	   02 TR-ENT OCCURS 2000 TIMES.
	      03 TR-NO	PIC 9(05).
	      03 TR-EFF	PIC X(08).
	      03 TR-OLD	PIC X(04).
	      03 TR-NEW	PIC X(04).
	      03 TR-FROM	PIC X(08).
	      03 TR-TO	PIC X(08).
	01 EP-TBL.
	   02 EP-ENT OCCURS 50 TIMES.
	      03 ET-TERM	PIC X(06).
	      03 ET-FROM	PIC X(08).
	      03 ET-TO	PIC X(08).
	01 CT-TBL.
	   02 CT-ENT OCCURS 50 TIMES.
	      03 CT-CLASS	PIC X(04).
	    ACCEPT WS-THRESH.
	    PERFORM 0001-RTN.
	    PERFORM 0030-RTN.
	    PERFORM 0007-RTN.
	    OPEN INPUT ATT-F.
	    IF WS-ATT-STATUS NOT = '00'
	       DISPLAY 'ATTEND.DAT NOT FOUND - NO ATTENDANCE YET'
	    END-IF.
	    READ ATT-F AT END MOVE 'Y' TO EOF.
	0003-RTN.
	    PERFORM 0008-RTN.
	    MOVE 0 TO WS-CX.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-MAX
		   OR CT-CLASS(WS-CX) = WS-ON-CLASS
	       CONTINUE
	    END-PERFORM.
	    IF WS-CX > WS-CT-MAX
	       ELSE
	          ADD 1 TO WS-CT-MAX
	          MOVE WS-CT-MAX TO WS-CX
	          MOVE WS-ON-CLASS TO CT-CLASS(WS-CX)
	          MOVE 0 TO CT-ABS(WS-CX)
	          MOVE 0 TO CT-LATE(WS-CX)
	          MOVE 0 TO CT-EXC(WS-CX)
	       END-IF
	       WRITE RPT-REC FROM WRN-REC
	    END-IF.
	0007-RTN.
	    OPEN INPUT EPR-F.
	    IF WS-EPR-STATUS = '00'
	       READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       PERFORM UNTIL EPR-EOF = 'Y' OR WS-EP-CNT = 50
	          IF EP-FROM NUMERIC AND EP-TO NUMERIC
		     AND EP-FROM(1:6) NOT > WS-MONTH
		     AND EP-TO(1:6) NOT < WS-MONTH
		     ADD 1 TO WS-EP-CNT
		     MOVE EP-TERM TO ET-TERM(WS-EP-CNT)
		     MOVE EP-FROM TO ET-FROM(WS-EP-CNT)
		     MOVE EP-TO TO ET-TO(WS-EP-CNT)
	          END-IF
	          READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       END-PERFORM
	       CLOSE EPR-F
	    END-IF.
	    IF WS-EP-CNT = 0
	       DISPLAY 'NO TERM DATES IN ELIG.PRM FOR ' WS-MONTH
		   ' - TRANSFERS IGNORED, ATTENDANCE CLASS USED'
	    ELSE
	       PERFORM 0009-RTN
	    END-IF.
	0009-RTN.
	    OPEN INPUT TRF-F.
	    IF WS-TRF-STATUS = '00'
	       READ TRF-F AT END MOVE 'Y' TO TRF-EOF END-READ
	       PERFORM UNTIL TRF-EOF = 'Y'
	          IF TRF-EFF NUMERIC
		     PERFORM VARYING WS-EX FROM 1 BY 1
			 UNTIL WS-EX > WS-EP-CNT
			IF ET-TERM(WS-EX) = TRF-TERM
			   AND TRF-EFF > ET-FROM(WS-EX)
			   AND TRF-EFF NOT > ET-TO(WS-EX)
			   AND WS-TR-CNT < 2000
			   ADD 1 TO WS-TR-CNT
			   MOVE TRF-NO TO TR-NO(WS-TR-CNT)
			   MOVE TRF-EFF TO TR-EFF(WS-TR-CNT)
			   MOVE TRF-OLD TO TR-OLD(WS-TR-CNT)
			   MOVE TRF-NEW TO TR-NEW(WS-TR-CNT)
			   MOVE ET-FROM(WS-EX) TO TR-FROM(WS-TR-CNT)
			   MOVE ET-TO(WS-EX) TO TR-TO(WS-TR-CNT)
			END-IF
		     END-PERFORM
	          END-IF
	          READ TRF-F AT END MOVE 'Y' TO TRF-EOF END-READ
	       END-PERFORM
	       CLOSE TRF-F
	    END-IF.
	0008-RTN.
	    MOVE ATT-CLASS TO WS-ON-CLASS.
	    MOVE LOW-VALUES TO WS-ON-BEFORE.
	    MOVE HIGH-VALUES TO WS-ON-AFTER.
	    PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TR-CNT
	       IF TR-NO(WS-TX) = ATT-NO
	          AND ATT-DATE NOT < TR-FROM(WS-TX)
	          AND ATT-DATE NOT > TR-TO(WS-TX)
	          IF TR-EFF(WS-TX) > ATT-DATE
		     IF TR-EFF(WS-TX) < WS-ON-AFTER
			MOVE TR-EFF(WS-TX) TO WS-ON-AFTER
			MOVE TR-OLD(WS-TX) TO WS-ON-CLASS
		     END-IF
	          ELSE IF WS-ON-AFTER = HIGH-VALUES
		     AND TR-EFF(WS-TX) NOT < WS-ON-BEFORE
		     MOVE TR-EFF(WS-TX) TO WS-ON-BEFORE
		     MOVE TR-NEW(WS-TX) TO WS-ON-CLASS
	          END-IF END-IF
	       END-IF
	    END-PERFORM.
	0030-RTN.
	    OPEN INPUT CLS-F.
	    IF WS-CLS-STATUS NOT = '00'
