	    SELECT I-F ASSIGN TO RANDOM 'I.OUT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-I-STATUS.
	    SELECT PRM-F ASSIGN TO RANDOM 'RUN.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PRM-STATUS.
	    SELECT EPR-F ASSIGN TO RANDOM 'ELIG.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EPR-STATUS.
	    SELECT TRF-F ASSIGN TO RANDOM 'TRANSFER.LOG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRF-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'SUBJECT.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
	FD I-F.
	01 I-REC	PIC X(66).
	FD PRM-F.
	01 PRM-REC.
	   02 PRM-MODE	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 PRM-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 PRM-TERMEND	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 PRM-OPID	PIC X(08).
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
	77 WS-SX	PIC 9.
	77 WS-AVG	PIC 9(03)V9.
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	77 WS-PRM-STATUS	PIC XX.
	77 WS-EPR-STATUS	PIC XX.
	77 WS-TRF-STATUS	PIC XX.
	77 EPR-EOF	PIC X VALUE 'N'.
	77 TRF-EOF	PIC X VALUE 'N'.
	77 WS-TERM	PIC X(06).
	77 WS-TERM-FROM	PIC X(08).
	77 WS-TERM-TO	PIC X(08).
	77 WS-TR-CNT	PIC 9(04) VALUE 0.
	77 WS-TX	PIC 9(04).
	77 WS-SK-CNT	PIC 99.
	77 WS-KX	PIC 99.
	77 WS-KY	PIC 99.
	77 WS-DY-CNT	PIC 99.
	77 WS-DX	PIC 99.
	77 WS-DAYS	PIC 9(05).
	77 WS-BEST	PIC 9(05).
	77 WS-SEG-CLASS	PIC X(04).
	77 WS-SEG-START	PIC 9(08).
	77 WS-SEG-END	PIC 9(08).
	01 WS-SCR-TBL.
	   02 WS-SCR	PIC 9(03) OCCURS 5 TIMES.
	01 SUBJ-NAMES.
	      03 SS-HI	PIC 9(03).
	      03 SS-LO	PIC 9(03).
	      03 SS-BELOW	PIC 9(05).
	01 TR-TBL.
	   02 TR-ENT OCCURS 2000 TIMES.
	      03 TR-NO	PIC 9(05).
	      03 TR-EFF	PIC X(08).
	      03 TR-OLD	PIC X(04).
	      03 TR-NEW	PIC X(04).
	01 SK-TBL.
	   02 SK-ENT OCCURS 20 TIMES.
	      03 SK-EFF	PIC X(08).
	      03 SK-OLD	PIC X(04).
	      03 SK-NEW	PIC X(04).
	01 HOLD-SK.
	   02 HOLD-EFF	PIC X(08).
	   02 HOLD-OLD	PIC X(04).
	   02 HOLD-NEW	PIC X(04).
	01 DY-TBL.
	   02 DY-ENT OCCURS 21 TIMES.
	      03 DY-CLASS	PIC X(04).
	      03 DY-DAYS	PIC 9(05).
	COPY OUTREC.
	01 HDR-REC-1	PIC X(80) VALUE
	    'PER-SUBJECT RESULTS ANALYSIS BY CLASS'.
	    DISPLAY 'SUBJECT ANALYSIS REPORT'.
	    DISPLAY 'ENTER SUBJECT PASSING LINE (E.G. 060) '.
	    ACCEPT WS-PASS.
	    PERFORM 0010-RTN.
	    OPEN INPUT I-F.
	    IF WS-I-STATUS NOT = '00'
	       DISPLAY 'I.OUT NOT FOUND - RUN GRADING FIRST'
	0002-RTN.
	    IF I-REC(1:3) NOT = 'TRL'
	       MOVE I-REC TO OUT-REC
	       PERFORM 0012-RTN
	       MOVE O-CH TO WS-SCR(1)
	       MOVE O-EN TO WS-SCR(2)
	       MOVE O-MA TO WS-SCR(3)
	    MOVE SS-HI(WS-SX) TO DTL-HI.
	    MOVE SS-BELOW(WS-SX) TO DTL-BELOW.
	    WRITE RPT-REC FROM DTL-REC.
	0010-RTN.
	    MOVE SPACES TO WS-TERM.
	    OPEN INPUT PRM-F.
	    IF WS-PRM-STATUS = '00'
	       READ PRM-F
		   AT END CONTINUE
		   NOT AT END MOVE PRM-TERM TO WS-TERM
	       END-READ
	       CLOSE PRM-F
	    END-IF.
	    IF WS-TERM NOT = SPACES
	       DISPLAY 'TERM FROM RUN.PRM : ' WS-TERM
	    ELSE
	       DISPLAY 'ENTER TERM CODE (E.G. 2026-1) '
	       ACCEPT WS-TERM
	    END-IF.
	    MOVE SPACES TO WS-TERM-FROM.
	    MOVE SPACES TO WS-TERM-TO.
	    OPEN INPUT EPR-F.
	    IF WS-EPR-STATUS = '00'
	       READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       PERFORM UNTIL EPR-EOF = 'Y'
	          IF EP-TERM = WS-TERM
		     MOVE EP-FROM TO WS-TERM-FROM
		     MOVE EP-TO TO WS-TERM-TO
	          END-IF
	          READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       END-PERFORM
	       CLOSE EPR-F
	    END-IF.
	    IF WS-TERM-FROM NOT NUMERIC OR WS-TERM-TO NOT NUMERIC
	       DISPLAY 'NO TERM DATES IN ELIG.PRM - TRANSFERS IGNORED,'
		   ' CURRENT CLASS USED'
	    ELSE
	       PERFORM 0011-RTN
	    END-IF.
	0011-RTN.
	    OPEN INPUT TRF-F.
	    IF WS-TRF-STATUS = '00'
	       READ TRF-F AT END MOVE 'Y' TO TRF-EOF END-READ
	       PERFORM UNTIL TRF-EOF = 'Y'
	          IF TRF-TERM = WS-TERM AND TRF-EFF NUMERIC
		     AND TRF-EFF > WS-TERM-FROM
		     AND TRF-EFF NOT > WS-TERM-TO
		     AND WS-TR-CNT < 2000
		     ADD 1 TO WS-TR-CNT
		     MOVE TRF-NO TO TR-NO(WS-TR-CNT)
		     MOVE TRF-EFF TO TR-EFF(WS-TR-CNT)
		     MOVE TRF-OLD TO TR-OLD(WS-TR-CNT)
		     MOVE TRF-NEW TO TR-NEW(WS-TR-CNT)
	          END-IF
	          READ TRF-F AT END MOVE 'Y' TO TRF-EOF END-READ
	       END-PERFORM
	       CLOSE TRF-F
	    END-IF.
	0012-RTN.
	    MOVE 0 TO WS-SK-CNT.
	    PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TR-CNT
	       IF TR-NO(WS-TX) = O-NO AND WS-SK-CNT < 20
	          ADD 1 TO WS-SK-CNT
	          MOVE TR-EFF(WS-TX) TO SK-EFF(WS-SK-CNT)
	          MOVE TR-OLD(WS-TX) TO SK-OLD(WS-SK-CNT)
	          MOVE TR-NEW(WS-TX) TO SK-NEW(WS-SK-CNT)
	       END-IF
	    END-PERFORM.
	    IF WS-SK-CNT > 0
	       PERFORM 0013-RTN
	    END-IF.
	0013-RTN.
	    PERFORM VARYING WS-KX FROM 1 BY 1
		UNTIL WS-KX NOT < WS-SK-CNT
	       COMPUTE WS-KY = WS-KX + 1
	       PERFORM UNTIL WS-KY > WS-SK-CNT
	          IF SK-EFF(WS-KY) < SK-EFF(WS-KX)
		     MOVE SK-ENT(WS-KX) TO HOLD-SK
		     MOVE SK-ENT(WS-KY) TO SK-ENT(WS-KX)
		     MOVE HOLD-SK TO SK-ENT(WS-KY)
	          END-IF
	          ADD 1 TO WS-KY
	       END-PERFORM
	    END-PERFORM.
	    MOVE 0 TO WS-DY-CNT.
	    MOVE SK-OLD(1) TO WS-SEG-CLASS.
	    MOVE WS-TERM-FROM TO WS-SEG-START.
	    PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-SK-CNT
	       MOVE SK-EFF(WS-KX) TO WS-SEG-END
	       PERFORM 0014-RTN
	       MOVE SK-NEW(WS-KX) TO WS-SEG-CLASS
	       MOVE SK-EFF(WS-KX) TO WS-SEG-START
	    END-PERFORM.
	    MOVE WS-TERM-TO TO WS-SEG-END.
	    PERFORM 0014-RTN.
	    ADD 1 TO DY-DAYS(WS-DX).
	    MOVE 0 TO WS-BEST.
	    PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DY-CNT
	       IF DY-DAYS(WS-DX) > WS-BEST
	          MOVE DY-DAYS(WS-DX) TO WS-BEST
	          MOVE DY-CLASS(WS-DX) TO O-CLASS
	       END-IF
	    END-PERFORM.
	0014-RTN.
	    COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-SEG-END)
		- FUNCTION INTEGER-OF-DATE(WS-SEG-START).
	    PERFORM VARYING WS-DX FROM 1 BY 1
		UNTIL WS-DX > WS-DY-CNT
		   OR DY-CLASS(WS-DX) = WS-SEG-CLASS
	       CONTINUE
	    END-PERFORM.
	    IF WS-DX > WS-DY-CNT
	       ADD 1 TO WS-DY-CNT
	       MOVE WS-DY-CNT TO WS-DX
	       MOVE WS-SEG-CLASS TO DY-CLASS(WS-DX)
	       MOVE 0 TO DY-DAYS(WS-DX)
	    END-IF.
	    ADD WS-DAYS TO DY-DAYS(WS-DX).
