	ID		DIVISION.
	PROGRAM-ID.	S9456ELG.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT HLD-F ASSIGN TO RANDOM 'I.HLD'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HLD-STATUS.
	    SELECT ERL-F ASSIGN TO RANDOM 'ELIG.REL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ERL-STATUS.
	    SELECT TRM-F ASSIGN TO RANDOM 'TERM.STS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRM-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD HLD-F.
	01 HLD-REC.
	   02 HLD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 HLD-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 HLD-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 HLD-ABS	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 HLD-LATE	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 HLD-CNT	PIC 9(03)V99.
	   02 FILLER	PIC X(02).
	   02 HLD-LIMIT	PIC 9(03)V9.
	   02 FILLER	PIC X(02).
	   02 HLD-TERM	PIC X(06).
	FD ERL-F.
	01 ERL-REC.
	   02 ER-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 ER-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 ER-REASON	PIC X(30).
	   02 FILLER	PIC X(02).
	   02 ER-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 ER-DATE	PIC X(08).
	FD TRM-F.
	01 TRM-REC.
	   02 TS-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 TS-STAT	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 TS-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 TS-OPID	PIC X(08).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-HLD-STATUS	PIC XX.
	77 WS-ERL-STATUS	PIC XX.
	77 WS-FUNC	PIC X.
	77 WS-ANSWER	PIC X.
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-LOOKUP-NO	PIC 9(05) VALUE 0.
	77 WS-REASON	PIC X(30).
	77 WS-HX	PIC 9(04).
	77 WS-HT-CNT	PIC 9(04) VALUE 0.
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	77 WS-CURR-DT	PIC X(21).
	77 WS-TERM	PIC X(06).
	77 WS-TRM-STATUS	PIC XX.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	01 HT-TBL.
	   02 HT-ENT OCCURS 2000 TIMES.
	      03 HT-NO	PIC 9(05).
	      03 HT-CLASS	PIC X(04).
	      03 HT-NM	PIC X(20).
	      03 HT-ABS	PIC 9(03).
	      03 HT-LATE	PIC 9(03).
	      03 HT-CNT	PIC 9(03)V99.
	      03 HT-REL	PIC X(01).
	01 LST-REC.
	   02 LST-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 LST-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 LST-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 LST-ABS	PIC ZZ9.
	   02 FILLER	PIC X(02).
	   02 LST-LATE	PIC ZZ9.
	   02 FILLER	PIC X(02).
	   02 LST-CNT	PIC ZZ9.99.
	   02 FILLER	PIC X(02).
	   02 LST-REL	PIC X(08).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'ATTENDANCE ELIGIBILITY HOLD RELEASE'.
	    IF ADDRESS OF SIGNON-OPID NOT = NULL
	       AND SIGNON-OPID NOT = SPACES
	       MOVE SIGNON-OPID TO WS-OPERATOR-ID
	    ELSE
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    DISPLAY 'ENTER TERM CODE (E.G. 2026-1) '.
	    ACCEPT WS-TERM.
	    MOVE WS-TERM TO WS-CHK-TERM.
	    PERFORM 0040-RTN.
	    IF WS-LOCK = 'Y'
	       DISPLAY 'TERM ' WS-TERM ' IS CLOSED - RELEASE REFUSED'
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    IF WS-HT-CNT = 0
	       DISPLAY 'NO ELIGIBILITY HOLDS FOR TERM ' WS-TERM
	       GOBACK
	    END-IF.
	    PERFORM 0002-RTN.
	    PERFORM 0003-RTN UNTIL WS-FUNC = 'X' OR WS-FUNC = 'x'.
	    GOBACK.
	0001-RTN.
	    OPEN INPUT HLD-F.
	    IF WS-HLD-STATUS = '00'
	       READ HLD-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF HLD-TERM = WS-TERM
		     IF WS-HT-CNT = 2000
			IF WS-FULL-WARN = 'N'
			   DISPLAY 'MORE THAN 2000 HOLDS - REST NOT'
			       ' SHOWN'
			   MOVE 'Y' TO WS-FULL-WARN
			END-IF
		     ELSE
			ADD 1 TO WS-HT-CNT
			MOVE HLD-NO TO HT-NO(WS-HT-CNT)
			MOVE HLD-CLASS TO HT-CLASS(WS-HT-CNT)
			MOVE HLD-NM TO HT-NM(WS-HT-CNT)
			MOVE HLD-ABS TO HT-ABS(WS-HT-CNT)
			MOVE HLD-LATE TO HT-LATE(WS-HT-CNT)
			MOVE HLD-CNT TO HT-CNT(WS-HT-CNT)
			MOVE 'N' TO HT-REL(WS-HT-CNT)
		     END-IF
	          END-IF
	          READ HLD-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE HLD-F
	    END-IF.
	0002-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT ERL-F.
	    IF WS-ERL-STATUS = '00'
	       READ ERL-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF ER-TERM = WS-TERM
		     MOVE ER-NO TO WS-LOOKUP-NO
		     PERFORM 0010-RTN
		     IF WS-HX NOT > WS-HT-CNT
			MOVE 'Y' TO HT-REL(WS-HX)
		     END-IF
	          END-IF
	          READ ERL-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE ERL-F
	    END-IF.
	0003-RTN.
	    DISPLAY 'L=LIST HOLDS  R=RELEASE A HOLD  X=EXIT '.
	    ACCEPT WS-FUNC.
	    EVALUATE WS-FUNC
	       WHEN 'L' WHEN 'l'
		  PERFORM 0004-RTN
	       WHEN 'R' WHEN 'r'
		  PERFORM 0005-RTN
	       WHEN 'X' WHEN 'x'
		  CONTINUE
	       WHEN OTHER
		  DISPLAY 'INVALID FUNCTION'
	    END-EVALUATE.
	0004-RTN.
	    DISPLAY 'NO     CLASS NAME                  ABS LATE'
		'  COUNT'.
	    PERFORM 0011-RTN VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX > WS-HT-CNT.
	0011-RTN.
	    MOVE SPACES TO LST-REC.
	    MOVE HT-NO(WS-HX) TO LST-NO.
	    MOVE HT-CLASS(WS-HX) TO LST-CLASS.
	    MOVE HT-NM(WS-HX) TO LST-NM.
	    MOVE HT-ABS(WS-HX) TO LST-ABS.
	    MOVE HT-LATE(WS-HX) TO LST-LATE.
	    MOVE HT-CNT(WS-HX) TO LST-CNT.
	    IF HT-REL(WS-HX) = 'Y'
	       MOVE 'RELEASED' TO LST-REL
	    END-IF.
	    DISPLAY LST-REC.
	0005-RTN.
	    DISPLAY 'ENTER STUDENT NO TO RELEASE '.
	    ACCEPT WS-LOOKUP-NO.
	    PERFORM 0010-RTN.
	    IF WS-HX > WS-HT-CNT
	       DISPLAY 'STUDENT NOT ON HOLD THIS TERM : ' WS-LOOKUP-NO
	    ELSE IF HT-REL(WS-HX) = 'Y'
	       DISPLAY 'HOLD ALREADY RELEASED : ' WS-LOOKUP-NO
	    ELSE
	       PERFORM 0011-RTN
	       DISPLAY 'ENTER REASON FOR RELEASE '
	       ACCEPT WS-REASON
	       IF WS-REASON = SPACES
		  DISPLAY 'REASON IS REQUIRED - NOT RELEASED'
	       ELSE
		  DISPLAY 'RELEASE THIS HOLD ? (Y/N) '
		  ACCEPT WS-ANSWER
		  IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
		     PERFORM 0006-RTN
		  END-IF
	       END-IF
	    END-IF END-IF.
	0006-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE SPACES TO ERL-REC.
	    MOVE WS-TERM TO ER-TERM.
	    MOVE WS-LOOKUP-NO TO ER-NO.
	    MOVE WS-REASON TO ER-REASON.
	    MOVE WS-OPERATOR-ID TO ER-OPID.
	    MOVE WS-CURR-DT(1:8) TO ER-DATE.
	    OPEN EXTEND ERL-F.
	    IF WS-ERL-STATUS NOT = '00'
	       OPEN OUTPUT ERL-F
	    END-IF.
	    WRITE ERL-REC.
	    CLOSE ERL-F.
	    MOVE 'Y' TO HT-REL(WS-HX).
	    DISPLAY 'HOLD RELEASED : ' WS-LOOKUP-NO.
	    DISPLAY 'RE-RUN GRADING (S9456043) TO GRADE THIS STUDENT'.
	0010-RTN.
	    PERFORM VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX > WS-HT-CNT
		   OR HT-NO(WS-HX) = WS-LOOKUP-NO
	       CONTINUE
	    END-PERFORM.
	0040-RTN.
	    MOVE 'N' TO WS-LOCK.
	    MOVE SPACES TO WS-LOCK-TERM.
	    MOVE 'N' TO TRM-EOF.
	    OPEN INPUT TRM-F.
	    IF WS-TRM-STATUS NOT = '00'
	       CONTINUE
	    ELSE
	       READ TRM-F AT END MOVE 'Y' TO TRM-EOF END-READ
	       PERFORM UNTIL TRM-EOF = 'Y'
	          IF TS-TERM = WS-CHK-TERM
		     MOVE TS-TERM TO WS-LOCK-TERM
		     IF TS-STAT = 'C'
			MOVE 'Y' TO WS-LOCK
		     ELSE
			MOVE 'N' TO WS-LOCK
		     END-IF
	          END-IF
	          READ TRM-F AT END MOVE 'Y' TO TRM-EOF END-READ
	       END-PERFORM
	       CLOSE TRM-F
	    END-IF.
