	ID		DIVISION.
	PROGRAM-ID.	S9456JHR.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT HST-F ASSIGN TO RANDOM 'JOB.HIS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HST-STATUS.
	    SELECT PRM-F ASSIGN TO RANDOM 'JOBHIS.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PRM-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'JOBHIS.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
	FD HST-F.
	01 HST-REC.
	   02 HST-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 HST-STEP	PIC 9(01).
	   02 FILLER	PIC X(02).
	   02 HST-NAME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 HST-STAT	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 HST-START	PIC X(16).
	   02 FILLER	PIC X(02).
	   02 HST-END	PIC X(16).
	   02 FILLER	PIC X(02).
	   02 HST-ELAP	PIC 9(07).
	   02 FILLER	PIC X(02).
	   02 HST-RC	PIC 9(04).
	   02 FILLER	PIC X(02).
	   02 HST-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 HST-IN	PIC 9(07).
	   02 FILLER	PIC X(02).
	   02 HST-OUT	PIC 9(07).
	   02 FILLER	PIC X(02).
	   02 HST-EXC	PIC 9(07).
	   02 FILLER	PIC X(02).
	   02 HST-HLD	PIC 9(07).
	FD PRM-F.
	01 PRM-REC.
	   02 PRM-PCT	PIC 9(03).
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-HST-STATUS	PIC XX.
	77 WS-PRM-STATUS	PIC XX.
	77 WS-FROM-DATE	PIC X(08).
	77 WS-TO-DATE	PIC X(08).
	77 WS-PCT	PIC 9(03) VALUE 150.
	77 WS-SX	PIC 9.
	77 WS-NX	PIC 9(03).
	77 WS-NT-CNT	PIC 9(03) VALUE 0.
	77 WS-NT-FULL	PIC X VALUE 'N'.
	77 WS-REC-CNT	PIC 9(05) VALUE 0.
	77 WS-FAIL-CNT	PIC 9(05) VALUE 0.
	77 WS-OUT-CNT	PIC 9(05) VALUE 0.
	77 WS-NT-TOT	PIC 9(09) VALUE 0.
	77 WS-NT-AVG	PIC 9(07) VALUE 0.
	77 WS-NT-PCT	PIC 9(05).
	77 WS-CNT-E	PIC ZZZZ9.
	77 WS-SECS-E	PIC ZZZZZZ9.
	01 SS-TBL.
	   02 SS-ENT OCCURS 3 TIMES.
	      03 SS-NAME	PIC X(08).
	      03 SS-RUNS	PIC 9(05).
	      03 SS-OK	PIC 9(05).
	      03 SS-FAIL	PIC 9(05).
	      03 SS-TOT	PIC 9(09).
	      03 SS-MAX	PIC 9(07).
	      03 SS-MAX-DATE	PIC X(08).
	      03 SS-FIRST-IN	PIC 9(07).
	      03 SS-LAST-IN	PIC 9(07).
	      03 SS-FIRST-HLD	PIC 9(07).
	      03 SS-LAST-HLD	PIC 9(07).
	01 NT-TBL.
	   02 NT-ENT OCCURS 999 TIMES.
	      03 NT-DATE	PIC X(08).
	      03 NT-TOT	PIC 9(07).
	      03 NT-FAIL	PIC X(01).
	      03 NT-STEP	PIC 9(07) OCCURS 3 TIMES.
	01 RPT-LINE	PIC X(80).
	01 STP-HDR.
	   02 FILLER	PIC X(40) VALUE
	      'STEP NAME      RUNS FAILED  AVG SECS  MA'.
	   02 FILLER	PIC X(40) VALUE
	      'X SECS  ON        IN-FIRST  IN-LAST'.
	01 STP-DTL.
	   02 SD-STEP	PIC 9(01).
	   02 FILLER	PIC X(04).
	   02 SD-NAME	PIC X(08).
	   02 FILLER	PIC X(01).
	   02 SD-RUNS	PIC ZZZZ9.
	   02 FILLER	PIC X(02).
	   02 SD-FAIL	PIC ZZZZ9.
	   02 FILLER	PIC X(03).
	   02 SD-AVG	PIC ZZZZZZ9.
	   02 FILLER	PIC X(03).
	   02 SD-MAX	PIC ZZZZZZ9.
	   02 FILLER	PIC X(02).
	   02 SD-MAX-DATE	PIC X(08).
	   02 FILLER	PIC X(01).
	   02 SD-FIRST-IN	PIC ZZZZZZ9.
	   02 FILLER	PIC X(02).
	   02 SD-LAST-IN	PIC ZZZZZZ9.
	01 HLD-DTL.
	   02 FILLER	PIC X(40) VALUE SPACES.
	   02 FILLER	PIC X(17) VALUE 'ELIGIBILITY HOLDS'.
	   02 HD-FIRST	PIC ZZZZZZ9.
	   02 FILLER	PIC X(02) VALUE SPACES.
	   02 HD-LAST	PIC ZZZZZZ9.
	01 FL-HDR	PIC X(80) VALUE
	    'DATE      STEP NAME        RC  OPERATOR  STARTED'.
	01 FL-DTL.
	   02 FL-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 FL-STEP	PIC 9(01).
	   02 FILLER	PIC X(04).
	   02 FL-NAME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 FL-RC	PIC ZZZ9.
	   02 FILLER	PIC X(02).
	   02 FL-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 FL-START	PIC X(16).
	01 NT-HDR.
	   02 FILLER	PIC X(40) VALUE
	      'DATE      TOTAL SECS  PCT OF AVG   STEP '.
	   02 FILLER	PIC X(40) VALUE
	      '1   STEP 2   STEP 3'.
	01 NT-DTL.
	   02 ND-DATE	PIC X(08).
	   02 FILLER	PIC X(03).
	   02 ND-TOT	PIC ZZZZZZ9.
	   02 FILLER	PIC X(06).
	   02 ND-PCT	PIC ZZZZ9.
	   02 FILLER	PIC X(03).
	   02 ND-STEP	PIC ZZZZZZZ9 OCCURS 3 TIMES.
	   02 FILLER	PIC X(02).
	   02 ND-NOTE	PIC X(14).
	PROCEDURE	DIVISION.
	0000-RTN.
	    DISPLAY 'JOB STREAM RUN HISTORY REPORT'.
	    DISPLAY 'ENTER FROM DATE (YYYYMMDD) '.
	    ACCEPT WS-FROM-DATE.
	    DISPLAY 'ENTER TO DATE (YYYYMMDD) '.
	    ACCEPT WS-TO-DATE.
	    IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
	       OR WS-FROM-DATE > WS-TO-DATE
	       DISPLAY 'INVALID DATE RANGE - REPORT STOPPED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    PERFORM 0002-RTN VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 3.
	    MOVE 'S9456043' TO SS-NAME(1).
	    MOVE 'S9456RPT' TO SS-NAME(2).
	    MOVE 'S9456REC' TO SS-NAME(3).
	    OPEN INPUT HST-F.
	    IF WS-HST-STATUS NOT = '00'
	       DISPLAY 'JOB.HIS NOT FOUND - NO RUN HISTORY'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    OPEN OUTPUT RPT-F.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'JOB STREAM RUN HISTORY  ' WS-FROM-DATE ' TO '
		WS-TO-DATE DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE 'FAILED STEPS' TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC FROM FL-HDR.
	    READ HST-F AT END MOVE 'Y' TO EOF END-READ.
	    PERFORM 0003-RTN UNTIL EOF = 'Y'.
	    CLOSE HST-F.
	    MOVE WS-FAIL-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'TOTAL FAILED STEPS : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    PERFORM 0005-RTN.
	    PERFORM 0007-RTN.
	    MOVE WS-REC-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'STEP RUNS IN PERIOD : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC FROM RPT-LINE.
	    CLOSE RPT-F.
	    IF WS-NT-FULL = 'Y'
	       DISPLAY 'MORE THAN 999 NIGHTS IN RANGE - '
		   'SHORTEN THE PERIOD'
	    END-IF.
	    DISPLAY 'REPORT WRITTEN TO JOBHIS.RPT'.
	    GOBACK.
	0001-RTN.
	    OPEN INPUT PRM-F.
	    IF WS-PRM-STATUS NOT = '00'
	       DISPLAY 'JOBHIS.PRM NOT FOUND - DEFAULT USED'
	    ELSE
	       READ PRM-F
		   AT END
		      DISPLAY 'JOBHIS.PRM EMPTY - DEFAULT USED'
		   NOT AT END
		      IF PRM-PCT NUMERIC AND PRM-PCT > 100
			 MOVE PRM-PCT TO WS-PCT
		      END-IF
	       END-READ
	       CLOSE PRM-F
	    END-IF.
	    DISPLAY 'LONG NIGHT THRESHOLD : ' WS-PCT ' PCT OF AVERAGE'.
	0002-RTN.
	    MOVE 0 TO SS-RUNS(WS-SX).
	    MOVE 0 TO SS-OK(WS-SX).
	    MOVE 0 TO SS-FAIL(WS-SX).
	    MOVE 0 TO SS-TOT(WS-SX).
	    MOVE 0 TO SS-MAX(WS-SX).
	    MOVE SPACES TO SS-MAX-DATE(WS-SX).
	    MOVE 0 TO SS-FIRST-IN(WS-SX).
	    MOVE 0 TO SS-LAST-IN(WS-SX).
	    MOVE 0 TO SS-FIRST-HLD(WS-SX).
	    MOVE 0 TO SS-LAST-HLD(WS-SX).
	0003-RTN.
	    IF HST-DATE NOT < WS-FROM-DATE AND HST-DATE NOT > WS-TO-DATE
	       AND HST-STEP NUMERIC AND HST-STEP > 0 AND HST-STEP < 4
	       ADD 1 TO WS-REC-CNT
	       MOVE HST-STEP TO WS-SX
	       ADD 1 TO SS-RUNS(WS-SX)
	       PERFORM 0004-RTN
	       IF HST-STAT = 'C'
		  ADD 1 TO SS-OK(WS-SX)
		  ADD HST-ELAP TO SS-TOT(WS-SX)
		  IF HST-ELAP > SS-MAX(WS-SX)
		     MOVE HST-ELAP TO SS-MAX(WS-SX)
		     MOVE HST-DATE TO SS-MAX-DATE(WS-SX)
		  END-IF
		  IF HST-HLD NOT NUMERIC
		     MOVE 0 TO HST-HLD
		  END-IF
		  IF SS-OK(WS-SX) = 1
		     MOVE HST-IN TO SS-FIRST-IN(WS-SX)
		     MOVE HST-HLD TO SS-FIRST-HLD(WS-SX)
		  END-IF
		  MOVE HST-IN TO SS-LAST-IN(WS-SX)
		  MOVE HST-HLD TO SS-LAST-HLD(WS-SX)
	       ELSE
		  ADD 1 TO SS-FAIL(WS-SX)
		  ADD 1 TO WS-FAIL-CNT
		  MOVE SPACES TO FL-DTL
		  MOVE HST-DATE TO FL-DATE
		  MOVE HST-STEP TO FL-STEP
		  MOVE HST-NAME TO FL-NAME
		  MOVE HST-RC TO FL-RC
		  MOVE HST-OPID TO FL-OPID
		  MOVE HST-START TO FL-START
		  WRITE RPT-REC FROM FL-DTL
	       END-IF
	    END-IF.
	    READ HST-F AT END MOVE 'Y' TO EOF.
	0004-RTN.
	    PERFORM VARYING WS-NX FROM 1 BY 1
		UNTIL WS-NX > WS-NT-CNT OR NT-DATE(WS-NX) = HST-DATE
	       CONTINUE
	    END-PERFORM.
	    IF WS-NX > WS-NT-CNT
	       IF WS-NT-CNT = 999
		  MOVE 'Y' TO WS-NT-FULL
	       ELSE
		  ADD 1 TO WS-NT-CNT
		  MOVE WS-NT-CNT TO WS-NX
		  MOVE HST-DATE TO NT-DATE(WS-NX)
		  MOVE 0 TO NT-TOT(WS-NX)
		  MOVE 'N' TO NT-FAIL(WS-NX)
		  MOVE 0 TO NT-STEP(WS-NX, 1)
		  MOVE 0 TO NT-STEP(WS-NX, 2)
		  MOVE 0 TO NT-STEP(WS-NX, 3)
	       END-IF
	    END-IF.
	    IF WS-NX NOT > WS-NT-CNT
	       ADD HST-ELAP TO NT-TOT(WS-NX)
	       ADD HST-ELAP TO NT-STEP(WS-NX, WS-SX)
	       IF HST-STAT NOT = 'C'
		  MOVE 'Y' TO NT-FAIL(WS-NX)
	       END-IF
	    END-IF.
	0005-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE 'ELAPSED TIME BY STEP (COMPLETED RUNS)' TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC FROM STP-HDR.
	    PERFORM 0006-RTN VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 3.
	0006-RTN.
	    MOVE SPACES TO STP-DTL.
	    MOVE WS-SX TO SD-STEP.
	    MOVE SS-NAME(WS-SX) TO SD-NAME.
	    MOVE SS-RUNS(WS-SX) TO SD-RUNS.
	    MOVE SS-FAIL(WS-SX) TO SD-FAIL.
	    IF SS-OK(WS-SX) > 0
	       COMPUTE SD-AVG ROUNDED = SS-TOT(WS-SX) / SS-OK(WS-SX)
	    ELSE
	       MOVE 0 TO SD-AVG
	    END-IF.
	    MOVE SS-MAX(WS-SX) TO SD-MAX.
	    MOVE SS-MAX-DATE(WS-SX) TO SD-MAX-DATE.
	    MOVE SS-FIRST-IN(WS-SX) TO SD-FIRST-IN.
	    MOVE SS-LAST-IN(WS-SX) TO SD-LAST-IN.
	    WRITE RPT-REC FROM STP-DTL.
	    IF SS-FIRST-HLD(WS-SX) > 0 OR SS-LAST-HLD(WS-SX) > 0
	       MOVE SS-FIRST-HLD(WS-SX) TO HD-FIRST
	       MOVE SS-LAST-HLD(WS-SX) TO HD-LAST
	       WRITE RPT-REC FROM HLD-DTL
	    END-IF.
	0007-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NT-CNT
	       ADD NT-TOT(WS-NX) TO WS-NT-TOT
	    END-PERFORM.
	    IF WS-NT-CNT > 0
	       COMPUTE WS-NT-AVG ROUNDED = WS-NT-TOT / WS-NT-CNT
	    END-IF.
	    MOVE WS-NT-AVG TO WS-SECS-E.
	    MOVE WS-NT-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'NIGHTS RUN : ' WS-CNT-E '   AVERAGE NIGHT : '
		WS-SECS-E ' SECS' DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'NIGHTS OVER ' WS-PCT ' PCT OF AVERAGE'
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    WRITE RPT-REC FROM NT-HDR.
	    PERFORM 0008-RTN VARYING WS-NX FROM 1 BY 1
		UNTIL WS-NX > WS-NT-CNT.
	    MOVE WS-OUT-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'TOTAL LONG NIGHTS : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	0008-RTN.
	    IF WS-NT-AVG > 0
	       AND NT-TOT(WS-NX) * 100 > WS-NT-AVG * WS-PCT
	       ADD 1 TO WS-OUT-CNT
	       COMPUTE WS-NT-PCT ROUNDED =
		   NT-TOT(WS-NX) * 100 / WS-NT-AVG
	       MOVE SPACES TO NT-DTL
	       MOVE NT-DATE(WS-NX) TO ND-DATE
	       MOVE NT-TOT(WS-NX) TO ND-TOT
	       MOVE WS-NT-PCT TO ND-PCT
	       MOVE NT-STEP(WS-NX, 1) TO ND-STEP(1)
	       MOVE NT-STEP(WS-NX, 2) TO ND-STEP(2)
	       MOVE NT-STEP(WS-NX, 3) TO ND-STEP(3)
	       IF NT-FAIL(WS-NX) = 'Y'
		  MOVE 'STEP FAILED' TO ND-NOTE
	       END-IF
	       WRITE RPT-REC FROM NT-DTL
	    END-IF.
