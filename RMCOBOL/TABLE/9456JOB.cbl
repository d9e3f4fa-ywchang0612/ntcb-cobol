	    SELECT PRM-F ASSIGN TO RANDOM 'RUN.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PRM-STATUS.
	    SELECT HST-F ASSIGN TO RANDOM 'JOB.HIS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HST-STATUS.
	    SELECT A-F ASSIGN TO RANDOM 'A.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS A-NO
		ALTERNATE RECORD KEY IS A-CLASS WITH DUPLICATES
		FILE STATUS IS WS-A-STATUS.
	    SELECT CNT-F ASSIGN TO WS-CNT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CNT-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD CTL-F.
	   02 PRM-TERMEND	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 PRM-OPID	PIC X(08).
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
	FD A-F.
	COPY STUREC.
	FD CNT-F.
	01 CNT-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-CTL-STATUS	PIC XX.
	77 WS-PRM-STATUS	PIC XX.
	77 WS-OPID-SET	PIC X VALUE 'N'.
	77 WS-BATCH-FLAG	PIC X VALUE 'B'.
	77 WS-HST-STATUS	PIC XX.
	77 WS-A-STATUS	PIC XX.
	77 WS-CNT-STATUS	PIC XX.
	77 WS-CNT-NAME	PIC X(20).
	77 WS-CNT	PIC 9(07).
	77 WS-RC	PIC 9(04).
	77 WS-DAY-S	PIC 9(08).
	77 WS-DAY-E	PIC 9(08).
	01 WS-STAMP-S.
	   02 WS-S-DATE	PIC 9(08).
	   02 WS-S-HH	PIC 9(02).
	   02 WS-S-MM	PIC 9(02).
	   02 WS-S-SS	PIC 9(02).
	   02 WS-S-CC	PIC 9(02).
	01 WS-STAMP-E.
	   02 WS-E-DATE	PIC 9(08).
	   02 WS-E-HH	PIC 9(02).
	   02 WS-E-MM	PIC 9(02).
	   02 WS-E-SS	PIC 9(02).
	   02 WS-E-CC	PIC 9(02).
	01 STEP-TBL.
	   02 STEP-ENT OCCURS 3 TIMES.
	      03 STP-NAME	PIC X(08).
	    END-EVALUATE.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE WS-CURR-DT(1:16) TO STP-END(WS-SX).
	    MOVE RETURN-CODE TO WS-RC.
	    IF RETURN-CODE = 0
	       MOVE 'C' TO STP-STAT(WS-SX)
	       DISPLAY 'STEP ' WS-SX ' ' STP-NAME(WS-SX) ' COMPLETE'
	    END-IF.
	    MOVE 0 TO RETURN-CODE.
	    PERFORM 0004-RTN.
	    PERFORM 0008-RTN.
	0004-RTN.
	    OPEN OUTPUT CTL-F.
	    PERFORM 0005-RTN VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 3.
	       END-READ
	       CLOSE PRM-F
	    END-IF.
	0008-RTN.
	    MOVE SPACES TO HST-REC.
	    MOVE STP-START(WS-SX)(1:8) TO HST-DATE.
	    MOVE WS-SX TO HST-STEP.
	    MOVE STP-NAME(WS-SX) TO HST-NAME.
	    MOVE STP-STAT(WS-SX) TO HST-STAT.
	    MOVE STP-START(WS-SX) TO HST-START.
	    MOVE STP-END(WS-SX) TO HST-END.
	    MOVE STP-START(WS-SX) TO WS-STAMP-S.
	    MOVE STP-END(WS-SX) TO WS-STAMP-E.
	    COMPUTE WS-DAY-S = FUNCTION INTEGER-OF-DATE(WS-S-DATE).
	    COMPUTE WS-DAY-E = FUNCTION INTEGER-OF-DATE(WS-E-DATE).
	    COMPUTE HST-ELAP = (WS-DAY-E - WS-DAY-S) * 86400
		+ (WS-E-HH * 3600 + WS-E-MM * 60 + WS-E-SS)
		- (WS-S-HH * 3600 + WS-S-MM * 60 + WS-S-SS).
	    MOVE WS-RC TO HST-RC.
	    MOVE WS-OPID TO HST-OPID.
	    MOVE 0 TO HST-IN.
	    MOVE 0 TO HST-OUT.
	    MOVE 0 TO HST-EXC.
	    MOVE 0 TO HST-HLD.
	    EVALUATE WS-SX
	       WHEN 1
		  PERFORM 0009-RTN
		  MOVE WS-CNT TO HST-IN
		  MOVE 'I.OUT' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-OUT
		  MOVE 'I.EXC' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-EXC
		  MOVE 'I.HLD' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-HLD
	       WHEN 2
		  MOVE 'I.OUT' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-IN
		  MOVE 'ROSTER.RPT' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-OUT
	       WHEN 3
		  PERFORM 0009-RTN
		  MOVE WS-CNT TO HST-IN
		  MOVE 'I.OUT' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-OUT
		  MOVE 'I.EXC' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-EXC
		  MOVE 'I.HLD' TO WS-CNT-NAME
		  PERFORM 0010-RTN
		  MOVE WS-CNT TO HST-HLD
	    END-EVALUATE.
	    OPEN EXTEND HST-F.
	    IF WS-HST-STATUS NOT = '00'
	       OPEN OUTPUT HST-F
	    END-IF.
	    WRITE HST-REC.
	    CLOSE HST-F.
	0009-RTN.
	    MOVE 0 TO WS-CNT.
	    MOVE 'N' TO EOF.
	    OPEN INPUT A-F.
	    IF WS-A-STATUS = '00'
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
		  ADD 1 TO WS-CNT
		  READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE A-F
	    END-IF.
	0010-RTN.
	    MOVE 0 TO WS-CNT.
	    MOVE 'N' TO EOF.
	    OPEN INPUT CNT-F.
	    IF WS-CNT-STATUS = '00'
	       READ CNT-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
		  IF CNT-REC(1:3) NOT = 'TRL'
		     ADD 1 TO WS-CNT
		  END-IF
		  READ CNT-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE CNT-F
	    END-IF.
