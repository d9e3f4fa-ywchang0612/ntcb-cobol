	ID		DIVISION.
	PROGRAM-ID.	S9456SCT.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT A-F ASSIGN TO RANDOM 'A.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS A-NO
		ALTERNATE RECORD KEY IS A-CLASS WITH DUPLICATES
		FILE STATUS IS WS-A-STATUS.
	    SELECT CLS-F ASSIGN TO RANDOM 'CLASS.TBL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CLS-STATUS.
	    SELECT HIS-F ASSIGN TO RANDOM 'GRADE.HIS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HIS-STATUS.
	    SELECT GEN-F ASSIGN TO RANDOM 'GENDER.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GEN-STATUS.
	    SELECT CON-F ASSIGN TO RANDOM 'SECTION.CON'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CON-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'SECTION.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT MOV-F ASSIGN TO RANDOM 'SECTION.LOG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MOV-STATUS.
	    SELECT LCK-F ASSIGN TO RANDOM 'A.LCK'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LCK-STATUS.
	    SELECT SSN-F ASSIGN TO RANDOM 'A.SSN'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SSN-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD A-F.
	COPY STUREC.
	FD CLS-F.
	01 CLS-REC.
	   02 CLS-CODE	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-TEACHER	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 CLS-ROOM	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-ACT	PIC X(01).
	FD HIS-F.
	01 HIS-REC.
	   02 HIS-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 HIS-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 HIS-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 HIS-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 HIS-SU	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 HIS-MK	PIC X(01).
	FD GEN-F.
	01 GEN-REC.
	   02 GEN-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 GEN-SEX	PIC X(01).
	FD CON-F.
	01 CON-REC.
	   02 CON-TYPE	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 CON-NO-1	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 CON-NO-2	PIC 9(05).
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	FD MOV-F.
	01 MOV-REC.
	   02 MOV-GR	PIC 9(01).
	   02 FILLER	PIC X(02).
	   02 MOV-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 MOV-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 MOV-OLD	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 MOV-NEW	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 MOV-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 MOV-TIME	PIC X(08).
	FD LCK-F.
	01 LCK-REC.
	   02 LCK-PGM	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 LCK-DESC	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 LCK-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 LCK-TIME	PIC X(08).
	FD SSN-F.
	01 SSN-REC.
	   02 SSN-CNT	PIC 9(03).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-A-STATUS	PIC XX.
	77 WS-CLS-STATUS	PIC XX.
	77 WS-HIS-STATUS	PIC XX.
	77 WS-GEN-STATUS	PIC XX.
	77 WS-CON-STATUS	PIC XX.
	77 WS-MOV-STATUS	PIC XX.
	77 WS-TERM	PIC X(06).
	77 WS-GR	PIC 9 VALUE 0.
	77 WS-GR-X	PIC X.
	77 WS-ANSWER	PIC X.
	77 WS-SC-CNT	PIC 99 VALUE 0.
	77 WS-SCX	PIC 99.
	77 WS-BEST	PIC 99.
	77 WS-ST-CNT	PIC 9(04) VALUE 0.
	77 WS-ST-FULL	PIC X VALUE 'N'.
	77 WS-SX	PIC 9(04).
	77 WS-SY	PIC 9(04).
	77 WS-CN-CNT	PIC 9(03) VALUE 0.
	77 WS-CX	PIC 9(03).
	77 WS-CN-X1	PIC 9(04).
	77 WS-CN-X2	PIC 9(04).
	77 WS-CN-SKIP	PIC 9(04) VALUE 0.
	77 WS-GRP	PIC 9(04).
	77 WS-OLD-GRP	PIC 9(04).
	77 WS-SEX	PIC X.
	77 WS-SWAP	PIC X.
	77 WS-CLASH	PIC X.
	77 WS-BETTER	PIC X.
	77 WS-SS-NEW	PIC 9(04).
	77 WS-SS-BEST	PIC 9(04).
	77 WS-NO-HIS-CNT	PIC 9(04) VALUE 0.
	77 WS-NO-SEX-CNT	PIC 9(04) VALUE 0.
	77 WS-APART-CNT	PIC 9(04) VALUE 0.
	77 WS-MOVE-CNT	PIC 9(04) VALUE 0.
	77 WS-FAIL-CNT	PIC 9(04) VALUE 0.
	77 WS-AVG	PIC 9(03)V9.
	77 WS-AVG-E	PIC ZZ9.9.
	77 WS-CNT-E	PIC ZZZ9.
	77 WS-CNT-E2	PIC ZZZ9.
	77 WS-CNT-E3	PIC ZZZ9.
	77 WS-CURR-DT	PIC X(21).
	77 WS-LCK-STATUS	PIC XX.
	77 WS-BUSY	PIC X.
	77 WS-HOLDER	PIC X(20).
	77 WS-HOLDER-PGM	PIC X(08).
	77 WS-LCK-DESC	PIC X(20).
	77 WS-LCK-NAME	PIC X(20) VALUE 'A.LCK'.
	77 WS-SSN-STATUS	PIC XX.
	77 WS-LCK-ANSWER	PIC X.
	77 WS-CALL-RC	PIC S9(09) COMP-5.
	01 SC-TBL.
	   02 SC-ENT OCCURS 20 TIMES.
	      03 SC-CODE	PIC X(04).
	      03 SC-TEACHER	PIC X(20).
	      03 SC-CNT	PIC 9(04).
	      03 SC-M	PIC 9(04).
	      03 SC-F	PIC 9(04).
	      03 SC-U	PIC 9(04).
	      03 SC-HIS	PIC 9(04).
	      03 SC-SU-SUM	PIC 9(07).
	01 ST-TBL.
	   02 ST-ENT OCCURS 1000 TIMES.
	      03 ST-NO	PIC 9(05).
	      03 ST-NM	PIC X(20).
	      03 ST-OLD	PIC X(04).
	      03 ST-SEX	PIC X(01).
	      03 ST-SU	PIC 9(03).
	      03 ST-MK	PIC X(01).
	      03 ST-HIS	PIC X(01).
	      03 ST-GRP	PIC 9(04).
	      03 ST-SC	PIC 9(02).
	      03 ST-NEW	PIC X(04).
	      03 ST-FLAG	PIC X(01).
	01 HOLD-ST	PIC X(46).
	01 CN-TBL.
	   02 CN-ENT OCCURS 300 TIMES.
	      03 CN-TYPE	PIC X(01).
	      03 CN-X1	PIC 9(04).
	      03 CN-X2	PIC 9(04).
	01 HDR-REC-1	PIC X(80) VALUE 'NEXT-YEAR SECTIONING PROPOSAL'.
	01 HDR-REC-2.
	   02 FILLER	PIC X(08) VALUE 'GRADE :'.
	   02 HDR-GR	PIC 9(01).
	   02 FILLER	PIC X(04) VALUE SPACES.
	   02 FILLER	PIC X(15) VALUE 'HISTORY TERM :'.
	   02 HDR-TERM	PIC X(06).
	01 SEC-HDR.
	   02 FILLER	PIC X(08) VALUE 'SECTION '.
	   02 SH-CODE	PIC X(04).
	   02 FILLER	PIC X(02) VALUE SPACES.
	   02 SH-TEACHER	PIC X(20).
	01 COL-HDR	PIC X(80) VALUE
	    'NO     NAME                  OLD   SEX  TOT   GRD  NOTE'.
	01 DTL-REC.
	   02 DTL-NO	PIC ZZZZ9.
	   02 FILLER	PIC X(02).
	   02 DTL-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 DTL-OLD	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 DTL-SEX	PIC X(01).
	   02 FILLER	PIC X(04).
	   02 DTL-SU	PIC ZZ9.
	   02 FILLER	PIC X(03).
	   02 DTL-MK	PIC X(01).
	   02 FILLER	PIC X(04).
	   02 DTL-NOTE	PIC X(14).
	01 SUM-REC	PIC X(80).
	PROCEDURE	DIVISION.
	0000-RTN.
	    DISPLAY 'NEXT-YEAR CLASS SECTIONING'.
	    DISPLAY 'ENTER GRADE TO SECTION (1-9) '.
	    ACCEPT WS-GR.
	    IF WS-GR = 0
	       DISPLAY 'GRADE MUST NOT BE ZERO'
	       GOBACK
	    END-IF.
	    MOVE WS-GR TO WS-GR-X.
	    DISPLAY 'ENTER LAST TERM CODE FOR ABILITY (E.G. 2026-1) '.
	    ACCEPT WS-TERM.
	    PERFORM 0001-RTN.
	    IF WS-SC-CNT = 0
	       DISPLAY 'NO ACTIVE SECTIONS ON CLASS.TBL FOR GRADE '
		   WS-GR ' - RUN REFUSED'
	       GOBACK
	    END-IF.
	    PERFORM 0050-RTN.
	    IF WS-BUSY = 'Y'
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - RUN REFUSED'
	       GOBACK
	    END-IF.
	    MOVE 'SECTIONING RUN' TO WS-LCK-DESC.
	    PERFORM 0051-RTN.
	    OPEN I-O A-F.
	    IF WS-A-STATUS NOT = '00'
	       DISPLAY 'CANNOT OPEN A.DAT - STATUS ' WS-A-STATUS
	       PERFORM 0052-RTN
	       GOBACK
	    END-IF.
	    PERFORM 0002-RTN.
	    IF WS-ST-FULL = 'Y'
	       DISPLAY 'MORE THAN 1000 STUDENTS IN GRADE - RUN REFUSED'
	       CLOSE A-F
	       PERFORM 0052-RTN
	       GOBACK
	    END-IF.
	    IF WS-ST-CNT = 0
	       DISPLAY 'NO STUDENTS IN GRADE ' WS-GR ' - NOTHING TO DO'
	       CLOSE A-F
	       PERFORM 0052-RTN
	       GOBACK
	    END-IF.
	    PERFORM 0003-RTN.
	    PERFORM 0004-RTN.
	    PERFORM 0007-RTN.
	    PERFORM 0005-RTN.
	    PERFORM 0006-RTN.
	    PERFORM 0008-RTN.
	    PERFORM 0009-RTN.
	    DISPLAY 'STUDENTS  : ' WS-ST-CNT.
	    DISPLAY 'SECTIONS  : ' WS-SC-CNT.
	    DISPLAY 'PROPOSAL WRITTEN TO SECTION.RPT'.
	    DISPLAY 'APPLY PROPOSAL TO A.DAT ? (Y/N) '.
	    ACCEPT WS-ANSWER.
	    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
	       PERFORM 0010-RTN
	       DISPLAY 'MOVED     : ' WS-MOVE-CNT
	       DISPLAY 'NOT MOVED : ' WS-FAIL-CNT
	       DISPLAY 'MOVES LOGGED TO SECTION.LOG'
	    ELSE
	       DISPLAY 'PROPOSAL NOT APPLIED - A.DAT UNCHANGED'
	    END-IF.
	    CLOSE A-F.
	    PERFORM 0052-RTN.
	    GOBACK.
	0001-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT CLS-F.
	    IF WS-CLS-STATUS NOT = '00'
	       DISPLAY 'CLASS.TBL NOT FOUND'
	    ELSE
	       READ CLS-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y' OR WS-SC-CNT = 20
		  IF CLS-CODE(1:1) = WS-GR-X AND CLS-ACT = 'Y'
		     ADD 1 TO WS-SC-CNT
		     MOVE CLS-CODE TO SC-CODE(WS-SC-CNT)
		     MOVE CLS-TEACHER TO SC-TEACHER(WS-SC-CNT)
		     MOVE 0 TO SC-CNT(WS-SC-CNT) SC-M(WS-SC-CNT)
			 SC-F(WS-SC-CNT) SC-U(WS-SC-CNT)
			 SC-HIS(WS-SC-CNT) SC-SU-SUM(WS-SC-CNT)
		  END-IF
		  READ CLS-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE CLS-F
	    END-IF.
	    MOVE 'N' TO EOF.
	0002-RTN.
	    MOVE 0 TO A-NO.
	    START A-F KEY IS NOT LESS A-NO
		INVALID KEY MOVE 'Y' TO EOF.
	    IF EOF NOT = 'Y'
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF
	    END-IF.
	    PERFORM UNTIL EOF = 'Y'
	       IF A-CLASS(1:1) = WS-GR-X
		  IF WS-ST-CNT = 1000
		     MOVE 'Y' TO WS-ST-FULL
		  ELSE
		     ADD 1 TO WS-ST-CNT
		     MOVE A-NO TO ST-NO(WS-ST-CNT)
		     MOVE A-NM TO ST-NM(WS-ST-CNT)
		     MOVE A-CLASS TO ST-OLD(WS-ST-CNT)
		     MOVE 'U' TO ST-SEX(WS-ST-CNT)
		     MOVE 0 TO ST-SU(WS-ST-CNT)
		     MOVE SPACE TO ST-MK(WS-ST-CNT)
		     MOVE 'N' TO ST-HIS(WS-ST-CNT)
		     MOVE 0 TO ST-GRP(WS-ST-CNT) ST-SC(WS-ST-CNT)
		     MOVE SPACES TO ST-NEW(WS-ST-CNT)
		     MOVE SPACE TO ST-FLAG(WS-ST-CNT)
		  END-IF
	       END-IF
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	    END-PERFORM.
	    MOVE 'N' TO EOF.
	0003-RTN.
	    OPEN INPUT HIS-F.
	    IF WS-HIS-STATUS NOT = '00'
	       DISPLAY 'GRADE.HIS NOT FOUND - ABILITY NOT BALANCED'
	    ELSE
	       READ HIS-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
		  IF HIS-TERM = WS-TERM
		     PERFORM VARYING WS-SX FROM 1 BY 1
			 UNTIL WS-SX > WS-ST-CNT
			IF ST-NO(WS-SX) = HIS-NO
			   MOVE HIS-SU TO ST-SU(WS-SX)
			   MOVE HIS-MK TO ST-MK(WS-SX)
			   MOVE 'Y' TO ST-HIS(WS-SX)
			END-IF
		     END-PERFORM
		  END-IF
		  READ HIS-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE HIS-F
	    END-IF.
	    MOVE 'N' TO EOF.
	    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-CNT
	       IF ST-HIS(WS-SX) = 'N'
		  ADD 1 TO WS-NO-HIS-CNT
	       END-IF
	    END-PERFORM.
	0004-RTN.
	    OPEN INPUT GEN-F.
	    IF WS-GEN-STATUS NOT = '00'
	       DISPLAY 'GENDER.DAT NOT FOUND - GENDER NOT BALANCED'
	    ELSE
	       READ GEN-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
		  IF GEN-SEX = 'M' OR GEN-SEX = 'F'
		     PERFORM VARYING WS-SX FROM 1 BY 1
			 UNTIL WS-SX > WS-ST-CNT
			IF ST-NO(WS-SX) = GEN-NO
			   MOVE GEN-SEX TO ST-SEX(WS-SX)
			END-IF
		     END-PERFORM
		  END-IF
		  READ GEN-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE GEN-F
	    END-IF.
	    MOVE 'N' TO EOF.
	    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-CNT
	       IF ST-SEX(WS-SX) = 'U'
		  ADD 1 TO WS-NO-SEX-CNT
	       END-IF
	    END-PERFORM.
	0005-RTN.
	    OPEN INPUT CON-F.
	    IF WS-CON-STATUS = '00'
	       READ CON-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
		  MOVE 0 TO WS-CN-X1 WS-CN-X2
		  IF CON-NO-1 NUMERIC AND CON-NO-2 NUMERIC
		     PERFORM VARYING WS-SX FROM 1 BY 1
			 UNTIL WS-SX > WS-ST-CNT
			IF ST-NO(WS-SX) = CON-NO-1
			   MOVE WS-SX TO WS-CN-X1
			END-IF
			IF ST-NO(WS-SX) = CON-NO-2
			   MOVE WS-SX TO WS-CN-X2
			END-IF
		     END-PERFORM
		  END-IF
		  IF (CON-TYPE = 'A' OR CON-TYPE = 'T')
		     AND WS-CN-X1 > 0 AND WS-CN-X2 > 0
		     AND WS-CN-X1 NOT = WS-CN-X2 AND WS-CN-CNT < 300
		     ADD 1 TO WS-CN-CNT
		     MOVE CON-TYPE TO CN-TYPE(WS-CN-CNT)
		     MOVE WS-CN-X1 TO CN-X1(WS-CN-CNT)
		     MOVE WS-CN-X2 TO CN-X2(WS-CN-CNT)
		  ELSE
		     ADD 1 TO WS-CN-SKIP
		  END-IF
		  READ CON-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE CON-F
	    END-IF.
	    MOVE 'N' TO EOF.
	0006-RTN.
	    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-CNT
	       MOVE WS-SX TO ST-GRP(WS-SX)
	    END-PERFORM.
	    PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CN-CNT
	       IF CN-TYPE(WS-CX) = 'T'
		  MOVE ST-GRP(CN-X1(WS-CX)) TO WS-GRP
		  MOVE ST-GRP(CN-X2(WS-CX)) TO WS-OLD-GRP
		  PERFORM VARYING WS-SX FROM 1 BY 1
		      UNTIL WS-SX > WS-ST-CNT
		     IF ST-GRP(WS-SX) = WS-OLD-GRP
			MOVE WS-GRP TO ST-GRP(WS-SX)
		     END-IF
		  END-PERFORM
	       END-IF
	    END-PERFORM.
	0007-RTN.
	    MOVE 'Y' TO WS-SWAP.
	    PERFORM UNTIL WS-SWAP = 'N'
	       MOVE 'N' TO WS-SWAP
	       PERFORM VARYING WS-SX FROM 1 BY 1
		   UNTIL WS-SX NOT < WS-ST-CNT
		  COMPUTE WS-SY = WS-SX + 1
		  IF ST-SEX(WS-SX) > ST-SEX(WS-SY)
		     OR (ST-SEX(WS-SX) = ST-SEX(WS-SY)
		     AND ST-SU(WS-SX) < ST-SU(WS-SY))
		     OR (ST-SEX(WS-SX) = ST-SEX(WS-SY)
		     AND ST-SU(WS-SX) = ST-SU(WS-SY)
		     AND ST-MK(WS-SX) > ST-MK(WS-SY))
		     MOVE ST-ENT(WS-SX) TO HOLD-ST
		     MOVE ST-ENT(WS-SY) TO ST-ENT(WS-SX)
		     MOVE HOLD-ST TO ST-ENT(WS-SY)
		     MOVE 'Y' TO WS-SWAP
		  END-IF
	       END-PERFORM
	    END-PERFORM.
	0008-RTN.
	    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-CNT
	       IF ST-SC(WS-SX) = 0
		  MOVE ST-GRP(WS-SX) TO WS-GRP
		  MOVE ST-SEX(WS-SX) TO WS-SEX
		  PERFORM 0081-RTN
	       END-IF
	    END-PERFORM.
	0081-RTN.
	    MOVE 0 TO WS-BEST.
	    PERFORM VARYING WS-SCX FROM 1 BY 1 UNTIL WS-SCX > WS-SC-CNT
	       PERFORM 0082-RTN
	       IF WS-CLASH = 'N'
		  PERFORM 0083-RTN
	       END-IF
	    END-PERFORM.
	    IF WS-BEST = 0
	       PERFORM VARYING WS-SCX FROM 1 BY 1
		   UNTIL WS-SCX > WS-SC-CNT
		  PERFORM 0083-RTN
	       END-PERFORM
	       PERFORM VARYING WS-SY FROM 1 BY 1
		   UNTIL WS-SY > WS-ST-CNT
		  IF ST-GRP(WS-SY) = WS-GRP
		     MOVE 'A' TO ST-FLAG(WS-SY)
		     ADD 1 TO WS-APART-CNT
		  END-IF
	       END-PERFORM
	    END-IF.
	    PERFORM VARYING WS-SY FROM 1 BY 1 UNTIL WS-SY > WS-ST-CNT
	       IF ST-GRP(WS-SY) = WS-GRP
		  MOVE WS-BEST TO ST-SC(WS-SY)
		  MOVE SC-CODE(WS-BEST) TO ST-NEW(WS-SY)
		  ADD 1 TO SC-CNT(WS-BEST)
		  EVALUATE ST-SEX(WS-SY)
		     WHEN 'M'
			ADD 1 TO SC-M(WS-BEST)
		     WHEN 'F'
			ADD 1 TO SC-F(WS-BEST)
		     WHEN OTHER
			ADD 1 TO SC-U(WS-BEST)
		  END-EVALUATE
		  IF ST-HIS(WS-SY) = 'Y'
		     ADD 1 TO SC-HIS(WS-BEST)
		     ADD ST-SU(WS-SY) TO SC-SU-SUM(WS-BEST)
		  END-IF
	       END-IF
	    END-PERFORM.
	0082-RTN.
	    MOVE 'N' TO WS-CLASH.
	    PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CN-CNT
	       IF CN-TYPE(WS-CX) = 'A'
		  IF ST-GRP(CN-X1(WS-CX)) = WS-GRP
		     AND (ST-SC(CN-X2(WS-CX)) = WS-SCX
		     OR ST-GRP(CN-X2(WS-CX)) = WS-GRP)
		     MOVE 'Y' TO WS-CLASH
		  END-IF
		  IF ST-GRP(CN-X2(WS-CX)) = WS-GRP
		     AND ST-SC(CN-X1(WS-CX)) = WS-SCX
		     MOVE 'Y' TO WS-CLASH
		  END-IF
	       END-IF
	    END-PERFORM.
	0083-RTN.
	    MOVE 'N' TO WS-BETTER.
	    IF WS-BEST = 0
	       MOVE 'Y' TO WS-BETTER
	    ELSE
	       EVALUATE WS-SEX
		  WHEN 'M'
		     MOVE SC-M(WS-SCX) TO WS-SS-NEW
		     MOVE SC-M(WS-BEST) TO WS-SS-BEST
		  WHEN 'F'
		     MOVE SC-F(WS-SCX) TO WS-SS-NEW
		     MOVE SC-F(WS-BEST) TO WS-SS-BEST
		  WHEN OTHER
		     MOVE SC-U(WS-SCX) TO WS-SS-NEW
		     MOVE SC-U(WS-BEST) TO WS-SS-BEST
	       END-EVALUATE
	       IF SC-CNT(WS-SCX) < SC-CNT(WS-BEST)
		  MOVE 'Y' TO WS-BETTER
	       ELSE IF SC-CNT(WS-SCX) = SC-CNT(WS-BEST)
		  AND WS-SS-NEW < WS-SS-BEST
		  MOVE 'Y' TO WS-BETTER
	       ELSE IF SC-CNT(WS-SCX) = SC-CNT(WS-BEST)
		  AND WS-SS-NEW = WS-SS-BEST
		  AND SC-SU-SUM(WS-SCX) < SC-SU-SUM(WS-BEST)
		  MOVE 'Y' TO WS-BETTER
	       END-IF END-IF END-IF
	    END-IF.
	    IF WS-BETTER = 'Y'
	       MOVE WS-SCX TO WS-BEST
	    END-IF.
	0009-RTN.
	    OPEN OUTPUT RPT-F.
	    WRITE RPT-REC FROM HDR-REC-1.
	    MOVE WS-GR TO HDR-GR.
	    MOVE WS-TERM TO HDR-TERM.
	    WRITE RPT-REC FROM HDR-REC-2.
	    PERFORM VARYING WS-SCX FROM 1 BY 1 UNTIL WS-SCX > WS-SC-CNT
	       MOVE SPACES TO RPT-REC
	       WRITE RPT-REC
	       MOVE SC-CODE(WS-SCX) TO SH-CODE
	       MOVE SC-TEACHER(WS-SCX) TO SH-TEACHER
	       WRITE RPT-REC FROM SEC-HDR
	       WRITE RPT-REC FROM COL-HDR
	       PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-CNT
		  IF ST-SC(WS-SX) = WS-SCX
		     PERFORM 0091-RTN
		  END-IF
	       END-PERFORM
	       PERFORM 0092-RTN
	    END-PERFORM.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE WS-ST-CNT TO WS-CNT-E.
	    MOVE SPACES TO SUM-REC.
	    STRING 'STUDENTS ' WS-CNT-E
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    MOVE WS-NO-HIS-CNT TO WS-CNT-E.
	    MOVE SPACES TO SUM-REC.
	    STRING 'NO HISTORY FOR TERM ' WS-CNT-E
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    MOVE WS-NO-SEX-CNT TO WS-CNT-E.
	    MOVE SPACES TO SUM-REC.
	    STRING 'NO GENDER ON FILE ' WS-CNT-E
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    MOVE WS-CN-CNT TO WS-CNT-E.
	    MOVE WS-CN-SKIP TO WS-CNT-E2.
	    MOVE SPACES TO SUM-REC.
	    STRING 'CONSTRAINTS USED ' WS-CNT-E
		'  IGNORED ' WS-CNT-E2
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    MOVE WS-APART-CNT TO WS-CNT-E.
	    MOVE SPACES TO SUM-REC.
	    STRING 'KEEP-APART NOT MET ' WS-CNT-E
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    CLOSE RPT-F.
	0091-RTN.
	    MOVE SPACES TO DTL-REC.
	    MOVE ST-NO(WS-SX) TO DTL-NO.
	    MOVE ST-NM(WS-SX) TO DTL-NM.
	    MOVE ST-OLD(WS-SX) TO DTL-OLD.
	    MOVE ST-SEX(WS-SX) TO DTL-SEX.
	    MOVE ST-SU(WS-SX) TO DTL-SU.
	    MOVE ST-MK(WS-SX) TO DTL-MK.
	    IF ST-FLAG(WS-SX) = 'A'
	       MOVE 'APART NOT MET' TO DTL-NOTE
	    ELSE IF ST-HIS(WS-SX) = 'N'
	       MOVE 'NO HISTORY' TO DTL-NOTE
	    END-IF END-IF.
	    WRITE RPT-REC FROM DTL-REC.
	0092-RTN.
	    MOVE 0 TO WS-AVG.
	    IF SC-HIS(WS-SCX) > 0
	       COMPUTE WS-AVG ROUNDED =
		   SC-SU-SUM(WS-SCX) / SC-HIS(WS-SCX)
	    END-IF.
	    MOVE WS-AVG TO WS-AVG-E.
	    MOVE SC-CNT(WS-SCX) TO WS-CNT-E.
	    MOVE SPACES TO SUM-REC.
	    STRING 'SIZE ' WS-CNT-E '   AVERAGE TOTAL ' WS-AVG-E
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    MOVE SC-M(WS-SCX) TO WS-CNT-E.
	    MOVE SC-F(WS-SCX) TO WS-CNT-E2.
	    MOVE SC-U(WS-SCX) TO WS-CNT-E3.
	    MOVE SPACES TO SUM-REC.
	    STRING 'MALE ' WS-CNT-E '   FEMALE ' WS-CNT-E2
		'   UNKNOWN ' WS-CNT-E3
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	0010-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    OPEN EXTEND MOV-F.
	    IF WS-MOV-STATUS NOT = '00'
	       OPEN OUTPUT MOV-F
	    END-IF.
	    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-CNT
	       IF ST-NEW(WS-SX) NOT = ST-OLD(WS-SX)
		  PERFORM 0011-RTN
	       END-IF
	    END-PERFORM.
	    CLOSE MOV-F.
	0011-RTN.
	    MOVE ST-NO(WS-SX) TO A-NO.
	    READ A-F
		INVALID KEY
		   DISPLAY 'STUDENT ' ST-NO(WS-SX) ' NO LONGER ON A.DAT'
		   ADD 1 TO WS-FAIL-CNT
		NOT INVALID KEY
		   IF A-CLASS NOT = ST-OLD(WS-SX)
		      DISPLAY 'CLASS CHANGED FOR ' ST-NO(WS-SX)
			  ' - NOT MOVED'
		      ADD 1 TO WS-FAIL-CNT
		   ELSE
		      MOVE ST-NEW(WS-SX) TO A-CLASS
		      REWRITE A-REC
			  INVALID KEY
			     DISPLAY 'REWRITE FAILED FOR ' A-NO
			     ADD 1 TO WS-FAIL-CNT
			  NOT INVALID KEY
			     ADD 1 TO WS-MOVE-CNT
			     PERFORM 0012-RTN
		      END-REWRITE
		   END-IF
	    END-READ.
	0012-RTN.
	    MOVE SPACES TO MOV-REC.
	    MOVE WS-GR TO MOV-GR.
	    MOVE A-NO TO MOV-NO.
	    MOVE A-NM TO MOV-NM.
	    MOVE ST-OLD(WS-SX) TO MOV-OLD.
	    MOVE A-CLASS TO MOV-NEW.
	    MOVE WS-CURR-DT(1:8) TO MOV-DATE.
	    MOVE WS-CURR-DT(9:8) TO MOV-TIME.
	    WRITE MOV-REC.
	0050-RTN.
	    MOVE 'N' TO WS-BUSY.
	    OPEN INPUT LCK-F.
	    IF WS-LCK-STATUS = '00'
	       READ LCK-F
		   AT END
		      MOVE 'UNKNOWN' TO WS-HOLDER
		      MOVE SPACES TO WS-HOLDER-PGM
		   NOT AT END
		      MOVE LCK-DESC TO WS-HOLDER
		      MOVE LCK-PGM TO WS-HOLDER-PGM
	       END-READ
	       CLOSE LCK-F
	       IF WS-HOLDER-PGM = 'S9456SCT'
		  DISPLAY 'LOCK LEFT BY A PREVIOUS RUN - '
		      'CONTINUE ? (Y/N) '
		  ACCEPT WS-LCK-ANSWER
		  IF WS-LCK-ANSWER NOT = 'Y'
		     AND WS-LCK-ANSWER NOT = 'y'
		     MOVE 'Y' TO WS-BUSY
		  END-IF
	       ELSE
		  MOVE 'Y' TO WS-BUSY
	       END-IF
	    END-IF.
	    IF WS-BUSY = 'N'
	       PERFORM 0053-RTN
	    END-IF.
	0051-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    OPEN OUTPUT LCK-F.
	    MOVE SPACES TO LCK-REC.
	    MOVE 'S9456SCT' TO LCK-PGM.
	    MOVE WS-LCK-DESC TO LCK-DESC.
	    MOVE WS-CURR-DT(1:8) TO LCK-DATE.
	    MOVE WS-CURR-DT(9:8) TO LCK-TIME.
	    WRITE LCK-REC.
	    CLOSE LCK-F.
	0052-RTN.
	    CALL 'CBL_DELETE_FILE' USING WS-LCK-NAME
		RETURNING WS-CALL-RC.
	    IF WS-CALL-RC NOT = 0
	       DISPLAY 'COULD NOT REMOVE A.LCK - DELETE BY HAND'
	    END-IF.
	0053-RTN.
	    OPEN INPUT SSN-F.
	    IF WS-SSN-STATUS = '00'
	       READ SSN-F
		   AT END CONTINUE
		   NOT AT END
		      IF SSN-CNT NUMERIC AND SSN-CNT > 0
			 MOVE 'Y' TO WS-BUSY
			 MOVE 'MAINTENANCE SCREEN' TO WS-HOLDER
			 DISPLAY 'DELETE A.SSN IF NO SCREEN'
			     ' IS SIGNED ON'
		      END-IF
	       END-READ
	       CLOSE SSN-F
	    END-IF.
