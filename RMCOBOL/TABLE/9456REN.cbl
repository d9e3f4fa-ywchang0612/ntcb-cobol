	ID		DIVISION.
	PROGRAM-ID.	S9456REN.
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
	    SELECT LVR-F ASSIGN TO RANDOM 'LEAVERS.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LVR-STATUS.
	    SELECT HIS-F ASSIGN TO WS-SRC-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HIS-STATUS.
	    SELECT CAT-F ASSIGN TO RANDOM 'ARCH.CAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CAT-STATUS.
	    SELECT CLS-F ASSIGN TO RANDOM 'CLASS.TBL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CLS-STATUS.
	    SELECT REN-F ASSIGN TO RANDOM 'REENROL.LOG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REN-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'RETURN.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT TRM-F ASSIGN TO RANDOM 'TERM.STS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRM-STATUS.
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
	FD LVR-F.
	01 LVR-REC.
	   02 LVR-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 LVR-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 LVR-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 LVR-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 LVR-MK	PIC X(01).
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
	   02 FILLER	PIC X(02).
	   02 HIS-MKP	PIC X(01).
	FD CAT-F.
	01 CAT-REC.
	   02 CAT-TYPE	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 CAT-NAME	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 CAT-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 CAT-TERMEND	PIC X(01).
	FD CLS-F.
	01 CLS-REC.
	   02 CLS-CODE	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-TEACHER	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 CLS-ROOM	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-ACT	PIC X(01).
	FD REN-F.
	01 REN-REC.
	   02 REN-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 REN-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 REN-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 REN-OLD-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 REN-NEW-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 REN-LEFT	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 REN-SRC	PIC X(07).
	   02 FILLER	PIC X(02).
	   02 REN-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 REN-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 REN-TIME	PIC X(08).
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	FD TRM-F.
	01 TRM-REC.
	   02 TS-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 TS-STAT	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 TS-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 TS-OPID	PIC X(08).
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
	77 WS-LVR-STATUS	PIC XX.
	77 WS-HIS-STATUS	PIC XX.
	77 WS-CAT-STATUS	PIC XX.
	77 WS-CLS-STATUS	PIC XX.
	77 WS-REN-STATUS	PIC XX.
	77 WS-TRM-STATUS	PIC XX.
	77 WS-LCK-STATUS	PIC XX.
	77 WS-SSN-STATUS	PIC XX.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 CLS-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	77 WS-BUSY	PIC X.
	77 WS-HOLDER	PIC X(20).
	77 WS-HOLDER-PGM	PIC X(08).
	77 WS-LCK-NAME	PIC X(20) VALUE 'A.LCK'.
	77 WS-LCK-ANSWER	PIC X.
	77 WS-CALL-RC	PIC S9(09) COMP-5.
	77 WS-CURR-DT	PIC X(21).
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-FUNC	PIC X.
	77 WS-ANSWER	PIC X.
	77 WS-SRCH-TYPE	PIC X.
	77 WS-SRCH-NO	PIC 9(05) VALUE 0.
	77 WS-SRCH-NM	PIC X(20).
	77 WS-LEN	PIC 99.
	77 WS-HIT	PIC X.
	77 WS-SRC-NAME	PIC X(20).
	77 WS-SRC-TAG	PIC X(07).
	77 WS-T-NO	PIC 9(05).
	77 WS-T-NM	PIC X(20).
	77 WS-T-CLASS	PIC X(04).
	77 WS-T-TERM	PIC X(06).
	77 WS-NEW-CLASS	PIC X(04).
	77 WS-CLS-OK	PIC X.
	77 WS-CLM-CNT	PIC 99 VALUE 0.
	77 WS-CMX	PIC 99.
	77 WS-ARC-CNT	PIC 99 VALUE 0.
	77 WS-AX	PIC 99.
	77 WS-CD-CNT	PIC 9(03) VALUE 0.
	77 WS-CX	PIC 9(03).
	77 WS-SHOWN	PIC 9(03).
	77 WS-ROW-CNT	PIC 9(03) VALUE 0.
	77 WS-HX	PIC 9(03).
	77 WS-JX	PIC 9(03).
	77 WS-RT-CNT	PIC 9(03) VALUE 0.
	77 WS-RT-FULL	PIC X VALUE 'N'.
	77 WS-CNT-E	PIC ZZ9.
	01 CLM-TBL.
	   02 CLM-ENT OCCURS 50 TIMES.
	      03 CLM-CODE	PIC X(04).
	      03 CLM-ACT	PIC X(01).
	01 ARC-TBL.
	   02 ARC-NAME	PIC X(20) OCCURS 50 TIMES.
	01 CD-TBL.
	   02 CD-ENT OCCURS 100 TIMES.
	      03 CD-NO	PIC 9(05).
	      03 CD-NM	PIC X(20).
	      03 CD-CLASS	PIC X(04).
	      03 CD-TERM	PIC X(06).
	      03 CD-LVR	PIC X(01).
	      03 CD-STAT	PIC X(16).
	01 ROW-TBL.
	   02 ROW-ENT OCCURS 200 TIMES.
	      03 ROW-TERM	PIC X(06).
	      03 ROW-CLASS	PIC X(04).
	      03 ROW-SU	PIC 9(03).
	      03 ROW-MK	PIC X(01).
	      03 ROW-MKP	PIC X(01).
	01 HOLD-ROW.
	   02 HOLD-TERM	PIC X(06).
	   02 HOLD-CLASS	PIC X(04).
	   02 HOLD-SU	PIC 9(03).
	   02 HOLD-MK	PIC X(01).
	   02 HOLD-MKP	PIC X(01).
	01 RT-TBL.
	   02 RT-ENT OCCURS 500 TIMES.
	      03 RT-CLASS	PIC X(04).
	      03 RT-NO	PIC 9(05).
	      03 RT-NM	PIC X(20).
	      03 RT-OLD	PIC X(04).
	      03 RT-LEFT	PIC X(06).
	      03 RT-DATE	PIC X(08).
	01 HOLD-RT.
	   02 HOLD-RT-CLASS	PIC X(04).
	   02 HOLD-RT-NO	PIC 9(05).
	   02 HOLD-RT-NM	PIC X(20).
	   02 HOLD-RT-OLD	PIC X(04).
	   02 HOLD-RT-LEFT	PIC X(06).
	   02 HOLD-RT-DATE	PIC X(08).
	01 CD-DTL.
	   02 CDD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 CDD-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 CDD-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CDD-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 CDD-SRC	PIC X(07).
	   02 FILLER	PIC X(02).
	   02 CDD-STAT	PIC X(16).
	01 ROW-DTL.
	   02 RWD-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 RWD-CLASS	PIC X(04).
	   02 FILLER	PIC X(04).
	   02 RWD-SU	PIC ZZ9.
	   02 FILLER	PIC X(05).
	   02 RWD-MK	PIC X(01).
	   02 FILLER	PIC X(05).
	   02 RWD-MKP	PIC X(01).
	01 HDR-REC-1	PIC X(80) VALUE 'RETURNING STUDENTS LIST'.
	01 HDR-REC-2.
	   02 FILLER	PIC X(06) VALUE 'TERM :'.
	   02 FILLER	PIC X(01).
	   02 HDR-TERM	PIC X(06).
	01 HDR-REC-3	PIC X(80) VALUE
	    'CLASS  NO     NAME                  LAST  LEFT    DATE'.
	01 DTL-REC.
	   02 DTL-CLASS	PIC X(04).
	   02 FILLER	PIC X(03).
	   02 DTL-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 DTL-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 DTL-OLD	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 DTL-LEFT	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 DTL-DATE	PIC X(08).
	01 SUM-REC	PIC X(80).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'RE-ENROLMENT OF RETURNING STUDENTS'.
	    IF ADDRESS OF SIGNON-OPID NOT = NULL
	       AND SIGNON-OPID NOT = SPACES
	       MOVE SIGNON-OPID TO WS-OPERATOR-ID
	    ELSE
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    DISPLAY 'ENTER WORKING TERM CODE (E.G. 2026-1) '.
	    ACCEPT WS-CHK-TERM.
	    PERFORM 0040-RTN.
	    IF WS-LOCK = 'Y'
	       DISPLAY 'TERM ' WS-CHK-TERM ' IS CLOSED - '
		   'RE-ENROLMENT REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0050-RTN.
	    IF WS-BUSY = 'Y'
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - RUN REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0051-RTN.
	    OPEN I-O A-F.
	    IF WS-A-STATUS NOT = '00'
	       DISPLAY 'CANNOT OPEN A.DAT - STATUS ' WS-A-STATUS
	       PERFORM 0052-RTN
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0030-RTN.
	    PERFORM 0001-RTN.
	    MOVE SPACE TO WS-FUNC.
	    PERFORM 0002-RTN
		UNTIL WS-FUNC = 'X' OR WS-FUNC = 'x'.
	    CLOSE A-F.
	    PERFORM 0052-RTN.
	    GOBACK.
	0001-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT CAT-F.
	    IF WS-CAT-STATUS NOT = '00'
	       DISPLAY 'ARCH.CAT NOT FOUND - LIVE HISTORY ONLY'
	    ELSE
	       READ CAT-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF CAT-TYPE = 'H' AND WS-ARC-CNT < 50
		     ADD 1 TO WS-ARC-CNT
		     MOVE CAT-NAME TO ARC-NAME(WS-ARC-CNT)
	          END-IF
	          IF CAT-TYPE = 'R'
		     PERFORM 0019-RTN
	          END-IF
	          READ CAT-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE CAT-F
	    END-IF.
	0002-RTN.
	    DISPLAY 'RE-ENROLMENT - TERM ' WS-CHK-TERM.
	    DISPLAY 'S=SEARCH  R=REINSTATE  P=PRINT LIST  X=EXIT '.
	    ACCEPT WS-FUNC.
	    EVALUATE WS-FUNC
	       WHEN 'S' WHEN 's'
		  PERFORM 0003-RTN
	       WHEN 'R' WHEN 'r'
		  PERFORM 0020-RTN
	       WHEN 'P' WHEN 'p'
		  PERFORM 0025-RTN
	       WHEN 'X' WHEN 'x'
		  CONTINUE
	       WHEN OTHER
		  DISPLAY 'INVALID FUNCTION'
	    END-EVALUATE.
	0003-RTN.
	    DISPLAY 'SEARCH BY NAME (N) OR OLD STUDENT NO (O) ? '.
	    ACCEPT WS-SRCH-TYPE.
	    EVALUATE WS-SRCH-TYPE
	       WHEN 'O' WHEN 'o'
		  MOVE 'O' TO WS-SRCH-TYPE
		  DISPLAY 'ENTER OLD STUDENT NO '
		  ACCEPT WS-SRCH-NO
		  IF WS-SRCH-NO = 0
		     DISPLAY 'STUDENT NO MUST NOT BE ZERO'
		  ELSE
		     PERFORM 0004-RTN
		     PERFORM 0005-RTN
		     PERFORM 0016-RTN
		  END-IF
	       WHEN 'N' WHEN 'n'
		  MOVE 'N' TO WS-SRCH-TYPE
		  DISPLAY 'ENTER NAME OR START OF NAME '
		  ACCEPT WS-SRCH-NM
		  PERFORM VARYING WS-LEN FROM 20 BY -1
		      UNTIL WS-LEN = 0
			 OR WS-SRCH-NM(WS-LEN:1) NOT = SPACE
		     CONTINUE
		  END-PERFORM
		  IF WS-LEN = 0
		     DISPLAY 'NAME MUST NOT BE BLANK'
		  ELSE
		     PERFORM 0004-RTN
		     PERFORM 0005-RTN
		     PERFORM 0007-RTN
		  END-IF
	       WHEN OTHER
		  DISPLAY 'INVALID SEARCH TYPE'
	    END-EVALUATE.
	0004-RTN.
	    MOVE 0 TO WS-CD-CNT.
	    MOVE 0 TO WS-ROW-CNT.
	    MOVE 'N' TO EOF.
	    OPEN INPUT LVR-F.
	    IF WS-LVR-STATUS NOT = '00'
	       DISPLAY 'LEAVERS.DAT NOT FOUND - HISTORY ONLY'
	    ELSE
	       READ LVR-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
		  MOVE LVR-NO TO WS-T-NO
		  MOVE LVR-NM TO WS-T-NM
		  PERFORM 0013-RTN
		  IF WS-HIT = 'Y'
		     MOVE LVR-CLASS TO WS-T-CLASS
		     MOVE LVR-TERM TO WS-T-TERM
		     MOVE 'LEAVERS' TO WS-SRC-TAG
		     PERFORM 0015-RTN
		  END-IF
		  READ LVR-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE LVR-F
	    END-IF.
	    MOVE 'GRADE.HIS' TO WS-SRC-NAME.
	    PERFORM 0011-RTN.
	    PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ARC-CNT
	       MOVE ARC-NAME(WS-AX) TO WS-SRC-NAME
	       PERFORM 0011-RTN
	    END-PERFORM.
	    PERFORM 0014-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CD-CNT.
	0005-RTN.
	    MOVE 0 TO WS-SHOWN.
	    DISPLAY 'NO     NAME                  LAST  TERM    SOURCE'
		'   STATUS'.
	    PERFORM 0006-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CD-CNT.
	    IF WS-SHOWN = 0
	       DISPLAY 'NO LEAVER FOUND'
	    END-IF.
	0006-RTN.
	    IF CD-STAT(WS-CX) NOT = 'CURRENT'
	       ADD 1 TO WS-SHOWN
	       MOVE SPACES TO CD-DTL
	       MOVE CD-NO(WS-CX) TO CDD-NO
	       MOVE CD-NM(WS-CX) TO CDD-NM
	       MOVE CD-CLASS(WS-CX) TO CDD-CLASS
	       MOVE CD-TERM(WS-CX) TO CDD-TERM
	       IF CD-LVR(WS-CX) = 'Y'
		  MOVE 'LEAVERS' TO CDD-SRC
	       ELSE
		  MOVE 'HISTORY' TO CDD-SRC
	       END-IF
	       MOVE CD-STAT(WS-CX) TO CDD-STAT
	       DISPLAY CD-DTL
	    END-IF.
	0007-RTN.
	    IF WS-SHOWN = 1
	       PERFORM VARYING WS-CX FROM 1 BY 1
		   UNTIL WS-CX > WS-CD-CNT
		      OR CD-STAT(WS-CX) NOT = 'CURRENT'
	          CONTINUE
	       END-PERFORM
	       MOVE CD-NO(WS-CX) TO WS-SRCH-NO
	       MOVE 'O' TO WS-SRCH-TYPE
	       PERFORM 0004-RTN
	       PERFORM 0016-RTN
	    ELSE IF WS-SHOWN > 1
	       DISPLAY 'SEARCH BY OLD STUDENT NO TO SEE GRADE HISTORY'
	    END-IF END-IF.
	0011-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT HIS-F.
	    IF WS-HIS-STATUS NOT = '00'
	       DISPLAY 'CANNOT READ ' WS-SRC-NAME ' - SKIPPED'
	    ELSE
	       READ HIS-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 0012-RTN UNTIL EOF = 'Y'
	       CLOSE HIS-F
	    END-IF.
	0012-RTN.
	    MOVE HIS-NO TO WS-T-NO.
	    MOVE HIS-NM TO WS-T-NM.
	    PERFORM 0013-RTN.
	    IF WS-HIT = 'Y' AND HIS-NO > 0
	       MOVE HIS-CLASS TO WS-T-CLASS
	       MOVE HIS-TERM TO WS-T-TERM
	       MOVE 'HISTORY' TO WS-SRC-TAG
	       PERFORM 0015-RTN
	       IF WS-SRCH-TYPE = 'O' AND WS-ROW-CNT < 200
		  ADD 1 TO WS-ROW-CNT
		  MOVE HIS-TERM TO ROW-TERM(WS-ROW-CNT)
		  MOVE HIS-CLASS TO ROW-CLASS(WS-ROW-CNT)
		  MOVE HIS-SU TO ROW-SU(WS-ROW-CNT)
		  MOVE HIS-MK TO ROW-MK(WS-ROW-CNT)
		  MOVE HIS-MKP TO ROW-MKP(WS-ROW-CNT)
	       END-IF
	    END-IF.
	    READ HIS-F AT END MOVE 'Y' TO EOF.
	0013-RTN.
	    MOVE 'N' TO WS-HIT.
	    IF WS-SRCH-TYPE = 'O'
	       IF WS-T-NO = WS-SRCH-NO
		  MOVE 'Y' TO WS-HIT
	       END-IF
	    ELSE
	       IF WS-T-NM(1:WS-LEN) = WS-SRCH-NM(1:WS-LEN)
		  MOVE 'Y' TO WS-HIT
	       END-IF
	    END-IF.
	0015-RTN.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CD-CNT OR CD-NO(WS-CX) = WS-T-NO
	       CONTINUE
	    END-PERFORM.
	    IF WS-CX > WS-CD-CNT
	       IF WS-CD-CNT < 100
		  ADD 1 TO WS-CD-CNT
		  MOVE WS-T-NO TO CD-NO(WS-CX)
		  MOVE WS-T-NM TO CD-NM(WS-CX)
		  MOVE WS-T-CLASS TO CD-CLASS(WS-CX)
		  MOVE WS-T-TERM TO CD-TERM(WS-CX)
		  MOVE 'N' TO CD-LVR(WS-CX)
		  MOVE SPACES TO CD-STAT(WS-CX)
	       END-IF
	    ELSE
	       IF WS-T-TERM > CD-TERM(WS-CX)
		  MOVE WS-T-NM TO CD-NM(WS-CX)
		  MOVE WS-T-CLASS TO CD-CLASS(WS-CX)
		  MOVE WS-T-TERM TO CD-TERM(WS-CX)
	       END-IF
	    END-IF.
	    IF WS-CX NOT > WS-CD-CNT AND WS-SRC-TAG = 'LEAVERS'
	       MOVE 'Y' TO CD-LVR(WS-CX)
	    END-IF.
	0014-RTN.
	    MOVE CD-NO(WS-CX) TO A-NO.
	    READ A-F KEY IS A-NO
		INVALID KEY
		   MOVE 'AVAILABLE' TO CD-STAT(WS-CX)
		NOT INVALID KEY
		   IF CD-LVR(WS-CX) NOT = 'Y'
		      MOVE 'CURRENT' TO CD-STAT(WS-CX)
		   ELSE IF A-NM = CD-NM(WS-CX)
		      MOVE 'ALREADY ENROLLED' TO CD-STAT(WS-CX)
		   ELSE
		      MOVE 'NO IN USE' TO CD-STAT(WS-CX)
		   END-IF END-IF
	    END-READ.
	0016-RTN.
	    PERFORM VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX NOT < WS-ROW-CNT
	       COMPUTE WS-JX = WS-HX + 1
	       PERFORM UNTIL WS-JX > WS-ROW-CNT
	          IF ROW-TERM(WS-JX) < ROW-TERM(WS-HX)
		     MOVE ROW-ENT(WS-HX) TO HOLD-ROW
		     MOVE ROW-ENT(WS-JX) TO ROW-ENT(WS-HX)
		     MOVE HOLD-ROW TO ROW-ENT(WS-JX)
	          END-IF
	          ADD 1 TO WS-JX
	       END-PERFORM
	    END-PERFORM.
	    DISPLAY 'TERM    CLASS  TOTAL  GRADE  MU'.
	    PERFORM 0017-RTN VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX > WS-ROW-CNT.
	    IF WS-ROW-CNT = 0
	       DISPLAY 'NO GRADE HISTORY ON FILE'
	    END-IF.
	0017-RTN.
	    MOVE SPACES TO ROW-DTL.
	    MOVE ROW-TERM(WS-HX) TO RWD-TERM.
	    MOVE ROW-CLASS(WS-HX) TO RWD-CLASS.
	    MOVE ROW-SU(WS-HX) TO RWD-SU.
	    MOVE ROW-MK(WS-HX) TO RWD-MK.
	    MOVE ROW-MKP(WS-HX) TO RWD-MKP.
	    DISPLAY ROW-DTL.
	0019-RTN.
	    PERFORM VARYING WS-AX FROM 1 BY 1
		UNTIL WS-AX > WS-ARC-CNT
		   OR ARC-NAME(WS-AX) = CAT-NAME
	       CONTINUE
	    END-PERFORM.
	    IF WS-AX NOT > WS-ARC-CNT
	       MOVE ARC-NAME(WS-ARC-CNT) TO ARC-NAME(WS-AX)
	       SUBTRACT 1 FROM WS-ARC-CNT
	    END-IF.
	0020-RTN.
	    DISPLAY 'ENTER OLD STUDENT NO TO REINSTATE '.
	    ACCEPT WS-SRCH-NO.
	    IF WS-SRCH-NO = 0
	       DISPLAY 'STUDENT NO MUST NOT BE ZERO'
	    ELSE
	       MOVE 'O' TO WS-SRCH-TYPE
	       PERFORM 0004-RTN
	       IF WS-CD-CNT = 0
		  DISPLAY 'NO ' WS-SRCH-NO
		      ' NOT IN LEAVERS.DAT OR GRADE HISTORY'
	       ELSE
		  PERFORM 0005-RTN
		  PERFORM 0016-RTN
		  PERFORM 0021-RTN
	       END-IF
	    END-IF.
	0021-RTN.
	    MOVE 1 TO WS-CX.
	    MOVE CD-NO(WS-CX) TO A-NO.
	    READ A-F KEY IS A-NO
		INVALID KEY
		   PERFORM 0022-RTN
		NOT INVALID KEY
		   IF A-NM = CD-NM(WS-CX)
		      DISPLAY 'STUDENT ' A-NO ' ALREADY ENROLLED IN '
			  A-CLASS ' - REFUSED'
		   ELSE
		      DISPLAY 'NO ' A-NO ' IS TAKEN BY ' A-NM ' '
			  A-CLASS ' - REFUSED'
		   END-IF
	    END-READ.
	0022-RTN.
	    DISPLAY 'ENTER CLASS SECTION TO JOIN '.
	    ACCEPT WS-NEW-CLASS.
	    PERFORM 0031-RTN.
	    IF WS-CLS-OK NOT = 'Y'
	       DISPLAY 'CLASS NOT ACTIVE ON CLASS.TBL - REFUSED : '
		   WS-NEW-CLASS
	    ELSE
	       DISPLAY 'REINSTATE ' CD-NO(WS-CX) ' ' CD-NM(WS-CX)
		   ' INTO ' WS-NEW-CLASS ' ? (Y/N) '
	       ACCEPT WS-ANSWER
	       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
		  PERFORM 0023-RTN
	       ELSE
		  DISPLAY 'RE-ENROLMENT CANCELLED'
	       END-IF
	    END-IF.
	0023-RTN.
	    MOVE SPACES TO A-REC.
	    MOVE CD-NO(WS-CX) TO A-NO.
	    MOVE WS-NEW-CLASS TO A-CLASS.
	    MOVE CD-NM(WS-CX) TO A-NM.
	    MOVE ZEROS TO A-CH A-MA A-SI A-SO.
	    MOVE '000' TO A-EN.
	    WRITE A-REC
		INVALID KEY
		   DISPLAY 'WRITE FAILED - STATUS ' WS-A-STATUS
		NOT INVALID KEY
		   PERFORM 0024-RTN
		   DISPLAY 'STUDENT RE-ENROLLED : ' A-NO ' ' A-CLASS
	    END-WRITE.
	0024-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE SPACES TO REN-REC.
	    MOVE WS-CHK-TERM TO REN-TERM.
	    MOVE CD-NO(WS-CX) TO REN-NO.
	    MOVE CD-NM(WS-CX) TO REN-NM.
	    MOVE CD-CLASS(WS-CX) TO REN-OLD-CLASS.
	    MOVE WS-NEW-CLASS TO REN-NEW-CLASS.
	    MOVE CD-TERM(WS-CX) TO REN-LEFT.
	    IF CD-LVR(WS-CX) = 'Y'
	       MOVE 'LEAVERS' TO REN-SRC
	    ELSE
	       MOVE 'HISTORY' TO REN-SRC
	    END-IF.
	    MOVE WS-OPERATOR-ID TO REN-OPID.
	    MOVE WS-CURR-DT(1:8) TO REN-DATE.
	    MOVE WS-CURR-DT(9:8) TO REN-TIME.
	    OPEN EXTEND REN-F.
	    IF WS-REN-STATUS NOT = '00'
	       OPEN OUTPUT REN-F
	    END-IF.
	    WRITE REN-REC.
	    CLOSE REN-F.
	0025-RTN.
	    MOVE 0 TO WS-RT-CNT.
	    MOVE 'N' TO WS-RT-FULL.
	    MOVE 'N' TO EOF.
	    OPEN INPUT REN-F.
	    IF WS-REN-STATUS = '00'
	       READ REN-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 0026-RTN UNTIL EOF = 'Y'
	       CLOSE REN-F
	    END-IF.
	    PERFORM VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX NOT < WS-RT-CNT
	       COMPUTE WS-JX = WS-HX + 1
	       PERFORM UNTIL WS-JX > WS-RT-CNT
	          IF RT-CLASS(WS-JX) < RT-CLASS(WS-HX)
		     OR (RT-CLASS(WS-JX) = RT-CLASS(WS-HX)
			 AND RT-NO(WS-JX) < RT-NO(WS-HX))
		     MOVE RT-ENT(WS-HX) TO HOLD-RT
		     MOVE RT-ENT(WS-JX) TO RT-ENT(WS-HX)
		     MOVE HOLD-RT TO RT-ENT(WS-JX)
	          END-IF
	          ADD 1 TO WS-JX
	       END-PERFORM
	    END-PERFORM.
	    OPEN OUTPUT RPT-F.
	    WRITE RPT-REC FROM HDR-REC-1.
	    MOVE WS-CHK-TERM TO HDR-TERM.
	    WRITE RPT-REC FROM HDR-REC-2.
	    WRITE RPT-REC FROM HDR-REC-3.
	    PERFORM 0027-RTN VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX > WS-RT-CNT.
	    MOVE WS-RT-CNT TO WS-CNT-E.
	    MOVE SPACES TO SUM-REC.
	    STRING 'RETURNING STUDENTS ' WS-CNT-E
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    CLOSE RPT-F.
	    IF WS-RT-FULL = 'Y'
	       DISPLAY 'MORE THAN 500 RETURNERS - LIST TRUNCATED'
	    END-IF.
	    DISPLAY 'LIST WRITTEN TO RETURN.RPT'.
	0026-RTN.
	    IF REN-TERM = WS-CHK-TERM
	       IF WS-RT-CNT < 500
		  ADD 1 TO WS-RT-CNT
		  MOVE REN-NEW-CLASS TO RT-CLASS(WS-RT-CNT)
		  MOVE REN-NO TO RT-NO(WS-RT-CNT)
		  MOVE REN-NM TO RT-NM(WS-RT-CNT)
		  MOVE REN-OLD-CLASS TO RT-OLD(WS-RT-CNT)
		  MOVE REN-LEFT TO RT-LEFT(WS-RT-CNT)
		  MOVE REN-DATE TO RT-DATE(WS-RT-CNT)
	       ELSE
		  MOVE 'Y' TO WS-RT-FULL
	       END-IF
	    END-IF.
	    READ REN-F AT END MOVE 'Y' TO EOF.
	0027-RTN.
	    MOVE SPACES TO DTL-REC.
	    MOVE RT-CLASS(WS-HX) TO DTL-CLASS.
	    MOVE RT-NO(WS-HX) TO DTL-NO.
	    MOVE RT-NM(WS-HX) TO DTL-NM.
	    MOVE RT-OLD(WS-HX) TO DTL-OLD.
	    MOVE RT-LEFT(WS-HX) TO DTL-LEFT.
	    MOVE RT-DATE(WS-HX) TO DTL-DATE.
	    WRITE RPT-REC FROM DTL-REC.
	0030-RTN.
	    MOVE 'N' TO CLS-EOF.
	    OPEN INPUT CLS-F.
	    IF WS-CLS-STATUS NOT = '00'
	       DISPLAY 'CLASS.TBL NOT FOUND - REINSTATEMENT REFUSED'
	    ELSE
	       READ CLS-F AT END MOVE 'Y' TO CLS-EOF END-READ
	       PERFORM UNTIL CLS-EOF = 'Y' OR WS-CLM-CNT = 50
	          ADD 1 TO WS-CLM-CNT
	          MOVE CLS-CODE TO CLM-CODE(WS-CLM-CNT)
	          MOVE CLS-ACT TO CLM-ACT(WS-CLM-CNT)
	          READ CLS-F AT END MOVE 'Y' TO CLS-EOF END-READ
	       END-PERFORM
	       CLOSE CLS-F
	    END-IF.
	0031-RTN.
	    MOVE 'N' TO WS-CLS-OK.
	    PERFORM VARYING WS-CMX FROM 1 BY 1
		UNTIL WS-CMX > WS-CLM-CNT
	       IF CLM-CODE(WS-CMX) = WS-NEW-CLASS
		  AND CLM-ACT(WS-CMX) = 'Y'
		  MOVE 'Y' TO WS-CLS-OK
	       END-IF
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
	       IF WS-HOLDER-PGM = 'S9456REN'
	          DISPLAY 'LOCK LEFT BY A PREVIOUS RE-ENROLMENT - '
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
	    MOVE 'S9456REN' TO LCK-PGM.
	    MOVE 'RE-ENROLMENT' TO LCK-DESC.
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
