	ID		DIVISION.
	PROGRAM-ID.	S9456TRF.
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
	    SELECT TRF-F ASSIGN TO RANDOM 'TRANSFER.LOG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRF-STATUS.
	    SELECT CLS-F ASSIGN TO RANDOM 'CLASS.TBL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CLS-STATUS.
	    SELECT EPR-F ASSIGN TO RANDOM 'ELIG.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EPR-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'TRANSFER.RPT'
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
	FD CLS-F.
	01 CLS-REC.
	   02 CLS-CODE	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-TEACHER	PIC X(20).
	   02 FILLER	PIC X(02).
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
	77 WS-TRF-STATUS	PIC XX.
	77 WS-CLS-STATUS	PIC XX.
	77 WS-EPR-STATUS	PIC XX.
	77 WS-TRM-STATUS	PIC XX.
	77 WS-LCK-STATUS	PIC XX.
	77 WS-SSN-STATUS	PIC XX.
	77 WS-SSN-CNT	PIC 9(03) VALUE 0.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 CLS-EOF	PIC X VALUE 'N'.
	77 EPR-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	77 WS-BUSY	PIC X.
	77 WS-HOLDER	PIC X(20).
	77 WS-CURR-DT	PIC X(21).
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-FUNC	PIC X.
	77 WS-ANSWER	PIC X.
	77 WS-LOOKUP-NO	PIC 9(05) VALUE 0.
	77 WS-OLD-CLASS	PIC X(04).
	77 WS-NEW-CLASS	PIC X(04).
	77 WS-EFF	PIC X(08).
	77 WS-REASON	PIC X(30).
	77 WS-TERM-FROM	PIC X(08).
	77 WS-TERM-TO	PIC X(08).
	77 WS-LAST-EFF	PIC X(08).
	77 WS-CLS-OK	PIC X.
	77 WS-CLM-CNT	PIC 99 VALUE 0.
	77 WS-CMX	PIC 99.
	77 WS-TR-CNT	PIC 9(04) VALUE 0.
	77 WS-TX	PIC 9(04).
	77 WS-RG-CNT	PIC 9(04) VALUE 0.
	77 WS-RG-FULL	PIC X VALUE 'N'.
	77 WS-HX	PIC 9(04).
	77 WS-JX	PIC 9(04).
	77 WS-BRK-CLASS	PIC X(04).
	77 WS-IN-CNT	PIC 9(04) VALUE 0.
	77 WS-CNT-E	PIC ZZZ9.
	01 CLM-TBL.
	   02 CLM-ENT OCCURS 50 TIMES.
	      03 CLM-CODE	PIC X(04).
	      03 CLM-TEACHER	PIC X(20).
	      03 CLM-ACT	PIC X(01).
	01 TR-TBL.
	   02 TR-ENT OCCURS 2000 TIMES.
	      03 TR-NO	PIC 9(05).
	      03 TR-EFF	PIC X(08).
	01 RG-TBL.
	   02 RG-ENT OCCURS 1000 TIMES.
	      03 RG-CLASS	PIC X(04).
	      03 RG-DIR	PIC X(03).
	      03 RG-EFF	PIC X(08).
	      03 RG-NO	PIC 9(05).
	      03 RG-NM	PIC X(20).
	      03 RG-OTHER	PIC X(04).
	      03 RG-REASON	PIC X(30).
	01 HOLD-RG.
	   02 HOLD-CLASS	PIC X(04).
	   02 HOLD-DIR	PIC X(03).
	   02 HOLD-EFF	PIC X(08).
	   02 HOLD-NO	PIC 9(05).
	   02 HOLD-NM	PIC X(20).
	   02 HOLD-OTHER	PIC X(04).
	   02 HOLD-REASON	PIC X(30).
	01 HDR-REC-1	PIC X(80) VALUE 'CLASS TRANSFER REGISTER'.
	01 HDR-REC-2.
	   02 FILLER	PIC X(06) VALUE 'TERM :'.
	   02 FILLER	PIC X(01).
	   02 HDR-TERM	PIC X(06).
	01 CLS-HDR.
	   02 FILLER	PIC X(06) VALUE 'CLASS '.
	   02 CH-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CH-TEACHER	PIC X(20).
	01 COL-HDR.
	   02 FILLER	PIC X(40) VALUE
	      '  IN/OUT EFFECTIVE NO     NAME         '.
	   02 FILLER	PIC X(40) VALUE
	      '       FROM/TO REASON                  '.
	01 DTL-REC.
	   02 FILLER	PIC X(02).
	   02 DTL-DIR	PIC X(03).
	   02 FILLER	PIC X(04).
	   02 DTL-EFF	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 DTL-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 DTL-NM	PIC X(20).
	   02 FILLER	PIC X(01).
	   02 DTL-OTHER	PIC X(04).
	   02 FILLER	PIC X(04).
	   02 DTL-REASON	PIC X(25).
	01 SUM-REC	PIC X(80).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'MID-TERM CLASS TRANSFER'.
	    PERFORM 0050-RTN.
	    IF WS-BUSY = 'Y'
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - TRY LATER'
	       GOBACK
	    END-IF.
	    OPEN I-O A-F.
	    IF WS-A-STATUS NOT = '00'
	       DISPLAY 'CANNOT OPEN A.DAT - STATUS ' WS-A-STATUS
	       GOBACK
	    END-IF.
	    PERFORM 0053-RTN.
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
		   'REGISTER ONLY'
	    END-IF.
	    PERFORM 0030-RTN.
	    PERFORM 0001-RTN.
	    PERFORM 0002-RTN.
	    MOVE SPACE TO WS-FUNC.
	    PERFORM 0003-RTN
		UNTIL WS-FUNC = 'X' OR WS-FUNC = 'x'.
	    CLOSE A-F.
	    PERFORM 0054-RTN.
	    GOBACK.
	0001-RTN.
	    MOVE SPACES TO WS-TERM-FROM.
	    MOVE SPACES TO WS-TERM-TO.
	    MOVE 'N' TO EPR-EOF.
	    OPEN INPUT EPR-F.
	    IF WS-EPR-STATUS = '00'
	       READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       PERFORM UNTIL EPR-EOF = 'Y'
	          IF EP-TERM = WS-CHK-TERM
		     MOVE EP-FROM TO WS-TERM-FROM
		     MOVE EP-TO TO WS-TERM-TO
	          END-IF
	          READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       END-PERFORM
	       CLOSE EPR-F
	    END-IF.
	    IF WS-TERM-FROM = SPACES
	       DISPLAY 'NO TERM DATES IN ELIG.PRM FOR ' WS-CHK-TERM
		   ' - EFFECTIVE DATE NOT RANGE CHECKED'
	    END-IF.
	0002-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT TRF-F.
	    IF WS-TRF-STATUS = '00'
	       READ TRF-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF WS-TR-CNT < 2000
		     ADD 1 TO WS-TR-CNT
		     MOVE TRF-NO TO TR-NO(WS-TR-CNT)
		     MOVE TRF-EFF TO TR-EFF(WS-TR-CNT)
	          END-IF
	          READ TRF-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE TRF-F
	    END-IF.
	0003-RTN.
	    DISPLAY 'CLASS TRANSFER - TERM ' WS-CHK-TERM.
	    DISPLAY 'T=TRANSFER  R=REGISTER  X=EXIT '.
	    ACCEPT WS-FUNC.
	    EVALUATE WS-FUNC
	       WHEN 'T' WHEN 't'
		  IF WS-LOCK = 'Y'
		     PERFORM 0041-RTN
		  ELSE
		     PERFORM 0004-RTN
		  END-IF
	       WHEN 'R' WHEN 'r'
		  PERFORM 0020-RTN
	       WHEN 'X' WHEN 'x'
		  CONTINUE
	       WHEN OTHER
		  DISPLAY 'INVALID FUNCTION'
	    END-EVALUATE.
	0004-RTN.
	    DISPLAY 'ENTER STUDENT NO TO TRANSFER '.
	    ACCEPT WS-LOOKUP-NO.
	    MOVE WS-LOOKUP-NO TO A-NO.
	    READ A-F WITH LOCK KEY IS A-NO
		INVALID KEY
		   DISPLAY 'STUDENT NOT ON FILE : ' WS-LOOKUP-NO
		NOT INVALID KEY
		   PERFORM 0005-RTN
		   UNLOCK A-F RECORD
	    END-READ.
	0005-RTN.
	    DISPLAY A-NO ' ' A-CLASS ' ' A-NM.
	    MOVE A-CLASS TO WS-OLD-CLASS.
	    DISPLAY 'ENTER NEW CLASS SECTION '.
	    ACCEPT WS-NEW-CLASS.
	    PERFORM 0031-RTN.
	    IF WS-NEW-CLASS = WS-OLD-CLASS
	       DISPLAY 'STUDENT IS ALREADY IN ' WS-OLD-CLASS
	    ELSE IF WS-CLS-OK NOT = 'Y'
	       DISPLAY 'CLASS NOT ACTIVE ON CLASS.TBL - '
		   'TRANSFER REFUSED : ' WS-NEW-CLASS
	    ELSE
	       PERFORM 0006-RTN
	    END-IF END-IF.
	0006-RTN.
	    DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD) '.
	    ACCEPT WS-EFF.
	    MOVE LOW-VALUES TO WS-LAST-EFF.
	    PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TR-CNT
	       IF TR-NO(WS-TX) = A-NO AND TR-EFF(WS-TX) > WS-LAST-EFF
		  MOVE TR-EFF(WS-TX) TO WS-LAST-EFF
	       END-IF
	    END-PERFORM.
	    IF WS-EFF NOT NUMERIC
	       DISPLAY 'INVALID DATE - YYYYMMDD EXPECTED'
	    ELSE IF WS-TERM-FROM NOT = SPACES
	       AND (WS-EFF < WS-TERM-FROM OR WS-EFF > WS-TERM-TO)
	       DISPLAY 'EFFECTIVE DATE OUTSIDE TERM ' WS-TERM-FROM
		   ' - ' WS-TERM-TO ' - TRANSFER REFUSED'
	    ELSE IF WS-EFF < WS-LAST-EFF
	       DISPLAY 'LATER TRANSFER ALREADY ON LOG ('
		   WS-LAST-EFF ') - TRANSFER REFUSED'
	    ELSE
	       PERFORM 0007-RTN
	    END-IF END-IF END-IF.
	0007-RTN.
	    DISPLAY 'ENTER REASON FOR TRANSFER '.
	    ACCEPT WS-REASON.
	    IF WS-REASON = SPACES
	       DISPLAY 'REASON IS REQUIRED - TRANSFER NOT MADE'
	    ELSE
	       DISPLAY 'TRANSFER ' A-NO ' FROM ' WS-OLD-CLASS ' TO '
		   WS-NEW-CLASS ' EFFECTIVE ' WS-EFF ' ? (Y/N) '
	       ACCEPT WS-ANSWER
	       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
		  PERFORM 0008-RTN
	       ELSE
		  DISPLAY 'TRANSFER CANCELLED'
	       END-IF
	    END-IF.
	0008-RTN.
	    MOVE WS-NEW-CLASS TO A-CLASS.
	    REWRITE A-REC
		INVALID KEY
		   DISPLAY 'REWRITE FAILED - STATUS ' WS-A-STATUS
		NOT INVALID KEY
		   PERFORM 0009-RTN
		   DISPLAY 'STUDENT TRANSFERRED : ' A-NO ' TO ' A-CLASS
	    END-REWRITE.
	0009-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE SPACES TO TRF-REC.
	    MOVE WS-CHK-TERM TO TRF-TERM.
	    MOVE A-NO TO TRF-NO.
	    MOVE A-NM TO TRF-NM.
	    MOVE WS-OLD-CLASS TO TRF-OLD.
	    MOVE WS-NEW-CLASS TO TRF-NEW.
	    MOVE WS-EFF TO TRF-EFF.
	    MOVE WS-REASON TO TRF-REASON.
	    MOVE WS-OPERATOR-ID TO TRF-OPID.
	    MOVE WS-CURR-DT(1:8) TO TRF-DATE.
	    MOVE WS-CURR-DT(9:8) TO TRF-TIME.
	    OPEN EXTEND TRF-F.
	    IF WS-TRF-STATUS NOT = '00'
	       OPEN OUTPUT TRF-F
	    END-IF.
	    WRITE TRF-REC.
	    CLOSE TRF-F.
	    IF WS-TR-CNT < 2000
	       ADD 1 TO WS-TR-CNT
	       MOVE A-NO TO TR-NO(WS-TR-CNT)
	       MOVE WS-EFF TO TR-EFF(WS-TR-CNT)
	    END-IF.
	0020-RTN.
	    MOVE 0 TO WS-RG-CNT.
	    MOVE 0 TO WS-IN-CNT.
	    MOVE 'N' TO WS-RG-FULL.
	    MOVE 'N' TO EOF.
	    OPEN INPUT TRF-F.
	    IF WS-TRF-STATUS = '00'
	       READ TRF-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 0021-RTN UNTIL EOF = 'Y'
	       CLOSE TRF-F
	    END-IF.
	    PERFORM VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX NOT < WS-RG-CNT
	       COMPUTE WS-JX = WS-HX + 1
	       PERFORM UNTIL WS-JX > WS-RG-CNT
	          IF RG-CLASS(WS-JX) < RG-CLASS(WS-HX)
		     OR (RG-CLASS(WS-JX) = RG-CLASS(WS-HX)
			 AND RG-DIR(WS-JX) < RG-DIR(WS-HX))
		     OR (RG-CLASS(WS-JX) = RG-CLASS(WS-HX)
			 AND RG-DIR(WS-JX) = RG-DIR(WS-HX)
			 AND RG-EFF(WS-JX) < RG-EFF(WS-HX))
		     MOVE RG-ENT(WS-HX) TO HOLD-RG
		     MOVE RG-ENT(WS-JX) TO RG-ENT(WS-HX)
		     MOVE HOLD-RG TO RG-ENT(WS-JX)
	          END-IF
	          ADD 1 TO WS-JX
	       END-PERFORM
	    END-PERFORM.
	    OPEN OUTPUT RPT-F.
	    WRITE RPT-REC FROM HDR-REC-1.
	    MOVE WS-CHK-TERM TO HDR-TERM.
	    WRITE RPT-REC FROM HDR-REC-2.
	    MOVE SPACES TO WS-BRK-CLASS.
	    PERFORM 0022-RTN VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX > WS-RG-CNT.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE WS-IN-CNT TO WS-CNT-E.
	    MOVE SPACES TO SUM-REC.
	    STRING 'TRANSFERS IN TERM ' WS-CNT-E
		DELIMITED BY SIZE INTO SUM-REC.
	    WRITE RPT-REC FROM SUM-REC.
	    CLOSE RPT-F.
	    IF WS-RG-FULL = 'Y'
	       DISPLAY 'MORE THAN 500 TRANSFERS - REGISTER TRUNCATED'
	    END-IF.
	    DISPLAY 'REGISTER WRITTEN TO TRANSFER.RPT'.
	0021-RTN.
	    IF TRF-TERM = WS-CHK-TERM
	       IF WS-RG-CNT < 999
		  ADD 1 TO WS-IN-CNT
		  ADD 1 TO WS-RG-CNT
		  MOVE TRF-NEW TO RG-CLASS(WS-RG-CNT)
		  MOVE 'IN' TO RG-DIR(WS-RG-CNT)
		  MOVE TRF-OLD TO RG-OTHER(WS-RG-CNT)
		  PERFORM 0023-RTN
		  ADD 1 TO WS-RG-CNT
		  MOVE TRF-OLD TO RG-CLASS(WS-RG-CNT)
		  MOVE 'OUT' TO RG-DIR(WS-RG-CNT)
		  MOVE TRF-NEW TO RG-OTHER(WS-RG-CNT)
		  PERFORM 0023-RTN
	       ELSE
		  MOVE 'Y' TO WS-RG-FULL
	       END-IF
	    END-IF.
	    READ TRF-F AT END MOVE 'Y' TO EOF.
	0023-RTN.
	    MOVE TRF-EFF TO RG-EFF(WS-RG-CNT).
	    MOVE TRF-NO TO RG-NO(WS-RG-CNT).
	    MOVE TRF-NM TO RG-NM(WS-RG-CNT).
	    MOVE TRF-REASON TO RG-REASON(WS-RG-CNT).
	0022-RTN.
	    IF RG-CLASS(WS-HX) NOT = WS-BRK-CLASS
	       MOVE RG-CLASS(WS-HX) TO WS-BRK-CLASS
	       MOVE SPACES TO RPT-REC
	       WRITE RPT-REC
	       MOVE WS-BRK-CLASS TO CH-CLASS
	       MOVE SPACES TO CH-TEACHER
	       PERFORM VARYING WS-CMX FROM 1 BY 1
		   UNTIL WS-CMX > WS-CLM-CNT
	          IF CLM-CODE(WS-CMX) = WS-BRK-CLASS
		     MOVE CLM-TEACHER(WS-CMX) TO CH-TEACHER
	          END-IF
	       END-PERFORM
	       WRITE RPT-REC FROM CLS-HDR
	       WRITE RPT-REC FROM COL-HDR
	    END-IF.
	    MOVE SPACES TO DTL-REC.
	    MOVE RG-DIR(WS-HX) TO DTL-DIR.
	    MOVE RG-EFF(WS-HX) TO DTL-EFF.
	    MOVE RG-NO(WS-HX) TO DTL-NO.
	    MOVE RG-NM(WS-HX) TO DTL-NM.
	    MOVE RG-OTHER(WS-HX) TO DTL-OTHER.
	    MOVE RG-REASON(WS-HX) TO DTL-REASON.
	    WRITE RPT-REC FROM DTL-REC.
	0030-RTN.
	    MOVE 'N' TO CLS-EOF.
	    OPEN INPUT CLS-F.
	    IF WS-CLS-STATUS NOT = '00'
	       DISPLAY 'CLASS.TBL NOT FOUND - TRANSFERS REFUSED'
	    ELSE
	       READ CLS-F AT END MOVE 'Y' TO CLS-EOF END-READ
	       PERFORM UNTIL CLS-EOF = 'Y' OR WS-CLM-CNT = 50
	          ADD 1 TO WS-CLM-CNT
	          MOVE CLS-CODE TO CLM-CODE(WS-CLM-CNT)
	          MOVE CLS-TEACHER TO CLM-TEACHER(WS-CLM-CNT)
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
	0041-RTN.
	    DISPLAY 'TERM ' WS-CHK-TERM ' IS CLOSED - '
	        'TRANSFER REFUSED'.
	    DISPLAY 'ASK A SUPERVISOR TO REOPEN THE TERM (S9456TRM)'.
	0050-RTN.
	    MOVE 'N' TO WS-BUSY.
	    OPEN INPUT LCK-F.
	    IF WS-LCK-STATUS = '00'
	       READ LCK-F
		   AT END
		      MOVE 'UNKNOWN' TO WS-HOLDER
		   NOT AT END
		      MOVE LCK-DESC TO WS-HOLDER
	       END-READ
	       CLOSE LCK-F
	       MOVE 'Y' TO WS-BUSY
	    END-IF.
	0053-RTN.
	    PERFORM 0055-RTN.
	    ADD 1 TO WS-SSN-CNT.
	    PERFORM 0056-RTN.
	0054-RTN.
	    PERFORM 0055-RTN.
	    IF WS-SSN-CNT > 0
	       SUBTRACT 1 FROM WS-SSN-CNT
	    END-IF.
	    PERFORM 0056-RTN.
	0055-RTN.
	    MOVE 0 TO WS-SSN-CNT.
	    OPEN INPUT SSN-F.
	    IF WS-SSN-STATUS = '00'
	       READ SSN-F
		   AT END CONTINUE
		   NOT AT END
		      IF SSN-CNT NUMERIC
			 MOVE SSN-CNT TO WS-SSN-CNT
		      END-IF
	       END-READ
	       CLOSE SSN-F
	    END-IF.
	0056-RTN.
	    OPEN OUTPUT SSN-F.
	    MOVE WS-SSN-CNT TO SSN-CNT.
	    WRITE SSN-REC.
	    CLOSE SSN-F.
