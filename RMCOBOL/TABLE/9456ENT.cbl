	    SELECT SSN-F ASSIGN TO RANDOM 'A.SSN'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SSN-STATUS.
	    SELECT VPN-F ASSIGN TO RANDOM 'VERIFY.PND'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VPN-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD A-F.
	FD SSN-F.
	01 SSN-REC.
	   02 SSN-CNT	PIC 9(03).
	FD VPN-F.
	01 VPN-REC.
	   02 VP-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 VP-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 VP-PASS	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 VP-SRC	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 VP-SCORES	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 VP-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VP-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VP-TIME	PIC X(08).
	WORKING-STORAGE	SECTION.
	77 I	PIC 99.
	77 EOF	PIC X VALUE 'N'.
	77 WS-HOLDER	PIC X(20).
	77 WS-SSN-STATUS	PIC XX.
	77 WS-SSN-CNT	PIC 9(03) VALUE 0.
	77 WS-KEY-MODE	PIC X VALUE 'D'.
	77 WS-VPN-STATUS	PIC XX.
	77 VPN-EOF	PIC X VALUE 'N'.
	77 WS-PND-OK	PIC X.
	77 WS-IN-PND	PIC X.
	77 WS-PND-CNT	PIC 9(03) VALUE 0.
	77 WS-KEY-CNT	PIC 9(03) VALUE 0.
	77 WS-HELD-CNT	PIC 9(04) VALUE 0.
	77 WS-KX	PIC 9(03).
	01 PND-TBL.
	   02 PND-ENT OCCURS 200 TIMES.
	      03 PT-NO	PIC 9(05).
	      03 PT-OP1	PIC X(08).
	01 KEY-TBL.
	   02 KEY-ENT OCCURS 200 TIMES.
	      03 KT-NO	PIC 9(05).
	      03 KT-SCORES	PIC X(15).
	01 CLM-TBL.
	   02 CLM-ENT OCCURS 50 TIMES.
	      03 CLM-CODE	PIC X(04).
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    DISPLAY 'ENTRY MODE - D=DIRECT H=HOLD FOR VERIFY '
		'V=VERIFY KEYING '.
	    ACCEPT WS-KEY-MODE.
	    EVALUATE WS-KEY-MODE
	       WHEN 'H' WHEN 'h'
		  MOVE 'H' TO WS-KEY-MODE
	       WHEN 'V' WHEN 'v'
		  MOVE 'V' TO WS-KEY-MODE
	       WHEN OTHER
		  MOVE 'D' TO WS-KEY-MODE
	    END-EVALUATE.
	    OPEN EXTEND AUD-F.
	    DISPLAY 'RAPID SCORE ENTRY BY CLASS'.
	    DISPLAY 'ENTER CLASS CODE (X TO EXIT) '.
	    CLOSE AUD-F.
	    CLOSE A-F.
	    PERFORM 0054-RTN.
	    IF WS-KEY-MODE = 'D'
	       DISPLAY 'STUDENTS UPDATED : ' WS-ENT-CNT
	    ELSE
	       DISPLAY 'STUDENTS KEYED FOR VERIFICATION : ' WS-HELD-CNT
	    END-IF.
	    GOBACK.
	0001-RTN.
	    PERFORM 0031-RTN.
	    IF WS-CLS-OK NOT = 'Y'
	       DISPLAY 'CLASS NOT ON MASTER : ' WS-SEL-CLASS
	    ELSE
	       IF WS-KEY-MODE = 'D'
	          PERFORM 0002-RTN
	       ELSE
	          PERFORM 0060-RTN
	       END-IF
	    END-IF.
	    DISPLAY 'ENTER CLASS CODE (X TO EXIT) '.
	    ACCEPT WS-SEL-CLASS.
	       DISPLAY 'NO STUDENTS IN CLASS ' WS-SEL-CLASS
	    END-IF.
	0003-RTN.
	    MOVE 'Y' TO WS-IN-PND.
	    IF WS-KEY-MODE = 'V'
	       PERFORM 0062-RTN
	    END-IF.
	    IF WS-IN-PND = 'Y'
	       PERFORM 0006-RTN
	    ELSE
	       UNLOCK A-F RECORD
	    END-IF.
	0006-RTN.
	    ADD 1 TO WS-STU-CNT.
	    DISPLAY A-NO ' ' A-NM.
	    PERFORM 0010-RTN.
	    MOVE WS-NEW-MK TO WS-OLD-MK.
	    IF WS-KEY-MODE = 'D'
	       DISPLAY 'CHI (' A-CH ') : '
	    ELSE
	       DISPLAY 'CHI : '
	    END-IF.
	    ACCEPT WS-IN.
	    PERFORM 0067-RTN
		UNTIL WS-KEY-MODE = 'D' OR WS-IN NUMERIC.
	    IF WS-IN NOT = SPACES
	       MOVE WS-IN TO A-CH
	    END-IF.
	    IF WS-KEY-MODE = 'D'
	       DISPLAY 'ENG (' A-EN ') : '
	    ELSE
	       DISPLAY 'ENG : '
	    END-IF.
	    ACCEPT WS-IN.
	    PERFORM 0067-RTN
		UNTIL WS-KEY-MODE = 'D' OR WS-IN NUMERIC.
	    IF WS-IN NOT = SPACES
	       MOVE WS-IN TO A-EN
	    END-IF.
	    IF WS-KEY-MODE = 'D'
	       DISPLAY 'MAT (' A-MA ') : '
	    ELSE
	       DISPLAY 'MAT : '
	    END-IF.
	    ACCEPT WS-IN.
	    PERFORM 0067-RTN
		UNTIL WS-KEY-MODE = 'D' OR WS-IN NUMERIC.
	    IF WS-IN NOT = SPACES
	       MOVE WS-IN TO A-MA
	    END-IF.
	    IF WS-KEY-MODE = 'D'
	       DISPLAY 'SCI (' A-SI ') : '
	    ELSE
	       DISPLAY 'SCI : '
	    END-IF.
	    ACCEPT WS-IN.
	    PERFORM 0067-RTN
		UNTIL WS-KEY-MODE = 'D' OR WS-IN NUMERIC.
	    IF WS-IN NOT = SPACES
	       MOVE WS-IN TO A-SI
	    END-IF.
	    IF WS-KEY-MODE = 'D'
	       DISPLAY 'SOC (' A-SO ') : '
	    ELSE
	       DISPLAY 'SOC : '
	    END-IF.
	    ACCEPT WS-IN.
	    PERFORM 0067-RTN
		UNTIL WS-KEY-MODE = 'D' OR WS-IN NUMERIC.
	    IF WS-IN NOT = SPACES
	       MOVE WS-IN TO A-SO
	    END-IF.
	    PERFORM 0005-RTN.
	    IF WS-VALID = 'Y'
	       IF WS-KEY-MODE = 'D'
	          REWRITE A-REC
		      INVALID KEY
		         DISPLAY 'REWRITE FAILED - STATUS ' WS-A-STATUS
		      NOT INVALID KEY
		         PERFORM 0010-RTN
		         PERFORM 0011-RTN
		         ADD 1 TO WS-ENT-CNT
	          END-REWRITE
	       ELSE
	          PERFORM 0063-RTN
	       END-IF
	    ELSE
	       DISPLAY 'SCORE OUT OF RANGE - NOT SAVED : ' A-NO
	    END-IF.
	          END-IF
	       END-PERFORM
	    END-IF.
	0060-RTN.
	    MOVE 0 TO WS-PND-CNT.
	    MOVE 0 TO WS-KEY-CNT.
	    MOVE 'Y' TO WS-PND-OK.
	    IF WS-KEY-MODE = 'V'
	       PERFORM 0061-RTN
	    ELSE
	       PERFORM 0068-RTN
	       IF WS-PND-CNT > 0
	          DISPLAY 'CLASS ALREADY HELD FOR VERIFICATION : '
		      WS-SEL-CLASS
	          MOVE 'N' TO WS-PND-OK
	       END-IF
	    END-IF.
	    IF WS-PND-OK = 'Y'
	       PERFORM 0002-RTN
	       IF WS-KEY-CNT > 0
	          PERFORM 0064-RTN
	       END-IF
	    END-IF.
	0061-RTN.
	    PERFORM 0068-RTN.
	    IF WS-PND-CNT = 0
	       DISPLAY 'CLASS NOT HELD FOR VERIFICATION : ' WS-SEL-CLASS
	       MOVE 'N' TO WS-PND-OK
	    ELSE
	       PERFORM VARYING WS-KX FROM 1 BY 1
		   UNTIL WS-KX > WS-PND-CNT
	          IF PT-OP1(WS-KX) = WS-OPERATOR-ID
		     MOVE 'N' TO WS-PND-OK
	          END-IF
	       END-PERFORM
	       IF WS-PND-OK = 'N'
	          DISPLAY 'CLASS FIRST KEYED BY ' WS-OPERATOR-ID
		      ' - A SECOND OPERATOR MUST VERIFY'
	       END-IF
	    END-IF.
	0062-RTN.
	    MOVE 'N' TO WS-IN-PND.
	    PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-PND-CNT
	       IF PT-NO(WS-KX) = A-NO
		  MOVE 'Y' TO WS-IN-PND
	       END-IF
	    END-PERFORM.
	0063-RTN.
	    IF WS-KEY-CNT < 200
	       ADD 1 TO WS-KEY-CNT
	       MOVE A-NO TO KT-NO(WS-KEY-CNT)
	       MOVE A-SCORE-AREA TO KT-SCORES(WS-KEY-CNT)
	    ELSE
	       DISPLAY 'CLASS TOO LARGE - NOT KEYED : ' A-NO
	    END-IF.
	0064-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    OPEN EXTEND VPN-F.
	    IF WS-VPN-STATUS NOT = '00'
	       OPEN OUTPUT VPN-F
	    END-IF.
	    PERFORM 0066-RTN VARYING WS-KX FROM 1 BY 1
		UNTIL WS-KX > WS-KEY-CNT.
	    CLOSE VPN-F.
	    ADD WS-KEY-CNT TO WS-HELD-CNT.
	    IF WS-KEY-MODE = 'H'
	       DISPLAY 'CLASS ' WS-SEL-CLASS ' HELD - A SECOND OPERATOR'
		   ' MUST KEY IT IN VERIFY MODE'
	    ELSE
	       DISPLAY 'CLASS ' WS-SEL-CLASS ' VERIFY KEYING SAVED'
		   ' - RUN THE COMPARE'
	    END-IF.
	0065-RTN.
	    PERFORM VARYING WS-KX FROM 1 BY 1
		UNTIL WS-KX > WS-PND-CNT
		   OR PT-NO(WS-KX) = VP-NO
	       CONTINUE
	    END-PERFORM.
	    IF WS-KX > WS-PND-CNT
	       IF WS-PND-CNT < 200
		  ADD 1 TO WS-PND-CNT
		  MOVE WS-PND-CNT TO WS-KX
		  MOVE VP-NO TO PT-NO(WS-KX)
		  MOVE VP-OPID TO PT-OP1(WS-KX)
	       END-IF
	    ELSE
	       MOVE VP-OPID TO PT-OP1(WS-KX)
	    END-IF.
	0066-RTN.
	    MOVE SPACES TO VPN-REC.
	    MOVE WS-SEL-CLASS TO VP-CLASS.
	    MOVE KT-NO(WS-KX) TO VP-NO.
	    IF WS-KEY-MODE = 'H'
	       MOVE '1' TO VP-PASS
	    ELSE
	       MOVE '2' TO VP-PASS
	    END-IF.
	    MOVE 'E' TO VP-SRC.
	    MOVE KT-SCORES(WS-KX) TO VP-SCORES.
	    MOVE WS-OPERATOR-ID TO VP-OPID.
	    MOVE WS-CURR-DT(1:8) TO VP-DATE.
	    MOVE WS-CURR-DT(9:8) TO VP-TIME.
	    WRITE VPN-REC.
	0067-RTN.
	    DISPLAY 'ENTER ALL THREE DIGITS (E.G. 085) : '.
	    ACCEPT WS-IN.
	0068-RTN.
	    MOVE 'N' TO VPN-EOF.
	    OPEN INPUT VPN-F.
	    IF WS-VPN-STATUS = '00'
	       READ VPN-F AT END MOVE 'Y' TO VPN-EOF END-READ
	       PERFORM UNTIL VPN-EOF = 'Y'
	          IF VP-CLASS = WS-SEL-CLASS AND VP-PASS = '1'
		     PERFORM 0065-RTN
	          END-IF
	          READ VPN-F AT END MOVE 'Y' TO VPN-EOF END-READ
	       END-PERFORM
	       CLOSE VPN-F
	    END-IF.
	0040-RTN.
	    MOVE 'N' TO WS-LOCK.
	    MOVE SPACES TO WS-LOCK-TERM.
