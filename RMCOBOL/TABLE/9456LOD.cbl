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
	   02 VP-SCORES.
	      03 VP-CH	PIC X(03).
	      03 VP-EN	PIC X(03).
	      03 VP-MA	PIC X(03).
	      03 VP-SI	PIC X(03).
	      03 VP-SO	PIC X(03).
	   02 FILLER	PIC X(02).
	   02 VP-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VP-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VP-TIME	PIC X(08).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-VALID	PIC X VALUE 'Y'.
	77 WS-A-STATUS	PIC XX.
	77 WS-TRN-STATUS	PIC XX.
	77 WS-VPN-STATUS	PIC XX.
	77 VPN-EOF	PIC X VALUE 'N'.
	77 WS-HC-CNT	PIC 99 VALUE 0.
	77 WS-HCX	PIC 99.
	77 WS-HELD	PIC X.
	77 WS-NO-NUM	PIC 9(05).
	77 WS-CH-NUM	PIC 9(03).
	77 WS-SCORE	PIC X(03).
	77 WS-LCK-ANSWER	PIC X.
	77 WS-CURR-DT	PIC X(21).
	77 WS-CALL-RC	PIC S9(09) COMP-5.
	77 WS-LOAD-MODE	PIC X VALUE 'D'.
	77 WS-OPERATOR-ID	PIC X(08).
	01 CLM-TBL.
	   02 CLM-ENT OCCURS 50 TIMES.
	      03 CLM-CODE	PIC X(04).
	      03 CLM-ACT	PIC X(01).
	01 HC-TBL.
	   02 HC-CLASS	PIC X(04) OCCURS 50 TIMES.
	01 REJ-OUT-REC.
	   02 RJ-NO	PIC X(05).
	   02 FILLER	PIC X(02).
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - RUN REFUSED'
	       GOBACK
	    END-IF.
	    DISPLAY 'APPLY TO A.DAT (D) OR HOLD FOR '
		'VERIFICATION (H) ? '.
	    ACCEPT WS-LOAD-MODE.
	    IF WS-LOAD-MODE = 'H' OR WS-LOAD-MODE = 'h'
	       MOVE 'H' TO WS-LOAD-MODE
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    ELSE
	       MOVE 'D' TO WS-LOAD-MODE
	    END-IF.
	    MOVE 'SCORE LOAD' TO WS-LCK-DESC.
	    PERFORM 0051-RTN.
	    OPEN INPUT TRN-F.
	    PERFORM 0030-RTN.
	    OPEN OUTPUT REJ-F
		 OUTPUT LRP-F.
	    IF WS-LOAD-MODE = 'H'
	       PERFORM 0009-RTN
	       OPEN EXTEND VPN-F
	       IF WS-VPN-STATUS NOT = '00'
		  OPEN OUTPUT VPN-F
	       END-IF
	       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
	       MOVE 'SCORE LOAD REPORT - HELD FOR VERIFICATION'
		   TO LRP-REC
	    ELSE
	       MOVE 'SCORE LOAD REPORT' TO LRP-REC
	    END-IF.
	    WRITE LRP-REC.
	    READ TRN-F AT END MOVE 'Y' TO EOF.
	    PERFORM 0001-RTN UNTIL EOF = 'Y'.
	    PERFORM 0004-RTN.
	    CLOSE TRN-F A-F REJ-F LRP-F.
	    IF WS-LOAD-MODE = 'H'
	       CLOSE VPN-F
	       DISPLAY 'HELD CLASSES MUST BE VERIFY-KEYED BY A '
		   'SECOND OPERATOR'
	    END-IF.
	    PERFORM 0052-RTN.
	    GOBACK.
	0001-RTN.
	    ADD 1 TO WS-READ-CNT.
	    PERFORM 0002-RTN.
	    IF WS-VALID = 'Y'
	       IF WS-LOAD-MODE = 'H'
	          PERFORM 0011-RTN
	          IF WS-HELD = 'Y'
		     MOVE '07' TO RJ-RSN
		     MOVE 'HELD FOR VERIFY' TO RJ-RSN-TXT
		     PERFORM 0005-RTN
		     MOVE SPACES TO LRP-REC
		     STRING 'REJECTED CLASS HELD FOR VERIFICATION '
			 TRN-NO ' ' TRN-CLASS
			 DELIMITED BY SIZE INTO LRP-REC
		     WRITE LRP-REC
	          ELSE
		     PERFORM 0008-RTN
	          END-IF
	       ELSE
	          PERFORM 0003-RTN
	       END-IF
	    END-IF.
	    READ TRN-F AT END MOVE 'Y' TO EOF.
	0002-RTN.
		       DELIMITED BY SIZE INTO LRP-REC
		   WRITE LRP-REC
	    END-REWRITE.
	0008-RTN.
	    MOVE SPACES TO VPN-REC.
	    MOVE TRN-CLASS TO VP-CLASS.
	    MOVE WS-NO-NUM TO VP-NO.
	    MOVE '1' TO VP-PASS.
	    MOVE 'L' TO VP-SRC.
	    MOVE TRN-CH TO VP-CH.
	    MOVE TRN-EN TO VP-EN.
	    MOVE TRN-MA TO VP-MA.
	    MOVE TRN-SI TO VP-SI.
	    MOVE TRN-SO TO VP-SO.
	    MOVE WS-OPERATOR-ID TO VP-OPID.
	    MOVE WS-CURR-DT(1:8) TO VP-DATE.
	    MOVE WS-CURR-DT(9:8) TO VP-TIME.
	    WRITE VPN-REC.
	    ADD 1 TO WS-APPL-CNT.
	    MOVE SPACES TO LRP-REC.
	    STRING 'HELD    ' TRN-NO ' ' TRN-CLASS
		' ' TRN-SCORES
		DELIMITED BY SIZE INTO LRP-REC.
	    WRITE LRP-REC.
	0009-RTN.
	    MOVE 0 TO WS-HC-CNT.
	    MOVE 'N' TO VPN-EOF.
	    OPEN INPUT VPN-F.
	    IF WS-VPN-STATUS = '00'
	       READ VPN-F AT END MOVE 'Y' TO VPN-EOF END-READ
	       PERFORM UNTIL VPN-EOF = 'Y'
	          IF VP-PASS = '1'
		     PERFORM 0010-RTN
	          END-IF
	          READ VPN-F AT END MOVE 'Y' TO VPN-EOF END-READ
	       END-PERFORM
	       CLOSE VPN-F
	    END-IF.
	0010-RTN.
	    PERFORM VARYING WS-HCX FROM 1 BY 1
		UNTIL WS-HCX > WS-HC-CNT
		   OR HC-CLASS(WS-HCX) = VP-CLASS
	       CONTINUE
	    END-PERFORM.
	    IF WS-HCX > WS-HC-CNT AND WS-HC-CNT < 50
	       ADD 1 TO WS-HC-CNT
	       MOVE VP-CLASS TO HC-CLASS(WS-HC-CNT)
	    END-IF.
	0011-RTN.
	    MOVE 'N' TO WS-HELD.
	    PERFORM VARYING WS-HCX FROM 1 BY 1
		UNTIL WS-HCX > WS-HC-CNT
	       IF HC-CLASS(WS-HCX) = TRN-CLASS
		  MOVE 'Y' TO WS-HELD
	       END-IF
	    END-PERFORM.
	0005-RTN.
	    ADD 1 TO WS-REJ-CNT.
	    MOVE TRN-NO TO RJ-NO.
	    MOVE WS-APPL-CNT TO WS-APPL-E.
	    MOVE WS-REJ-CNT TO WS-REJ-E.
	    MOVE SPACES TO LRP-REC.
	    IF WS-LOAD-MODE = 'H'
	       STRING 'READ=' WS-READ-E ' HELD=' WS-APPL-E
		   ' REJECTED=' WS-REJ-E
		   DELIMITED BY SIZE INTO LRP-REC
	    ELSE
	       STRING 'READ=' WS-READ-E ' APPLIED=' WS-APPL-E
		   ' REJECTED=' WS-REJ-E
		   DELIMITED BY SIZE INTO LRP-REC
	    END-IF.
	    WRITE LRP-REC.
	    DISPLAY 'SCORE LOAD : ' LRP-REC.
	0030-RTN.
