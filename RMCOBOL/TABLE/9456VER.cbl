	ID		DIVISION.
	PROGRAM-ID.	S9456VER.
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
	    SELECT VPN-F ASSIGN TO RANDOM 'VERIFY.PND'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VPN-STATUS.
	    SELECT VLG-F ASSIGN TO RANDOM 'VERIFY.LOG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VLG-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'VERIFY.RPT'
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
	FD VLG-F.
	01 VLG-REC.
	   02 VL-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 VL-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 VL-SRC	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 VL-SCORES	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 VL-OP1	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VL-OP2	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VL-OPR	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VL-REL	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VL-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 VL-TIME	PIC X(08).
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
	77 WS-VPN-STATUS	PIC XX.
	77 WS-VLG-STATUS	PIC XX.
	77 WS-FUNC	PIC X.
	77 WS-ANSWER	PIC X.
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-SEL-CLASS	PIC X(04).
	77 WS-IN	PIC X(03).
	77 WS-VALID	PIC X.
	77 WS-EN-NUM	PIC 9(03).
	77 WS-VX	PIC 9(04).
	77 WS-VT-CNT	PIC 9(04) VALUE 0.
	77 WS-VPN-ROWS	PIC 9(05) VALUE 0.
	77 WS-RD-CNT	PIC 9(05) VALUE 0.
	77 WS-NEW-ROWS	PIC 9(05) VALUE 0.
	77 WS-CX	PIC 99.
	77 WS-CT-CNT	PIC 99 VALUE 0.
	77 WS-SX	PIC 9.
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	77 WS-MATCH-CNT	PIC 99 VALUE 0.
	77 WS-REL-CNT	PIC 9(05) VALUE 0.
	77 WS-SKIP-CNT	PIC 9(05) VALUE 0.
	77 WS-RES-CNT	PIC 9(05) VALUE 0.
	77 WS-CNT-E	PIC ZZZZ9.
	77 WS-DIFF-E	PIC ZZZZ9.
	77 WS-OPEN-E	PIC ZZZZ9.
	77 WS-CURR-DT	PIC X(21).
	77 WS-TERM	PIC X(06).
	77 WS-TRM-STATUS	PIC XX.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	77 WS-LCK-STATUS	PIC XX.
	77 WS-BUSY	PIC X.
	77 WS-HOLDER	PIC X(20).
	77 WS-HOLDER-PGM	PIC X(08).
	77 WS-LCK-DESC	PIC X(20).
	77 WS-LCK-NAME	PIC X(20) VALUE 'A.LCK'.
	77 WS-SSN-STATUS	PIC XX.
	77 WS-LCK-ANSWER	PIC X.
	77 WS-CALL-RC	PIC S9(09) COMP-5.
	01 VT-TBL.
	   02 VT-ENT OCCURS 2000 TIMES.
	      03 VT-CLASS	PIC X(04).
	      03 VT-NO	PIC 9(05).
	      03 VT-SRC	PIC X(01).
	      03 VT-K1	PIC X(15).
	      03 VT-OP1	PIC X(08).
	      03 VT-DT1	PIC X(16).
	      03 VT-K2	PIC X(15).
	      03 VT-OP2	PIC X(08).
	      03 VT-DT2	PIC X(16).
	      03 VT-RES	PIC X(15).
	      03 VT-OPR	PIC X(08).
	      03 VT-DTR	PIC X(16).
	      03 VT-REL	PIC X(01).
	01 CT-TBL.
	   02 CT-ENT OCCURS 50 TIMES.
	      03 CT-CLASS	PIC X(04).
	      03 CT-STU	PIC 9(04).
	      03 CT-DIFF	PIC 9(04).
	      03 CT-OPEN	PIC 9(04).
	      03 CT-MATCH	PIC X(01).
	01 WS-K1-AREA.
	   02 WS-K1-SCR	PIC X(03) OCCURS 5 TIMES.
	01 WS-K2-AREA.
	   02 WS-K2-SCR	PIC X(03) OCCURS 5 TIMES.
	01 WS-RES-AREA.
	   02 WS-RES-SCR	PIC X(03) OCCURS 5 TIMES.
	01 SUBJ-NAMES.
	   02 FILLER	PIC X(03) VALUE 'CHI'.
	   02 FILLER	PIC X(03) VALUE 'ENG'.
	   02 FILLER	PIC X(03) VALUE 'MAT'.
	   02 FILLER	PIC X(03) VALUE 'SCI'.
	   02 FILLER	PIC X(03) VALUE 'SOC'.
	01 SUBJ-NAMES-TBL REDEFINES SUBJ-NAMES.
	   02 SUBJ-NM	PIC X(03) OCCURS 5 TIMES.
	01 HDR-REC-1	PIC X(80) VALUE
	    'DOUBLE-KEYING VERIFICATION - COMPARE REPORT'.
	01 HDR-REC-2	PIC X(80) VALUE
	    'NO     SUBJ  FIRST  SECOND  FIRST OP  SECOND OP'.
	01 CLS-HDR	PIC X(80).
	01 DIF-REC.
	   02 DIF-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 DIF-SUBJ	PIC X(03).
	   02 FILLER	PIC X(03).
	   02 DIF-K1	PIC X(03).
	   02 FILLER	PIC X(04).
	   02 DIF-K2	PIC X(03).
	   02 FILLER	PIC X(05).
	   02 DIF-OP1	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 DIF-OP2	PIC X(08).
	01 MSG-REC.
	   02 MSG-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 MSG-TXT	PIC X(60).
	01 TRL-OUT-REC	PIC X(80).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'SCORE KEYING VERIFICATION'.
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
	       DISPLAY 'TERM ' WS-TERM ' IS CLOSED - '
		   'VERIFICATION REFUSED'
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    IF WS-VT-CNT = 0
	       DISPLAY 'NO SCORES PENDING VERIFICATION'
	       GOBACK
	    END-IF.
	    PERFORM 0002-RTN UNTIL WS-FUNC = 'X' OR WS-FUNC = 'x'.
	    GOBACK.
	0001-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT VPN-F.
	    IF WS-VPN-STATUS = '00'
	       READ VPN-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 0003-RTN UNTIL EOF = 'Y'
	       CLOSE VPN-F
	    END-IF.
	0002-RTN.
	    DISPLAY 'C=COMPARE REPORT R=RESOLVE MISMATCHES'.
	    DISPLAY 'L=RELEASE MATCHED CLASSES X=EXIT '.
	    ACCEPT WS-FUNC.
	    EVALUATE WS-FUNC
	       WHEN 'C' WHEN 'c'
		  PERFORM 1000-RTN
	       WHEN 'R' WHEN 'r'
		  PERFORM 2000-RTN
	       WHEN 'L' WHEN 'l'
		  PERFORM 3000-RTN
	       WHEN 'X' WHEN 'x'
		  CONTINUE
	       WHEN OTHER
		  DISPLAY 'INVALID FUNCTION'
	    END-EVALUATE.
	0003-RTN.
	    ADD 1 TO WS-VPN-ROWS.
	    PERFORM 0004-RTN.
	    READ VPN-F AT END MOVE 'Y' TO EOF.
	0004-RTN.
	    PERFORM VARYING WS-VX FROM 1 BY 1
		UNTIL WS-VX > WS-VT-CNT
		   OR (VT-CLASS(WS-VX) = VP-CLASS
		       AND VT-NO(WS-VX) = VP-NO)
	       CONTINUE
	    END-PERFORM.
	    IF WS-VX > WS-VT-CNT
	       IF WS-VT-CNT = 2000
		  IF WS-FULL-WARN = 'N'
		     DISPLAY 'PENDING TABLE FULL - REST NOT LOADED'
		     MOVE 'Y' TO WS-FULL-WARN
		  END-IF
		  MOVE 0 TO WS-VX
	       ELSE
		  ADD 1 TO WS-VT-CNT
		  MOVE WS-VT-CNT TO WS-VX
		  MOVE SPACES TO VT-ENT(WS-VX)
		  MOVE VP-CLASS TO VT-CLASS(WS-VX)
		  MOVE VP-NO TO VT-NO(WS-VX)
		  MOVE 'N' TO VT-REL(WS-VX)
	       END-IF
	    ELSE IF VT-REL(WS-VX) = 'Y'
	       MOVE SPACES TO VT-ENT(WS-VX)
	       MOVE VP-CLASS TO VT-CLASS(WS-VX)
	       MOVE VP-NO TO VT-NO(WS-VX)
	       MOVE 'N' TO VT-REL(WS-VX)
	    END-IF END-IF.
	    IF WS-VX > 0
	       EVALUATE VP-PASS
		  WHEN '1'
		     MOVE VP-SRC TO VT-SRC(WS-VX)
		     MOVE VP-SCORES TO VT-K1(WS-VX)
		     MOVE VP-OPID TO VT-OP1(WS-VX)
		     MOVE VP-DATE TO VT-DT1(WS-VX)(1:8)
		     MOVE VP-TIME TO VT-DT1(WS-VX)(9:8)
		     MOVE SPACES TO VT-K2(WS-VX) VT-OP2(WS-VX)
			 VT-DT2(WS-VX)
		     MOVE SPACES TO VT-RES(WS-VX)
		     MOVE SPACES TO VT-OPR(WS-VX)
		  WHEN '2'
		     MOVE VP-SCORES TO VT-K2(WS-VX)
		     MOVE VP-OPID TO VT-OP2(WS-VX)
		     MOVE VP-DATE TO VT-DT2(WS-VX)(1:8)
		     MOVE VP-TIME TO VT-DT2(WS-VX)(9:8)
		     MOVE SPACES TO VT-RES(WS-VX)
		     MOVE SPACES TO VT-OPR(WS-VX)
		  WHEN 'R'
		     MOVE VP-SCORES TO VT-RES(WS-VX)
		     MOVE VP-OPID TO VT-OPR(WS-VX)
		     MOVE VP-DATE TO VT-DTR(WS-VX)(1:8)
		     MOVE VP-TIME TO VT-DTR(WS-VX)(9:8)
	       END-EVALUATE
	    END-IF.
	0005-RTN.
	    MOVE 0 TO WS-CT-CNT.
	    MOVE 0 TO WS-MATCH-CNT.
	    PERFORM 0006-RTN VARYING WS-VX FROM 1 BY 1
		UNTIL WS-VX > WS-VT-CNT.
	    PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CT-CNT
	       IF CT-OPEN(WS-CX) = 0 AND CT-DIFF(WS-CX) = 0
		  MOVE 'Y' TO CT-MATCH(WS-CX)
		  ADD 1 TO WS-MATCH-CNT
	       ELSE
		  MOVE 'N' TO CT-MATCH(WS-CX)
	       END-IF
	    END-PERFORM.
	0006-RTN.
	    IF VT-REL(WS-VX) NOT = 'Y'
	       PERFORM 0007-RTN
	       IF WS-CX > 0
		  ADD 1 TO CT-STU(WS-CX)
		  IF VT-OP1(WS-VX) = SPACES OR VT-OP2(WS-VX) = SPACES
		     ADD 1 TO CT-OPEN(WS-CX)
		  ELSE
		     IF VT-K1(WS-VX) NOT = VT-K2(WS-VX)
			AND VT-OPR(WS-VX) = SPACES
			ADD 1 TO CT-DIFF(WS-CX)
		     END-IF
		  END-IF
	       END-IF
	    END-IF.
	0007-RTN.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-CNT
		   OR CT-CLASS(WS-CX) = VT-CLASS(WS-VX)
	       CONTINUE
	    END-PERFORM.
	    IF WS-CX > WS-CT-CNT
	       IF WS-CT-CNT = 50
		  MOVE 0 TO WS-CX
	       ELSE
		  ADD 1 TO WS-CT-CNT
		  MOVE WS-CT-CNT TO WS-CX
		  MOVE VT-CLASS(WS-VX) TO CT-CLASS(WS-CX)
		  MOVE 0 TO CT-STU(WS-CX)
		  MOVE 0 TO CT-DIFF(WS-CX)
		  MOVE 0 TO CT-OPEN(WS-CX)
	       END-IF
	    END-IF.
	0090-RTN.
	    MOVE 0 TO WS-RD-CNT.
	    MOVE 0 TO WS-NEW-ROWS.
	    MOVE 'N' TO EOF.
	    OPEN INPUT VPN-F.
	    IF WS-VPN-STATUS = '00'
	       READ VPN-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 0092-RTN UNTIL EOF = 'Y'
	       CLOSE VPN-F
	    END-IF.
	    IF WS-NEW-ROWS > 0
	       DISPLAY 'KEYINGS ADDED SINCE START KEPT : ' WS-NEW-ROWS
	    END-IF.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE 0 TO WS-VPN-ROWS.
	    OPEN OUTPUT VPN-F.
	    PERFORM 0091-RTN VARYING WS-VX FROM 1 BY 1
		UNTIL WS-VX > WS-VT-CNT.
	    CLOSE VPN-F.
	0091-RTN.
	    IF VT-REL(WS-VX) NOT = 'Y'
	       MOVE SPACES TO VPN-REC
	       MOVE VT-CLASS(WS-VX) TO VP-CLASS
	       MOVE VT-NO(WS-VX) TO VP-NO
	       MOVE VT-SRC(WS-VX) TO VP-SRC
	       IF VT-OP1(WS-VX) NOT = SPACES
		  MOVE '1' TO VP-PASS
		  MOVE VT-K1(WS-VX) TO VP-SCORES
		  MOVE VT-OP1(WS-VX) TO VP-OPID
		  MOVE VT-DT1(WS-VX)(1:8) TO VP-DATE
		  MOVE VT-DT1(WS-VX)(9:8) TO VP-TIME
		  WRITE VPN-REC
		  ADD 1 TO WS-VPN-ROWS
	       END-IF
	       IF VT-OP2(WS-VX) NOT = SPACES
		  MOVE '2' TO VP-PASS
		  MOVE VT-K2(WS-VX) TO VP-SCORES
		  MOVE VT-OP2(WS-VX) TO VP-OPID
		  MOVE VT-DT2(WS-VX)(1:8) TO VP-DATE
		  MOVE VT-DT2(WS-VX)(9:8) TO VP-TIME
		  WRITE VPN-REC
		  ADD 1 TO WS-VPN-ROWS
	       END-IF
	       IF VT-OPR(WS-VX) NOT = SPACES
		  MOVE 'R' TO VP-PASS
		  MOVE VT-RES(WS-VX) TO VP-SCORES
		  MOVE VT-OPR(WS-VX) TO VP-OPID
		  MOVE VT-DTR(WS-VX)(1:8) TO VP-DATE
		  MOVE VT-DTR(WS-VX)(9:8) TO VP-TIME
		  WRITE VPN-REC
		  ADD 1 TO WS-VPN-ROWS
	       END-IF
	    END-IF.
	0092-RTN.
	    ADD 1 TO WS-RD-CNT.
	    IF WS-RD-CNT > WS-VPN-ROWS
	       ADD 1 TO WS-NEW-ROWS
	       PERFORM 0004-RTN
	    END-IF.
	    READ VPN-F AT END MOVE 'Y' TO EOF.
	1000-RTN.
	    PERFORM 0005-RTN.
	    OPEN OUTPUT RPT-F.
	    WRITE RPT-REC FROM HDR-REC-1.
	    MOVE SPACES TO TRL-OUT-REC.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    STRING 'TERM ' WS-TERM '  PRINTED ' WS-CURR-DT(1:8)
		'  BY ' WS-OPERATOR-ID
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	    PERFORM 1010-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-CNT.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE WS-MATCH-CNT TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'CLASSES FULLY MATCHED : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	    CLOSE RPT-F.
	    DISPLAY 'COMPARE REPORT WRITTEN TO VERIFY.RPT'.
	1010-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE SPACES TO CLS-HDR.
	    STRING 'CLASS ' CT-CLASS(WS-CX) DELIMITED BY SIZE
		INTO CLS-HDR.
	    WRITE RPT-REC FROM CLS-HDR.
	    WRITE RPT-REC FROM HDR-REC-2.
	    PERFORM 1020-RTN VARYING WS-VX FROM 1 BY 1
		UNTIL WS-VX > WS-VT-CNT.
	    MOVE CT-STU(WS-CX) TO WS-CNT-E.
	    MOVE CT-DIFF(WS-CX) TO WS-DIFF-E.
	    MOVE CT-OPEN(WS-CX) TO WS-OPEN-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    IF CT-MATCH(WS-CX) = 'Y'
	       STRING 'STUDENTS ' WS-CNT-E ' DIFFERENCES ' WS-DIFF-E
		   ' UNVERIFIED ' WS-OPEN-E ' - MATCHED'
		   DELIMITED BY SIZE INTO TRL-OUT-REC
	    ELSE
	       STRING 'STUDENTS ' WS-CNT-E ' DIFFERENCES ' WS-DIFF-E
		   ' UNVERIFIED ' WS-OPEN-E ' - NOT MATCHED'
		   DELIMITED BY SIZE INTO TRL-OUT-REC
	    END-IF.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	1020-RTN.
	    IF VT-CLASS(WS-VX) = CT-CLASS(WS-CX)
	       AND VT-REL(WS-VX) NOT = 'Y'
	       MOVE SPACES TO MSG-REC
	       MOVE VT-NO(WS-VX) TO MSG-NO
	       IF VT-OP1(WS-VX) = SPACES
		  MOVE 'AWAITING FIRST KEYING' TO MSG-TXT
		  WRITE RPT-REC FROM MSG-REC
	       ELSE IF VT-OP2(WS-VX) = SPACES
		  STRING 'AWAITING VERIFY KEYING - FIRST KEYED BY '
		      VT-OP1(WS-VX)
		      DELIMITED BY SIZE INTO MSG-TXT
		  WRITE RPT-REC FROM MSG-REC
	       ELSE IF VT-K1(WS-VX) NOT = VT-K2(WS-VX)
		  IF VT-OPR(WS-VX) = SPACES
		     MOVE VT-K1(WS-VX) TO WS-K1-AREA
		     MOVE VT-K2(WS-VX) TO WS-K2-AREA
		     PERFORM 1030-RTN VARYING WS-SX FROM 1 BY 1
			 UNTIL WS-SX > 5
		  ELSE
		     STRING 'DIFFERENCES RESOLVED BY ' VT-OPR(WS-VX)
			 DELIMITED BY SIZE INTO MSG-TXT
		     WRITE RPT-REC FROM MSG-REC
		  END-IF
	       END-IF END-IF END-IF
	    END-IF.
	1030-RTN.
	    IF WS-K1-SCR(WS-SX) NOT = WS-K2-SCR(WS-SX)
	       MOVE SPACES TO DIF-REC
	       MOVE VT-NO(WS-VX) TO DIF-NO
	       MOVE SUBJ-NM(WS-SX) TO DIF-SUBJ
	       MOVE WS-K1-SCR(WS-SX) TO DIF-K1
	       MOVE WS-K2-SCR(WS-SX) TO DIF-K2
	       MOVE VT-OP1(WS-VX) TO DIF-OP1
	       MOVE VT-OP2(WS-VX) TO DIF-OP2
	       WRITE RPT-REC FROM DIF-REC
	    END-IF.
	2000-RTN.
	    PERFORM 0005-RTN.
	    DISPLAY 'ENTER CLASS CODE TO RESOLVE '.
	    ACCEPT WS-SEL-CLASS.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-CNT
		   OR CT-CLASS(WS-CX) = WS-SEL-CLASS
	       CONTINUE
	    END-PERFORM.
	    IF WS-CX > WS-CT-CNT
	       DISPLAY 'CLASS NOT PENDING VERIFICATION : ' WS-SEL-CLASS
	    ELSE IF CT-DIFF(WS-CX) = 0
	       DISPLAY 'NO UNRESOLVED DIFFERENCES IN CLASS '
		   WS-SEL-CLASS
	    ELSE
	       MOVE 0 TO WS-RES-CNT
	       PERFORM 2010-RTN VARYING WS-VX FROM 1 BY 1
		   UNTIL WS-VX > WS-VT-CNT
	       IF WS-RES-CNT > 0
		  PERFORM 0090-RTN
	       END-IF
	       DISPLAY 'STUDENTS RESOLVED : ' WS-RES-CNT
	    END-IF END-IF.
	2010-RTN.
	    IF VT-CLASS(WS-VX) = WS-SEL-CLASS
	       AND VT-REL(WS-VX) NOT = 'Y'
	       AND VT-OP1(WS-VX) NOT = SPACES
	       AND VT-OP2(WS-VX) NOT = SPACES
	       AND VT-OPR(WS-VX) = SPACES
	       AND VT-K1(WS-VX) NOT = VT-K2(WS-VX)
	       IF WS-OPERATOR-ID = VT-OP1(WS-VX)
		  OR WS-OPERATOR-ID = VT-OP2(WS-VX)
		  DISPLAY 'STUDENT ' VT-NO(WS-VX) ' - YOU KEYED THIS'
		      ' STUDENT - ANOTHER OPERATOR MUST RESOLVE'
	       ELSE
		  PERFORM 2020-RTN
	       END-IF
	    END-IF.
	2020-RTN.
	    DISPLAY 'STUDENT ' VT-NO(WS-VX) '  FIRST KEYED BY '
		VT-OP1(WS-VX) '  VERIFIED BY ' VT-OP2(WS-VX).
	    MOVE VT-K1(WS-VX) TO WS-K1-AREA.
	    MOVE VT-K2(WS-VX) TO WS-K2-AREA.
	    MOVE WS-K1-AREA TO WS-RES-AREA.
	    PERFORM 2030-RTN VARYING WS-SX FROM 1 BY 1
		UNTIL WS-SX > 5.
	    DISPLAY 'SAVE RESOLVED SCORES ' WS-RES-AREA ' ? (Y/N) '.
	    ACCEPT WS-ANSWER.
	    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
	       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
	       MOVE WS-RES-AREA TO VT-RES(WS-VX)
	       MOVE WS-OPERATOR-ID TO VT-OPR(WS-VX)
	       MOVE WS-CURR-DT(1:16) TO VT-DTR(WS-VX)
	       ADD 1 TO WS-RES-CNT
	    ELSE
	       DISPLAY 'NOT RESOLVED : ' VT-NO(WS-VX)
	    END-IF.
	2030-RTN.
	    IF WS-K1-SCR(WS-SX) NOT = WS-K2-SCR(WS-SX)
	       DISPLAY SUBJ-NM(WS-SX) '  FIRST : ' WS-K1-SCR(WS-SX)
		   '  SECOND : ' WS-K2-SCR(WS-SX)
	       MOVE 'N' TO WS-VALID
	       PERFORM 2040-RTN UNTIL WS-VALID = 'Y'
	       MOVE WS-IN TO WS-RES-SCR(WS-SX)
	    END-IF.
	2040-RTN.
	    DISPLAY 'ENTER CORRECT ' SUBJ-NM(WS-SX) ' SCORE '.
	    ACCEPT WS-IN.
	    MOVE 'Y' TO WS-VALID.
	    IF WS-IN NOT NUMERIC
	       MOVE 'N' TO WS-VALID
	    ELSE
	       MOVE WS-IN TO WS-EN-NUM
	       IF WS-EN-NUM > 100
		  MOVE 'N' TO WS-VALID
	       END-IF
	    END-IF.
	    IF WS-VALID = 'N'
	       DISPLAY 'SCORE MUST BE 000-100'
	    END-IF.
	3000-RTN.
	    PERFORM 0005-RTN.
	    IF WS-MATCH-CNT = 0
	       DISPLAY 'NO FULLY MATCHED CLASSES TO RELEASE'
	    ELSE
	       PERFORM VARYING WS-CX FROM 1 BY 1
		   UNTIL WS-CX > WS-CT-CNT
	          IF CT-MATCH(WS-CX) = 'Y'
		     DISPLAY 'MATCHED : ' CT-CLASS(WS-CX)
			 ' STUDENTS ' CT-STU(WS-CX)
	          END-IF
	       END-PERFORM
	       DISPLAY 'RELEASE MATCHED CLASSES INTO A.DAT ? (Y/N) '
	       ACCEPT WS-ANSWER
	       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
	          PERFORM 3010-RTN
	       END-IF
	    END-IF.
	3010-RTN.
	    PERFORM 0050-RTN.
	    IF WS-BUSY = 'Y'
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - RELEASE REFUSED'
	    ELSE
	       MOVE 'VERIFIED RELEASE' TO WS-LCK-DESC
	       PERFORM 0051-RTN
	       OPEN I-O A-F
	       IF WS-A-STATUS NOT = '00'
	          DISPLAY 'CANNOT OPEN A.DAT - STATUS ' WS-A-STATUS
	       ELSE
	          MOVE 0 TO WS-REL-CNT
	          MOVE 0 TO WS-SKIP-CNT
	          MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
	          OPEN EXTEND VLG-F
	          IF WS-VLG-STATUS NOT = '00'
		     OPEN OUTPUT VLG-F
	          END-IF
	          PERFORM 3020-RTN VARYING WS-VX FROM 1 BY 1
		      UNTIL WS-VX > WS-VT-CNT
	          CLOSE VLG-F
	          CLOSE A-F
	          PERFORM 0090-RTN
	          DISPLAY 'STUDENTS RELEASED     : ' WS-REL-CNT
	          DISPLAY 'STUDENTS NOT RELEASED : ' WS-SKIP-CNT
	       END-IF
	       PERFORM 0052-RTN
	    END-IF.
	3020-RTN.
	    IF VT-REL(WS-VX) NOT = 'Y'
	       PERFORM 0007-RTN
	       IF WS-CX > 0
		  IF CT-MATCH(WS-CX) = 'Y'
		     PERFORM 3030-RTN
		  END-IF
	       END-IF
	    END-IF.
	3030-RTN.
	    MOVE VT-NO(WS-VX) TO A-NO.
	    READ A-F KEY IS A-NO
		INVALID KEY
		   DISPLAY 'NOT ON A.DAT - NOT RELEASED : ' VT-NO(WS-VX)
		   ADD 1 TO WS-SKIP-CNT
		NOT INVALID KEY
		   IF A-CLASS NOT = VT-CLASS(WS-VX)
		      DISPLAY 'CLASS CHANGED - NOT RELEASED : '
			  VT-NO(WS-VX)
		      ADD 1 TO WS-SKIP-CNT
		   ELSE
		      PERFORM 3040-RTN
		   END-IF
	    END-READ.
	3040-RTN.
	    IF VT-OPR(WS-VX) NOT = SPACES
	       MOVE VT-RES(WS-VX) TO A-SCORE-AREA
	    ELSE
	       MOVE VT-K1(WS-VX) TO A-SCORE-AREA
	    END-IF.
	    REWRITE A-REC
		INVALID KEY
		   DISPLAY 'REWRITE FAILED - STATUS ' WS-A-STATUS
		   ADD 1 TO WS-SKIP-CNT
		NOT INVALID KEY
		   MOVE 'Y' TO VT-REL(WS-VX)
		   ADD 1 TO WS-REL-CNT
		   MOVE SPACES TO VLG-REC
		   MOVE VT-CLASS(WS-VX) TO VL-CLASS
		   MOVE VT-NO(WS-VX) TO VL-NO
		   MOVE VT-SRC(WS-VX) TO VL-SRC
		   MOVE A-SCORE-AREA TO VL-SCORES
		   MOVE VT-OP1(WS-VX) TO VL-OP1
		   MOVE VT-OP2(WS-VX) TO VL-OP2
		   MOVE VT-OPR(WS-VX) TO VL-OPR
		   MOVE WS-OPERATOR-ID TO VL-REL
		   MOVE WS-CURR-DT(1:8) TO VL-DATE
		   MOVE WS-CURR-DT(9:8) TO VL-TIME
		   WRITE VLG-REC
	    END-REWRITE.
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
	       IF WS-HOLDER-PGM = 'S9456VER'
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
	    MOVE 'S9456VER' TO LCK-PGM.
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
