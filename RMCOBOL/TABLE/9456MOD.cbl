	ID		DIVISION.
	PROGRAM-ID.	S9456MOD.
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
	    SELECT MPR-F ASSIGN TO RANDOM 'MOD.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MPR-STATUS.
	    SELECT MOD-F ASSIGN TO WS-MOD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MOD-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'MODERATE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT TRM-F ASSIGN TO RANDOM 'TERM.STS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRM-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD A-F.
	COPY STUREC.
	FD MPR-F.
	01 MPR-REC.
	   02 MP-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 MP-SUBJ	PIC X(03).
	   02 FILLER	PIC X(02).
	   02 MP-RULE	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 MP-ADD	PIC S9(02) SIGN LEADING SEPARATE.
	   02 FILLER	PIC X(02).
	   02 MP-MEAN	PIC 9(03)V9.
	   02 FILLER	PIC X(02).
	   02 MP-SD	PIC 9(02)V9.
	   02 FILLER	PIC X(02).
	   02 MP-APPR	PIC X(08).
	FD MOD-F.
	01 MOD-REC.
	   02 MD-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 MD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 MD-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 MD-RAW	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 MD-NEW	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 MD-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 MD-OPID	PIC X(08).
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
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 MPR-EOF	PIC X VALUE 'N'.
	77 WS-A-STATUS	PIC XX.
	77 WS-MPR-STATUS	PIC XX.
	77 WS-MOD-STATUS	PIC XX.
	77 WS-MOD-NAME	PIC X(20).
	77 WS-TERM	PIC X(06).
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-CURR-DT	PIC X(21).
	77 WS-VALID	PIC X VALUE 'Y'.
	77 WS-EN-NUM	PIC 9(03).
	77 WS-CX	PIC 99.
	77 WS-CT-MAX	PIC 99 VALUE 0.
	77 WS-SX	PIC 9.
	77 WS-SX-LO	PIC 9.
	77 WS-SX-HI	PIC 9.
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	77 WS-PRV-CLASS	PIC X(04).
	77 WS-MEAN-W	PIC 9(03)V9(04).
	77 WS-VAR-W	PIC S9(05)V9(04).
	77 WS-NEW-W	PIC S9(04).
	77 WS-READ-CNT	PIC 9(05) VALUE 0.
	77 WS-MOD-CNT	PIC 9(05) VALUE 0.
	77 WS-BAD-CNT	PIC 9(05) VALUE 0.
	77 WS-RULE-CNT	PIC 9(03) VALUE 0.
	77 WS-SKIP-CNT	PIC 9(03) VALUE 0.
	77 WS-CNT-E	PIC ZZZZ9.
	77 WS-TRM-STATUS	PIC XX.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	01 WS-NEW-AREA.
	   02 WS-NEW-SCR	PIC 9(03) OCCURS 5 TIMES.
	01 SUBJ-NAMES.
	   02 FILLER	PIC X(03) VALUE 'CHI'.
	   02 FILLER	PIC X(03) VALUE 'ENG'.
	   02 FILLER	PIC X(03) VALUE 'MAT'.
	   02 FILLER	PIC X(03) VALUE 'SCI'.
	   02 FILLER	PIC X(03) VALUE 'SOC'.
	01 SUBJ-NAMES-TBL REDEFINES SUBJ-NAMES.
	   02 SUBJ-NM	PIC X(03) OCCURS 5 TIMES.
	01 CLS-TBL.
	   02 CLS-ENT OCCURS 50 TIMES.
	      03 CLS-ID	PIC X(04).
	      03 CLS-APPR	PIC X(08).
	      03 CLS-SUBJ OCCURS 5 TIMES.
	         04 CS-CNT	PIC 9(05).
	         04 CS-SUM	PIC 9(08).
	         04 CS-SSQ	PIC 9(10).
	         04 CS-MEAN	PIC 9(03)V99.
	         04 CS-SD	PIC 9(03)V99.
	         04 CS-RULE	PIC X(01).
	         04 CS-ADD	PIC S9(02).
	         04 CS-TMEAN	PIC 9(03)V99.
	         04 CS-TSD	PIC 9(03)V99.
	         04 CS-NSUM	PIC 9(08).
	         04 CS-NSSQ	PIC 9(10).
	01 SCH-TBL.
	   02 SCH-SUBJ OCCURS 5 TIMES.
	      03 SS-CNT	PIC 9(05).
	      03 SS-SUM	PIC 9(08).
	      03 SS-SSQ	PIC 9(10).
	      03 SS-MEAN	PIC 9(03)V99.
	      03 SS-SD	PIC 9(03)V99.
	01 HDR-REC-1	PIC X(80) VALUE
	    'SCORE MODERATION REPORT - RAW > MODERATED'.
	01 HDR-REC-2	PIC X(80).
	01 CLS-HDR	PIC X(80).
	01 STU-HDR.
	   02 FILLER	PIC X(40) VALUE
	       'NO     NAME                   CHI     EN'.
	   02 FILLER	PIC X(40) VALUE
	       'G     MAT     SCI     SOC'.
	01 DTL-REC.
	   02 DTL-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 DTL-NM	PIC X(20).
	   02 DTL-SUBJ OCCURS 5 TIMES.
	      03 FILLER	PIC X(01).
	      03 DTL-RAW	PIC ZZ9.
	      03 DTL-ARROW	PIC X(01).
	      03 DTL-NEW	PIC ZZ9.
	01 BAD-REC.
	   02 BAD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 BAD-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 BAD-RSN	PIC X(40).
	01 SUM-HDR.
	   02 FILLER	PIC X(40) VALUE
	       'SUBJ  RULE              RAW AVG  RAW SD'.
	   02 FILLER	PIC X(40) VALUE
	       '  SCHOOL AVG/SD  NEW AVG  NEW SD'.
	01 SUM-REC.
	   02 SUM-SUBJ	PIC X(03).
	   02 FILLER	PIC X(03).
	   02 SUM-RULE	PIC X(14).
	   02 FILLER	PIC X(03).
	   02 SUM-MEAN	PIC ZZ9.9.
	   02 FILLER	PIC X(03).
	   02 SUM-SD	PIC ZZ9.9.
	   02 FILLER	PIC X(03).
	   02 SUM-SMEAN	PIC ZZ9.9.
	   02 SUM-SLASH	PIC X(01).
	   02 SUM-SSD	PIC ZZ9.9.
	   02 FILLER	PIC X(04).
	   02 SUM-NMEAN	PIC ZZ9.9.
	   02 FILLER	PIC X(03).
	   02 SUM-NSD	PIC ZZ9.9.
	01 RULE-ADD-REC.
	   02 FILLER	PIC X(04) VALUE 'ADD '.
	   02 RA-ADD	PIC +Z9.
	01 RULE-STD-REC.
	   02 FILLER	PIC X(04) VALUE 'STD '.
	   02 RS-MEAN	PIC ZZ9.9.
	   02 FILLER	PIC X(01) VALUE '/'.
	   02 RS-SD	PIC Z9.9.
	01 TRL-OUT-REC	PIC X(80).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'SCORE MODERATION RUN'.
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
	       DISPLAY 'TERM ' WS-TERM ' IS CLOSED - MODERATION REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    OPEN INPUT MPR-F.
	    IF WS-MPR-STATUS NOT = '00'
	       DISPLAY 'MOD.PRM NOT FOUND - MODERATION REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    CLOSE MPR-F.
	    OPEN INPUT A-F.
	    IF WS-A-STATUS NOT = '00'
	       DISPLAY 'CANNOT OPEN A.DAT - STATUS ' WS-A-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF.
	    PERFORM 0002-RTN UNTIL EOF = 'Y'.
	    PERFORM 0007-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-MAX.
	    PERFORM 0009-RTN VARYING WS-SX FROM 1 BY 1
		UNTIL WS-SX > 5.
	    PERFORM 0010-RTN.
	    IF WS-RULE-CNT = 0
	       DISPLAY 'NO APPROVED RULES IN MOD.PRM - '
		   'MODERATION REFUSED'
	       CLOSE A-F
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    MOVE SPACES TO WS-MOD-NAME.
	    STRING 'MOD.' WS-TERM DELIMITED BY SIZE INTO WS-MOD-NAME.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    OPEN OUTPUT MOD-F
		 OUTPUT RPT-F.
	    WRITE RPT-REC FROM HDR-REC-1.
	    MOVE SPACES TO HDR-REC-2.
	    STRING 'TERM ' WS-TERM '  RUN ' WS-CURR-DT(1:8)
		'  BY ' WS-OPERATOR-ID
		DELIMITED BY SIZE INTO HDR-REC-2.
	    WRITE RPT-REC FROM HDR-REC-2.
	    MOVE 'N' TO EOF.
	    MOVE SPACES TO WS-PRV-CLASS.
	    MOVE LOW-VALUES TO A-CLASS.
	    START A-F KEY IS NOT LESS A-CLASS
		INVALID KEY MOVE 'Y' TO EOF.
	    IF EOF NOT = 'Y'
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF
	    END-IF.
	    PERFORM 0020-RTN UNTIL EOF = 'Y'.
	    IF WS-PRV-CLASS NOT = SPACES
	       PERFORM 0025-RTN
	    END-IF.
	    PERFORM 0028-RTN.
	    CLOSE A-F MOD-F RPT-F.
	    DISPLAY 'STUDENTS READ      : ' WS-READ-CNT.
	    DISPLAY 'STUDENTS MODERATED : ' WS-MOD-CNT.
	    DISPLAY 'INVALID SCORES     : ' WS-BAD-CNT.
	    DISPLAY 'MODERATED SCORES WRITTEN TO ' WS-MOD-NAME.
	    DISPLAY 'MODERATION REPORT WRITTEN TO MODERATE.RPT'.
	    GOBACK.
	0001-RTN.
	    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
	       MOVE 0 TO SS-CNT(WS-SX)
	       MOVE 0 TO SS-SUM(WS-SX)
	       MOVE 0 TO SS-SSQ(WS-SX)
	       MOVE 0 TO SS-MEAN(WS-SX)
	       MOVE 0 TO SS-SD(WS-SX)
	    END-PERFORM.
	0002-RTN.
	    ADD 1 TO WS-READ-CNT.
	    PERFORM 0005-RTN.
	    IF WS-VALID = 'Y'
	       PERFORM 0003-RTN
	       IF WS-CX > 0
	          PERFORM 0004-RTN VARYING WS-SX FROM 1 BY 1
		      UNTIL WS-SX > 5
	       END-IF
	    END-IF.
	    READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF.
	0003-RTN.
	    MOVE 0 TO WS-CX.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-MAX
		   OR CLS-ID(WS-CX) = A-CLASS
	       CONTINUE
	    END-PERFORM.
	    IF WS-CX > WS-CT-MAX
	       IF WS-CT-MAX = 50
	          IF WS-FULL-WARN = 'N'
	             DISPLAY 'CLASS TABLE FULL - EXTRA CLASSES'
	                 ' NOT MODERATED'
	             MOVE 'Y' TO WS-FULL-WARN
	          END-IF
	          MOVE 0 TO WS-CX
	       ELSE
	          ADD 1 TO WS-CT-MAX
	          MOVE WS-CT-MAX TO WS-CX
	          MOVE A-CLASS TO CLS-ID(WS-CX)
	          MOVE SPACES TO CLS-APPR(WS-CX)
	          PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
	             MOVE 0 TO CS-CNT(WS-CX WS-SX)
	             MOVE 0 TO CS-SUM(WS-CX WS-SX)
	             MOVE 0 TO CS-SSQ(WS-CX WS-SX)
	             MOVE 0 TO CS-MEAN(WS-CX WS-SX)
	             MOVE 0 TO CS-SD(WS-CX WS-SX)
	             MOVE 'N' TO CS-RULE(WS-CX WS-SX)
	             MOVE 0 TO CS-ADD(WS-CX WS-SX)
	             MOVE 0 TO CS-TMEAN(WS-CX WS-SX)
	             MOVE 0 TO CS-TSD(WS-CX WS-SX)
	             MOVE 0 TO CS-NSUM(WS-CX WS-SX)
	             MOVE 0 TO CS-NSSQ(WS-CX WS-SX)
	          END-PERFORM
	       END-IF
	    END-IF.
	0004-RTN.
	    MOVE A-SCR(WS-SX) TO WS-EN-NUM.
	    ADD 1 TO CS-CNT(WS-CX WS-SX).
	    ADD WS-EN-NUM TO CS-SUM(WS-CX WS-SX).
	    COMPUTE CS-SSQ(WS-CX WS-SX) = CS-SSQ(WS-CX WS-SX)
		+ WS-EN-NUM * WS-EN-NUM.
	    ADD 1 TO SS-CNT(WS-SX).
	    ADD WS-EN-NUM TO SS-SUM(WS-SX).
	    COMPUTE SS-SSQ(WS-SX) = SS-SSQ(WS-SX)
		+ WS-EN-NUM * WS-EN-NUM.
	0005-RTN.
	    MOVE 'Y' TO WS-VALID.
	    PERFORM 0006-RTN VARYING WS-SX FROM 1 BY 1
		UNTIL WS-SX > 5.
	0006-RTN.
	    IF A-SCR(WS-SX) NOT NUMERIC
	       MOVE 'N' TO WS-VALID
	    ELSE
	       MOVE A-SCR(WS-SX) TO WS-EN-NUM
	       IF WS-EN-NUM > 100
		  MOVE 'N' TO WS-VALID
	       END-IF
	    END-IF.
	0007-RTN.
	    PERFORM 0008-RTN VARYING WS-SX FROM 1 BY 1
		UNTIL WS-SX > 5.
	0008-RTN.
	    IF CS-CNT(WS-CX WS-SX) > 0
	       COMPUTE WS-MEAN-W = CS-SUM(WS-CX WS-SX)
		   / CS-CNT(WS-CX WS-SX)
	       COMPUTE WS-VAR-W = CS-SSQ(WS-CX WS-SX)
		   / CS-CNT(WS-CX WS-SX) - WS-MEAN-W * WS-MEAN-W
	       IF WS-VAR-W < 0
		  MOVE 0 TO WS-VAR-W
	       END-IF
	       COMPUTE CS-MEAN(WS-CX WS-SX) ROUNDED = WS-MEAN-W
	       COMPUTE CS-SD(WS-CX WS-SX) ROUNDED = WS-VAR-W ** 0.5
	    END-IF.
	0009-RTN.
	    IF SS-CNT(WS-SX) > 0
	       COMPUTE WS-MEAN-W = SS-SUM(WS-SX) / SS-CNT(WS-SX)
	       COMPUTE WS-VAR-W = SS-SSQ(WS-SX) / SS-CNT(WS-SX)
		   - WS-MEAN-W * WS-MEAN-W
	       IF WS-VAR-W < 0
		  MOVE 0 TO WS-VAR-W
	       END-IF
	       COMPUTE SS-MEAN(WS-SX) ROUNDED = WS-MEAN-W
	       COMPUTE SS-SD(WS-SX) ROUNDED = WS-VAR-W ** 0.5
	    END-IF.
	0010-RTN.
	    MOVE 'N' TO MPR-EOF.
	    OPEN INPUT MPR-F.
	    READ MPR-F AT END MOVE 'Y' TO MPR-EOF.
	    PERFORM 0011-RTN UNTIL MPR-EOF = 'Y'.
	    CLOSE MPR-F.
	    IF WS-SKIP-CNT > 0
	       DISPLAY 'MOD.PRM LINES NOT APPLIED : ' WS-SKIP-CNT
	    END-IF.
	0011-RTN.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-MAX
		   OR CLS-ID(WS-CX) = MP-CLASS
	       CONTINUE
	    END-PERFORM.
	    EVALUATE MP-SUBJ
	       WHEN 'CHI'
		  MOVE 1 TO WS-SX-LO
		  MOVE 1 TO WS-SX-HI
	       WHEN 'ENG'
		  MOVE 2 TO WS-SX-LO
		  MOVE 2 TO WS-SX-HI
	       WHEN 'MAT'
		  MOVE 3 TO WS-SX-LO
		  MOVE 3 TO WS-SX-HI
	       WHEN 'SCI'
		  MOVE 4 TO WS-SX-LO
		  MOVE 4 TO WS-SX-HI
	       WHEN 'SOC'
		  MOVE 5 TO WS-SX-LO
		  MOVE 5 TO WS-SX-HI
	       WHEN 'ALL'
		  MOVE 1 TO WS-SX-LO
		  MOVE 5 TO WS-SX-HI
	       WHEN OTHER
		  MOVE 0 TO WS-SX-LO
	    END-EVALUATE.
	    IF WS-CX > WS-CT-MAX
	       DISPLAY 'MOD.PRM CLASS NOT ON A.DAT : ' MP-CLASS
	       ADD 1 TO WS-SKIP-CNT
	    ELSE IF WS-SX-LO = 0
	       DISPLAY 'MOD.PRM UNKNOWN SUBJECT : ' MP-CLASS ' ' MP-SUBJ
	       ADD 1 TO WS-SKIP-CNT
	    ELSE IF MP-RULE NOT = 'A' AND MP-RULE NOT = 'S'
		 AND MP-RULE NOT = 'N'
	       DISPLAY 'MOD.PRM UNKNOWN RULE : ' MP-CLASS ' ' MP-SUBJ
	       ADD 1 TO WS-SKIP-CNT
	    ELSE IF MP-APPR = SPACES
	       DISPLAY 'MOD.PRM RULE NOT SIGNED OFF - IGNORED : '
		   MP-CLASS ' ' MP-SUBJ
	       ADD 1 TO WS-SKIP-CNT
	    ELSE IF MP-RULE = 'A' AND MP-ADD NOT NUMERIC
	       DISPLAY 'MOD.PRM ADD-ON NOT NUMERIC : '
		   MP-CLASS ' ' MP-SUBJ
	       ADD 1 TO WS-SKIP-CNT
	    ELSE IF MP-RULE = 'S'
		 AND (MP-MEAN NOT NUMERIC OR MP-SD NOT NUMERIC)
	       DISPLAY 'MOD.PRM TARGET NOT NUMERIC : '
		   MP-CLASS ' ' MP-SUBJ
	       ADD 1 TO WS-SKIP-CNT
	    ELSE
	       ADD 1 TO WS-RULE-CNT
	       MOVE MP-APPR TO CLS-APPR(WS-CX)
	       PERFORM 0012-RTN VARYING WS-SX FROM WS-SX-LO BY 1
		   UNTIL WS-SX > WS-SX-HI
	    END-IF END-IF END-IF END-IF END-IF END-IF.
	    READ MPR-F AT END MOVE 'Y' TO MPR-EOF.
	0012-RTN.
	    MOVE MP-RULE TO CS-RULE(WS-CX WS-SX).
	    IF MP-RULE = 'A'
	       MOVE MP-ADD TO CS-ADD(WS-CX WS-SX)
	    END-IF.
	    IF MP-RULE = 'S'
	       IF MP-MEAN = 0
		  MOVE SS-MEAN(WS-SX) TO CS-TMEAN(WS-CX WS-SX)
	       ELSE
		  MOVE MP-MEAN TO CS-TMEAN(WS-CX WS-SX)
	       END-IF
	       IF MP-SD = 0
		  MOVE SS-SD(WS-SX) TO CS-TSD(WS-CX WS-SX)
	       ELSE
		  MOVE MP-SD TO CS-TSD(WS-CX WS-SX)
	       END-IF
	    END-IF.
	0020-RTN.
	    IF A-CLASS NOT = WS-PRV-CLASS
	       IF WS-PRV-CLASS NOT = SPACES
		  PERFORM 0025-RTN
	       END-IF
	       MOVE A-CLASS TO WS-PRV-CLASS
	       MOVE SPACES TO RPT-REC
	       WRITE RPT-REC
	       MOVE SPACES TO CLS-HDR
	       STRING 'CLASS ' A-CLASS DELIMITED BY SIZE INTO CLS-HDR
	       WRITE RPT-REC FROM CLS-HDR
	       WRITE RPT-REC FROM STU-HDR
	    END-IF.
	    PERFORM 0005-RTN.
	    IF WS-VALID = 'Y'
	       PERFORM 0003-RTN
	    END-IF.
	    IF WS-VALID = 'Y' AND WS-CX > 0
	       PERFORM 0021-RTN VARYING WS-SX FROM 1 BY 1
		   UNTIL WS-SX > 5
	       MOVE SPACES TO MOD-REC
	       MOVE WS-TERM TO MD-TERM
	       MOVE A-NO TO MD-NO
	       MOVE A-CLASS TO MD-CLASS
	       MOVE A-SCORE-AREA TO MD-RAW
	       MOVE WS-NEW-AREA TO MD-NEW
	       MOVE WS-CURR-DT(1:8) TO MD-DATE
	       MOVE WS-OPERATOR-ID TO MD-OPID
	       WRITE MOD-REC
	       ADD 1 TO WS-MOD-CNT
	       MOVE SPACES TO DTL-REC
	       MOVE A-NO TO DTL-NO
	       MOVE A-NM TO DTL-NM
	       PERFORM 0022-RTN VARYING WS-SX FROM 1 BY 1
		   UNTIL WS-SX > 5
	       WRITE RPT-REC FROM DTL-REC
	    ELSE
	       ADD 1 TO WS-BAD-CNT
	       MOVE SPACES TO BAD-REC
	       MOVE A-NO TO BAD-NO
	       MOVE A-NM TO BAD-NM
	       MOVE 'SCORES INVALID - NOT MODERATED' TO BAD-RSN
	       WRITE RPT-REC FROM BAD-REC
	    END-IF.
	    READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF.
	0021-RTN.
	    MOVE A-SCR(WS-SX) TO WS-EN-NUM.
	    EVALUATE CS-RULE(WS-CX WS-SX)
	       WHEN 'A'
		  COMPUTE WS-NEW-W = WS-EN-NUM + CS-ADD(WS-CX WS-SX)
	       WHEN 'S'
		  IF CS-SD(WS-CX WS-SX) = 0
		     COMPUTE WS-NEW-W ROUNDED = WS-EN-NUM
			 - CS-MEAN(WS-CX WS-SX) + CS-TMEAN(WS-CX WS-SX)
		  ELSE
		     COMPUTE WS-NEW-W ROUNDED = CS-TMEAN(WS-CX WS-SX)
			 + (WS-EN-NUM - CS-MEAN(WS-CX WS-SX))
			 * CS-TSD(WS-CX WS-SX) / CS-SD(WS-CX WS-SX)
		  END-IF
	       WHEN OTHER
		  MOVE WS-EN-NUM TO WS-NEW-W
	    END-EVALUATE.
	    IF WS-NEW-W < 0
	       MOVE 0 TO WS-NEW-W
	    END-IF.
	    IF WS-NEW-W > 100
	       MOVE 100 TO WS-NEW-W
	    END-IF.
	    MOVE WS-NEW-W TO WS-NEW-SCR(WS-SX).
	    ADD WS-NEW-W TO CS-NSUM(WS-CX WS-SX).
	    COMPUTE CS-NSSQ(WS-CX WS-SX) =
		CS-NSSQ(WS-CX WS-SX) + WS-NEW-W * WS-NEW-W.
	0022-RTN.
	    MOVE A-SCR(WS-SX) TO WS-EN-NUM.
	    MOVE WS-EN-NUM TO DTL-RAW(WS-SX).
	    MOVE '>' TO DTL-ARROW(WS-SX).
	    MOVE WS-NEW-SCR(WS-SX) TO DTL-NEW(WS-SX).
	0025-RTN.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CT-MAX
		   OR CLS-ID(WS-CX) = WS-PRV-CLASS
	       CONTINUE
	    END-PERFORM.
	    IF WS-CX NOT > WS-CT-MAX
	       MOVE SPACES TO RPT-REC
	       WRITE RPT-REC
	       WRITE RPT-REC FROM SUM-HDR
	       PERFORM 0026-RTN VARYING WS-SX FROM 1 BY 1
		   UNTIL WS-SX > 5
	       IF CLS-APPR(WS-CX) NOT = SPACES
		  MOVE SPACES TO TRL-OUT-REC
		  STRING 'RULES SIGNED OFF BY ' CLS-APPR(WS-CX)
		      DELIMITED BY SIZE INTO TRL-OUT-REC
		  WRITE RPT-REC FROM TRL-OUT-REC
	       END-IF
	    END-IF.
	0026-RTN.
	    MOVE SPACES TO SUM-REC.
	    MOVE SUBJ-NM(WS-SX) TO SUM-SUBJ.
	    EVALUATE CS-RULE(WS-CX WS-SX)
	       WHEN 'A'
		  MOVE CS-ADD(WS-CX WS-SX) TO RA-ADD
		  MOVE RULE-ADD-REC TO SUM-RULE
	       WHEN 'S'
		  MOVE CS-TMEAN(WS-CX WS-SX) TO RS-MEAN
		  MOVE CS-TSD(WS-CX WS-SX) TO RS-SD
		  MOVE RULE-STD-REC TO SUM-RULE
	       WHEN OTHER
		  MOVE 'NONE' TO SUM-RULE
	    END-EVALUATE.
	    MOVE CS-MEAN(WS-CX WS-SX) TO SUM-MEAN.
	    MOVE CS-SD(WS-CX WS-SX) TO SUM-SD.
	    MOVE SS-MEAN(WS-SX) TO SUM-SMEAN.
	    MOVE '/' TO SUM-SLASH.
	    MOVE SS-SD(WS-SX) TO SUM-SSD.
	    MOVE 0 TO WS-MEAN-W.
	    MOVE 0 TO WS-VAR-W.
	    IF CS-CNT(WS-CX WS-SX) > 0
	       COMPUTE WS-MEAN-W = CS-NSUM(WS-CX WS-SX)
		   / CS-CNT(WS-CX WS-SX)
	       COMPUTE WS-VAR-W = CS-NSSQ(WS-CX WS-SX)
		   / CS-CNT(WS-CX WS-SX) - WS-MEAN-W * WS-MEAN-W
	       IF WS-VAR-W < 0
		  MOVE 0 TO WS-VAR-W
	       END-IF
	    END-IF.
	    MOVE WS-MEAN-W TO SUM-NMEAN.
	    COMPUTE SUM-NSD ROUNDED = WS-VAR-W ** 0.5.
	    WRITE RPT-REC FROM SUM-REC.
	0028-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE WS-READ-CNT TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'STUDENTS READ      : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	    MOVE WS-MOD-CNT TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'STUDENTS MODERATED : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	    MOVE WS-BAD-CNT TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'INVALID SCORES     : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE 'APPROVED BY : ____________________' TO RPT-REC.
	    WRITE RPT-REC.
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
