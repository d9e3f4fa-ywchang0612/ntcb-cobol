	    SELECT SSN-F ASSIGN TO RANDOM 'A.SSN'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SSN-STATUS.
	    SELECT MOD-F ASSIGN TO WS-MOD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MOD-STATUS.
	    SELECT ATT-F ASSIGN TO RANDOM 'ATTEND.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ATT-STATUS.
	    SELECT EPR-F ASSIGN TO RANDOM 'ELIG.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EPR-STATUS.
	    SELECT ERL-F ASSIGN TO RANDOM 'ELIG.REL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ERL-STATUS.
	    SELECT HLD-F ASSIGN TO RANDOM 'I.HLD'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT PND-F ASSIGN TO RANDOM 'REGRADE.PND'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PND-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD A-F.
	FD SSN-F.
	01 SSN-REC.
	   02 SSN-CNT	PIC 9(03).
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
	FD ATT-F.
	01 ATT-REC.
	   02 ATT-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 ATT-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 ATT-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 ATT-TYPE	PIC X(01).
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
	FD PND-F.
	01 PND-REC.
	   02 RQ-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 RQ-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 RQ-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 RQ-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 RQ-OLD-SCR	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 RQ-NEW-SCR	PIC X(15).
	   02 FILLER	PIC X(02).
	   02 RQ-OLD-MK	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RQ-NEW-MK	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RQ-NEW-SU	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 RQ-REASON	PIC X(30).
	   02 FILLER	PIC X(02).
	   02 RQ-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-STAT	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RQ-APID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-APDATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 RQ-APTIME	PIC X(08).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 I	PIC 99.
	77 WS-T-D-CNT	PIC 9(05) VALUE 0.
	77 WS-T-E-CNT	PIC 9(05) VALUE 0.
	77 WS-T-F-CNT	PIC 9(05) VALUE 0.
	77 WS-MOD-STATUS	PIC XX.
	77 WS-MOD-NAME	PIC X(20).
	77 MOD-EOF	PIC X VALUE 'N'.
	77 WS-MOD-USED	PIC X VALUE 'N'.
	77 WS-MOD-CNT	PIC 9(05) VALUE 0.
	77 WS-ATT-STATUS	PIC XX.
	77 WS-EPR-STATUS	PIC XX.
	77 WS-ERL-STATUS	PIC XX.
	77 ATT-EOF	PIC X VALUE 'N'.
	77 EPR-EOF	PIC X VALUE 'N'.
	77 WS-ELIG-ON	PIC X VALUE 'N'.
	77 WS-ELIG-FROM	PIC X(08).
	77 WS-ELIG-TO	PIC X(08).
	77 WS-ELIG-LIMIT	PIC 9(03)V9 VALUE 0.
	77 WS-ELIG-LATE	PIC 9V99 VALUE 0.
	77 WS-ELIG-CNT	PIC 9(03)V99 VALUE 0.
	77 WS-HELD	PIC X VALUE 'N'.
	77 WS-HLD-CNT	PIC 9(05) VALUE 0.
	77 WS-REL-CNT	PIC 9(05) VALUE 0.
	77 WS-LIMIT-E	PIC ZZ9.9.
	77 WS-PND-STATUS	PIC XX.
	77 PND-EOF	PIC X VALUE 'N'.
	77 WS-PND-FOUND	PIC X.
	77 WS-OLD-SCR	PIC X(15).
	77 WS-MODERATED	PIC X VALUE 'N'.
	77 WS-REASON	PIC X(30).
	01 TRL-REC.
	   02 TRL-TAG	PIC X(03) VALUE 'TRL'.
	   02 FILLER	PIC X(02).
	      03 SCR-M	PIC X(01).
	01 WS-PREV-MK-TBL.
	   02 WS-PREV-MK	PIC X OCCURS 99999 TIMES.
	01 MOD-TBL.
	   02 MOD-ENT OCCURS 99999 TIMES.
	      03 MOD-RAW	PIC X(15).
	      03 MOD-NEW	PIC X(15).
	01 ELG-TBL.
	   02 ELG-ENT OCCURS 99999 TIMES.
	      03 ELG-ABS	PIC 9(03).
	      03 ELG-LATE	PIC 9(03).
	      03 ELG-REL	PIC X(01).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	01 BATCH-FLAG	PIC X(01).
		    INPUT  GRD-F
		    OUTPUT O-F
		    OUTPUT EXC-F
		    OUTPUT HLD-F
	    ELSE
	       OPEN I-O   A-F
		    INPUT  GRD-F
		    EXTEND O-F
		    EXTEND EXC-F
		    EXTEND HLD-F
	    END-IF.
	    OPEN EXTEND AUD-F.
	    OPEN EXTEND HIS-F.
	    PERFORM 0004-RTN.
	    CLOSE GRD-F.
	    PERFORM 0021-RTN.
	    PERFORM 0027-RTN.
	    PERFORM 0070-RTN.
	    MOVE WS-CKPT-NO TO A-NO.
	    IF WS-CKPT-NO = 0
	       START A-F KEY IS NOT LESS A-NO
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF
	    END-IF.
	    PERFORM 0001-RTN UNTIL EOF = 'Y'.
	    IF WS-MOD-USED = 'Y'
	       DISPLAY 'MODERATED SCORES USED : ' WS-MOD-CNT
	    END-IF.
	    IF WS-ELIG-ON = 'Y'
	       DISPLAY 'ELIGIBILITY HOLDS WRITTEN TO I.HLD : '
		   WS-HLD-CNT
	    END-IF.
	    CLOSE O-F.
	    CLOSE AUD-F.
	    CLOSE HIS-F.
	    PERFORM 0018-RTN.
	    CLOSE A-F EXC-F HLD-F.
	    PERFORM 0014-RTN.
	    PERFORM 0052-RTN.
	0001-RTN.
	    PERFORM 0028-RTN.
	    MOVE A-NO TO O-NO.
	    MOVE A-CLASS TO O-CLASS.
	    MOVE A-NM TO O-NM.
	    MOVE A-SI TO O-SI.
	    MOVE A-SO TO O-SO.
	    PERFORM 0005-RTN.
	    PERFORM 0073-RTN.
	    IF WS-HELD = 'Y'
	       PERFORM 0074-RTN
	    ELSE IF WS-VALID = 'Y'
	       PERFORM 0020-RTN
	       PERFORM 0002-RTN VARYING I FROM 1 BY 1 UNTIL I > GRD-CNT
	       WRITE O-REC FROM OUT-REC
	       PERFORM 0003-RTN
	    ELSE
	       PERFORM 0006-RTN
	    END-IF END-IF.
	    PERFORM 0013-RTN.
	    READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF.
	0002-RTN.
	    MOVE 'REGRADE RUN' TO WS-LCK-DESC.
	    PERFORM 0051-RTN.
	    PERFORM 0015-RTN.
	    OPEN INPUT A-F
		 INPUT GRD-F.
	    PERFORM 0004-RTN.
	    CLOSE GRD-F.
	    PERFORM 0021-RTN.
	    PERFORM 0027-RTN.
	    IF ADDRESS OF SIGNON-OPID NOT = NULL
	       AND SIGNON-OPID NOT = SPACES
	       MOVE SIGNON-OPID TO WS-OPERATOR-ID
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    DISPLAY 'ENTER STUDENT NO TO REGRADE (000 TO END) '.
	    ACCEPT WS-LOOKUP-NO.
	    PERFORM UNTIL WS-LOOKUP-NO = 0
	       DISPLAY 'ENTER STUDENT NO TO REGRADE (000 TO END) '
	       ACCEPT WS-LOOKUP-NO
	    END-PERFORM.
	    CLOSE A-F.
	    PERFORM 0052-RTN.
	0009-RTN.
	    DISPLAY 'CURRENT SCORES FOR ' A-NO ' : ' A-CH '/' A-EN
		'/' A-MA '/' A-SI '/' A-SO.
	    MOVE A-SCORE-AREA TO WS-OLD-SCR.
	    MOVE 'N' TO WS-MODERATED.
	    IF WS-MOD-USED = 'Y' AND A-NO > 0
	       MOVE A-NO TO WS-PX
	       IF MOD-RAW(WS-PX) NOT = SPACES
		  AND MOD-RAW(WS-PX) = A-SCORE-AREA
		  MOVE 'Y' TO WS-MODERATED
		  MOVE MOD-NEW(WS-PX) TO A-SCORE-AREA
		  DISPLAY 'MODERATED SCORES    : ' A-CH '/' A-EN
		      '/' A-MA '/' A-SI '/' A-SO
	       END-IF
	    END-IF.
	    MOVE SPACE TO O-MK.
	    PERFORM 0005-RTN.
	    IF WS-VALID = 'Y'
	       PERFORM 0002-RTN VARYING I FROM 1 BY 1 UNTIL I > GRD-CNT
	    END-IF.
	    MOVE O-MK TO WS-OLD-MK.
	    MOVE WS-OLD-SCR TO A-SCORE-AREA.
	    DISPLAY 'CURRENT GRADE FOR ' A-NO ' : ' WS-OLD-MK.
	    PERFORM 0029-RTN.
	    IF WS-PND-FOUND = 'Y'
	       DISPLAY 'REGRADE REQUEST ALREADY PENDING FOR ' A-NO
		   ' - VIEW ONLY'
	       MOVE 'V' TO WS-ACTION
	    ELSE IF WS-MODERATED = 'Y'
	       DISPLAY 'SCORES ARE MODERATED IN ' WS-MOD-NAME
		   ' - VIEW ONLY'
	       DISPLAY 'CORRECT A.DAT, THEN RE-RUN S9456MOD AND '
		   'S9456043 FOR THE TERM'
	       MOVE 'V' TO WS-ACTION
	    ELSE
	       DISPLAY 'REGRADE THIS STUDENT OR JUST VIEW ? (R/V) '
	       ACCEPT WS-ACTION
	    END-IF END-IF.
	    IF WS-ACTION NOT = 'V' AND WS-ACTION NOT = 'v'
	       DISPLAY 'ENTER CORRECTED CHI SCORE '
	       ACCEPT A-CH
	          PERFORM 0002-RTN VARYING I FROM 1 BY 1
	              UNTIL I > GRD-CNT
	          DISPLAY 'NEW GRADE FOR ' A-NO ' : ' O-MK
	          PERFORM 0030-RTN
	       ELSE
	          DISPLAY 'SCORE OUT OF RANGE - NOT SAVED'
	       END-IF
	    END-IF.
	0029-RTN.
	    MOVE 'N' TO WS-PND-FOUND.
	    MOVE 'N' TO PND-EOF.
	    OPEN INPUT PND-F.
	    IF WS-PND-STATUS = '00'
	       READ PND-F AT END MOVE 'Y' TO PND-EOF END-READ
	       PERFORM UNTIL PND-EOF = 'Y'
	          IF RQ-NO = A-NO AND RQ-STAT = 'P'
		     MOVE 'Y' TO WS-PND-FOUND
	          END-IF
	          READ PND-F AT END MOVE 'Y' TO PND-EOF END-READ
	       END-PERFORM
	       CLOSE PND-F
	    END-IF.
	0030-RTN.
	    DISPLAY 'ENTER REASON FOR REGRADE '.
	    ACCEPT WS-REASON.
	    IF WS-REASON = SPACES
	       DISPLAY 'REASON IS REQUIRED - REQUEST NOT SAVED'
	    ELSE
	       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
	       MOVE SPACES TO PND-REC
	       MOVE WS-TERM TO RQ-TERM
	       MOVE A-NO TO RQ-NO
	       MOVE A-CLASS TO RQ-CLASS
	       MOVE A-NM TO RQ-NM
	       MOVE WS-OLD-SCR TO RQ-OLD-SCR
	       MOVE A-SCORE-AREA TO RQ-NEW-SCR
	       MOVE WS-OLD-MK TO RQ-OLD-MK
	       MOVE O-MK TO RQ-NEW-MK
	       MOVE O-SU TO RQ-NEW-SU
	       MOVE WS-REASON TO RQ-REASON
	       MOVE WS-OPERATOR-ID TO RQ-OPID
	       MOVE WS-CURR-DT(1:8) TO RQ-DATE
	       MOVE WS-CURR-DT(9:8) TO RQ-TIME
	       MOVE 'P' TO RQ-STAT
	       OPEN EXTEND PND-F
	       IF WS-PND-STATUS NOT = '00'
	          OPEN OUTPUT PND-F
	       END-IF
	       WRITE PND-REC
	       CLOSE PND-F
	       DISPLAY 'REGRADE REQUEST SAVED - AWAITING SUPERVISOR'
		   ' APPROVAL (S9456RGA)'
	    END-IF.
	0011-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE A-NO TO AUD-NO.
	    OPEN EXTEND CAT-F.
	    WRITE CAT-REC.
	    CLOSE CAT-F.
	0027-RTN.
	    MOVE SPACES TO MOD-TBL.
	    MOVE 'N' TO WS-MOD-USED.
	    MOVE 'N' TO MOD-EOF.
	    MOVE SPACES TO WS-MOD-NAME.
	    STRING 'MOD.' WS-TERM DELIMITED BY SIZE INTO WS-MOD-NAME.
	    OPEN INPUT MOD-F.
	    IF WS-MOD-STATUS NOT = '00'
	       DISPLAY 'NO MODERATION FOR TERM ' WS-TERM
		   ' - RAW SCORES GRADED'
	    ELSE
	       READ MOD-F AT END MOVE 'Y' TO MOD-EOF END-READ
	       PERFORM UNTIL MOD-EOF = 'Y'
	          IF MD-TERM = WS-TERM AND MD-NO NUMERIC AND MD-NO > 0
		     MOVE MD-NO TO WS-PX
		     MOVE MD-RAW TO MOD-RAW(WS-PX)
		     MOVE MD-NEW TO MOD-NEW(WS-PX)
		     MOVE 'Y' TO WS-MOD-USED
	          END-IF
	          READ MOD-F AT END MOVE 'Y' TO MOD-EOF END-READ
	       END-PERFORM
	       CLOSE MOD-F
	       IF WS-MOD-USED = 'Y'
	          DISPLAY 'GRADING ON MODERATED SCORES FROM '
		      WS-MOD-NAME
	       END-IF
	    END-IF.
	0028-RTN.
	    IF WS-MOD-USED = 'Y' AND A-NO > 0
	       MOVE A-NO TO WS-PX
	       IF MOD-RAW(WS-PX) NOT = SPACES
	          IF MOD-RAW(WS-PX) = A-SCORE-AREA
		     MOVE MOD-NEW(WS-PX) TO A-SCORE-AREA
		     ADD 1 TO WS-MOD-CNT
	          ELSE
		     DISPLAY 'SCORES CHANGED SINCE MODERATION - '
			 'RAW USED : ' A-NO
	          END-IF
	       END-IF
	    END-IF.
	0070-RTN.
	    MOVE 'N' TO WS-ELIG-ON.
	    MOVE 'N' TO EPR-EOF.
	    OPEN INPUT EPR-F.
	    IF WS-EPR-STATUS = '00'
	       READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       PERFORM UNTIL EPR-EOF = 'Y'
	          IF EP-TERM = WS-TERM
		     MOVE EP-FROM TO WS-ELIG-FROM
		     MOVE EP-TO TO WS-ELIG-TO
		     MOVE EP-LIMIT TO WS-ELIG-LIMIT
		     MOVE EP-LATE TO WS-ELIG-LATE
		     MOVE 'Y' TO WS-ELIG-ON
	          END-IF
	          READ EPR-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       END-PERFORM
	       CLOSE EPR-F
	    END-IF.
	    IF WS-ELIG-ON NOT = 'Y'
	       DISPLAY 'NO ELIGIBILITY RULE IN ELIG.PRM FOR TERM '
		   WS-TERM ' - CHECK SKIPPED'
	    ELSE
	       MOVE WS-ELIG-LIMIT TO WS-LIMIT-E
	       DISPLAY 'ATTENDANCE ELIGIBILITY CHECK ' WS-ELIG-FROM
		   ' TO ' WS-ELIG-TO ' LIMIT ' WS-LIMIT-E
	       PERFORM 0071-RTN
	       PERFORM 0072-RTN
	    END-IF.
	0071-RTN.
	    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 99999
	       MOVE 0 TO ELG-ABS(WS-PX)
	       MOVE 0 TO ELG-LATE(WS-PX)
	       MOVE 'N' TO ELG-REL(WS-PX)
	    END-PERFORM.
	    MOVE 'N' TO ATT-EOF.
	    OPEN INPUT ATT-F.
	    IF WS-ATT-STATUS NOT = '00'
	       DISPLAY 'ATTEND.DAT NOT FOUND - NO ABSENCES COUNTED'
	    ELSE
	       READ ATT-F AT END MOVE 'Y' TO ATT-EOF END-READ
	       PERFORM UNTIL ATT-EOF = 'Y'
	          IF ATT-NO NUMERIC AND ATT-NO > 0
		     AND ATT-DATE NOT < WS-ELIG-FROM
		     AND ATT-DATE NOT > WS-ELIG-TO
		     MOVE ATT-NO TO WS-PX
		     IF ATT-TYPE = 'A'
			ADD 1 TO ELG-ABS(WS-PX)
		     END-IF
		     IF ATT-TYPE = 'L'
			ADD 1 TO ELG-LATE(WS-PX)
		     END-IF
	          END-IF
	          READ ATT-F AT END MOVE 'Y' TO ATT-EOF END-READ
	       END-PERFORM
	       CLOSE ATT-F
	    END-IF.
	0072-RTN.
	    MOVE 'N' TO EPR-EOF.
	    OPEN INPUT ERL-F.
	    IF WS-ERL-STATUS = '00'
	       READ ERL-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       PERFORM UNTIL EPR-EOF = 'Y'
	          IF ER-TERM = WS-TERM AND ER-NO NUMERIC AND ER-NO > 0
		     MOVE ER-NO TO WS-PX
		     MOVE 'Y' TO ELG-REL(WS-PX)
		     ADD 1 TO WS-REL-CNT
	          END-IF
	          READ ERL-F AT END MOVE 'Y' TO EPR-EOF END-READ
	       END-PERFORM
	       CLOSE ERL-F
	    END-IF.
	    IF WS-REL-CNT > 0
	       DISPLAY 'ELIGIBILITY HOLDS RELEASED : ' WS-REL-CNT
	    END-IF.
	0073-RTN.
	    MOVE 'N' TO WS-HELD.
	    IF WS-ELIG-ON = 'Y' AND A-NO > 0
	       MOVE A-NO TO WS-PX
	       COMPUTE WS-ELIG-CNT = ELG-ABS(WS-PX)
		   + ELG-LATE(WS-PX) * WS-ELIG-LATE
	       IF WS-ELIG-CNT > WS-ELIG-LIMIT
		  AND ELG-REL(WS-PX) NOT = 'Y'
		  MOVE 'Y' TO WS-HELD
	       END-IF
	    END-IF.
	0074-RTN.
	    ADD 1 TO WS-HLD-CNT.
	    MOVE SPACES TO HLD-REC.
	    MOVE A-NO TO HLD-NO.
	    MOVE A-CLASS TO HLD-CLASS.
	    MOVE A-NM TO HLD-NM.
	    MOVE ELG-ABS(WS-PX) TO HLD-ABS.
	    MOVE ELG-LATE(WS-PX) TO HLD-LATE.
	    MOVE WS-ELIG-CNT TO HLD-CNT.
	    MOVE WS-ELIG-LIMIT TO HLD-LIMIT.
	    MOVE WS-TERM TO HLD-TERM.
	    WRITE HLD-REC.
	0040-RTN.
	    MOVE 'N' TO WS-LOCK.
	    MOVE SPACES TO WS-LOCK-TERM.
