	ID		DIVISION.
	PROGRAM-ID.	S9456RGA.
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
	    SELECT O-F ASSIGN TO RANDOM 'I.OUT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-O-STATUS.
	    SELECT NEW-F ASSIGN TO RANDOM 'I.NEW'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-NEW-STATUS.
	    SELECT PND-F ASSIGN TO RANDOM 'REGRADE.PND'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PND-STATUS.
	    SELECT HIS-F ASSIGN TO RANDOM 'REGRADE.HIS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HIS-STATUS.
	    SELECT AUD-F ASSIGN TO RANDOM 'GRADE.AUD'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.
	    SELECT MOD-F ASSIGN TO WS-MOD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MOD-STATUS.
	    SELECT SEC-F ASSIGN TO RANDOM 'OPSEC.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SEC-STATUS.
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
	FD O-F.
	01 O-REC	PIC X(66).
	FD NEW-F.
	01 NEW-REC	PIC X(66).
	FD PND-F.
	01 PND-REC	PIC X(181).
	FD HIS-F.
	01 HIS-REC	PIC X(181).
	FD AUD-F.
	01 AUD-REC.
	   02 AUD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 AUD-OLD-MK	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 AUD-NEW-MK	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 AUD-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 AUD-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 AUD-OPID	PIC X(08).
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
	FD SEC-F.
	01 SEC-REC.
	   02 SEC-ID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 SEC-PW	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 SEC-AUTH	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 SEC-SUP	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 SEC-STAT	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 SEC-PWCHG	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 SEC-FAILS	PIC 9(01).
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
	77 WS-O-STATUS	PIC XX.
	77 WS-NEW-STATUS	PIC XX.
	77 WS-PND-STATUS	PIC XX.
	77 WS-HIS-STATUS	PIC XX.
	77 WS-SEC-STATUS	PIC XX.
	77 WS-TRM-STATUS	PIC XX.
	77 WS-LCK-STATUS	PIC XX.
	77 WS-SSN-STATUS	PIC XX.
	77 PND-EOF	PIC X VALUE 'N'.
	77 SEC-EOF	PIC X VALUE 'N'.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	77 WS-BUSY	PIC X.
	77 WS-HOLDER	PIC X(20).
	77 WS-HOLDER-PGM	PIC X(08).
	77 WS-LCK-DESC	PIC X(20).
	77 WS-LCK-NAME	PIC X(20) VALUE 'A.LCK'.
	77 WS-LCK-ANSWER	PIC X.
	77 WS-CALL-RC	PIC S9(09) COMP-5.
	77 WS-CURR-DT	PIC X(21).
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-SUP-ID	PIC X(08).
	77 WS-SUP-PW	PIC X(08).
	77 WS-SUP-OK	PIC X VALUE 'N'.
	77 WS-PW-REQ	PIC X VALUE 'Y'.
	77 WS-ACTION	PIC X.
	77 WS-SEL	PIC 9(03) VALUE 0.
	77 WS-PT-CNT	PIC 9(03) VALUE 0.
	77 WS-PX	PIC 9(03).
	77 WS-OPEN-CNT	PIC 9(03) VALUE 0.
	77 WS-CHG-CNT	PIC 9(03) VALUE 0.
	77 WS-APR-CNT	PIC 9(03) VALUE 0.
	77 WS-REJ-CNT	PIC 9(03) VALUE 0.
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	77 WS-HIT	PIC X.
	77 WS-MOD-STATUS	PIC XX.
	77 WS-AUD-STATUS	PIC XX.
	77 WS-MOD-NAME	PIC X(20).
	77 MOD-EOF	PIC X VALUE 'N'.
	77 WS-MODERATED	PIC X.
	77 WS-I-SRC	PIC X(20) VALUE 'I.NEW'.
	77 WS-I-DST	PIC X(20) VALUE 'I.OUT'.
	77 WS-T-CNT	PIC 9(05) VALUE 0.
	77 WS-T-TOTAL	PIC 9(07) VALUE 0.
	77 WS-T-AVG	PIC 9(03)V9 VALUE 0.
	77 WS-T-HI	PIC 9(03) VALUE 0.
	77 WS-T-LO	PIC 9(03) VALUE 999.
	77 WS-T-A-CNT	PIC 9(05) VALUE 0.
	77 WS-T-B-CNT	PIC 9(05) VALUE 0.
	77 WS-T-C-CNT	PIC 9(05) VALUE 0.
	77 WS-T-D-CNT	PIC 9(05) VALUE 0.
	77 WS-T-E-CNT	PIC 9(05) VALUE 0.
	77 WS-T-F-CNT	PIC 9(05) VALUE 0.
	01 RQW-REC.
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
	01 PT-TBL.
	   02 PT-LINE	PIC X(181) OCCURS 500 TIMES.
	01 TRL-REC.
	   02 TRL-TAG	PIC X(03) VALUE 'TRL'.
	   02 FILLER	PIC X(02).
	   02 TRL-CNT	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 TRL-AVG	PIC 9(03)V9.
	   02 FILLER	PIC X(02).
	   02 TRL-HI	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 TRL-LO	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 TRL-A-CNT	PIC 9(05).
	   02 TRL-B-CNT	PIC 9(05).
	   02 TRL-C-CNT	PIC 9(05).
	   02 TRL-D-CNT	PIC 9(05).
	   02 TRL-E-CNT	PIC 9(05).
	   02 TRL-F-CNT	PIC 9(05).
	   02 FILLER	PIC X(05).
	COPY OUTREC.
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'REGRADE APPROVAL'.
	    IF ADDRESS OF SIGNON-OPID NOT = NULL
	       AND SIGNON-OPID NOT = SPACES
	       MOVE SIGNON-OPID TO WS-OPERATOR-ID
	       MOVE 'N' TO WS-PW-REQ
	    ELSE
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    PERFORM 0060-RTN.
	    IF WS-SUP-OK NOT = 'Y'
	       DISPLAY 'SUPERVISOR AUTHORITY REQUIRED - '
		   'APPROVAL REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    MOVE WS-SUP-ID TO WS-OPERATOR-ID.
	    PERFORM 0001-RTN.
	    IF WS-OPEN-CNT = 0
	       DISPLAY 'NO REGRADE REQUESTS PENDING'
	       GOBACK
	    END-IF.
	    PERFORM 0050-RTN.
	    IF WS-BUSY = 'Y'
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - RUN REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    MOVE 'REGRADE APPROVAL' TO WS-LCK-DESC.
	    PERFORM 0051-RTN.
	    OPEN I-O A-F.
	    IF WS-A-STATUS NOT = '00'
	       DISPLAY 'CANNOT OPEN A.DAT - STATUS ' WS-A-STATUS
	       PERFORM 0052-RTN
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    MOVE 999 TO WS-SEL.
	    PERFORM 0002-RTN UNTIL WS-SEL = 0 OR WS-OPEN-CNT = 0.
	    CLOSE A-F.
	    IF WS-CHG-CNT > 0
	       PERFORM 0009-RTN
	    END-IF.
	    PERFORM 0052-RTN.
	    DISPLAY 'REQUESTS APPROVED : ' WS-APR-CNT
		'  REJECTED : ' WS-REJ-CNT.
	    GOBACK.
	0001-RTN.
	    MOVE 0 TO WS-PT-CNT.
	    MOVE 0 TO WS-OPEN-CNT.
	    MOVE 'N' TO PND-EOF.
	    OPEN INPUT PND-F.
	    IF WS-PND-STATUS = '00'
	       READ PND-F AT END MOVE 'Y' TO PND-EOF END-READ
	       PERFORM UNTIL PND-EOF = 'Y'
	          MOVE PND-REC TO RQW-REC
	          IF RQ-STAT = 'P'
		     IF WS-PT-CNT < 500
			ADD 1 TO WS-PT-CNT
			MOVE PND-REC TO PT-LINE(WS-PT-CNT)
			ADD 1 TO WS-OPEN-CNT
		     ELSE
			MOVE 'Y' TO WS-FULL-WARN
		     END-IF
	          END-IF
	          READ PND-F AT END MOVE 'Y' TO PND-EOF END-READ
	       END-PERFORM
	       CLOSE PND-F
	    END-IF.
	    IF WS-FULL-WARN = 'Y'
	       DISPLAY 'OVER 500 REGRADE REQUESTS PENDING - '
		   'RUN REFUSED'
	       MOVE 0 TO WS-OPEN-CNT
	    END-IF.
	0002-RTN.
	    DISPLAY 'PENDING REGRADE REQUESTS'.
	    DISPLAY 'LINE TERM   NO    NAME                 OLD NEW '
		'REQUESTED BY'.
	    PERFORM 0003-RTN VARYING WS-PX FROM 1 BY 1
		UNTIL WS-PX > WS-PT-CNT.
	    DISPLAY 'ENTER LINE NO TO DECIDE (000 TO END) '.
	    ACCEPT WS-SEL.
	    IF WS-SEL > 0
	       IF WS-SEL > WS-PT-CNT
	          DISPLAY 'NO SUCH LINE : ' WS-SEL
	       ELSE
	          MOVE PT-LINE(WS-SEL) TO RQW-REC
	          IF RQ-STAT NOT = 'P'
		     DISPLAY 'REQUEST ALREADY DECIDED : ' WS-SEL
	          ELSE
		     PERFORM 0004-RTN
	          END-IF
	       END-IF
	    END-IF.
	0003-RTN.
	    MOVE PT-LINE(WS-PX) TO RQW-REC.
	    IF RQ-STAT = 'P'
	       DISPLAY WS-PX '  ' RQ-TERM ' ' RQ-NO ' ' RQ-NM ' '
		   RQ-OLD-MK '   ' RQ-NEW-MK '   ' RQ-OPID
	    END-IF.
	0004-RTN.
	    DISPLAY 'STUDENT    : ' RQ-NO ' ' RQ-CLASS ' ' RQ-NM.
	    DISPLAY 'OLD SCORES : ' RQ-OLD-SCR(1:3) '/' RQ-OLD-SCR(4:3)
		'/' RQ-OLD-SCR(7:3) '/' RQ-OLD-SCR(10:3)
		'/' RQ-OLD-SCR(13:3) '  GRADE ' RQ-OLD-MK.
	    DISPLAY 'NEW SCORES : ' RQ-NEW-SCR(1:3) '/' RQ-NEW-SCR(4:3)
		'/' RQ-NEW-SCR(7:3) '/' RQ-NEW-SCR(10:3)
		'/' RQ-NEW-SCR(13:3) '  GRADE ' RQ-NEW-MK.
	    DISPLAY 'REASON     : ' RQ-REASON.
	    DISPLAY 'REQUESTED  : ' RQ-OPID ' ' RQ-DATE ' ' RQ-TIME.
	    MOVE RQ-TERM TO WS-CHK-TERM.
	    PERFORM 0040-RTN.
	    IF RQ-OPID = WS-OPERATOR-ID
	       DISPLAY 'REQUESTER CANNOT DECIDE OWN REGRADE - '
		   'SECOND SUPERVISOR REQUIRED'
	    ELSE IF WS-LOCK = 'Y'
	       DISPLAY 'TERM ' RQ-TERM ' IS CLOSED - DECISION REFUSED'
	    ELSE
	       DISPLAY 'A=APPROVE  R=REJECT  S=SKIP '
	       ACCEPT WS-ACTION
	       EVALUATE WS-ACTION
	          WHEN 'A' WHEN 'a'
		     PERFORM 0005-RTN
	          WHEN 'R' WHEN 'r'
		     MOVE 'R' TO RQ-STAT
		     PERFORM 0008-RTN
		     ADD 1 TO WS-REJ-CNT
		     DISPLAY 'REGRADE REJECTED : ' RQ-NO
	          WHEN OTHER
		     DISPLAY 'REQUEST LEFT PENDING'
	       END-EVALUATE
	    END-IF END-IF.
	0005-RTN.
	    MOVE RQ-NO TO A-NO.
	    READ A-F KEY IS A-NO
		INVALID KEY
		   DISPLAY 'STUDENT NOT ON FILE : ' RQ-NO
		       ' - REJECT THE REQUEST'
		NOT INVALID KEY
		   PERFORM 0010-RTN
	    END-READ.
	0010-RTN.
	    PERFORM 0011-RTN.
	    IF A-SCORE-AREA NOT = RQ-OLD-SCR
	       DISPLAY 'SCORES CHANGED SINCE REQUEST - '
		   'REJECT AND RE-KEY'
	    ELSE IF WS-MODERATED = 'Y'
	       DISPLAY 'SCORES ARE MODERATED IN ' WS-MOD-NAME
		   ' - REJECT, CORRECT A.DAT,'
	       DISPLAY 'THEN RE-RUN S9456MOD AND S9456043 FOR THE TERM'
	    ELSE
	       MOVE RQ-NEW-SCR TO A-SCORE-AREA
	       REWRITE A-REC
		   INVALID KEY
		      DISPLAY 'REWRITE FAILED - STATUS ' WS-A-STATUS
		   NOT INVALID KEY
		      PERFORM 0006-RTN
		      PERFORM 0007-RTN
		      MOVE 'A' TO RQ-STAT
		      PERFORM 0008-RTN
		      ADD 1 TO WS-APR-CNT
		      DISPLAY 'REGRADE APPROVED : ' RQ-NO
			  ' NEW GRADE ' RQ-NEW-MK
	       END-REWRITE
	    END-IF END-IF.
	0011-RTN.
	    MOVE 'N' TO WS-MODERATED.
	    MOVE 'N' TO MOD-EOF.
	    MOVE SPACES TO WS-MOD-NAME.
	    STRING 'MOD.' RQ-TERM DELIMITED BY SIZE INTO WS-MOD-NAME.
	    OPEN INPUT MOD-F.
	    IF WS-MOD-STATUS = '00'
	       READ MOD-F AT END MOVE 'Y' TO MOD-EOF END-READ
	       PERFORM UNTIL MOD-EOF = 'Y'
	          IF MD-TERM = RQ-TERM AND MD-NO = RQ-NO
		     AND MD-RAW = RQ-OLD-SCR
		     MOVE 'Y' TO WS-MODERATED
	          END-IF
	          READ MOD-F AT END MOVE 'Y' TO MOD-EOF END-READ
	       END-PERFORM
	       CLOSE MOD-F
	    END-IF.
	0006-RTN.
	    MOVE 'N' TO WS-HIT.
	    MOVE 0 TO WS-T-CNT.
	    MOVE 0 TO WS-T-TOTAL.
	    MOVE 0 TO WS-T-HI.
	    MOVE 999 TO WS-T-LO.
	    MOVE 0 TO WS-T-A-CNT.
	    MOVE 0 TO WS-T-B-CNT.
	    MOVE 0 TO WS-T-C-CNT.
	    MOVE 0 TO WS-T-D-CNT.
	    MOVE 0 TO WS-T-E-CNT.
	    MOVE 0 TO WS-T-F-CNT.
	    MOVE 'N' TO EOF.
	    OPEN INPUT O-F.
	    IF WS-O-STATUS NOT = '00'
	       DISPLAY 'I.OUT NOT FOUND - A.DAT UPDATED ONLY'
	    ELSE
	       OPEN OUTPUT NEW-F
	       READ O-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF O-REC(1:3) NOT = 'TRL'
		     MOVE O-REC TO OUT-REC
		     IF O-NO = RQ-NO
			MOVE A-CH TO O-CH
			MOVE A-EN TO O-EN
			MOVE A-MA TO O-MA
			MOVE A-SI TO O-SI
			MOVE A-SO TO O-SO
			MOVE RQ-NEW-SU TO O-SU
			MOVE RQ-NEW-MK TO O-MK
			MOVE 'Y' TO WS-HIT
		     END-IF
		     PERFORM 0017-RTN
		     WRITE NEW-REC FROM OUT-REC
	          END-IF
	          READ O-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE O-F
	       PERFORM 0018-RTN
	       WRITE NEW-REC FROM TRL-REC
	       CLOSE NEW-F
	       IF WS-HIT = 'Y'
	          CALL 'CBL_COPY_FILE' USING WS-I-SRC WS-I-DST
		      RETURNING WS-CALL-RC
	          IF WS-CALL-RC NOT = 0
		     DISPLAY 'I.OUT NOT UPDATED - RERUN GRADING'
	          END-IF
	       ELSE
	          DISPLAY 'STUDENT NOT ON I.OUT - A.DAT UPDATED ONLY'
	       END-IF
	       CALL 'CBL_DELETE_FILE' USING WS-I-SRC
		   RETURNING WS-CALL-RC
	    END-IF.
	0007-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE SPACES TO AUD-REC.
	    MOVE RQ-NO TO AUD-NO.
	    MOVE RQ-OLD-MK TO AUD-OLD-MK.
	    MOVE RQ-NEW-MK TO AUD-NEW-MK.
	    MOVE WS-CURR-DT(1:8) TO AUD-DATE.
	    MOVE WS-CURR-DT(9:8) TO AUD-TIME.
	    MOVE RQ-OPID TO AUD-OPID.
	    OPEN EXTEND AUD-F.
	    IF WS-AUD-STATUS NOT = '00'
	       OPEN OUTPUT AUD-F
	    END-IF.
	    WRITE AUD-REC.
	    CLOSE AUD-F.
	0008-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE WS-OPERATOR-ID TO RQ-APID.
	    MOVE WS-CURR-DT(1:8) TO RQ-APDATE.
	    MOVE WS-CURR-DT(9:8) TO RQ-APTIME.
	    MOVE RQW-REC TO PT-LINE(WS-SEL).
	    SUBTRACT 1 FROM WS-OPEN-CNT.
	    ADD 1 TO WS-CHG-CNT.
	0009-RTN.
	    OPEN EXTEND HIS-F.
	    IF WS-HIS-STATUS NOT = '00'
	       OPEN OUTPUT HIS-F
	    END-IF.
	    MOVE 'N' TO PND-EOF.
	    OPEN INPUT PND-F.
	    IF WS-PND-STATUS = '00'
	       READ PND-F AT END MOVE 'Y' TO PND-EOF END-READ
	       PERFORM UNTIL PND-EOF = 'Y'
	          MOVE PND-REC TO RQW-REC
	          IF RQ-STAT NOT = 'P'
		     WRITE HIS-REC FROM PND-REC
	          END-IF
	          READ PND-F AT END MOVE 'Y' TO PND-EOF END-READ
	       END-PERFORM
	       CLOSE PND-F
	    END-IF.
	    OPEN OUTPUT PND-F.
	    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PT-CNT
	       MOVE PT-LINE(WS-PX) TO RQW-REC
	       IF RQ-STAT = 'P'
		  WRITE PND-REC FROM PT-LINE(WS-PX)
	       ELSE
		  WRITE HIS-REC FROM PT-LINE(WS-PX)
	       END-IF
	    END-PERFORM.
	    CLOSE PND-F HIS-F.
	0017-RTN.
	    ADD 1 TO WS-T-CNT.
	    ADD O-SU TO WS-T-TOTAL.
	    IF O-SU > WS-T-HI
	       MOVE O-SU TO WS-T-HI
	    END-IF.
	    IF O-SU < WS-T-LO
	       MOVE O-SU TO WS-T-LO
	    END-IF.
	    IF O-MK = 'A'
	       ADD 1 TO WS-T-A-CNT
	    ELSE IF O-MK = 'B'
	       ADD 1 TO WS-T-B-CNT
	    ELSE IF O-MK = 'C'
	       ADD 1 TO WS-T-C-CNT
	    ELSE IF O-MK = 'D'
	       ADD 1 TO WS-T-D-CNT
	    ELSE IF O-MK = 'E'
	       ADD 1 TO WS-T-E-CNT
	    ELSE IF O-MK = 'F'
	       ADD 1 TO WS-T-F-CNT
	    END-IF END-IF END-IF END-IF END-IF END-IF.
	0018-RTN.
	    IF WS-T-CNT = 0
	       MOVE 0 TO WS-T-AVG
	    ELSE
	       COMPUTE WS-T-AVG = WS-T-TOTAL / WS-T-CNT
	    END-IF.
	    MOVE WS-T-CNT TO TRL-CNT.
	    MOVE WS-T-AVG TO TRL-AVG.
	    MOVE WS-T-HI TO TRL-HI.
	    MOVE WS-T-LO TO TRL-LO.
	    MOVE WS-T-A-CNT TO TRL-A-CNT.
	    MOVE WS-T-B-CNT TO TRL-B-CNT.
	    MOVE WS-T-C-CNT TO TRL-C-CNT.
	    MOVE WS-T-D-CNT TO TRL-D-CNT.
	    MOVE WS-T-E-CNT TO TRL-E-CNT.
	    MOVE WS-T-F-CNT TO TRL-F-CNT.
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
	       IF WS-HOLDER-PGM = 'S9456RGA'
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
	    MOVE 'S9456RGA' TO LCK-PGM.
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
	0060-RTN.
	    MOVE 'N' TO WS-SUP-OK.
	    MOVE WS-OPERATOR-ID TO WS-SUP-ID.
	    MOVE SPACES TO WS-SUP-PW.
	    IF WS-PW-REQ = 'N'
	       PERFORM 0061-RTN
	    END-IF.
	    IF WS-SUP-OK NOT = 'Y'
	       MOVE 'Y' TO WS-PW-REQ
	       DISPLAY 'ENTER SUPERVISOR ID '
	       ACCEPT WS-SUP-ID
	       DISPLAY 'ENTER SUPERVISOR PASSWORD '
	       ACCEPT WS-SUP-PW
	       PERFORM 0061-RTN
	    END-IF.
	0061-RTN.
	    MOVE 'N' TO SEC-EOF.
	    OPEN INPUT SEC-F.
	    IF WS-SEC-STATUS = '00'
	       READ SEC-F AT END MOVE 'Y' TO SEC-EOF END-READ
	       PERFORM UNTIL SEC-EOF = 'Y'
	          IF SEC-ID = WS-SUP-ID AND SEC-SUP = 'Y'
		     AND SEC-STAT NOT = 'D'
		     AND (WS-PW-REQ = 'N' OR SEC-PW = WS-SUP-PW)
		     MOVE 'Y' TO WS-SUP-OK
	          END-IF
	          READ SEC-F AT END MOVE 'Y' TO SEC-EOF END-READ
	       END-PERFORM
	       CLOSE SEC-F
	    END-IF.
