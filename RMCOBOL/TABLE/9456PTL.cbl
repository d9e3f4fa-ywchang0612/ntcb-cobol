	ID		DIVISION.
	PROGRAM-ID.	S9456PTL.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT O-F ASSIGN TO RANDOM 'I.OUT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-O-STATUS.
	    SELECT EXC-F ASSIGN TO RANDOM 'I.EXC'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EXC-STATUS.
	    SELECT HLD-F ASSIGN TO RANDOM 'I.HLD'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HLD-STATUS.
	    SELECT HIS-F ASSIGN TO RANDOM 'GRADE.HIS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HIS-STATUS.
	    SELECT MKP-F ASSIGN TO RANDOM 'MAKEUP.LST'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MKP-STATUS.
	    SELECT ATT-F ASSIGN TO RANDOM 'ATTEND.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ATT-STATUS.
	    SELECT EPR-F ASSIGN TO RANDOM 'ELIG.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EPR-STATUS.
	    SELECT FLG-F ASSIGN TO RANDOM 'RECON.FLG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-FLG-STATUS.
	    SELECT TRM-F ASSIGN TO RANDOM 'TERM.STS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-TRM-STATUS.
	    SELECT PTL-F ASSIGN TO WS-PTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT LST-F ASSIGN TO RANDOM 'PORTAL.EXC'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
	FD O-F.
	01 O-REC	PIC X(66).
	FD EXC-F.
	01 EXC-REC.
	   02 EXC-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 EXC-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 EXC-NM	PIC X(20).
	   02 FILLER	PIC X(27).
	   02 EXC-RSN	PIC X(15).
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
	FD MKP-F.
	01 MKP-REC.
	   02 MKP-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 MKP-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 MKP-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 MKP-SU	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 MKP-ST	PIC X(01).
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
	FD FLG-F.
	01 FLG-REC.
	   02 FLG-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 FLG-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 FLG-VERDICT	PIC X(14).
	FD TRM-F.
	01 TRM-REC.
	   02 TS-TERM	PIC X(06).
	   02 FILLER	PIC X(02).
	   02 TS-STAT	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 TS-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 TS-OPID	PIC X(08).
	FD PTL-F.
	01 PTL-REC	PIC X(100).
	FD LST-F.
	01 LST-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-O-STATUS	PIC XX.
	77 WS-EXC-STATUS	PIC XX.
	77 WS-HLD-STATUS	PIC XX.
	77 WS-HIS-STATUS	PIC XX.
	77 WS-MKP-STATUS	PIC XX.
	77 WS-ATT-STATUS	PIC XX.
	77 WS-EPR-STATUS	PIC XX.
	77 WS-FLG-STATUS	PIC XX.
	77 WS-TRM-STATUS	PIC XX.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	77 WS-TERM	PIC X(06).
	77 WS-PTL-NAME	PIC X(20).
	77 WS-FROM	PIC X(08).
	77 WS-TO	PIC X(08).
	77 WS-CURR-DT	PIC X(21).
	77 WS-PX	PIC 9(05).
	77 WS-DTL-CNT	PIC 9(05) VALUE 0.
	77 WS-HASH	PIC 9(09) VALUE 0.
	77 WS-HLD-CNT	PIC 9(05) VALUE 0.
	77 WS-EXC-CNT	PIC 9(05) VALUE 0.
	77 WS-SKIP-CNT	PIC 9(05) VALUE 0.
	77 WS-MKP-OUT	PIC X(01).
	77 WS-CNT-E	PIC ZZZZ9.
	01 PX-FLAG-TBL.
	   02 PX-FLAG	PIC X OCCURS 99999 TIMES.
	01 PX-MKP-TBL.
	   02 PX-MKP	PIC X OCCURS 99999 TIMES.
	01 PX-ATT-TBL.
	   02 PX-ATT OCCURS 99999 TIMES.
	      03 PX-ABS	PIC 9(03).
	      03 PX-LATE	PIC 9(03).
	      03 PX-EXC	PIC 9(03).
	COPY OUTREC.
	01 PTL-HDR-REC.
	   02 PH-TAG	PIC X(03) VALUE 'HDR'.
	   02 FILLER	PIC X(01) VALUE '|'.
	   02 PH-TERM	PIC X(06).
	   02 FILLER	PIC X(01) VALUE '|'.
	   02 PH-DATE	PIC X(08).
	   02 FILLER	PIC X(01) VALUE '|'.
	   02 PH-FROM	PIC X(08).
	   02 FILLER	PIC X(01) VALUE '|'.
	   02 PH-TO	PIC X(08).
	01 PTL-DTL-REC	PIC X(100).
	01 PTL-TRL-REC.
	   02 PT-TAG	PIC X(03) VALUE 'TRL'.
	   02 FILLER	PIC X(01) VALUE '|'.
	   02 PT-CNT	PIC 9(05).
	   02 FILLER	PIC X(01) VALUE '|'.
	   02 PT-HASH	PIC 9(09).
	01 PD-ABS	PIC 9(03).
	01 PD-LATE	PIC 9(03).
	01 PD-EXC	PIC 9(03).
	01 LST-HDR-1	PIC X(80).
	01 LST-HDR-2	PIC X(80) VALUE
	    'NO     CLASS NAME                  REASON'.
	01 LST-DTL.
	   02 LD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 LD-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 LD-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 LD-RSN	PIC X(30).
	01 TRL-OUT-REC	PIC X(80).
	PROCEDURE	DIVISION.
	0000-RTN.
	    DISPLAY 'PARENT PORTAL RESULTS EXPORT'.
	    DISPLAY 'ENTER TERM CODE (E.G. 2026-1) '.
	    ACCEPT WS-TERM.
	    MOVE WS-TERM TO WS-CHK-TERM.
	    PERFORM 0040-RTN.
	    IF WS-LOCK NOT = 'Y'
	       DISPLAY 'TERM ' WS-TERM ' NOT CLOSED IN TERM.STS - '
		   'EXPORT REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    OPEN INPUT O-F.
	    IF WS-O-STATUS NOT = '00'
	       DISPLAY 'I.OUT NOT FOUND - RUN GRADING FIRST'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0002-RTN.
	    MOVE SPACES TO PX-FLAG-TBL.
	    MOVE SPACES TO PX-MKP-TBL.
	    INITIALIZE PX-ATT-TBL.
	    OPEN OUTPUT LST-F.
	    MOVE SPACES TO LST-HDR-1.
	    STRING 'STUDENTS LEFT OUT OF PORTAL EXPORT - TERM '
		WS-TERM DELIMITED BY SIZE INTO LST-HDR-1.
	    WRITE LST-REC FROM LST-HDR-1.
	    WRITE LST-REC FROM LST-HDR-2.
	    PERFORM 0010-RTN.
	    PERFORM 0011-RTN.
	    PERFORM 0012-RTN.
	    PERFORM 0013-RTN.
	    MOVE SPACES TO WS-PTL-NAME.
	    STRING 'PORTAL.' WS-TERM DELIMITED BY SIZE
		INTO WS-PTL-NAME.
	    OPEN OUTPUT PTL-F.
	    PERFORM 0003-RTN.
	    MOVE 'N' TO EOF.
	    READ O-F AT END MOVE 'Y' TO EOF.
	    PERFORM 0004-RTN UNTIL EOF = 'Y'.
	    PERFORM 0006-RTN.
	    CLOSE O-F PTL-F.
	    MOVE SPACES TO TRL-OUT-REC.
	    COMPUTE WS-CNT-E = WS-HLD-CNT + WS-EXC-CNT.
	    STRING 'STUDENTS LEFT OUT : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE LST-REC FROM TRL-OUT-REC.
	    CLOSE LST-F.
	    DISPLAY 'ELIGIBILITY HOLDS LEFT OUT : ' WS-HLD-CNT.
	    DISPLAY 'OPEN EXCEPTIONS LEFT OUT   : ' WS-EXC-CNT.
	    IF WS-SKIP-CNT > 0
	       DISPLAY 'I.OUT ROWS SKIPPED         : ' WS-SKIP-CNT
	    END-IF.
	    DISPLAY 'DETAILS WRITTEN : ' WS-DTL-CNT.
	    DISPLAY 'EXPORT WRITTEN TO ' WS-PTL-NAME.
	    DISPLAY 'EXCLUSIONS LISTED IN PORTAL.EXC'.
	    GOBACK.
	0001-RTN.
	    OPEN INPUT FLG-F.
	    IF WS-FLG-STATUS NOT = '00'
	       DISPLAY 'RECONCILIATION NOT RUN - EXPORT REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    READ FLG-F
		AT END
		   DISPLAY 'RECON.FLG EMPTY - EXPORT REFUSED'
		   CLOSE FLG-F
		   MOVE 8 TO RETURN-CODE
		   GOBACK
	    END-READ.
	    CLOSE FLG-F.
	    IF FLG-VERDICT NOT = 'IN-BALANCE'
	       DISPLAY 'LAST RECONCILIATION OUT-OF-BALANCE - '
		   'EXPORT REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	0002-RTN.
	    MOVE SPACES TO WS-FROM WS-TO.
	    MOVE 'N' TO EOF.
	    OPEN INPUT EPR-F.
	    IF WS-EPR-STATUS = '00'
	       READ EPR-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF EP-TERM = WS-TERM
		     MOVE EP-FROM TO WS-FROM
		     MOVE EP-TO TO WS-TO
	          END-IF
	          READ EPR-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE EPR-F
	    END-IF.
	    IF WS-FROM = SPACES
	       DISPLAY 'NO TERM DATES IN ELIG.PRM FOR ' WS-TERM
	       DISPLAY 'ENTER TERM START DATE (YYYYMMDD) '
	       ACCEPT WS-FROM
	       DISPLAY 'ENTER TERM END DATE (YYYYMMDD) '
	       ACCEPT WS-TO
	    END-IF.
	0003-RTN.
	    MOVE WS-TERM TO PH-TERM.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE WS-CURR-DT(1:8) TO PH-DATE.
	    MOVE WS-FROM TO PH-FROM.
	    MOVE WS-TO TO PH-TO.
	    WRITE PTL-REC FROM PTL-HDR-REC.
	0004-RTN.
	    IF O-REC(1:3) NOT = 'TRL'
	       MOVE O-REC TO OUT-REC
	       IF O-NO NUMERIC AND O-NO > 0
	          MOVE O-NO TO WS-PX
	          IF PX-FLAG(WS-PX) = SPACE
		     PERFORM 0005-RTN
	          ELSE
		     ADD 1 TO WS-SKIP-CNT
	          END-IF
	       END-IF
	    END-IF.
	    READ O-F AT END MOVE 'Y' TO EOF.
	0005-RTN.
	    MOVE 'N' TO WS-MKP-OUT.
	    IF PX-MKP(WS-PX) NOT = SPACE
	       MOVE PX-MKP(WS-PX) TO WS-MKP-OUT
	    END-IF.
	    MOVE PX-ABS(WS-PX) TO PD-ABS.
	    MOVE PX-LATE(WS-PX) TO PD-LATE.
	    MOVE PX-EXC(WS-PX) TO PD-EXC.
	    MOVE SPACES TO PTL-DTL-REC.
	    STRING 'DTL|' O-NO '|' O-CLASS '|'
		O-NM DELIMITED BY '  '
		'|' O-CH '|' O-EN '|' O-MA '|' O-SI '|' O-SO
		'|' O-SU '|' O-MK '|' WS-MKP-OUT
		'|' PD-ABS '|' PD-LATE '|' PD-EXC
		DELIMITED BY SIZE INTO PTL-DTL-REC.
	    WRITE PTL-REC FROM PTL-DTL-REC.
	    ADD 1 TO WS-DTL-CNT.
	    ADD O-SU TO WS-HASH.
	0006-RTN.
	    MOVE WS-DTL-CNT TO PT-CNT.
	    MOVE WS-HASH TO PT-HASH.
	    WRITE PTL-REC FROM PTL-TRL-REC.
	0010-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT HLD-F.
	    IF WS-HLD-STATUS = '00'
	       READ HLD-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF HLD-TERM = WS-TERM AND HLD-NO NUMERIC
		     AND HLD-NO > 0
		     MOVE HLD-NO TO WS-PX
		     IF PX-FLAG(WS-PX) = SPACE
			MOVE 'H' TO PX-FLAG(WS-PX)
			ADD 1 TO WS-HLD-CNT
			MOVE SPACES TO LST-DTL
			MOVE HLD-NO TO LD-NO
			MOVE HLD-CLASS TO LD-CLASS
			MOVE HLD-NM TO LD-NM
			MOVE 'ELIGIBILITY HOLD' TO LD-RSN
			WRITE LST-REC FROM LST-DTL
		     END-IF
	          END-IF
	          READ HLD-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE HLD-F
	    END-IF.
	    MOVE 'N' TO EOF.
	    OPEN INPUT EXC-F.
	    IF WS-EXC-STATUS = '00'
	       READ EXC-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF EXC-NO NUMERIC AND EXC-NO > 0
		     MOVE EXC-NO TO WS-PX
		     IF PX-FLAG(WS-PX) = SPACE
			MOVE 'X' TO PX-FLAG(WS-PX)
			ADD 1 TO WS-EXC-CNT
			MOVE SPACES TO LST-DTL
			MOVE EXC-NO TO LD-NO
			MOVE EXC-CLASS TO LD-CLASS
			MOVE EXC-NM TO LD-NM
			STRING 'OPEN EXCEPTION - ' EXC-RSN
			    DELIMITED BY SIZE INTO LD-RSN
			WRITE LST-REC FROM LST-DTL
		     END-IF
	          END-IF
	          READ EXC-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE EXC-F
	    END-IF.
	0011-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT HIS-F.
	    IF WS-HIS-STATUS = '00'
	       READ HIS-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF HIS-TERM = WS-TERM AND HIS-MKP = 'M'
		     AND HIS-NO NUMERIC AND HIS-NO > 0
		     MOVE HIS-NO TO WS-PX
		     MOVE 'S' TO PX-MKP(WS-PX)
	          END-IF
	          READ HIS-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE HIS-F
	    END-IF.
	0012-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT MKP-F.
	    IF WS-MKP-STATUS = '00'
	       READ MKP-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF MKP-ST = 'P' AND MKP-NO NUMERIC AND MKP-NO > 0
		     MOVE MKP-NO TO WS-PX
		     IF PX-MKP(WS-PX) = SPACE
			MOVE 'P' TO PX-MKP(WS-PX)
		     END-IF
	          END-IF
	          READ MKP-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE MKP-F
	    END-IF.
	0013-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT ATT-F.
	    IF WS-ATT-STATUS NOT = '00'
	       DISPLAY 'ATTEND.DAT NOT FOUND - ATTENDANCE LEFT ZERO'
	    ELSE
	       READ ATT-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF ATT-DATE NOT < WS-FROM AND ATT-DATE NOT > WS-TO
		     AND ATT-NO NUMERIC AND ATT-NO > 0
		     MOVE ATT-NO TO WS-PX
		     EVALUATE ATT-TYPE
			WHEN 'A'
			   ADD 1 TO PX-ABS(WS-PX)
			WHEN 'L'
			   ADD 1 TO PX-LATE(WS-PX)
			WHEN 'E'
			   ADD 1 TO PX-EXC(WS-PX)
		     END-EVALUATE
	          END-IF
	          READ ATT-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE ATT-F
	    END-IF.
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
