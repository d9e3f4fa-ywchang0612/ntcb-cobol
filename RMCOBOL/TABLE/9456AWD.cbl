	ID		DIVISION.
	PROGRAM-ID.	S9456AWD.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT HIS-F ASSIGN TO WS-SRC-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HIS-STATUS.
	    SELECT CAT-F ASSIGN TO RANDOM 'ARCH.CAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CAT-STATUS.
	    SELECT RUL-F ASSIGN TO RANDOM 'AWARD.RUL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RUL-STATUS.
	    SELECT AWH-F ASSIGN TO RANDOM 'AWARD.HIS'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AWH-STATUS.
	    SELECT ATT-F ASSIGN TO RANDOM 'ATTEND.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ATT-STATUS.
	    SELECT EPR-F ASSIGN TO RANDOM 'ELIG.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EPR-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'AWARD.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
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
	FD RUL-F.
	01 RUL-REC.
	   02 RL-CODE	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 RL-NAME	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 RL-TERMS	PIC 9(01).
	   02 FILLER	PIC X(02).
	   02 RL-AVG	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 RL-NOF	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RL-NOMKP	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 RL-ABS	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 RL-PLACES	PIC 9(02).
	FD AWH-F.
	01 AWH-REC.
	   02 AH-YEAR	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 AH-CODE	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 AH-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 AH-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 AH-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 AH-AVG	PIC 9(03)V9.
	   02 FILLER	PIC X(02).
	   02 AH-RANK	PIC 9(03).
	   02 FILLER	PIC X(02).
	   02 AH-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 AH-DATE	PIC X(08).
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
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-HIS-STATUS	PIC XX.
	77 WS-CAT-STATUS	PIC XX.
	77 WS-RUL-STATUS	PIC XX.
	77 WS-AWH-STATUS	PIC XX.
	77 WS-ATT-STATUS	PIC XX.
	77 WS-EPR-STATUS	PIC XX.
	77 WS-SRC-NAME	PIC X(20).
	77 WS-PASS	PIC X.
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-YEAR	PIC X(04).
	77 WS-ANSWER	PIC X.
	77 WS-CURR-DT	PIC X(21).
	77 WS-ARC-CNT	PIC 99 VALUE 0.
	77 WS-AX	PIC 99.
	77 WS-RUL-CNT	PIC 99 VALUE 0.
	77 WS-RX	PIC 99.
	77 WS-TRM-CNT	PIC 9(03) VALUE 0.
	77 WS-TX	PIC 9(03).
	77 WS-TY	PIC 9(03).
	77 WS-HOLD-TERM	PIC X(06).
	77 WS-EPR-CNT	PIC 99 VALUE 0.
	77 WS-EX	PIC 99.
	77 WS-PT-CNT	PIC 9 VALUE 0.
	77 WS-PX	PIC 9.
	77 WS-K	PIC 9.
	77 WS-SX	PIC 9(05).
	77 WS-AWH-CNT	PIC 9(04) VALUE 0.
	77 WS-WX	PIC 9(04).
	77 WS-CD-CNT	PIC 9(04) VALUE 0.
	77 WS-NR-CNT	PIC 9(04) VALUE 0.
	77 WS-CX	PIC 9(04).
	77 WS-CY	PIC 9(04).
	77 WS-SEEN	PIC 9 VALUE 0.
	77 WS-SUM	PIC 9(04) VALUE 0.
	77 WS-AVG	PIC 9(03)V9 VALUE 0.
	77 WS-FAILS	PIC 9 VALUE 0.
	77 WS-REASON	PIC X(30).
	77 WS-PLACES	PIC 9(04) VALUE 0.
	77 WS-DONE-CNT	PIC 9(04) VALUE 0.
	77 WS-WIN-CNT	PIC 9(04) VALUE 0.
	77 WS-AVG-E	PIC ZZ9.9.
	77 WS-NUM-E	PIC ZZ9.
	77 WS-NUM2-E	PIC ZZ9.
	77 WS-CNT-E	PIC ZZZ9.
	01 ARC-TBL.
	   02 ARC-NAME	PIC X(20) OCCURS 50 TIMES.
	01 RUL-TBL.
	   02 RUL-ENT OCCURS 20 TIMES.
	      03 RU-CODE	PIC X(04).
	      03 RU-NAME	PIC X(20).
	      03 RU-TERMS	PIC 9(01).
	      03 RU-AVG	PIC 9(03).
	      03 RU-NOF	PIC X(01).
	      03 RU-NOMKP	PIC X(01).
	      03 RU-ABS	PIC 9(03).
	      03 RU-PLACES	PIC 9(02).
	01 TRM-TBL.
	   02 TRM-TERM	PIC X(06) OCCURS 100 TIMES.
	01 EPR-TBL.
	   02 EPR-ENT OCCURS 50 TIMES.
	      03 EPT-TERM	PIC X(06).
	      03 EPT-FROM	PIC X(08).
	      03 EPT-TO	PIC X(08).
	01 PT-TBL.
	   02 PT-ENT OCCURS 6 TIMES.
	      03 PT-TERM	PIC X(06).
	      03 PT-FROM	PIC X(08).
	      03 PT-TO	PIC X(08).
	01 AWH-TBL.
	   02 AWH-ENT OCCURS 5000 TIMES.
	      03 AW-CODE	PIC X(04).
	      03 AW-NO	PIC 9(05).
	01 ST-TBL.
	   02 ST-ENT OCCURS 99999 TIMES.
	      03 ST-NM	PIC X(20).
	      03 ST-CLASS	PIC X(04).
	      03 ST-K	PIC 9(01).
	      03 ST-F	PIC X(01).
	      03 ST-MKP	PIC X(01).
	      03 ST-AWD	PIC X(01).
	      03 ST-ABS	PIC 9(03).
	      03 ST-SLOT OCCURS 6 TIMES.
		 04 ST-SEEN	PIC X(01).
		 04 ST-SU	PIC 9(03).
	01 CD-TBL.
	   02 CD-ENT OCCURS 2000 TIMES.
	      03 CD-NO	PIC 9(05).
	      03 CD-AVG	PIC 9(03)V9.
	      03 CD-REASON	PIC X(30).
	01 CD-HOLD.
	   02 CDH-NO	PIC 9(05).
	   02 CDH-AVG	PIC 9(03)V9.
	   02 CDH-REASON	PIC X(30).
	01 NR-TBL.
	   02 NR-ENT OCCURS 2000 TIMES.
	      03 NR-NO	PIC 9(05).
	      03 NR-AVG	PIC 9(03)V9.
	      03 NR-REASON	PIC X(30).
	01 HDR-REC-1	PIC X(80).
	01 HDR-REC-2	PIC X(80).
	01 HDR-CAND	PIC X(80) VALUE
	    'RANK  NO     CLASS NAME                  AVG    ABS'.
	01 HDR-NEAR	PIC X(80) VALUE
	    'NO     CLASS NAME                  AVG    REASON NOT MET'.
	01 CD-DTL.
	   02 CDD-RANK	PIC ZZ9.
	   02 FILLER	PIC X(03).
	   02 CDD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 CDD-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CDD-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 CDD-AVG	PIC ZZ9.9.
	   02 FILLER	PIC X(02).
	   02 CDD-ABS	PIC ZZ9.
	01 NR-DTL.
	   02 NRD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 NRD-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 NRD-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 NRD-AVG	PIC ZZ9.9.
	   02 FILLER	PIC X(02).
	   02 NRD-REASON	PIC X(30).
	01 TRL-OUT-REC	PIC X(80).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'SCHOLARSHIP AND MERIT AWARD RUN'.
	    IF ADDRESS OF SIGNON-OPID NOT = NULL
	       AND SIGNON-OPID NOT = SPACES
	       MOVE SIGNON-OPID TO WS-OPERATOR-ID
	    ELSE
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    DISPLAY 'ENTER AWARD YEAR (YYYY) '.
	    ACCEPT WS-YEAR.
	    IF WS-YEAR NOT NUMERIC
	       DISPLAY 'INVALID AWARD YEAR - RUN STOPPED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    IF WS-RUL-CNT = 0
	       DISPLAY 'NO AWARD RULES IN AWARD.RUL - RUN STOPPED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0002-RTN.
	    PERFORM 0003-RTN.
	    PERFORM 0004-RTN.
	    MOVE 'T' TO WS-PASS.
	    PERFORM 0010-RTN.
	    IF WS-TRM-CNT = 0
	       DISPLAY 'NO GRADE HISTORY FOUND - RUN STOPPED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0012-RTN.
	    OPEN OUTPUT RPT-F.
	    MOVE SPACES TO HDR-REC-1.
	    STRING 'SCHOLARSHIP AND MERIT AWARD CANDIDATES - YEAR '
		WS-YEAR DELIMITED BY SIZE INTO HDR-REC-1.
	    WRITE RPT-REC FROM HDR-REC-1.
	    PERFORM 0020-RTN VARYING WS-RX FROM 1 BY 1
		UNTIL WS-RX > WS-RUL-CNT.
	    CLOSE RPT-F.
	    DISPLAY 'AWARD WINNERS RECORDED : ' WS-WIN-CNT.
	    DISPLAY 'CANDIDATE LISTS WRITTEN TO AWARD.RPT'.
	    GOBACK.
	0001-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT RUL-F.
	    IF WS-RUL-STATUS = '00'
	       READ RUL-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF RL-CODE NOT = SPACES AND WS-RUL-CNT < 20
		     ADD 1 TO WS-RUL-CNT
		     MOVE RL-CODE TO RU-CODE(WS-RUL-CNT)
		     MOVE RL-NAME TO RU-NAME(WS-RUL-CNT)
		     MOVE RL-TERMS TO RU-TERMS(WS-RUL-CNT)
		     MOVE RL-AVG TO RU-AVG(WS-RUL-CNT)
		     MOVE RL-NOF TO RU-NOF(WS-RUL-CNT)
		     MOVE RL-NOMKP TO RU-NOMKP(WS-RUL-CNT)
		     MOVE RL-ABS TO RU-ABS(WS-RUL-CNT)
		     MOVE RL-PLACES TO RU-PLACES(WS-RUL-CNT)
	          END-IF
	          READ RUL-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE RUL-F
	    END-IF.
	0002-RTN.
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
		     PERFORM 0005-RTN
	          END-IF
	          READ CAT-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE CAT-F
	    END-IF.
	0003-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT EPR-F.
	    IF WS-EPR-STATUS = '00'
	       READ EPR-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          PERFORM VARYING WS-EX FROM 1 BY 1
		      UNTIL WS-EX > WS-EPR-CNT
			 OR EPT-TERM(WS-EX) = EP-TERM
		     CONTINUE
	          END-PERFORM
	          IF WS-EX > WS-EPR-CNT AND WS-EPR-CNT < 50
		     ADD 1 TO WS-EPR-CNT
		     MOVE WS-EPR-CNT TO WS-EX
	          END-IF
	          IF WS-EX NOT > WS-EPR-CNT
		     MOVE EP-TERM TO EPT-TERM(WS-EX)
		     MOVE EP-FROM TO EPT-FROM(WS-EX)
		     MOVE EP-TO TO EPT-TO(WS-EX)
	          END-IF
	          READ EPR-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE EPR-F
	    END-IF.
	0004-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT AWH-F.
	    IF WS-AWH-STATUS = '00'
	       READ AWH-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF AH-YEAR = WS-YEAR AND WS-AWH-CNT < 5000
		     ADD 1 TO WS-AWH-CNT
		     MOVE AH-CODE TO AW-CODE(WS-AWH-CNT)
		     MOVE AH-NO TO AW-NO(WS-AWH-CNT)
	          END-IF
	          READ AWH-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE AWH-F
	    END-IF.
	0005-RTN.
	    PERFORM VARYING WS-AX FROM 1 BY 1
		UNTIL WS-AX > WS-ARC-CNT
		   OR ARC-NAME(WS-AX) = CAT-NAME
	       CONTINUE
	    END-PERFORM.
	    IF WS-AX NOT > WS-ARC-CNT
	       MOVE ARC-NAME(WS-ARC-CNT) TO ARC-NAME(WS-AX)
	       SUBTRACT 1 FROM WS-ARC-CNT
	    END-IF.
	0010-RTN.
	    MOVE 'GRADE.HIS' TO WS-SRC-NAME.
	    PERFORM 0011-RTN.
	    PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-ARC-CNT
	       MOVE ARC-NAME(WS-AX) TO WS-SRC-NAME
	       PERFORM 0011-RTN
	    END-PERFORM.
	0011-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT HIS-F.
	    IF WS-HIS-STATUS NOT = '00'
	       IF WS-PASS = 'T'
	          DISPLAY 'CANNOT READ ' WS-SRC-NAME ' - SKIPPED'
	       END-IF
	    ELSE
	       READ HIS-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF WS-PASS = 'T'
		     PERFORM 0013-RTN
	          ELSE
		     PERFORM 0014-RTN
	          END-IF
	          READ HIS-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE HIS-F
	    END-IF.
	0012-RTN.
	    PERFORM VARYING WS-TX FROM 1 BY 1
		UNTIL WS-TX NOT < WS-TRM-CNT
	       COMPUTE WS-TY = WS-TX + 1
	       PERFORM UNTIL WS-TY > WS-TRM-CNT
	          IF TRM-TERM(WS-TY) > TRM-TERM(WS-TX)
		     MOVE TRM-TERM(WS-TX) TO WS-HOLD-TERM
		     MOVE TRM-TERM(WS-TY) TO TRM-TERM(WS-TX)
		     MOVE WS-HOLD-TERM TO TRM-TERM(WS-TY)
	          END-IF
	          ADD 1 TO WS-TY
	       END-PERFORM
	    END-PERFORM.
	0013-RTN.
	    PERFORM VARYING WS-TX FROM 1 BY 1
		UNTIL WS-TX > WS-TRM-CNT
		   OR TRM-TERM(WS-TX) = HIS-TERM
	       CONTINUE
	    END-PERFORM.
	    IF WS-TX > WS-TRM-CNT AND WS-TRM-CNT < 100
	       ADD 1 TO WS-TRM-CNT
	       MOVE HIS-TERM TO TRM-TERM(WS-TRM-CNT)
	    END-IF.
	0014-RTN.
	    IF HIS-NO NUMERIC AND HIS-NO > 0
	       PERFORM VARYING WS-PX FROM 1 BY 1
		   UNTIL WS-PX > WS-PT-CNT
		      OR PT-TERM(WS-PX) = HIS-TERM
	          CONTINUE
	       END-PERFORM
	       IF WS-PX NOT > WS-PT-CNT
	          PERFORM 0015-RTN
	       END-IF
	    END-IF.
	0015-RTN.
	    MOVE HIS-NO TO WS-SX.
	    IF ST-SEEN(WS-SX, WS-PX) NOT = 'Y'
	       MOVE 'Y' TO ST-SEEN(WS-SX, WS-PX)
	       MOVE HIS-SU TO ST-SU(WS-SX, WS-PX)
	    ELSE IF HIS-MKP = 'M'
	       MOVE HIS-SU TO ST-SU(WS-SX, WS-PX)
	    END-IF END-IF.
	    IF HIS-MK = 'F'
	       MOVE 'Y' TO ST-F(WS-SX)
	    END-IF.
	    IF HIS-MKP = 'M'
	       MOVE 'Y' TO ST-MKP(WS-SX)
	    END-IF.
	    IF ST-NM(WS-SX) = SPACES OR WS-PX < ST-K(WS-SX)
	       MOVE HIS-NM TO ST-NM(WS-SX)
	       MOVE HIS-CLASS TO ST-CLASS(WS-SX)
	       MOVE WS-PX TO ST-K(WS-SX)
	    END-IF.
	0020-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE SPACES TO HDR-REC-2.
	    STRING 'AWARD ' RU-CODE(WS-RX) ' ' RU-NAME(WS-RX)
		DELIMITED BY SIZE INTO HDR-REC-2.
	    WRITE RPT-REC FROM HDR-REC-2.
	    IF RU-TERMS(WS-RX) NOT NUMERIC
	       OR RU-TERMS(WS-RX) < 1 OR RU-TERMS(WS-RX) > 6
	       MOVE 'RULE SKIPPED - TERMS MUST BE 1 TO 6' TO RPT-REC
	       WRITE RPT-REC
	       DISPLAY 'AWARD ' RU-CODE(WS-RX) ' SKIPPED - BAD TERMS'
	    ELSE
	       PERFORM 0021-RTN
	    END-IF.
	0021-RTN.
	    MOVE RU-TERMS(WS-RX) TO WS-PT-CNT.
	    IF WS-PT-CNT > WS-TRM-CNT
	       MOVE WS-TRM-CNT TO WS-PT-CNT
	    END-IF.
	    MOVE SPACES TO PT-TBL.
	    PERFORM 0022-RTN VARYING WS-PX FROM 1 BY 1
		UNTIL WS-PX > WS-PT-CNT.
	    MOVE SPACES TO HDR-REC-2.
	    MOVE RU-AVG(WS-RX) TO WS-NUM-E.
	    STRING 'PERIOD ' PT-TERM(WS-PT-CNT) ' TO ' PT-TERM(1)
		'  MIN AVERAGE ' WS-NUM-E
		DELIMITED BY SIZE INTO HDR-REC-2.
	    WRITE RPT-REC FROM HDR-REC-2.
	    IF RU-ABS(WS-RX) > 0
	       MOVE RU-ABS(WS-RX) TO WS-NUM-E
	       MOVE SPACES TO HDR-REC-2
	       STRING 'FEWER THAN ' WS-NUM-E ' ABSENCES'
		   DELIMITED BY SIZE INTO HDR-REC-2
	       WRITE RPT-REC FROM HDR-REC-2
	    END-IF.
	    INITIALIZE ST-TBL.
	    MOVE 'H' TO WS-PASS.
	    PERFORM 0010-RTN.
	    IF RU-ABS(WS-RX) > 0
	       PERFORM 0023-RTN
	    END-IF.
	    MOVE 0 TO WS-DONE-CNT.
	    PERFORM VARYING WS-WX FROM 1 BY 1
		UNTIL WS-WX > WS-AWH-CNT
	       IF AW-CODE(WS-WX) = RU-CODE(WS-RX)
	          MOVE 'Y' TO ST-AWD(AW-NO(WS-WX))
	          ADD 1 TO WS-DONE-CNT
	       END-IF
	    END-PERFORM.
	    MOVE 0 TO WS-CD-CNT.
	    MOVE 0 TO WS-NR-CNT.
	    PERFORM 0030-RTN VARYING WS-SX FROM 1 BY 1
		UNTIL WS-SX = 99999.
	    PERFORM 0033-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC FROM HDR-CAND.
	    PERFORM 0035-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-CD-CNT.
	    MOVE WS-CD-CNT TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'QUALIFYING CANDIDATES : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC FROM HDR-NEAR.
	    PERFORM 0036-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-NR-CNT.
	    MOVE WS-NR-CNT TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'NEAR MISSES           : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE RPT-REC FROM TRL-OUT-REC.
	    PERFORM 0025-RTN.
	0022-RTN.
	    MOVE TRM-TERM(WS-PX) TO PT-TERM(WS-PX).
	    PERFORM VARYING WS-EX FROM 1 BY 1
		UNTIL WS-EX > WS-EPR-CNT
		   OR EPT-TERM(WS-EX) = PT-TERM(WS-PX)
	       CONTINUE
	    END-PERFORM.
	    IF WS-EX > WS-EPR-CNT
	       IF RU-ABS(WS-RX) > 0
	          MOVE SPACES TO TRL-OUT-REC
	          STRING 'NO DATE RANGE IN ELIG.PRM FOR ' PT-TERM(WS-PX)
		      ' - ABSENCES NOT COUNTED'
		      DELIMITED BY SIZE INTO TRL-OUT-REC
	          WRITE RPT-REC FROM TRL-OUT-REC
	       END-IF
	    ELSE
	       MOVE EPT-FROM(WS-EX) TO PT-FROM(WS-PX)
	       MOVE EPT-TO(WS-EX) TO PT-TO(WS-PX)
	    END-IF.
	0023-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT ATT-F.
	    IF WS-ATT-STATUS NOT = '00'
	       MOVE 'ATTEND.DAT NOT FOUND - ABSENCES NOT COUNTED'
		   TO RPT-REC
	       WRITE RPT-REC
	    ELSE
	       READ ATT-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF ATT-TYPE = 'A' AND ATT-NO NUMERIC AND ATT-NO > 0
		     PERFORM 0024-RTN
	          END-IF
	          READ ATT-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE ATT-F
	    END-IF.
	0024-RTN.
	    PERFORM VARYING WS-PX FROM 1 BY 1
		UNTIL WS-PX > WS-PT-CNT
		   OR (PT-FROM(WS-PX) NOT = SPACES
		       AND ATT-DATE NOT < PT-FROM(WS-PX)
		       AND ATT-DATE NOT > PT-TO(WS-PX))
	       CONTINUE
	    END-PERFORM.
	    IF WS-PX NOT > WS-PT-CNT
	       AND ST-ABS(ATT-NO) < 999
	       ADD 1 TO ST-ABS(ATT-NO)
	    END-IF.
	0025-RTN.
	    MOVE RU-PLACES(WS-RX) TO WS-PLACES.
	    IF WS-PLACES > 0 AND WS-DONE-CNT NOT < WS-PLACES
	       DISPLAY 'ALL PLACES ALREADY AWARDED FOR '
		   RU-CODE(WS-RX) ' ' WS-YEAR
	       MOVE 'ALL PLACES ALREADY AWARDED' TO RPT-REC
	       WRITE RPT-REC
	       MOVE 0 TO WS-PLACES
	    ELSE
	       IF WS-PLACES > 0
	          SUBTRACT WS-DONE-CNT FROM WS-PLACES
	       END-IF
	       IF WS-PLACES = 0 OR WS-PLACES > WS-CD-CNT
	          MOVE WS-CD-CNT TO WS-PLACES
	       END-IF
	    END-IF.
	    IF WS-PLACES > 0
	       DISPLAY 'AWARD ' RU-CODE(WS-RX) ' ' RU-NAME(WS-RX)
	       DISPLAY 'QUALIFYING CANDIDATES : ' WS-CD-CNT
	       DISPLAY 'CONFIRM TOP ' WS-PLACES ' AS WINNERS FOR '
		   WS-YEAR ' ? (Y/N) '
	       ACCEPT WS-ANSWER
	       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
	          MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
	          OPEN EXTEND AWH-F
	          IF WS-AWH-STATUS NOT = '00'
		     OPEN OUTPUT AWH-F
	          END-IF
	          PERFORM 0026-RTN VARYING WS-CX FROM 1 BY 1
		      UNTIL WS-CX > WS-PLACES
	          CLOSE AWH-F
	          MOVE WS-PLACES TO WS-CNT-E
	          MOVE SPACES TO TRL-OUT-REC
	          STRING 'WINNERS CONFIRMED BY ' WS-OPERATOR-ID
		      ' : ' WS-CNT-E
		      DELIMITED BY SIZE INTO TRL-OUT-REC
	          WRITE RPT-REC FROM TRL-OUT-REC
	       ELSE
	          MOVE 'WINNERS NOT CONFIRMED' TO RPT-REC
	          WRITE RPT-REC
	       END-IF
	    END-IF.
	0026-RTN.
	    MOVE SPACES TO AWH-REC.
	    MOVE WS-YEAR TO AH-YEAR.
	    MOVE RU-CODE(WS-RX) TO AH-CODE.
	    MOVE CD-NO(WS-CX) TO AH-NO.
	    MOVE ST-CLASS(CD-NO(WS-CX)) TO AH-CLASS.
	    MOVE ST-NM(CD-NO(WS-CX)) TO AH-NM.
	    MOVE CD-AVG(WS-CX) TO AH-AVG.
	    COMPUTE AH-RANK = WS-CX + WS-DONE-CNT.
	    MOVE WS-OPERATOR-ID TO AH-OPID.
	    MOVE WS-CURR-DT(1:8) TO AH-DATE.
	    WRITE AWH-REC.
	    ADD 1 TO WS-WIN-CNT.
	    IF WS-AWH-CNT < 5000
	       ADD 1 TO WS-AWH-CNT
	       MOVE RU-CODE(WS-RX) TO AW-CODE(WS-AWH-CNT)
	       MOVE CD-NO(WS-CX) TO AW-NO(WS-AWH-CNT)
	    END-IF.
	0030-RTN.
	    IF ST-K(WS-SX) > 0
	       MOVE 0 TO WS-SEEN
	       MOVE 0 TO WS-SUM
	       PERFORM 0031-RTN VARYING WS-K FROM 1 BY 1
		   UNTIL WS-K > WS-PT-CNT
	       COMPUTE WS-AVG ROUNDED = WS-SUM / WS-SEEN
	       MOVE 0 TO WS-FAILS
	       MOVE SPACES TO WS-REASON
	       PERFORM 0032-RTN
	       IF WS-FAILS = 0
	          IF WS-CD-CNT < 2000
		     ADD 1 TO WS-CD-CNT
		     MOVE WS-SX TO CD-NO(WS-CD-CNT)
		     MOVE WS-AVG TO CD-AVG(WS-CD-CNT)
	          END-IF
	       ELSE IF WS-FAILS = 1
	          IF WS-NR-CNT < 2000
		     ADD 1 TO WS-NR-CNT
		     MOVE WS-SX TO NR-NO(WS-NR-CNT)
		     MOVE WS-AVG TO NR-AVG(WS-NR-CNT)
		     MOVE WS-REASON TO NR-REASON(WS-NR-CNT)
	          END-IF
	       END-IF END-IF
	    END-IF.
	0031-RTN.
	    IF ST-SEEN(WS-SX, WS-K) = 'Y'
	       ADD 1 TO WS-SEEN
	       ADD ST-SU(WS-SX, WS-K) TO WS-SUM
	    END-IF.
	0032-RTN.
	    IF WS-SEEN < WS-PT-CNT
	       ADD 1 TO WS-FAILS
	       MOVE WS-SEEN TO WS-NUM-E
	       MOVE WS-PT-CNT TO WS-NUM2-E
	       STRING 'ONLY' WS-NUM-E ' OF' WS-NUM2-E ' TERMS ON FILE'
		   DELIMITED BY SIZE INTO WS-REASON
	    END-IF.
	    IF WS-AVG < RU-AVG(WS-RX)
	       ADD 1 TO WS-FAILS
	       MOVE WS-AVG TO WS-AVG-E
	       MOVE RU-AVG(WS-RX) TO WS-NUM-E
	       MOVE SPACES TO WS-REASON
	       STRING 'AVERAGE ' WS-AVG-E ' BELOW ' WS-NUM-E
		   DELIMITED BY SIZE INTO WS-REASON
	    END-IF.
	    IF RU-NOF(WS-RX) = 'Y' AND ST-F(WS-SX) = 'Y'
	       ADD 1 TO WS-FAILS
	       MOVE 'GRADE F IN PERIOD' TO WS-REASON
	    END-IF.
	    IF RU-NOMKP(WS-RX) = 'Y' AND ST-MKP(WS-SX) = 'Y'
	       ADD 1 TO WS-FAILS
	       MOVE 'MAKEUP EXAM IN PERIOD' TO WS-REASON
	    END-IF.
	    IF RU-ABS(WS-RX) > 0
	       AND ST-ABS(WS-SX) NOT < RU-ABS(WS-RX)
	       ADD 1 TO WS-FAILS
	       MOVE ST-ABS(WS-SX) TO WS-NUM-E
	       MOVE SPACES TO WS-REASON
	       STRING 'ABSENCES ' WS-NUM-E ' OVER LIMIT'
		   DELIMITED BY SIZE INTO WS-REASON
	    END-IF.
	    IF ST-AWD(WS-SX) = 'Y'
	       ADD 1 TO WS-FAILS
	       MOVE SPACES TO WS-REASON
	       STRING 'ALREADY AWARDED FOR ' WS-YEAR
		   DELIMITED BY SIZE INTO WS-REASON
	    END-IF.
	0033-RTN.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX NOT < WS-CD-CNT
	       COMPUTE WS-CY = WS-CX + 1
	       PERFORM UNTIL WS-CY > WS-CD-CNT
	          IF CD-AVG(WS-CY) > CD-AVG(WS-CX)
		     MOVE CD-ENT(WS-CX) TO CD-HOLD
		     MOVE CD-ENT(WS-CY) TO CD-ENT(WS-CX)
		     MOVE CD-HOLD TO CD-ENT(WS-CY)
	          END-IF
	          ADD 1 TO WS-CY
	       END-PERFORM
	    END-PERFORM.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX NOT < WS-NR-CNT
	       COMPUTE WS-CY = WS-CX + 1
	       PERFORM UNTIL WS-CY > WS-NR-CNT
	          IF NR-AVG(WS-CY) > NR-AVG(WS-CX)
		     MOVE NR-ENT(WS-CX) TO CD-HOLD
		     MOVE NR-ENT(WS-CY) TO NR-ENT(WS-CX)
		     MOVE CD-HOLD TO NR-ENT(WS-CY)
	          END-IF
	          ADD 1 TO WS-CY
	       END-PERFORM
	    END-PERFORM.
	0035-RTN.
	    MOVE SPACES TO CD-DTL.
	    MOVE WS-CX TO CDD-RANK.
	    MOVE CD-NO(WS-CX) TO CDD-NO.
	    MOVE ST-CLASS(CD-NO(WS-CX)) TO CDD-CLASS.
	    MOVE ST-NM(CD-NO(WS-CX)) TO CDD-NM.
	    MOVE CD-AVG(WS-CX) TO CDD-AVG.
	    IF RU-ABS(WS-RX) > 0
	       MOVE ST-ABS(CD-NO(WS-CX)) TO CDD-ABS
	    END-IF.
	    WRITE RPT-REC FROM CD-DTL.
	0036-RTN.
	    MOVE SPACES TO NR-DTL.
	    MOVE NR-NO(WS-CX) TO NRD-NO.
	    MOVE ST-CLASS(NR-NO(WS-CX)) TO NRD-CLASS.
	    MOVE ST-NM(NR-NO(WS-CX)) TO NRD-NM.
	    MOVE NR-AVG(WS-CX) TO NRD-AVG.
	    MOVE NR-REASON(WS-CX) TO NRD-REASON.
	    WRITE RPT-REC FROM NR-DTL.
