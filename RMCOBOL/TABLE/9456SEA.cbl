	ID		DIVISION.
	PROGRAM-ID.	S9456SEA.
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
	    SELECT SES-F ASSIGN TO RANDOM 'EXAM.SES'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SES-STATUS.
	    SELECT RMC-F ASSIGN TO RANDOM 'ROOM.CAP'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RMC-STATUS.
	    SELECT CLS-F ASSIGN TO RANDOM 'CLASS.TBL'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CLS-STATUS.
	    SELECT DOR-F ASSIGN TO RANDOM 'DOOR.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT MAP-F ASSIGN TO RANDOM 'SEATMAP.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT SLP-F ASSIGN TO RANDOM 'SEATSLIP.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
	FD A-F.
	COPY STUREC.
	FD SES-F.
	01 SES-REC.
	   02 ES-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 ES-TYPE	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 ES-CODE	PIC X(04).
	FD RMC-F.
	01 RMC-REC.
	   02 RC-ROOM	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 RC-ROWS	PIC 9(02).
	   02 FILLER	PIC X(02).
	   02 RC-COLS	PIC 9(02).
	FD CLS-F.
	01 CLS-REC.
	   02 CLS-CODE	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-TEACHER	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 CLS-ROOM	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 CLS-ACT	PIC X(01).
	FD DOR-F.
	01 DOR-REC	PIC X(80).
	FD MAP-F.
	01 MAP-REC	PIC X(80).
	FD SLP-F.
	01 SLP-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-A-STATUS	PIC XX.
	77 WS-SES-STATUS	PIC XX.
	77 WS-RMC-STATUS	PIC XX.
	77 WS-CLS-STATUS	PIC XX.
	77 CLS-EOF	PIC X VALUE 'N'.
	77 WS-CLM-CNT	PIC 99 VALUE 0.
	77 WS-CMX	PIC 99.
	77 WS-SES-DATE	PIC X(08).
	77 WS-VALID	PIC X VALUE 'Y'.
	77 WS-CX	PIC 99.
	77 WS-SC-CNT	PIC 99 VALUE 0.
	77 WS-RX	PIC 99.
	77 WS-RM-CNT	PIC 99 VALUE 0.
	77 WS-RCX	PIC 99.
	77 WS-RC-CNT	PIC 99 VALUE 0.
	77 WS-SX	PIC 9(04).
	77 WS-SS-CNT	PIC 9(04) VALUE 0.
	77 WS-OX	PIC 9(04).
	77 WS-SEATS	PIC 9(05) VALUE 0.
	77 WS-SHORT	PIC 9(05).
	77 WS-POS	PIC 9(04).
	77 WS-ROW	PIC 9(02).
	77 WS-COL	PIC 9(02).
	77 WS-QUOT	PIC 9(04).
	77 WS-REM	PIC 9(04).
	77 WS-ODD	PIC 9(04).
	77 WS-GX	PIC 9(02).
	77 WS-HX	PIC 9(02).
	77 WS-IN-ROOM	PIC 9(04).
	77 WS-CNT-E	PIC ZZZ9.
	77 WS-CAP-E	PIC ZZZ9.
	77 WS-STU-E	PIC ZZZZ9.
	77 WS-SEAT-E	PIC ZZZZ9.
	77 WS-SHORT-E	PIC ZZZZ9.
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	01 CLM-TBL.
	   02 CLM-ENT OCCURS 50 TIMES.
	      03 CLM-CODE	PIC X(04).
	      03 CLM-TEACHER	PIC X(20).
	      03 CLM-ROOM	PIC X(04).
	      03 CLM-ACT	PIC X(01).
	01 SC-TBL.
	   02 SC-ENT OCCURS 20 TIMES.
	      03 SC-CLASS	PIC X(04).
	      03 SC-TEACHER	PIC X(20).
	      03 SC-HOME	PIC X(04).
	      03 SC-FIRST	PIC 9(04).
	      03 SC-CNT	PIC 9(04).
	      03 SC-TAKEN	PIC 9(04).
	01 RC-TBL.
	   02 RC-ENT OCCURS 50 TIMES.
	      03 RCT-ROOM	PIC X(04).
	      03 RCT-ROWS	PIC 9(02).
	      03 RCT-COLS	PIC 9(02).
	01 RM-TBL.
	   02 RM-ENT OCCURS 30 TIMES.
	      03 RM-ROOM	PIC X(04).
	      03 RM-ROWS	PIC 9(02).
	      03 RM-COLS	PIC 9(02).
	      03 RM-CAP	PIC 9(04).
	      03 RM-USED	PIC 9(04).
	01 SS-TBL.
	   02 SS-ENT OCCURS 2000 TIMES.
	      03 SS-NO	PIC 9(05).
	      03 SS-NM	PIC X(20).
	      03 SS-CLASS	PIC X(04).
	      03 SS-RX	PIC 9(02).
	      03 SS-ROW	PIC 9(02).
	      03 SS-COL	PIC 9(02).
	      03 SS-SEAT	PIC 9(04).
	01 OR-TBL.
	   02 OR-SX	PIC 9(04) OCCURS 2000 TIMES.
	01 GRID-TBL.
	   02 GRID-ROW OCCURS 99 TIMES.
	      03 GRID-NO	PIC 9(05) OCCURS 12 TIMES.
	01 HDR-REC-1.
	   02 FILLER	PIC X(21) VALUE 'EXAM DOOR LIST  ROOM '.
	   02 HDR-ROOM	PIC X(04).
	   02 FILLER	PIC X(13) VALUE '  EXAM DATE '.
	   02 HDR-DATE	PIC X(08).
	01 HDR-REC-2	PIC X(80) VALUE
	    'NO     NAME                  CLASS  SEAT  ROW  COL'.
	01 DTL-REC.
	   02 DTL-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 DTL-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 DTL-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 DTL-SEAT	PIC ZZZ9.
	   02 FILLER	PIC X(03).
	   02 DTL-ROW	PIC Z9.
	   02 FILLER	PIC X(03).
	   02 DTL-COL	PIC Z9.
	01 MAP-HDR-1.
	   02 FILLER	PIC X(21) VALUE 'EXAM SEAT MAP   ROOM '.
	   02 MAP-ROOM	PIC X(04).
	   02 FILLER	PIC X(13) VALUE '  EXAM DATE '.
	   02 MAP-DATE	PIC X(08).
	01 MAP-HDR-2	PIC X(80) VALUE
	    '              *** FRONT OF ROOM ***'.
	01 MAP-LINE.
	   02 FILLER	PIC X(04) VALUE 'ROW '.
	   02 ML-ROW	PIC Z9.
	   02 FILLER	PIC X(01).
	   02 ML-CELL	PIC X(06) OCCURS 12 TIMES.
	01 MAP-CELL.
	   02 FILLER	PIC X(01) VALUE SPACE.
	   02 MC-NO	PIC 9(05).
	01 SLP-HDR-1.
	   02 FILLER	PIC X(40) VALUE
	       'WHERE DO MY STUDENTS GO - CLASS '.
	   02 SLP-CLASS	PIC X(04).
	   02 FILLER	PIC X(13) VALUE '  EXAM DATE '.
	   02 SLP-DATE	PIC X(08).
	01 SLP-HDR-2.
	   02 FILLER	PIC X(18) VALUE 'HOMEROOM TEACHER '.
	   02 SLP-TEACHER	PIC X(20).
	01 SLP-HDR-3	PIC X(80) VALUE
	    'NO     NAME                  ROOM  SEAT  ROW  COL'.
	01 SLP-DTL.
	   02 SD-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 SD-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 SD-ROOM	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 SD-SEAT	PIC ZZZ9.
	   02 FILLER	PIC X(03).
	   02 SD-ROW	PIC Z9.
	   02 FILLER	PIC X(03).
	   02 SD-COL	PIC Z9.
	01 TRL-OUT-REC	PIC X(80).
	PROCEDURE	DIVISION.
	0000-RTN.
	    DISPLAY 'EXAM SEATING PLAN'.
	    DISPLAY 'ENTER EXAM SESSION DATE (YYYYMMDD) '.
	    ACCEPT WS-SES-DATE.
	    IF WS-SES-DATE NOT NUMERIC
	       DISPLAY 'INVALID DATE - YYYYMMDD EXPECTED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0030-RTN.
	    PERFORM 0001-RTN.
	    IF WS-SC-CNT = 0
	       DISPLAY 'NO CLASSES DEFINED IN EXAM.SES FOR '
		   WS-SES-DATE
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    IF WS-RM-CNT = 0
	       DISPLAY 'NO ROOMS IN EXAM.SES - HOME ROOMS USED'
	       PERFORM 0003-RTN VARYING WS-CX FROM 1 BY 1
		   UNTIL WS-CX > WS-SC-CNT
	    END-IF.
	    PERFORM 0010-RTN.
	    PERFORM 0012-RTN VARYING WS-RX FROM 1 BY 1
		UNTIL WS-RX > WS-RM-CNT.
	    IF WS-VALID NOT = 'Y'
	       DISPLAY 'SESSION DEFINITION IN ERROR - NO PLAN MADE'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    OPEN INPUT A-F.
	    IF WS-A-STATUS NOT = '00'
	       DISPLAY 'A.DAT NOT AVAILABLE - STATUS ' WS-A-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0005-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-SC-CNT.
	    CLOSE A-F.
	    IF WS-SS-CNT = 0
	       DISPLAY 'NO STUDENTS ON A.DAT FOR SESSION CLASSES'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    IF WS-SEATS < WS-SS-CNT
	       COMPUTE WS-SHORT = WS-SS-CNT - WS-SEATS
	       MOVE WS-SS-CNT TO WS-STU-E
	       MOVE WS-SEATS TO WS-SEAT-E
	       MOVE WS-SHORT TO WS-SHORT-E
	       DISPLAY 'SEAT SHORTFALL - NO PLAN MADE'
	       DISPLAY 'STUDENTS TO SEAT : ' WS-STU-E
	       DISPLAY 'SEATS AVAILABLE  : ' WS-SEAT-E
	       DISPLAY 'SHORT BY         : ' WS-SHORT-E
	       DISPLAY 'ADD ROOMS TO EXAM.SES AND RE-RUN'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    MOVE 0 TO WS-OX.
	    PERFORM 0020-RTN UNTIL WS-OX = WS-SS-CNT.
	    MOVE 1 TO WS-RX.
	    PERFORM 0022-RTN VARYING WS-OX FROM 1 BY 1
		UNTIL WS-OX > WS-SS-CNT.
	    PERFORM 1000-RTN.
	    PERFORM 2000-RTN.
	    PERFORM 3000-RTN.
	    MOVE WS-SS-CNT TO WS-STU-E.
	    MOVE WS-SEATS TO WS-SEAT-E.
	    DISPLAY 'STUDENTS SEATED : ' WS-STU-E.
	    DISPLAY 'SEATS AVAILABLE : ' WS-SEAT-E.
	    DISPLAY 'DOOR LISTS WRITTEN TO DOOR.RPT'.
	    DISPLAY 'SEAT MAPS WRITTEN TO SEATMAP.RPT'.
	    DISPLAY 'CLASS SLIPS WRITTEN TO SEATSLIP.RPT'.
	    GOBACK.
	0001-RTN.
	    OPEN INPUT SES-F.
	    IF WS-SES-STATUS NOT = '00'
	       DISPLAY 'EXAM.SES NOT FOUND'
	    ELSE
	       READ SES-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 0002-RTN UNTIL EOF = 'Y'
	       CLOSE SES-F
	    END-IF.
	0002-RTN.
	    IF ES-DATE = WS-SES-DATE
	       EVALUATE ES-TYPE
		  WHEN 'C' WHEN 'c'
		     PERFORM 0004-RTN
		  WHEN 'R' WHEN 'r'
		     MOVE ES-CODE TO CLS-ROOM
		     PERFORM 0011-RTN
		  WHEN OTHER
		     DISPLAY 'UNKNOWN SESSION RECORD TYPE : ' ES-TYPE
	       END-EVALUATE
	    END-IF.
	    READ SES-F AT END MOVE 'Y' TO EOF.
	0003-RTN.
	    IF SC-HOME(WS-CX) = SPACES
	       DISPLAY 'NO HOME ROOM FOR CLASS ' SC-CLASS(WS-CX)
	       MOVE 'N' TO WS-VALID
	    ELSE
	       MOVE SC-HOME(WS-CX) TO CLS-ROOM
	       PERFORM 0011-RTN
	    END-IF.
	0004-RTN.
	    PERFORM VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-SC-CNT
		   OR SC-CLASS(WS-CX) = ES-CODE
	       CONTINUE
	    END-PERFORM.
	    IF WS-CX > WS-SC-CNT
	       PERFORM VARYING WS-CMX FROM 1 BY 1
		   UNTIL WS-CMX > WS-CLM-CNT
		      OR CLM-CODE(WS-CMX) = ES-CODE
	          CONTINUE
	       END-PERFORM
	       IF WS-CMX > WS-CLM-CNT
	          DISPLAY 'CLASS NOT ON CLASS.TBL : ' ES-CODE
	          MOVE 'N' TO WS-VALID
	       ELSE IF CLM-ACT(WS-CMX) NOT = 'Y'
	          DISPLAY 'CLASS NOT ACTIVE : ' ES-CODE
	          MOVE 'N' TO WS-VALID
	       ELSE IF WS-SC-CNT = 20
	          DISPLAY 'MORE THAN 20 CLASSES IN ONE SESSION'
	          MOVE 'N' TO WS-VALID
	       ELSE
	          ADD 1 TO WS-SC-CNT
	          MOVE ES-CODE TO SC-CLASS(WS-SC-CNT)
	          MOVE CLM-TEACHER(WS-CMX) TO SC-TEACHER(WS-SC-CNT)
	          MOVE CLM-ROOM(WS-CMX) TO SC-HOME(WS-SC-CNT)
	          MOVE 0 TO SC-FIRST(WS-SC-CNT)
	          MOVE 0 TO SC-CNT(WS-SC-CNT)
	          MOVE 0 TO SC-TAKEN(WS-SC-CNT)
	       END-IF END-IF END-IF
	    END-IF.
	0005-RTN.
	    MOVE 'N' TO EOF.
	    MOVE SC-CLASS(WS-CX) TO A-CLASS.
	    START A-F KEY IS EQUAL A-CLASS
		INVALID KEY MOVE 'Y' TO EOF.
	    IF EOF NOT = 'Y'
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	    END-IF.
	    PERFORM UNTIL EOF = 'Y' OR A-CLASS NOT = SC-CLASS(WS-CX)
	       IF WS-SS-CNT = 2000
	          IF WS-FULL-WARN = 'N'
		     DISPLAY 'MORE THAN 2000 STUDENTS - REST NOT SEATED'
		     MOVE 'Y' TO WS-FULL-WARN
	          END-IF
	       ELSE
	          ADD 1 TO WS-SS-CNT
	          IF SC-CNT(WS-CX) = 0
		     MOVE WS-SS-CNT TO SC-FIRST(WS-CX)
	          END-IF
	          ADD 1 TO SC-CNT(WS-CX)
	          MOVE A-NO TO SS-NO(WS-SS-CNT)
	          MOVE A-NM TO SS-NM(WS-SS-CNT)
	          MOVE A-CLASS TO SS-CLASS(WS-SS-CNT)
	          MOVE 0 TO SS-RX(WS-SS-CNT)
	       END-IF
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	    END-PERFORM.
	0010-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT RMC-F.
	    IF WS-RMC-STATUS NOT = '00'
	       DISPLAY 'ROOM.CAP NOT FOUND'
	       MOVE 'N' TO WS-VALID
	    ELSE
	       READ RMC-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y' OR WS-RC-CNT = 50
	          ADD 1 TO WS-RC-CNT
	          MOVE RC-ROOM TO RCT-ROOM(WS-RC-CNT)
	          MOVE RC-ROWS TO RCT-ROWS(WS-RC-CNT)
	          MOVE RC-COLS TO RCT-COLS(WS-RC-CNT)
	          READ RMC-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE RMC-F
	    END-IF.
	0011-RTN.
	    PERFORM VARYING WS-RX FROM 1 BY 1
		UNTIL WS-RX > WS-RM-CNT
		   OR RM-ROOM(WS-RX) = CLS-ROOM
	       CONTINUE
	    END-PERFORM.
	    IF WS-RX > WS-RM-CNT
	       IF WS-RM-CNT = 30
	          DISPLAY 'MORE THAN 30 ROOMS - ROOM IGNORED : '
		      CLS-ROOM
	       ELSE
	          ADD 1 TO WS-RM-CNT
	          MOVE CLS-ROOM TO RM-ROOM(WS-RM-CNT)
	          MOVE 0 TO RM-CAP(WS-RM-CNT)
	          MOVE 0 TO RM-USED(WS-RM-CNT)
	       END-IF
	    END-IF.
	0012-RTN.
	    PERFORM VARYING WS-RCX FROM 1 BY 1
		UNTIL WS-RCX > WS-RC-CNT
		   OR RCT-ROOM(WS-RCX) = RM-ROOM(WS-RX)
	       CONTINUE
	    END-PERFORM.
	    IF WS-RCX > WS-RC-CNT
	       DISPLAY 'ROOM NOT ON ROOM.CAP : ' RM-ROOM(WS-RX)
	       MOVE 'N' TO WS-VALID
	    ELSE IF RCT-ROWS(WS-RCX) NOT NUMERIC
	       OR RCT-COLS(WS-RCX) NOT NUMERIC
	       OR RCT-ROWS(WS-RCX) = 0
	       OR RCT-COLS(WS-RCX) = 0
	       OR RCT-COLS(WS-RCX) > 12
	       DISPLAY 'ROOM LAYOUT INVALID (1-99 ROWS, 1-12 COLS) : '
		   RM-ROOM(WS-RX)
	       MOVE 'N' TO WS-VALID
	    ELSE
	       MOVE RCT-ROWS(WS-RCX) TO RM-ROWS(WS-RX)
	       MOVE RCT-COLS(WS-RCX) TO RM-COLS(WS-RX)
	       COMPUTE RM-CAP(WS-RX) = RM-ROWS(WS-RX) * RM-COLS(WS-RX)
	       ADD RM-CAP(WS-RX) TO WS-SEATS
	    END-IF END-IF.
	0020-RTN.
	    PERFORM 0021-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-SC-CNT.
	0021-RTN.
	    IF SC-TAKEN(WS-CX) < SC-CNT(WS-CX)
	       ADD 1 TO SC-TAKEN(WS-CX)
	       ADD 1 TO WS-OX
	       COMPUTE OR-SX(WS-OX) = SC-FIRST(WS-CX)
		   + SC-TAKEN(WS-CX) - 1
	    END-IF.
	0022-RTN.
	    PERFORM UNTIL RM-USED(WS-RX) < RM-CAP(WS-RX)
	       ADD 1 TO WS-RX
	    END-PERFORM.
	    ADD 1 TO RM-USED(WS-RX).
	    MOVE RM-USED(WS-RX) TO WS-POS.
	    SUBTRACT 1 FROM WS-POS.
	    DIVIDE WS-POS BY RM-COLS(WS-RX)
		GIVING WS-QUOT REMAINDER WS-REM.
	    COMPUTE WS-ROW = WS-QUOT + 1.
	    DIVIDE WS-ROW BY 2 GIVING WS-QUOT REMAINDER WS-ODD.
	    IF WS-ODD = 1
	       COMPUTE WS-COL = WS-REM + 1
	    ELSE
	       COMPUTE WS-COL = RM-COLS(WS-RX) - WS-REM
	    END-IF.
	    MOVE OR-SX(WS-OX) TO WS-SX.
	    MOVE WS-RX TO SS-RX(WS-SX).
	    MOVE WS-ROW TO SS-ROW(WS-SX).
	    MOVE WS-COL TO SS-COL(WS-SX).
	    COMPUTE SS-SEAT(WS-SX) = (WS-ROW - 1) * RM-COLS(WS-RX)
		+ WS-COL.
	0030-RTN.
	    MOVE 'N' TO CLS-EOF.
	    OPEN INPUT CLS-F.
	    IF WS-CLS-STATUS NOT = '00'
	       DISPLAY 'CLASS.TBL NOT FOUND - CLASSES CANNOT BE CHECKED'
	    ELSE
	       READ CLS-F AT END MOVE 'Y' TO CLS-EOF END-READ
	       PERFORM UNTIL CLS-EOF = 'Y' OR WS-CLM-CNT = 50
	          ADD 1 TO WS-CLM-CNT
	          MOVE CLS-CODE TO CLM-CODE(WS-CLM-CNT)
	          MOVE CLS-TEACHER TO CLM-TEACHER(WS-CLM-CNT)
	          MOVE CLS-ROOM TO CLM-ROOM(WS-CLM-CNT)
	          MOVE CLS-ACT TO CLM-ACT(WS-CLM-CNT)
	          READ CLS-F AT END MOVE 'Y' TO CLS-EOF END-READ
	       END-PERFORM
	       CLOSE CLS-F
	    END-IF.
	1000-RTN.
	    OPEN OUTPUT DOR-F.
	    PERFORM 1010-RTN VARYING WS-RX FROM 1 BY 1
		UNTIL WS-RX > WS-RM-CNT.
	    CLOSE DOR-F.
	1010-RTN.
	    IF RM-USED(WS-RX) > 0
	       MOVE RM-ROOM(WS-RX) TO HDR-ROOM
	       MOVE WS-SES-DATE TO HDR-DATE
	       WRITE DOR-REC FROM HDR-REC-1
	       WRITE DOR-REC FROM HDR-REC-2
	       PERFORM 1020-RTN VARYING WS-SX FROM 1 BY 1
		   UNTIL WS-SX > WS-SS-CNT
	       MOVE RM-USED(WS-RX) TO WS-CNT-E
	       MOVE RM-CAP(WS-RX) TO WS-CAP-E
	       MOVE SPACES TO TRL-OUT-REC
	       STRING 'STUDENTS IN ROOM ' WS-CNT-E '   SEATS '
		   WS-CAP-E DELIMITED BY SIZE INTO TRL-OUT-REC
	       WRITE DOR-REC FROM TRL-OUT-REC
	       MOVE SPACES TO DOR-REC
	       WRITE DOR-REC
	    END-IF.
	1020-RTN.
	    IF SS-RX(WS-SX) = WS-RX
	       MOVE SPACES TO DTL-REC
	       MOVE SS-NO(WS-SX) TO DTL-NO
	       MOVE SS-NM(WS-SX) TO DTL-NM
	       MOVE SS-CLASS(WS-SX) TO DTL-CLASS
	       MOVE SS-SEAT(WS-SX) TO DTL-SEAT
	       MOVE SS-ROW(WS-SX) TO DTL-ROW
	       MOVE SS-COL(WS-SX) TO DTL-COL
	       WRITE DOR-REC FROM DTL-REC
	    END-IF.
	2000-RTN.
	    OPEN OUTPUT MAP-F.
	    PERFORM 2010-RTN VARYING WS-RX FROM 1 BY 1
		UNTIL WS-RX > WS-RM-CNT.
	    CLOSE MAP-F.
	2010-RTN.
	    IF RM-USED(WS-RX) > 0
	       MOVE ZEROS TO GRID-TBL
	       PERFORM 2020-RTN VARYING WS-SX FROM 1 BY 1
		   UNTIL WS-SX > WS-SS-CNT
	       MOVE RM-ROOM(WS-RX) TO MAP-ROOM
	       MOVE WS-SES-DATE TO MAP-DATE
	       WRITE MAP-REC FROM MAP-HDR-1
	       WRITE MAP-REC FROM MAP-HDR-2
	       PERFORM 2030-RTN VARYING WS-GX FROM 1 BY 1
		   UNTIL WS-GX > RM-ROWS(WS-RX)
	       MOVE SPACES TO MAP-REC
	       WRITE MAP-REC
	    END-IF.
	2020-RTN.
	    IF SS-RX(WS-SX) = WS-RX
	       MOVE SS-NO(WS-SX)
		   TO GRID-NO(SS-ROW(WS-SX), SS-COL(WS-SX))
	    END-IF.
	2030-RTN.
	    MOVE SPACES TO MAP-LINE.
	    MOVE 'ROW ' TO MAP-LINE(1:4).
	    MOVE WS-GX TO ML-ROW.
	    PERFORM 2040-RTN VARYING WS-HX FROM 1 BY 1
		UNTIL WS-HX > RM-COLS(WS-RX).
	    WRITE MAP-REC FROM MAP-LINE.
	2040-RTN.
	    IF GRID-NO(WS-GX, WS-HX) = 0
	       MOVE '  ----' TO ML-CELL(WS-HX)
	    ELSE
	       MOVE GRID-NO(WS-GX, WS-HX) TO MC-NO
	       MOVE MAP-CELL TO ML-CELL(WS-HX)
	    END-IF.
	3000-RTN.
	    OPEN OUTPUT SLP-F.
	    PERFORM 3010-RTN VARYING WS-CX FROM 1 BY 1
		UNTIL WS-CX > WS-SC-CNT.
	    CLOSE SLP-F.
	3010-RTN.
	    MOVE SC-CLASS(WS-CX) TO SLP-CLASS.
	    MOVE WS-SES-DATE TO SLP-DATE.
	    MOVE SC-TEACHER(WS-CX) TO SLP-TEACHER.
	    WRITE SLP-REC FROM SLP-HDR-1.
	    WRITE SLP-REC FROM SLP-HDR-2.
	    WRITE SLP-REC FROM SLP-HDR-3.
	    IF SC-CNT(WS-CX) > 0
	       PERFORM 3020-RTN VARYING WS-SX FROM SC-FIRST(WS-CX) BY 1
		   UNTIL WS-SX > SC-FIRST(WS-CX) + SC-CNT(WS-CX) - 1
	    END-IF.
	    MOVE SC-CNT(WS-CX) TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'STUDENTS SITTING ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE SLP-REC FROM TRL-OUT-REC.
	    MOVE SPACES TO SLP-REC.
	    WRITE SLP-REC.
	3020-RTN.
	    MOVE SPACES TO SLP-DTL.
	    MOVE SS-NO(WS-SX) TO SD-NO.
	    MOVE SS-NM(WS-SX) TO SD-NM.
	    MOVE RM-ROOM(SS-RX(WS-SX)) TO SD-ROOM.
	    MOVE SS-SEAT(WS-SX) TO SD-SEAT.
	    MOVE SS-ROW(WS-SX) TO SD-ROW.
	    MOVE SS-COL(WS-SX) TO SD-COL.
	    WRITE SLP-REC FROM SLP-DTL.
