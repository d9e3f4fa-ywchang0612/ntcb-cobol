	ID		DIVISION.
	PROGRAM-ID.	S9456SRV.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT ULG-F ASSIGN TO RANDOM 'MENU.LOG'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ULG-STATUS.
	    SELECT AUD-F ASSIGN TO RANDOM 'GRADE.AUD'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUD-STATUS.
	    SELECT SEC-F ASSIGN TO RANDOM 'OPSEC.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SEC-STATUS.
	    SELECT PRM-F ASSIGN TO RANDOM 'SECREV.PRM'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PRM-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'SECREV.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
	FD ULG-F.
	01 ULG-REC.
	   02 ULG-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 ULG-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 ULG-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 ULG-ACTION	PIC X(20).
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
	FD PRM-F.
	01 PRM-REC.
	   02 PRM-START	PIC 9(04).
	   02 FILLER	PIC X(02).
	   02 PRM-END	PIC 9(04).
	   02 FILLER	PIC X(02).
	   02 PRM-DAYS	PIC 9(03).
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-ULG-STATUS	PIC XX.
	77 WS-AUD-STATUS	PIC XX.
	77 WS-SEC-STATUS	PIC XX.
	77 WS-PRM-STATUS	PIC XX.
	77 WS-FROM-DATE	PIC X(08).
	77 WS-TO-DATE	PIC X(08).
	77 WS-TO-NUM	PIC 9(08).
	77 WS-CUT-NUM	PIC 9(08).
	77 WS-CUT-DATE	PIC X(08).
	77 WS-CUT-INT	PIC 9(07).
	77 WS-START	PIC 9(04) VALUE 0700.
	77 WS-END	PIC 9(04) VALUE 1800.
	77 WS-DAYS	PIC 9(03) VALUE 30.
	77 WS-HHMM	PIC X(04).
	77 WS-KEY	PIC X(08).
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-CURR-DT	PIC X(21).
	77 WS-OP-CNT	PIC 99 VALUE 0.
	77 WS-OX	PIC 99.
	77 WS-FT-CNT	PIC 9(03) VALUE 0.
	77 WS-FX	PIC 9(03).
	77 WS-FAIL-CNT	PIC 9(05) VALUE 0.
	77 WS-LOCK-CNT	PIC 9(05) VALUE 0.
	77 WS-DENY-CNT	PIC 9(05) VALUE 0.
	77 WS-HOURS-CNT	PIC 9(05) VALUE 0.
	77 WS-IDLE-CNT	PIC 9(05) VALUE 0.
	77 WS-GRD-CNT	PIC 9(05) VALUE 0.
	77 WS-CHG-CNT	PIC 9(05) VALUE 0.
	77 WS-BAT-CNT	PIC 9(05) VALUE 0.
	77 WS-CNT-E	PIC ZZZZ9.
	77 WS-CNT2-E	PIC ZZZZ9.
	77 WS-NUM-E	PIC ZZ9.
	01 OP-TBL.
	   02 OP-ENT OCCURS 50 TIMES.
	      03 OP-ID	PIC X(08).
	      03 OP-AUTH	PIC X(04).
	      03 OP-SUP	PIC X(01).
	      03 OP-STAT	PIC X(01).
	      03 OP-LAST	PIC X(08).
	01 FT-TBL.
	   02 FT-ENT OCCURS 100 TIMES.
	      03 FT-ID	PIC X(08).
	      03 FT-FAIL	PIC 9(04).
	      03 FT-LOCK	PIC 9(04).
	01 RPT-LINE	PIC X(80).
	01 LOG-HDR	PIC X(80) VALUE
	    'DATE      TIME      OPERATOR  ACTION'.
	01 LOG-DTL.
	   02 LD-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 LD-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 LD-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 LD-ACTION	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 LD-NOTE	PIC X(28).
	01 FT-HDR	PIC X(80) VALUE
	    'OPERATOR  FAILED  LOCKED'.
	01 FT-DTL.
	   02 FD-ID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 FD-FAIL	PIC ZZZ9.
	   02 FILLER	PIC X(04).
	   02 FD-LOCK	PIC ZZZ9.
	   02 FILLER	PIC X(02).
	   02 FD-NOTE	PIC X(30).
	01 IDLE-HDR	PIC X(80) VALUE
	    'OPERATOR  AUTH  SUP  STATUS  LAST ACTIVITY'.
	01 IDLE-DTL.
	   02 ID-ID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 ID-AUTH	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 ID-SUP	PIC X(01).
	   02 FILLER	PIC X(04).
	   02 ID-STAT	PIC X(01).
	   02 FILLER	PIC X(07).
	   02 ID-LAST	PIC X(08).
	01 GRD-HDR	PIC X(80) VALUE
	    'DATE      TIME      OPERATOR  NO     OLD NEW  REASON'.
	01 GRD-DTL.
	   02 GD-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 GD-TIME	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 GD-OPID	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 GD-NO	PIC 9(05).
	   02 FILLER	PIC X(03).
	   02 GD-OLD	PIC X(01).
	   02 FILLER	PIC X(03).
	   02 GD-NEW	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 GD-NOTE	PIC X(30).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'SECURITY REVIEW REPORT'.
	    IF ADDRESS OF SIGNON-OPID NOT = NULL
	       AND SIGNON-OPID NOT = SPACES
	       MOVE SIGNON-OPID TO WS-OPERATOR-ID
	    ELSE
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    DISPLAY 'ENTER FROM DATE (YYYYMMDD) '.
	    ACCEPT WS-FROM-DATE.
	    DISPLAY 'ENTER TO DATE (YYYYMMDD) '.
	    ACCEPT WS-TO-DATE.
	    IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
	       OR WS-FROM-DATE > WS-TO-DATE
	       DISPLAY 'INVALID DATE RANGE - REPORT STOPPED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    PERFORM 0002-RTN.
	    PERFORM 0003-RTN.
	    OPEN OUTPUT RPT-F.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'SECURITY REVIEW  ' WS-FROM-DATE ' TO ' WS-TO-DATE
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    PERFORM 1000-RTN.
	    PERFORM 2000-RTN.
	    PERFORM 3000-RTN.
	    PERFORM 4000-RTN.
	    PERFORM 5000-RTN.
	    PERFORM 6000-RTN.
	    CLOSE RPT-F.
	    DISPLAY 'REVIEW WRITTEN TO SECREV.RPT'.
	    GOBACK.
	0001-RTN.
	    OPEN INPUT PRM-F.
	    IF WS-PRM-STATUS NOT = '00'
	       DISPLAY 'SECREV.PRM NOT FOUND - DEFAULTS USED'
	    ELSE
	       READ PRM-F
		   AT END
		      DISPLAY 'SECREV.PRM EMPTY - DEFAULTS USED'
		   NOT AT END
		      MOVE PRM-START TO WS-START
		      MOVE PRM-END TO WS-END
		      MOVE PRM-DAYS TO WS-DAYS
	       END-READ
	       CLOSE PRM-F
	    END-IF.
	    DISPLAY 'SCHOOL HOURS ' WS-START ' TO ' WS-END
		' - INACTIVE AFTER ' WS-DAYS ' DAYS'.
	    MOVE WS-TO-DATE TO WS-TO-NUM.
	    COMPUTE WS-CUT-INT =
		FUNCTION INTEGER-OF-DATE(WS-TO-NUM) - WS-DAYS.
	    COMPUTE WS-CUT-NUM = FUNCTION DATE-OF-INTEGER(WS-CUT-INT).
	    MOVE WS-CUT-NUM TO WS-CUT-DATE.
	0002-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT SEC-F.
	    IF WS-SEC-STATUS NOT = '00'
	       DISPLAY 'OPSEC.DAT NOT FOUND - OPERATOR CHECKS SKIPPED'
	    ELSE
	       READ SEC-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y' OR WS-OP-CNT = 50
	          ADD 1 TO WS-OP-CNT
	          MOVE SEC-ID TO OP-ID(WS-OP-CNT)
	          MOVE SEC-AUTH TO OP-AUTH(WS-OP-CNT)
	          MOVE SEC-SUP TO OP-SUP(WS-OP-CNT)
	          MOVE SEC-STAT TO OP-STAT(WS-OP-CNT)
	          MOVE SPACES TO OP-LAST(WS-OP-CNT)
	          READ SEC-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE SEC-F
	    END-IF.
	0003-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT ULG-F.
	    IF WS-ULG-STATUS = '00'
	       READ ULG-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          IF ULG-ACTION NOT = 'SIGN-ON DENIED'
		     AND ULG-ACTION NOT = 'ID DISABLED'
		     AND ULG-DATE NOT > WS-TO-DATE
		     MOVE ULG-OPID TO WS-KEY
		     PERFORM 0004-RTN
		     IF WS-OX NOT > WS-OP-CNT
			AND ULG-DATE > OP-LAST(WS-OX)
			MOVE ULG-DATE TO OP-LAST(WS-OX)
		     END-IF
	          END-IF
	          READ ULG-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE ULG-F
	    END-IF.
	0004-RTN.
	    PERFORM VARYING WS-OX FROM 1 BY 1
		UNTIL WS-OX > WS-OP-CNT
		   OR OP-ID(WS-OX) = WS-KEY
	       CONTINUE
	    END-PERFORM.
	0005-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC FROM RPT-LINE.
	0006-RTN.
	    MOVE SPACES TO LOG-DTL.
	    MOVE ULG-DATE TO LD-DATE.
	    MOVE ULG-TIME(1:6) TO LD-TIME.
	    MOVE ULG-OPID TO LD-OPID.
	    MOVE ULG-ACTION TO LD-ACTION.
	0007-RTN.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'TOTAL : ' WS-CNT-E DELIMITED BY SIZE
		INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	1000-RTN.
	    MOVE '1. FAILED AND LOCKED-OUT SIGN-ONS' TO RPT-LINE.
	    PERFORM 0005-RTN.
	    WRITE RPT-REC FROM LOG-HDR.
	    MOVE 'N' TO EOF.
	    OPEN INPUT ULG-F.
	    IF WS-ULG-STATUS = '00'
	       READ ULG-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 1010-RTN UNTIL EOF = 'Y'
	       CLOSE ULG-F
	    END-IF.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC FROM FT-HDR.
	    PERFORM 1020-RTN VARYING WS-FX FROM 1 BY 1
		UNTIL WS-FX > WS-FT-CNT.
	    COMPUTE WS-CNT-E = WS-FAIL-CNT + WS-LOCK-CNT.
	    PERFORM 0007-RTN.
	1010-RTN.
	    IF ULG-DATE NOT < WS-FROM-DATE AND ULG-DATE NOT > WS-TO-DATE
	       AND (ULG-ACTION = 'SIGN-ON DENIED'
		    OR ULG-ACTION = 'ID DISABLED')
	       PERFORM 0006-RTN
	       PERFORM VARYING WS-FX FROM 1 BY 1
		   UNTIL WS-FX > WS-FT-CNT OR FT-ID(WS-FX) = ULG-OPID
	          CONTINUE
	       END-PERFORM
	       IF WS-FX > WS-FT-CNT AND WS-FT-CNT < 100
	          ADD 1 TO WS-FT-CNT
	          MOVE WS-FT-CNT TO WS-FX
	          MOVE ULG-OPID TO FT-ID(WS-FX)
	          MOVE 0 TO FT-FAIL(WS-FX)
	          MOVE 0 TO FT-LOCK(WS-FX)
	       END-IF
	       IF ULG-ACTION = 'SIGN-ON DENIED'
	          ADD 1 TO WS-FAIL-CNT
	          IF WS-FX NOT > WS-FT-CNT
		     ADD 1 TO FT-FAIL(WS-FX)
	          END-IF
	       ELSE
	          ADD 1 TO WS-LOCK-CNT
	          IF WS-FX NOT > WS-FT-CNT
		     ADD 1 TO FT-LOCK(WS-FX)
	          END-IF
	          MOVE 'ID LOCKED OUT' TO LD-NOTE
	       END-IF
	       WRITE RPT-REC FROM LOG-DTL
	    END-IF.
	    READ ULG-F AT END MOVE 'Y' TO EOF.
	1020-RTN.
	    MOVE SPACES TO FT-DTL.
	    MOVE FT-ID(WS-FX) TO FD-ID.
	    MOVE FT-FAIL(WS-FX) TO FD-FAIL.
	    MOVE FT-LOCK(WS-FX) TO FD-LOCK.
	    MOVE FT-ID(WS-FX) TO WS-KEY.
	    PERFORM 0004-RTN.
	    IF WS-OX > WS-OP-CNT
	       MOVE 'ID NOT IN OPSEC.DAT' TO FD-NOTE
	    ELSE IF OP-STAT(WS-OX) = 'D'
	       MOVE 'CURRENTLY DISABLED' TO FD-NOTE
	    END-IF END-IF.
	    WRITE RPT-REC FROM FT-DTL.
	2000-RTN.
	    MOVE '2. SELECT DENIED ATTEMPTS' TO RPT-LINE.
	    PERFORM 0005-RTN.
	    WRITE RPT-REC FROM LOG-HDR.
	    MOVE 'N' TO EOF.
	    OPEN INPUT ULG-F.
	    IF WS-ULG-STATUS = '00'
	       READ ULG-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 2010-RTN UNTIL EOF = 'Y'
	       CLOSE ULG-F
	    END-IF.
	    MOVE WS-DENY-CNT TO WS-CNT-E.
	    PERFORM 0007-RTN.
	2010-RTN.
	    IF ULG-DATE NOT < WS-FROM-DATE AND ULG-DATE NOT > WS-TO-DATE
	       AND ULG-ACTION = 'SELECT DENIED'
	       ADD 1 TO WS-DENY-CNT
	       PERFORM 0006-RTN
	       WRITE RPT-REC FROM LOG-DTL
	    END-IF.
	    READ ULG-F AT END MOVE 'Y' TO EOF.
	3000-RTN.
	    MOVE SPACES TO RPT-LINE.
	    STRING '3. ACTIVITY OUTSIDE SCHOOL HOURS ' WS-START
		' - ' WS-END DELIMITED BY SIZE INTO RPT-LINE.
	    PERFORM 0005-RTN.
	    WRITE RPT-REC FROM LOG-HDR.
	    MOVE 'N' TO EOF.
	    OPEN INPUT ULG-F.
	    IF WS-ULG-STATUS = '00'
	       READ ULG-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 3010-RTN UNTIL EOF = 'Y'
	       CLOSE ULG-F
	    END-IF.
	    MOVE WS-HOURS-CNT TO WS-CNT-E.
	    PERFORM 0007-RTN.
	3010-RTN.
	    MOVE ULG-TIME(1:4) TO WS-HHMM.
	    IF ULG-DATE NOT < WS-FROM-DATE AND ULG-DATE NOT > WS-TO-DATE
	       AND WS-HHMM NUMERIC
	       AND (WS-HHMM < WS-START OR WS-HHMM NOT < WS-END)
	       ADD 1 TO WS-HOURS-CNT
	       PERFORM 0006-RTN
	       WRITE RPT-REC FROM LOG-DTL
	    END-IF.
	    READ ULG-F AT END MOVE 'Y' TO EOF.
	4000-RTN.
	    MOVE WS-DAYS TO WS-NUM-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING '4. OPERATORS WITH NO ACTIVITY IN ' WS-NUM-E
		' DAYS (SINCE ' WS-CUT-DATE ')'
		DELIMITED BY SIZE INTO RPT-LINE.
	    PERFORM 0005-RTN.
	    WRITE RPT-REC FROM IDLE-HDR.
	    PERFORM 4010-RTN VARYING WS-OX FROM 1 BY 1
		UNTIL WS-OX > WS-OP-CNT.
	    MOVE WS-IDLE-CNT TO WS-CNT-E.
	    PERFORM 0007-RTN.
	4010-RTN.
	    IF OP-LAST(WS-OX) NOT > WS-CUT-DATE
	       ADD 1 TO WS-IDLE-CNT
	       MOVE SPACES TO IDLE-DTL
	       MOVE OP-ID(WS-OX) TO ID-ID
	       MOVE OP-AUTH(WS-OX) TO ID-AUTH
	       MOVE OP-SUP(WS-OX) TO ID-SUP
	       MOVE OP-STAT(WS-OX) TO ID-STAT
	       IF OP-LAST(WS-OX) = SPACES
		  MOVE 'NEVER' TO ID-LAST
	       ELSE
		  MOVE OP-LAST(WS-OX) TO ID-LAST
	       END-IF
	       WRITE RPT-REC FROM IDLE-DTL
	    END-IF.
	5000-RTN.
	    MOVE '5. GRADE CHANGES BY OPERATORS NOT AUTHORIZED TO GRADE'
		TO RPT-LINE.
	    PERFORM 0005-RTN.
	    WRITE RPT-REC FROM GRD-HDR.
	    MOVE 'N' TO EOF.
	    OPEN INPUT AUD-F.
	    IF WS-AUD-STATUS = '00'
	       READ AUD-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM 5010-RTN UNTIL EOF = 'Y'
	       CLOSE AUD-F
	    END-IF.
	    MOVE WS-GRD-CNT TO WS-CNT-E.
	    MOVE WS-CHG-CNT TO WS-CNT2-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'TOTAL : ' WS-CNT-E '  OF ' WS-CNT2-E
		' GRADE CHANGES IN PERIOD' DELIMITED BY SIZE
		INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-BAT-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'UNATTENDED BATCH CHANGES (NOT LISTED) : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	5010-RTN.
	    IF AUD-DATE NOT < WS-FROM-DATE AND AUD-DATE NOT > WS-TO-DATE
	       AND AUD-NO NUMERIC AND AUD-NO > 0
	       ADD 1 TO WS-CHG-CNT
	       MOVE AUD-OPID TO WS-KEY
	       PERFORM 0004-RTN
	       MOVE SPACES TO GRD-DTL
	       IF AUD-OPID = 'BATCH'
		  ADD 1 TO WS-BAT-CNT
	       ELSE IF WS-OX > WS-OP-CNT
		  MOVE 'OPERATOR NOT IN OPSEC.DAT' TO GD-NOTE
	       ELSE IF OP-AUTH(WS-OX)(2:1) NOT = 'Y'
		  MOVE 'NO GRADING AUTHORITY' TO GD-NOTE
	       END-IF END-IF END-IF
	       IF GD-NOTE NOT = SPACES
		  ADD 1 TO WS-GRD-CNT
		  MOVE AUD-DATE TO GD-DATE
		  MOVE AUD-TIME(1:6) TO GD-TIME
		  MOVE AUD-OPID TO GD-OPID
		  MOVE AUD-NO TO GD-NO
		  MOVE AUD-OLD-MK TO GD-OLD
		  MOVE AUD-NEW-MK TO GD-NEW
		  WRITE RPT-REC FROM GRD-DTL
	       END-IF
	    END-IF.
	    READ AUD-F AT END MOVE 'Y' TO EOF.
	6000-RTN.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE ALL '-' TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE 'SECURITY REVIEW SUMMARY' TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'PERIOD                      : ' WS-FROM-DATE
		' TO ' WS-TO-DATE DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-FAIL-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'FAILED SIGN-ONS             : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-LOCK-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'IDS LOCKED OUT              : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-DENY-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'SELECT DENIED ATTEMPTS      : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-HOURS-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'ACTIVITY OUTSIDE HOURS      : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-IDLE-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'INACTIVE OPERATORS          : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-GRD-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'UNAUTHORIZED GRADE CHANGES  : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    WRITE RPT-REC.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'REPORT PRODUCED ' WS-CURR-DT(1:8) ' BY '
		WS-OPERATOR-ID
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE 'REVIEWED BY PRINCIPAL : ____________________'
		TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE 'SIGNATURE : ____________________  DATE : ________'
		TO RPT-REC.
	    WRITE RPT-REC.
