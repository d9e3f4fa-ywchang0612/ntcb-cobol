	ID		DIVISION.
	PROGRAM-ID.	S9456RST.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT CAT-F ASSIGN TO RANDOM 'ARCH.CAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CAT-STATUS.
	    SELECT AX-F ASSIGN TO WS-CNT-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AX-NO
		ALTERNATE RECORD KEY IS AX-CLASS WITH DUPLICATES
		FILE STATUS IS WS-AX-STATUS.
	    SELECT SX-F ASSIGN TO WS-CNT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SX-STATUS.
	    SELECT HISN-F ASSIGN TO RANDOM 'GRADE.HIS.NEW'
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
	    SELECT SEC-F ASSIGN TO RANDOM 'OPSEC.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SEC-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'RESTORE.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
	FD CAT-F.
	01 CAT-REC.
	   02 CAT-TYPE	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 CAT-NAME	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 CAT-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 CAT-TERMEND	PIC X(01).
	FD AX-F.
	01 AX-REC.
	   02 AX-NO	PIC 9(05).
	   02 AX-CLASS	PIC X(04).
	   02 AX-REST	PIC X(35).
	FD SX-F.
	01 SX-REC	PIC X(80).
	FD HISN-F.
	01 HISN-REC	PIC X(80).
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
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-CAT-STATUS	PIC XX.
	77 WS-AX-STATUS	PIC XX.
	77 WS-SX-STATUS	PIC XX.
	77 WS-TRM-STATUS	PIC XX.
	77 WS-LCK-STATUS	PIC XX.
	77 WS-SSN-STATUS	PIC XX.
	77 WS-SEC-STATUS	PIC XX.
	77 SEC-EOF	PIC X VALUE 'N'.
	77 TRM-EOF	PIC X VALUE 'N'.
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-SUP-ID	PIC X(08).
	77 WS-SUP-PW	PIC X(08).
	77 WS-SUP-OK	PIC X VALUE 'N'.
	77 WS-PW-REQ	PIC X VALUE 'Y'.
	77 WS-TERM	PIC X(06).
	77 WS-LOCK	PIC X.
	77 WS-LOCK-TERM	PIC X(06).
	77 WS-CHK-TERM	PIC X(06).
	77 WS-BUSY	PIC X VALUE 'N'.
	77 WS-HOLDER	PIC X(20).
	77 WS-HOLDER-PGM	PIC X(08).
	77 WS-LCK-ANSWER	PIC X.
	77 WS-LCK-NAME	PIC X(20) VALUE 'A.LCK'.
	77 WS-SEL-TYPE	PIC X.
	77 WS-FROM-DATE	PIC X(08).
	77 WS-PICK	PIC 9(03).
	77 WS-ANSWER	PIC X.
	77 WS-CAT-CNT	PIC 9(03) VALUE 0.
	77 WS-CX	PIC 9(03).
	77 WS-LST-CNT	PIC 9(03) VALUE 0.
	77 WS-CNT-NAME	PIC X(20).
	77 WS-CNT-TYPE	PIC X.
	77 WS-CNT	PIC 9(07) VALUE 0.
	77 WS-BAD	PIC 9(07) VALUE 0.
	77 WS-TRL-CNT	PIC 9(05) VALUE 0.
	77 WS-TRL-SEEN	PIC X VALUE 'N'.
	77 WS-FOUND	PIC X VALUE 'N'.
	77 WS-ARC-CNT	PIC 9(07) VALUE 0.
	77 WS-OLD-CNT	PIC 9(07) VALUE 0.
	77 WS-NEW-CNT	PIC 9(07) VALUE 0.
	77 WS-DIFF	PIC S9(07) VALUE 0.
	77 WS-LIVE-NAME	PIC X(20).
	77 WS-SAFE-NAME	PIC X(20).
	77 WS-SAFE-TYPE	PIC X.
	77 WS-SRC-NAME	PIC X(20).
	77 WS-CVT-SRC	PIC X(20).
	77 WS-CURR-DT	PIC X(21).
	77 WS-ARCH-DT	PIC X(08).
	77 WS-CAT-TYPE	PIC X(01).
	77 WS-CAT-NAME	PIC X(20).
	77 WS-EXIST-RC	PIC S9(09) COMP-5.
	77 WS-CALL-RC	PIC S9(09) COMP-5.
	77 WS-LIVE-MISS	PIC X VALUE 'N'.
	77 WS-CNT-E	PIC Z(06)9.
	77 WS-DIFF-E	PIC -(06)9.
	01 WS-FILE-INFO	PIC X(64).
	01 ARC-TBL.
	   02 ARC-ENT OCCURS 500 TIMES.
	      03 ARC-TYPE	PIC X(01).
	      03 ARC-NAME	PIC X(20).
	      03 ARC-DATE	PIC X(08).
	      03 ARC-TERMEND	PIC X(01).
	      03 ARC-DONE	PIC X(01).
	01 LST-REC.
	   02 LST-IX	PIC ZZ9.
	   02 FILLER	PIC X(02).
	   02 LST-TYPE	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 LST-NAME	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 LST-DATE	PIC X(08).
	   02 FILLER	PIC X(02).
	   02 LST-TERMEND	PIC X(01).
	   02 FILLER	PIC X(02).
	   02 LST-TAG	PIC X(08).
	01 RPT-LINE	PIC X(80).
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    DISPLAY 'ARCHIVE RESTORE'.
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
	       DISPLAY 'RESTORE REQUIRES A SUPERVISOR - REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    DISPLAY 'ENTER CURRENT TERM CODE (E.G. 2026-1) '.
	    ACCEPT WS-TERM.
	    MOVE WS-TERM TO WS-CHK-TERM.
	    PERFORM 0040-RTN.
	    IF WS-LOCK = 'Y'
	       DISPLAY 'TERM ' WS-TERM ' IS CLOSED - RESTORE REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0001-RTN.
	    IF WS-CAT-CNT = 0
	       DISPLAY 'CATALOG IS EMPTY - NOTHING TO RESTORE'
	       GOBACK
	    END-IF.
	    DISPLAY 'RESTORE A.DAT (A) I.OUT (I) GRADE.HIS (H) ? '.
	    ACCEPT WS-SEL-TYPE.
	    EVALUATE WS-SEL-TYPE
	       WHEN 'A' WHEN 'a'
		  MOVE 'A' TO WS-SEL-TYPE
		  MOVE 'A.DAT' TO WS-LIVE-NAME
	       WHEN 'I' WHEN 'i'
		  MOVE 'I' TO WS-SEL-TYPE
		  MOVE 'I.OUT' TO WS-LIVE-NAME
	       WHEN 'H' WHEN 'h'
		  MOVE 'H' TO WS-SEL-TYPE
		  MOVE 'GRADE.HIS' TO WS-LIVE-NAME
	       WHEN OTHER
		  DISPLAY 'INVALID FILE TYPE'
		  GOBACK
	    END-EVALUATE.
	    DISPLAY 'LIST COPIES FROM DATE (YYYYMMDD, BLANK = ALL) '.
	    ACCEPT WS-FROM-DATE.
	    PERFORM 0002-RTN.
	    IF WS-LST-CNT = 0
	       DISPLAY 'NO CATALOGUED COPIES FOR ' WS-LIVE-NAME
	       GOBACK
	    END-IF.
	    DISPLAY 'ENTER ENTRY NO TO RESTORE (0 TO CANCEL) '.
	    ACCEPT WS-PICK.
	    IF WS-PICK = 0
	       GOBACK
	    END-IF.
	    IF WS-PICK > WS-CAT-CNT
	       DISPLAY 'ENTRY NOT IN LIST'
	       GOBACK
	    END-IF.
	    MOVE WS-PICK TO WS-CX.
	    PERFORM 0005-RTN.
	    IF WS-FOUND NOT = 'Y'
	       DISPLAY 'ENTRY NOT IN LIST'
	       GOBACK
	    END-IF.
	    IF ARC-TYPE(WS-PICK) = 'H' AND ARC-DONE(WS-PICK) = 'Y'
	       DISPLAY 'ROLL-OFF ARCHIVE ALREADY RESTORED - REFUSED'
	       GOBACK
	    END-IF.
	    PERFORM 0050-RTN.
	    IF WS-BUSY = 'Y'
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - RESTORE REFUSED'
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    PERFORM 0051-RTN.
	    PERFORM 0003-RTN.
	    PERFORM 0052-RTN.
	    GOBACK.
	0001-RTN.
	    MOVE 0 TO WS-CAT-CNT.
	    MOVE 'N' TO EOF.
	    OPEN INPUT CAT-F.
	    IF WS-CAT-STATUS = '00'
	       READ CAT-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y' OR WS-CAT-CNT = 500
	          IF CAT-TYPE = 'R'
		     PERFORM 0006-RTN
	          ELSE
		     ADD 1 TO WS-CAT-CNT
		     MOVE CAT-TYPE TO ARC-TYPE(WS-CAT-CNT)
		     MOVE CAT-NAME TO ARC-NAME(WS-CAT-CNT)
		     MOVE CAT-DATE TO ARC-DATE(WS-CAT-CNT)
		     MOVE CAT-TERMEND TO ARC-TERMEND(WS-CAT-CNT)
		     MOVE 'N' TO ARC-DONE(WS-CAT-CNT)
	          END-IF
	          READ CAT-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       IF EOF NOT = 'Y'
	          DISPLAY 'CATALOG EXCEEDS 500 ENTRIES - NOT ALL LOADED'
	       END-IF
	       CLOSE CAT-F
	    END-IF.
	0002-RTN.
	    MOVE 0 TO WS-LST-CNT.
	    DISPLAY 'NO.  T  COPY                  DATE      E  STATUS'.
	    PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-CNT
	       PERFORM 0005-RTN
	       IF WS-FOUND = 'Y'
	          ADD 1 TO WS-LST-CNT
	          MOVE SPACES TO LST-REC
	          MOVE WS-CX TO LST-IX
	          MOVE ARC-TYPE(WS-CX) TO LST-TYPE
	          MOVE ARC-NAME(WS-CX) TO LST-NAME
	          MOVE ARC-DATE(WS-CX) TO LST-DATE
	          MOVE ARC-TERMEND(WS-CX) TO LST-TERMEND
	          IF ARC-DONE(WS-CX) = 'Y'
		     MOVE 'RESTORED' TO LST-TAG
	          END-IF
	          DISPLAY LST-REC
	       END-IF
	    END-PERFORM.
	0005-RTN.
	    MOVE 'N' TO WS-FOUND.
	    IF ARC-TYPE(WS-CX) = WS-SEL-TYPE
	       OR (WS-SEL-TYPE = 'H' AND ARC-TYPE(WS-CX) = 'F')
	       IF WS-FROM-DATE = SPACES
		  OR ARC-DATE(WS-CX) NOT < WS-FROM-DATE
		  MOVE 'Y' TO WS-FOUND
	       END-IF
	    END-IF.
	0006-RTN.
	    PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-CNT
	       IF ARC-NAME(WS-CX) = CAT-NAME
		  MOVE 'Y' TO ARC-DONE(WS-CX)
	       END-IF
	    END-PERFORM.
	0003-RTN.
	    MOVE ARC-NAME(WS-PICK) TO WS-SRC-NAME.
	    MOVE ARC-TYPE(WS-PICK) TO WS-CNT-TYPE.
	    MOVE WS-SRC-NAME TO WS-CNT-NAME.
	    PERFORM 0020-RTN.
	    IF WS-FOUND NOT = 'Y'
	       DISPLAY 'ARCHIVE ' WS-SRC-NAME ' CANNOT BE READ - '
		   'RESTORE REFUSED'
	       MOVE 8 TO RETURN-CODE
	    ELSE IF WS-CNT = 0
	       DISPLAY 'ARCHIVE ' WS-SRC-NAME ' IS EMPTY - '
		   'RESTORE REFUSED'
	       MOVE 8 TO RETURN-CODE
	    ELSE IF WS-BAD > 0
	       DISPLAY 'ARCHIVE RECORDS READ : ' WS-CNT
	       DISPLAY 'BAD RECORDS FOUND    : ' WS-BAD
	       DISPLAY 'ARCHIVE FAILED STRUCTURE CHECK - '
		   'RESTORE REFUSED'
	       MOVE 8 TO RETURN-CODE
	    ELSE
	       MOVE WS-CNT TO WS-ARC-CNT
	       PERFORM 0004-RTN
	    END-IF END-IF END-IF.
	0004-RTN.
	    MOVE WS-LIVE-NAME TO WS-CNT-NAME.
	    IF WS-SEL-TYPE = 'H'
	       MOVE 'F' TO WS-CNT-TYPE
	    ELSE
	       MOVE WS-SEL-TYPE TO WS-CNT-TYPE
	    END-IF.
	    PERFORM 0020-RTN.
	    MOVE 'N' TO WS-LIVE-MISS.
	    IF WS-FOUND NOT = 'Y'
	       MOVE 'Y' TO WS-LIVE-MISS
	       MOVE 0 TO WS-CNT
	    END-IF.
	    MOVE WS-CNT TO WS-OLD-CNT.
	    DISPLAY 'ARCHIVE ' WS-SRC-NAME ' RECORDS : ' WS-ARC-CNT.
	    DISPLAY 'LIVE    ' WS-LIVE-NAME ' RECORDS : ' WS-OLD-CNT.
	    IF ARC-TYPE(WS-PICK) = 'H'
	       DISPLAY 'ROLL-OFF ROWS WILL BE PUT BACK AHEAD OF THE '
		   'LIVE HISTORY'
	    END-IF.
	    DISPLAY 'RESTORE ' WS-SRC-NAME ' TO ' WS-LIVE-NAME
		' ? (Y/N) '.
	    ACCEPT WS-ANSWER.
	    IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
	       DISPLAY 'RESTORE CANCELLED'
	    ELSE
	       PERFORM 0010-RTN
	    END-IF.
	0010-RTN.
	    MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
	    MOVE WS-CURR-DT(1:8) TO WS-ARCH-DT.
	    MOVE SPACES TO WS-SAFE-NAME.
	    STRING WS-LIVE-NAME DELIMITED BY SPACE
		'.R' WS-CURR-DT(5:8) DELIMITED BY SIZE
		INTO WS-SAFE-NAME.
	    IF WS-SEL-TYPE = 'H'
	       MOVE 'F' TO WS-SAFE-TYPE
	    ELSE
	       MOVE WS-SEL-TYPE TO WS-SAFE-TYPE
	    END-IF.
	    IF WS-LIVE-MISS = 'Y'
	       MOVE SPACES TO WS-SAFE-NAME
	       DISPLAY 'NO LIVE ' WS-LIVE-NAME ' - NO SAFETY COPY'
	       PERFORM 0011-RTN
	    ELSE
	       CALL 'CBL_CHECK_FILE_EXIST' USING WS-SAFE-NAME
		   WS-FILE-INFO
		   RETURNING WS-EXIST-RC
	       IF WS-EXIST-RC = 0
	          DISPLAY 'SAFETY COPY ' WS-SAFE-NAME ' EXISTS - '
		      'RESTORE REFUSED'
	          MOVE 8 TO RETURN-CODE
	       ELSE
	          CALL 'CBL_COPY_FILE' USING WS-LIVE-NAME WS-SAFE-NAME
		      RETURNING WS-CALL-RC
	          IF WS-CALL-RC NOT = 0
		     DISPLAY 'SAFETY COPY FAILED - RESTORE REFUSED'
		     MOVE 8 TO RETURN-CODE
	          ELSE
		     MOVE WS-SAFE-TYPE TO WS-CAT-TYPE
		     MOVE WS-SAFE-NAME TO WS-CAT-NAME
		     PERFORM 0026-RTN
		     DISPLAY 'SAFETY COPY TAKEN : ' WS-SAFE-NAME
		     PERFORM 0011-RTN
	          END-IF
	       END-IF
	    END-IF.
	0011-RTN.
	    IF ARC-TYPE(WS-PICK) = 'H'
	       PERFORM 0030-RTN
	    ELSE
	       CALL 'CBL_COPY_FILE' USING WS-SRC-NAME WS-LIVE-NAME
		   RETURNING WS-CALL-RC
	    END-IF.
	    IF WS-CALL-RC NOT = 0
	       DISPLAY 'RESTORE FAILED - RC ' WS-CALL-RC
	       IF WS-SAFE-NAME NOT = SPACES
	          DISPLAY 'LIVE FILE MAY BE DAMAGED - RESTORE FROM '
		      WS-SAFE-NAME
	       END-IF
	       MOVE 8 TO RETURN-CODE
	    ELSE
	       MOVE 'R' TO WS-CAT-TYPE
	       MOVE WS-SRC-NAME TO WS-CAT-NAME
	       PERFORM 0026-RTN
	       MOVE WS-LIVE-NAME TO WS-CNT-NAME
	       PERFORM 0020-RTN
	       MOVE WS-CNT TO WS-NEW-CNT
	       PERFORM 0007-RTN
	       DISPLAY 'RESTORED ' WS-SRC-NAME ' TO ' WS-LIVE-NAME
	       DISPLAY 'RESTORE REPORT WRITTEN TO RESTORE.RPT'
	    END-IF.
	0007-RTN.
	    OPEN OUTPUT RPT-F.
	    MOVE 'ARCHIVE RESTORE REPORT' TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'DATE ' WS-CURR-DT(1:8) '  TIME ' WS-CURR-DT(9:6)
		'  SUPERVISOR ' WS-SUP-ID '  TERM ' WS-TERM
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'LIVE FILE        : ' WS-LIVE-NAME
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'RESTORED FROM    : ' WS-SRC-NAME '  DATED '
		ARC-DATE(WS-PICK)
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE SPACES TO RPT-LINE.
	    IF WS-SAFE-NAME = SPACES
	       MOVE 'SAFETY COPY      : NONE - NO LIVE FILE'
		   TO RPT-LINE
	    ELSE
	       STRING 'SAFETY COPY      : ' WS-SAFE-NAME
		   DELIMITED BY SIZE INTO RPT-LINE
	    END-IF.
	    WRITE RPT-REC FROM RPT-LINE.
	    IF ARC-TYPE(WS-PICK) = 'H'
	       MOVE 'METHOD           : ROLL-OFF ROWS MERGED BACK'
		   TO RPT-REC
	    ELSE
	       MOVE 'METHOD           : LIVE FILE REPLACED' TO RPT-REC
	    END-IF.
	    WRITE RPT-REC.
	    MOVE SPACES TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE 'RECORD COUNTS' TO RPT-REC.
	    WRITE RPT-REC.
	    MOVE WS-OLD-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING '  LIVE BEFORE RESTORE  : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-ARC-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING '  ARCHIVE COPY         : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-NEW-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING '  LIVE AFTER RESTORE   : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    COMPUTE WS-DIFF = WS-NEW-CNT - WS-OLD-CNT.
	    MOVE WS-DIFF TO WS-DIFF-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING '  CHANGE               : ' WS-DIFF-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    CLOSE RPT-F.
	0020-RTN.
	    MOVE 0 TO WS-CNT.
	    MOVE 0 TO WS-BAD.
	    MOVE 0 TO WS-TRL-CNT.
	    MOVE 'N' TO WS-TRL-SEEN.
	    MOVE 'N' TO WS-FOUND.
	    MOVE 'N' TO EOF.
	    IF WS-CNT-TYPE = 'A'
	       OPEN INPUT AX-F
	       IF WS-AX-STATUS = '00'
	          MOVE 'Y' TO WS-FOUND
	          READ AX-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	          PERFORM UNTIL EOF = 'Y'
		     ADD 1 TO WS-CNT
		     IF AX-NO NOT NUMERIC OR AX-CLASS = SPACES
			ADD 1 TO WS-BAD
		     END-IF
		     READ AX-F NEXT RECORD AT END MOVE 'Y' TO EOF
		     END-READ
	          END-PERFORM
	          CLOSE AX-F
	       END-IF
	    ELSE
	       OPEN INPUT SX-F
	       IF WS-SX-STATUS = '00'
	          MOVE 'Y' TO WS-FOUND
	          READ SX-F AT END MOVE 'Y' TO EOF END-READ
	          PERFORM UNTIL EOF = 'Y'
		     PERFORM 0021-RTN
		     READ SX-F AT END MOVE 'Y' TO EOF END-READ
	          END-PERFORM
	          CLOSE SX-F
	       END-IF
	       IF WS-CNT-TYPE = 'I' AND WS-FOUND = 'Y'
	          IF WS-TRL-SEEN NOT = 'Y'
		     DISPLAY WS-CNT-NAME ' HAS NO TRAILER RECORD'
		     ADD 1 TO WS-BAD
	          ELSE IF WS-TRL-CNT NOT = WS-CNT
		     DISPLAY WS-CNT-NAME ' TRAILER COUNT ' WS-TRL-CNT
			 ' NOT EQUAL TO DETAILS ' WS-CNT
		     ADD 1 TO WS-BAD
	          END-IF END-IF
	       END-IF
	    END-IF.
	0021-RTN.
	    IF WS-CNT-TYPE = 'I'
	       IF SX-REC(1:3) = 'TRL'
		  MOVE 'Y' TO WS-TRL-SEEN
		  IF SX-REC(6:5) NUMERIC
		     MOVE SX-REC(6:5) TO WS-TRL-CNT
		  END-IF
	       ELSE
		  ADD 1 TO WS-CNT
		  IF SX-REC(1:5) NOT NUMERIC OR SX-REC(36:3) NOT NUMERIC
		     ADD 1 TO WS-BAD
		  END-IF
	       END-IF
	    ELSE
	       ADD 1 TO WS-CNT
	       IF SX-REC(1:6) = SPACES OR SX-REC(9:5) NOT NUMERIC
		  OR SX-REC(44:3) NOT NUMERIC
		  ADD 1 TO WS-BAD
	       END-IF
	    END-IF.
	0030-RTN.
	    OPEN OUTPUT HISN-F.
	    MOVE WS-SRC-NAME TO WS-CNT-NAME.
	    PERFORM 0031-RTN.
	    IF WS-LIVE-MISS NOT = 'Y'
	       MOVE WS-LIVE-NAME TO WS-CNT-NAME
	       PERFORM 0031-RTN
	    END-IF.
	    CLOSE HISN-F.
	    MOVE 'GRADE.HIS.NEW' TO WS-CVT-SRC.
	    CALL 'CBL_COPY_FILE' USING WS-CVT-SRC WS-LIVE-NAME
		RETURNING WS-CALL-RC.
	    IF WS-CALL-RC = 0
	       CALL 'CBL_DELETE_FILE' USING WS-CVT-SRC
		   RETURNING WS-EXIST-RC
	    END-IF.
	0031-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT SX-F.
	    IF WS-SX-STATUS = '00'
	       READ SX-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
	          WRITE HISN-REC FROM SX-REC
	          READ SX-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE SX-F
	    END-IF.
	0026-RTN.
	    MOVE SPACES TO CAT-REC.
	    MOVE WS-CAT-TYPE TO CAT-TYPE.
	    MOVE WS-CAT-NAME TO CAT-NAME.
	    MOVE WS-ARCH-DT TO CAT-DATE.
	    MOVE 'N' TO CAT-TERMEND.
	    OPEN EXTEND CAT-F.
	    IF WS-CAT-STATUS NOT = '00'
	       OPEN OUTPUT CAT-F
	    END-IF.
	    WRITE CAT-REC.
	    CLOSE CAT-F.
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
	       IF WS-HOLDER-PGM = 'S9456RST'
	          DISPLAY 'LOCK LEFT BY A PREVIOUS RESTORE - '
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
	    MOVE 'S9456RST' TO LCK-PGM.
	    MOVE 'ARCHIVE RESTORE' TO LCK-DESC.
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
	       DISPLAY 'RESTORE REQUIRES SUPERVISOR APPROVAL'
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
