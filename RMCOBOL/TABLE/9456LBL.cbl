	ID		DIVISION.
	PROGRAM-ID.	S9456LBL.
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
	    SELECT GDN-F ASSIGN TO RANDOM 'GUARD.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS G-NO
		FILE STATUS IS WS-G-STATUS.
	    SELECT LBL-F ASSIGN TO RANDOM 'LABEL.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT EXC-F ASSIGN TO RANDOM 'NOGUARD.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	DATA	DIVISION.
	FILE	SECTION.
	FD A-F.
	COPY STUREC.
	FD GDN-F.
	COPY GDNREC.
	FD LBL-F.
	01 LBL-REC	PIC X(80).
	FD EXC-F.
	01 EXC-REC	PIC X(80).
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-A-STATUS	PIC XX.
	77 WS-G-STATUS	PIC XX.
	77 WS-G-OPEN	PIC X VALUE 'N'.
	77 WS-SEL-CLASS	PIC X(04).
	77 WS-WHICH	PIC X.
	77 WS-GX	PIC 9.
	77 WS-STU-CNT	PIC 9(05) VALUE 0.
	77 WS-LBL-CNT	PIC 9(05) VALUE 0.
	77 WS-EXC-CNT	PIC 9(05) VALUE 0.
	77 WS-CNT-E	PIC ZZZZ9.
	01 LBL-LINE	PIC X(80).
	01 EXC-HDR-1	PIC X(80) VALUE
	    'STUDENTS WITH NO GUARDIAN ON FILE'.
	01 EXC-HDR-2	PIC X(80) VALUE
	    'NO     NAME                  CLASS'.
	01 EXC-DTL.
	   02 EXC-NO	PIC 9(05).
	   02 FILLER	PIC X(02).
	   02 EXC-NM	PIC X(20).
	   02 FILLER	PIC X(02).
	   02 EXC-CLASS	PIC X(04).
	01 TRL-OUT-REC	PIC X(80).
	PROCEDURE	DIVISION.
	0000-RTN.
	    DISPLAY 'GUARDIAN MAILING LABEL RUN'.
	    DISPLAY 'ENTER CLASS (BLANK = ALL CLASSES) '.
	    ACCEPT WS-SEL-CLASS.
	    DISPLAY 'LABELS FOR FIRST GUARDIAN ONLY (1) OR BOTH (B) ? '.
	    ACCEPT WS-WHICH.
	    OPEN INPUT A-F.
	    IF WS-A-STATUS NOT = '00'
	       DISPLAY 'A.DAT NOT AVAILABLE - STATUS ' WS-A-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	    END-IF.
	    OPEN INPUT GDN-F.
	    IF WS-G-STATUS NOT = '00'
	       DISPLAY 'GUARD.DAT NOT FOUND - ALL STUDENTS LISTED'
		   ' AS EXCEPTIONS'
	    ELSE
	       MOVE 'Y' TO WS-G-OPEN
	    END-IF.
	    OPEN OUTPUT LBL-F EXC-F.
	    WRITE EXC-REC FROM EXC-HDR-1.
	    WRITE EXC-REC FROM EXC-HDR-2.
	    MOVE WS-SEL-CLASS TO A-CLASS.
	    IF WS-SEL-CLASS = SPACES
	       MOVE LOW-VALUES TO A-CLASS
	       START A-F KEY IS NOT LESS A-CLASS
		   INVALID KEY MOVE 'Y' TO EOF
	       END-START
	    ELSE
	       START A-F KEY IS EQUAL A-CLASS
		   INVALID KEY MOVE 'Y' TO EOF
	       END-START
	    END-IF.
	    IF EOF NOT = 'Y'
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	    END-IF.
	    PERFORM 0001-RTN UNTIL EOF = 'Y'.
	    MOVE WS-EXC-CNT TO WS-CNT-E.
	    MOVE SPACES TO TRL-OUT-REC.
	    STRING 'STUDENTS WITHOUT GUARDIAN : ' WS-CNT-E
		DELIMITED BY SIZE INTO TRL-OUT-REC.
	    WRITE EXC-REC FROM TRL-OUT-REC.
	    CLOSE LBL-F EXC-F A-F.
	    IF WS-G-OPEN = 'Y'
	       CLOSE GDN-F
	    END-IF.
	    DISPLAY 'STUDENTS READ   : ' WS-STU-CNT.
	    DISPLAY 'LABELS PRINTED  : ' WS-LBL-CNT.
	    DISPLAY 'NO GUARDIAN     : ' WS-EXC-CNT.
	    DISPLAY 'LABELS WRITTEN TO LABEL.RPT'.
	    DISPLAY 'EXCEPTIONS WRITTEN TO NOGUARD.RPT'.
	    GOBACK.
	0001-RTN.
	    IF WS-SEL-CLASS NOT = SPACES
	       AND A-CLASS NOT = WS-SEL-CLASS
	       MOVE 'Y' TO EOF
	    ELSE
	       ADD 1 TO WS-STU-CNT
	       PERFORM 0002-RTN
	       READ A-F NEXT RECORD AT END MOVE 'Y' TO EOF END-READ
	    END-IF.
	0002-RTN.
	    IF WS-G-OPEN NOT = 'Y'
	       PERFORM 0005-RTN
	    ELSE
	       MOVE A-NO TO G-NO
	       READ GDN-F KEY IS G-NO
		   INVALID KEY
		      PERFORM 0005-RTN
		   NOT INVALID KEY
		      MOVE 1 TO WS-GX
		      PERFORM 0003-RTN
		      IF WS-WHICH = 'B' OR WS-WHICH = 'b'
			 MOVE 2 TO WS-GX
			 PERFORM 0004-RTN
		      END-IF
	       END-READ
	    END-IF.
	0004-RTN.
	    IF G-NAME(2) NOT = SPACES
	       IF G-ADDR1(2) NOT = G-ADDR1(1)
		  OR G-ADDR2(2) NOT = G-ADDR2(1)
		  OR G-ADDR3(2) NOT = G-ADDR3(1)
		  PERFORM 0003-RTN
	       END-IF
	    END-IF.
	0003-RTN.
	    ADD 1 TO WS-LBL-CNT.
	    MOVE SPACES TO LBL-LINE.
	    STRING G-NAME(WS-GX) ' (' G-REL(WS-GX) ')'
		DELIMITED BY SIZE INTO LBL-LINE.
	    WRITE LBL-REC FROM LBL-LINE.
	    WRITE LBL-REC FROM G-ADDR1(WS-GX).
	    WRITE LBL-REC FROM G-ADDR2(WS-GX).
	    WRITE LBL-REC FROM G-ADDR3(WS-GX).
	    MOVE SPACES TO LBL-LINE.
	    STRING 'RE : ' A-NM ' ' A-CLASS ' ' A-NO
		'  LANG ' G-LANG(WS-GX)
		DELIMITED BY SIZE INTO LBL-LINE.
	    WRITE LBL-REC FROM LBL-LINE.
	    MOVE SPACES TO LBL-REC.
	    WRITE LBL-REC.
	0005-RTN.
	    ADD 1 TO WS-EXC-CNT.
	    MOVE SPACES TO EXC-DTL.
	    MOVE A-NO TO EXC-NO.
	    MOVE A-NM TO EXC-NM.
	    MOVE A-CLASS TO EXC-CLASS.
	    WRITE EXC-REC FROM EXC-DTL.
