	ID		DIVISION.
	PROGRAM-ID.	S9456GDN.
	ENVIRONMENT	DIVISION.
	CONFIGURATION	SECTION.
	INPUT-OUTPUT	SECTION.
	FILE-CONTROL.
	    SELECT GDN-F ASSIGN TO RANDOM 'GUARD.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS G-NO
		LOCK MODE IS MANUAL
		FILE STATUS IS WS-G-STATUS.
	    SELECT A-F ASSIGN TO RANDOM 'A.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS A-NO
		ALTERNATE RECORD KEY IS A-CLASS WITH DUPLICATES
		FILE STATUS IS WS-A-STATUS.
	    SELECT LCK-F ASSIGN TO RANDOM 'A.LCK'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LCK-STATUS.
	    SELECT SSN-F ASSIGN TO RANDOM 'A.SSN'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SSN-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD GDN-F.
	COPY GDNREC.
	FD A-F.
	COPY STUREC.
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
	77 WS-VALID	PIC X VALUE 'Y'.
	77 WS-G-STATUS	PIC XX.
	77 WS-A-STATUS	PIC XX.
	77 WS-A-OPEN	PIC X VALUE 'N'.
	77 WS-STU-OK	PIC X.
	77 WS-FUNC	PIC X.
	77 WS-LOOKUP-NO	PIC 9(05) VALUE 0.
	77 WS-OPERATOR-ID	PIC X(08).
	77 WS-ANSWER	PIC X.
	77 WS-GX	PIC 9.
	77 WS-LCK-STATUS	PIC XX.
	77 WS-BUSY	PIC X.
	77 WS-HOLDER	PIC X(20).
	77 WS-SSN-STATUS	PIC XX.
	77 WS-SSN-CNT	PIC 9(03) VALUE 0.
	LINKAGE	SECTION.
	01 SIGNON-OPID	PIC X(08).
	PROCEDURE	DIVISION USING SIGNON-OPID.
	0000-RTN.
	    MOVE SPACE TO WS-FUNC.
	    PERFORM 0050-RTN.
	    IF WS-BUSY = 'Y'
	       DISPLAY 'A.DAT IN USE BY ' WS-HOLDER ' - TRY LATER'
	       GOBACK
	    END-IF.
	    OPEN I-O GDN-F.
	    IF WS-G-STATUS = '35'
	       OPEN OUTPUT GDN-F
	       CLOSE GDN-F
	       OPEN I-O GDN-F
	    END-IF.
	    IF WS-G-STATUS NOT = '00'
	       DISPLAY 'CANNOT OPEN GUARD.DAT - STATUS ' WS-G-STATUS
	       GOBACK
	    END-IF.
	    OPEN INPUT A-F.
	    IF WS-A-STATUS = '00'
	       MOVE 'Y' TO WS-A-OPEN
	    ELSE
	       DISPLAY 'A.DAT NOT AVAILABLE - STUDENT CHECK SKIPPED'
	    END-IF.
	    PERFORM 0053-RTN.
	    IF ADDRESS OF SIGNON-OPID NOT = NULL
	       AND SIGNON-OPID NOT = SPACES
	       MOVE SIGNON-OPID TO WS-OPERATOR-ID
	    ELSE
	       DISPLAY 'ENTER OPERATOR ID '
	       ACCEPT WS-OPERATOR-ID
	    END-IF.
	    PERFORM 0001-RTN UNTIL WS-FUNC = 'X' OR WS-FUNC = 'x'.
	    IF WS-A-OPEN = 'Y'
	       CLOSE A-F
	    END-IF.
	    CLOSE GDN-F.
	    PERFORM 0054-RTN.
	    GOBACK.
	0001-RTN.
	    DISPLAY 'GUARDIAN CONTACT MAINTENANCE'.
	    DISPLAY 'A=ADD  C=CHANGE  D=DELETE  B=BROWSE  X=EXIT '.
	    ACCEPT WS-FUNC.
	    EVALUATE WS-FUNC
	       WHEN 'A' WHEN 'a'
		  PERFORM 0002-RTN
	       WHEN 'C' WHEN 'c'
		  PERFORM 0003-RTN
	       WHEN 'D' WHEN 'd'
		  PERFORM 0006-RTN
	       WHEN 'B' WHEN 'b'
		  PERFORM 0007-RTN
	       WHEN 'X' WHEN 'x'
		  CONTINUE
	       WHEN OTHER
		  DISPLAY 'INVALID FUNCTION'
	    END-EVALUATE.
	0002-RTN.
	    DISPLAY 'ENTER STUDENT NO '.
	    ACCEPT WS-LOOKUP-NO.
	    IF WS-LOOKUP-NO = 0
	       DISPLAY 'STUDENT NO MUST NOT BE ZERO'
	    ELSE
	       PERFORM 0008-RTN
	       IF WS-STU-OK NOT = 'Y'
		  DISPLAY 'STUDENT NOT ON MASTER : ' WS-LOOKUP-NO
	       ELSE
		  MOVE WS-LOOKUP-NO TO G-NO
		  READ GDN-F KEY IS G-NO
		      INVALID KEY
			 PERFORM 0009-RTN
		      NOT INVALID KEY
			 DISPLAY 'GUARDIANS ON FILE - USE CHANGE'
		  END-READ
	       END-IF
	    END-IF.
	0008-RTN.
	    MOVE 'Y' TO WS-STU-OK.
	    IF WS-A-OPEN = 'Y'
	       MOVE WS-LOOKUP-NO TO A-NO
	       READ A-F KEY IS A-NO
		   INVALID KEY
		      MOVE 'N' TO WS-STU-OK
		   NOT INVALID KEY
		      DISPLAY 'STUDENT : ' A-NM ' ' A-CLASS
	       END-READ
	    END-IF.
	0009-RTN.
	    MOVE SPACES TO G-REC.
	    MOVE WS-LOOKUP-NO TO G-NO.
	    MOVE 1 TO WS-GX.
	    PERFORM 0010-RTN.
	    DISPLAY 'ENTER SECOND GUARDIAN ? (Y/N) '.
	    ACCEPT WS-ANSWER.
	    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
	       MOVE 2 TO WS-GX
	       PERFORM 0010-RTN
	    END-IF.
	    PERFORM 0005-RTN.
	    IF WS-VALID = 'Y'
	       WRITE G-REC
		   INVALID KEY
		      DISPLAY 'WRITE FAILED - STATUS ' WS-G-STATUS
		   NOT INVALID KEY
		      DISPLAY 'GUARDIANS ADDED : ' G-NO
	       END-WRITE
	    ELSE
	       DISPLAY 'GUARDIAN DETAILS INCOMPLETE - NOT SAVED'
	    END-IF.
	0003-RTN.
	    DISPLAY 'ENTER STUDENT NO TO CHANGE '.
	    ACCEPT WS-LOOKUP-NO.
	    MOVE WS-LOOKUP-NO TO G-NO.
	    READ GDN-F WITH LOCK KEY IS G-NO
		INVALID KEY
		   DISPLAY 'NO GUARDIANS ON FILE : ' WS-LOOKUP-NO
		NOT INVALID KEY
		   PERFORM 0012-RTN
	    END-READ.
	0012-RTN.
	    PERFORM 0013-RTN.
	    DISPLAY 'CHANGE WHICH GUARDIAN (1/2) '.
	    ACCEPT WS-GX.
	    IF WS-GX NOT = 1 AND WS-GX NOT = 2
	       DISPLAY 'GUARDIAN MUST BE 1 OR 2 - NOT CHANGED'
	    ELSE
	       PERFORM 0010-RTN
	       PERFORM 0005-RTN
	       IF WS-VALID = 'Y'
		  REWRITE G-REC
		      INVALID KEY
			 DISPLAY 'REWRITE FAILED - STATUS ' WS-G-STATUS
		      NOT INVALID KEY
			 DISPLAY 'GUARDIANS CHANGED : ' G-NO
		  END-REWRITE
	       ELSE
		  DISPLAY 'GUARDIAN DETAILS INCOMPLETE - NOT SAVED'
	       END-IF
	    END-IF.
	    UNLOCK GDN-F RECORD.
	0006-RTN.
	    DISPLAY 'ENTER STUDENT NO TO DELETE '.
	    ACCEPT WS-LOOKUP-NO.
	    MOVE WS-LOOKUP-NO TO G-NO.
	    READ GDN-F WITH LOCK KEY IS G-NO
		INVALID KEY
		   DISPLAY 'NO GUARDIANS ON FILE : ' WS-LOOKUP-NO
		NOT INVALID KEY
		   PERFORM 0014-RTN
	    END-READ.
	0014-RTN.
	    PERFORM 0013-RTN.
	    DISPLAY 'DELETE THESE GUARDIANS ? (Y/N) '.
	    ACCEPT WS-ANSWER.
	    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
	       DELETE GDN-F RECORD
		   INVALID KEY
		      DISPLAY 'DELETE FAILED - STATUS ' WS-G-STATUS
		   NOT INVALID KEY
		      DISPLAY 'GUARDIANS DELETED : ' WS-LOOKUP-NO
	       END-DELETE
	    END-IF.
	    UNLOCK GDN-F RECORD.
	0007-RTN.
	    DISPLAY 'BROWSE FROM STUDENT NO '.
	    ACCEPT WS-LOOKUP-NO.
	    MOVE WS-LOOKUP-NO TO G-NO.
	    MOVE 'N' TO EOF.
	    START GDN-F KEY IS NOT LESS G-NO
		INVALID KEY MOVE 'Y' TO EOF.
	    IF EOF NOT = 'Y'
	       READ GDN-F NEXT RECORD AT END MOVE 'Y' TO EOF
	    END-IF.
	    PERFORM UNTIL EOF = 'Y'
	       PERFORM 0013-RTN
	       DISPLAY 'NEXT ? (Y/N) '
	       ACCEPT WS-ANSWER
	       IF WS-ANSWER = 'N' OR WS-ANSWER = 'n'
		  MOVE 'Y' TO EOF
	       ELSE
		  READ GDN-F NEXT RECORD AT END MOVE 'Y' TO EOF
	       END-IF
	    END-PERFORM.
	0010-RTN.
	    DISPLAY 'GUARDIAN ' WS-GX ' NAME (BLANK = NONE) '.
	    ACCEPT G-NAME(WS-GX).
	    IF G-NAME(WS-GX) = SPACES
	       MOVE SPACES TO G-GUARD(WS-GX)
	    ELSE
	       DISPLAY 'ENTER RELATIONSHIP (E.G. MOTHER) '
	       ACCEPT G-REL(WS-GX)
	       DISPLAY 'ENTER ADDRESS LINE 1 '
	       ACCEPT G-ADDR1(WS-GX)
	       DISPLAY 'ENTER ADDRESS LINE 2 '
	       ACCEPT G-ADDR2(WS-GX)
	       DISPLAY 'ENTER ADDRESS LINE 3 '
	       ACCEPT G-ADDR3(WS-GX)
	       DISPLAY 'ENTER PHONE '
	       ACCEPT G-PHONE(WS-GX)
	       DISPLAY 'ENTER PREFERRED LANGUAGE (E.G. CHI, ENG) '
	       ACCEPT G-LANG(WS-GX)
	    END-IF.
	0005-RTN.
	    MOVE 'Y' TO WS-VALID.
	    IF G-NAME(1) = SPACES
	       MOVE 'N' TO WS-VALID
	       DISPLAY 'FIRST GUARDIAN IS REQUIRED'
	    END-IF.
	    PERFORM 0015-RTN VARYING WS-GX FROM 1 BY 1
		UNTIL WS-GX > 2.
	0015-RTN.
	    IF G-NAME(WS-GX) NOT = SPACES
	       IF G-REL(WS-GX) = SPACES
		  MOVE 'N' TO WS-VALID
		  DISPLAY 'RELATIONSHIP REQUIRED FOR GUARDIAN ' WS-GX
	       END-IF
	       IF G-ADDR1(WS-GX) = SPACES
		  MOVE 'N' TO WS-VALID
		  DISPLAY 'ADDRESS REQUIRED FOR GUARDIAN ' WS-GX
	       END-IF
	       IF G-LANG(WS-GX) = SPACES
		  MOVE 'N' TO WS-VALID
		  DISPLAY 'LANGUAGE REQUIRED FOR GUARDIAN ' WS-GX
	       END-IF
	    END-IF.
	0013-RTN.
	    DISPLAY 'STUDENT NO : ' G-NO.
	    PERFORM 0016-RTN VARYING WS-GX FROM 1 BY 1
		UNTIL WS-GX > 2.
	0016-RTN.
	    IF G-NAME(WS-GX) NOT = SPACES
	       DISPLAY WS-GX ' ' G-NAME(WS-GX) ' ' G-REL(WS-GX)
		   ' ' G-PHONE(WS-GX) ' ' G-LANG(WS-GX)
	       DISPLAY '  ' G-ADDR1(WS-GX)
	       DISPLAY '  ' G-ADDR2(WS-GX)
	       DISPLAY '  ' G-ADDR3(WS-GX)
	    END-IF.
	0050-RTN.
	    MOVE 'N' TO WS-BUSY.
	    OPEN INPUT LCK-F.
	    IF WS-LCK-STATUS = '00'
	       READ LCK-F
		   AT END
		      MOVE 'UNKNOWN' TO WS-HOLDER
		   NOT AT END
		      MOVE LCK-DESC TO WS-HOLDER
	       END-READ
	       CLOSE LCK-F
	       MOVE 'Y' TO WS-BUSY
	    END-IF.
	0053-RTN.
	    PERFORM 0055-RTN.
	    ADD 1 TO WS-SSN-CNT.
	    PERFORM 0056-RTN.
	0054-RTN.
	    PERFORM 0055-RTN.
	    IF WS-SSN-CNT > 0
	       SUBTRACT 1 FROM WS-SSN-CNT
	    END-IF.
	    PERFORM 0056-RTN.
	0055-RTN.
	    MOVE 0 TO WS-SSN-CNT.
	    OPEN INPUT SSN-F.
	    IF WS-SSN-STATUS = '00'
	       READ SSN-F
		   AT END CONTINUE
		   NOT AT END
		      IF SSN-CNT NUMERIC
			 MOVE SSN-CNT TO WS-SSN-CNT
		      END-IF
	       END-READ
	       CLOSE SSN-F
	    END-IF.
	0056-RTN.
	    OPEN OUTPUT SSN-F.
	    MOVE WS-SSN-CNT TO SSN-CNT.
	    WRITE SSN-REC.
	    CLOSE SSN-F.
