		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT CTL-F ASSIGN TO RANDOM 'NOTCTL.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT GDN-F ASSIGN TO RANDOM 'GUARD.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS G-NO
		FILE STATUS IS WS-G-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD I-F.
	01 NTC-REC	PIC X(80).
	FD CTL-F.
	01 CTL-REC	PIC X(80).
	FD GDN-F.
	COPY GDNREC.
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-I-STATUS	PIC XX.
	77 WS-CX	PIC 99.
	77 WS-CT-MAX	PIC 99 VALUE 0.
	77 WS-FULL-WARN	PIC X VALUE 'N'.
	77 WS-G-STATUS	PIC XX.
	77 WS-ADDR-BLK	PIC X VALUE 'N'.
	77 WS-NOADDR-CNT	PIC 9(04) VALUE 0.
	01 TRL-IN-REC.
	   02 TRL-TAG	PIC X(03).
	   02 FILLER	PIC X(02).
	       DISPLAY 'I.OUT NOT FOUND - RUN GRADING FIRST'
	       GOBACK
	    END-IF.
	    DISPLAY 'PRINT GUARDIAN ADDRESS BLOCK ? (Y/N) '.
	    ACCEPT WS-ADDR-BLK.
	    IF WS-ADDR-BLK = 'y'
	       MOVE 'Y' TO WS-ADDR-BLK
	    END-IF.
	    IF WS-ADDR-BLK = 'Y'
	       OPEN INPUT GDN-F
	       IF WS-G-STATUS NOT = '00'
		  DISPLAY 'GUARD.DAT NOT FOUND - NO ADDRESS BLOCK'
		  MOVE 'N' TO WS-ADDR-BLK
	       END-IF
	    END-IF.
	    PERFORM 0001-RTN.
	    CLOSE I-F.
	    OPEN INPUT I-F
	    READ I-F AT END MOVE 'Y' TO EOF.
	    PERFORM 0002-RTN UNTIL EOF = 'Y'.
	    CLOSE I-F NTC-F.
	    IF WS-ADDR-BLK = 'Y'
	       CLOSE GDN-F
	    END-IF.
	    PERFORM 0008-RTN.
	    DISPLAY 'NOTICES PRINTED : ' WS-NTC-CNT.
	    IF WS-ADDR-BLK = 'Y'
	       DISPLAY 'NO GUARDIAN ADDRESS : ' WS-NOADDR-CNT
	    END-IF.
	    DISPLAY 'NOTICES WRITTEN TO NOTICE.RPT'.
	    DISPLAY 'CONTROL LISTING WRITTEN TO NOTCTL.RPT'.
	    GOBACK.
	    MOVE 'ACADEMIC WARNING NOTICE' TO NTC-LINE(28:23).
	    WRITE NTC-REC FROM NTC-LINE.
	    WRITE NTC-REC FROM SEP-REC.
	    IF WS-ADDR-BLK = 'Y'
	       PERFORM 0010-RTN
	    END-IF.
	    MOVE SPACES TO NTC-LINE.
	    STRING 'STUDENT NO : ' O-NO '      CLASS : ' O-CLASS
		DELIMITED BY SIZE INTO NTC-LINE.
	       MOVE 'NO NOTICES THIS RUN' TO CTL-REC
	       WRITE CTL-REC
	    END-IF.
	    IF WS-ADDR-BLK = 'Y'
	       MOVE SPACES TO CTL-REC
	       STRING 'NOTICES WITH NO GUARDIAN ADDRESS : '
		   WS-NOADDR-CNT DELIMITED BY SIZE INTO CTL-REC
	       WRITE CTL-REC
	    END-IF.
	    CLOSE CTL-F.
	0009-RTN.
	    MOVE SPACES TO CTL-DTL.
	    MOVE CT-CLASS(WS-CX) TO CTD-CLASS.
	    MOVE CT-CNT(WS-CX) TO CTD-CNT.
	    WRITE CTL-REC FROM CTL-DTL.
	0010-RTN.
	    MOVE O-NO TO G-NO.
	    READ GDN-F KEY IS G-NO
		INVALID KEY
		   MOVE SPACES TO G-REC
	    END-READ.
	    MOVE SPACES TO NTC-LINE.
	    IF G-NAME(1) = SPACES
	       ADD 1 TO WS-NOADDR-CNT
	       STRING 'TO : THE PARENT/GUARDIAN OF ' O-NM
		   DELIMITED BY SIZE INTO NTC-LINE
	       WRITE NTC-REC FROM NTC-LINE
	    ELSE
	       STRING 'TO : ' G-NAME(1)
		   DELIMITED BY SIZE INTO NTC-LINE
	       WRITE NTC-REC FROM NTC-LINE
	       MOVE SPACES TO NTC-LINE
	       MOVE G-ADDR1(1) TO NTC-LINE(6:30)
	       WRITE NTC-REC FROM NTC-LINE
	       MOVE G-ADDR2(1) TO NTC-LINE(6:30)
	       WRITE NTC-REC FROM NTC-LINE
	       MOVE G-ADDR3(1) TO NTC-LINE(6:30)
	       WRITE NTC-REC FROM NTC-LINE
	    END-IF.
	    MOVE SPACES TO NTC-LINE.
	    WRITE NTC-REC FROM NTC-LINE.
