	    SELECT ATT-F ASSIGN TO RANDOM 'ATTEND.DAT'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ATT-STATUS.
	    SELECT GDN-F ASSIGN TO RANDOM 'GUARD.DAT'
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS G-NO
		FILE STATUS IS WS-G-STATUS.
	DATA	DIVISION.
	FILE	SECTION.
	FD A-F.
	   02 ATT-CLASS	PIC X(04).
	   02 FILLER	PIC X(02).
	   02 ATT-TYPE	PIC X(01).
	FD GDN-F.
	COPY GDNREC.
	WORKING-STORAGE	SECTION.
	77 EOF	PIC X VALUE 'N'.
	77 WS-A-STATUS	PIC XX.
	77 ATT-EOF	PIC X VALUE 'N'.
	77 WS-PX	PIC 9(05).
	77 WS-ATT-E	PIC ZZ9.
	77 WS-G-STATUS	PIC XX.
	77 WS-ADDR-BLK	PIC X VALUE 'N'.
	77 WS-NOADDR-CNT	PIC 9(04) VALUE 0.
	01 ST-TBL.
	   02 ST-ENT OCCURS 99999 TIMES.
	      03 ST-ABS	PIC 9(03).
	    IF WS-MODE = 'S' OR WS-MODE = 's'
	       PERFORM 0002-RTN
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
	    OPEN INPUT I-F
		 OUTPUT CRD-F.
	    MOVE 'N' TO EOF.
	    READ I-F AT END MOVE 'Y' TO EOF.
	    PERFORM 0003-RTN UNTIL EOF = 'Y'.
	    CLOSE I-F CRD-F.
	    IF WS-ADDR-BLK = 'Y'
	       CLOSE GDN-F
	    END-IF.
	    IF WS-MODE = 'S' OR WS-MODE = 's'
	       IF WS-FOUND = 'N'
		  DISPLAY 'STUDENT ' WS-SEL-NO ' NOT IN I.OUT'
	       END-IF
	    END-IF.
	    DISPLAY 'CARDS PRINTED : ' WS-CARD-CNT.
	    IF WS-ADDR-BLK = 'Y'
	       DISPLAY 'NO GUARDIAN ADDRESS : ' WS-NOADDR-CNT
	    END-IF.
	    DISPLAY 'REPORT CARDS WRITTEN TO CARD.RPT'.
	    GOBACK.
	0001-RTN.
	    MOVE 'STUDENT REPORT CARD' TO CRD-LINE(30:19).
	    WRITE CRD-REC FROM CRD-LINE.
	    WRITE CRD-REC FROM SEP-REC.
	    IF WS-ADDR-BLK = 'Y'
	       PERFORM 0010-RTN
	    END-IF.
	    MOVE SPACES TO CRD-LINE.
	    STRING 'STUDENT NO : ' O-NO '      CLASS : ' O-CLASS
		DELIMITED BY SIZE INTO CRD-LINE.
	       END-PERFORM
	       CLOSE ATT-F
	    END-IF.
	0010-RTN.
	    MOVE O-NO TO G-NO.
	    READ GDN-F KEY IS G-NO
		INVALID KEY
		   MOVE SPACES TO G-REC
	    END-READ.
	    MOVE SPACES TO CRD-LINE.
	    IF G-NAME(1) = SPACES
	       ADD 1 TO WS-NOADDR-CNT
	       STRING 'TO : THE PARENT/GUARDIAN OF ' O-NM
		   DELIMITED BY SIZE INTO CRD-LINE
	       WRITE CRD-REC FROM CRD-LINE
	    ELSE
	       STRING 'TO : ' G-NAME(1)
		   DELIMITED BY SIZE INTO CRD-LINE
	       WRITE CRD-REC FROM CRD-LINE
	       MOVE SPACES TO CRD-LINE
	       MOVE G-ADDR1(1) TO CRD-LINE(6:30)
	       WRITE CRD-REC FROM CRD-LINE
	       MOVE G-ADDR2(1) TO CRD-LINE(6:30)
	       WRITE CRD-REC FROM CRD-LINE
	       MOVE G-ADDR3(1) TO CRD-LINE(6:30)
	       WRITE CRD-REC FROM CRD-LINE
	    END-IF.
	    MOVE SPACES TO CRD-LINE.
	    WRITE CRD-REC FROM CRD-LINE.
