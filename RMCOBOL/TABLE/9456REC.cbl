	    SELECT EXC-F ASSIGN TO RANDOM 'I.EXC'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EXC-STATUS.
	    SELECT HLD-F ASSIGN TO RANDOM 'I.HLD'
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HLD-STATUS.
	    SELECT RPT-F ASSIGN TO RANDOM 'RECON.RPT'
		ORGANIZATION IS LINE SEQUENTIAL.
	    SELECT FLG-F ASSIGN TO RANDOM 'RECON.FLG'
	01 O-REC	PIC X(66).
	FD EXC-F.
	01 EXC-REC	PIC X(75).
	FD HLD-F.
	01 HLD-REC	PIC X(64).
	FD RPT-F.
	01 RPT-REC	PIC X(80).
	FD FLG-F.
	77 WS-A-CNT	PIC 9(05) VALUE 0.
	77 WS-O-CNT	PIC 9(05) VALUE 0.
	77 WS-EXC-CNT	PIC 9(05) VALUE 0.
	77 WS-HLD-STATUS	PIC XX.
	77 WS-HLD-CNT	PIC 9(05) VALUE 0.
	77 WS-TRL-CNT	PIC 9(05) VALUE 0.
	77 WS-DUP-CNT	PIC 9(05) VALUE 0.
	77 WS-SUM-CNT	PIC 9(07) VALUE 0.
	    PERFORM 0001-RTN.
	    PERFORM 0002-RTN.
	    PERFORM 0003-RTN.
	    PERFORM 0009-RTN.
	    PERFORM 0004-RTN.
	    CLOSE RPT-F.
	    PERFORM 0008-RTN.
	       END-PERFORM
	       CLOSE EXC-F
	    END-IF.
	0009-RTN.
	    MOVE 'N' TO EOF.
	    OPEN INPUT HLD-F.
	    IF WS-HLD-STATUS = '00'
	       READ HLD-F AT END MOVE 'Y' TO EOF END-READ
	       PERFORM UNTIL EOF = 'Y'
		  ADD 1 TO WS-HLD-CNT
		  READ HLD-F AT END MOVE 'Y' TO EOF END-READ
	       END-PERFORM
	       CLOSE HLD-F
	    END-IF.
	0004-RTN.
	    MOVE WS-A-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'I.EXC RECORDS      : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    MOVE WS-HLD-CNT TO WS-CNT-E.
	    MOVE SPACES TO RPT-LINE.
	    STRING 'I.HLD HOLDS        : ' WS-CNT-E
		DELIMITED BY SIZE INTO RPT-LINE.
	    WRITE RPT-REC FROM RPT-LINE.
	    COMPUTE WS-SUM-CNT = WS-O-CNT + WS-EXC-CNT + WS-HLD-CNT.
	    IF WS-A-AVAIL = 'Y'
	       IF WS-SUM-CNT NOT = WS-A-CNT
		  MOVE 'N' TO WS-BAL
		  MOVE 'MASTER NOT EQUAL TO DETAILS + EXC + HOLDS'
		      TO RPT-LINE
		  WRITE RPT-REC FROM RPT-LINE
	       END-IF
