	01 G-REC.
	   02 G-NO	PIC 9(05).
	   02 G-GUARD OCCURS 2 TIMES.
	      03 G-NAME	PIC X(20).
	      03 G-REL	PIC X(10).
	      03 G-ADDR1	PIC X(30).
	      03 G-ADDR2	PIC X(30).
	      03 G-ADDR3	PIC X(30).
	      03 G-PHONE	PIC X(15).
	      03 G-LANG	PIC X(03).
