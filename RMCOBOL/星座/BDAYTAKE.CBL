        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BDAYTAKE.
        AUTHOR.        S9456043.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BL-F ASSIGN TO RANDOM 'BDAYLV.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BL-F.
        01  BL-REC.
            02 BL-YEAR     PIC 9(4).
            02 FILLER      PIC X(02).
            02 BL-EMP-ID   PIC X(06).
            02 FILLER      PIC X(02).
            02 BL-NM       PIC X(20).
            02 FILLER      PIC X(02).
            02 BL-B        PIC 9(8).
            02 FILLER      PIC X(02).
            02 BL-STAT     PIC X(01).
            02 FILLER      PIC X(02).
            02 BL-TAKEN    PIC X(08).
            02 FILLER      PIC X(02).
            02 BL-OPID     PIC X(08).
            02 FILLER      PIC X(02).
            02 BL-UPD      PIC X(08).

        WORKING-STORAGE SECTION.
        77 B PIC 9(8).
        77 WS-EOF PIC X VALUE 'N'.
        77 WS-BL-STATUS PIC XX.
        77 WS-VALID-B PIC X VALUE 'Y'.
        77 WS-YY PIC 9(4).
        77 WS-MM PIC 99.
        77 WS-DD PIC 99.
        77 WS-MAX-DD PIC 99.
        77 WS-MMDD PIC 9(4).
        77 WS-REM PIC 9(4).
        77 WS-Q PIC 9(4).
        77 WS-CURR-DT PIC X(21).
        77 WS-OPID PIC X(08).
        77 WS-EMP-ID PIC X(06).
        77 WS-TAKEN PIC X(08).
        77 WS-ANSWER PIC X.
        77 WS-BL-CNT PIC 9(04) VALUE 0.
        77 WS-BX PIC 9(04).
        77 WS-HIT PIC 9(04).
        77 WS-FULL PIC X VALUE 'N'.
        77 WS-CHG-CNT PIC 9(04) VALUE 0.
        01 BW-REC.
           02 BW-YEAR     PIC 9(4).
           02 FILLER      PIC X(02).
           02 BW-EMP-ID   PIC X(06).
           02 FILLER      PIC X(02).
           02 BW-NM       PIC X(20).
           02 FILLER      PIC X(02).
           02 BW-B        PIC 9(8).
           02 FILLER      PIC X(02).
           02 BW-STAT     PIC X(01).
           02 FILLER      PIC X(02).
           02 BW-TAKEN    PIC X(08).
           02 FILLER      PIC X(02).
           02 BW-OPID     PIC X(08).
           02 FILLER      PIC X(02).
           02 BW-UPD      PIC X(08).
        01 BL-TBL.
           02 BL-LINE PIC X(77) OCCURS 2000 TIMES.

        PROCEDURE DIVISION.
        0000-RTN.
            DISPLAY 'BIRTHDAY LEAVE - RECORD DAY TAKEN'.
            PERFORM 0010-RTN.
            IF WS-FULL = 'Y'
               DISPLAY 'BDAYLV.DAT OVER 2000 ROWS - ARCHIVE OLD YEARS'
               GOBACK
            END-IF.
            IF WS-BL-CNT = 0
               DISPLAY 'NO ENTITLEMENTS OPEN - RUN BDAYOPEN FIRST'
               GOBACK
            END-IF.
            DISPLAY 'ENTER OPERATOR ID '.
            ACCEPT WS-OPID.
            MOVE 'X' TO WS-EMP-ID.
            PERFORM 1000-RTN UNTIL WS-EMP-ID = SPACES.
            IF WS-CHG-CNT > 0
               PERFORM 0020-RTN
            END-IF.
            DISPLAY 'LEAVE DAYS RECORDED : ' WS-CHG-CNT.
            GOBACK.
        1000-RTN.
            DISPLAY 'ENTER EMPLOYEE ID (BLANK TO END) '.
            MOVE SPACES TO WS-EMP-ID.
            ACCEPT WS-EMP-ID.
            IF WS-EMP-ID NOT = SPACES
               DISPLAY 'ENTER DATE TAKEN (YYYYMMDD) '
               ACCEPT WS-TAKEN
               IF WS-TAKEN NOT NUMERIC
                  MOVE 'N' TO WS-VALID-B
               ELSE
                  MOVE WS-TAKEN TO B
                  PERFORM 0001-RTN
               END-IF
               IF WS-VALID-B NOT = 'Y'
                  DISPLAY 'INVALID DATE - YYYYMMDD EXPECTED'
               ELSE
                  PERFORM 2000-RTN
               END-IF
            END-IF.
        0001-RTN.
            MOVE 'Y' TO WS-VALID-B.
            MOVE B(1:4) TO WS-YY.
            MOVE B(5:2) TO WS-MM.
            MOVE B(7:2) TO WS-DD.
            MOVE B(5:4) TO WS-MMDD.
            IF WS-YY < 1900 OR WS-YY > 2099
               MOVE 'N' TO WS-VALID-B
            ELSE
               IF WS-MM < 1 OR WS-MM > 12
                  MOVE 'N' TO WS-VALID-B
               ELSE
                  PERFORM 0002-RTN
                  IF WS-DD < 1 OR WS-DD > WS-MAX-DD
                     MOVE 'N' TO WS-VALID-B
                  END-IF
               END-IF
            END-IF.
        0002-RTN.
            EVALUATE WS-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                  MOVE 31 TO WS-MAX-DD
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                  MOVE 30 TO WS-MAX-DD
               WHEN 2
                  PERFORM 0003-RTN
               WHEN OTHER
                  MOVE 0 TO WS-MAX-DD
            END-EVALUATE.
        0003-RTN.
            MOVE 28 TO WS-MAX-DD.
            DIVIDE WS-YY BY 4 GIVING WS-Q REMAINDER WS-REM.
            IF WS-REM = 0
               MOVE 29 TO WS-MAX-DD
               DIVIDE WS-YY BY 100 GIVING WS-Q REMAINDER WS-REM
               IF WS-REM = 0
                  MOVE 28 TO WS-MAX-DD
                  DIVIDE WS-YY BY 400 GIVING WS-Q
                      REMAINDER WS-REM
                  IF WS-REM = 0
                     MOVE 29 TO WS-MAX-DD
                  END-IF
               END-IF
            END-IF.
        0010-RTN.
            OPEN INPUT BL-F.
            IF WS-BL-STATUS = '00'
               READ BL-F AT END MOVE 'Y' TO WS-EOF END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                  IF WS-BL-CNT < 2000
                     ADD 1 TO WS-BL-CNT
                     MOVE BL-REC TO BL-LINE(WS-BL-CNT)
                  ELSE
                     MOVE 'Y' TO WS-FULL
                  END-IF
                  READ BL-F AT END MOVE 'Y' TO WS-EOF END-READ
               END-PERFORM
               CLOSE BL-F
            END-IF.
        0020-RTN.
            OPEN OUTPUT BL-F.
            PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BL-CNT
               WRITE BL-REC FROM BL-LINE(WS-BX)
            END-PERFORM.
            CLOSE BL-F.
        2000-RTN.
            MOVE 0 TO WS-HIT.
            PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BL-CNT
               MOVE BL-LINE(WS-BX) TO BW-REC
               IF BW-EMP-ID = WS-EMP-ID AND BW-YEAR = WS-YY
                  MOVE WS-BX TO WS-HIT
               END-IF
            END-PERFORM.
            IF WS-HIT = 0
               DISPLAY 'NO BIRTHDAY LEAVE ENTITLEMENT FOR ' WS-EMP-ID
                   ' IN ' WS-YY
            ELSE
               MOVE BL-LINE(WS-HIT) TO BW-REC
               DISPLAY BW-EMP-ID ' ' BW-NM ' BORN ' BW-B
               EVALUATE BW-STAT
                  WHEN 'T'
                     DISPLAY 'BIRTHDAY LEAVE ALREADY TAKEN ON '
                         BW-TAKEN ' - REFUSED'
                  WHEN 'F'
                     DISPLAY 'ENTITLEMENT FOR ' BW-YEAR
                         ' FORFEITED AT MONTH-END - REFUSED'
                  WHEN OTHER
                     PERFORM 2010-RTN
               END-EVALUATE
            END-IF.
        2010-RTN.
            IF WS-MM NOT = BW-B(5:2)
               DISPLAY 'DATE OUTSIDE BIRTH MONTH ' BW-B(5:2)
                   ' - REFUSED'
            ELSE
               DISPLAY 'RECORD BIRTHDAY LEAVE ON ' WS-TAKEN
                   ' ? (Y/N) '
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                  MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT
                  MOVE 'T' TO BW-STAT
                  MOVE WS-TAKEN TO BW-TAKEN
                  MOVE WS-OPID TO BW-OPID
                  MOVE WS-CURR-DT(1:8) TO BW-UPD
                  MOVE BW-REC TO BL-LINE(WS-HIT)
                  ADD 1 TO WS-CHG-CNT
                  DISPLAY 'BIRTHDAY LEAVE RECORDED : ' WS-EMP-ID
               ELSE
                  DISPLAY 'NOT RECORDED'
               END-IF
            END-IF.
