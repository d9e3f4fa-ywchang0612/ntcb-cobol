        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BDAYOPEN.
        AUTHOR.        S9456043.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMP-F ASSIGN TO RANDOM 'EMPLIST.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMP-STATUS.
            SELECT BL-F ASSIGN TO RANDOM 'BDAYLV.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMP-F.
        01  EMP-REC.
            02 EMP-ID      PIC X(06).
            02 FILLER      PIC X(02).
            02 EMP-NM      PIC X(20).
            02 FILLER      PIC X(02).
            02 EMP-B       PIC X(08).
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
        77 WS-EMP-STATUS PIC XX.
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
        77 WS-TARGET PIC X(06).
        77 WS-T-YEAR PIC 9(4).
        77 WS-T-MONTH PIC 99.
        77 WS-SEEN-CNT PIC 9(04) VALUE 0.
        77 WS-SX PIC 9(04).
        77 WS-DUP PIC X.
        77 WS-READ-CNT PIC 9(05) VALUE 0.
        77 WS-OPEN-CNT PIC 9(05) VALUE 0.
        77 WS-DUP-CNT PIC 9(05) VALUE 0.
        77 WS-REJ-CNT PIC 9(05) VALUE 0.
        01 SEEN-TBL.
           02 SEEN-ID PIC X(06) OCCURS 2000 TIMES.

        PROCEDURE DIVISION.
        0000-RTN.
            DISPLAY 'ENTER ENTITLEMENT MONTH (YYYYMM) '.
            ACCEPT WS-TARGET.
            IF WS-TARGET NOT NUMERIC
               DISPLAY 'INVALID MONTH - YYYYMM EXPECTED'
               GOBACK
            END-IF.
            MOVE WS-TARGET(1:4) TO WS-T-YEAR.
            MOVE WS-TARGET(5:2) TO WS-T-MONTH.
            IF WS-T-MONTH < 1 OR WS-T-MONTH > 12
               DISPLAY 'INVALID MONTH - YYYYMM EXPECTED'
               GOBACK
            END-IF.
            OPEN INPUT EMP-F.
            IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLIST.DAT NOT FOUND - NO ENTITLEMENTS OPENED'
               GOBACK
            END-IF.
            PERFORM 0010-RTN.
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
            OPEN EXTEND BL-F.
            IF WS-BL-STATUS NOT = '00'
               OPEN OUTPUT BL-F
            END-IF.
            READ EMP-F AT END MOVE 'Y' TO WS-EOF.
            PERFORM 1000-RTN UNTIL WS-EOF = 'Y'.
            CLOSE EMP-F BL-F.
            DISPLAY 'EMPLOYEES READ        : ' WS-READ-CNT.
            DISPLAY 'ENTITLEMENTS OPENED   : ' WS-OPEN-CNT.
            DISPLAY 'ALREADY OPEN - SKIPPED: ' WS-DUP-CNT.
            DISPLAY 'INVALID BIRTH DATES   : ' WS-REJ-CNT.
            DISPLAY 'LEDGER WRITTEN TO BDAYLV.DAT'.
            GOBACK.
        1000-RTN.
            ADD 1 TO WS-READ-CNT.
            IF EMP-ID = SPACES OR EMP-B NOT NUMERIC
               ADD 1 TO WS-REJ-CNT
            ELSE
               MOVE EMP-B TO B
               PERFORM 0001-RTN
               IF WS-VALID-B NOT = 'Y'
                  ADD 1 TO WS-REJ-CNT
               ELSE
                  IF WS-MM = WS-T-MONTH
                     PERFORM 2000-RTN
                  END-IF
               END-IF
            END-IF.
            READ EMP-F AT END MOVE 'Y' TO WS-EOF.
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
                  IF BL-YEAR = WS-T-YEAR AND WS-SEEN-CNT < 2000
                     ADD 1 TO WS-SEEN-CNT
                     MOVE BL-EMP-ID TO SEEN-ID(WS-SEEN-CNT)
                  END-IF
                  READ BL-F AT END MOVE 'Y' TO WS-EOF END-READ
               END-PERFORM
               CLOSE BL-F
            END-IF.
            MOVE 'N' TO WS-EOF.
        2000-RTN.
            MOVE 'N' TO WS-DUP.
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-SEEN-CNT
               IF SEEN-ID(WS-SX) = EMP-ID
                  MOVE 'Y' TO WS-DUP
               END-IF
            END-PERFORM.
            IF WS-DUP = 'Y'
               ADD 1 TO WS-DUP-CNT
            ELSE
               MOVE SPACES TO BL-REC
               MOVE WS-T-YEAR TO BL-YEAR
               MOVE EMP-ID TO BL-EMP-ID
               MOVE EMP-NM TO BL-NM
               MOVE B TO BL-B
               MOVE 'O' TO BL-STAT
               MOVE 'BATCH' TO BL-OPID
               MOVE WS-CURR-DT(1:8) TO BL-UPD
               WRITE BL-REC
               ADD 1 TO WS-OPEN-CNT
               IF WS-SEEN-CNT < 2000
                  ADD 1 TO WS-SEEN-CNT
                  MOVE EMP-ID TO SEEN-ID(WS-SEEN-CNT)
               END-IF
            END-IF.
