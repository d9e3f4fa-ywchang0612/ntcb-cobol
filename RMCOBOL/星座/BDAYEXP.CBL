        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BDAYEXP.
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
        77 WS-EOF PIC X VALUE 'N'.
        77 WS-BL-STATUS PIC XX.
        77 WS-CURR-DT PIC X(21).
        77 WS-TARGET PIC X(06).
        77 WS-T-MONTH PIC 99.
        77 WS-ENT-YM PIC X(06).
        77 WS-BL-CNT PIC 9(04) VALUE 0.
        77 WS-BX PIC 9(04).
        77 WS-FULL PIC X VALUE 'N'.
        77 WS-EXP-CNT PIC 9(04) VALUE 0.
        77 WS-TAKEN-CNT PIC 9(04) VALUE 0.
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
            DISPLAY 'BIRTHDAY LEAVE - MONTH-END EXPIRY'.
            DISPLAY 'ENTER MONTH TO CLOSE (YYYYMM) '.
            ACCEPT WS-TARGET.
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
            IF WS-TARGET NOT NUMERIC
               DISPLAY 'INVALID MONTH - YYYYMM EXPECTED'
               GOBACK
            END-IF.
            MOVE WS-TARGET(5:2) TO WS-T-MONTH.
            IF WS-T-MONTH < 1 OR WS-T-MONTH > 12
               DISPLAY 'INVALID MONTH - YYYYMM EXPECTED'
               GOBACK
            END-IF.
            IF WS-TARGET NOT < WS-CURR-DT(1:6)
               DISPLAY 'MONTH ' WS-TARGET ' NOT ENDED YET - '
                   'EXPIRY REFUSED'
               GOBACK
            END-IF.
            PERFORM 0010-RTN.
            IF WS-FULL = 'Y'
               DISPLAY 'BDAYLV.DAT OVER 2000 ROWS - ARCHIVE OLD YEARS'
               GOBACK
            END-IF.
            PERFORM 1000-RTN VARYING WS-BX FROM 1 BY 1
                UNTIL WS-BX > WS-BL-CNT.
            IF WS-EXP-CNT > 0
               PERFORM 0020-RTN
            END-IF.
            DISPLAY 'TAKEN IN TIME         : ' WS-TAKEN-CNT.
            DISPLAY 'ENTITLEMENTS FORFEITED: ' WS-EXP-CNT.
            GOBACK.
        1000-RTN.
            MOVE BL-LINE(WS-BX) TO BW-REC.
            MOVE BW-YEAR TO WS-ENT-YM(1:4).
            MOVE BW-B(5:2) TO WS-ENT-YM(5:2).
            IF WS-ENT-YM = WS-TARGET AND BW-STAT = 'T'
               ADD 1 TO WS-TAKEN-CNT
            END-IF.
            IF WS-ENT-YM NOT > WS-TARGET AND BW-STAT = 'O'
               MOVE 'F' TO BW-STAT
               MOVE 'BATCH' TO BW-OPID
               MOVE WS-CURR-DT(1:8) TO BW-UPD
               MOVE BW-REC TO BL-LINE(WS-BX)
               ADD 1 TO WS-EXP-CNT
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
