        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BDAYLRPT.
        AUTHOR.        S9456043.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BL-F ASSIGN TO RANDOM 'BDAYLV.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BL-STATUS.
            SELECT DPT-F ASSIGN TO RANDOM 'EMPDEPT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DPT-STATUS.
            SELECT SRT-F ASSIGN TO RANDOM 'BDAYLV.SRT'.
            SELECT RPT-F ASSIGN TO RANDOM 'BDAYLV.RPT'
                ORGANIZATION IS LINE SEQUENTIAL.

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
        FD  DPT-F.
        01  DPT-REC.
            02 DPT-EMP-ID  PIC X(06).
            02 FILLER      PIC X(02).
            02 DPT-CODE    PIC X(04).
            02 FILLER      PIC X(02).
            02 DPT-NM      PIC X(20).
        SD  SRT-F.
        01  SRT-REC.
            02 SRT-DEPT    PIC X(04).
            02 SRT-DEPT-NM PIC X(20).
            02 SRT-EMP-ID  PIC X(06).
            02 SRT-NM      PIC X(20).
            02 SRT-B       PIC 9(8).
            02 SRT-STAT    PIC X(01).
            02 SRT-TAKEN   PIC X(08).
        FD  RPT-F.
        01  RPT-REC        PIC X(80).

        WORKING-STORAGE SECTION.
        77 EOF PIC X VALUE 'N'.
        77 WS-BL-STATUS PIC XX.
        77 WS-DPT-STATUS PIC XX.
        77 WS-TARGET PIC X(06).
        77 WS-T-YEAR PIC 9(4).
        77 WS-T-MONTH PIC 99.
        77 WS-DP-CNT PIC 9(04) VALUE 0.
        77 WS-DX PIC 9(04).
        77 WS-PRV-DEPT PIC X(04).
        77 WS-FIRST PIC X VALUE 'Y'.
        77 WS-D-TAKEN PIC 9(04) VALUE 0.
        77 WS-D-PEND PIC 9(04) VALUE 0.
        77 WS-D-FORF PIC 9(04) VALUE 0.
        77 WS-G-TAKEN PIC 9(04) VALUE 0.
        77 WS-G-PEND PIC 9(04) VALUE 0.
        77 WS-G-FORF PIC 9(04) VALUE 0.
        77 WS-LIST-CNT PIC 9(04) VALUE 0.
        01 DP-TBL.
           02 DP-ENT OCCURS 2000 TIMES.
              05 DP-EMP-ID PIC X(06).
              05 DP-CODE PIC X(04).
              05 DP-NM PIC X(20).
        01 HDR-REC.
           02 FILLER       PIC X(34) VALUE
               'BIRTHDAY LEAVE REPORT FOR MONTH '.
           02 HDR-MONTH    PIC X(06).
        01 DEPT-HDR.
           02 FILLER       PIC X(11) VALUE 'DEPARTMENT '.
           02 DH-CODE      PIC X(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DH-NM        PIC X(20).
        01 COL-HDR.
           02 FILLER       PIC X(40) VALUE
               '  EMP-ID  NAME                  BORN    '.
           02 FILLER       PIC X(40) VALUE
               '  STATUS     TAKEN'.
        01 DTL-REC.
           02 FILLER       PIC X(02).
           02 DTL-EMP-ID   PIC X(06).
           02 FILLER       PIC X(02).
           02 DTL-NM       PIC X(20).
           02 FILLER       PIC X(02).
           02 DTL-B        PIC 9(8).
           02 FILLER       PIC X(02).
           02 DTL-STAT     PIC X(09).
           02 FILLER       PIC X(02).
           02 DTL-TAKEN    PIC X(08).
        01 TOT-REC.
           02 TOT-LABEL    PIC X(12).
           02 FILLER       PIC X(08) VALUE ' TAKEN '.
           02 TOT-TAKEN    PIC ZZZ9.
           02 FILLER       PIC X(10) VALUE '  PENDING '.
           02 TOT-PEND     PIC ZZZ9.
           02 FILLER       PIC X(12) VALUE '  FORFEITED '.
           02 TOT-FORF     PIC ZZZ9.

        PROCEDURE DIVISION.
        0000-RTN.
            DISPLAY 'ENTER REPORT MONTH (YYYYMM) '.
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
            OPEN INPUT BL-F.
            IF WS-BL-STATUS NOT = '00'
               DISPLAY 'BDAYLV.DAT NOT FOUND - NOTHING TO REPORT'
               GOBACK
            END-IF.
            CLOSE BL-F.
            PERFORM 0010-RTN.
            SORT SRT-F ON ASCENDING KEY SRT-DEPT SRT-EMP-ID
                INPUT PROCEDURE  1000-RTN
                OUTPUT PROCEDURE 2000-RTN.
            DISPLAY 'EMPLOYEES LISTED : ' WS-LIST-CNT.
            DISPLAY 'REPORT WRITTEN TO BDAYLV.RPT'.
            GOBACK.
        0010-RTN.
            OPEN INPUT DPT-F.
            IF WS-DPT-STATUS NOT = '00'
               DISPLAY 'EMPDEPT.DAT NOT FOUND - DEPARTMENTS NOT SHOWN'
            ELSE
               READ DPT-F AT END MOVE 'Y' TO EOF END-READ
               PERFORM UNTIL EOF = 'Y'
                  IF WS-DP-CNT < 2000
                     ADD 1 TO WS-DP-CNT
                     MOVE DPT-EMP-ID TO DP-EMP-ID(WS-DP-CNT)
                     MOVE DPT-CODE TO DP-CODE(WS-DP-CNT)
                     MOVE DPT-NM TO DP-NM(WS-DP-CNT)
                  END-IF
                  READ DPT-F AT END MOVE 'Y' TO EOF END-READ
               END-PERFORM
               CLOSE DPT-F
            END-IF.
            MOVE 'N' TO EOF.
        1000-RTN.
            OPEN INPUT BL-F.
            READ BL-F AT END MOVE 'Y' TO EOF.
            PERFORM 1010-RTN UNTIL EOF = 'Y'.
            CLOSE BL-F.
        1010-RTN.
            IF BL-YEAR = WS-T-YEAR AND BL-B NUMERIC
               AND BL-B(5:2) = WS-T-MONTH
               MOVE '????' TO SRT-DEPT
               MOVE 'NO DEPARTMENT ON FILE' TO SRT-DEPT-NM
               PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DP-CNT
                  IF DP-EMP-ID(WS-DX) = BL-EMP-ID
                     MOVE DP-CODE(WS-DX) TO SRT-DEPT
                     MOVE DP-NM(WS-DX) TO SRT-DEPT-NM
                  END-IF
               END-PERFORM
               MOVE BL-EMP-ID TO SRT-EMP-ID
               MOVE BL-NM TO SRT-NM
               MOVE BL-B TO SRT-B
               MOVE BL-STAT TO SRT-STAT
               MOVE BL-TAKEN TO SRT-TAKEN
               RELEASE SRT-REC
            END-IF.
            READ BL-F AT END MOVE 'Y' TO EOF.
        2000-RTN.
            OPEN OUTPUT RPT-F.
            MOVE WS-TARGET TO HDR-MONTH.
            WRITE RPT-REC FROM HDR-REC.
            MOVE 'N' TO EOF.
            RETURN SRT-F AT END MOVE 'Y' TO EOF.
            PERFORM 2010-RTN UNTIL EOF = 'Y'.
            IF WS-LIST-CNT = 0
               MOVE 'NO BIRTHDAY LEAVE ENTITLEMENTS THIS MONTH'
                   TO RPT-REC
               WRITE RPT-REC
            ELSE
               PERFORM 2020-RTN
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE 'ALL DEPTS' TO TOT-LABEL
               MOVE WS-G-TAKEN TO TOT-TAKEN
               MOVE WS-G-PEND TO TOT-PEND
               MOVE WS-G-FORF TO TOT-FORF
               WRITE RPT-REC FROM TOT-REC
            END-IF.
            CLOSE RPT-F.
        2010-RTN.
            IF WS-FIRST = 'Y' OR SRT-DEPT NOT = WS-PRV-DEPT
               IF WS-FIRST = 'N'
                  PERFORM 2020-RTN
               END-IF
               MOVE 'N' TO WS-FIRST
               MOVE SRT-DEPT TO WS-PRV-DEPT
               MOVE SRT-DEPT TO DH-CODE
               MOVE SRT-DEPT-NM TO DH-NM
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM DEPT-HDR
               WRITE RPT-REC FROM COL-HDR
            END-IF.
            MOVE SPACES TO DTL-REC.
            MOVE SRT-EMP-ID TO DTL-EMP-ID.
            MOVE SRT-NM TO DTL-NM.
            MOVE SRT-B TO DTL-B.
            EVALUATE SRT-STAT
               WHEN 'T'
                  MOVE 'TAKEN' TO DTL-STAT
                  MOVE SRT-TAKEN TO DTL-TAKEN
                  ADD 1 TO WS-D-TAKEN
                  ADD 1 TO WS-G-TAKEN
               WHEN 'F'
                  MOVE 'FORFEITED' TO DTL-STAT
                  ADD 1 TO WS-D-FORF
                  ADD 1 TO WS-G-FORF
               WHEN OTHER
                  MOVE 'PENDING' TO DTL-STAT
                  ADD 1 TO WS-D-PEND
                  ADD 1 TO WS-G-PEND
            END-EVALUATE.
            WRITE RPT-REC FROM DTL-REC.
            ADD 1 TO WS-LIST-CNT.
            RETURN SRT-F AT END MOVE 'Y' TO EOF.
        2020-RTN.
            MOVE 'DEPT TOTAL' TO TOT-LABEL.
            MOVE WS-D-TAKEN TO TOT-TAKEN.
            MOVE WS-D-PEND TO TOT-PEND.
            MOVE WS-D-FORF TO TOT-FORF.
            WRITE RPT-REC FROM TOT-REC.
            MOVE 0 TO WS-D-TAKEN.
            MOVE 0 TO WS-D-PEND.
            MOVE 0 TO WS-D-FORF.
