        IDENTIFICATION DIVISION.
        PROGRAM-ID.    AGEMILE.
        AUTHOR.        S9456043.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMP-F ASSIGN TO RANDOM 'EMPLIST.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMP-STATUS.
            SELECT MR-F ASSIGN TO RANDOM 'MILESTONE.PRM'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MR-STATUS.
            SELECT SRT-F ASSIGN TO RANDOM 'AGEMILE.SRT'.
            SELECT RPT-F ASSIGN TO RANDOM 'AGEMILE.RPT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REJ-F ASSIGN TO RANDOM 'AGEMREJ.RPT'
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  EMP-F.
        01  EMP-REC.
            02 EMP-ID      PIC X(06).
            02 FILLER      PIC X(02).
            02 EMP-NM      PIC X(20).
            02 FILLER      PIC X(02).
            02 EMP-B       PIC X(08).
        FD  MR-F.
        01  MR-REC.
            02 MR-AGE      PIC X(03).
            02 FILLER      PIC X(02).
            02 MR-NM       PIC X(20).
            02 FILLER      PIC X(02).
            02 MR-LEAD     PIC X(02).
        SD  SRT-F.
        01  SRT-REC.
            02 SRT-AGE     PIC 9(3).
            02 SRT-MNM     PIC X(20).
            02 SRT-YM      PIC 9(6).
            02 SRT-EMP-ID  PIC X(06).
            02 SRT-NM      PIC X(20).
            02 SRT-B       PIC 9(8).
            02 SRT-DUE     PIC 9(8).
            02 SRT-NOTICE  PIC 9(6).
        FD  RPT-F.
        01  RPT-REC        PIC X(80).
        FD  REJ-F.
        01  REJ-REC.
            02 REJ-EMP-ID  PIC X(06).
            02 FILLER      PIC X(02).
            02 REJ-NM      PIC X(20).
            02 FILLER      PIC X(02).
            02 REJ-B       PIC X(08).
            02 FILLER      PIC X(02).
            02 REJ-RSN     PIC X(26).

        WORKING-STORAGE SECTION.
        77 EOF PIC X VALUE 'N'.
        77 B PIC 9(8).
        77 WS-EMP-STATUS PIC XX.
        77 WS-MR-STATUS PIC XX.
        77 WS-VALID-B PIC X VALUE 'Y'.
        77 WS-YY PIC 9(4).
        77 WS-MM PIC 99.
        77 WS-DD PIC 99.
        77 WS-MAX-DD PIC 99.
        77 WS-MMDD PIC 9(4).
        77 WS-REM PIC 9(4).
        77 WS-Q PIC 9(4).
        77 WS-CURR-DT PIC X(21).
        77 WS-TODAY PIC 9(8).
        77 WS-TODAY-Y PIC 9(4).
        77 WS-TODAY-M PIC 99.
        77 WS-TODAY-MMDD PIC 9(4).
        77 WS-AGE PIC 9(3).
        77 WS-MONTHS-IN PIC X(02).
        77 WS-MONTHS PIC 99.
        77 WS-NOW-IDX PIC 9(6).
        77 WS-DUE-IDX PIC 9(6).
        77 WS-NTC-IDX PIC 9(6).
        77 WS-DUE-Y PIC 9(4).
        77 WS-MR-CNT PIC 99 VALUE 0.
        77 WS-MX PIC 99.
        77 WS-READ-CNT PIC 9(05) VALUE 0.
        77 WS-REJ-CNT PIC 9(05) VALUE 0.
        77 WS-LIST-CNT PIC 9(05) VALUE 0.
        77 WS-MS-CNT PIC 9(05) VALUE 0.
        77 WS-RSN PIC X(26).
        77 WS-PRV-AGE PIC 9(3).
        77 WS-PRV-YM PIC 9(6).
        77 WS-FIRST PIC X VALUE 'Y'.
        01 MS-TBL.
           02 MS-ENT OCCURS 50 TIMES.
              05 MS-AGE PIC 9(3).
              05 MS-NM PIC X(20).
              05 MS-LEAD PIC 99.
        01 HDR-REC.
           02 FILLER       PIC X(31) VALUE
               'AGE MILESTONES DUE IN THE NEXT '.
           02 HDR-MONTHS   PIC Z9.
           02 FILLER       PIC X(13) VALUE ' MONTHS FROM '.
           02 HDR-TODAY    PIC 9(8).
        01 MS-HDR.
           02 FILLER       PIC X(10) VALUE 'MILESTONE '.
           02 MH-AGE       PIC ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MH-NM        PIC X(20).
        01 MON-HDR.
           02 FILLER       PIC X(08) VALUE '  MONTH '.
           02 MN-YM        PIC 9(6).
        01 COL-HDR.
           02 FILLER       PIC X(40) VALUE
               '    EMP-ID  NAME                  BORN  '.
           02 FILLER       PIC X(40) VALUE
               '    REACHES   NOTICE BY'.
        01 DTL-REC.
           02 FILLER       PIC X(04).
           02 DTL-EMP-ID   PIC X(06).
           02 FILLER       PIC X(02).
           02 DTL-NM       PIC X(20).
           02 FILLER       PIC X(02).
           02 DTL-B        PIC 9(8).
           02 FILLER       PIC X(02).
           02 DTL-DUE      PIC 9(8).
           02 FILLER       PIC X(02).
           02 DTL-NOTICE   PIC 9(6).
           02 FILLER       PIC X(02).
           02 DTL-FLAG     PIC X(07).
        01 TOT-REC.
           02 FILLER       PIC X(04).
           02 TOT-LABEL    PIC X(20).
           02 TOT-CNT      PIC ZZZZ9.

        PROCEDURE DIVISION.
        0000-RTN.
            OPEN INPUT MR-F.
            IF WS-MR-STATUS NOT = '00'
               DISPLAY 'MILESTONE.PRM NOT FOUND - NO RULES TO APPLY'
               GOBACK
            END-IF.
            PERFORM 0010-RTN.
            IF WS-MR-CNT = 0
               DISPLAY 'MILESTONE.PRM HOLDS NO VALID RULES'
               GOBACK
            END-IF.
            DISPLAY 'ENTER NUMBER OF MONTHS AHEAD (01-60) '.
            ACCEPT WS-MONTHS-IN.
            IF WS-MONTHS-IN NOT NUMERIC
               DISPLAY 'INVALID NUMBER OF MONTHS'
               GOBACK
            END-IF.
            MOVE WS-MONTHS-IN TO WS-MONTHS.
            IF WS-MONTHS < 1 OR WS-MONTHS > 60
               DISPLAY 'INVALID NUMBER OF MONTHS'
               GOBACK
            END-IF.
            OPEN INPUT EMP-F.
            IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLIST.DAT NOT FOUND - NOTHING TO REPORT'
               GOBACK
            END-IF.
            CLOSE EMP-F.
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DT.
            MOVE WS-CURR-DT(1:8) TO WS-TODAY.
            MOVE WS-CURR-DT(1:4) TO WS-TODAY-Y.
            MOVE WS-CURR-DT(5:2) TO WS-TODAY-M.
            MOVE WS-CURR-DT(5:4) TO WS-TODAY-MMDD.
            COMPUTE WS-NOW-IDX = WS-TODAY-Y * 12 + WS-TODAY-M - 1.
            SORT SRT-F ON ASCENDING KEY SRT-AGE SRT-YM SRT-EMP-ID
                INPUT PROCEDURE  1000-RTN
                OUTPUT PROCEDURE 2000-RTN.
            DISPLAY 'EMPLOYEES READ      : ' WS-READ-CNT.
            DISPLAY 'MILESTONES LISTED   : ' WS-LIST-CNT.
            DISPLAY 'ROWS REJECTED       : ' WS-REJ-CNT.
            DISPLAY 'REPORT WRITTEN TO AGEMILE.RPT'.
            DISPLAY 'EXCEPTIONS WRITTEN TO AGEMREJ.RPT'.
            GOBACK.
        0010-RTN.
            READ MR-F AT END MOVE 'Y' TO EOF.
            PERFORM UNTIL EOF = 'Y'
               IF MR-AGE NUMERIC AND MR-LEAD NUMERIC
                  AND MR-NM NOT = SPACES AND WS-MR-CNT < 50
                  ADD 1 TO WS-MR-CNT
                  MOVE MR-AGE TO MS-AGE(WS-MR-CNT)
                  MOVE MR-NM TO MS-NM(WS-MR-CNT)
                  MOVE MR-LEAD TO MS-LEAD(WS-MR-CNT)
               ELSE
                  DISPLAY 'MILESTONE RULE SKIPPED : ' MR-REC
               END-IF
               READ MR-F AT END MOVE 'Y' TO EOF END-READ
            END-PERFORM.
            CLOSE MR-F.
            MOVE 'N' TO EOF.
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
        1000-RTN.
            OPEN INPUT EMP-F.
            OPEN OUTPUT REJ-F.
            READ EMP-F AT END MOVE 'Y' TO EOF.
            PERFORM 1010-RTN UNTIL EOF = 'Y'.
            CLOSE EMP-F REJ-F.
        1010-RTN.
            ADD 1 TO WS-READ-CNT.
            IF EMP-ID = SPACES
               MOVE 'EMPLOYEE ID BLANK' TO WS-RSN
               PERFORM 3000-RTN
            ELSE
               IF EMP-B = SPACES
                  MOVE 'BIRTHDAY MISSING' TO WS-RSN
                  PERFORM 3000-RTN
               ELSE
                  IF EMP-B NOT NUMERIC
                     MOVE 'BIRTHDAY NOT NUMERIC' TO WS-RSN
                     PERFORM 3000-RTN
                  ELSE
                     MOVE EMP-B TO B
                     PERFORM 0001-RTN
                     IF WS-VALID-B NOT = 'Y'
                        MOVE 'INVALID DATE - YYYYMMDD' TO WS-RSN
                        PERFORM 3000-RTN
                     ELSE
                        IF B > WS-TODAY
                           MOVE 'BIRTHDAY IN THE FUTURE' TO WS-RSN
                           PERFORM 3000-RTN
                        ELSE
                           PERFORM 1020-RTN
                           PERFORM 1030-RTN VARYING WS-MX
                               FROM 1 BY 1 UNTIL WS-MX > WS-MR-CNT
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.
            READ EMP-F AT END MOVE 'Y' TO EOF.
        1020-RTN.
            COMPUTE WS-AGE = WS-TODAY-Y - WS-YY.
            IF WS-TODAY-MMDD < WS-MMDD
               SUBTRACT 1 FROM WS-AGE
            END-IF.
        1030-RTN.
            IF MS-AGE(WS-MX) > WS-AGE
               COMPUTE WS-DUE-Y = WS-YY + MS-AGE(WS-MX)
               COMPUTE WS-DUE-IDX = WS-DUE-Y * 12 + WS-MM - 1
               IF WS-DUE-IDX NOT > WS-NOW-IDX + WS-MONTHS
                  MOVE MS-AGE(WS-MX) TO SRT-AGE
                  MOVE MS-NM(WS-MX) TO SRT-MNM
                  COMPUTE SRT-YM = WS-DUE-Y * 100 + WS-MM
                  MOVE EMP-ID TO SRT-EMP-ID
                  MOVE EMP-NM TO SRT-NM
                  MOVE B TO SRT-B
                  COMPUTE SRT-DUE = WS-DUE-Y * 10000 + WS-MMDD
                  COMPUTE WS-NTC-IDX = WS-DUE-IDX - MS-LEAD(WS-MX)
                  DIVIDE WS-NTC-IDX BY 12 GIVING WS-Q
                      REMAINDER WS-REM
                  COMPUTE SRT-NOTICE = WS-Q * 100 + WS-REM + 1
                  RELEASE SRT-REC
               END-IF
            END-IF.
        2000-RTN.
            OPEN OUTPUT RPT-F.
            MOVE WS-MONTHS TO HDR-MONTHS.
            MOVE WS-TODAY TO HDR-TODAY.
            WRITE RPT-REC FROM HDR-REC.
            MOVE 'N' TO EOF.
            RETURN SRT-F AT END MOVE 'Y' TO EOF.
            PERFORM 2010-RTN UNTIL EOF = 'Y'.
            IF WS-LIST-CNT = 0
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE 'NO MILESTONES FALL DUE IN THIS PERIOD' TO RPT-REC
               WRITE RPT-REC
            ELSE
               PERFORM 2020-RTN
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO TOT-REC
               MOVE 'ALL MILESTONES' TO TOT-LABEL
               MOVE WS-LIST-CNT TO TOT-CNT
               WRITE RPT-REC FROM TOT-REC
            END-IF.
            CLOSE RPT-F.
        2010-RTN.
            IF WS-FIRST = 'Y' OR SRT-AGE NOT = WS-PRV-AGE
               IF WS-FIRST = 'N'
                  PERFORM 2020-RTN
               END-IF
               MOVE 'N' TO WS-FIRST
               MOVE SRT-AGE TO WS-PRV-AGE
               MOVE 0 TO WS-PRV-YM
               MOVE SRT-AGE TO MH-AGE
               MOVE SRT-MNM TO MH-NM
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM MS-HDR
            END-IF.
            IF SRT-YM NOT = WS-PRV-YM
               MOVE SRT-YM TO WS-PRV-YM
               MOVE SRT-YM TO MN-YM
               WRITE RPT-REC FROM MON-HDR
               WRITE RPT-REC FROM COL-HDR
            END-IF.
            MOVE SPACES TO DTL-REC.
            MOVE SRT-EMP-ID TO DTL-EMP-ID.
            MOVE SRT-NM TO DTL-NM.
            MOVE SRT-B TO DTL-B.
            MOVE SRT-DUE TO DTL-DUE.
            MOVE SRT-NOTICE TO DTL-NOTICE.
            IF SRT-NOTICE < WS-TODAY(1:6)
               MOVE 'OVERDUE' TO DTL-FLAG
            END-IF.
            WRITE RPT-REC FROM DTL-REC.
            ADD 1 TO WS-LIST-CNT.
            ADD 1 TO WS-MS-CNT.
            RETURN SRT-F AT END MOVE 'Y' TO EOF.
        2020-RTN.
            MOVE SPACES TO TOT-REC.
            MOVE 'MILESTONE TOTAL' TO TOT-LABEL.
            MOVE WS-MS-CNT TO TOT-CNT.
            WRITE RPT-REC FROM TOT-REC.
            MOVE 0 TO WS-MS-CNT.
        3000-RTN.
            ADD 1 TO WS-REJ-CNT.
            MOVE SPACES TO REJ-REC.
            MOVE WS-RSN TO REJ-RSN.
            MOVE EMP-ID TO REJ-EMP-ID.
            MOVE EMP-NM TO REJ-NM.
            MOVE EMP-B TO REJ-B.
            WRITE REJ-REC.
