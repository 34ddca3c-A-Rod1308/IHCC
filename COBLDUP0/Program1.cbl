      * CROSS-CAMPUS DUPLICATE STUDENT ID EXCEPTION RUN FOR
      * FINANCIAL AID. THE RECORD KEY IS TERM+CAMPUS+ID, SO
      * THE SAME I-ID CAN SIT AT SEVERAL CAMPUSES IN ONE TERM.
      * THE MASTER IS READ IN ID ORDER THROUGH THE I-ID
      * ALTERNATE INDEX, AND ALL RECORDS FOR ONE ID ARE HELD
      * TOGETHER AND SPLIT BY TERM. EVERY ID THAT APPEARS AT
      * MORE THAN ONE CAMPUS WITHIN A TERM IS REPORTED ON
      * DUPRPT.PRT, IN ID ORDER WITH THE TERMS GROUPED UNDER
      * EACH ID, EACH OCCURRENCE ON ITS OWN LINE SIDE BY SIDE,
      * FLAGGED WHERE THE NAME OR THE GPA DISAGREES WITH THE
      * FIRST OCCURRENCE - THOSE ARE THE DOUBLE-COUNTED
      * ENROLLMENTS TO CHASE DOWN.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\DUPRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
         05 I-STATUS       PIC X.
         05 I-STAT-DATE    PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 MST-EOF-SW      PIC X       VALUE 'N'.
           88 MST-EOF                  VALUE 'Y'.
         05 WS-HOLD-TERM    PIC X(4)    VALUE SPACES.
         05 WS-HOLD-ID      PIC X(7)    VALUE SPACES.
         05 WS-OCC-CTR      PIC 99      COMP VALUE 0.
         05 WS-SUB          PIC 99      COMP VALUE 0.
         05 WS-TERM-SUB     PIC 99      COMP VALUE 0.
         05 WS-FIRST-SUB    PIC 99      COMP VALUE 0.
         05 WS-TERM-OCC     PIC 99      COMP VALUE 0.
         05 WS-ID-CTR       PIC 9(5)    VALUE 0.
         05 WS-DUP-CTR      PIC 9(5)    VALUE 0.
         05 WS-DISAGREE-CTR PIC 9(5)    VALUE 0.
           10 CA-NAME       PIC X(25).

       01 OCCUR-TABLE.
         05 OC-MAX          PIC 99      COMP VALUE 50.
         05 OC-ENTRY        OCCURS 50 TIMES.
           10 OC-TERM       PIC X(4).
           10 OC-DONE-SW    PIC X.
           10 OC-CAMPUS     PIC X(3).
           10 OC-LNAME      PIC X(15).
           10 OC-FNAME      PIC X(15).
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MST-EOF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO I-ID.
           START STUDENT-MASTER KEY NOT < I-ID
               INVALID KEY
                   MOVE 'Y' TO MST-EOF-SW
           END-START.

           OPEN OUTPUT PRTOUT.
           PERFORM 8000-LOAD-REF-TABLE.

           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ-MASTER.
           MOVE H-ID TO WS-HOLD-ID.

       2000-MAINLINE.
           IF H-ID NOT = WS-HOLD-ID
               PERFORM 2200-END-GROUP
               MOVE H-ID TO WS-HOLD-ID
           END-IF.
           PERFORM 2100-HOLD-OCCURRENCE.
           PERFORM 9000-READ-MASTER.

       2100-HOLD-OCCURRENCE.
           IF WS-OCC-CTR < OC-MAX
               ADD 1 TO WS-OCC-CTR
               MOVE H-TERM TO OC-TERM (WS-OCC-CTR)
               MOVE 'N' TO OC-DONE-SW (WS-OCC-CTR)
               MOVE H-CAMPUS TO OC-CAMPUS (WS-OCC-CTR)
               MOVE H-LNAME TO OC-LNAME (WS-OCC-CTR)
               MOVE H-FNAME TO OC-FNAME (WS-OCC-CTR)
           END-IF.

       2200-END-GROUP.
           MOVE 0 TO WS-TERM-SUB.
           PERFORM 2250-TERM-GROUP
               UNTIL WS-TERM-SUB NOT < WS-OCC-CTR.
           MOVE 0 TO WS-OCC-CTR.

       2250-TERM-GROUP.
           ADD 1 TO WS-TERM-SUB.
           IF OC-DONE-SW (WS-TERM-SUB) = 'N'
               ADD 1 TO WS-ID-CTR
               MOVE OC-TERM (WS-TERM-SUB) TO WS-HOLD-TERM
               MOVE WS-TERM-SUB TO WS-FIRST-SUB
               MOVE 0 TO WS-TERM-OCC
               MOVE 0 TO WS-SUB
               PERFORM 2260-COUNT-TERM
                   UNTIL WS-SUB NOT < WS-OCC-CTR
               IF WS-TERM-OCC > 1
                   PERFORM 2300-REPORT-GROUP
               END-IF
           END-IF.

       2260-COUNT-TERM.
           ADD 1 TO WS-SUB.
           IF OC-TERM (WS-SUB) = WS-HOLD-TERM
               ADD 1 TO WS-TERM-OCC
           END-IF.

       2300-REPORT-GROUP.
           ADD 1 TO WS-DUP-CTR.
           MOVE 'N' TO WS-FLAG-SW.

       2400-REPORT-OCCURRENCE.
           ADD 1 TO WS-SUB.
           IF OC-TERM (WS-SUB) = WS-HOLD-TERM
               MOVE 'Y' TO OC-DONE-SW (WS-SUB)
               PERFORM 2450-PRINT-OCCURRENCE
           END-IF.

       2450-PRINT-OCCURRENCE.
           MOVE WS-HOLD-TERM TO RD-TERM.
           MOVE WS-HOLD-ID TO RD-ID.
           MOVE OC-CAMPUS (WS-SUB) TO RD-CAMPUS.
           MOVE OC-GPA (WS-SUB) TO RD-GPA.
           MOVE OC-SALARY (WS-SUB) TO RD-SALARY.
           MOVE SPACES TO RD-FLAG.
           IF WS-SUB > WS-FIRST-SUB
               IF OC-LNAME (WS-SUB) NOT = OC-LNAME (WS-FIRST-SUB)
                       OR OC-FNAME (WS-SUB) NOT =
                           OC-FNAME (WS-FIRST-SUB)
                       OR OC-INIT (WS-SUB) NOT = OC-INIT (WS-FIRST-SUB)
                   MOVE '** NAME DIFFERS **' TO RD-FLAG
                   MOVE 'Y' TO WS-FLAG-SW
               ELSE
                   IF OC-GPA (WS-SUB) NOT = OC-GPA (WS-FIRST-SUB)
                       MOVE '** GPA DIFFERS **' TO RD-FLAG
                       MOVE 'Y' TO WS-FLAG-SW
                   END-IF
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.

       8000-LOAD-REF-TABLE.
               END-IF
           END-PERFORM.

       9000-READ-MASTER.
           IF NOT MST-EOF
               READ STUDENT-MASTER NEXT RECORD INTO HOLD-REC
                   AT END
                       MOVE 'Y' TO MST-EOF-SW
               END-READ
               IF NOT MST-EOF
                       AND WS-STUDENT-STATUS NOT = '00'
                       AND WS-STUDENT-STATUS NOT = '02'
                   DISPLAY 'READ FAILED ON STUDENT-MASTER, STATUS='
                       WS-STUDENT-STATUS
                   MOVE 'Y' TO MST-EOF-SW
               END-IF
           END-IF.
