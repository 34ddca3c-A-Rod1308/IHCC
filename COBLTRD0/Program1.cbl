      **********************
      * TERM-OVER-TERM GPA TREND REPORT FOR ADVISING. THE RUN
      * IS GIVEN A PRIOR TERM, A CURRENT TERM AND A GPA DROP
      * THRESHOLD ON TRDPARM.DAT. THE MASTER IS READ IN
      * STUDENT ID ORDER THROUGH THE I-ID ALTERNATE INDEX SO
      * THE SAME I-ID CAN BE MATCHED ACROSS TERMS. CONTINUING
      * STUDENTS ARE LISTED ON TRDRPT.PRT WITH PRIOR GPA,
      * CURRENT GPA AND THE CHANGE, FLAGGED WHEN THE GPA
      * DROPPED BY MORE THAN THE THRESHOLD. STUDENTS ON FILE
      * ONLY IN THE CURRENT TERM GO TO TRDNEW.PRT, AND
      * STUDENTS WHO DID NOT RETURN GO TO TRDGONE.PRT, EACH
      * WITH THE STUDENT STATUS FROM THE MASTER SO A GRADUATE
      * IS NOT COUNTED AS A DROPOUT.
      * WHERE AN ID SITS AT MORE THAN ONE CAMPUS IN A TERM
      * THE RECORD WRITTEN FIRST IS USED - SEE THE DUPLICATE
      * ID EXCEPTION RUN FOR THOSE.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\TRDPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
         05 I-STATUS       PIC X.
         05 I-STAT-DATE    PIC 9(8).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
       01 WORK-AREA.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 MST-EOF-SW      PIC X       VALUE 'N'.
           88 MST-EOF                  VALUE 'Y'.
         05 WS-PRIOR-TERM   PIC X(4)    VALUE SPACES.
         05 WS-CURR-TERM    PIC X(4)    VALUE SPACES.
         05 WS-DROP-LIMIT   PIC 9V99    VALUE 0.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MST-EOF.
           PERFORM 3000-CLOSING.
           STOP RUN.

           MOVE PARM-DROP-LIMIT TO WS-DROP-LIMIT.
           CLOSE PARM-FILE.

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
           OPEN OUTPUT NEW-FILE.
           OPEN OUTPUT GONE-FILE.
           WRITE GONELINE FROM LIST-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ-MASTER.
           PERFORM 2050-START-STUDENT.

       2000-MAINLINE.
               PERFORM 2050-START-STUDENT
           ELSE
               PERFORM 2100-COLLECT-TERM
               PERFORM 9000-READ-MASTER
           END-IF.

       2050-START-STUDENT.
           IF NOT MST-EOF
               MOVE H-ID TO WS-HOLD-ID
               MOVE 'N' TO WS-PRIOR-SW
               MOVE 'N' TO WS-CURR-SW
           WRITE GONELINE FROM LIST-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.
           CLOSE NEW-FILE.
           CLOSE GONE-FILE.

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
