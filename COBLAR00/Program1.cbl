      **********************
      * THIS PROGRAM READS A FILE AND 
      * A STUDENT ROSTER REPORT.
      * EVERY VALID STUDENT WITH A GPA OF 3.50 OR BETTER IS
      * WRITTEN TO DEANLST.DAT (KEY, GPA AND RUN DATE), THE
      * DEAN'S LIST EXTRACT COBLLTR0 READS TO PRINT RECOGNITION
      * LETTERS. THE EXTRACT IS WRITTEN AHEAD OF THE PARMCARD
      * SELECTION, SO A FILTERED ROSTER RUN STILL PRODUCES THE
      * FULL DEAN'S LIST.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT SORTED-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\HONORRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT DEANS-LIST-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\DEANLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESTART-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CHKPOINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL

       01 HONORLINE    PIC X(132).

       FD  DEANS-LIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 DL-REC.
         05 DL-KEY.
           10 DL-TERM      PIC X(4).
           10 DL-CAMPUS    PIC X(3).
           10 DL-ID        PIC X(7).
         05 DL-GPA         PIC 9V99.
         05 DL-RUN-DATE    PIC 9(8).
         05 FILLER         PIC X(5).

       FD  RESTART-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RESTART-REC
               OPEN EXTEND PRTOUT
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND HONOR-FILE
               OPEN EXTEND DEANS-LIST-FILE
               OPEN EXTEND CSV-FILE
           ELSE
               OPEN OUTPUT PRTOUT
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT HONOR-FILE
               OPEN OUTPUT DEANS-LIST-FILE
               OPEN OUTPUT CSV-FILE

               WRITE REJLINE FROM REJECT-HEADING-LINE

       2000-MAINLINE.
           PERFORM 2100-CALCS.
           IF VALID-RECORD AND I-GPA NOT < 3.50
               PERFORM 2250-DEANS-LIST
           END-IF.
           IF VALID-RECORD AND SELECTED-RECORD
               PERFORM 2200-OUTPUT
           END-IF.
               WRITE HONORLINE FROM DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       2250-DEANS-LIST.
           MOVE SPACES TO DL-REC.
           MOVE I-KEY TO DL-KEY.
           MOVE I-GPA TO DL-GPA.
           MOVE I-DATE TO DL-RUN-DATE.
           WRITE DL-REC.

       3000-CLOSING.
           MOVE C-SCTR TO O-SCTR.
           WRITE PRTLINE FROM TOTAL-LINE
           CLOSE PRTOUT.
           CLOSE REJECT-FILE.
           CLOSE HONOR-FILE.
           CLOSE DEANS-LIST-FILE.
           CLOSE CSV-FILE.

           OPEN OUTPUT RESTART-FILE.
