      * ANTICIPATED VS ACTUAL SALARY REPORT FOR ACCREDITATION.
      * CAREER SERVICES KEYS PLACEMENT OUTCOMES TO
      * PLACEMNT.DAT BY STUDENT ID - EMPLOYER, PLACEMENT DATE
      * AND THE ACTUAL STARTING SALARY. THE MASTER IS READ
      * BY I-ID AND MATCHED AGAINST THE PLACEMENT FILE IN ID
      * ORDER. PLCRPT.PRT SHOWS EACH MATCHED STUDENT'S
      * ANTICIPATED SALARY FROM THE MASTER, THE ACTUAL SALARY
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT PLACEMENT-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\PLACEMNT.DAT'
               ORGANIZATION IS INDEXED
         05 I-STATUS       PIC X.
         05 I-STAT-DATE    PIC 9(8).

       FD  PLACEMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
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
                   MOVE 'Y' TO MS-EOF-SW
                   MOVE HIGH-VALUES TO H-ID
           END-START.
           OPEN INPUT PLACEMENT-FILE.
           IF WS-PLACE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PLACEMNT.DAT, STATUS='
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE STUDENT-MASTER.
           CLOSE PLACEMENT-FILE.
           CLOSE PRTOUT.

       9000-READ-MASTER.
           IF NOT MS-EOF
               READ STUDENT-MASTER NEXT RECORD INTO HOLD-REC
                   AT END
                       MOVE 'Y' TO MS-EOF-SW
                       MOVE HIGH-VALUES TO H-ID
               END-READ
               IF NOT MS-EOF
                       AND WS-STUDENT-STATUS NOT = '00'
                       AND WS-STUDENT-STATUS NOT = '02'
                   DISPLAY 'READ FAILED ON STUDENT-MASTER, STATUS='
                       WS-STUDENT-STATUS
                   MOVE 'Y' TO MS-EOF-SW
                   MOVE HIGH-VALUES TO H-ID
               END-IF
           END-IF.

       9010-READ-PLACEMENT.
