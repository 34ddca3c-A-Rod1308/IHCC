      * APPLIED AND REJECTED TRANSACTION IS LISTED WITH ITS
      * DISPOSITION ON CRSLOG.PRT SO GRADE ENTRY IS CONTROLLED
      * AND AUDITABLE INSTEAD OF KEYED INTO THE FILE RAW.
      * EVERY ADD IS ALSO CHECKED AGAINST THE CRSCAT.DAT COURSE
      * CATALOG MAINTAINED BY COBLCAT0 - THE COURSE MUST BE
      * OFFERED IN THE STUDENT'S TERM AND CAMPUS, ITS CREDIT
      * HOURS MUST MATCH THE CATALOG AND THE SECTION MUST HAVE
      * A SEAT LEFT. A CHANGE TO A CATALOGED COURSE MUST ALSO
      * CARRY THE CATALOG CREDIT HOURS. THE SECTION'S ENROLLED
      * COUNT ON THE CATALOG IS RAISED BY EVERY APPLIED ADD AND
      * LOWERED BY EVERY APPLIED DELETE. IF THE CATALOG CANNOT
      * BE REWRITTEN THE TRANSACTION IS LISTED AS APPLIED WITH
      * THE CRSCAT COUNT NOT UPDATED AND THE RUN ENDS WITH
      * RETURN CODE 8, SO THE ENROLLED COUNT IS CORRECTED
      * BEFORE IT IS RELIED ON FOR THE SEAT CHECK.
      * A TERM CLOSED BY COBLTCL0 IS ON THE TRMCLS.DAT
      * CLOSED-TERM REGISTER, AND EVERY ADD, CHANGE OR DELETE
      * AGAINST A CLOSED TERM IS REJECTED - ITS GRADES ARE
      * LOCKED AND CAN ONLY BE CHANGED THROUGH AN APPROVED
      * GRADE-CHANGE REQUEST APPLIED BY COBLGCH0.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT OPTIONAL CLOSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\TRMCLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
         05 I-STATUS       PIC X.
         05 I-STAT-DATE    PIC 9(8).

       FD  CATALOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 CC-REC.
         05 CC-KEY.
           10 CC-TERM        PIC X(4).
           10 CC-CAMPUS      PIC X(3).
           10 CC-COURSE      PIC X(6).
         05 CC-TITLE         PIC X(25).
         05 CC-DEPT          PIC X(4).
         05 CC-CREDIT-HOURS  PIC 99.
         05 CC-CAPACITY      PIC 999.
         05 CC-ENROLLED      PIC 999.
         05 FILLER           PIC X(10).

       FD  CLOSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TC-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 TC-REC.
         05 TC-TERM         PIC X(4).
         05 TC-END-DATE     PIC 9(8).
         05 TC-CLOSE-DATE   PIC 9(8).
         05 TC-CLOSE-TIME   PIC 9(6).
         05 FILLER          PIC X(4).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
         05 WS-TRN-STATUS   PIC XX      VALUE '00'.
         05 WS-COURSE-STATUS PIC XX     VALUE '00'.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-CAT-STATUS   PIC XX      VALUE '00'.
         05 WS-CLOSE-STATUS PIC XX      VALUE '00'.
         05 TC-EOF-SW       PIC X       VALUE 'N'.
           88 TC-EOF                   VALUE 'Y'.
         05 WS-CLOSED-SW    PIC X       VALUE 'N'.
           88 TERM-CLOSED              VALUE 'Y'.
         05 WS-CLS-SUB      PIC 999     COMP VALUE 0.
         05 TRN-EOF-SW      PIC X       VALUE 'N'.
           88 TRN-EOF                  VALUE 'Y'.
         05 WS-BATCH-END-SW PIC X       VALUE 'N'.
           88 BW-EOF                   VALUE 'Y'.
         05 WS-MIN-CREDIT   PIC 99      VALUE 01.
         05 WS-MAX-CREDIT   PIC 99      VALUE 06.
         05 WS-CAT-FOUND-SW PIC X       VALUE 'N'.
           88 SECTION-ON-CATALOG       VALUE 'Y'.
         05 WS-CAT-FAIL-SW  PIC X       VALUE 'N'.
           88 CATALOG-NOT-UPDATED      VALUE 'Y'.

       01 CLOSED-TERM-TABLE.
         05 CL-MAX          PIC 999     COMP VALUE 100.
         05 CL-CTR          PIC 999     COMP VALUE 0.
         05 CL-TERM         PIC X(4)    OCCURS 100 TIMES.

       01 HELD-TRANS.
         05 HT-CODE         PIC X.
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CATALOG-FILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRSCAT.DAT, STATUS='
                   WS-CAT-STATUS
               DISPLAY 'RUN COBLCAT0 TO BUILD THE COURSE CATALOG'
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM 1100-LOAD-CLOSED-TERMS.

           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9000-READ-TRANS.

       1100-LOAD-CLOSED-TERMS.
           OPEN INPUT CLOSE-FILE.
           EVALUATE WS-CLOSE-STATUS
               WHEN '00'
                   PERFORM 1150-LOAD-ONE-CLOSED
                       UNTIL TC-EOF
                   CLOSE CLOSE-FILE
               WHEN '05'
                   CLOSE CLOSE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING TRMCLS.DAT, STATUS='
                       WS-CLOSE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1150-LOAD-ONE-CLOSED.
           READ CLOSE-FILE
               AT END
                   MOVE 'Y' TO TC-EOF-SW
               NOT AT END
                   IF CL-CTR < CL-MAX
                       ADD 1 TO CL-CTR
                       MOVE TC-TERM TO CL-TERM (CL-CTR)
                   ELSE
                       DISPLAY 'TRMCLS.DAT EXCEEDS THE CLOSED-TERM'
                           ' TABLE - TERM ' TC-TERM ' NOT LOADED'
                   END-IF
           END-READ.

       2000-PROCESS-BATCH.
           IF NOT TI-HEADER
               ADD 1 TO WS-SKIP-CTR
           END-READ.

       2550-APPLY-DETAIL.
           MOVE 'N' TO WS-CAT-FAIL-SW.
           PERFORM 2600-EDIT-DETAIL.
           IF VALID-TRANS
               EVALUATE HT-CODE
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 2610-CHECK-CLOSED-TERM.
           IF TERM-CLOSED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERM CLOSED - USE GRADE CHANGE'
                   TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS AND HT-CODE NOT = 'D'
               MOVE HT-GRADE TO WS-GRADE-CHK
               IF NOT VALID-GRADE
                   MOVE 'N' TO WS-VALID-SW
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF VALID-TRANS AND HT-CODE NOT = 'D'
               PERFORM 2650-EDIT-CATALOG
           END-IF.

       2610-CHECK-CLOSED-TERM.
           MOVE 'N' TO WS-CLOSED-SW.
           MOVE 0 TO WS-CLS-SUB.
           PERFORM UNTIL WS-CLS-SUB NOT < CL-CTR
               ADD 1 TO WS-CLS-SUB
               IF CL-TERM (WS-CLS-SUB) = HT-TERM
                   MOVE 'Y' TO WS-CLOSED-SW
                   MOVE CL-CTR TO WS-CLS-SUB
               END-IF
           END-PERFORM.

       2650-EDIT-CATALOG.
           MOVE HT-TERM TO CC-TERM.
           MOVE HT-CAMPUS TO CC-CAMPUS.
           MOVE HT-COURSE TO CC-COURSE.
           MOVE 'Y' TO WS-CAT-FOUND-SW.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CAT-FOUND-SW
           END-READ.
           IF HT-CODE = 'A' AND NOT SECTION-ON-CATALOG
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NOT OFFERED THIS TERM/CAMPUS'
                   TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS AND SECTION-ON-CATALOG
               IF HT-CREDIT-HOURS NOT = CC-CREDIT-HOURS
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CREDITS DISAGREE WITH CATALOG'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF VALID-TRANS AND HT-CODE = 'A'
               IF CC-ENROLLED NOT < CC-CAPACITY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'SECTION FULL - AT CAPACITY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2700-ADD-COURSE.
           MOVE HT-KEY TO CD-KEY.
                   MOVE 'DUPLICATE ADD - COURSE ON FILE'
                       TO WS-REJECT-REASON
           END-WRITE.
           IF VALID-TRANS
               ADD 1 TO CC-ENROLLED
               PERFORM 2850-REWRITE-CATALOG
           END-IF.

       2750-CHANGE-COURSE.
           MOVE HT-KEY TO CD-KEY.
                   MOVE 'DELETE - COURSE NOT ON FILE'
                       TO WS-REJECT-REASON
           END-DELETE.
           IF VALID-TRANS
               MOVE HT-TERM TO CC-TERM
               MOVE HT-CAMPUS TO CC-CAMPUS
               MOVE HT-COURSE TO CC-COURSE
               READ CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CC-ENROLLED > 0
                           SUBTRACT 1 FROM CC-ENROLLED
                       END-IF
                       PERFORM 2850-REWRITE-CATALOG
               END-READ
           END-IF.

       2850-REWRITE-CATALOG.
           REWRITE CC-REC
               INVALID KEY
                   DISPLAY 'CRSCAT.DAT REWRITE FAILED FOR ' CC-KEY
                   MOVE 'Y' TO WS-CAT-FAIL-SW
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       3000-CLOSING.
           MOVE WS-BAL-BATCHES TO RT-BAL-BATCHES.
           CLOSE TRANS-IN.
           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE CATALOG-FILE.
           CLOSE PRTOUT.

       9000-READ-TRANS.
           MOVE HT-COURSE TO RD-COURSE.
           MOVE HT-CREDIT-HOURS TO RD-CREDIT.
           MOVE HT-GRADE TO RD-GRADE.
           IF VALID-TRANS AND CATALOG-NOT-UPDATED
               MOVE 'APPLIED - CRSCAT COUNT NOT UPDATED'
                   TO RD-DISPOSITION
           END-IF.
           IF VALID-TRANS AND NOT CATALOG-NOT-UPDATED
               MOVE 'APPLIED' TO RD-DISPOSITION
           END-IF.
           IF INVALID-TRANS
               MOVE SPACES TO RD-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
