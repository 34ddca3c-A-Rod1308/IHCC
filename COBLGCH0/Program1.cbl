       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLGCH0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * CONTROLLED LATE GRADE CHANGES FOR CLOSED TERMS. ONCE
      * COBLTCL0 HAS CLOSED A TERM ON THE TRMCLS.DAT REGISTER,
      * COBLCRS0 REJECTS EVERY ORDINARY TRANSACTION AGAINST IT
      * AND THIS IS THE ONLY WAY ITS GRADES CHANGE. EACH
      * GRDCHG.DAT REQUEST NAMES THE COURSE RECORD, THE GRADE
      * BEING REPLACED, THE NEW GRADE, THE INSTRUCTOR, THE
      * REASON AND THE DEAN'S OFFICE APPROVAL CODE. A REQUEST
      * IS APPLIED ONLY WHEN THE TERM IS CLOSED, INSTRUCTOR,
      * REASON AND APPROVAL CODE ARE ALL PRESENT, THE NEW GRADE
      * IS ON THE SAME SCALE COBLCRS0 ACCEPTS, THE COURSE IS ON
      * CRSDTL.DAT AND ITS GRADE ON FILE IS STILL THE GRADE THE
      * REQUEST REPLACES - A REQUEST WRITTEN AGAINST A GRADE
      * THAT HAS SINCE CHANGED IS NOT APPLIED. REJECTED
      * REQUESTS ARE LISTED WITH THE REASON ON GRDEXC.PRT.
      * EVERY APPLIED CHANGE IS APPENDED TO THE GRDHIST.DAT
      * HISTORY BEFORE THE GRADE ITSELF IS REWRITTEN, AND IF
      * THAT HISTORY WRITE FAILS THE RUN STOPS WITH RETURN CODE
      * 8 SO NO GRADE CHANGES WITHOUT ITS HISTORY RECORD. THE
      * GRADE-CHANGE REGISTER GRDREG.PRT
      * LISTS THE WHOLE HISTORY - EVERY POST-CLOSE CHANGE EVER
      * APPLIED, THIS RUN'S MARKED WITH AN ASTERISK - SO THE
      * DEAN'S OFFICE REVIEWS THEM ALL IN ONE PLACE. STORED
      * GPAS PICK UP A CHANGED GRADE AT THE NEXT COBLGPA0 RUN.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REQUEST-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\GRDCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT COURSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT OPTIONAL CLOSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\TRMCLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\GRDHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\GRDREG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCEPTION-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\GRDEXC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 100 CHARACTERS.

       01 GC-REC.
         05 GC-KEY.
           10 GC-STUDENT.
             15 GC-TERM      PIC X(4).
             15 GC-CAMPUS    PIC X(3).
             15 GC-ID        PIC X(7).
           10 GC-COURSE      PIC X(6).
         05 GC-OLD-GRADE    PIC X(2).
         05 GC-NEW-GRADE    PIC X(2).
         05 GC-INSTRUCTOR   PIC X(20).
         05 GC-REASON       PIC X(40).
         05 GC-APPROVAL     PIC X(8).
         05 GC-REQ-DATE     PIC 9(8).

       FD  COURSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 CD-REC.
         05 CD-KEY.
           10 CD-STUDENT.
             15 CD-TERM     PIC X(4).
             15 CD-CAMPUS   PIC X(3).
             15 CD-ID       PIC X(7).
           10 CD-COURSE     PIC X(6).
         05 CD-CREDIT-HOURS PIC 99.
         05 CD-GRADE        PIC X(2).

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

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 114 CHARACTERS.

       01 GH-REC.
         05 GH-RUN-DATE     PIC 9(8).
         05 GH-RUN-TIME     PIC 9(6).
         05 GH-KEY.
           10 GH-TERM        PIC X(4).
           10 GH-CAMPUS      PIC X(3).
           10 GH-ID          PIC X(7).
           10 GH-COURSE      PIC X(6).
         05 GH-OLD-GRADE    PIC X(2).
         05 GH-NEW-GRADE    PIC X(2).
         05 GH-INSTRUCTOR   PIC X(20).
         05 GH-REASON       PIC X(40).
         05 GH-APPROVAL     PIC X(8).
         05 GH-REQ-DATE     PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       FD  EXCEPTION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE.

       01 EXCLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-REQ-STATUS   PIC XX      VALUE '00'.
         05 WS-COURSE-STATUS PIC XX     VALUE '00'.
         05 WS-CLOSE-STATUS PIC XX      VALUE '00'.
         05 WS-HIST-STATUS  PIC XX      VALUE '00'.
         05 GC-EOF-SW       PIC X       VALUE 'N'.
           88 GC-EOF                   VALUE 'Y'.
         05 TC-EOF-SW       PIC X       VALUE 'N'.
           88 TC-EOF                   VALUE 'Y'.
         05 GH-EOF-SW       PIC X       VALUE 'N'.
           88 GH-EOF                   VALUE 'Y'.
         05 WS-VALID-SW     PIC X       VALUE 'Y'.
           88 VALID-REQUEST            VALUE 'Y'.
           88 INVALID-REQUEST          VALUE 'N'.
         05 WS-CLOSED-SW    PIC X       VALUE 'N'.
           88 TERM-CLOSED              VALUE 'Y'.
         05 WS-GRADE-CHK    PIC XX      VALUE SPACES.
           88 VALID-GRADE              VALUE 'A ' 'A-' 'B+' 'B '
                                             'B-' 'C+' 'C ' 'C-'
                                             'D+' 'D ' 'D-' 'F '.
         05 WS-REJECT-REASON PIC X(30)  VALUE SPACES.
         05 WS-CLS-SUB      PIC 999     COMP VALUE 0.
         05 WS-READ-CTR     PIC 9(5)    VALUE 0.
         05 WS-APPLY-CTR    PIC 9(5)    VALUE 0.
         05 WS-REJ-CTR      PIC 9(5)    VALUE 0.
         05 WS-HIST-CTR     PIC 9(5)    VALUE 0.

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

       01 CLOSED-TERM-TABLE.
         05 CL-MAX          PIC 999     COMP VALUE 100.
         05 CL-CTR          PIC 999     COMP VALUE 0.
         05 CL-TERM         PIC X(4)    OCCURS 100 TIMES.

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'POST-CLOSE GRADE-CHANGE REGISTER'.
           05  FILLER          PIC X(52)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'APPLIED'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'TERM'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE 'CMP'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE 'COURSE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'GRADE'.
           05  FILLER          PIC X(20)   VALUE 'INSTRUCTOR'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(40)   VALUE 'REASON'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE 'APPROVAL'.
           05  FILLER          PIC X(14)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-NEW-FLAG     PIC X.
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-RUN-DATE     PIC 9(8).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-TERM         PIC X(4).
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-CAMPUS       PIC X(3).
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-ID           PIC X(7).
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-COURSE       PIC X(6).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-OLD-GRADE    PIC XX.
           05  FILLER          PIC X(4)    VALUE ' TO '.
           05  RD-NEW-GRADE    PIC XX.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-REASON       PIC X(40).
           05  FILLER          PIC X       VALUE SPACE.
           05  RD-APPROVAL     PIC X(8).
           05  FILLER          PIC X(14)   VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(18)
               VALUE 'CHANGES THIS RUN: '.
           05  RT-APPLY-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(21)
               VALUE 'CHANGES ON REGISTER: '.
           05  RT-HIST-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(66)   VALUE SPACES.

       01  EXC-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'GRADE-CHANGE REQUESTS REJECTED'.
           05  FILLER          PIC X(52)   VALUE SPACES.

       01  EXC-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'TERM'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE 'CMP'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE 'COURSE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'OLD'.
           05  FILLER          PIC X(4)    VALUE 'NEW'.
           05  FILLER          PIC X(10)   VALUE 'APPROVAL'.
           05  FILLER          PIC X(30)   VALUE 'REJECT REASON'.
           05  FILLER          PIC X(57)   VALUE SPACES.

       01  EXC-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RX-TERM         PIC X(4).
           05  FILLER          PIC X       VALUE SPACE.
           05  RX-CAMPUS       PIC X(3).
           05  FILLER          PIC X       VALUE SPACE.
           05  RX-ID           PIC X(7).
           05  FILLER          PIC X       VALUE SPACE.
           05  RX-COURSE       PIC X(6).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RX-OLD-GRADE    PIC XX.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RX-NEW-GRADE    PIC XX.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RX-APPROVAL     PIC X(8).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RX-REASON       PIC X(30).
           05  FILLER          PIC X(57)   VALUE SPACES.

       01  EXC-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'REQUESTS READ: '.
           05  RX-READ-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'APPLIED: '.
           05  RX-APPLY-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  RX-REJ-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-REQUEST
               UNTIL GC-EOF.
           PERFORM 3000-PRINT-REGISTER.
           PERFORM 3500-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GRDCHG.DAT, STATUS='
                   WS-REQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRSDTL.DAT, STATUS='
                   WS-COURSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
                   AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING GRDHIST.DAT FOR APPEND, STATUS='
                   WS-HIST-STATUS
               DISPLAY 'NO GRADE CHANGES APPLIED - RERUN WHEN FIXED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-CLOSED-TERMS.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCEPTION-FILE.

           WRITE EXCLINE FROM EXC-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE EXCLINE FROM EXC-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ-REQUEST.

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

       2000-PROCESS-REQUEST.
           PERFORM 2100-EDIT-REQUEST.
           IF VALID-REQUEST
               PERFORM 2300-LOG-CHANGE
               PERFORM 2200-APPLY-CHANGE
           END-IF.
           IF VALID-REQUEST
               ADD 1 TO WS-APPLY-CTR
           ELSE
               ADD 1 TO WS-REJ-CTR
               PERFORM 2400-LOG-REJECT
           END-IF.
           PERFORM 9000-READ-REQUEST.

       2100-EDIT-REQUEST.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 2110-CHECK-CLOSED-TERM.
           IF NOT TERM-CLOSED
               MOVE 'N' TO WS-VALID-SW
               MOVE 'TERM NOT CLOSED - USE COBLCRS0'
                   TO WS-REJECT-REASON
           END-IF.
           IF VALID-REQUEST AND GC-INSTRUCTOR = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO INSTRUCTOR ON REQUEST' TO WS-REJECT-REASON
           END-IF.
           IF VALID-REQUEST AND GC-REASON = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO REASON ON REQUEST' TO WS-REJECT-REASON
           END-IF.
           IF VALID-REQUEST AND GC-APPROVAL = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO APPROVAL CODE ON REQUEST' TO WS-REJECT-REASON
           END-IF.
           IF VALID-REQUEST
               MOVE GC-NEW-GRADE TO WS-GRADE-CHK
               IF NOT VALID-GRADE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID NEW GRADE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF VALID-REQUEST
               MOVE GC-KEY TO CD-KEY
               READ COURSE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'COURSE NOT ON CRSDTL.DAT'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF VALID-REQUEST AND CD-GRADE NOT = GC-OLD-GRADE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'OLD GRADE DIFFERS FROM FILE' TO WS-REJECT-REASON
           END-IF.
           IF VALID-REQUEST AND CD-GRADE = GC-NEW-GRADE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NEW GRADE SAME AS ON FILE' TO WS-REJECT-REASON
           END-IF.

       2110-CHECK-CLOSED-TERM.
           MOVE 'N' TO WS-CLOSED-SW.
           MOVE 0 TO WS-CLS-SUB.
           PERFORM UNTIL WS-CLS-SUB NOT < CL-CTR
               ADD 1 TO WS-CLS-SUB
               IF CL-TERM (WS-CLS-SUB) = GC-TERM
                   MOVE 'Y' TO WS-CLOSED-SW
                   MOVE CL-CTR TO WS-CLS-SUB
               END-IF
           END-PERFORM.

       2200-APPLY-CHANGE.
           MOVE GC-NEW-GRADE TO CD-GRADE.
           REWRITE CD-REC
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   DISPLAY 'GRDHIST.DAT ENTRY FOR ' GC-KEY
                       ' WAS WRITTEN BUT THE GRADE WAS NOT CHANGED'
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       2300-LOG-CHANGE.
           MOVE RS-DATE TO GH-RUN-DATE.
           MOVE RS-TIME TO GH-RUN-TIME.
           MOVE GC-KEY TO GH-KEY.
           MOVE GC-OLD-GRADE TO GH-OLD-GRADE.
           MOVE GC-NEW-GRADE TO GH-NEW-GRADE.
           MOVE GC-INSTRUCTOR TO GH-INSTRUCTOR.
           MOVE GC-REASON TO GH-REASON.
           MOVE GC-APPROVAL TO GH-APPROVAL.
           IF GC-REQ-DATE IS NUMERIC
               MOVE GC-REQ-DATE TO GH-REQ-DATE
           ELSE
               MOVE 0 TO GH-REQ-DATE
           END-IF.
           WRITE GH-REC.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GRDHIST.DAT, KEY=' GH-KEY
                   ' STATUS=' WS-HIST-STATUS
               DISPLAY 'RUN STOPPED - NO FURTHER GRADE CHANGES APPLIED'
               MOVE 8 TO RETURN-CODE
               CLOSE REQUEST-FILE
               CLOSE COURSE-FILE
               CLOSE HISTORY-FILE
               CLOSE PRTOUT
               CLOSE EXCEPTION-FILE
               STOP RUN
           END-IF.

       2400-LOG-REJECT.
           MOVE GC-TERM TO RX-TERM.
           MOVE GC-CAMPUS TO RX-CAMPUS.
           MOVE GC-ID TO RX-ID.
           MOVE GC-COURSE TO RX-COURSE.
           MOVE GC-OLD-GRADE TO RX-OLD-GRADE.
           MOVE GC-NEW-GRADE TO RX-NEW-GRADE.
           MOVE GC-APPROVAL TO RX-APPROVAL.
           MOVE WS-REJECT-REASON TO RX-REASON.
           WRITE EXCLINE FROM EXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3000-PRINT-REGISTER.
           CLOSE HISTORY-FILE.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM 3100-PRINT-ONE-CHANGE
                   UNTIL GH-EOF
           END-IF.
           CLOSE HISTORY-FILE.

           MOVE WS-APPLY-CTR TO RT-APPLY-CTR.
           MOVE WS-HIST-CTR TO RT-HIST-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3100-PRINT-ONE-CHANGE.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO GH-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HIST-CTR
                   IF GH-RUN-DATE = RS-DATE
                           AND GH-RUN-TIME = RS-TIME
                       MOVE '*' TO RD-NEW-FLAG
                   ELSE
                       MOVE SPACE TO RD-NEW-FLAG
                   END-IF
                   MOVE GH-RUN-DATE TO RD-RUN-DATE
                   MOVE GH-TERM TO RD-TERM
                   MOVE GH-CAMPUS TO RD-CAMPUS
                   MOVE GH-ID TO RD-ID
                   MOVE GH-COURSE TO RD-COURSE
                   MOVE GH-OLD-GRADE TO RD-OLD-GRADE
                   MOVE GH-NEW-GRADE TO RD-NEW-GRADE
                   MOVE GH-INSTRUCTOR TO RD-INSTRUCTOR
                   MOVE GH-REASON TO RD-REASON
                   MOVE GH-APPROVAL TO RD-APPROVAL
                   WRITE PRTLINE FROM RPT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
           END-READ.

       3500-CLOSING.
           MOVE WS-READ-CTR TO RX-READ-CTR.
           MOVE WS-APPLY-CTR TO RX-APPLY-CTR.
           MOVE WS-REJ-CTR TO RX-REJ-CTR.
           WRITE EXCLINE FROM EXC-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE REQUEST-FILE.
           CLOSE COURSE-FILE.
           CLOSE PRTOUT.
           CLOSE EXCEPTION-FILE.

       9000-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO GC-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
           END-READ.
