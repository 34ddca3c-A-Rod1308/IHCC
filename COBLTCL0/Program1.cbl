       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLTCL0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * TERM CLOSE WITH GRADE LOCK. THE TERM TO CLOSE IS GIVEN
      * ON TCLPARM.DAT. THE TERM MUST BE ON REFTBL.DAT AND ITS
      * END DATE MUST HAVE PASSED, AND IT MUST NOT ALREADY BE
      * CLOSED - OTHERWISE NOTHING IS CLOSED, TCLRPT.PRT SAYS
      * WHY AND THE RUN ENDS WITH RETURN-CODE 8. AN ACCEPTED
      * TERM GETS A CLOSING SNAPSHOT OF EVERY CRSDTL.DAT GRADE
      * IN THE TERM ON TCLRPT.PRT, CAMPUS BY CAMPUS, EACH
      * CAMPUS ENDING WITH ITS RECORD COUNT, CREDIT HOURS AND
      * GRADE DISTRIBUTION, AND A GRAND TOTAL FOR THE TERM.
      * THE TERM IS THEN ADDED TO THE TRMCLS.DAT CLOSED-TERM
      * REGISTER WITH THE CLOSE DATE AND TIME; IF THE REGISTER
      * CANNOT BE UPDATED, TCLRPT.PRT SAYS THE TERM WAS NOT
      * CLOSED AND THE RUN ENDS WITH RETURN-CODE 8. FROM THEN ON
      * COBLCRS0 REJECTS ORDINARY ADD, CHANGE AND DELETE
      * TRANSACTIONS AGAINST THE TERM, AND ITS GRADES CAN ONLY
      * BE CHANGED THROUGH AN APPROVED GRADE-CHANGE REQUEST
      * APPLIED BY COBLGCH0, WHICH LOGS EVERY LATE CHANGE ON
      * THE GRADE-CHANGE REGISTER.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\TCLPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL CLOSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\TRMCLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT COURSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\TCLRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 PARM-REC.
         05 PARM-TERM       PIC X(4).

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

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 I-REC.
         05 I-KEY.
           10 I-TERM       PIC X(4).
           10 I-CAMPUS     PIC X(3).
           10 I-ID         PIC X(7).
         05 I-NAME.
           10 I-LNAME      PIC X(15).
           10 I-FNAME      PIC X(15).
           10 I-INIT       PIC X.
         05 I-GPA          PIC 9V99.
         05 I-START-SALARY PIC 9(6)V99.
         05 I-STATUS       PIC X.
         05 I-STAT-DATE    PIC 9(8).

       FD  REF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RF-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 RF-REC.
         05 RF-TYPE         PIC X.
           88 RF-TERM-TYPE            VALUE 'T'.
           88 RF-CAMPUS-TYPE          VALUE 'C'.
         05 RF-CODE         PIC X(4).
         05 RF-DATA         PIC X(25).

       01 RF-TERM-REC REDEFINES RF-REC.
         05 FILLER          PIC X(5).
         05 RF-START-DATE   PIC 9(8).
         05 RF-END-DATE     PIC 9(8).
         05 FILLER          PIC X(9).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 WS-CLOSE-STATUS PIC XX      VALUE '00'.
         05 WS-COURSE-STATUS PIC XX     VALUE '00'.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 TC-EOF-SW       PIC X       VALUE 'N'.
           88 TC-EOF                   VALUE 'Y'.
         05 CD-EOF-SW       PIC X       VALUE 'N'.
           88 CD-EOF                   VALUE 'Y'.
         05 WS-CLOSE-OK-SW  PIC X       VALUE 'Y'.
           88 CLOSE-ACCEPTED           VALUE 'Y'.
           88 CLOSE-REFUSED            VALUE 'N'.
         05 WS-TERM-FOUND-SW PIC X      VALUE 'N'.
           88 TERM-ON-TABLE            VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-CLOSE-TERM   PIC X(4)    VALUE SPACES.
         05 WS-CHK-TERM     PIC X(4)    VALUE SPACES.
         05 WS-TERM-END     PIC 9(8)    VALUE 0.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-HOLD-CAMPUS  PIC X(3)    VALUE SPACES.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.
         05 WS-GRADE-SUB    PIC 9       COMP VALUE 0.

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

       01 TERM-TABLE.
         05 TM-MAX          PIC 999     COMP VALUE 100.
         05 TM-CTR          PIC 999     COMP VALUE 0.
         05 TM-ENTRY        OCCURS 100 TIMES.
           10 TM-CODE       PIC X(4).
           10 TM-END-DATE   PIC 9(8).

       01 CAMPUS-TABLE.
         05 CA-MAX          PIC 999     COMP VALUE 100.
         05 CA-CTR          PIC 999     COMP VALUE 0.
         05 CA-ENTRY        OCCURS 100 TIMES.
           10 CA-CODE       PIC X(3).
           10 CA-NAME       PIC X(25).

       01 CAMPUS-TOTALS.
         05 CT-RECS         PIC 9(5)    VALUE 0.
         05 CT-HOURS        PIC 9(6)    VALUE 0.
         05 CT-GRADE        PIC 9(5)    OCCURS 6 TIMES.

       01 TERM-TOTALS.
         05 TT-RECS         PIC 9(5)    VALUE 0.
         05 TT-HOURS        PIC 9(6)    VALUE 0.
         05 TT-GRADE        PIC 9(5)    OCCURS 6 TIMES.

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'TERM CLOSE - CLOSING GRADE SNAPSHOT'.
           05  FILLER          PIC X(52)   VALUE SPACES.

       01  RPT-TERM-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  RH-TERM         PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'TERM ENDED: '.
           05  RH-END-DATE     PIC 9(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CLOSED: '.
           05  RH-CLOSE-DATE   PIC 9(8).
           05  FILLER          PIC X(75)   VALUE SPACES.

       01  RPT-CAMPUS-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAMPUS: '.
           05  RC-CAMPUS       PIC X(3).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RC-CAMPUS-NAME  PIC X(25).
           05  FILLER          PIC X(92)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'COURSE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CREDITS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'GRADE'.
           05  FILLER          PIC X(62)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-ID           PIC X(7).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-LNAME        PIC X(15).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-FNAME        PIC X(15).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-COURSE       PIC X(6).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-CREDIT       PIC Z9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-GRADE        PIC XX.
           05  FILLER          PIC X(65)   VALUE SPACES.

       01  RPT-DIST-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RX-LABEL        PIC X(20).
           05  FILLER          PIC X(9)    VALUE 'RECORDS: '.
           05  RX-RECS         PIC ZZ,ZZ9.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'HOURS: '.
           05  RX-HOURS        PIC ZZZ,ZZ9.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE 'A: '.
           05  RX-A            PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE 'B: '.
           05  RX-B            PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE 'C: '.
           05  RX-C            PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE 'D: '.
           05  RX-D            PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE 'F: '.
           05  RX-F            PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE 'OTHER: '.
           05  RX-OTHER        PIC ZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 1200-CHECK-TERM.
           IF CLOSE-ACCEPTED
               PERFORM 2000-SNAPSHOT
               PERFORM 3000-RECORD-CLOSE
           ELSE
               MOVE '*** TERM NOT CLOSED ***' TO RM-MSG
               PERFORM 9100-PRINT-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 3500-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TCLPARM.DAT, STATUS='
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'TCLPARM.DAT IS EMPTY - NO TERM TO CLOSE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PARM-TERM TO WS-CLOSE-TERM.
           CLOSE PARM-FILE.

           PERFORM 8000-LOAD-REF-TABLE.

           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRSDTL.DAT, STATUS='
                   WS-COURSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.

           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.

       1200-CHECK-TERM.
           MOVE WS-CLOSE-TERM TO WS-CHK-TERM.
           PERFORM 8100-FIND-TERM.
           MOVE WS-CLOSE-TERM TO RH-TERM.
           MOVE WS-TERM-END TO RH-END-DATE.
           MOVE RS-DATE TO RH-CLOSE-DATE.
           WRITE PRTLINE FROM RPT-TERM-LINE
               AFTER ADVANCING 2 LINES.

           IF NOT TERM-ON-TABLE
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 'TERM IS NOT ON REFTBL.DAT' TO RM-MSG
               PERFORM 9100-PRINT-MSG
           ELSE
               IF WS-TERM-END = 0
                   MOVE 'N' TO WS-CLOSE-OK-SW
                   MOVE 'TERM HAS NO END DATE ON REFTBL.DAT'
                       TO RM-MSG
                   PERFORM 9100-PRINT-MSG
               ELSE
                   IF WS-TERM-END NOT < RS-DATE
                       MOVE 'N' TO WS-CLOSE-OK-SW
                       MOVE 'TERM END DATE HAS NOT PASSED' TO RM-MSG
                       PERFORM 9100-PRINT-MSG
                   END-IF
               END-IF
           END-IF.

           IF CLOSE-ACCEPTED
               PERFORM 1300-CHECK-CLOSED
           END-IF.

       1300-CHECK-CLOSED.
           OPEN INPUT CLOSE-FILE.
           EVALUATE WS-CLOSE-STATUS
               WHEN '00'
                   PERFORM 1350-READ-ONE-CLOSED
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

       1350-READ-ONE-CLOSED.
           READ CLOSE-FILE
               AT END
                   MOVE 'Y' TO TC-EOF-SW
               NOT AT END
                   IF TC-TERM = WS-CLOSE-TERM
                       MOVE 'N' TO WS-CLOSE-OK-SW
                       MOVE 'Y' TO TC-EOF-SW
                       MOVE SPACES TO RM-MSG
                       STRING 'TERM ALREADY CLOSED ON '
                               DELIMITED BY SIZE
                              TC-CLOSE-DATE DELIMITED BY SIZE
                           INTO RM-MSG
                       PERFORM 9100-PRINT-MSG
                   END-IF
           END-READ.

       2000-SNAPSHOT.
           INITIALIZE TERM-TOTALS.
           MOVE WS-CLOSE-TERM TO CD-TERM.
           MOVE LOW-VALUES TO CD-CAMPUS.
           MOVE LOW-VALUES TO CD-ID.
           MOVE LOW-VALUES TO CD-COURSE.
           START COURSE-FILE KEY NOT < CD-KEY
               INVALID KEY
                   MOVE 'Y' TO CD-EOF-SW
           END-START.
           PERFORM 9000-READ-COURSE.
           IF CD-EOF
               MOVE 'NO COURSE DETAIL ON FILE FOR THE TERM' TO RM-MSG
               PERFORM 9100-PRINT-MSG
           ELSE
               PERFORM 2050-START-CAMPUS
               PERFORM 2100-ONE-COURSE
                   UNTIL CD-EOF
               PERFORM 2200-END-CAMPUS
           END-IF.

           MOVE 'TERM TOTAL' TO RX-LABEL.
           MOVE TT-RECS TO RX-RECS.
           MOVE TT-HOURS TO RX-HOURS.
           MOVE TT-GRADE (1) TO RX-A.
           MOVE TT-GRADE (2) TO RX-B.
           MOVE TT-GRADE (3) TO RX-C.
           MOVE TT-GRADE (4) TO RX-D.
           MOVE TT-GRADE (5) TO RX-F.
           MOVE TT-GRADE (6) TO RX-OTHER.
           WRITE PRTLINE FROM RPT-DIST-LINE
               AFTER ADVANCING 3 LINES.

       2050-START-CAMPUS.
           INITIALIZE CAMPUS-TOTALS.
           MOVE CD-CAMPUS TO WS-HOLD-CAMPUS.
           MOVE CD-CAMPUS TO RC-CAMPUS.
           MOVE CD-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           MOVE WS-CAMP-NAME TO RC-CAMPUS-NAME.
           WRITE PRTLINE FROM RPT-CAMPUS-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

       2100-ONE-COURSE.
           IF CD-CAMPUS NOT = WS-HOLD-CAMPUS
               PERFORM 2200-END-CAMPUS
               PERFORM 2050-START-CAMPUS
           END-IF.
           PERFORM 2300-TALLY-GRADE.
           PERFORM 2400-PRINT-DETAIL.
           PERFORM 9000-READ-COURSE.

       2200-END-CAMPUS.
           MOVE 'CAMPUS TOTAL' TO RX-LABEL.
           MOVE CT-RECS TO RX-RECS.
           MOVE CT-HOURS TO RX-HOURS.
           MOVE CT-GRADE (1) TO RX-A.
           MOVE CT-GRADE (2) TO RX-B.
           MOVE CT-GRADE (3) TO RX-C.
           MOVE CT-GRADE (4) TO RX-D.
           MOVE CT-GRADE (5) TO RX-F.
           MOVE CT-GRADE (6) TO RX-OTHER.
           WRITE PRTLINE FROM RPT-DIST-LINE
               AFTER ADVANCING 2 LINES.

       2300-TALLY-GRADE.
           EVALUATE CD-GRADE (1:1)
               WHEN 'A'
                   MOVE 1 TO WS-GRADE-SUB
               WHEN 'B'
                   MOVE 2 TO WS-GRADE-SUB
               WHEN 'C'
                   MOVE 3 TO WS-GRADE-SUB
               WHEN 'D'
                   MOVE 4 TO WS-GRADE-SUB
               WHEN 'F'
                   MOVE 5 TO WS-GRADE-SUB
               WHEN OTHER
                   MOVE 6 TO WS-GRADE-SUB
           END-EVALUATE.
           ADD 1 TO CT-RECS.
           ADD 1 TO TT-RECS.
           ADD 1 TO CT-GRADE (WS-GRADE-SUB).
           ADD 1 TO TT-GRADE (WS-GRADE-SUB).
           IF CD-CREDIT-HOURS IS NUMERIC
               ADD CD-CREDIT-HOURS TO CT-HOURS
               ADD CD-CREDIT-HOURS TO TT-HOURS
           END-IF.

       2400-PRINT-DETAIL.
           MOVE CD-STUDENT TO I-KEY.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO I-LNAME
                   MOVE SPACES TO I-FNAME
           END-READ.
           MOVE CD-ID TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE CD-COURSE TO RD-COURSE.
           IF CD-CREDIT-HOURS IS NUMERIC
               MOVE CD-CREDIT-HOURS TO RD-CREDIT
           ELSE
               MOVE 0 TO RD-CREDIT
           END-IF.
           MOVE CD-GRADE TO RD-GRADE.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3000-RECORD-CLOSE.
           OPEN EXTEND CLOSE-FILE.
           IF WS-CLOSE-STATUS NOT = '00'
                   AND WS-CLOSE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING TRMCLS.DAT FOR APPEND, STATUS='
                   WS-CLOSE-STATUS
               MOVE '*** TRMCLS.DAT NOT UPDATED - TERM NOT CLOSED ***'
                   TO RM-MSG
               PERFORM 9100-PRINT-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO TC-REC
               MOVE WS-CLOSE-TERM TO TC-TERM
               MOVE WS-TERM-END TO TC-END-DATE
               MOVE RS-DATE TO TC-CLOSE-DATE
               MOVE RS-TIME TO TC-CLOSE-TIME
               WRITE TC-REC
               IF WS-CLOSE-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING TRMCLS.DAT, STATUS='
                       WS-CLOSE-STATUS
                   MOVE
                     '*** TRMCLS.DAT NOT UPDATED - TERM NOT CLOSED ***'
                       TO RM-MSG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO RM-MSG
                   STRING 'TERM ' DELIMITED BY SIZE
                          WS-CLOSE-TERM DELIMITED BY SIZE
                          ' CLOSED - GRADES LOCKED' DELIMITED BY SIZE
                       INTO RM-MSG
               END-IF
               CLOSE CLOSE-FILE
               PERFORM 9100-PRINT-MSG
           END-IF.

       3500-CLOSING.
           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.

       8000-LOAD-REF-TABLE.
           OPEN INPUT REF-FILE.
           IF WS-REF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFTBL.DAT, STATUS='
                   WS-REF-STATUS
               DISPLAY 'RUN COBLREF0 TO BUILD THE REFERENCE TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8050-LOAD-ONE-REF
               UNTIL RF-EOF.
           CLOSE REF-FILE.

       8050-LOAD-ONE-REF.
           READ REF-FILE
               AT END
                   MOVE 'Y' TO RF-EOF-SW
               NOT AT END
                   IF RF-TERM-TYPE AND TM-CTR < TM-MAX
                       ADD 1 TO TM-CTR
                       MOVE RF-CODE TO TM-CODE (TM-CTR)
                       IF RF-END-DATE IS NUMERIC
                           MOVE RF-END-DATE TO TM-END-DATE (TM-CTR)
                       ELSE
                           MOVE 0 TO TM-END-DATE (TM-CTR)
                       END-IF
                   END-IF
                   IF RF-CAMPUS-TYPE AND CA-CTR < CA-MAX
                       ADD 1 TO CA-CTR
                       MOVE RF-CODE (1:3) TO CA-CODE (CA-CTR)
                       MOVE RF-DATA TO CA-NAME (CA-CTR)
                   END-IF
           END-READ.

       8100-FIND-TERM.
           MOVE 'N' TO WS-TERM-FOUND-SW.
           MOVE 0 TO WS-TERM-END.
           MOVE 0 TO WS-REF-SUB.
           PERFORM UNTIL WS-REF-SUB NOT < TM-CTR
               ADD 1 TO WS-REF-SUB
               IF TM-CODE (WS-REF-SUB) = WS-CHK-TERM
                   MOVE 'Y' TO WS-TERM-FOUND-SW
                   MOVE TM-END-DATE (WS-REF-SUB) TO WS-TERM-END
                   MOVE TM-CTR TO WS-REF-SUB
               END-IF
           END-PERFORM.

       8200-FIND-CAMPUS.
           MOVE 'N' TO WS-CAMP-FOUND-SW.
           MOVE WS-CHK-CAMPUS TO WS-CAMP-NAME.
           MOVE 0 TO WS-REF-SUB.
           PERFORM UNTIL WS-REF-SUB NOT < CA-CTR
               ADD 1 TO WS-REF-SUB
               IF CA-CODE (WS-REF-SUB) = WS-CHK-CAMPUS
                   MOVE 'Y' TO WS-CAMP-FOUND-SW
                   MOVE CA-NAME (WS-REF-SUB) TO WS-CAMP-NAME
                   MOVE CA-CTR TO WS-REF-SUB
               END-IF
           END-PERFORM.

       9000-READ-COURSE.
           IF NOT CD-EOF
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO CD-EOF-SW
                   NOT AT END
                       IF CD-TERM NOT = WS-CLOSE-TERM
                           MOVE 'Y' TO CD-EOF-SW
                       END-IF
               END-READ
           END-IF.

       9100-PRINT-MSG.
           WRITE PRTLINE FROM RPT-MSG-LINE
               AFTER ADVANCING 1 LINE.
