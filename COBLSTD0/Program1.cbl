       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSTD0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * END-OF-TERM ACADEMIC STANDING RUN FOR THE REGISTRAR AND
      * FINANCIAL AID. THE MASTER IS READ THROUGH THE I-ID
      * ALTERNATE INDEX, AS THE TREND REPORT DOES, AND ALL OF A
      * STUDENT'S RECORDS ARE HELD AND PUT IN TERM ORDER SO
      * EVERY TERM THE STUDENT IS ON FILE CAN BE JUDGED IN
      * ORDER. FOR EACH ID AND TERM
      * THE CRSDTL.DAT COURSES UNDER EVERY CAMPUS THE STUDENT
      * SITS AT ARE TOTALLED: ATTEMPTED HOURS ARE ALL CREDIT
      * HOURS TAKEN, AND THE TERM GPA IS QUALITY POINTS OVER
      * THE HOURS CARRYING A GRADE ON THE COBLGPA0 SCALE.
      * STDPARM.DAT GIVES THE TERM TO PRINT, THE MINIMUM
      * ATTEMPTED HOURS FOR A TERM TO BE JUDGED AND THE
      * MINIMUM TERM GPA (2.00 WHEN LEFT ZERO). THE RULES ARE:
      *   GS - TERM GPA AT OR ABOVE THE MINIMUM - GOOD STANDING,
      *        AND THE RUN OF LOW TERMS STARTS OVER.
      *   W1 - FIRST TERM BELOW THE MINIMUM - WARNING.
      *   P2 - SECOND CONSECUTIVE TERM BELOW - PROBATION.
      *   S3 - THIRD (OR LATER) CONSECUTIVE TERM BELOW -
      *        SUSPENSION.
      *   NH - FEWER ATTEMPTED HOURS THAN THE MINIMUM, OR NO
      *        HOURS CARRYING A GRADE ON THE SCALE (ALL IN
      *        PROGRESS, WITHDRAWN OR UNGRADED) - THE
      *        TERM IS NOT JUDGED, THE PRIOR STANDING IS CARRIED
      *        AND THE RUN OF LOW TERMS IS NEITHER BROKEN NOR
      *        EXTENDED.
      * CONSECUTIVE MEANS CONSECUTIVE JUDGED TERMS ON FILE FOR
      * THE ID. EVERY MASTER RECORD GETS ITS STANDING WRITTEN TO
      * STANDING.DAT, KEYED LIKE I-KEY AND REBUILT IN FULL EACH
      * RUN SO A RERUN GIVES THE SAME ANSWER. STDRPT.PRT LISTS
      * THE PARM TERM'S STANDING BY CAMPUS WITH CAMPUS NAMES
      * FROM REFTBL.DAT AND A COUNT OF EACH STANDING.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STANDING.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STANDING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 ST-REC.
         05 ST-KEY.
           10 ST-TERM       PIC X(4).
           10 ST-CAMPUS     PIC X(3).
           10 ST-ID         PIC X(7).
         05 ST-STANDING     PIC X.
           88 ST-GOOD                  VALUE 'G'.
           88 ST-WARNING               VALUE 'W'.
           88 ST-PROBATION             VALUE 'P'.
           88 ST-SUSPENSION            VALUE 'S'.
         05 ST-RULE         PIC X(2).
         05 ST-TERM-GPA     PIC 9V99.
         05 ST-ATT-HOURS    PIC 9(3).
         05 ST-LOW-TERMS    PIC 99.
         05 ST-RUN-DATE     PIC 9(8).
         05 FILLER          PIC X(7).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 9 CHARACTERS.

       01 PARM-REC.
         05 PARM-TERM        PIC X(4).
         05 PARM-MIN-HOURS   PIC 99.
         05 PARM-MIN-GPA     PIC 9V99.

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-COURSE-STATUS  PIC XX    VALUE '00'.
         05 WS-STANDING-STATUS PIC XX   VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 MST-EOF-SW      PIC X       VALUE 'N'.
           88 MST-EOF                  VALUE 'Y'.
         05 WS-PLACED-SW    PIC X       VALUE 'N'.
           88 ENTRY-PLACED             VALUE 'Y'.
         05 CD-EOF-SW       PIC X       VALUE 'N'.
           88 CD-EOF                   VALUE 'Y'.
         05 ST-EOF-SW       PIC X       VALUE 'N'.
           88 ST-EOF                   VALUE 'Y'.
         05 WS-RPT-TERM     PIC X(4)    VALUE SPACES.
         05 WS-MIN-HOURS    PIC 99      VALUE 0.
         05 WS-MIN-GPA      PIC 9V99    VALUE 2.00.
         05 WS-HOLD-ID      PIC X(7)    VALUE SPACES.
         05 WS-HOLD-TERM    PIC X(4)    VALUE SPACES.
         05 WS-HOLD-CAMPUS  PIC X(3)    VALUE SPACES.
         05 WS-HOLD-STUDENT.
           10 WS-HS-TERM    PIC X(4)    VALUE SPACES.
           10 WS-HS-CAMPUS  PIC X(3)    VALUE SPACES.
           10 WS-HS-ID      PIC X(7)    VALUE SPACES.
         05 WS-NEW-ENTRY.
           10 WS-NE-TERM    PIC X(4)    VALUE SPACES.
           10 WS-NE-CAMPUS  PIC X(3)    VALUE SPACES.
         05 WS-TRM-SUB      PIC 999     COMP VALUE 0.
         05 WS-TRM-POS      PIC 999     COMP VALUE 0.
         05 WS-CURR-STANDING PIC X      VALUE 'G'.
         05 WS-CURR-RULE    PIC X(2)    VALUE SPACES.
         05 WS-LOW-CTR      PIC 99      VALUE 0.
         05 WS-GRADE-POINTS PIC 9V99    VALUE 0.
         05 WS-GRADE-OK-SW  PIC X       VALUE 'Y'.
           88 GRADE-OK                 VALUE 'Y'.
           88 GRADE-BAD                VALUE 'N'.
         05 WS-QUAL-POINTS  PIC 9(5)V99 VALUE 0.
         05 WS-GPA-HOURS    PIC 9(4)    VALUE 0.
         05 WS-ATT-HOURS    PIC 9(4)    VALUE 0.
         05 WS-TERM-GPA     PIC 9V99    VALUE 0.
         05 WS-GRP-CTR      PIC 99      COMP VALUE 0.
         05 WS-GRP-SUB      PIC 99      COMP VALUE 0.
         05 WS-STD-CTR      PIC 9(5)    VALUE 0.
         05 WS-LIST-CTR     PIC 9(5)    VALUE 0.
         05 WS-CMP-GOOD     PIC 9(5)    VALUE 0.
         05 WS-CMP-WARN     PIC 9(5)    VALUE 0.
         05 WS-CMP-PROB     PIC 9(5)    VALUE 0.
         05 WS-CMP-SUSP     PIC 9(5)    VALUE 0.
         05 WS-GRD-GOOD     PIC 9(5)    VALUE 0.
         05 WS-GRD-WARN     PIC 9(5)    VALUE 0.
         05 WS-GRD-PROB     PIC 9(5)    VALUE 0.
         05 WS-GRD-SUSP     PIC 9(5)    VALUE 0.
         05 WS-STANDING-WORD PIC X(11)  VALUE SPACES.
         05 WS-RULE-TEXT    PIC X(32)   VALUE SPACES.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.

       01 CAMPUS-TABLE.
         05 CA-MAX          PIC 999     COMP VALUE 100.
         05 CA-CTR          PIC 999     COMP VALUE 0.
         05 CA-ENTRY        OCCURS 100 TIMES.
           10 CA-CODE       PIC X(3).
           10 CA-NAME       PIC X(25).

       01 GROUP-TABLE.
         05 GP-MAX          PIC 99      COMP VALUE 20.
         05 GP-ENTRY        OCCURS 20 TIMES.
           10 GP-CAMPUS     PIC X(3).

       01 ID-TERM-TABLE.
         05 IT-MAX          PIC 999     COMP VALUE 100.
         05 IT-CTR          PIC 999     COMP VALUE 0.
         05 IT-ENTRY        OCCURS 100 TIMES.
           10 IT-TERM       PIC X(4).
           10 IT-CAMPUS     PIC X(3).

       01 HOLD-REC.
         05 H-KEY.
           10 H-TERM        PIC X(4).
           10 H-CAMPUS      PIC X(3).
           10 H-ID          PIC X(7).
         05 H-NAME.
           10 H-LNAME       PIC X(15).
           10 H-FNAME       PIC X(15).
           10 H-INIT        PIC X.
         05 H-GPA           PIC 9V99.
         05 H-START-SALARY  PIC 9(6)V99.
         05 H-STATUS        PIC X.
         05 H-STAT-DATE     PIC 9(8).

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE 'ACADEMIC STANDING ROSTER'.
           05  FILLER          PIC X(60)   VALUE SPACES.

       01  RPT-PARM-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  RP-TERM         PIC X(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(19)   VALUE 'MINIMUM ATTEMPTED: '.
           05  RP-MIN-HOURS    PIC Z9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'MINIMUM GPA: '.
           05  RP-MIN-GPA      PIC 9.99.
           05  FILLER          PIC X(69)   VALUE SPACES.

       01  RPT-CAMPUS-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAMPUS: '.
           05  RC-CAMPUS       PIC X(3).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RC-CAMPUS-NAME  PIC X(25).
           05  FILLER          PIC X(92)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'ATTEMPTED'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'TERM GPA'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'STANDING'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'RULE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(32)   VALUE 'REASON'.
           05  FILLER          PIC X(15)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-ID           PIC X(7).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-LNAME        PIC X(15).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-FNAME        PIC X(15).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-ATT-HOURS    PIC ZZ9.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  RD-TERM-GPA     PIC 9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-STANDING     PIC X(11).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-RULE         PIC X(2).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-REASON       PIC X(32).
           05  FILLER          PIC X(15)   VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RC-LABEL        PIC X(14).
           05  FILLER          PIC X(6)    VALUE 'GOOD: '.
           05  RC-GOOD         PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'WARNING: '.
           05  RC-WARN         PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'PROBATION: '.
           05  RC-PROB         PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SUSPENSION: '.
           05  RC-SUSP         PIC ZZ,ZZ9.
           05  FILLER          PIC X(40)   VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(31)
               VALUE 'STANDING RECORDS WRITTEN: '.
           05  RT-STD-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(23)
               VALUE 'STUDENTS ON ROSTER: '.
           05  RT-LIST-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(56)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MST-EOF.
           PERFORM 3000-PRINT-ROSTER.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STDPARM.DAT, STATUS='
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'STDPARM.DAT IS EMPTY - NO TERM TO REPORT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PARM-TERM TO WS-RPT-TERM.
           IF PARM-MIN-HOURS IS NUMERIC
               MOVE PARM-MIN-HOURS TO WS-MIN-HOURS
           END-IF.
           IF PARM-MIN-GPA IS NUMERIC AND PARM-MIN-GPA > 0
               MOVE PARM-MIN-GPA TO WS-MIN-GPA
           END-IF.
           CLOSE PARM-FILE.

           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO I-ID.
           START STUDENT-MASTER KEY NOT < I-ID
               INVALID KEY
                   MOVE 'Y' TO MST-EOF-SW
           END-START.

           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRSDTL.DAT, STATUS='
                   WS-COURSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STANDING.DAT, STATUS='
                   WS-STANDING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.
           PERFORM 8000-LOAD-REF-TABLE.

           PERFORM 9000-READ-MASTER.

       2000-MAINLINE.
           MOVE H-ID TO WS-HOLD-ID.
           MOVE 'G' TO WS-CURR-STANDING.
           MOVE 0 TO WS-LOW-CTR.
           MOVE 0 TO IT-CTR.
           PERFORM 2010-HOLD-ENTRY
               UNTIL MST-EOF
                  OR H-ID NOT = WS-HOLD-ID.

           MOVE SPACES TO WS-HOLD-TERM.
           MOVE 0 TO WS-GRP-CTR.
           MOVE 0 TO WS-TRM-SUB.
           PERFORM 2050-NEXT-ENTRY
               UNTIL WS-TRM-SUB NOT < IT-CTR.
           IF WS-GRP-CTR > 0
               PERFORM 2400-JUDGE-TERM
           END-IF.

       2010-HOLD-ENTRY.
           IF IT-CTR < IT-MAX
               MOVE H-TERM TO WS-NE-TERM
               MOVE H-CAMPUS TO WS-NE-CAMPUS
               ADD 1 TO IT-CTR
               MOVE IT-CTR TO WS-TRM-POS
               MOVE 'N' TO WS-PLACED-SW
               PERFORM UNTIL ENTRY-PLACED
                   IF WS-TRM-POS = 1
                       MOVE 'Y' TO WS-PLACED-SW
                   ELSE
                       IF IT-ENTRY (WS-TRM-POS - 1) NOT > WS-NEW-ENTRY
                           MOVE 'Y' TO WS-PLACED-SW
                       ELSE
                           MOVE IT-ENTRY (WS-TRM-POS - 1)
                               TO IT-ENTRY (WS-TRM-POS)
                           SUBTRACT 1 FROM WS-TRM-POS
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-NEW-ENTRY TO IT-ENTRY (WS-TRM-POS)
           ELSE
               DISPLAY 'MORE THAN 100 RECORDS FOR ID ' H-ID
                   ' - TERM ' H-TERM ' CAMPUS ' H-CAMPUS
                   ' NOT JUDGED'
           END-IF.
           PERFORM 9000-READ-MASTER.

       2050-NEXT-ENTRY.
           ADD 1 TO WS-TRM-SUB.
           IF IT-TERM (WS-TRM-SUB) NOT = WS-HOLD-TERM
               IF WS-GRP-CTR > 0
                   PERFORM 2400-JUDGE-TERM
               END-IF
               PERFORM 2060-START-TERM
           END-IF.
           PERFORM 2100-COLLECT-RECORD.

       2060-START-TERM.
           MOVE IT-TERM (WS-TRM-SUB) TO WS-HOLD-TERM.
           MOVE 0 TO WS-GRP-CTR.
           MOVE 0 TO WS-ATT-HOURS.
           MOVE 0 TO WS-GPA-HOURS.
           MOVE 0 TO WS-QUAL-POINTS.

       2100-COLLECT-RECORD.
           IF WS-GRP-CTR < GP-MAX
               ADD 1 TO WS-GRP-CTR
               MOVE IT-CAMPUS (WS-TRM-SUB) TO GP-CAMPUS (WS-GRP-CTR)
           ELSE
               DISPLAY 'MORE THAN 20 CAMPUSES FOR ID ' WS-HOLD-ID
                   ' TERM ' WS-HOLD-TERM ' - '
                   IT-CAMPUS (WS-TRM-SUB) ' NOT WRITTEN'
           END-IF.

           MOVE WS-HOLD-TERM TO WS-HS-TERM.
           MOVE IT-CAMPUS (WS-TRM-SUB) TO WS-HS-CAMPUS.
           MOVE WS-HOLD-ID TO WS-HS-ID.
           MOVE WS-HOLD-STUDENT TO CD-STUDENT.
           MOVE LOW-VALUES TO CD-COURSE.
           MOVE 'N' TO CD-EOF-SW.
           START COURSE-FILE KEY NOT < CD-KEY
               INVALID KEY
                   MOVE 'Y' TO CD-EOF-SW
           END-START.
           IF NOT CD-EOF
               PERFORM 9010-READ-COURSE
           END-IF.
           PERFORM 2150-ACCUM-COURSE
               UNTIL CD-EOF
                  OR CD-STUDENT NOT = WS-HOLD-STUDENT.

       2150-ACCUM-COURSE.
           ADD CD-CREDIT-HOURS TO WS-ATT-HOURS.
           PERFORM 2200-GRADE-POINTS.
           IF GRADE-OK
               COMPUTE WS-QUAL-POINTS = WS-QUAL-POINTS
                   + (WS-GRADE-POINTS * CD-CREDIT-HOURS)
               ADD CD-CREDIT-HOURS TO WS-GPA-HOURS
           END-IF.
           PERFORM 9010-READ-COURSE.

       2200-GRADE-POINTS.
           MOVE 'Y' TO WS-GRADE-OK-SW.
           EVALUATE CD-GRADE
               WHEN 'A '  MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'A-'  MOVE 3.67 TO WS-GRADE-POINTS
               WHEN 'B+'  MOVE 3.33 TO WS-GRADE-POINTS
               WHEN 'B '  MOVE 3.00 TO WS-GRADE-POINTS
               WHEN 'B-'  MOVE 2.67 TO WS-GRADE-POINTS
               WHEN 'C+'  MOVE 2.33 TO WS-GRADE-POINTS
               WHEN 'C '  MOVE 2.00 TO WS-GRADE-POINTS
               WHEN 'C-'  MOVE 1.67 TO WS-GRADE-POINTS
               WHEN 'D+'  MOVE 1.33 TO WS-GRADE-POINTS
               WHEN 'D '  MOVE 1.00 TO WS-GRADE-POINTS
               WHEN 'D-'  MOVE 0.67 TO WS-GRADE-POINTS
               WHEN 'F '  MOVE 0.00 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE 0.00 TO WS-GRADE-POINTS
                   MOVE 'N' TO WS-GRADE-OK-SW
           END-EVALUATE.

       2400-JUDGE-TERM.
           IF WS-GPA-HOURS > 0
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-QUAL-POINTS / WS-GPA-HOURS
           ELSE
               MOVE 0 TO WS-TERM-GPA
           END-IF.

           EVALUATE TRUE
               WHEN WS-GPA-HOURS = 0
                       OR WS-ATT-HOURS < WS-MIN-HOURS
                   MOVE 'NH' TO WS-CURR-RULE
               WHEN WS-TERM-GPA NOT < WS-MIN-GPA
                   MOVE 0 TO WS-LOW-CTR
                   MOVE 'G' TO WS-CURR-STANDING
                   MOVE 'GS' TO WS-CURR-RULE
               WHEN OTHER
                   IF WS-LOW-CTR < 99
                       ADD 1 TO WS-LOW-CTR
                   END-IF
                   EVALUATE WS-LOW-CTR
                       WHEN 1
                           MOVE 'W' TO WS-CURR-STANDING
                           MOVE 'W1' TO WS-CURR-RULE
                       WHEN 2
                           MOVE 'P' TO WS-CURR-STANDING
                           MOVE 'P2' TO WS-CURR-RULE
                       WHEN OTHER
                           MOVE 'S' TO WS-CURR-STANDING
                           MOVE 'S3' TO WS-CURR-RULE
                   END-EVALUATE
           END-EVALUATE.

           MOVE 0 TO WS-GRP-SUB.
           PERFORM 2450-WRITE-STANDING
               UNTIL WS-GRP-SUB NOT < WS-GRP-CTR.

       2450-WRITE-STANDING.
           ADD 1 TO WS-GRP-SUB.
           MOVE SPACES TO ST-REC.
           MOVE WS-HOLD-TERM TO ST-TERM.
           MOVE GP-CAMPUS (WS-GRP-SUB) TO ST-CAMPUS.
           MOVE WS-HOLD-ID TO ST-ID.
           MOVE WS-CURR-STANDING TO ST-STANDING.
           MOVE WS-CURR-RULE TO ST-RULE.
           MOVE WS-TERM-GPA TO ST-TERM-GPA.
           IF WS-ATT-HOURS > 999
               MOVE 999 TO ST-ATT-HOURS
           ELSE
               MOVE WS-ATT-HOURS TO ST-ATT-HOURS
           END-IF.
           MOVE WS-LOW-CTR TO ST-LOW-TERMS.
           MOVE RS-DATE TO ST-RUN-DATE.
           WRITE ST-REC
               INVALID KEY
                   DISPLAY 'DUPLICATE STANDING KEY ' ST-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-STD-CTR
           END-WRITE.

       3000-PRINT-ROSTER.
           CLOSE STANDING-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE COURSE-FILE.

           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STANDING.DAT, STATUS='
                   WS-STANDING-STATUS
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

           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-RPT-TERM TO RP-TERM.
           MOVE WS-MIN-HOURS TO RP-MIN-HOURS.
           MOVE WS-MIN-GPA TO RP-MIN-GPA.
           WRITE PRTLINE FROM RPT-PARM-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ST-KEY.
           MOVE WS-RPT-TERM TO ST-TERM.
           START STANDING-FILE KEY NOT < ST-KEY
               INVALID KEY
                   MOVE 'Y' TO ST-EOF-SW
           END-START.
           IF NOT ST-EOF
               PERFORM 9020-READ-STANDING
           END-IF.
           IF ST-EOF
               MOVE 'NO STUDENTS ON FILE FOR THE REQUESTED TERM'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE ST-CAMPUS TO WS-HOLD-CAMPUS
               PERFORM 3050-CAMPUS-HEADING
           END-IF.
           PERFORM 3100-ROSTER-LINE
               UNTIL ST-EOF.
           IF WS-LIST-CTR > 0
               PERFORM 3200-CAMPUS-BREAK
           END-IF.

       3050-CAMPUS-HEADING.
           MOVE WS-HOLD-CAMPUS TO RC-CAMPUS.
           MOVE WS-HOLD-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           MOVE WS-CAMP-NAME TO RC-CAMPUS-NAME.
           WRITE PRTLINE FROM RPT-CAMPUS-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

       3100-ROSTER-LINE.
           IF ST-CAMPUS NOT = WS-HOLD-CAMPUS
               PERFORM 3200-CAMPUS-BREAK
               MOVE ST-CAMPUS TO WS-HOLD-CAMPUS
               PERFORM 3050-CAMPUS-HEADING
           END-IF.
           ADD 1 TO WS-LIST-CTR.
           MOVE ST-KEY TO I-KEY.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO I-NAME
                   MOVE '(NOT ON MASTER)' TO I-LNAME
           END-READ.
           MOVE ST-ID TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE ST-ATT-HOURS TO RD-ATT-HOURS.
           MOVE ST-TERM-GPA TO RD-TERM-GPA.
           PERFORM 3300-STANDING-WORD.
           MOVE WS-STANDING-WORD TO RD-STANDING.
           MOVE ST-RULE TO RD-RULE.
           PERFORM 3400-RULE-TEXT.
           MOVE WS-RULE-TEXT TO RD-REASON.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN ST-WARNING
                   ADD 1 TO WS-CMP-WARN
               WHEN ST-PROBATION
                   ADD 1 TO WS-CMP-PROB
               WHEN ST-SUSPENSION
                   ADD 1 TO WS-CMP-SUSP
               WHEN OTHER
                   ADD 1 TO WS-CMP-GOOD
           END-EVALUATE.
           PERFORM 9020-READ-STANDING.

       3200-CAMPUS-BREAK.
           MOVE 'CAMPUS TOTAL  ' TO RC-LABEL.
           MOVE WS-CMP-GOOD TO RC-GOOD.
           MOVE WS-CMP-WARN TO RC-WARN.
           MOVE WS-CMP-PROB TO RC-PROB.
           MOVE WS-CMP-SUSP TO RC-SUSP.
           WRITE PRTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           ADD WS-CMP-GOOD TO WS-GRD-GOOD.
           ADD WS-CMP-WARN TO WS-GRD-WARN.
           ADD WS-CMP-PROB TO WS-GRD-PROB.
           ADD WS-CMP-SUSP TO WS-GRD-SUSP.
           MOVE 0 TO WS-CMP-GOOD.
           MOVE 0 TO WS-CMP-WARN.
           MOVE 0 TO WS-CMP-PROB.
           MOVE 0 TO WS-CMP-SUSP.

       3300-STANDING-WORD.
           EVALUATE TRUE
               WHEN ST-GOOD
                   MOVE 'GOOD' TO WS-STANDING-WORD
               WHEN ST-WARNING
                   MOVE 'WARNING' TO WS-STANDING-WORD
               WHEN ST-PROBATION
                   MOVE 'PROBATION' TO WS-STANDING-WORD
               WHEN ST-SUSPENSION
                   MOVE 'SUSPENSION' TO WS-STANDING-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STANDING-WORD
           END-EVALUATE.

       3400-RULE-TEXT.
           EVALUATE ST-RULE
               WHEN 'GS'
                   MOVE 'TERM GPA AT OR ABOVE MINIMUM'
                       TO WS-RULE-TEXT
               WHEN 'W1'
                   MOVE 'FIRST TERM BELOW MINIMUM GPA'
                       TO WS-RULE-TEXT
               WHEN 'P2'
                   MOVE 'SECOND CONSECUTIVE TERM BELOW'
                       TO WS-RULE-TEXT
               WHEN 'S3'
                   MOVE 'THIRD CONSECUTIVE TERM BELOW'
                       TO WS-RULE-TEXT
               WHEN 'NH'
                   MOVE 'UNDER MIN HOURS OR NONE GRADED'
                       TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RULE-TEXT
           END-EVALUATE.

       4000-CLOSING.
           MOVE 'TERM TOTAL    ' TO RC-LABEL.
           MOVE WS-GRD-GOOD TO RC-GOOD.
           MOVE WS-GRD-WARN TO RC-WARN.
           MOVE WS-GRD-PROB TO RC-PROB.
           MOVE WS-GRD-SUSP TO RC-SUSP.
           WRITE PRTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-STD-CTR TO RT-STD-CTR.
           MOVE WS-LIST-CTR TO RT-LIST-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE STANDING-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE PRTOUT.

       8000-LOAD-REF-TABLE.
           OPEN INPUT REF-FILE.
           IF WS-REF-STATUS = '00'
               PERFORM 8050-LOAD-ONE-REF
                   UNTIL RF-EOF
               CLOSE REF-FILE
           END-IF.

       8050-LOAD-ONE-REF.
           READ REF-FILE
               AT END
                   MOVE 'Y' TO RF-EOF-SW
               NOT AT END
                   IF RF-CAMPUS-TYPE AND CA-CTR < CA-MAX
                       ADD 1 TO CA-CTR
                       MOVE RF-CODE (1:3) TO CA-CODE (CA-CTR)
                       MOVE RF-DATA TO CA-NAME (CA-CTR)
                   END-IF
           END-READ.

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

       9010-READ-COURSE.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CD-EOF-SW
           END-READ.

       9020-READ-STANDING.
           READ STANDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ST-EOF-SW
           END-READ.
           IF NOT ST-EOF
               IF ST-TERM NOT = WS-RPT-TERM
                   MOVE 'Y' TO ST-EOF-SW
               END-IF
           END-IF.
