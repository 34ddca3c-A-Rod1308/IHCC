       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLVFY0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * CROSS-FILE REFERENTIAL INTEGRITY AND MASTER HEALTH
      * CHECK. THE RUN READS THE STUDENT MASTER, CRSDTL.DAT,
      * PLACEMNT.DAT, REFTBL.DAT AND BCHREG.DAT AND LISTS
      * EVERY PROBLEM FOUND ACROSS THEM ON VFYRPT.PRT:
      *   - COURSE DETAIL WHOSE STUDENT KEY IS NOT ON THE
      *     MASTER (ERROR) AND PLACEMENTS WHOSE STUDENT ID IS
      *     NOT ON THE MASTER UNDER ANY TERM (WARNING).
      *   - MASTER RECORDS WHOSE TERM OR CAMPUS IS NO LONGER
      *     ON REFTBL.DAT (ERROR).
      *   - NON-NUMERIC GPA, STARTING SALARY, STATUS DATE OR
      *     PLACEMENT SALARY, AND A GPA OVER 4.00 (ERROR).
      *   - STATUS AND STATUS-DATE COMBINATIONS THAT MAKE NO
      *     SENSE: A STATUS OTHER THAN E, W, G OR L OR A G WITH
      *     NO STATUS DATE (ERROR); A W OR L WITH NO STATUS
      *     DATE, A STATUS DATE THAT IS NOT A CALENDAR DATE, OR
      *     AN E DATED AFTER ITS TERM ENDS ON REFTBL.DAT
      *     (WARNING).
      *   - BATCHES RELEASED ON BCHREG.DAT BUT STILL NOT
      *     APPLIED BY COBLMNT0 AFTER THE REGISTER AGE (WARNING).
      * OPTIONAL VFYPARM.DAT NAMES THE MASTER TO CHECK - N FOR
      * THE NEW STDNTMS2.DAT WAITING FOR COBLPRM0 (THE
      * DEFAULT, AS THE STEP RUNS BETWEEN COBLMNT0 AND COBLPRM0
      * IN THE NIGHTLY CHAIN) OR L FOR THE LIVE STDNTMST.DAT -
      * AND THE REGISTER AGE IN DAYS (DEFAULT 3). THE RUN ENDS
      * WITH RETURN-CODE 0 WHEN CLEAN, 4 WHEN THERE ARE ONLY
      * WARNINGS AND 8 ON ANY ERROR, SO THE OPERATOR'S STREAM
      * STOPS BEFORE COBLPRM0 PROMOTES A DAMAGED MASTER.
      * PLACEMENTS ARE LOOKED UP ON THE MASTER BY STUDENT ID
      * THROUGH THE I-ID ALTERNATE INDEX.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT NEW-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDNTMS2.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS N-KEY
               ALTERNATE RECORD KEY IS N-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS N-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT COURSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT PLACEMENT-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\PLACEMNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-ID
               FILE STATUS IS WS-PLACE-STATUS.

           SELECT OPTIONAL BATCH-REGISTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\BCHREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\VFYPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\VFYRPT.PRT'
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

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS N-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 N-REC.
         05 N-KEY.
           10 N-TERM       PIC X(4).
           10 N-CAMPUS     PIC X(3).
           10 N-ID         PIC X(7).
         05 N-NAME.
           10 N-LNAME      PIC X(15).
           10 N-FNAME      PIC X(15).
           10 N-INIT       PIC X.
         05 N-GPA          PIC 9V99.
         05 N-START-SALARY PIC 9(6)V99.
         05 N-STATUS       PIC X.
         05 N-STAT-DATE    PIC 9(8).

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
         05 CD-GRADE        PIC XX.

       FD  PLACEMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 PL-REC.
         05 PL-ID           PIC X(7).
         05 PL-EMPLOYER     PIC X(25).
         05 PL-DATE         PIC X(8).
         05 PL-ACT-SALARY   PIC 9(6)V99.
         05 PL-ACT-SALARY-X REDEFINES PL-ACT-SALARY
                            PIC X(8).

       FD  BATCH-REGISTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-REC
           RECORD CONTAINS 22 CHARACTERS.

       01 BR-REC.
         05 BR-BATCH-NO     PIC X(6).
         05 BR-REL-DATE     PIC 9(8).
         05 BR-APP-DATE     PIC 9(8).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 PARM-REC.
         05 PARM-MASTER     PIC X.
         05 PARM-REG-DAYS   PIC 999.

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
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-NEW-STATUS   PIC XX      VALUE '00'.
         05 WS-COURSE-STATUS PIC XX     VALUE '00'.
         05 WS-PLACE-STATUS PIC XX      VALUE '00'.
         05 WS-REG-STATUS   PIC XX      VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 MS-EOF-SW       PIC X       VALUE 'N'.
           88 MS-EOF                   VALUE 'Y'.
         05 CD-EOF-SW       PIC X       VALUE 'N'.
           88 CD-EOF                   VALUE 'Y'.
         05 PL-EOF-SW       PIC X       VALUE 'N'.
           88 PL-EOF                   VALUE 'Y'.
         05 WS-PL-FOUND-SW  PIC X       VALUE 'N'.
           88 PLACEMENT-ON-MASTER      VALUE 'Y'.
         05 BR-EOF-SW       PIC X       VALUE 'N'.
           88 BR-EOF                   VALUE 'Y'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 WS-MASTER-SW    PIC X       VALUE 'N'.
           88 CHECK-NEW-MASTER         VALUE 'N'.
           88 CHECK-LIVE-MASTER        VALUE 'L'.
         05 WS-MASTER-NAME  PIC X(12)   VALUE SPACES.
         05 WS-REG-DAYS     PIC 999     VALUE 3.
         05 WS-REG-AGE      PIC S9(7)   VALUE 0.
         05 WS-REG-AGE-ED   PIC ZZZZ9.
         05 WS-TERM-FOUND-SW PIC X      VALUE 'N'.
           88 TERM-ON-TABLE            VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-CHK-TERM     PIC X(4)    VALUE SPACES.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-TERM-END     PIC 9(8)    VALUE 0.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.
         05 WS-FILE-SUB     PIC 9       VALUE 0.
         05 WS-PR-SEVERITY  PIC X       VALUE SPACE.
           88 PR-ERROR                 VALUE 'E'.
           88 PR-WARNING               VALUE 'W'.
         05 WS-PR-KEY       PIC X(20)   VALUE SPACES.
         05 WS-PR-PROBLEM   PIC X(40)   VALUE SPACES.
         05 WS-PR-VALUE     PIC X(22)   VALUE SPACES.
         05 WS-ERROR-CTR    PIC 9(7)    VALUE 0.
         05 WS-WARNING-CTR  PIC 9(7)    VALUE 0.

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

       01 FILE-COUNT-TABLE.
         05 FC-MAX          PIC 9       VALUE 4.
         05 FC-ENTRY        OCCURS 4 TIMES.
           10 FC-NAME       PIC X(12).
           10 FC-READ       PIC 9(7).
           10 FC-ERRORS     PIC 9(7).
           10 FC-WARNINGS   PIC 9(7).

       01 MASTER-HOLD.
         05 MH-KEY.
           10 MH-TERM       PIC X(4).
           10 MH-CAMPUS     PIC X(3).
           10 MH-ID         PIC X(7).
         05 MH-NAME.
           10 MH-LNAME      PIC X(15).
           10 MH-FNAME      PIC X(15).
           10 MH-INIT       PIC X.
         05 MH-GPA          PIC 9V99.
         05 MH-GPA-X REDEFINES MH-GPA
                            PIC X(3).
         05 MH-START-SALARY PIC 9(6)V99.
         05 MH-START-SALARY-X REDEFINES MH-START-SALARY
                            PIC X(8).
         05 MH-STATUS       PIC X.
         05 MH-STAT-DATE    PIC 9(8).
         05 MH-STAT-DATE-X REDEFINES MH-STAT-DATE
                            PIC X(8).

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(25)   VALUE SPACES.
           05  FILLER          PIC X(44)
               VALUE 'CROSS-FILE INTEGRITY AND MASTER HEALTH CHECK'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'MASTER: '.
           05  RH-MASTER       PIC X(12).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'RUN DATE: '.
           05  RH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(17)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'FILE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'KEY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'SEVERITY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(40)   VALUE 'PROBLEM'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'VALUE FOUND'.
           05  FILLER          PIC X(22)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-FILE         PIC X(12).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-KEY          PIC X(20).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-SEVERITY     PIC X(8).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-PROBLEM      PIC X(40).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-VALUE        PIC X(22).
           05  FILLER          PIC X(20)   VALUE SPACES.

       01  RPT-FILE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RX-FILE         PIC X(12).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'READ: '.
           05  RX-READ         PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'ERRORS: '.
           05  RX-ERRORS       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'WARNINGS: '.
           05  RX-WARNINGS     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(55)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-MASTER-MERGE
               UNTIL MH-KEY = HIGH-VALUES
                 AND CD-STUDENT = HIGH-VALUES.
           PERFORM 2500-CHECK-PLACEMENTS.
           PERFORM 2700-CHECK-REGISTER.
           PERFORM 3000-CLOSING.
           IF WS-ERROR-CTR > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-CTR > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-MASTER = 'L'
                           MOVE 'L' TO WS-MASTER-SW
                       END-IF
                       IF PARM-REG-DAYS IS NUMERIC
                               AND PARM-REG-DAYS > 0
                           MOVE PARM-REG-DAYS TO WS-REG-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE PARM-FILE.

           PERFORM 8000-LOAD-REF-TABLE.

           IF CHECK-LIVE-MASTER
               MOVE 'STDNTMST.DAT' TO WS-MASTER-NAME
               OPEN INPUT STUDENT-MASTER
               IF WS-STUDENT-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                       WS-STUDENT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'STDNTMS2.DAT' TO WS-MASTER-NAME
               OPEN INPUT NEW-MASTER
               IF WS-NEW-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STDNTMS2.DAT, STATUS='
                       WS-NEW-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRSDTL.DAT, STATUS='
                   WS-COURSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.

           INITIALIZE FC-ENTRY (1) FC-ENTRY (2)
                      FC-ENTRY (3) FC-ENTRY (4).
           MOVE WS-MASTER-NAME TO FC-NAME (1).
           MOVE 'CRSDTL.DAT' TO FC-NAME (2).
           MOVE 'PLACEMNT.DAT' TO FC-NAME (3).
           MOVE 'BCHREG.DAT' TO FC-NAME (4).

           MOVE WS-MASTER-NAME TO RH-MASTER.
           MOVE RS-DATE TO RH-RUN-DATE.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9000-READ-MASTER.
           PERFORM 9100-READ-COURSE.

       2000-MASTER-MERGE.
           EVALUATE TRUE
               WHEN MH-KEY < CD-STUDENT
                   PERFORM 2100-CHECK-MASTER
                   PERFORM 9000-READ-MASTER
               WHEN CD-STUDENT < MH-KEY
                   MOVE 2 TO WS-FILE-SUB
                   MOVE CD-KEY TO WS-PR-KEY
                   MOVE 'E' TO WS-PR-SEVERITY
                   MOVE 'STUDENT KEY NOT ON MASTER' TO WS-PR-PROBLEM
                   MOVE CD-COURSE TO WS-PR-VALUE
                   PERFORM 8500-LOG-PROBLEM
                   PERFORM 9100-READ-COURSE
               WHEN OTHER
                   PERFORM 9100-READ-COURSE
           END-EVALUATE.

       2100-CHECK-MASTER.
           MOVE 1 TO WS-FILE-SUB.
           MOVE MH-KEY TO WS-PR-KEY.

           MOVE MH-TERM TO WS-CHK-TERM.
           PERFORM 8100-FIND-TERM.
           IF NOT TERM-ON-TABLE
               MOVE 'E' TO WS-PR-SEVERITY
               MOVE 'TERM NOT ON REFTBL.DAT' TO WS-PR-PROBLEM
               MOVE MH-TERM TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           END-IF.
           MOVE MH-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           IF NOT CAMPUS-ON-TABLE
               MOVE 'E' TO WS-PR-SEVERITY
               MOVE 'CAMPUS NOT ON REFTBL.DAT' TO WS-PR-PROBLEM
               MOVE MH-CAMPUS TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           END-IF.

           IF MH-GPA IS NOT NUMERIC
               MOVE 'E' TO WS-PR-SEVERITY
               MOVE 'GPA NOT NUMERIC' TO WS-PR-PROBLEM
               MOVE MH-GPA-X TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           ELSE
               IF MH-GPA > 4.00
                   MOVE 'E' TO WS-PR-SEVERITY
                   MOVE 'GPA OVER 4.00' TO WS-PR-PROBLEM
                   MOVE MH-GPA-X TO WS-PR-VALUE
                   PERFORM 8500-LOG-PROBLEM
               END-IF
           END-IF.
           IF MH-START-SALARY IS NOT NUMERIC
               MOVE 'E' TO WS-PR-SEVERITY
               MOVE 'STARTING SALARY NOT NUMERIC' TO WS-PR-PROBLEM
               MOVE MH-START-SALARY-X TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           END-IF.

           IF MH-STAT-DATE IS NOT NUMERIC
               MOVE 'E' TO WS-PR-SEVERITY
               MOVE 'STATUS DATE NOT NUMERIC' TO WS-PR-PROBLEM
               MOVE MH-STAT-DATE-X TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           ELSE
               PERFORM 2200-CHECK-STATUS
           END-IF.

       2200-CHECK-STATUS.
           IF MH-STAT-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD (MH-STAT-DATE) NOT = 0
                   MOVE 'W' TO WS-PR-SEVERITY
                   MOVE 'STATUS DATE NOT A CALENDAR DATE'
                       TO WS-PR-PROBLEM
                   MOVE MH-STAT-DATE-X TO WS-PR-VALUE
                   PERFORM 8500-LOG-PROBLEM
               END-IF
           END-IF.
           MOVE SPACES TO WS-PR-VALUE.
           STRING 'STATUS ' DELIMITED BY SIZE
                  MH-STATUS DELIMITED BY SIZE
                  ' DATE ' DELIMITED BY SIZE
                  MH-STAT-DATE-X DELIMITED BY SIZE
               INTO WS-PR-VALUE.
           EVALUATE MH-STATUS
               WHEN 'G'
                   IF MH-STAT-DATE = 0
                       MOVE 'E' TO WS-PR-SEVERITY
                       MOVE 'GRADUATED WITH NO STATUS DATE'
                           TO WS-PR-PROBLEM
                       PERFORM 8500-LOG-PROBLEM
                   END-IF
               WHEN 'W'
               WHEN 'L'
                   IF MH-STAT-DATE = 0
                       MOVE 'W' TO WS-PR-SEVERITY
                       MOVE 'WITHDRAWAL OR LEAVE WITH NO STATUS DATE'
                           TO WS-PR-PROBLEM
                       PERFORM 8500-LOG-PROBLEM
                   END-IF
               WHEN 'E'
               WHEN SPACE
                   IF TERM-ON-TABLE AND WS-TERM-END > 0
                           AND MH-STAT-DATE > WS-TERM-END
                       MOVE 'W' TO WS-PR-SEVERITY
                       MOVE 'ENROLLED, DATED AFTER THE TERM ENDS'
                           TO WS-PR-PROBLEM
                       PERFORM 8500-LOG-PROBLEM
                   END-IF
               WHEN OTHER
                   MOVE 'E' TO WS-PR-SEVERITY
                   MOVE 'STATUS CODE NOT E, W, G OR L'
                       TO WS-PR-PROBLEM
                   PERFORM 8500-LOG-PROBLEM
           END-EVALUATE.

       2500-CHECK-PLACEMENTS.
           OPEN INPUT PLACEMENT-FILE.
           IF WS-PLACE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PLACEMNT.DAT, STATUS='
                   WS-PLACE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 3 TO WS-FILE-SUB.
           PERFORM 9200-READ-PLACEMENT.
           PERFORM 2600-CHECK-ONE-PLACEMENT
               UNTIL PL-ID = HIGH-VALUES.
           CLOSE PLACEMENT-FILE.

       2600-CHECK-ONE-PLACEMENT.
           PERFORM 2620-FIND-MASTER-ID.
           IF NOT PLACEMENT-ON-MASTER
               MOVE PL-ID TO WS-PR-KEY
               MOVE 'W' TO WS-PR-SEVERITY
               MOVE 'STUDENT ID NOT ON MASTER' TO WS-PR-PROBLEM
               MOVE PL-EMPLOYER TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           END-IF.
           PERFORM 2650-CHECK-PLACEMENT.
           PERFORM 9200-READ-PLACEMENT.

       2620-FIND-MASTER-ID.
           MOVE 'Y' TO WS-PL-FOUND-SW.
           IF CHECK-LIVE-MASTER
               MOVE PL-ID TO I-ID
               START STUDENT-MASTER KEY = I-ID
                   INVALID KEY
                       MOVE 'N' TO WS-PL-FOUND-SW
               END-START
           ELSE
               MOVE PL-ID TO N-ID
               START NEW-MASTER KEY = N-ID
                   INVALID KEY
                       MOVE 'N' TO WS-PL-FOUND-SW
               END-START
           END-IF.

       2650-CHECK-PLACEMENT.
           IF PL-ACT-SALARY IS NOT NUMERIC
               MOVE PL-ID TO WS-PR-KEY
               MOVE 'E' TO WS-PR-SEVERITY
               MOVE 'PLACEMENT SALARY NOT NUMERIC' TO WS-PR-PROBLEM
               MOVE PL-ACT-SALARY-X TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           END-IF.

       2700-CHECK-REGISTER.
           MOVE 4 TO WS-FILE-SUB.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REG-STATUS = '00'
               PERFORM 2750-CHECK-ONE-BATCH
                   UNTIL BR-EOF
           END-IF.
           CLOSE BATCH-REGISTER.

       2750-CHECK-ONE-BATCH.
           READ BATCH-REGISTER
               AT END
                   MOVE 'Y' TO BR-EOF-SW
               NOT AT END
                   ADD 1 TO FC-READ (4)
                   MOVE BR-BATCH-NO TO WS-PR-KEY
                   IF BR-REL-DATE IS NOT NUMERIC
                           OR BR-APP-DATE IS NOT NUMERIC
                       MOVE 'W' TO WS-PR-SEVERITY
                       MOVE 'REGISTER DATES NOT NUMERIC'
                           TO WS-PR-PROBLEM
                       MOVE BR-REC (7:16) TO WS-PR-VALUE
                       PERFORM 8500-LOG-PROBLEM
                   ELSE
                       IF BR-APP-DATE = 0
                               AND BR-REL-DATE > 0
                           PERFORM 2800-AGE-BATCH
                       END-IF
                   END-IF
           END-READ.

       2800-AGE-BATCH.
           IF FUNCTION TEST-DATE-YYYYMMDD (BR-REL-DATE) NOT = 0
               MOVE 'W' TO WS-PR-SEVERITY
               MOVE 'RELEASE DATE NOT A CALENDAR DATE'
                   TO WS-PR-PROBLEM
               MOVE BR-REC (7:8) TO WS-PR-VALUE
               PERFORM 8500-LOG-PROBLEM
           ELSE
               COMPUTE WS-REG-AGE =
                   FUNCTION INTEGER-OF-DATE (RS-DATE)
                 - FUNCTION INTEGER-OF-DATE (BR-REL-DATE)
               IF WS-REG-AGE > WS-REG-DAYS
                   MOVE WS-REG-AGE TO WS-REG-AGE-ED
                   MOVE 'W' TO WS-PR-SEVERITY
                   MOVE SPACES TO WS-PR-PROBLEM
                   STRING 'RELEASED BUT NOT APPLIED, DAYS:'
                               DELIMITED BY SIZE
                          WS-REG-AGE-ED DELIMITED BY SIZE
                       INTO WS-PR-PROBLEM
                   MOVE SPACES TO WS-PR-VALUE
                   STRING 'RELEASED ' DELIMITED BY SIZE
                          BR-REC (7:8) DELIMITED BY SIZE
                       INTO WS-PR-VALUE
                   PERFORM 8500-LOG-PROBLEM
               END-IF
           END-IF.

       3000-CLOSING.
           IF WS-ERROR-CTR = 0 AND WS-WARNING-CTR = 0
               MOVE 'NO PROBLEMS FOUND' TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 0 TO WS-FILE-SUB.
           PERFORM UNTIL WS-FILE-SUB NOT < FC-MAX
               ADD 1 TO WS-FILE-SUB
               MOVE FC-NAME (WS-FILE-SUB) TO RX-FILE
               MOVE FC-READ (WS-FILE-SUB) TO RX-READ
               MOVE FC-ERRORS (WS-FILE-SUB) TO RX-ERRORS
               MOVE FC-WARNINGS (WS-FILE-SUB) TO RX-WARNINGS
               IF WS-FILE-SUB = 1
                   WRITE PRTLINE FROM RPT-FILE-LINE
                       AFTER ADVANCING 3 LINES
               ELSE
                   WRITE PRTLINE FROM RPT-FILE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE 'TOTAL' TO RX-FILE.
           COMPUTE RX-READ = FC-READ (1) + FC-READ (2)
               + FC-READ (3) + FC-READ (4).
           MOVE WS-ERROR-CTR TO RX-ERRORS.
           MOVE WS-WARNING-CTR TO RX-WARNINGS.
           WRITE PRTLINE FROM RPT-FILE-LINE
               AFTER ADVANCING 2 LINES.

           EVALUATE TRUE
               WHEN WS-ERROR-CTR > 0
                   MOVE 'ERRORS FOUND - RETURN CODE 8 - DO NOT PROMOTE'
                       TO RM-MSG
               WHEN WS-WARNING-CTR > 0
                   MOVE 'WARNINGS ONLY - RETURN CODE 4' TO RM-MSG
               WHEN OTHER
                   MOVE 'ALL FILES CLEAN - RETURN CODE 0' TO RM-MSG
           END-EVALUATE.
           WRITE PRTLINE FROM RPT-MSG-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'COBLVFY0 ' RM-MSG.

           IF CHECK-LIVE-MASTER
               CLOSE STUDENT-MASTER
           ELSE
               CLOSE NEW-MASTER
           END-IF.
           CLOSE COURSE-FILE.
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

       8500-LOG-PROBLEM.
           MOVE FC-NAME (WS-FILE-SUB) TO RD-FILE.
           MOVE WS-PR-KEY TO RD-KEY.
           IF PR-ERROR
               MOVE 'ERROR' TO RD-SEVERITY
               ADD 1 TO WS-ERROR-CTR
               ADD 1 TO FC-ERRORS (WS-FILE-SUB)
           ELSE
               MOVE 'WARNING' TO RD-SEVERITY
               ADD 1 TO WS-WARNING-CTR
               ADD 1 TO FC-WARNINGS (WS-FILE-SUB)
           END-IF.
           MOVE WS-PR-PROBLEM TO RD-PROBLEM.
           MOVE WS-PR-VALUE TO RD-VALUE.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       9000-READ-MASTER.
           IF NOT MS-EOF
               IF CHECK-LIVE-MASTER
                   READ STUDENT-MASTER INTO MASTER-HOLD
                       AT END
                           MOVE 'Y' TO MS-EOF-SW
                   END-READ
               ELSE
                   READ NEW-MASTER INTO MASTER-HOLD
                       AT END
                           MOVE 'Y' TO MS-EOF-SW
                   END-READ
               END-IF
               IF MS-EOF
                   MOVE HIGH-VALUES TO MH-KEY
               ELSE
                   ADD 1 TO FC-READ (1)
               END-IF
           END-IF.

       9100-READ-COURSE.
           IF NOT CD-EOF
               READ COURSE-FILE
                   AT END
                       MOVE 'Y' TO CD-EOF-SW
                       MOVE HIGH-VALUES TO CD-STUDENT
                   NOT AT END
                       ADD 1 TO FC-READ (2)
               END-READ
           END-IF.

       9200-READ-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE 'Y' TO PL-EOF-SW
                   MOVE HIGH-VALUES TO PL-ID
               NOT AT END
                   ADD 1 TO FC-READ (3)
           END-READ.
