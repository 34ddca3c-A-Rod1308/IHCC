       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLLTR0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * STUDENT CORRESPONDENCE LETTERS. READS THE DAY'S
      * MNTAUDIT.DAT ENTRIES AND PRINTS A LETTER ON LETTERS.PRT
      * FOR EVERY W, G OR L STATUS EVENT COBLMNT0 APPLIED THAT
      * DAY - WITHDRAWAL CONFIRMATION, GRADUATION
      * CONGRATULATIONS, LEAVE-OF-ABSENCE TERMS - AND THEN A
      * DEAN'S LIST RECOGNITION LETTER FOR EVERY STUDENT ON THE
      * DEANLST.DAT EXTRACT WRITTEN BY COBLAR00 FOR THE
      * DEAN'S LIST TERM. THE STUDENT'S NAME COMES FROM
      * STDNTMST.DAT AND THE CAMPUS NAME FROM REFTBL.DAT; A
      * STUDENT NO LONGER ON THE MASTER GETS NO LETTER.
      * OPTIONAL LTRPARM.DAT GIVES THE LETTER DAY (DEFAULT
      * TODAY) AND THE DEAN'S LIST TERM (DEFAULT THE LAST TERM
      * ON REFTBL.DAT TO END ON OR BEFORE THE LETTER DAY, SO
      * GRADES ARE FINAL BEFORE RECOGNITION GOES OUT). THE
      * EVENT DATE OF A STATUS LETTER IS THE EFFECTIVE DATE OF
      * THE STATUS; OF A DEAN'S LIST LETTER, THE TERM END DATE.
      * EVERY LETTER PRINTED IS LOGGED ON LTRLOG.DAT, KEYED ON
      * STUDENT KEY, EVENT DATE AND LETTER TYPE, AND A LETTER
      * ALREADY ON THE LOG IS NOT PRINTED AGAIN, SO A RERUN OF
      * THE SAME DAY DOES NOT MAIL ANYONE TWICE. LTRRPT.PRT
      * LISTS EVERY EVENT WITH WHAT WAS DONE ABOUT IT AND
      * COUNTS THE LETTERS BY TYPE.
      * AN R (RETURN TO ENROLLED) EVENT AND ORDINARY CHANGES GET
      * NO LETTER.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL DEANS-LIST-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\DEANLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAN-STATUS.

           SELECT OPTIONAL LETTER-LOG
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\LTRLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\LTRPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\LETTERS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\LTRRPT.PRT'
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

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 166 CHARACTERS.

       01 AU-REC.
         05 AU-RUN-DATE     PIC 9(8).
         05 AU-RUN-TIME     PIC 9(6).
         05 AU-ACTION       PIC X(8).
         05 AU-KEY          PIC X(14).
         05 AU-BEFORE       PIC X(65).
         05 AU-AFTER        PIC X(65).

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

       FD  LETTER-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LL-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 LL-REC.
         05 LL-KEY.
           10 LL-STUDENT    PIC X(14).
           10 LL-EVENT-DATE PIC 9(8).
           10 LL-TYPE       PIC X.
         05 LL-SENT-DATE    PIC 9(8).
         05 LL-SENT-TIME    PIC 9(6).
         05 FILLER          PIC X(3).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 12 CHARACTERS.

       01 PARM-REC.
         05 PARM-LETTER-DATE PIC 9(8).
         05 PARM-DL-TERM    PIC X(4).

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

       FD  LETTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTERLINE.

       01 LETTERLINE       PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-AUDIT-STATUS PIC XX      VALUE '00'.
         05 WS-DEAN-STATUS  PIC XX      VALUE '00'.
         05 WS-LOG-STATUS   PIC XX      VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 AU-EOF-SW       PIC X       VALUE 'N'.
           88 AU-EOF                   VALUE 'Y'.
         05 DL-EOF-SW       PIC X       VALUE 'N'.
           88 DL-EOF                   VALUE 'Y'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 WS-ON-MASTER-SW PIC X       VALUE 'N'.
           88 ON-MASTER                VALUE 'Y'.
         05 WS-SENT-SW      PIC X       VALUE 'N'.
           88 ALREADY-SENT             VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.
         05 WS-LETTER-DATE  PIC 9(8)    VALUE 0.
         05 WS-DL-TERM      PIC X(4)    VALUE SPACES.
         05 WS-DL-END-DATE  PIC 9(8)    VALUE 0.
         05 WS-LT-KEY       PIC X(14)   VALUE SPACES.
         05 WS-LT-TYPE      PIC X       VALUE SPACE.
         05 WS-LT-EVENT-DATE PIC 9(8)   VALUE 0.
         05 WS-LT-GPA       PIC 9V99    VALUE 0.
         05 WS-TYPE-SUB     PIC 9       VALUE 0.
         05 WS-LINE-SUB     PIC 9       VALUE 0.
         05 WS-DISPOSITION  PIC X(30)   VALUE SPACES.
         05 WS-FULL-NAME    PIC X(40)   VALUE SPACES.
         05 WS-GPA-ED       PIC 9.99.

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

       01  WS-DATE-WORK.
         05 DW-YYYY         PIC 9(4).
         05 DW-MM           PIC 99.
         05 DW-DD           PIC 99.
       01  WS-DATE-NUM REDEFINES WS-DATE-WORK
                            PIC 9(8).

       01  WS-DATE-OUT.
         05 DO-MM           PIC 99.
         05 FILLER          PIC X       VALUE '/'.
         05 DO-DD           PIC 99.
         05 FILLER          PIC X       VALUE '/'.
         05 DO-YYYY         PIC 9(4).

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

       01 AU-IMAGE-AREA.
         05 IM-KEY.
           10 IM-TERM       PIC X(4).
           10 IM-CAMPUS     PIC X(3).
           10 IM-ID         PIC X(7).
         05 IM-NAME.
           10 IM-LNAME      PIC X(15).
           10 IM-FNAME      PIC X(15).
           10 IM-INIT       PIC X.
         05 IM-GPA          PIC 9V99.
         05 IM-START-SALARY PIC 9(6)V99.
         05 IM-STATUS       PIC X.
         05 IM-STAT-DATE    PIC 9(8).

       01 LETTER-TYPE-TABLE.
         05 LETTER-TYPE-VALUES.
           10 FILLER        PIC X(21)   VALUE 'WWITHDRAWAL'.
           10 FILLER        PIC X(40)
               VALUE 'RE: CONFIRMATION OF YOUR WITHDRAWAL'.
           10 FILLER        PIC X(21)   VALUE 'GGRADUATION'.
           10 FILLER        PIC X(40)
               VALUE 'RE: YOUR GRADUATION'.
           10 FILLER        PIC X(21)   VALUE 'LLEAVE OF ABSENCE'.
           10 FILLER        PIC X(40)
               VALUE 'RE: TERMS OF YOUR LEAVE OF ABSENCE'.
           10 FILLER        PIC X(21)   VALUE 'DDEAN''S LIST'.
           10 FILLER        PIC X(40)
               VALUE 'RE: DEAN''S LIST RECOGNITION'.
         05 LETTER-TYPES REDEFINES LETTER-TYPE-VALUES.
           10 LY-ENTRY      OCCURS 4 TIMES.
             15 LY-CODE     PIC X.
             15 LY-NAME     PIC X(20).
             15 LY-SUBJECT  PIC X(40).

       01 LETTER-COUNT-TABLE.
         05 LC-ENTRY        OCCURS 4 TIMES.
           10 LC-PRINTED    PIC 9(5).
           10 LC-SKIPPED    PIC 9(5).
           10 LC-REJECTED   PIC 9(5).

       01 LETTER-TEXT-TABLE.
         05 LETTER-TEXT-VALUES.
           10 FILLER        PIC X(56)   VALUE
             'THIS LETTER CONFIRMS THAT YOUR WITHDRAWAL FROM THE'.
           10 FILLER        PIC X(56)   VALUE
             'COLLEGE HAS BEEN RECORDED AS OF THE DATE SHOWN ABOVE.'.
           10 FILLER        PIC X(56)   VALUE
             'YOU ARE NO LONGER ENROLLED IN CLASSES FOR THE TERM, AND'.
           10 FILLER        PIC X(56)   VALUE
             'ANY TUITION ADJUSTMENT WILL APPEAR ON YOUR NEXT'.
           10 FILLER        PIC X(56)   VALUE
             'STATEMENT. IF YOU DID NOT REQUEST THIS WITHDRAWAL, OR'.
           10 FILLER        PIC X(56)   VALUE
             'WISH TO RETURN IN A LATER TERM, PLEASE CALL OUR OFFICE.'.
           10 FILLER        PIC X(56)   VALUE
             'CONGRATULATIONS ON COMPLETING YOUR PROGRAM OF STUDY.'.
           10 FILLER        PIC X(56)   VALUE
             'OUR RECORDS NOW SHOW YOU AS A GRADUATE OF THE COLLEGE'.
           10 FILLER        PIC X(56)   VALUE
             'AS OF THE DATE SHOWN ABOVE. YOUR FINAL TRANSCRIPT IS'.
           10 FILLER        PIC X(56)   VALUE
             'AVAILABLE FROM THIS OFFICE, AND CAREER SERVICES WILL'.
           10 FILLER        PIC X(56)   VALUE
             'BE GLAD TO HELP WITH YOUR JOB SEARCH. THE FACULTY AND'.
           10 FILLER        PIC X(56)   VALUE
             'STAFF WISH YOU EVERY SUCCESS IN THE YEARS AHEAD.'.
           10 FILLER        PIC X(56)   VALUE
             'YOUR LEAVE OF ABSENCE HAS BEEN RECORDED AS OF THE DATE'.
           10 FILLER        PIC X(56)   VALUE
             'SHOWN ABOVE. WHILE ON LEAVE YOU WILL NOT BE ENROLLED'.
           10 FILLER        PIC X(56)   VALUE
             'IN CLASSES OR BILLED FOR TUITION. A LEAVE MAY NOT RUN'.
           10 FILLER        PIC X(56)   VALUE
             'BEYOND TWO CONSECUTIVE TERMS. TO RETURN, NOTIFY THIS'.
           10 FILLER        PIC X(56)   VALUE
             'OFFICE IN WRITING BEFORE THE START OF THE TERM IN'.
           10 FILLER        PIC X(56)   VALUE
             'WHICH YOU PLAN TO RESUME YOUR STUDIES.'.
           10 FILLER        PIC X(56)   VALUE
             'CONGRATULATIONS! IN RECOGNITION OF YOUR OUTSTANDING'.
           10 FILLER        PIC X(56)   VALUE
             'ACADEMIC ACHIEVEMENT YOU HAVE BEEN NAMED TO THE'.
           10 FILLER        PIC X(56)   VALUE
             'DEAN''S LIST FOR THE TERM SHOWN ABOVE. THIS HONOR IS'.
           10 FILLER        PIC X(56)   VALUE
             'RESERVED FOR STUDENTS WHO EARN A GRADE POINT AVERAGE'.
           10 FILLER        PIC X(56)   VALUE
             'OF 3.50 OR HIGHER AND WILL BE NOTED ON YOUR TRANSCRIPT.'.
           10 FILLER        PIC X(56)   VALUE
             'WE ENCOURAGE YOU TO CONTINUE YOUR FINE WORK.'.
         05 LETTER-TEXT REDEFINES LETTER-TEXT-VALUES.
           10 LX-TYPE       OCCURS 4 TIMES.
             15 LX-LINE     OCCURS 6 TIMES
                            PIC X(56).

       01  LETTER-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  LT-TEXT         PIC X(70).
           05  FILLER          PIC X(52)   VALUE SPACES.

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(30)   VALUE SPACES.
           05  FILLER          PIC X(36)
               VALUE 'STUDENT CORRESPONDENCE CONTROL LIST'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'LETTER DAY: '.
           05  RH-LETTER-DATE  PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(19)   VALUE 'DEAN''S LIST TERM: '.
           05  RH-DL-TERM      PIC X(4).
           05  FILLER          PIC X(14)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'STUDENT KEY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE 'NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'LETTER'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'EVENT DATE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE 'DISPOSITION'.
           05  FILLER          PIC X(15)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-TERM         PIC X(4).
           05  FILLER          PIC X       VALUE SPACES.
           05  RD-CAMPUS       PIC X(3).
           05  FILLER          PIC X       VALUE SPACES.
           05  RD-ID           PIC X(7).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-LNAME        PIC X(15).
           05  FILLER          PIC X       VALUE SPACES.
           05  RD-FNAME        PIC X(15).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-TYPE         PIC X(20).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-EVENT-DATE   PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-DISPOSITION  PIC X(30).
           05  FILLER          PIC X(15)   VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RT-TYPE         PIC X(20).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'PRINTED: '.
           05  RT-PRINTED      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'ALREADY SENT: '.
           05  RT-SKIPPED      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'NOT PRINTED: '.
           05  RT-REJECTED     PIC ZZ,ZZ9.
           05  FILLER          PIC X(40)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-AUDIT-EVENT
               UNTIL AU-EOF.
           PERFORM 2500-DEANS-LIST.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           MOVE RS-DATE TO WS-LETTER-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-LETTER-DATE IS NUMERIC
                               AND PARM-LETTER-DATE > 0
                           MOVE PARM-LETTER-DATE TO WS-LETTER-DATE
                       END-IF
                       MOVE PARM-DL-TERM TO WS-DL-TERM
               END-READ
           END-IF.
           CLOSE PARM-FILE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-LETTER-DATE) NOT = 0
               DISPLAY 'LTRPARM.DAT LETTER DAY ' WS-LETTER-DATE
                   ' IS NOT A VALID DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 8000-LOAD-REF-TABLE.
           PERFORM 1100-FIND-DL-TERM.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LETTER-LOG.
           IF WS-LOG-STATUS NOT = '00'
                   AND WS-LOG-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING LTRLOG.DAT, STATUS='
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT PRTOUT.

           INITIALIZE LC-ENTRY (1) LC-ENTRY (2)
                      LC-ENTRY (3) LC-ENTRY (4).
           MOVE WS-LETTER-DATE TO RH-LETTER-DATE.
           MOVE WS-DL-TERM TO RH-DL-TERM.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9000-READ-AUDIT.

       1100-FIND-DL-TERM.
           MOVE 0 TO WS-DL-END-DATE.
           MOVE 0 TO WS-REF-SUB.
           IF WS-DL-TERM NOT = SPACES
               PERFORM UNTIL WS-REF-SUB NOT < TM-CTR
                   ADD 1 TO WS-REF-SUB
                   IF TM-CODE (WS-REF-SUB) = WS-DL-TERM
                       MOVE TM-END-DATE (WS-REF-SUB) TO WS-DL-END-DATE
                       MOVE TM-CTR TO WS-REF-SUB
                   END-IF
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-REF-SUB NOT < TM-CTR
                   ADD 1 TO WS-REF-SUB
                   IF TM-END-DATE (WS-REF-SUB) NOT > WS-LETTER-DATE
                           AND TM-END-DATE (WS-REF-SUB)
                               > WS-DL-END-DATE
                       MOVE TM-CODE (WS-REF-SUB) TO WS-DL-TERM
                       MOVE TM-END-DATE (WS-REF-SUB) TO WS-DL-END-DATE
                   END-IF
               END-PERFORM
           END-IF.

       2000-AUDIT-EVENT.
           IF AU-RUN-DATE IS NUMERIC
                   AND AU-RUN-DATE = WS-LETTER-DATE
                   AND AU-ACTION = 'STATUS'
               MOVE AU-AFTER TO AU-IMAGE-AREA
               IF IM-STATUS = 'W' OR IM-STATUS = 'G'
                       OR IM-STATUS = 'L'
                   MOVE AU-KEY TO WS-LT-KEY
                   MOVE IM-STATUS TO WS-LT-TYPE
                   MOVE IM-STAT-DATE TO WS-LT-EVENT-DATE
                   PERFORM 2200-PROCESS-LETTER
               END-IF
           END-IF.
           PERFORM 9000-READ-AUDIT.

       2200-PROCESS-LETTER.
           EVALUATE WS-LT-TYPE
               WHEN 'W' MOVE 1 TO WS-TYPE-SUB
               WHEN 'G' MOVE 2 TO WS-TYPE-SUB
               WHEN 'L' MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
           PERFORM 2300-CHECK-AND-PRINT.

       2300-CHECK-AND-PRINT.
           MOVE WS-LT-KEY TO I-KEY.
           MOVE 'Y' TO WS-ON-MASTER-SW.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-SW
           END-READ.
           IF NOT ON-MASTER
               MOVE WS-LT-KEY TO I-KEY
               MOVE SPACES TO I-NAME
               ADD 1 TO LC-REJECTED (WS-TYPE-SUB)
               MOVE 'NOT ON MASTER - NO LETTER' TO WS-DISPOSITION
           ELSE
               MOVE WS-LT-KEY TO LL-STUDENT
               MOVE WS-LT-EVENT-DATE TO LL-EVENT-DATE
               MOVE WS-LT-TYPE TO LL-TYPE
               MOVE 'Y' TO WS-SENT-SW
               READ LETTER-LOG
                   INVALID KEY
                       MOVE 'N' TO WS-SENT-SW
               END-READ
               IF ALREADY-SENT
                   ADD 1 TO LC-SKIPPED (WS-TYPE-SUB)
                   MOVE SPACES TO WS-DISPOSITION
                   STRING 'ALREADY SENT ON ' DELIMITED BY SIZE
                          LL-SENT-DATE DELIMITED BY SIZE
                       INTO WS-DISPOSITION
               ELSE
                   PERFORM 2400-PRINT-LETTER
                   PERFORM 2450-LOG-LETTER
               END-IF
           END-IF.
           PERFORM 2600-LIST-EVENT.

       2400-PRINT-LETTER.
           MOVE I-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           MOVE SPACES TO WS-FULL-NAME.
           IF I-INIT = SPACE
               STRING I-FNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      I-LNAME DELIMITED BY '  '
                   INTO WS-FULL-NAME
           ELSE
               STRING I-FNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      I-INIT DELIMITED BY SIZE
                      '. ' DELIMITED BY SIZE
                      I-LNAME DELIMITED BY '  '
                   INTO WS-FULL-NAME
           END-IF.

           MOVE WS-CAMP-NAME TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING PAGE.
           MOVE 'OFFICE OF THE REGISTRAR' TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-LETTER-DATE TO WS-DATE-NUM.
           PERFORM 8300-FORMAT-DATE.
           MOVE WS-DATE-OUT TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-FULL-NAME TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO LT-TEXT.
           STRING 'STUDENT ID: ' DELIMITED BY SIZE
                  I-ID DELIMITED BY SIZE
                  '   TERM: ' DELIMITED BY SIZE
                  I-TERM DELIMITED BY SIZE
                  '   CAMPUS: ' DELIMITED BY SIZE
                  I-CAMPUS DELIMITED BY SIZE
               INTO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE LY-SUBJECT (WS-TYPE-SUB) TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LT-TEXT.
           STRING 'DEAR ' DELIMITED BY SIZE
                  I-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  I-LNAME DELIMITED BY '  '
                  ':' DELIMITED BY SIZE
               INTO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE LX-LINE (WS-TYPE-SUB, 1) TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 1 TO WS-LINE-SUB.
           PERFORM UNTIL WS-LINE-SUB NOT < 6
               ADD 1 TO WS-LINE-SUB
               MOVE LX-LINE (WS-TYPE-SUB, WS-LINE-SUB) TO LT-TEXT
               WRITE LETTERLINE FROM LETTER-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE SPACES TO LT-TEXT.
           IF WS-LT-TYPE = 'D'
               MOVE WS-LT-GPA TO WS-GPA-ED
               STRING 'TERM: ' DELIMITED BY SIZE
                      I-TERM DELIMITED BY SIZE
                      '   CUMULATIVE GPA: ' DELIMITED BY SIZE
                      WS-GPA-ED DELIMITED BY SIZE
                   INTO LT-TEXT
           ELSE
               MOVE WS-LT-EVENT-DATE TO WS-DATE-NUM
               PERFORM 8300-FORMAT-DATE
               STRING 'EFFECTIVE DATE: ' DELIMITED BY SIZE
                      WS-DATE-OUT DELIMITED BY SIZE
                   INTO LT-TEXT
           END-IF.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'SINCERELY,' TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'OFFICE OF THE REGISTRAR' TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 4 LINES.
           MOVE WS-CAMP-NAME TO LT-TEXT.
           WRITE LETTERLINE FROM LETTER-LINE
               AFTER ADVANCING 1 LINE.

       2450-LOG-LETTER.
           MOVE WS-LT-KEY TO LL-STUDENT.
           MOVE WS-LT-EVENT-DATE TO LL-EVENT-DATE.
           MOVE WS-LT-TYPE TO LL-TYPE.
           MOVE RS-DATE TO LL-SENT-DATE.
           MOVE RS-TIME TO LL-SENT-TIME.
           WRITE LL-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING LTRLOG.DAT, KEY=' LL-KEY
                       ' STATUS=' WS-LOG-STATUS
           END-WRITE.
           ADD 1 TO LC-PRINTED (WS-TYPE-SUB).
           MOVE 'LETTER PRINTED' TO WS-DISPOSITION.

       2500-DEANS-LIST.
           IF WS-DL-TERM = SPACES OR WS-DL-END-DATE = 0
               MOVE 'NO DEAN''S LIST TERM ON REFTBL.DAT - NO LETTERS'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF WS-DL-END-DATE > WS-LETTER-DATE
                   MOVE 'DEAN''S LIST TERM HAS NOT ENDED - NO LETTERS'
                       TO RM-MSG
                   WRITE PRTLINE FROM RPT-MSG-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   OPEN INPUT DEANS-LIST-FILE
                   IF WS-DEAN-STATUS = '00'
                       PERFORM 2550-DEANS-LIST-ENTRY
                           UNTIL DL-EOF
                   END-IF
                   CLOSE DEANS-LIST-FILE
               END-IF
           END-IF.

       2550-DEANS-LIST-ENTRY.
           READ DEANS-LIST-FILE
               AT END
                   MOVE 'Y' TO DL-EOF-SW
               NOT AT END
                   IF DL-TERM = WS-DL-TERM
                       MOVE DL-KEY TO WS-LT-KEY
                       MOVE 'D' TO WS-LT-TYPE
                       MOVE WS-DL-END-DATE TO WS-LT-EVENT-DATE
                       MOVE DL-GPA TO WS-LT-GPA
                       PERFORM 2200-PROCESS-LETTER
                   END-IF
           END-READ.

       2600-LIST-EVENT.
           MOVE I-TERM TO RD-TERM.
           MOVE I-CAMPUS TO RD-CAMPUS.
           MOVE I-ID TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE LY-NAME (WS-TYPE-SUB) TO RD-TYPE.
           MOVE WS-LT-EVENT-DATE TO RD-EVENT-DATE.
           MOVE WS-DISPOSITION TO RD-DISPOSITION.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           MOVE 0 TO WS-TYPE-SUB.
           PERFORM UNTIL WS-TYPE-SUB NOT < 4
               ADD 1 TO WS-TYPE-SUB
               MOVE LY-NAME (WS-TYPE-SUB) TO RT-TYPE
               MOVE LC-PRINTED (WS-TYPE-SUB) TO RT-PRINTED
               MOVE LC-SKIPPED (WS-TYPE-SUB) TO RT-SKIPPED
               MOVE LC-REJECTED (WS-TYPE-SUB) TO RT-REJECTED
               IF WS-TYPE-SUB = 1
                   WRITE PRTLINE FROM RPT-TOTAL-LINE
                       AFTER ADVANCING 3 LINES
               ELSE
                   WRITE PRTLINE FROM RPT-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

           CLOSE STUDENT-MASTER.
           CLOSE LETTER-LOG.
           CLOSE AUDIT-FILE.
           CLOSE LETTER-FILE.
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

       8300-FORMAT-DATE.
           MOVE DW-MM TO DO-MM.
           MOVE DW-DD TO DO-DD.
           MOVE DW-YYYY TO DO-YYYY.

       9000-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO AU-EOF-SW
           END-READ.
