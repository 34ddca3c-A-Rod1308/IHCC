       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLCLS0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * CLASS LIST REPORT BY COURSE SECTION. CRSDTL.DAT IS
      * SORTED BY TERM, CAMPUS, COURSE AND STUDENT ID SO IT
      * FALLS IN THE SAME ORDER AS THE CRSCAT.DAT CATALOG KEY,
      * AND THE TWO ARE MATCHED SECTION BY SECTION. EVERY
      * CATALOG SECTION IS PRINTED ON CLSLST.PRT WITH ITS
      * TITLE, DEPARTMENT, CREDIT HOURS AND CAPACITY, FOLLOWED
      * BY ONE LINE PER ENROLLED STUDENT (NAME FROM
      * STDNTMST.DAT) AND A FOOTING SHOWING THE ENROLLED COUNT
      * AGAINST CAPACITY AND THE SEATS STILL OPEN. A SECTION
      * OVER CAPACITY IS FLAGGED, AND SO IS A SECTION WHOSE
      * HEAD COUNT DISAGREES WITH THE ENROLLED COUNT COBLCRS0
      * KEEPS ON THE CATALOG. COURSE DETAIL FOR A SECTION NOT
      * ON THE CATALOG (ENTERED BEFORE THE CATALOG EXISTED) IS
      * LISTED UNDER ITS OWN HEADING SO IT CAN BE CATALOGED OR
      * CORRECTED. THE OPTIONAL CLSPARM.DAT NAMES ONE TERM TO
      * LIST; WITHOUT IT EVERY TERM IS LISTED.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COURSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CAT-STATUS.

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

           SELECT SORTED-COURSE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSDTLCL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWK01'.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CLSPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CLSLST.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       SD  SORT-WORK-FILE
           DATA RECORD IS SD-REC.

       01 SD-REC.
         05 SD-TERM         PIC X(4).
         05 SD-CAMPUS       PIC X(3).
         05 SD-ID           PIC X(7).
         05 SD-COURSE       PIC X(6).
         05 SD-CREDIT-HOURS PIC 99.
         05 SD-GRADE        PIC X(2).

       FD  SORTED-COURSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 S-REC            PIC X(24).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 PARM-REC.
         05 PARM-TERM        PIC X(4).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-COURSE-STATUS  PIC XX    VALUE '00'.
         05 WS-CAT-STATUS   PIC XX      VALUE '00'.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 SRT-EOF-SW      PIC X       VALUE 'N'.
           88 SRT-EOF                  VALUE 'Y'.
         05 CC-EOF-SW       PIC X       VALUE 'N'.
           88 CC-EOF                   VALUE 'Y'.
         05 WS-WANT-SW      PIC X       VALUE 'N'.
           88 RECORD-WANTED            VALUE 'Y'.
         05 WS-RPT-TERM     PIC X(4)    VALUE SPACES.
         05 WS-HOLD-SECTION PIC X(13)   VALUE SPACES.
         05 WS-SEC-CTR      PIC 999     VALUE 0.
         05 WS-OPEN-SEATS   PIC S999    VALUE 0.
         05 WS-SECT-CTR     PIC 9(5)    VALUE 0.
         05 WS-STU-CTR      PIC 9(5)    VALUE 0.
         05 WS-FULL-CTR     PIC 9(5)    VALUE 0.
         05 WS-OVER-CTR     PIC 9(5)    VALUE 0.
         05 WS-DIFF-CTR     PIC 9(5)    VALUE 0.
         05 WS-UNCAT-CTR    PIC 9(5)    VALUE 0.

       01 HOLD-REC.
         05 H-TERM          PIC X(4).
         05 H-CAMPUS        PIC X(3).
         05 H-ID            PIC X(7).
         05 H-COURSE        PIC X(6).
         05 H-CREDIT-HOURS  PIC 99.
         05 H-GRADE         PIC X(2).

       01 WS-SRT-SECTION.
         05 SS-TERM         PIC X(4).
         05 SS-CAMPUS       PIC X(3).
         05 SS-COURSE       PIC X(6).

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(44)   VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE 'CLASS LIST BY COURSE SECTION'.
           05  FILLER          PIC X(58)   VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  RS-TERM         PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAMPUS: '.
           05  RS-CAMPUS       PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'COURSE: '.
           05  RS-COURSE       PIC X(6).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RS-TITLE        PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'DEPT: '.
           05  RS-DEPT         PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'CREDITS: '.
           05  RS-CREDIT       PIC Z9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'CAPACITY: '.
           05  RS-CAPACITY     PIC ZZ9.
           05  FILLER          PIC X(19)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'INIT'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CREDITS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'GRADE'.
           05  FILLER          PIC X(64)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-ID           PIC X(7).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-LNAME        PIC X(15).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-FNAME        PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-INIT         PIC X.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  RD-CREDIT       PIC Z9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-GRADE        PIC XX.
           05  FILLER          PIC X(66)   VALUE SPACES.

       01  RPT-FOOT-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ENROLLED: '.
           05  RF-ENROLLED     PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'CAPACITY: '.
           05  RF-CAPACITY     PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SEATS OPEN: '.
           05  RF-OPEN         PIC ---9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'CATALOG COUNT: '.
           05  RF-CAT-COUNT    PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RF-FLAG         PIC X(40).
           05  FILLER          PIC X(15)   VALUE SPACES.

       01  RPT-UNCAT-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  RU-TERM         PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAMPUS: '.
           05  RU-CAMPUS       PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'COURSE: '.
           05  RU-COURSE       PIC X(6).
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE '** SECTION NOT ON COURSE CATALOG **'.
           05  FILLER          PIC X(47)   VALUE SPACES.

       01  RPT-UNCAT-FOOT-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ENROLLED: '.
           05  RX-ENROLLED     PIC ZZ9.
           05  FILLER          PIC X(114)  VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       01  RPT-TOTAL-LINE-1.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE 'SECTIONS LISTED: '.
           05  RT-SECT-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE 'STUDENTS LISTED: '.
           05  RT-STU-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'SECTIONS FULL: '.
           05  RT-FULL-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(43)   VALUE SPACES.

       01  RPT-TOTAL-LINE-2.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'OVER CAPACITY: '.
           05  RT-OVER-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(25)
               VALUE 'CATALOG COUNT DIFFERS: '.
           05  RT-DIFF-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(25)
               VALUE 'SECTIONS NOT CATALOGED: '.
           05  RT-UNCAT-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-MATCH
               UNTIL CC-EOF AND SRT-EOF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               MOVE PARM-TERM TO WS-RPT-TERM
           END-IF.
           CLOSE PARM-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-TERM
                             SD-CAMPUS
                             SD-COURSE
                             SD-ID
               USING COURSE-FILE
               GIVING SORTED-COURSE.

           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRSCAT.DAT, STATUS='
                   WS-CAT-STATUS
               DISPLAY 'RUN COBLCAT0 TO BUILD THE COURSE CATALOG'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SORTED-COURSE.
           OPEN OUTPUT PRTOUT.

           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RPT-TERM NOT = SPACES
               MOVE SPACES TO RM-MSG
               STRING 'TERM ' DELIMITED BY SIZE
                      WS-RPT-TERM DELIMITED BY SIZE
                      ' ONLY' DELIMITED BY SIZE
                   INTO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 9000-READ-SORTED.
           PERFORM 9010-READ-CATALOG.

       2000-MATCH.
           EVALUATE TRUE
               WHEN SRT-EOF
                   PERFORM 2100-CATALOG-SECTION
               WHEN CC-EOF
                   PERFORM 2200-UNCATALOGED
               WHEN CC-KEY < WS-SRT-SECTION
                   PERFORM 2100-CATALOG-SECTION
               WHEN WS-SRT-SECTION < CC-KEY
                   PERFORM 2200-UNCATALOGED
               WHEN OTHER
                   PERFORM 2100-CATALOG-SECTION
           END-EVALUATE.

       2100-CATALOG-SECTION.
           ADD 1 TO WS-SECT-CTR.
           MOVE CC-TERM TO RS-TERM.
           MOVE CC-CAMPUS TO RS-CAMPUS.
           MOVE CC-COURSE TO RS-COURSE.
           MOVE CC-TITLE TO RS-TITLE.
           MOVE CC-DEPT TO RS-DEPT.
           MOVE CC-CREDIT-HOURS TO RS-CREDIT.
           MOVE CC-CAPACITY TO RS-CAPACITY.
           WRITE PRTLINE FROM RPT-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO WS-SEC-CTR.
           MOVE CC-KEY TO WS-HOLD-SECTION.
           PERFORM 2300-LIST-STUDENT
               UNTIL SRT-EOF
                  OR WS-SRT-SECTION NOT = WS-HOLD-SECTION.
           IF WS-SEC-CTR = 0
               MOVE 'NO STUDENTS ENROLLED' TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           COMPUTE WS-OPEN-SEATS = CC-CAPACITY - WS-SEC-CTR.
           MOVE WS-SEC-CTR TO RF-ENROLLED.
           MOVE CC-CAPACITY TO RF-CAPACITY.
           MOVE WS-OPEN-SEATS TO RF-OPEN.
           MOVE CC-ENROLLED TO RF-CAT-COUNT.
           MOVE SPACES TO RF-FLAG.
           EVALUATE TRUE
               WHEN WS-OPEN-SEATS < 0
                   ADD 1 TO WS-OVER-CTR
                   MOVE '** OVER CAPACITY **' TO RF-FLAG
               WHEN WS-OPEN-SEATS = 0
                   ADD 1 TO WS-FULL-CTR
                   MOVE 'SECTION FULL' TO RF-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CC-ENROLLED NOT = WS-SEC-CTR
               ADD 1 TO WS-DIFF-CTR
               EVALUATE TRUE
                   WHEN WS-OPEN-SEATS < 0
                       MOVE '** OVER CAPACITY, CATALOG COUNT DIFFERS'
                           TO RF-FLAG
                   WHEN WS-OPEN-SEATS = 0
                       MOVE 'SECTION FULL, CATALOG COUNT DIFFERS'
                           TO RF-FLAG
                   WHEN OTHER
                       MOVE '** CATALOG COUNT DIFFERS **' TO RF-FLAG
               END-EVALUATE
           END-IF.
           WRITE PRTLINE FROM RPT-FOOT-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 9010-READ-CATALOG.

       2200-UNCATALOGED.
           ADD 1 TO WS-UNCAT-CTR.
           MOVE SS-TERM TO RU-TERM.
           MOVE SS-CAMPUS TO RU-CAMPUS.
           MOVE SS-COURSE TO RU-COURSE.
           WRITE PRTLINE FROM RPT-UNCAT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-SEC-CTR.
           MOVE WS-SRT-SECTION TO WS-HOLD-SECTION.
           PERFORM 2300-LIST-STUDENT
               UNTIL SRT-EOF
                  OR WS-SRT-SECTION NOT = WS-HOLD-SECTION.
           MOVE WS-SEC-CTR TO RX-ENROLLED.
           WRITE PRTLINE FROM RPT-UNCAT-FOOT-LINE
               AFTER ADVANCING 2 LINES.

       2300-LIST-STUDENT.
           ADD 1 TO WS-SEC-CTR.
           ADD 1 TO WS-STU-CTR.
           MOVE H-TERM TO I-TERM.
           MOVE H-CAMPUS TO I-CAMPUS.
           MOVE H-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO I-NAME
                   MOVE '(NOT ON MASTER)' TO I-LNAME
           END-READ.
           MOVE H-ID TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE I-INIT TO RD-INIT.
           MOVE H-CREDIT-HOURS TO RD-CREDIT.
           MOVE H-GRADE TO RD-GRADE.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 9000-READ-SORTED.

       3000-CLOSING.
           MOVE WS-SECT-CTR TO RT-SECT-CTR.
           MOVE WS-STU-CTR TO RT-STU-CTR.
           MOVE WS-FULL-CTR TO RT-FULL-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE WS-OVER-CTR TO RT-OVER-CTR.
           MOVE WS-DIFF-CTR TO RT-DIFF-CTR.
           MOVE WS-UNCAT-CTR TO RT-UNCAT-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

           CLOSE CATALOG-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE SORTED-COURSE.
           CLOSE PRTOUT.

       9000-READ-SORTED.
           MOVE 'N' TO WS-WANT-SW.
           PERFORM 9005-READ-ONE-SORTED
               UNTIL SRT-EOF OR RECORD-WANTED.

       9005-READ-ONE-SORTED.
           READ SORTED-COURSE INTO HOLD-REC
               AT END
                   MOVE 'Y' TO SRT-EOF-SW
                   MOVE HIGH-VALUES TO WS-SRT-SECTION
               NOT AT END
                   IF WS-RPT-TERM = SPACES
                           OR H-TERM = WS-RPT-TERM
                       MOVE 'Y' TO WS-WANT-SW
                       MOVE H-TERM TO SS-TERM
                       MOVE H-CAMPUS TO SS-CAMPUS
                       MOVE H-COURSE TO SS-COURSE
                   END-IF
           END-READ.

       9010-READ-CATALOG.
           MOVE 'N' TO WS-WANT-SW.
           PERFORM 9015-READ-ONE-CATALOG
               UNTIL CC-EOF OR RECORD-WANTED.

       9015-READ-ONE-CATALOG.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO CC-EOF-SW
                   MOVE HIGH-VALUES TO CC-KEY
               NOT AT END
                   IF WS-RPT-TERM = SPACES
                           OR CC-TERM = WS-RPT-TERM
                       MOVE 'Y' TO WS-WANT-SW
                   END-IF
           END-READ.
