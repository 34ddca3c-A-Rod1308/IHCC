       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLCAT0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * COURSE CATALOG MAINTENANCE AND LISTING. CRSCAT.DAT
      * CARRIES ONE RECORD PER COURSE SECTION, KEYED ON THE
      * TERM AND CAMPUS IT IS OFFERED IN AND THE COURSE NUMBER,
      * WITH THE COURSE TITLE, DEPARTMENT, FIXED CREDIT HOURS,
      * SEAT CAPACITY AND THE COUNT OF STUDENTS ENROLLED.
      * COBLCRS0 REJECTS A COURSE ADD THAT IS NOT ON THIS
      * CATALOG FOR THE STUDENT'S TERM AND CAMPUS, THAT CARRIES
      * DIFFERENT CREDIT HOURS, OR THAT WOULD OVERFILL THE
      * SECTION, AND KEEPS THE ENROLLED COUNT IN STEP AS IT
      * ADDS AND DELETES COURSE DETAIL. ADD/CHANGE/DELETE
      * TRANSACTIONS COME IN ON CATTRN.DAT. THE TERM AND
      * CAMPUS MUST BE ON REFTBL.DAT, CREDIT HOURS MUST FALL IN
      * THE SAME RANGE COBLCRS0 ACCEPTS AND CAPACITY MUST BE
      * ABOVE ZERO. A NEW SECTION'S ENROLLED COUNT STARTS AT
      * THE NUMBER OF CRSDTL.DAT RECORDS ALREADY ON FILE FOR
      * THAT TERM, CAMPUS AND COURSE, SO STUDENTS ENROLLED
      * BEFORE THE SECTION WAS CATALOGED ARE COUNTED.
      * A CHANGE REPLACES THE TITLE, DEPARTMENT,
      * CREDIT HOURS AND CAPACITY BUT NEVER THE ENROLLED COUNT;
      * IT MAY NOT CUT CAPACITY BELOW THE SEATS ALREADY TAKEN
      * OR ALTER THE CREDIT HOURS OF A SECTION WITH STUDENTS IN
      * IT, AND A SECTION WITH STUDENTS IN IT CANNOT BE
      * DELETED. EACH TRANSACTION IS LOGGED AS APPLIED OR
      * REJECTED AND THE FULL CATALOG IS LISTED ON CATLST.PRT
      * AFTER THE CHANGES ARE APPLIED, SO THE RUN DOUBLES AS
      * THE LISTING WHEN CATTRN.DAT IS EMPTY.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT OPTIONAL TRANS-IN
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CATTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT OPTIONAL COURSE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CRSDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CATLST.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANS-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 CT-REC.
         05 CT-ACTION        PIC X.
           88 CT-ADD                  VALUE 'A'.
           88 CT-CHANGE               VALUE 'C'.
           88 CT-DELETE               VALUE 'D'.
         05 CT-KEY.
           10 CT-TERM        PIC X(4).
           10 CT-CAMPUS      PIC X(3).
           10 CT-COURSE      PIC X(6).
         05 CT-TITLE         PIC X(25).
         05 CT-DEPT          PIC X(4).
         05 CT-CREDIT-HOURS  PIC 99.
         05 CT-CAPACITY      PIC 999.

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
         05 WS-CAT-STATUS   PIC XX      VALUE '00'.
         05 WS-TRN-STATUS   PIC XX      VALUE '00'.
         05 TRN-EOF-SW      PIC X       VALUE 'N'.
           88 TRN-EOF                  VALUE 'Y'.
         05 CC-EOF-SW       PIC X       VALUE 'N'.
           88 CC-EOF                   VALUE 'Y'.
         05 WS-COURSE-STATUS PIC XX     VALUE '00'.
         05 CD-EOF-SW       PIC X       VALUE 'N'.
           88 CD-EOF                   VALUE 'Y'.
         05 WS-SEAT-CTR     PIC 9(5)    VALUE 0.
         05 WS-VALID-SW     PIC X       VALUE 'Y'.
           88 VALID-TRANS              VALUE 'Y'.
           88 INVALID-TRANS            VALUE 'N'.
         05 WS-REJECT-REASON PIC X(30)  VALUE SPACES.
         05 WS-MIN-CREDIT   PIC 99      VALUE 01.
         05 WS-MAX-CREDIT   PIC 99      VALUE 06.
         05 WS-OPEN-SEATS   PIC S999    VALUE 0.
         05 WS-ADD-CTR      PIC 9(5)    VALUE 0.
         05 WS-CHG-CTR      PIC 9(5)    VALUE 0.
         05 WS-DEL-CTR      PIC 9(5)    VALUE 0.
         05 WS-REJ-CTR      PIC 9(5)    VALUE 0.
         05 WS-LIST-CTR     PIC 9(5)    VALUE 0.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 WS-TERM-FOUND-SW PIC X      VALUE 'N'.
           88 TERM-ON-TABLE            VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-CHK-TERM     PIC X(4)    VALUE SPACES.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.

       01 TERM-TABLE.
         05 TM-MAX          PIC 999     COMP VALUE 100.
         05 TM-CTR          PIC 999     COMP VALUE 0.
         05 TM-CODE         OCCURS 100 TIMES
                            PIC X(4).

       01 CAMPUS-TABLE.
         05 CA-MAX          PIC 999     COMP VALUE 100.
         05 CA-CTR          PIC 999     COMP VALUE 0.
         05 CA-ENTRY        OCCURS 100 TIMES.
           10 CA-CODE       PIC X(3).
           10 CA-NAME       PIC X(25).

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(42)   VALUE SPACES.
           05  FILLER          PIC X(34)
               VALUE 'COURSE CATALOG MAINTENANCE'.
           05  FILLER          PIC X(56)   VALUE SPACES.

       01  RPT-TRANS-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RL-ACTION       PIC X.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RL-TERM         PIC X(4).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RL-CAMPUS       PIC X(3).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RL-COURSE       PIC X(6).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RL-TITLE        PIC X(25).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RL-DEPT         PIC X(4).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RL-CREDIT       PIC XX.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RL-CAPACITY     PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RL-DISPOSITION  PIC X(40).
           05  FILLER          PIC X(24)   VALUE SPACES.

       01  RPT-LIST-HEAD-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'TERM'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'CAMPUS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'COURSE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE 'TITLE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'DEPT'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CREDITS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAPACITY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'ENROLLED'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'SEATS OPEN'.
           05  FILLER          PIC X(36)   VALUE SPACES.

       01  RPT-LIST-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RC-TERM         PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RC-CAMPUS       PIC X(3).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RC-COURSE       PIC X(6).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RC-TITLE        PIC X(25).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RC-DEPT         PIC X(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RC-CREDIT       PIC Z9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  RC-CAPACITY     PIC ZZ9.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  RC-ENROLLED     PIC ZZ9.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  RC-OPEN         PIC ---9.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RC-FLAG         PIC X(10).
           05  FILLER          PIC X(28)   VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'ADDED: '.
           05  RT-ADD-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'CHANGED: '.
           05  RT-CHG-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'DELETED: '.
           05  RT-DEL-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  RT-REJ-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(21)
               VALUE 'SECTIONS ON CATALOG: '.
           05  RT-LIST-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(16)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-APPLY-TRANS
               UNTIL TRN-EOF.
           PERFORM 2600-LIST-CATALOG.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN I-O CATALOG-FILE.
           IF WS-CAT-STATUS NOT = '00'
                   AND WS-CAT-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CRSCAT.DAT, STATUS='
                   WS-CAT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
                   AND WS-COURSE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CRSDTL.DAT, STATUS='
                   WS-COURSE-STATUS
               STOP RUN
           END-IF.
           PERFORM 8000-LOAD-REF-TABLE.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.

           OPEN INPUT TRANS-IN.
           PERFORM 9000-READ-TRANS.

       2000-APPLY-TRANS.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2100-EDIT-TRANS.
           IF VALID-TRANS
               EVALUATE TRUE
                   WHEN CT-ADD
                       PERFORM 2200-ADD-SECTION
                   WHEN CT-CHANGE
                       PERFORM 2300-CHANGE-SECTION
                   WHEN CT-DELETE
                       PERFORM 2400-DELETE-SECTION
               END-EVALUATE
           END-IF.
           PERFORM 9100-LOG-TRANS.
           PERFORM 9000-READ-TRANS.

       2100-EDIT-TRANS.
           IF NOT CT-ADD AND NOT CT-CHANGE AND NOT CT-DELETE
               MOVE 'N' TO WS-VALID-SW
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS AND CT-COURSE = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BLANK COURSE NUMBER' TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS
               MOVE CT-TERM TO WS-CHK-TERM
               PERFORM 8100-FIND-TERM
               IF NOT TERM-ON-TABLE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'TERM NOT ON REFTBL' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF VALID-TRANS
               MOVE CT-CAMPUS TO WS-CHK-CAMPUS
               PERFORM 8200-FIND-CAMPUS
               IF NOT CAMPUS-ON-TABLE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CAMPUS NOT ON REFTBL' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF VALID-TRANS AND NOT CT-DELETE
               PERFORM 2150-EDIT-SECTION-DATA
           END-IF.

       2150-EDIT-SECTION-DATA.
           IF CT-TITLE = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BLANK COURSE TITLE' TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS AND CT-DEPT = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE 'BLANK DEPARTMENT' TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS
               IF CT-CREDIT-HOURS IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CREDIT HOURS NOT NUMERIC'
                       TO WS-REJECT-REASON
               ELSE
                   IF CT-CREDIT-HOURS < WS-MIN-CREDIT
                           OR CT-CREDIT-HOURS > WS-MAX-CREDIT
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CREDIT HOURS OUT OF RANGE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF VALID-TRANS
               IF CT-CAPACITY IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   IF CT-CAPACITY = 0
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CAPACITY IS ZERO' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2200-ADD-SECTION.
           MOVE SPACES TO CC-REC.
           MOVE CT-KEY TO CC-KEY.
           MOVE CT-TITLE TO CC-TITLE.
           MOVE CT-DEPT TO CC-DEPT.
           MOVE CT-CREDIT-HOURS TO CC-CREDIT-HOURS.
           MOVE CT-CAPACITY TO CC-CAPACITY.
           PERFORM 2250-COUNT-ENROLLED.
           IF WS-SEAT-CTR > 999
               MOVE 999 TO CC-ENROLLED
           ELSE
               MOVE WS-SEAT-CTR TO CC-ENROLLED
           END-IF.
           WRITE CC-REC
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'SECTION ALREADY ON CATALOG'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CTR
           END-WRITE.

       2250-COUNT-ENROLLED.
           MOVE 0 TO WS-SEAT-CTR.
           MOVE LOW-VALUES TO CD-KEY.
           MOVE CT-TERM TO CD-TERM.
           MOVE CT-CAMPUS TO CD-CAMPUS.
           MOVE 'N' TO CD-EOF-SW.
           START COURSE-FILE KEY NOT < CD-KEY
               INVALID KEY
                   MOVE 'Y' TO CD-EOF-SW
           END-START.
           PERFORM UNTIL CD-EOF
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO CD-EOF-SW
               END-READ
               IF NOT CD-EOF
                   IF CD-TERM NOT = CT-TERM
                           OR CD-CAMPUS NOT = CT-CAMPUS
                       MOVE 'Y' TO CD-EOF-SW
                   ELSE
                       IF CD-COURSE = CT-COURSE
                           ADD 1 TO WS-SEAT-CTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2300-CHANGE-SECTION.
           MOVE CT-KEY TO CC-KEY.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CHANGE - SECTION NOT ON FILE'
                       TO WS-REJECT-REASON
           END-READ.
           IF VALID-TRANS
               IF CT-CAPACITY < CC-ENROLLED
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CAPACITY BELOW SEATS TAKEN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF VALID-TRANS
               IF CT-CREDIT-HOURS NOT = CC-CREDIT-HOURS
                       AND CC-ENROLLED > 0
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'CREDITS FIXED - SECTION IN USE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF VALID-TRANS
               MOVE CT-TITLE TO CC-TITLE
               MOVE CT-DEPT TO CC-DEPT
               MOVE CT-CREDIT-HOURS TO CC-CREDIT-HOURS
               MOVE CT-CAPACITY TO CC-CAPACITY
               REWRITE CC-REC
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'CHANGE - REWRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-CHG-CTR
               END-REWRITE
           END-IF.

       2400-DELETE-SECTION.
           MOVE CT-KEY TO CC-KEY.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'DELETE - SECTION NOT ON FILE'
                       TO WS-REJECT-REASON
           END-READ.
           IF VALID-TRANS AND CC-ENROLLED > 0
               MOVE 'N' TO WS-VALID-SW
               MOVE 'DELETE - STUDENTS ENROLLED'
                   TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS
               DELETE CATALOG-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'DELETE - SECTION NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-DEL-CTR
               END-DELETE
           END-IF.

       2600-LIST-CATALOG.
           WRITE PRTLINE FROM RPT-LIST-HEAD-LINE
               AFTER ADVANCING 3 LINES.
           MOVE LOW-VALUES TO CC-KEY.
           START CATALOG-FILE KEY NOT < CC-KEY
               INVALID KEY
                   MOVE 'Y' TO CC-EOF-SW
           END-START.
           PERFORM 2650-LIST-ONE-SECTION
               UNTIL CC-EOF.

       2650-LIST-ONE-SECTION.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CC-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LIST-CTR
                   MOVE CC-TERM TO RC-TERM
                   MOVE CC-CAMPUS TO RC-CAMPUS
                   MOVE CC-COURSE TO RC-COURSE
                   MOVE CC-TITLE TO RC-TITLE
                   MOVE CC-DEPT TO RC-DEPT
                   MOVE CC-CREDIT-HOURS TO RC-CREDIT
                   MOVE CC-CAPACITY TO RC-CAPACITY
                   MOVE CC-ENROLLED TO RC-ENROLLED
                   COMPUTE WS-OPEN-SEATS =
                       CC-CAPACITY - CC-ENROLLED
                   MOVE WS-OPEN-SEATS TO RC-OPEN
                   IF WS-OPEN-SEATS > 0
                       MOVE SPACES TO RC-FLAG
                   ELSE
                       MOVE '** FULL **' TO RC-FLAG
                   END-IF
                   WRITE PRTLINE FROM RPT-LIST-LINE
                       AFTER ADVANCING 1 LINE
           END-READ.

       3000-CLOSING.
           MOVE WS-ADD-CTR TO RT-ADD-CTR.
           MOVE WS-CHG-CTR TO RT-CHG-CTR.
           MOVE WS-DEL-CTR TO RT-DEL-CTR.
           MOVE WS-REJ-CTR TO RT-REJ-CTR.
           MOVE WS-LIST-CTR TO RT-LIST-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE CATALOG-FILE.
           CLOSE COURSE-FILE.
           CLOSE TRANS-IN.
           CLOSE PRTOUT.

       8000-LOAD-REF-TABLE.
           OPEN INPUT REF-FILE.
           IF WS-REF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFTBL.DAT, STATUS='
                   WS-REF-STATUS
               DISPLAY 'RUN COBLREF0 TO BUILD THE REFERENCE TABLE'
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
                   EVALUATE TRUE
                       WHEN RF-TERM-TYPE
                           IF TM-CTR < TM-MAX
                               ADD 1 TO TM-CTR
                               MOVE RF-CODE TO TM-CODE (TM-CTR)
                           END-IF
                       WHEN RF-CAMPUS-TYPE
                           IF CA-CTR < CA-MAX
                               ADD 1 TO CA-CTR
                               MOVE RF-CODE (1:3)
                                   TO CA-CODE (CA-CTR)
                               MOVE RF-DATA TO CA-NAME (CA-CTR)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       8100-FIND-TERM.
           MOVE 'N' TO WS-TERM-FOUND-SW.
           MOVE 0 TO WS-REF-SUB.
           PERFORM UNTIL WS-REF-SUB NOT < TM-CTR
               ADD 1 TO WS-REF-SUB
               IF TM-CODE (WS-REF-SUB) = WS-CHK-TERM
                   MOVE 'Y' TO WS-TERM-FOUND-SW
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

       9000-READ-TRANS.
           READ TRANS-IN
               AT END
                   MOVE 'Y' TO TRN-EOF-SW
           END-READ.

       9100-LOG-TRANS.
           MOVE CT-ACTION TO RL-ACTION.
           MOVE CT-TERM TO RL-TERM.
           MOVE CT-CAMPUS TO RL-CAMPUS.
           MOVE CT-COURSE TO RL-COURSE.
           MOVE CT-TITLE TO RL-TITLE.
           MOVE CT-DEPT TO RL-DEPT.
           MOVE CT-CREDIT-HOURS TO RL-CREDIT.
           MOVE CT-CAPACITY TO RL-CAPACITY.
           IF VALID-TRANS
               MOVE 'APPLIED' TO RL-DISPOSITION
           ELSE
               ADD 1 TO WS-REJ-CTR
               MOVE SPACES TO RL-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO RL-DISPOSITION
           END-IF.
           WRITE PRTLINE FROM RPT-TRANS-LINE
               AFTER ADVANCING 1 LINE.
