       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLBIL0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * TUITION BILLING RUN FOR THE STUDENT ACCOUNT LEDGER.
      * BILPARM.DAT NAMES THE TERM TO BILL. THE TUIRATE.DAT
      * RATE TABLE CARRIES ONE RECORD PER TERM AND CAMPUS WITH
      * THE RATE PER CREDIT HOUR AND A FLAT TERM FEE; A RATE
      * WHOSE TERM OR CAMPUS IS NOT ON REFTBL.DAT IS IGNORED.
      * CRSDTL.DAT IS READ FROM THE START OF THE TERM AND THE
      * CREDIT HOURS ARE TOTALLED FOR EACH STUDENT KEY. TUITION
      * IS THE HOURS TIMES THE HOUR RATE PLUS THE TERM FEE.
      * THE ACCTLDG.DAT LEDGER IS KEYED ON THE STUDENT KEY AND
      * AN ENTRY SEQUENCE NUMBER. EVERY ENTRY THIS RUN POSTS IS
      * MARKED AS A BILLING ENTRY, AND ONLY THE DIFFERENCE
      * BETWEEN THE TUITION NOW DUE AND THE BILLING ENTRIES
      * ALREADY ON THE LEDGER IS POSTED - A CHARGE WHEN HOURS
      * WERE ADDED, A CREDIT ADJUSTMENT WHEN HOURS WERE DROPPED
      * - SO THE RUN MAY BE REPEATED AS OFTEN AS THE TERM'S
      * ENROLLMENT CHANGES WITHOUT BILLING ANYONE TWICE. AN
      * ACCOUNT BILLED EARLIER WHOSE COURSES HAVE ALL BEEN
      * DROPPED IS CREDITED BACK TO ZERO. THOSE ACCOUNTS ARE
      * FOUND AFTER THE CRSDTL.DAT PASS, BY READING THE
      * LEDGER'S BILLING ENTRIES FOR THE TERM AND LOOKING FOR
      * EACH BILLED KEY ON CRSDTL.DAT. THEY ARE COLLECTED IN A
      * TABLE AND CREDITED ONCE THAT LEDGER READ IS FINISHED,
      * SO THE LEDGER IS NOT WRITTEN WHILE IT IS BEING READ IN
      * SEQUENCE. A STUDENT KEY NOT ON
      * STDNTMST.DAT OR A TERM AND CAMPUS WITH NO RATE IS NOT
      * BILLED AND IS LISTED AS AN EXCEPTION. BILRPT.PRT IS THE
      * BILLING REGISTER BY CAMPUS WITH CAMPUS AND RUN TOTALS.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ACCTLDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RATE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\TUIRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\BILPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\BILRPT.PRT'
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

       FD  LEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-REC
           RECORD CONTAINS 90 CHARACTERS.

       01 LG-REC.
         05 LG-KEY.
           10 LG-STUDENT.
             15 LG-TERM     PIC X(4).
             15 LG-CAMPUS   PIC X(3).
             15 LG-ID       PIC X(7).
           10 LG-SEQ        PIC 9(4).
         05 LG-TYPE         PIC X.
           88 LG-CHARGE               VALUE 'C'.
           88 LG-PAYMENT              VALUE 'P'.
           88 LG-ADJUSTMENT           VALUE 'A'.
         05 LG-SOURCE       PIC X.
           88 LG-FROM-BILLING         VALUE 'B'.
           88 LG-FROM-BATCH           VALUE 'T'.
         05 LG-POST-DATE    PIC 9(8).
         05 LG-EFF-DATE     PIC 9(8).
         05 LG-AMOUNT       PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
         05 LG-HOURS        PIC 999.
         05 LG-REF          PIC X(10).
         05 LG-DESC         PIC X(20).
         05 FILLER          PIC X(11).

       FD  RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 TR-REC.
         05 TR-TERM         PIC X(4).
         05 TR-CAMPUS       PIC X(3).
         05 TR-HOUR-RATE    PIC 9(4)V99.
         05 TR-TERM-FEE     PIC 9(4)V99.
         05 FILLER          PIC X(11).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 PARM-REC.
         05 PARM-TERM        PIC X(4).

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
         05 WS-COURSE-STATUS  PIC XX    VALUE '00'.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-LEDGER-STATUS PIC XX     VALUE '00'.
         05 WS-RATE-STATUS  PIC XX      VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 CD-EOF-SW       PIC X       VALUE 'N'.
           88 CD-EOF                   VALUE 'Y'.
         05 LG-EOF-SW       PIC X       VALUE 'N'.
           88 LG-EOF                   VALUE 'Y'.
         05 TR-EOF-SW       PIC X       VALUE 'N'.
           88 TR-EOF                   VALUE 'Y'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 WS-TERM-FOUND-SW PIC X      VALUE 'N'.
           88 TERM-ON-TABLE            VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-RATE-FOUND-SW PIC X      VALUE 'N'.
           88 RATE-ON-TABLE            VALUE 'Y'.
         05 WS-CHK-TERM     PIC X(4)    VALUE SPACES.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.
         05 WS-RATE-SUB     PIC 999     COMP VALUE 0.
         05 WS-DROP-SUB     PIC 999     COMP VALUE 0.
         05 WS-BILL-TERM    PIC X(4)    VALUE SPACES.
         05 WS-HOLD-STUDENT PIC X(14)   VALUE SPACES.
         05 WS-HOLD-CAMPUS  PIC X(3)    VALUE SPACES.
         05 WS-HOURS        PIC 999     VALUE 0.
         05 WS-HOUR-RATE    PIC 9(4)V99 VALUE 0.
         05 WS-TERM-FEE     PIC 9(4)V99 VALUE 0.
         05 WS-TUITION      PIC S9(7)V99 VALUE 0.
         05 WS-BILLED       PIC S9(7)V99 VALUE 0.
         05 WS-BILL-DIFF    PIC S9(7)V99 VALUE 0.
         05 WS-LAST-SEQ     PIC 9(4)    VALUE 0.
         05 WS-DISPOSITION  PIC X(25)   VALUE SPACES.
         05 WS-BILL-CTR     PIC 9(5)    VALUE 0.
         05 WS-NOCHG-CTR    PIC 9(5)    VALUE 0.
         05 WS-EXCP-CTR     PIC 9(5)    VALUE 0.
         05 WS-RATE-BAD-CTR PIC 9(5)    VALUE 0.
         05 WS-CAMP-POSTED  PIC S9(9)V99 VALUE 0.
         05 WS-CAMP-TUITION PIC S9(9)V99 VALUE 0.
         05 WS-RUN-POSTED   PIC S9(9)V99 VALUE 0.
         05 WS-RUN-TUITION  PIC S9(9)V99 VALUE 0.

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

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

       01 RATE-TABLE.
         05 TU-MAX          PIC 999     COMP VALUE 200.
         05 TU-CTR          PIC 999     COMP VALUE 0.
         05 TU-ENTRY        OCCURS 200 TIMES.
           10 TU-TERM       PIC X(4).
           10 TU-CAMPUS     PIC X(3).
           10 TU-HOUR-RATE  PIC 9(4)V99.
           10 TU-TERM-FEE   PIC 9(4)V99.

       01 DROP-TABLE.
         05 DR-MAX          PIC 999     COMP VALUE 500.
         05 DR-CTR          PIC 999     COMP VALUE 0.
         05 DR-STUDENT      OCCURS 500 TIMES
                            PIC X(14).

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(46)   VALUE SPACES.
           05  FILLER          PIC X(24)
               VALUE 'TUITION BILLING REGISTER'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  RH-TERM         PIC X(4).
           05  FILLER          PIC X(46)   VALUE SPACES.

       01  RPT-CAMPUS-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAMPUS: '.
           05  RC-CAMPUS       PIC X(3).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  RC-CAMP-NAME    PIC X(25).
           05  FILLER          PIC X(91)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'STUDENT KEY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE 'NAME'.
           05  FILLER          PIC X(5)    VALUE 'HOURS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'HOUR RATE'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'TUITION'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'PRIOR BILL'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'POSTED NOW'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE 'DISPOSITION'.

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
           05  RD-HOURS        PIC ZZ9.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-HOUR-RATE    PIC ZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-TUITION      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-BILLED       PIC -ZZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-POSTED       PIC -ZZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-DISPOSITION  PIC X(25).

       01  RPT-CAMP-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'CAMPUS TOTALS - '.
           05  FILLER          PIC X(9)    VALUE 'TUITION: '.
           05  RCT-TUITION     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'POSTED: '.
           05  RCT-POSTED      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(44)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       01  RPT-TOTAL-LINE-1.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE 'ACCOUNTS POSTED: '.
           05  RT-BILL-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE 'ALREADY CURRENT: '.
           05  RT-NOCHG-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'EXCEPTIONS: '.
           05  RT-EXCP-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'RATES IGNORED: '.
           05  RT-RATE-BAD-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(20)   VALUE SPACES.

       01  RPT-TOTAL-LINE-2.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'TERM TUITION: '.
           05  RT-TUITION      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'POSTED THIS RUN: '.
           05  RT-POSTED       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(56)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-BILL-STUDENT
               UNTIL CD-EOF.
           IF WS-HOLD-CAMPUS NOT = SPACES
               PERFORM 2700-CAMPUS-TOTAL
           END-IF.
           PERFORM 2800-FIND-DROPPED.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BILPARM.DAT, STATUS='
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'BILPARM.DAT IS EMPTY - NO TERM TO BILL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PARM-TERM TO WS-BILL-TERM.
           CLOSE PARM-FILE.

           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           PERFORM 8000-LOAD-REF-TABLE.
           MOVE WS-BILL-TERM TO WS-CHK-TERM.
           PERFORM 8100-FIND-TERM.
           IF NOT TERM-ON-TABLE
               DISPLAY 'BILLING TERM ' WS-BILL-TERM
                   ' IS NOT ON REFTBL.DAT - NOTHING BILLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PRTOUT.
           MOVE WS-BILL-TERM TO RH-TERM.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 8300-LOAD-RATES.

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
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
                   AND WS-LEDGER-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ACCTLDG.DAT, STATUS='
                   WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BILL-TERM TO CD-TERM.
           MOVE LOW-VALUES TO CD-CAMPUS.
           MOVE LOW-VALUES TO CD-ID.
           MOVE LOW-VALUES TO CD-COURSE.
           START COURSE-FILE KEY NOT < CD-KEY
               INVALID KEY
                   MOVE 'Y' TO CD-EOF-SW
           END-START.
           IF NOT CD-EOF
               PERFORM 9000-READ-COURSE
           END-IF.
           IF CD-EOF
               MOVE 'NO COURSE DETAIL ON FILE FOR THE BILLING TERM'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       2000-BILL-STUDENT.
           IF CD-CAMPUS NOT = WS-HOLD-CAMPUS
               IF WS-HOLD-CAMPUS NOT = SPACES
                   PERFORM 2700-CAMPUS-TOTAL
               END-IF
               PERFORM 2600-CAMPUS-HEADING
           END-IF.
           MOVE CD-STUDENT TO WS-HOLD-STUDENT.
           MOVE 0 TO WS-HOURS.
           PERFORM 2100-ACCUM-HOURS
               UNTIL CD-EOF
                  OR CD-STUDENT NOT = WS-HOLD-STUDENT.
           PERFORM 2200-PRICE-STUDENT.

       2100-ACCUM-HOURS.
           IF CD-CREDIT-HOURS IS NUMERIC
               ADD CD-CREDIT-HOURS TO WS-HOURS
           END-IF.
           PERFORM 9000-READ-COURSE.

       2200-PRICE-STUDENT.
           MOVE WS-HOLD-STUDENT TO I-KEY.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE 0 TO WS-TUITION.
           MOVE 0 TO WS-BILLED.
           MOVE 0 TO WS-BILL-DIFF.
           MOVE 0 TO WS-HOUR-RATE.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO I-NAME
                   MOVE 'NO MASTER - NOT BILLED' TO WS-DISPOSITION
           END-READ.
           IF WS-DISPOSITION = SPACES
               PERFORM 8400-FIND-RATE
               IF NOT RATE-ON-TABLE
                   MOVE 'NO RATE - NOT BILLED'
                       TO WS-DISPOSITION
               END-IF
           END-IF.
           IF WS-DISPOSITION NOT = SPACES
               ADD 1 TO WS-EXCP-CTR
           ELSE
               COMPUTE WS-TUITION =
                   WS-HOURS * WS-HOUR-RATE + WS-TERM-FEE
               PERFORM 2300-SUM-BILLED
               COMPUTE WS-BILL-DIFF = WS-TUITION - WS-BILLED
               PERFORM 2400-POST-DIFFERENCE
               ADD WS-TUITION TO WS-CAMP-TUITION
           END-IF.
           PERFORM 2500-PRINT-DETAIL.

       2300-SUM-BILLED.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE WS-HOLD-STUDENT TO LG-STUDENT.
           MOVE 0 TO LG-SEQ.
           MOVE 'N' TO LG-EOF-SW.
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO LG-EOF-SW
           END-START.
           IF NOT LG-EOF
               PERFORM 9010-READ-LEDGER
           END-IF.
           PERFORM 2350-ADD-BILLED
               UNTIL LG-EOF
                  OR LG-STUDENT NOT = WS-HOLD-STUDENT.

       2350-ADD-BILLED.
           MOVE LG-SEQ TO WS-LAST-SEQ.
           IF LG-FROM-BILLING
               ADD LG-AMOUNT TO WS-BILLED
           END-IF.
           PERFORM 9010-READ-LEDGER.

       2400-POST-DIFFERENCE.
           MOVE SPACES TO LG-REC.
           EVALUATE TRUE
               WHEN WS-BILL-DIFF > 0
                   MOVE 'C' TO LG-TYPE
                   MOVE 'TUITION CHARGE' TO LG-DESC
                   PERFORM 2450-WRITE-LEDGER
               WHEN WS-BILL-DIFF < 0
                   MOVE 'A' TO LG-TYPE
                   MOVE 'TUITION REDUCTION' TO LG-DESC
                   PERFORM 2450-WRITE-LEDGER
               WHEN OTHER
                   ADD 1 TO WS-NOCHG-CTR
                   MOVE 'ALREADY BILLED' TO WS-DISPOSITION
           END-EVALUATE.

       2450-WRITE-LEDGER.
           MOVE WS-HOLD-STUDENT TO LG-STUDENT.
           ADD 1 TO WS-LAST-SEQ GIVING LG-SEQ.
           MOVE 'B' TO LG-SOURCE.
           MOVE RS-DATE TO LG-POST-DATE.
           MOVE RS-DATE TO LG-EFF-DATE.
           MOVE WS-BILL-DIFF TO LG-AMOUNT.
           MOVE WS-HOURS TO LG-HOURS.
           MOVE SPACES TO LG-REF.
           STRING 'BILL ' DELIMITED BY SIZE
                  WS-BILL-TERM DELIMITED BY SIZE
               INTO LG-REF.
           WRITE LG-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING ACCTLDG.DAT, KEY=' LG-KEY
                       ' STATUS=' WS-LEDGER-STATUS
                   MOVE 'LEDGER WRITE FAILED' TO WS-DISPOSITION
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-BILL-CTR
                   ADD WS-BILL-DIFF TO WS-CAMP-POSTED
                   IF LG-CHARGE
                       MOVE 'CHARGED' TO WS-DISPOSITION
                   ELSE
                       MOVE 'CREDITED - HOURS DROPPED'
                           TO WS-DISPOSITION
                   END-IF
           END-WRITE.

       2500-PRINT-DETAIL.
           MOVE WS-HOLD-STUDENT (1:4) TO RD-TERM.
           MOVE WS-HOLD-STUDENT (5:3) TO RD-CAMPUS.
           MOVE WS-HOLD-STUDENT (8:7) TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE WS-HOURS TO RD-HOURS.
           MOVE WS-HOUR-RATE TO RD-HOUR-RATE.
           MOVE WS-TUITION TO RD-TUITION.
           MOVE WS-BILLED TO RD-BILLED.
           MOVE WS-BILL-DIFF TO RD-POSTED.
           MOVE WS-DISPOSITION TO RD-DISPOSITION.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2600-CAMPUS-HEADING.
           MOVE CD-CAMPUS TO WS-HOLD-CAMPUS.
           MOVE CD-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           MOVE CD-CAMPUS TO RC-CAMPUS.
           MOVE WS-CAMP-NAME TO RC-CAMP-NAME.
           WRITE PRTLINE FROM RPT-CAMPUS-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-CAMP-TUITION.
           MOVE 0 TO WS-CAMP-POSTED.

       2700-CAMPUS-TOTAL.
           MOVE WS-CAMP-TUITION TO RCT-TUITION.
           MOVE WS-CAMP-POSTED TO RCT-POSTED.
           WRITE PRTLINE FROM RPT-CAMP-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD WS-CAMP-TUITION TO WS-RUN-TUITION.
           ADD WS-CAMP-POSTED TO WS-RUN-POSTED.

       2800-FIND-DROPPED.
           MOVE 0 TO DR-CTR.
           MOVE SPACES TO LG-KEY.
           MOVE WS-BILL-TERM TO LG-TERM.
           MOVE 'N' TO LG-EOF-SW.
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO LG-EOF-SW
           END-START.
           IF NOT LG-EOF
               PERFORM 9010-READ-LEDGER
           END-IF.
           PERFORM 2810-CHECK-ACCOUNT
               UNTIL LG-EOF
                  OR LG-TERM NOT = WS-BILL-TERM.
           IF DR-CTR > 0
               MOVE 'ACCOUNTS WITH NO COURSES LEFT FOR THE TERM'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 3 LINES
               WRITE PRTLINE FROM RPT-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 0 TO WS-CAMP-TUITION
               MOVE 0 TO WS-CAMP-POSTED
               MOVE 0 TO WS-DROP-SUB
               PERFORM 2850-CREDIT-DROPPED
                   UNTIL WS-DROP-SUB NOT < DR-CTR
               ADD WS-CAMP-POSTED TO WS-RUN-POSTED
           END-IF.

       2810-CHECK-ACCOUNT.
           MOVE LG-STUDENT TO WS-HOLD-STUDENT.
           MOVE 0 TO WS-BILLED.
           PERFORM 2820-ADD-ACCOUNT-BILLED
               UNTIL LG-EOF
                  OR LG-STUDENT NOT = WS-HOLD-STUDENT.
           IF WS-BILLED NOT = 0
               MOVE WS-HOLD-STUDENT TO CD-STUDENT
               MOVE LOW-VALUES TO CD-COURSE
               MOVE 'N' TO CD-EOF-SW
               START COURSE-FILE KEY NOT < CD-KEY
                   INVALID KEY
                       MOVE 'Y' TO CD-EOF-SW
               END-START
               IF NOT CD-EOF
                   PERFORM 9000-READ-COURSE
               END-IF
               IF CD-EOF OR CD-STUDENT NOT = WS-HOLD-STUDENT
                   IF DR-CTR < DR-MAX
                       ADD 1 TO DR-CTR
                       MOVE WS-HOLD-STUDENT TO DR-STUDENT (DR-CTR)
                   ELSE
                       ADD 1 TO WS-EXCP-CTR
                       DISPLAY 'DROPPED ACCOUNT TABLE FULL - '
                           WS-HOLD-STUDENT ' NOT CREDITED'
                   END-IF
               END-IF
           END-IF.

       2820-ADD-ACCOUNT-BILLED.
           IF LG-FROM-BILLING
               ADD LG-AMOUNT TO WS-BILLED
           END-IF.
           PERFORM 9010-READ-LEDGER.

       2850-CREDIT-DROPPED.
           ADD 1 TO WS-DROP-SUB.
           MOVE DR-STUDENT (WS-DROP-SUB) TO WS-HOLD-STUDENT.
           MOVE WS-HOLD-STUDENT TO I-KEY.
           MOVE SPACES TO WS-DISPOSITION.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO I-NAME
           END-READ.
           MOVE 0 TO WS-HOURS.
           MOVE 0 TO WS-TUITION.
           MOVE 0 TO WS-HOUR-RATE.
           MOVE 0 TO WS-TERM-FEE.
           MOVE 0 TO WS-BILLED.
           PERFORM 2300-SUM-BILLED.
           COMPUTE WS-BILL-DIFF = WS-TUITION - WS-BILLED.
           PERFORM 2400-POST-DIFFERENCE.
           PERFORM 2500-PRINT-DETAIL.

       3000-CLOSING.
           MOVE WS-BILL-CTR TO RT-BILL-CTR.
           MOVE WS-NOCHG-CTR TO RT-NOCHG-CTR.
           MOVE WS-EXCP-CTR TO RT-EXCP-CTR.
           MOVE WS-RATE-BAD-CTR TO RT-RATE-BAD-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE WS-RUN-TUITION TO RT-TUITION.
           MOVE WS-RUN-POSTED TO RT-POSTED.
           WRITE PRTLINE FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

           CLOSE COURSE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE LEDGER-FILE.
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

       8300-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TUIRATE.DAT, STATUS='
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8350-LOAD-ONE-RATE
               UNTIL TR-EOF.
           CLOSE RATE-FILE.

       8350-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO TR-EOF-SW
               NOT AT END
                   MOVE TR-TERM TO WS-CHK-TERM
                   PERFORM 8100-FIND-TERM
                   MOVE TR-CAMPUS TO WS-CHK-CAMPUS
                   PERFORM 8200-FIND-CAMPUS
                   MOVE SPACES TO RM-MSG
                   EVALUATE TRUE
                       WHEN NOT TERM-ON-TABLE
                               OR NOT CAMPUS-ON-TABLE
                           STRING 'RATE IGNORED - TERM/CAMPUS NOT ON'
                                  ' REFTBL: ' DELIMITED BY SIZE
                                  TR-TERM DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  TR-CAMPUS DELIMITED BY SIZE
                               INTO RM-MSG
                       WHEN TR-HOUR-RATE NOT NUMERIC
                               OR TR-TERM-FEE NOT NUMERIC
                           STRING 'RATE IGNORED - AMOUNT NOT NUMERIC: '
                                  DELIMITED BY SIZE
                                  TR-TERM DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  TR-CAMPUS DELIMITED BY SIZE
                               INTO RM-MSG
                       WHEN TU-CTR NOT < TU-MAX
                           STRING 'RATE IGNORED - RATE TABLE FULL: '
                                  DELIMITED BY SIZE
                                  TR-TERM DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  TR-CAMPUS DELIMITED BY SIZE
                               INTO RM-MSG
                       WHEN OTHER
                           ADD 1 TO TU-CTR
                           MOVE TR-TERM TO TU-TERM (TU-CTR)
                           MOVE TR-CAMPUS TO TU-CAMPUS (TU-CTR)
                           MOVE TR-HOUR-RATE TO TU-HOUR-RATE (TU-CTR)
                           MOVE TR-TERM-FEE TO TU-TERM-FEE (TU-CTR)
                   END-EVALUATE
                   IF RM-MSG NOT = SPACES
                       ADD 1 TO WS-RATE-BAD-CTR
                       WRITE PRTLINE FROM RPT-MSG-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       8400-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 0 TO WS-RATE-SUB.
           PERFORM UNTIL WS-RATE-SUB NOT < TU-CTR
               ADD 1 TO WS-RATE-SUB
               IF TU-TERM (WS-RATE-SUB) = I-TERM
                       AND TU-CAMPUS (WS-RATE-SUB) = I-CAMPUS
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE TU-HOUR-RATE (WS-RATE-SUB) TO WS-HOUR-RATE
                   MOVE TU-TERM-FEE (WS-RATE-SUB) TO WS-TERM-FEE
                   MOVE TU-CTR TO WS-RATE-SUB
               END-IF
           END-PERFORM.

       9000-READ-COURSE.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CD-EOF-SW
           END-READ.
           IF NOT CD-EOF
               IF CD-TERM NOT = WS-BILL-TERM
                   MOVE 'Y' TO CD-EOF-SW
               END-IF
           END-IF.

       9010-READ-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LG-EOF-SW
           END-READ.
