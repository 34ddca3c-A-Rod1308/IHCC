       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLADM0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * ADMISSIONS FEED CONVERSION. THE ADMISSIONS OFFICE SENDS
      * A WEEKLY FLAT FILE, ADMFEED.DAT, WITH ONE RECORD PER
      * NEWLY ADMITTED APPLICANT - STUDENT ID, NAME, TERM AND
      * CAMPUS ADMITTED TO, INCOMING GPA, STARTING SALARY AND
      * ADMIT DATE. EVERY APPLICANT IS EDITED THE WAY COBLMNT0
      * EDITS AN ADD (ID, NAME, GPA RANGE, NON-ZERO SALARY) AND
      * THE TERM AND CAMPUS ARE VALIDATED AGAINST REFTBL.DAT.
      * POSSIBLE DUPLICATES ARE HELD BACK: AN ID THAT APPEARS
      * MORE THAN ONCE IN THE FEED, AN ID ALREADY ON
      * STDNTMST.DAT UNDER ANY TERM OR CAMPUS, AND THE SAME
      * LAST NAME, FIRST NAME AND INITIAL UNDER A DIFFERENT ID
      * - EITHER ELSEWHERE IN THE FEED OR ON THE MASTER. THE
      * FEED IS SORTED BY NAME TO FIND THE NAME DUPLICATES IN
      * THE FEED - EVERY MEMBER OF A NAME GROUP CARRYING MORE
      * THAN ONE ID IS MARKED - THEN BY ID TO FIND THE ID
      * DUPLICATES, KEEPING THE PRIOR AND NEXT APPLICANT SO A
      * REPEATED ID IS CAUGHT ON EVERY OCCURRENCE. AN ID
      * ALREADY ON THE MASTER IS FOUND THROUGH THE I-ID
      * ALTERNATE KEY AND NAME MATCHES ON THE MASTER ARE READ
      * THROUGH THE I-LNAME ALTERNATE KEY.
      * CLEAN APPLICANTS ARE WRITTEN TO ADMTRN.DAT AS ADD (A)
      * TRANSACTIONS IN A BATCH WITH A HEADER AND A TRAILER
      * CARRYING THE COUNT AND SALARY HASH, READY FOR THE
      * COBLEDT0 / COBLMNT0 PATH THE SAME WAY AS THE GPACORR.DAT
      * BATCH FROM COBLGPA0. THE BATCH NUMBER IS A FOLLOWED BY
      * THE RUN DATE (YMMDD) SO IT CANNOT COLLIDE WITH A
      * COBLGPA0 BATCH ON THE BCHREG.DAT REGISTER, AND A RUN
      * WITH NO CLEAN APPLICANTS WRITES NO BATCH. DUPLICATES
      * AND BAD RECORDS ARE LISTED WITH THE REASON ON THE
      * ADMRPT.PRT EXCEPTION REPORT FOR ADMISSIONS TO RESOLVE.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADMISSIONS-IN
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ADMFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NAME-SORTED
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ADMNAME.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADM-WORK
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ADMWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-SORTED
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ADMSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWK01'.

           SELECT SORT-WORK-2
               ASSIGN TO 'SRTWK02'.

           SELECT BATCH-OUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ADMTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ADMRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADMISSIONS-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS AF-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 AF-REC           PIC X(65).

       FD  NAME-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS NS-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 NS-REC           PIC X(65).

       FD  ADM-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS AW-REC
           RECORD CONTAINS 95 CHARACTERS.

       01 AW-REC           PIC X(95).

       FD  ID-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS IS-REC
           RECORD CONTAINS 95 CHARACTERS.

       01 IS-REC           PIC X(95).

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
           DATA RECORD IS SA-REC.

       01 SA-REC.
         05 SA-ID           PIC X(7).
         05 SA-NAME.
           10 SA-LNAME      PIC X(15).
           10 SA-FNAME      PIC X(15).
           10 SA-INIT       PIC X.
         05 SA-TERM         PIC X(4).
         05 SA-CAMPUS       PIC X(3).
         05 SA-GPA          PIC 9V99.
         05 SA-START-SALARY PIC 9(6)V99.
         05 SA-ADMIT-DATE   PIC 9(8).
         05 FILLER          PIC X.

       SD  SORT-WORK-2
           DATA RECORD IS SW-REC.

       01 SW-REC.
         05 SW-ID           PIC X(7).
         05 SW-NAME         PIC X(31).
         05 SW-TERM         PIC X(4).
         05 SW-CAMPUS       PIC X(3).
         05 FILLER          PIC X(20).
         05 SW-REASON       PIC X(30).

       FD  BATCH-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TC-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 TC-REC.
         05 TC-CODE         PIC X.
         05 TC-KEY.
           10 TC-TERM        PIC X(4).
           10 TC-CAMPUS      PIC X(3).
           10 TC-ID          PIC X(7).
         05 TC-NAME.
           10 TC-LNAME      PIC X(15).
           10 TC-FNAME      PIC X(15).
           10 TC-INIT       PIC X.
         05 TC-GPA          PIC 9V99.
         05 TC-START-SALARY PIC 9(6)V99.
         05 TC-EFF-DATE     PIC 9(8).

       01 TC-HEADER-REC REDEFINES TC-REC.
         05 FILLER          PIC X.
         05 TC-BATCH-NO     PIC X(6).
         05 TC-BATCH-DATE   PIC X(8).
         05 FILLER          PIC X(50).

       01 TC-TRAILER-REC REDEFINES TC-REC.
         05 FILLER          PIC X.
         05 TC-COUNT        PIC 9(5).
         05 TC-HASH         PIC 9(9)V99.
         05 FILLER          PIC X(48).

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
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 NS-EOF-SW       PIC X       VALUE 'N'.
           88 NS-EOF                   VALUE 'Y'.
         05 IS-EOF-SW       PIC X       VALUE 'N'.
           88 IS-EOF                   VALUE 'Y'.
         05 LN-EOF-SW       PIC X       VALUE 'N'.
           88 LN-EOF                   VALUE 'Y'.
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
         05 WS-MULTI-ID-SW  PIC X       VALUE 'N'.
           88 NAME-UNDER-MULTI-IDS     VALUE 'Y'.
         05 WS-HOLD-NAME    PIC X(31)   VALUE SPACES.
         05 WS-HOLD-ID      PIC X(7)    VALUE SPACES.
         05 WS-SUB          PIC 99      COMP VALUE 0.
         05 WS-REJECT-REASON PIC X(30)  VALUE SPACES.
         05 WS-DUP-SW       PIC X       VALUE 'N'.
           88 DUPLICATE-FOUND          VALUE 'Y'.
         05 WS-READ-CTR     PIC 9(5)    VALUE 0.
         05 WS-ADD-CTR      PIC 9(5)    VALUE 0.
         05 WS-EXCP-CTR     PIC 9(5)    VALUE 0.
         05 WS-DUP-CTR      PIC 9(5)    VALUE 0.
         05 WS-ADD-HASH     PIC 9(9)V99 VALUE 0.
         05 WS-BATCH-NO     PIC X(6)    VALUE SPACES.

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

       01 NAME-GROUP-TABLE.
         05 NG-MAX          PIC 99      COMP VALUE 50.
         05 NG-CTR          PIC 99      COMP VALUE 0.
         05 NG-ENTRY        OCCURS 50 TIMES
                            PIC X(95).

       01 CUR-APPLICANT.
         05 AC-ID           PIC X(7).
         05 AC-NAME.
           10 AC-LNAME      PIC X(15).
           10 AC-FNAME      PIC X(15).
           10 AC-INIT       PIC X.
         05 AC-TERM         PIC X(4).
         05 AC-CAMPUS       PIC X(3).
         05 AC-GPA          PIC 9V99.
         05 AC-START-SALARY PIC 9(6)V99.
         05 AC-ADMIT-DATE   PIC 9(8).
         05 FILLER          PIC X.
         05 AC-REASON       PIC X(30).

       01 PREV-APPLICANT.
         05 AP-ID           PIC X(7).
         05 FILLER          PIC X(88).

       01 NEXT-APPLICANT.
         05 AN-ID           PIC X(7).
         05 FILLER          PIC X(88).

       01 HOLD-APPLICANT    PIC X(95).

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(38)   VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'ADMISSIONS FEED EDIT EXCEPTION REPORT'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'RUN DATE: '.
           05  RH-DATE         PIC 9(8).
           05  FILLER          PIC X(31)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC X       VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC X       VALUE SPACES.
           05  FILLER          PIC X       VALUE 'I'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'TERM'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE 'CAM'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE 'REASON HELD'.
           05  FILLER          PIC X(44)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-ID           PIC X(7).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-LNAME        PIC X(15).
           05  FILLER          PIC X       VALUE SPACES.
           05  RD-FNAME        PIC X(15).
           05  FILLER          PIC X       VALUE SPACES.
           05  RD-INIT         PIC X.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-TERM         PIC X(4).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-CAMPUS       PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-REASON       PIC X(30).
           05  FILLER          PIC X(44)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       01  RPT-TOTAL-LINE-1.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'APPLICANTS READ: '.
           05  RT-READ-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'ADDS BATCHED: '.
           05  RT-ADD-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'EXCEPTIONS: '.
           05  RT-EXCP-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'DUPLICATES: '.
           05  RT-DUP-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(28)   VALUE SPACES.

       01  RPT-TOTAL-LINE-2.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'BATCH NUMBER: '.
           05  RT-BATCH-NO     PIC X(6).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'TRAILER COUNT: '.
           05  RT-TRL-COUNT    PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'SALARY HASH: '.
           05  RT-TRL-HASH     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(44)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-EDIT-APPLICANT
               UNTIL AC-ID = HIGH-VALUES.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           PERFORM 8000-LOAD-REF-TABLE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-LNAME
                             SA-FNAME
                             SA-INIT
                             SA-ID
               USING ADMISSIONS-IN
               GIVING NAME-SORTED.
           PERFORM 1100-NAME-PASS.

           SORT SORT-WORK-2
               ON ASCENDING KEY SW-ID
                             SW-TERM
                             SW-CAMPUS
               USING ADM-WORK
               GIVING ID-SORTED.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ID-SORTED.
           OPEN OUTPUT BATCH-OUT.
           OPEN OUTPUT PRTOUT.

           MOVE 'A' TO WS-BATCH-NO.
           MOVE RS-DATE (4:5) TO WS-BATCH-NO (2:5).

           MOVE RS-DATE TO RH-DATE.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO PREV-APPLICANT.
           PERFORM 9010-READ-ID-SORTED.
           MOVE NEXT-APPLICANT TO CUR-APPLICANT.
           PERFORM 9010-READ-ID-SORTED.
           IF AC-ID = HIGH-VALUES
               MOVE 'NO APPLICANTS ON THE ADMISSIONS FEED' TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       1100-NAME-PASS.
           OPEN INPUT NAME-SORTED.
           OPEN OUTPUT ADM-WORK.
           PERFORM 9000-READ-NAME-SORTED.
           PERFORM 1150-NAME-GROUP
               UNTIL NS-EOF.
           CLOSE NAME-SORTED.
           CLOSE ADM-WORK.

       1150-NAME-GROUP.
           MOVE AC-NAME TO WS-HOLD-NAME.
           MOVE AC-ID TO WS-HOLD-ID.
           MOVE 'N' TO WS-MULTI-ID-SW.
           MOVE 0 TO NG-CTR.
           PERFORM 1160-HOLD-NAME
               UNTIL NS-EOF
                  OR AC-NAME NOT = WS-HOLD-NAME.
           MOVE CUR-APPLICANT TO HOLD-APPLICANT.
           MOVE 0 TO WS-SUB.
           PERFORM UNTIL WS-SUB NOT < NG-CTR
               ADD 1 TO WS-SUB
               MOVE NG-ENTRY (WS-SUB) TO CUR-APPLICANT
               IF NAME-UNDER-MULTI-IDS
                   MOVE 'SAME NAME, OTHER ID IN FEED' TO AC-REASON
               END-IF
               WRITE AW-REC FROM CUR-APPLICANT
           END-PERFORM.
           MOVE HOLD-APPLICANT TO CUR-APPLICANT.

       1160-HOLD-NAME.
           IF AC-ID NOT = WS-HOLD-ID
               MOVE 'Y' TO WS-MULTI-ID-SW
           END-IF.
           IF NG-CTR < NG-MAX
               ADD 1 TO NG-CTR
               MOVE CUR-APPLICANT TO NG-ENTRY (NG-CTR)
           ELSE
               MOVE 'SAME NAME, OTHER ID IN FEED' TO AC-REASON
               WRITE AW-REC FROM CUR-APPLICANT
           END-IF.
           PERFORM 9000-READ-NAME-SORTED.

       2000-EDIT-APPLICANT.
           ADD 1 TO WS-READ-CTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-DUP-SW.

           IF AC-ID = SPACES OR AC-ID IS NOT NUMERIC
               MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND (AC-LNAME = SPACES OR AC-FNAME = SPACES)
               MOVE 'NAME MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE AC-TERM TO WS-CHK-TERM
               PERFORM 8100-FIND-TERM
               IF NOT TERM-ON-TABLE
                   MOVE 'TERM NOT ON REFERENCE TABLE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE AC-CAMPUS TO WS-CHK-CAMPUS
               PERFORM 8200-FIND-CAMPUS
               IF NOT CAMPUS-ON-TABLE
                   MOVE 'CAMPUS NOT ON REFERENCE TABLE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF AC-GPA IS NOT NUMERIC OR AC-GPA > 4.00
                   MOVE 'GPA NOT NUMERIC OR OVER 4.00'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF AC-START-SALARY IS NOT NUMERIC
                       OR AC-START-SALARY = ZERO
                   MOVE 'NO STARTING SALARY' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND AC-ADMIT-DATE IS NOT NUMERIC
               MOVE 'INVALID ADMIT DATE' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
                   AND AC-REASON NOT = SPACES
               MOVE AC-REASON TO WS-REJECT-REASON
               MOVE 'Y' TO WS-DUP-SW
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND (AC-ID = AP-ID OR AC-ID = AN-ID)
               MOVE 'DUPLICATE ID IN FEED' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-DUP-SW
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2100-CHECK-MASTER-ID
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-CHECK-MASTER-NAME
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-WRITE-ADD
           ELSE
               PERFORM 2400-LIST-EXCEPTION
           END-IF.

           MOVE CUR-APPLICANT TO PREV-APPLICANT.
           MOVE NEXT-APPLICANT TO CUR-APPLICANT.
           PERFORM 9010-READ-ID-SORTED.

       2100-CHECK-MASTER-ID.
           MOVE AC-ID TO I-ID.
           START STUDENT-MASTER KEY = I-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ID ALREADY ON MASTER' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-DUP-SW
           END-START.

       2200-CHECK-MASTER-NAME.
           MOVE AC-LNAME TO I-LNAME.
           MOVE 'N' TO LN-EOF-SW.
           START STUDENT-MASTER KEY = I-LNAME
               INVALID KEY
                   MOVE 'Y' TO LN-EOF-SW
           END-START.
           PERFORM UNTIL LN-EOF
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO LN-EOF-SW
               END-READ
               IF NOT LN-EOF
                   IF I-LNAME NOT = AC-LNAME
                       MOVE 'Y' TO LN-EOF-SW
                   ELSE
                       IF I-FNAME = AC-FNAME
                               AND I-INIT = AC-INIT
                               AND I-ID NOT = AC-ID
                           STRING 'NAME ON MASTER AS ID '
                                   DELIMITED BY SIZE
                               I-ID DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                           MOVE 'Y' TO WS-DUP-SW
                           MOVE 'Y' TO LN-EOF-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2300-WRITE-ADD.
           IF WS-ADD-CTR = 0
               PERFORM 2350-WRITE-BATCH-HEADER
           END-IF.
           MOVE 'A' TO TC-CODE.
           MOVE AC-TERM TO TC-TERM.
           MOVE AC-CAMPUS TO TC-CAMPUS.
           MOVE AC-ID TO TC-ID.
           MOVE AC-LNAME TO TC-LNAME.
           MOVE AC-FNAME TO TC-FNAME.
           MOVE AC-INIT TO TC-INIT.
           MOVE AC-GPA TO TC-GPA.
           MOVE AC-START-SALARY TO TC-START-SALARY.
           MOVE AC-ADMIT-DATE TO TC-EFF-DATE.
           WRITE TC-REC.
           ADD 1 TO WS-ADD-CTR.
           ADD AC-START-SALARY TO WS-ADD-HASH.

       2350-WRITE-BATCH-HEADER.
           MOVE SPACES TO TC-REC.
           MOVE 'H' TO TC-CODE.
           MOVE WS-BATCH-NO TO TC-BATCH-NO.
           MOVE RS-DATE TO TC-BATCH-DATE.
           WRITE TC-REC.

       2400-LIST-EXCEPTION.
           ADD 1 TO WS-EXCP-CTR.
           IF DUPLICATE-FOUND
               ADD 1 TO WS-DUP-CTR
           END-IF.
           MOVE AC-ID TO RD-ID.
           MOVE AC-LNAME TO RD-LNAME.
           MOVE AC-FNAME TO RD-FNAME.
           MOVE AC-INIT TO RD-INIT.
           MOVE AC-TERM TO RD-TERM.
           MOVE AC-CAMPUS TO RD-CAMPUS.
           MOVE WS-REJECT-REASON TO RD-REASON.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           MOVE WS-READ-CTR TO RT-READ-CTR.
           MOVE WS-ADD-CTR TO RT-ADD-CTR.
           MOVE WS-EXCP-CTR TO RT-EXCP-CTR.
           MOVE WS-DUP-CTR TO RT-DUP-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.

           IF WS-ADD-CTR > 0
               MOVE SPACES TO TC-REC
               MOVE 'T' TO TC-CODE
               MOVE WS-ADD-CTR TO TC-COUNT
               MOVE WS-ADD-HASH TO TC-HASH
               WRITE TC-REC
               MOVE WS-BATCH-NO TO RT-BATCH-NO
               MOVE WS-ADD-CTR TO RT-TRL-COUNT
               MOVE WS-ADD-HASH TO RT-TRL-HASH
               WRITE PRTLINE FROM RPT-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'NO CLEAN APPLICANTS - NO ADD BATCH WRITTEN'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE STUDENT-MASTER.
           CLOSE ID-SORTED.
           CLOSE BATCH-OUT.
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

       9000-READ-NAME-SORTED.
           READ NAME-SORTED INTO CUR-APPLICANT
               AT END
                   MOVE 'Y' TO NS-EOF-SW
           END-READ.

       9010-READ-ID-SORTED.
           IF IS-EOF
               MOVE HIGH-VALUES TO NEXT-APPLICANT
           ELSE
               READ ID-SORTED INTO NEXT-APPLICANT
                   AT END
                       MOVE 'Y' TO IS-EOF-SW
                       MOVE HIGH-VALUES TO NEXT-APPLICANT
               END-READ
           END-IF.
