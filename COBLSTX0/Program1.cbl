       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSTX0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * STATE ENROLLMENT REPORTING EXTRACT. STXPARM.DAT GIVES
      * THE TERM TO REPORT AND THE COLLEGE'S STATE INSTITUTION
      * CODE. EVERY STDNTMST.DAT RECORD FOR THE TERM BECOMES
      * ONE DETAIL RECORD ON THE FIXED-FORMAT STSUBMIT.DAT
      * SUBMISSION - TERM, CAMPUS (THE REFTBL.DAT CAMPUS CODE),
      * STUDENT ID, STATUS (E WHEN BLANK), THE TERM'S CREDIT
      * HOURS TOTALLED FROM CRSDTL.DAT, AND GPA. THE FILE OPENS
      * WITH A HEADER (INSTITUTION, SUBMISSION ID, TERM, DATE
      * CREATED) AND CLOSES WITH A TRAILER CARRYING THE DETAIL
      * COUNT AND HASH TOTALS OF THE CREDIT HOURS AND GPAS.
      * A STUDENT WHOSE CAMPUS IS NOT ON REFTBL.DAT OR WHOSE
      * GPA IS NOT NUMERIC IS LEFT OUT AND LISTED FOR
      * CORRECTION. THE SUBMISSION ID IS THE TERM AND A RUN
      * SEQUENCE NUMBER. EVERY RECORD SENT IS ALSO WRITTEN TO
      * THE STXHIST.DAT SENT HISTORY, KEYED BY SUBMISSION ID AND
      * STUDENT KEY, WITH ONE SUMMARY RECORD PER SUBMISSION
      * (STUDENT KEY BLANK) HOLDING THE DATE SENT AND RECORD
      * COUNT. COBLACK0 MATCHES THE STATE'S ACKNOWLEDGMENT
      * AGAINST THAT HISTORY. STXRPT.PRT IS THE EXTRACT CONTROL
      * REPORT WITH COUNTS BY CAMPUS AND THE TRAILER TOTALS.
      * THE SEQUENCE NUMBER IS ONE PAST THE HIGHEST ALREADY ON
      * THE SENT HISTORY FOR THE TERM.
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

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STXHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SUBMIT-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STSUBMIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STXPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STXRPT.PRT'
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

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SX-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 SX-REC.
         05 SX-KEY.
           10 SX-SUB-ID.
             15 SX-SUB-TERM PIC X(4).
             15 SX-SUB-SEQ  PIC 9(4).
           10 SX-STUDENT.
             15 SX-TERM     PIC X(4).
             15 SX-CAMPUS   PIC X(3).
             15 SX-ID       PIC X(7).
         05 SX-STATUS       PIC X.
         05 SX-HOURS        PIC 999.
         05 SX-GPA          PIC 9V99.
         05 SX-SENT-DATE    PIC 9(8).
         05 SX-ACK-CODE     PIC X.
           88 SX-NOT-ACKED            VALUE SPACE.
           88 SX-ACCEPTED             VALUE 'A'.
           88 SX-REJECTED             VALUE 'R'.
         05 SX-REASON       PIC X(4).
         05 SX-ACK-DATE     PIC 9(8).
         05 FILLER          PIC X(10).

       01 SX-SUMMARY-REC REDEFINES SX-REC.
         05 FILLER          PIC X(22).
         05 SXS-COUNT       PIC 9(7).
         05 FILLER          PIC X(31).

       FD  SUBMIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SB-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 SB-REC.
         05 SB-TYPE         PIC X.
         05 SB-TERM         PIC X(4).
         05 SB-CAMPUS       PIC X(3).
         05 SB-ID           PIC X(7).
         05 SB-STATUS       PIC X.
         05 SB-HOURS        PIC 999.
         05 SB-GPA          PIC 9V99.
         05 FILLER          PIC X(18).

       01 SB-HEADER-REC REDEFINES SB-REC.
         05 FILLER          PIC X.
         05 SBH-INST-CODE   PIC X(6).
         05 SBH-SUB-ID      PIC X(8).
         05 SBH-TERM        PIC X(4).
         05 SBH-CREATE-DATE PIC 9(8).
         05 FILLER          PIC X(13).

       01 SB-TRAILER-REC REDEFINES SB-REC.
         05 FILLER          PIC X.
         05 SBT-COUNT       PIC 9(7).
         05 SBT-HOURS-HASH  PIC 9(9).
         05 SBT-GPA-HASH    PIC 9(7)V99.
         05 FILLER          PIC X(14).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 10 CHARACTERS.

       01 PARM-REC.
         05 PARM-TERM        PIC X(4).
         05 PARM-INST-CODE   PIC X(6).

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
         05 WS-HIST-STATUS  PIC XX      VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 EOF-SW          PIC X       VALUE 'N'.
           88 EOF                      VALUE 'Y'.
         05 CD-EOF-SW       PIC X       VALUE 'N'.
           88 CD-EOF                   VALUE 'Y'.
         05 SX-EOF-SW       PIC X       VALUE 'N'.
           88 SX-EOF                   VALUE 'Y'.
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
         05 WS-RPT-TERM     PIC X(4)    VALUE SPACES.
         05 WS-INST-CODE    PIC X(6)    VALUE SPACES.
         05 WS-SUB-ID.
           10 WS-SUB-TERM   PIC X(4).
           10 WS-SUB-SEQ    PIC 9(4).
         05 WS-HOLD-CAMPUS  PIC X(3)    VALUE SPACES.
         05 WS-HOURS        PIC 999     VALUE 0.
         05 WS-REJECT-REASON PIC X(30)  VALUE SPACES.
         05 WS-SENT-CTR     PIC 9(7)    VALUE 0.
         05 WS-EXCL-CTR     PIC 9(7)    VALUE 0.
         05 WS-CAMP-SENT    PIC 9(7)    VALUE 0.
         05 WS-CAMP-EXCL    PIC 9(7)    VALUE 0.
         05 WS-HOURS-HASH   PIC 9(9)    VALUE 0.
         05 WS-GPA-HASH     PIC 9(7)V99 VALUE 0.

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

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(32)
               VALUE 'STATE ENROLLMENT EXTRACT CONTROL'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  RH-TERM         PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SUBMISSION: '.
           05  RH-SUB-ID       PIC X(8).
           05  FILLER          PIC X(22)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'STUDENT KEY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE 'NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE 'LEFT OUT BECAUSE'.
           05  FILLER          PIC X(49)   VALUE SPACES.

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
           05  RD-REASON       PIC X(30).
           05  FILLER          PIC X(49)   VALUE SPACES.

       01  RPT-CAMPUS-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAMPUS: '.
           05  RC-CAMPUS       PIC X(3).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  RC-CAMP-NAME    PIC X(25).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'SENT: '.
           05  RC-SENT         PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'LEFT OUT: '.
           05  RC-EXCL         PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(39)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'RECORDS SENT: '.
           05  RT-SENT-CTR     PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'HOURS HASH: '.
           05  RT-HOURS-HASH   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'GPA HASH: '.
           05  RT-GPA-HASH     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'LEFT OUT: '.
           05  RT-EXCL-CTR     PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(17)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-EXTRACT-STUDENT
               UNTIL EOF.
           IF WS-HOLD-CAMPUS NOT = SPACES
               PERFORM 2600-CAMPUS-TOTAL
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STXPARM.DAT, STATUS='
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'STXPARM.DAT IS EMPTY - NO TERM TO REPORT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PARM-TERM TO WS-RPT-TERM.
           MOVE PARM-INST-CODE TO WS-INST-CODE.
           CLOSE PARM-FILE.

           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           PERFORM 8000-LOAD-REF-TABLE.
           MOVE WS-RPT-TERM TO WS-CHK-TERM.
           PERFORM 8100-FIND-TERM.
           IF NOT TERM-ON-TABLE
               DISPLAY 'STXPARM.DAT TERM ' WS-RPT-TERM
                   ' IS NOT ON REFTBL.DAT - NOTHING EXTRACTED'
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
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CRSDTL.DAT, STATUS='
                   WS-COURSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
                   AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING STXHIST.DAT, STATUS='
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-NEXT-SUBMISSION-ID.

           OPEN OUTPUT SUBMIT-FILE.
           OPEN OUTPUT PRTOUT.
           MOVE WS-RPT-TERM TO RH-TERM.
           MOVE WS-SUB-ID TO RH-SUB-ID.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO SB-REC.
           MOVE 'H' TO SB-TYPE.
           MOVE WS-INST-CODE TO SBH-INST-CODE.
           MOVE WS-SUB-ID TO SBH-SUB-ID.
           MOVE WS-RPT-TERM TO SBH-TERM.
           MOVE RS-DATE TO SBH-CREATE-DATE.
           WRITE SB-REC.

           MOVE SPACES TO I-KEY.
           MOVE WS-RPT-TERM TO I-TERM.
           START STUDENT-MASTER KEY NOT < I-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-SW
           END-START.
           IF NOT EOF
               PERFORM 9000-READ-MASTER
           END-IF.
           IF EOF
               MOVE 'NO STUDENTS ON FILE FOR THE REQUESTED TERM'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       1100-NEXT-SUBMISSION-ID.
           MOVE WS-RPT-TERM TO WS-SUB-TERM.
           MOVE 0 TO WS-SUB-SEQ.
           MOVE SPACES TO SX-KEY.
           MOVE WS-RPT-TERM TO SX-SUB-TERM.
           MOVE 0 TO SX-SUB-SEQ.
           START HISTORY-FILE KEY NOT < SX-KEY
               INVALID KEY
                   MOVE 'Y' TO SX-EOF-SW
           END-START.
           IF NOT SX-EOF
               PERFORM 9020-READ-HISTORY
           END-IF.
           PERFORM UNTIL SX-EOF
                      OR SX-SUB-TERM NOT = WS-RPT-TERM
               MOVE SX-SUB-SEQ TO WS-SUB-SEQ
               PERFORM 9020-READ-HISTORY
           END-PERFORM.
           ADD 1 TO WS-SUB-SEQ.

       2000-EXTRACT-STUDENT.
           IF I-CAMPUS NOT = WS-HOLD-CAMPUS
               IF WS-HOLD-CAMPUS NOT = SPACES
                   PERFORM 2600-CAMPUS-TOTAL
               END-IF
               MOVE I-CAMPUS TO WS-HOLD-CAMPUS
               MOVE 0 TO WS-CAMP-SENT
               MOVE 0 TO WS-CAMP-EXCL
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE I-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           EVALUATE TRUE
               WHEN NOT CAMPUS-ON-TABLE
                   MOVE 'CAMPUS NOT ON REFTBL.DAT' TO WS-REJECT-REASON
               WHEN I-GPA NOT NUMERIC
                   MOVE 'GPA NOT NUMERIC' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2100-SUM-HOURS
               PERFORM 2200-WRITE-DETAIL
           ELSE
               PERFORM 2300-LIST-EXCLUDED
           END-IF.
           PERFORM 9000-READ-MASTER.

       2100-SUM-HOURS.
           MOVE 0 TO WS-HOURS.
           MOVE I-KEY TO CD-STUDENT.
           MOVE LOW-VALUES TO CD-COURSE.
           MOVE 'N' TO CD-EOF-SW.
           START COURSE-FILE KEY NOT < CD-KEY
               INVALID KEY
                   MOVE 'Y' TO CD-EOF-SW
           END-START.
           IF NOT CD-EOF
               PERFORM 9010-READ-COURSE
           END-IF.
           PERFORM UNTIL CD-EOF
                      OR CD-STUDENT NOT = I-KEY
               IF CD-CREDIT-HOURS IS NUMERIC
                   ADD CD-CREDIT-HOURS TO WS-HOURS
               END-IF
               PERFORM 9010-READ-COURSE
           END-PERFORM.

       2200-WRITE-DETAIL.
           MOVE SPACES TO SB-REC.
           MOVE 'D' TO SB-TYPE.
           MOVE I-TERM TO SB-TERM.
           MOVE I-CAMPUS TO SB-CAMPUS.
           MOVE I-ID TO SB-ID.
           IF I-STATUS = SPACE
               MOVE 'E' TO SB-STATUS
           ELSE
               MOVE I-STATUS TO SB-STATUS
           END-IF.
           MOVE WS-HOURS TO SB-HOURS.
           MOVE I-GPA TO SB-GPA.
           WRITE SB-REC.
           ADD 1 TO WS-SENT-CTR.
           ADD 1 TO WS-CAMP-SENT.
           ADD WS-HOURS TO WS-HOURS-HASH.
           ADD I-GPA TO WS-GPA-HASH.

           MOVE SPACES TO SX-REC.
           MOVE WS-SUB-ID TO SX-SUB-ID.
           MOVE I-KEY TO SX-STUDENT.
           MOVE SB-STATUS TO SX-STATUS.
           MOVE WS-HOURS TO SX-HOURS.
           MOVE I-GPA TO SX-GPA.
           MOVE RS-DATE TO SX-SENT-DATE.
           MOVE 0 TO SX-ACK-DATE.
           WRITE SX-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING STXHIST.DAT, KEY=' SX-KEY
                       ' STATUS=' WS-HIST-STATUS
           END-WRITE.

       2300-LIST-EXCLUDED.
           ADD 1 TO WS-EXCL-CTR.
           ADD 1 TO WS-CAMP-EXCL.
           MOVE I-TERM TO RD-TERM.
           MOVE I-CAMPUS TO RD-CAMPUS.
           MOVE I-ID TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE WS-REJECT-REASON TO RD-REASON.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2600-CAMPUS-TOTAL.
           MOVE WS-HOLD-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           MOVE WS-HOLD-CAMPUS TO RC-CAMPUS.
           MOVE WS-CAMP-NAME TO RC-CAMP-NAME.
           MOVE WS-CAMP-SENT TO RC-SENT.
           MOVE WS-CAMP-EXCL TO RC-EXCL.
           WRITE PRTLINE FROM RPT-CAMPUS-LINE
               AFTER ADVANCING 2 LINES.

       3000-CLOSING.
           MOVE SPACES TO SB-REC.
           MOVE 'T' TO SB-TYPE.
           MOVE WS-SENT-CTR TO SBT-COUNT.
           MOVE WS-HOURS-HASH TO SBT-HOURS-HASH.
           MOVE WS-GPA-HASH TO SBT-GPA-HASH.
           WRITE SB-REC.

           MOVE SPACES TO SX-REC.
           MOVE WS-SUB-ID TO SX-SUB-ID.
           MOVE WS-SENT-CTR TO SXS-COUNT.
           MOVE RS-DATE TO SX-SENT-DATE.
           MOVE 0 TO SX-ACK-DATE.
           WRITE SX-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING STXHIST.DAT, KEY=' SX-KEY
                       ' STATUS=' WS-HIST-STATUS
           END-WRITE.

           MOVE WS-SENT-CTR TO RT-SENT-CTR.
           MOVE WS-HOURS-HASH TO RT-HOURS-HASH.
           MOVE WS-GPA-HASH TO RT-GPA-HASH.
           MOVE WS-EXCL-CTR TO RT-EXCL-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE STUDENT-MASTER.
           CLOSE COURSE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE SUBMIT-FILE.
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

       9000-READ-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SW
           END-READ.
           IF NOT EOF
               IF I-TERM NOT = WS-RPT-TERM
                   MOVE 'Y' TO EOF-SW
               END-IF
           END-IF.

       9010-READ-COURSE.
           READ COURSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CD-EOF-SW
           END-READ.

       9020-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SX-EOF-SW
           END-READ.
