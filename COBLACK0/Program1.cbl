       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLACK0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * STATE ENROLLMENT ACKNOWLEDGMENT RECONCILIATION. READS
      * THE STATE'S STATEACK.DAT ACKNOWLEDGMENT FILE - ONE
      * HEADER PER SUBMISSION ECHOING OUR SUBMISSION ID, ONE
      * DETAIL PER STUDENT MARKED A (ACCEPTED) OR R (REJECTED)
      * WITH THE STATE'S REASON CODE AND DESCRIPTION, AND A
      * TRAILER WITH THE ACCEPTED AND REJECTED COUNTS - AND
      * MATCHES IT AGAINST THE STXHIST.DAT SENT HISTORY WRITTEN
      * BY COBLSTX0. EACH SENT RECORD IS MARKED WITH ITS
      * DISPOSITION, REASON AND ACKNOWLEDGMENT DATE. REJECTED
      * STUDENTS ARE LISTED WITH THEIR NAME FROM STDNTMST.DAT
      * FOR CORRECTION AND RESUBMISSION. ACKNOWLEDGMENTS FOR A
      * SUBMISSION OR STUDENT WE NEVER SENT, AND TRAILER COUNTS
      * THAT DO NOT AGREE WITH THE DETAILS, ARE FLAGGED. AFTER
      * THE ACKNOWLEDGMENTS ARE APPLIED THE WHOLE HISTORY IS
      * SCANNED: EVERY SUBMISSION THE STATE HAS NEVER
      * ACKNOWLEDGED IS LISTED WITH ITS AGE IN DAYS, MARKED
      * OVERDUE PAST THE NUMBER OF DAYS IN THE OPTIONAL
      * ACKPARM.DAT (30 WHEN NOT GIVEN), AND EVERY STUDENT SENT
      * ON AN ACKNOWLEDGED SUBMISSION BUT LEFT OFF THE STATE'S
      * ACKNOWLEDGMENT IS LISTED. OUTPUT IS ACKRPT.PRT.
      * AN ACKNOWLEDGMENT HEADER IS MATCHED TO OUR SUBMISSION BY
      * THE SUBMISSION ID IT ECHOES, AND THAT SUBMISSION'S
      * SUMMARY RECORD IS MARKED ACKNOWLEDGED. SUMMARY RECORDS
      * SORT AHEAD OF THEIR STUDENTS ON THE HISTORY, SO THE SCAN
      * KNOWS WHETHER A SUBMISSION WAS ACKNOWLEDGED BEFORE IT
      * REACHES THE SUBMISSION'S STUDENTS.
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

           SELECT HISTORY-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STXHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL ACK-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STATEACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ACKPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ACKRPT.PRT'
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

       FD  ACK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AK-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 AK-REC.
         05 AK-TYPE         PIC X.
           88 AK-HEADER               VALUE 'H'.
           88 AK-DETAIL               VALUE 'D'.
           88 AK-TRAILER              VALUE 'T'.
         05 AK-STUDENT.
           10 AK-TERM       PIC X(4).
           10 AK-CAMPUS     PIC X(3).
           10 AK-ID         PIC X(7).
         05 AK-DISP         PIC X.
           88 AK-ACCEPTED             VALUE 'A'.
           88 AK-REJECTED             VALUE 'R'.
         05 AK-REASON       PIC X(4).
         05 AK-REASON-DESC  PIC X(30).
         05 FILLER          PIC X(10).

       01 AK-HEADER-REC REDEFINES AK-REC.
         05 FILLER          PIC X.
         05 AKH-INST-CODE   PIC X(6).
         05 AKH-SUB-ID      PIC X(8).
         05 AKH-ACK-DATE    PIC 9(8).
         05 FILLER          PIC X(37).

       01 AK-TRAILER-REC REDEFINES AK-REC.
         05 FILLER          PIC X.
         05 AKT-ACCEPTED    PIC 9(7).
         05 AKT-REJECTED    PIC 9(7).
         05 FILLER          PIC X(45).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 3 CHARACTERS.

       01 PARM-REC.
         05 PARM-OVERDUE-DAYS PIC 999.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-HIST-STATUS  PIC XX      VALUE '00'.
         05 WS-ACK-STATUS   PIC XX      VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 AK-EOF-SW       PIC X       VALUE 'N'.
           88 AK-EOF                   VALUE 'Y'.
         05 SX-EOF-SW       PIC X       VALUE 'N'.
           88 SX-EOF                   VALUE 'Y'.
         05 WS-SUB-KNOWN-SW PIC X       VALUE 'N'.
           88 SUB-KNOWN                VALUE 'Y'.
         05 WS-SUB-ACKED-SW PIC X       VALUE 'N'.
           88 SUB-ACKED                VALUE 'Y'.
         05 WS-OVERDUE-DAYS PIC 999     VALUE 30.
         05 WS-ACK-SUB-ID   PIC X(8)    VALUE SPACES.
         05 WS-ACK-DATE     PIC 9(8)    VALUE 0.
         05 WS-SUB-ACCEPTED PIC 9(7)    VALUE 0.
         05 WS-SUB-REJECTED PIC 9(7)    VALUE 0.
         05 WS-ACK-READ     PIC 9(7)    VALUE 0.
         05 WS-TOT-ACCEPTED PIC 9(7)    VALUE 0.
         05 WS-TOT-REJECTED PIC 9(7)    VALUE 0.
         05 WS-EXCEPT-CTR   PIC 9(7)    VALUE 0.
         05 WS-UNACKED-SUBS PIC 9(7)    VALUE 0.
         05 WS-UNACKED-RECS PIC 9(7)    VALUE 0.
         05 WS-AGE-DAYS     PIC S9(7)   VALUE 0.

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'STATE ENROLLMENT ACKNOWLEDGMENT REPORT'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'RUN DATE: '.
           05  RH-DATE         PIC 9(8).
           05  FILLER          PIC X(29)   VALUE SPACES.

       01  RPT-SUB-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SUBMISSION: '.
           05  RS-SUB-ID       PIC X(8).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'SENT: '.
           05  RS-SENT-DATE    PIC 9(8).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'ACKNOWLEDGED: '.
           05  RS-ACK-DATE     PIC 9(8).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'RECORDS SENT: '.
           05  RS-SENT-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(33)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'STUDENT KEY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE 'NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'REASON'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(39)   VALUE 'NOTE'.

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
           05  RD-REASON       PIC X(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RD-REASON-DESC  PIC X(30).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RD-NOTE         PIC X(39).

       01  RPT-UNACKED-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RU-SUB-ID       PIC X(8).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'SENT: '.
           05  RU-SENT-DATE    PIC 9(8).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'RECORDS: '.
           05  RU-SENT-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'DAYS OUT: '.
           05  RU-DAYS         PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RU-NOTE         PIC X(40).
           05  FILLER          PIC X(11)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       01  RPT-SUB-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ACCEPTED: '.
           05  RST-ACCEPTED    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  RST-REJECTED    PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'STATE TRAILER A: '.
           05  RST-TRL-ACCEPTED PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE 'R: '.
           05  RST-TRL-REJECTED PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(31)   VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ACCEPTED: '.
           05  RT-ACCEPTED     PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  RT-REJECTED     PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'EXCEPTIONS: '.
           05  RT-EXCEPT       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'UNACKED SUBMIT: '.
           05  RT-UNACKED-SUBS PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'UNACKED STUDENT: '.
           05  RT-UNACKED-RECS PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-ACK
               UNTIL AK-EOF.
           PERFORM 2500-CHECK-OUTSTANDING.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-OVERDUE-DAYS IS NUMERIC
                               AND PARM-OVERDUE-DAYS > 0
                           MOVE PARM-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE PARM-FILE.

           OPEN I-O HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STXHIST.DAT, STATUS='
                   WS-HIST-STATUS
               DISPLAY 'RUN COBLSTX0 TO BUILD A SUBMISSION FIRST'
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
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = '00'
                   AND WS-ACK-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING STATEACK.DAT, STATUS='
                   WS-ACK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PRTOUT.
           MOVE RS-DATE TO RH-DATE.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 9000-READ-ACK.
           IF AK-EOF
               MOVE 'NO ACKNOWLEDGMENT FILE RECEIVED THIS RUN'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       2000-PROCESS-ACK.
           EVALUATE TRUE
               WHEN AK-HEADER
                   PERFORM 2100-ACK-HEADER
               WHEN AK-DETAIL
                   PERFORM 2200-ACK-DETAIL
               WHEN AK-TRAILER
                   PERFORM 2300-ACK-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-EXCEPT-CTR
                   MOVE SPACES TO RM-MSG
                   STRING 'UNKNOWN ACKNOWLEDGMENT RECORD TYPE: '
                           DELIMITED BY SIZE
                       AK-TYPE DELIMITED BY SIZE
                       INTO RM-MSG
                   WRITE PRTLINE FROM RPT-MSG-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
           PERFORM 9000-READ-ACK.

       2100-ACK-HEADER.
           MOVE AKH-SUB-ID TO WS-ACK-SUB-ID.
           MOVE AKH-ACK-DATE TO WS-ACK-DATE.
           IF WS-ACK-DATE NOT NUMERIC
               MOVE RS-DATE TO WS-ACK-DATE
           END-IF.
           MOVE 0 TO WS-SUB-ACCEPTED.
           MOVE 0 TO WS-SUB-REJECTED.
           MOVE 0 TO WS-ACK-READ.
           MOVE SPACES TO SX-KEY.
           MOVE WS-ACK-SUB-ID TO SX-SUB-ID.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SUB-KNOWN-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUB-KNOWN-SW
           END-READ.
           IF NOT SUB-KNOWN
               ADD 1 TO WS-EXCEPT-CTR
               MOVE SPACES TO RM-MSG
               STRING 'ACKNOWLEDGMENT FOR UNKNOWN SUBMISSION '
                       DELIMITED BY SIZE
                   WS-ACK-SUB-ID DELIMITED BY SIZE
                   ' - DETAILS IGNORED' DELIMITED BY SIZE
                   INTO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'A' TO SX-ACK-CODE
               MOVE WS-ACK-DATE TO SX-ACK-DATE
               REWRITE SX-REC
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING STXHIST.DAT, KEY='
                           SX-KEY ' STATUS=' WS-HIST-STATUS
               END-REWRITE
               MOVE WS-ACK-SUB-ID TO RS-SUB-ID
               MOVE SX-SENT-DATE TO RS-SENT-DATE
               MOVE WS-ACK-DATE TO RS-ACK-DATE
               MOVE SXS-COUNT TO RS-SENT-COUNT
               WRITE PRTLINE FROM RPT-SUB-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM RPT-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       2200-ACK-DETAIL.
           IF SUB-KNOWN
               ADD 1 TO WS-ACK-READ
               MOVE SPACES TO RD-REASON RD-REASON-DESC RD-NOTE
               MOVE WS-ACK-SUB-ID TO SX-SUB-ID
               MOVE AK-STUDENT TO SX-STUDENT
               READ HISTORY-FILE
                   INVALID KEY
                       ADD 1 TO WS-EXCEPT-CTR
                       MOVE 'ACKNOWLEDGED BUT NOT IN SUBMISSION'
                           TO RD-NOTE
                       PERFORM 2250-PRINT-STUDENT
                   NOT INVALID KEY
                       PERFORM 2210-APPLY-DISPOSITION
               END-READ
           END-IF.

       2210-APPLY-DISPOSITION.
           IF NOT AK-ACCEPTED AND NOT AK-REJECTED
               ADD 1 TO WS-EXCEPT-CTR
               MOVE 'UNKNOWN DISPOSITION FROM STATE'
                   TO RD-NOTE
               MOVE AK-DISP TO RD-REASON
               PERFORM 2250-PRINT-STUDENT
           ELSE
               IF NOT SX-NOT-ACKED
                   MOVE 'ACKNOWLEDGED AGAIN - LATEST KEPT' TO RD-NOTE
               END-IF
               MOVE AK-DISP TO SX-ACK-CODE
               MOVE AK-REASON TO SX-REASON
               MOVE WS-ACK-DATE TO SX-ACK-DATE
               REWRITE SX-REC
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING STXHIST.DAT, KEY='
                           SX-KEY ' STATUS=' WS-HIST-STATUS
               END-REWRITE
               IF AK-ACCEPTED
                   ADD 1 TO WS-SUB-ACCEPTED
                   ADD 1 TO WS-TOT-ACCEPTED
               ELSE
                   ADD 1 TO WS-SUB-REJECTED
                   ADD 1 TO WS-TOT-REJECTED
                   MOVE AK-REASON TO RD-REASON
                   MOVE AK-REASON-DESC TO RD-REASON-DESC
                   IF RD-NOTE = SPACES
                       MOVE 'REJECTED - CORRECT AND RESUBMIT'
                           TO RD-NOTE
                   END-IF
                   PERFORM 2250-PRINT-STUDENT
               END-IF
           END-IF.

       2250-PRINT-STUDENT.
           MOVE AK-STUDENT TO I-KEY.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE '** NOT ON' TO I-LNAME
                   MOVE 'MASTER **' TO I-FNAME
           END-READ.
           MOVE AK-TERM TO RD-TERM.
           MOVE AK-CAMPUS TO RD-CAMPUS.
           MOVE AK-ID TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2300-ACK-TRAILER.
           IF SUB-KNOWN
               MOVE WS-SUB-ACCEPTED TO RST-ACCEPTED
               MOVE WS-SUB-REJECTED TO RST-REJECTED
               MOVE 0 TO RST-TRL-ACCEPTED RST-TRL-REJECTED
               IF AKT-ACCEPTED IS NUMERIC
                   MOVE AKT-ACCEPTED TO RST-TRL-ACCEPTED
               END-IF
               IF AKT-REJECTED IS NUMERIC
                   MOVE AKT-REJECTED TO RST-TRL-REJECTED
               END-IF
               WRITE PRTLINE FROM RPT-SUB-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               IF AKT-ACCEPTED NOT NUMERIC
                       OR AKT-REJECTED NOT NUMERIC
                       OR AKT-ACCEPTED NOT = WS-SUB-ACCEPTED
                       OR AKT-REJECTED NOT = WS-SUB-REJECTED
                   ADD 1 TO WS-EXCEPT-CTR
                   MOVE 'STATE TRAILER COUNTS DO NOT AGREE WITH DETAILS'
                       TO RM-MSG
                   WRITE PRTLINE FROM RPT-MSG-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           MOVE 'N' TO WS-SUB-KNOWN-SW.

       2500-CHECK-OUTSTANDING.
           CLOSE HISTORY-FILE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STXHIST.DAT, STATUS='
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'OUTSTANDING ACKNOWLEDGMENTS' TO RM-MSG.
           WRITE PRTLINE FROM RPT-MSG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'N' TO SX-EOF-SW.
           PERFORM 9010-READ-HISTORY.
           PERFORM UNTIL SX-EOF
               IF SX-STUDENT = SPACES
                   PERFORM 2550-CHECK-SUBMISSION
               ELSE
                   IF SUB-ACKED AND SX-NOT-ACKED
                       ADD 1 TO WS-UNACKED-RECS
                       MOVE SX-STUDENT TO AK-STUDENT
                       MOVE SPACES TO RD-REASON RD-REASON-DESC
                       MOVE SPACES TO RD-NOTE
                       STRING 'SENT ON ' DELIMITED BY SIZE
                           SX-SUB-ID DELIMITED BY SIZE
                           ' - NOT ACKNOWLEDGED' DELIMITED BY SIZE
                           INTO RD-NOTE
                       PERFORM 2250-PRINT-STUDENT
                   END-IF
               END-IF
               PERFORM 9010-READ-HISTORY
           END-PERFORM.

       2550-CHECK-SUBMISSION.
           IF SX-ACK-CODE = 'A'
               MOVE 'Y' TO WS-SUB-ACKED-SW
           ELSE
               MOVE 'N' TO WS-SUB-ACKED-SW
               ADD 1 TO WS-UNACKED-SUBS
               MOVE 0 TO WS-AGE-DAYS
               IF FUNCTION TEST-DATE-YYYYMMDD (SX-SENT-DATE) = 0
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (RS-DATE)
                     - FUNCTION INTEGER-OF-DATE (SX-SENT-DATE)
               END-IF
               MOVE SX-SUB-ID TO RU-SUB-ID
               MOVE SX-SENT-DATE TO RU-SENT-DATE
               MOVE SXS-COUNT TO RU-SENT-COUNT
               MOVE WS-AGE-DAYS TO RU-DAYS
               IF WS-AGE-DAYS > WS-OVERDUE-DAYS
                   MOVE 'OVERDUE - NEVER ACKNOWLEDGED BY STATE'
                       TO RU-NOTE
               ELSE
                   MOVE 'AWAITING STATE ACKNOWLEDGMENT' TO RU-NOTE
               END-IF
               WRITE PRTLINE FROM RPT-UNACKED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3000-CLOSING.
           IF WS-UNACKED-SUBS = 0 AND WS-UNACKED-RECS = 0
               MOVE 'NONE - EVERY SUBMISSION HAS BEEN ACKNOWLEDGED'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-TOT-ACCEPTED TO RT-ACCEPTED.
           MOVE WS-TOT-REJECTED TO RT-REJECTED.
           MOVE WS-EXCEPT-CTR TO RT-EXCEPT.
           MOVE WS-UNACKED-SUBS TO RT-UNACKED-SUBS.
           MOVE WS-UNACKED-RECS TO RT-UNACKED-RECS.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE STUDENT-MASTER.
           CLOSE HISTORY-FILE.
           CLOSE ACK-FILE.
           CLOSE PRTOUT.

       9000-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE 'Y' TO AK-EOF-SW
           END-READ.

       9010-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SX-EOF-SW
           END-READ.
