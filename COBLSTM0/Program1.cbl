       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSTM0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * STUDENT ACCOUNT STATEMENTS AND AGED RECEIVABLES REPORT.
      * THE ACCTLDG.DAT LEDGER POSTED BY COBLBIL0 (TUITION) AND
      * COBLPAY0 (PAYMENTS AND ADJUSTMENTS) IS SORTED BY CAMPUS,
      * STUDENT ID, TERM AND ENTRY SEQUENCE, AND EACH ACCOUNT
      * (ONE STUDENT KEY) IS TOTALLED. CREDITS - PAYMENTS AND
      * CREDIT ADJUSTMENTS - ARE APPLIED TO THE OLDEST CHARGES
      * FIRST, AND WHAT REMAINS OF EACH CHARGE IS AGED FROM ITS
      * EFFECTIVE DATE TO THE AS-OF DATE INTO CURRENT (0-30
      * DAYS), 31-60, 61-90 AND OVER 90 DAYS. AN UNAPPLIED
      * CREDIT SHOWS AS A NEGATIVE CURRENT AMOUNT.
      * STMRPT.PRT HOLDS ONE STATEMENT PAGE PER ACCOUNT WITH
      * THE STUDENT NAME FROM STDNTMST.DAT, THE CAMPUS NAME
      * FROM REFTBL.DAT, EVERY LEDGER ENTRY WITH A RUNNING
      * BALANCE AND THE AGING OF THE BALANCE. AGERPT.PRT IS THE
      * AGED RECEIVABLES REPORT, ONE LINE PER ACCOUNT WITH A
      * BALANCE, WITH CAMPUS AND GRAND TOTALS BY AGING BUCKET.
      * THE OPTIONAL STMPARM.DAT GIVES THE AS-OF DATE (TODAY
      * WHEN ZERO OR MISSING) AND AN OPTION - A TO PRINT A
      * STATEMENT FOR EVERY ACCOUNT, OTHERWISE ONLY ACCOUNTS
      * CARRYING A BALANCE GET A STATEMENT.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEDGER-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ACCTLDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

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

           SELECT SORTED-LEDGER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\ACCTLDGS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWK01'.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STMPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT STMTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STMRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\AGERPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
         05 FILLER          PIC X(72).

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
           DATA RECORD IS SL-REC.

       01 SL-REC.
         05 SL-TERM         PIC X(4).
         05 SL-CAMPUS       PIC X(3).
         05 SL-ID           PIC X(7).
         05 SL-SEQ          PIC 9(4).
         05 FILLER          PIC X(72).

       FD  SORTED-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-REC
           RECORD CONTAINS 90 CHARACTERS.

       01 S-REC            PIC X(90).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 9 CHARACTERS.

       01 PARM-REC.
         05 PARM-AS-OF-DATE  PIC 9(8).
         05 PARM-OPTION      PIC X.

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

       FD  STMTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE.

       01 STMTLINE         PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-LEDGER-STATUS PIC XX     VALUE '00'.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 SRT-EOF-SW      PIC X       VALUE 'N'.
           88 SRT-EOF                  VALUE 'Y'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 WS-TERM-FOUND-SW PIC X      VALUE 'N'.
           88 TERM-ON-TABLE            VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-OPTION       PIC X       VALUE SPACE.
           88 PRINT-ALL-ACCOUNTS       VALUE 'A'.
         05 WS-CHK-TERM     PIC X(4)    VALUE SPACES.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.
         05 WS-EN-SUB       PIC 999     COMP VALUE 0.
         05 WS-AS-OF-DATE   PIC 9(8)    VALUE 0.
         05 WS-AS-OF-DAY    PIC 9(7)    VALUE 0.
         05 WS-DAYS         PIC S9(7)   VALUE 0.
         05 WS-HOLD-STUDENT PIC X(14)   VALUE SPACES.
         05 WS-HOLD-CAMPUS  PIC X(3)    VALUE SPACES.
         05 WS-BALANCE      PIC S9(7)V99 VALUE 0.
         05 WS-RUN-BALANCE  PIC S9(7)V99 VALUE 0.
         05 WS-CHARGES      PIC S9(7)V99 VALUE 0.
         05 WS-CREDITS      PIC S9(7)V99 VALUE 0.
         05 WS-CREDIT-LEFT  PIC S9(7)V99 VALUE 0.
         05 WS-OPEN-AMT     PIC S9(7)V99 VALUE 0.
         05 WS-OVER-DEBIT   PIC S9(7)V99 VALUE 0.
         05 WS-OVER-CTR     PIC 9(5)    VALUE 0.
         05 WS-STMT-CTR     PIC 9(5)    VALUE 0.
         05 WS-AGED-CTR     PIC 9(5)    VALUE 0.
         05 WS-ACCT-CTR     PIC 9(5)    VALUE 0.

       01 AGE-BUCKETS.
         05 AG-AMOUNT       OCCURS 5 TIMES
                            PIC S9(7)V99.

       01 CAMPUS-BUCKETS.
         05 AC-AMOUNT       OCCURS 5 TIMES
                            PIC S9(9)V99.

       01 GRAND-BUCKETS.
         05 AT-AMOUNT       OCCURS 5 TIMES
                            PIC S9(9)V99.

       01 WS-BKT-SUB        PIC 9       VALUE 0.

       01 HOLD-REC.
         05 H-KEY.
           10 H-STUDENT.
             15 H-TERM      PIC X(4).
             15 H-CAMPUS    PIC X(3).
             15 H-ID        PIC X(7).
           10 H-SEQ         PIC 9(4).
         05 H-TYPE          PIC X.
           88 H-CHARGE                VALUE 'C'.
           88 H-PAYMENT               VALUE 'P'.
           88 H-ADJUSTMENT            VALUE 'A'.
         05 H-SOURCE        PIC X.
         05 H-POST-DATE     PIC 9(8).
         05 H-EFF-DATE      PIC 9(8).
         05 H-AMOUNT        PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
         05 H-HOURS         PIC 999.
         05 H-REF           PIC X(10).
         05 H-DESC          PIC X(20).
         05 FILLER          PIC X(11).

       01 ENTRY-TABLE.
         05 EN-MAX          PIC 999     COMP VALUE 300.
         05 EN-CTR          PIC 999     COMP VALUE 0.
         05 EN-ENTRY        OCCURS 300 TIMES.
           10 EN-DATE       PIC 9(8).
           10 EN-TYPE       PIC X.
           10 EN-REF        PIC X(10).
           10 EN-DESC       PIC X(20).
           10 EN-AMOUNT     PIC S9(7)V99.

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

       01  STM-HEADING-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(25)
               VALUE 'STUDENT ACCOUNT STATEMENT'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'AS OF: '.
           05  SH-AS-OF-DATE   PIC 9(8).
           05  FILLER          PIC X(72)   VALUE SPACES.

       01  STM-CAMPUS-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  SH-CAMP-NAME    PIC X(25).
           05  FILLER          PIC X(97)   VALUE SPACES.

       01  STM-NAME-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'STUDENT: '.
           05  SH-FNAME        PIC X(15).
           05  FILLER          PIC X       VALUE SPACES.
           05  SH-INIT         PIC X.
           05  FILLER          PIC X       VALUE SPACES.
           05  SH-LNAME        PIC X(15).
           05  FILLER          PIC X(80)   VALUE SPACES.

       01  STM-ACCOUNT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'ACCOUNT: '.
           05  SH-TERM         PIC X(4).
           05  FILLER          PIC X       VALUE SPACES.
           05  SH-CAMPUS       PIC X(3).
           05  FILLER          PIC X       VALUE SPACES.
           05  SH-ID           PIC X(7).
           05  FILLER          PIC X(97)   VALUE SPACES.

       01  STM-COLUMN-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'DATE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'TYPE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REFERENCE'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '      CHARGES'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '      CREDITS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '      BALANCE'.
           05  FILLER          PIC X(22)   VALUE SPACES.

       01  STM-ENTRY-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  SE-DATE         PIC 9(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  SE-TYPE         PIC X(10).
           05  FILLER          PIC XX      VALUE SPACES.
           05  SE-REF          PIC X(10).
           05  FILLER          PIC XX      VALUE SPACES.
           05  SE-DESC         PIC X(20).
           05  FILLER          PIC XX      VALUE SPACES.
           05  SE-CHARGE       PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC XX      VALUE SPACES.
           05  SE-CREDIT       PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC XX      VALUE SPACES.
           05  SE-BALANCE      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(22)   VALUE SPACES.

       01  STM-TOTAL-LINE.
           05  FILLER          PIC X(45)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'TOTALS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  ST-CHARGES      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE SPACES.
           05  ST-CREDITS      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC XX      VALUE SPACES.
           05  ST-BALANCE      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(22)   VALUE SPACES.

       01  STM-AGING-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'CURRENT: '.
           05  SA-CURRENT      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE '31-60: '.
           05  SA-31-60        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE '61-90: '.
           05  SA-61-90        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'OVER 90: '.
           05  SA-OVER-90      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(29)   VALUE SPACES.

       01  STM-MSG-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  SM-MSG          PIC X(60).
           05  FILLER          PIC X(62)   VALUE SPACES.

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(44)   VALUE SPACES.
           05  FILLER          PIC X(26)
               VALUE 'AGED RECEIVABLES BY CAMPUS'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'AS OF: '.
           05  RH-AS-OF-DATE   PIC 9(8).
           05  FILLER          PIC X(41)   VALUE SPACES.

       01  RPT-CAMPUS-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CAMPUS: '.
           05  RC-CAMPUS       PIC X(3).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  RC-CAMP-NAME    PIC X(25).
           05  FILLER          PIC X(91)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'ACCOUNT'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE 'NAME'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '      CURRENT'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '   31-60 DAYS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '   61-90 DAYS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE ' OVER 90 DAYS'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '      BALANCE'.
           05  FILLER          PIC X(4)    VALUE SPACES.

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
           05  RD-BUCKET       OCCURS 5 TIMES.
             10  FILLER        PIC XX.
             10  RD-AMOUNT     PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RT-LABEL        PIC X(51).
           05  RT-BUCKET       OCCURS 5 TIMES.
             10  FILLER        PIC X.
             10  RT-AMOUNT     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE 'ACCOUNTS ON FILE: '.
           05  RN-ACCT-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(19)
               VALUE 'ACCOUNTS WITH BAL: '.
           05  RN-AGED-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)
               VALUE 'STATEMENTS PRINTED: '.
           05  RN-STMT-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(37)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL SRT-EOF.
           IF WS-HOLD-CAMPUS NOT = SPACES
               PERFORM 2700-CAMPUS-TOTAL
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           MOVE RS-DATE TO WS-AS-OF-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE ZEROES TO PARM-AS-OF-DATE
                       MOVE SPACES TO PARM-OPTION
               END-READ
               IF PARM-AS-OF-DATE IS NUMERIC
                       AND PARM-AS-OF-DATE > 0
                   MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
               END-IF
               MOVE PARM-OPTION TO WS-OPTION
           END-IF.
           CLOSE PARM-FILE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-AS-OF-DATE) NOT = 0
               DISPLAY 'STMPARM.DAT AS-OF DATE ' WS-AS-OF-DATE
                   ' IS NOT A VALID DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-AS-OF-DAY =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).

           PERFORM 8000-LOAD-REF-TABLE.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTLDG.DAT, STATUS='
                   WS-LEDGER-STATUS
               DISPLAY 'RUN COBLBIL0 TO BILL A TERM FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE LEDGER-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SL-CAMPUS
                             SL-ID
                             SL-TERM
                             SL-SEQ
               USING LEDGER-FILE
               GIVING SORTED-LEDGER.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SORTED-LEDGER.
           OPEN OUTPUT STMTOUT.
           OPEN OUTPUT PRTOUT.

           MOVE WS-AS-OF-DATE TO RH-AS-OF-DATE.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           INITIALIZE GRAND-BUCKETS.

           PERFORM 9000-READ-SORTED.
           IF SRT-EOF
               MOVE 'NO ACCOUNTS ON THE LEDGER' TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       2000-PROCESS-ACCOUNT.
           IF H-CAMPUS NOT = WS-HOLD-CAMPUS
               IF WS-HOLD-CAMPUS NOT = SPACES
                   PERFORM 2700-CAMPUS-TOTAL
               END-IF
               PERFORM 2600-CAMPUS-HEADING
           END-IF.
           ADD 1 TO WS-ACCT-CTR.
           MOVE H-STUDENT TO WS-HOLD-STUDENT.
           MOVE 0 TO EN-CTR.
           MOVE 0 TO WS-BALANCE.
           MOVE 0 TO WS-CHARGES.
           MOVE 0 TO WS-CREDITS.
           MOVE 0 TO WS-OVER-DEBIT.
           MOVE 0 TO WS-OVER-CTR.
           PERFORM 2100-COLLECT-ENTRY
               UNTIL SRT-EOF
                  OR H-STUDENT NOT = WS-HOLD-STUDENT.

           MOVE WS-HOLD-STUDENT TO I-KEY.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO I-NAME
                   MOVE '(NOT ON MASTER)' TO I-LNAME
           END-READ.

           PERFORM 2200-AGE-ACCOUNT.
           IF WS-BALANCE NOT = 0 OR PRINT-ALL-ACCOUNTS
               PERFORM 2300-PRINT-STATEMENT
           END-IF.
           IF WS-BALANCE NOT = 0
               PERFORM 2500-AGING-LINE
           END-IF.

       2100-COLLECT-ENTRY.
           ADD H-AMOUNT TO WS-BALANCE.
           IF H-AMOUNT > 0
               ADD H-AMOUNT TO WS-CHARGES
           ELSE
               SUBTRACT H-AMOUNT FROM WS-CREDITS
           END-IF.
           IF EN-CTR < EN-MAX
               ADD 1 TO EN-CTR
               MOVE H-EFF-DATE TO EN-DATE (EN-CTR)
               MOVE H-TYPE TO EN-TYPE (EN-CTR)
               MOVE H-REF TO EN-REF (EN-CTR)
               MOVE H-DESC TO EN-DESC (EN-CTR)
               MOVE H-AMOUNT TO EN-AMOUNT (EN-CTR)
           ELSE
               ADD 1 TO WS-OVER-CTR
               IF H-AMOUNT > 0
                   ADD H-AMOUNT TO WS-OVER-DEBIT
               END-IF
           END-IF.
           PERFORM 9000-READ-SORTED.

       2200-AGE-ACCOUNT.
           INITIALIZE AGE-BUCKETS.
           MOVE WS-CREDITS TO WS-CREDIT-LEFT.
           MOVE 0 TO WS-EN-SUB.
           PERFORM 2250-AGE-ENTRY
               UNTIL WS-EN-SUB NOT < EN-CTR.
           IF WS-OVER-DEBIT > 0
               MOVE WS-OVER-DEBIT TO WS-OPEN-AMT
               PERFORM 2270-APPLY-CREDIT
               ADD WS-OPEN-AMT TO AG-AMOUNT (1)
           END-IF.
           SUBTRACT WS-CREDIT-LEFT FROM AG-AMOUNT (1).
           MOVE WS-BALANCE TO AG-AMOUNT (5).

       2250-AGE-ENTRY.
           ADD 1 TO WS-EN-SUB.
           IF EN-AMOUNT (WS-EN-SUB) > 0
               MOVE EN-AMOUNT (WS-EN-SUB) TO WS-OPEN-AMT
               PERFORM 2270-APPLY-CREDIT
               IF WS-OPEN-AMT > 0
                   PERFORM 2280-FIND-BUCKET
                   ADD WS-OPEN-AMT TO AG-AMOUNT (WS-BKT-SUB)
               END-IF
           END-IF.

       2270-APPLY-CREDIT.
           IF WS-CREDIT-LEFT > 0
               IF WS-CREDIT-LEFT NOT < WS-OPEN-AMT
                   SUBTRACT WS-OPEN-AMT FROM WS-CREDIT-LEFT
                   MOVE 0 TO WS-OPEN-AMT
               ELSE
                   SUBTRACT WS-CREDIT-LEFT FROM WS-OPEN-AMT
                   MOVE 0 TO WS-CREDIT-LEFT
               END-IF
           END-IF.

       2280-FIND-BUCKET.
           MOVE 1 TO WS-BKT-SUB.
           IF FUNCTION TEST-DATE-YYYYMMDD (EN-DATE (WS-EN-SUB)) = 0
               COMPUTE WS-DAYS = WS-AS-OF-DAY -
                   FUNCTION INTEGER-OF-DATE (EN-DATE (WS-EN-SUB))
               EVALUATE TRUE
                   WHEN WS-DAYS > 90
                       MOVE 4 TO WS-BKT-SUB
                   WHEN WS-DAYS > 60
                       MOVE 3 TO WS-BKT-SUB
                   WHEN WS-DAYS > 30
                       MOVE 2 TO WS-BKT-SUB
                   WHEN OTHER
                       MOVE 1 TO WS-BKT-SUB
               END-EVALUATE
           END-IF.

       2300-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-CTR.
           MOVE WS-AS-OF-DATE TO SH-AS-OF-DATE.
           WRITE STMTLINE FROM STM-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-CAMP-NAME TO SH-CAMP-NAME.
           WRITE STMTLINE FROM STM-CAMPUS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE I-FNAME TO SH-FNAME.
           MOVE I-INIT TO SH-INIT.
           MOVE I-LNAME TO SH-LNAME.
           WRITE STMTLINE FROM STM-NAME-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-HOLD-STUDENT (1:4) TO SH-TERM.
           MOVE WS-HOLD-STUDENT (5:3) TO SH-CAMPUS.
           MOVE WS-HOLD-STUDENT (8:7) TO SH-ID.
           WRITE STMTLINE FROM STM-ACCOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STM-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 0 TO WS-RUN-BALANCE.
           MOVE 0 TO WS-EN-SUB.
           PERFORM 2350-PRINT-ENTRY
               UNTIL WS-EN-SUB NOT < EN-CTR.
           IF WS-OVER-CTR > 0
               MOVE 'FURTHER ENTRIES NOT LISTED - INCLUDED IN TOTALS'
                   TO SM-MSG
               WRITE STMTLINE FROM STM-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE WS-CHARGES TO ST-CHARGES.
           MOVE WS-CREDITS TO ST-CREDITS.
           MOVE WS-BALANCE TO ST-BALANCE.
           WRITE STMTLINE FROM STM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE AG-AMOUNT (1) TO SA-CURRENT.
           MOVE AG-AMOUNT (2) TO SA-31-60.
           MOVE AG-AMOUNT (3) TO SA-61-90.
           MOVE AG-AMOUNT (4) TO SA-OVER-90.
           WRITE STMTLINE FROM STM-AGING-LINE
               AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN WS-BALANCE > 0
                   MOVE 'BALANCE DUE - PLEASE REMIT TO THE BURSAR'
                       TO SM-MSG
               WHEN WS-BALANCE < 0
                   MOVE 'CREDIT BALANCE - NO PAYMENT DUE' TO SM-MSG
               WHEN OTHER
                   MOVE 'ACCOUNT PAID IN FULL - THANK YOU' TO SM-MSG
           END-EVALUATE.
           WRITE STMTLINE FROM STM-MSG-LINE
               AFTER ADVANCING 2 LINES.

       2350-PRINT-ENTRY.
           ADD 1 TO WS-EN-SUB.
           ADD EN-AMOUNT (WS-EN-SUB) TO WS-RUN-BALANCE.
           MOVE EN-DATE (WS-EN-SUB) TO SE-DATE.
           EVALUATE EN-TYPE (WS-EN-SUB)
               WHEN 'C'
                   MOVE 'CHARGE' TO SE-TYPE
               WHEN 'P'
                   MOVE 'PAYMENT' TO SE-TYPE
               WHEN 'A'
                   MOVE 'ADJUSTMENT' TO SE-TYPE
               WHEN OTHER
                   MOVE EN-TYPE (WS-EN-SUB) TO SE-TYPE
           END-EVALUATE.
           MOVE EN-REF (WS-EN-SUB) TO SE-REF.
           MOVE EN-DESC (WS-EN-SUB) TO SE-DESC.
           IF EN-AMOUNT (WS-EN-SUB) > 0
               MOVE EN-AMOUNT (WS-EN-SUB) TO SE-CHARGE
               MOVE 0 TO SE-CREDIT
           ELSE
               MOVE 0 TO SE-CHARGE
               COMPUTE SE-CREDIT = 0 - EN-AMOUNT (WS-EN-SUB)
           END-IF.
           MOVE WS-RUN-BALANCE TO SE-BALANCE.
           WRITE STMTLINE FROM STM-ENTRY-LINE
               AFTER ADVANCING 1 LINE.

       2500-AGING-LINE.
           ADD 1 TO WS-AGED-CTR.
           MOVE WS-HOLD-STUDENT (1:4) TO RD-TERM.
           MOVE WS-HOLD-STUDENT (5:3) TO RD-CAMPUS.
           MOVE WS-HOLD-STUDENT (8:7) TO RD-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE 0 TO WS-BKT-SUB.
           PERFORM 5 TIMES
               ADD 1 TO WS-BKT-SUB
               MOVE SPACES TO RD-BUCKET (WS-BKT-SUB)
               MOVE AG-AMOUNT (WS-BKT-SUB) TO RD-AMOUNT (WS-BKT-SUB)
               ADD AG-AMOUNT (WS-BKT-SUB) TO AC-AMOUNT (WS-BKT-SUB)
           END-PERFORM.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2600-CAMPUS-HEADING.
           MOVE H-CAMPUS TO WS-HOLD-CAMPUS.
           MOVE H-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           MOVE H-CAMPUS TO RC-CAMPUS.
           MOVE WS-CAMP-NAME TO RC-CAMP-NAME.
           WRITE PRTLINE FROM RPT-CAMPUS-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           INITIALIZE CAMPUS-BUCKETS.

       2700-CAMPUS-TOTAL.
           MOVE SPACES TO RT-LABEL.
           STRING 'CAMPUS ' DELIMITED BY SIZE
                  WS-HOLD-CAMPUS DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO RT-LABEL.
           MOVE 0 TO WS-BKT-SUB.
           PERFORM 5 TIMES
               ADD 1 TO WS-BKT-SUB
               MOVE SPACES TO RT-BUCKET (WS-BKT-SUB)
               MOVE AC-AMOUNT (WS-BKT-SUB) TO RT-AMOUNT (WS-BKT-SUB)
               ADD AC-AMOUNT (WS-BKT-SUB) TO AT-AMOUNT (WS-BKT-SUB)
           END-PERFORM.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3000-CLOSING.
           MOVE 'ALL CAMPUSES TOTAL' TO RT-LABEL.
           MOVE 0 TO WS-BKT-SUB.
           PERFORM 5 TIMES
               ADD 1 TO WS-BKT-SUB
               MOVE SPACES TO RT-BUCKET (WS-BKT-SUB)
               MOVE AT-AMOUNT (WS-BKT-SUB) TO RT-AMOUNT (WS-BKT-SUB)
           END-PERFORM.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-ACCT-CTR TO RN-ACCT-CTR.
           MOVE WS-AGED-CTR TO RN-AGED-CTR.
           MOVE WS-STMT-CTR TO RN-STMT-CTR.
           WRITE PRTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE STUDENT-MASTER.
           CLOSE SORTED-LEDGER.
           CLOSE STMTOUT.
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

       9000-READ-SORTED.
           READ SORTED-LEDGER INTO HOLD-REC
               AT END
                   MOVE 'Y' TO SRT-EOF-SW
           END-READ.
