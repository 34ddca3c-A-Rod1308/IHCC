       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLPAY0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * PAYMENT AND ADJUSTMENT POSTING FOR THE STUDENT ACCOUNT
      * LEDGER. THE BUSINESS OFFICE KEYS LDGTRN.DAT IN BATCHES
      * BALANCED THE SAME WAY COBLEDT0 BALANCES STDNTTRN.DAT:
      * A HEADER RECORD (CODE H, BATCH NUMBER AND DATE), THE
      * DETAILS, AND A TRAILER RECORD (CODE T, DETAIL COUNT AND
      * A HASH TOTAL OF THE DETAIL AMOUNTS). DETAIL CODES ARE
      * P (PAYMENT, ALWAYS A CREDIT TO THE ACCOUNT) AND A
      * (ADJUSTMENT, D TO DEBIT OR C TO CREDIT THE ACCOUNT).
      * EACH DETAIL CARRIES THE STUDENT KEY, THE AMOUNT, THE
      * EFFECTIVE DATE, A RECEIPT OR REFERENCE NUMBER AND A
      * DESCRIPTION. EACH BATCH IS SPOOLED TO PAYWORK.DAT
      * WHILE THE COUNT AND HASH ACCUMULATE AND EVERY DETAIL IS
      * EDITED - TERM AND CAMPUS ON REFTBL.DAT, STUDENT KEY ON
      * STDNTMST.DAT, AMOUNT NUMERIC AND ABOVE ZERO, DATE
      * PRESENT, DEBIT/CREDIT CODE VALID. ONLY A BATCH THAT
      * BALANCES WITH EVERY DETAIL CLEAN IS POSTED TO
      * ACCTLDG.DAT; ANY OTHER BATCH IS HELD IN ITS ENTIRETY.
      * THE LDGREG.DAT REGISTER RECORDS EVERY BATCH NUMBER
      * POSTED, AND A BATCH ALREADY ON THE REGISTER IS HELD SO
      * THE SAME PAYMENTS CANNOT BE POSTED TWICE, WHILE A BATCH
      * WHOSE LEDGER WRITE FAILS PART WAY IS COUNTED AS HELD,
      * LEFT OFF THE REGISTER AND REPORTED AS PARTLY POSTED
      * WITH RETURN-CODE 8 SO THE LEDGER CAN BE CHECKED BEFORE
      * IT IS RERUN. PAYRPT.PRT IS THE PROOF REPORT, LISTING
      * THE BAD DETAILS OF EACH HELD BATCH AS FOUND BY EDITING
      * IT AGAIN FROM PAYWORK.DAT.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANS-IN
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\LDGTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT BATCH-WORK
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\PAYWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\PAYRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT OPTIONAL BATCH-REGISTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\LDGREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 PT-REC.
         05 PT-CODE         PIC X.
           88 PT-HEADER               VALUE 'H'.
           88 PT-TRAILER              VALUE 'T'.
           88 PT-DETAIL               VALUE 'P' 'A'.
           88 PT-PAYMENT              VALUE 'P'.
         05 PT-KEY.
           10 PT-TERM        PIC X(4).
           10 PT-CAMPUS      PIC X(3).
           10 PT-ID          PIC X(7).
         05 PT-AMOUNT       PIC 9(7)V99.
         05 PT-DR-CR        PIC X.
           88 PT-DEBIT                VALUE 'D'.
           88 PT-CREDIT               VALUE 'C'.
         05 PT-EFF-DATE     PIC 9(8).
         05 PT-REF          PIC X(10).
         05 PT-DESC         PIC X(20).
         05 FILLER          PIC X(2).

       01 PT-HEADER-REC REDEFINES PT-REC.
         05 FILLER          PIC X.
         05 PH-BATCH-NO     PIC X(6).
         05 PH-BATCH-DATE   PIC X(8).
         05 FILLER          PIC X(50).

       01 PT-TRAILER-REC REDEFINES PT-REC.
         05 FILLER          PIC X.
         05 PTT-COUNT       PIC 9(5).
         05 PTT-HASH        PIC 9(9)V99.
         05 FILLER          PIC X(48).

       FD  BATCH-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS BW-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 BW-REC           PIC X(65).

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

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

       FD  BATCH-REGISTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-REC
           RECORD CONTAINS 22 CHARACTERS.

       01 BR-REC.
         05 BR-BATCH-NO     PIC X(6).
         05 BR-REL-DATE     PIC 9(8).
         05 BR-APP-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-TRN-STATUS   PIC XX      VALUE '00'.
         05 WS-STUDENT-STATUS PIC XX    VALUE '00'.
         05 WS-LEDGER-STATUS PIC XX     VALUE '00'.
         05 TRN-EOF-SW      PIC X       VALUE 'N'.
           88 TRN-EOF                  VALUE 'Y'.
         05 LG-EOF-SW       PIC X       VALUE 'N'.
           88 LG-EOF                   VALUE 'Y'.
         05 WS-BATCH-END-SW PIC X       VALUE 'N'.
           88 BATCH-END                VALUE 'Y'.
         05 WS-BAL-SW       PIC X       VALUE 'Y'.
           88 BATCH-BALANCED           VALUE 'Y'.
           88 BATCH-HELD               VALUE 'N'.
         05 WS-HOLD-REASON  PIC X(30)   VALUE SPACES.
         05 WS-DTL-REASON   PIC X(30)   VALUE SPACES.
         05 WS-DTL-CTR      PIC 9(5)    VALUE 0.
         05 WS-HASH-TOTAL   PIC 9(9)V99 VALUE 0.
         05 WS-TRL-COUNT    PIC 9(5)    VALUE 0.
         05 WS-TRL-HASH     PIC 9(9)V99 VALUE 0.
         05 WS-BATCH-NO     PIC X(6)    VALUE SPACES.
         05 WS-BATCH-DATE   PIC X(8)    VALUE SPACES.
         05 WS-BAD-CTR      PIC 9(5)    VALUE 0.
         05 WS-REL-BATCHES  PIC 999     VALUE 0.
         05 WS-HLD-BATCHES  PIC 999     VALUE 0.
         05 WS-REL-TRANS    PIC 9(5)    VALUE 0.
         05 WS-SKIP-CTR     PIC 9(5)    VALUE 0.
         05 WS-PAY-TOTAL    PIC 9(9)V99 VALUE 0.
         05 WS-ADJ-DR-TOTAL PIC 9(9)V99 VALUE 0.
         05 WS-ADJ-CR-TOTAL PIC 9(9)V99 VALUE 0.
         05 WS-LAST-SEQ     PIC 9(4)    VALUE 0.
         05 WS-SAVE-TRANS   PIC X(65)   VALUE SPACES.
         05 WS-POST-FAIL-SW PIC X       VALUE 'N'.
           88 POSTING-FAILED           VALUE 'Y'.
         05 BW-EOF-SW       PIC X       VALUE 'N'.
           88 BW-EOF                   VALUE 'Y'.
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
         05 WS-REG-STATUS   PIC XX      VALUE '00'.
         05 BR-EOF-SW       PIC X       VALUE 'N'.
           88 BR-EOF                   VALUE 'Y'.
         05 WS-REG-FOUND-SW PIC X       VALUE 'N'.
           88 BATCH-ON-REGISTER        VALUE 'Y'.
         05 WS-REG-SUB      PIC 999     COMP VALUE 0.
         05 WS-REG-OLD-CTR  PIC 999     COMP VALUE 0.

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

       01 REGISTER-TABLE.
         05 RG-MAX          PIC 999     COMP VALUE 500.
         05 RG-CTR          PIC 999     COMP VALUE 0.
         05 RG-ENTRY        OCCURS 500 TIMES.
           10 RG-BATCH-NO   PIC X(6).
           10 RG-REL-DATE   PIC 9(8).
           10 RG-APP-DATE   PIC 9(8).

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
           05  FILLER          PIC X(42)
               VALUE 'PAYMENT AND ADJUSTMENT BATCH PROOF REPORT'.
           05  FILLER          PIC X(50)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'BATCH'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'DATE'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'DTL COUNT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'TRL COUNT'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'HASH TOTAL'.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'TRL HASH'.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER          PIC X(32)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RP-BATCH-NO     PIC X(6).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RP-BATCH-DATE   PIC X(8).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  RP-DTL-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  RP-TRL-COUNT    PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RP-HASH-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RP-TRL-HASH     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RP-DISPOSITION  PIC X(37).
           05  FILLER          PIC X(11)   VALUE SPACES.

       01  RPT-ERROR-LINE.
           05  FILLER          PIC X(12)   VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'DETAIL '.
           05  RE-CODE         PIC X.
           05  FILLER          PIC XX      VALUE SPACES.
           05  RE-TERM         PIC X(4).
           05  FILLER          PIC X       VALUE SPACES.
           05  RE-CAMPUS       PIC X(3).
           05  FILLER          PIC X       VALUE SPACES.
           05  RE-ID           PIC X(7).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RE-AMOUNT       PIC X(9).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RE-REF          PIC X(10).
           05  FILLER          PIC XX      VALUE SPACES.
           05  RE-REASON       PIC X(30).
           05  FILLER          PIC X(39)   VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(17)
               VALUE 'BATCHES POSTED: '.
           05  RP-REL-BATCHES  PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'BATCHES HELD: '.
           05  RP-HLD-BATCHES  PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(17)
               VALUE 'ENTRIES POSTED: '.
           05  RP-REL-TRANS    PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(17)
               VALUE 'RECORDS SKIPPED: '.
           05  RP-SKIP-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(24)   VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'PAYMENTS: '.
           05  RA-PAY-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(19)
               VALUE 'DEBIT ADJUSTMENTS: '.
           05  RA-ADJ-DR-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(20)
               VALUE 'CREDIT ADJUSTMENTS: '.
           05  RA-ADJ-CR-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(21)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM UNTIL TRN-EOF
               PERFORM 2000-PROCESS-BATCH
           END-PERFORM.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT TRANS-IN.
           IF WS-TRN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LDGTRN.DAT, STATUS='
                   WS-TRN-STATUS
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
           OPEN OUTPUT PRTOUT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           PERFORM 8000-LOAD-REF-TABLE.
           PERFORM 8300-LOAD-REGISTER.

           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9000-READ-TRANS.

       2000-PROCESS-BATCH.
           IF NOT PT-HEADER
               ADD 1 TO WS-SKIP-CTR
               PERFORM 9000-READ-TRANS
           ELSE
               PERFORM 2100-START-BATCH
               PERFORM 2200-COLLECT-DETAIL
                   UNTIL BATCH-END
               PERFORM 2300-BALANCE-BATCH
               PERFORM 2400-REPORT-BATCH
           END-IF.

       2100-START-BATCH.
           MOVE PH-BATCH-NO TO WS-BATCH-NO.
           MOVE PH-BATCH-DATE TO WS-BATCH-DATE.
           MOVE 'N' TO WS-BATCH-END-SW.
           MOVE 'Y' TO WS-BAL-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM 8400-FIND-REGISTER.
           IF BATCH-ON-REGISTER
               MOVE 'N' TO WS-BAL-SW
               MOVE 'BATCH ALREADY ON REGISTER' TO WS-HOLD-REASON
           END-IF.
           MOVE 0 TO WS-DTL-CTR.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-TRL-COUNT.
           MOVE 0 TO WS-TRL-HASH.
           MOVE 0 TO WS-BAD-CTR.
           OPEN OUTPUT BATCH-WORK.
           PERFORM 9000-READ-TRANS.

       2200-COLLECT-DETAIL.
           EVALUATE TRUE
               WHEN TRN-EOF
                   MOVE 'Y' TO WS-BATCH-END-SW
                   MOVE 'N' TO WS-BAL-SW
                   MOVE 'MISSING TRAILER' TO WS-HOLD-REASON
               WHEN PT-HEADER
                   MOVE 'Y' TO WS-BATCH-END-SW
                   MOVE 'N' TO WS-BAL-SW
                   MOVE 'MISSING TRAILER' TO WS-HOLD-REASON
               WHEN PT-TRAILER
                   MOVE 'Y' TO WS-BATCH-END-SW
                   MOVE PTT-COUNT TO WS-TRL-COUNT
                   MOVE PTT-HASH TO WS-TRL-HASH
                   PERFORM 9000-READ-TRANS
               WHEN PT-DETAIL
                   PERFORM 2250-HOLD-DETAIL
                   PERFORM 9000-READ-TRANS
               WHEN OTHER
                   MOVE 'Y' TO WS-BATCH-END-SW
                   MOVE 'N' TO WS-BAL-SW
                   MOVE 'INVALID RECORD CODE' TO WS-HOLD-REASON
                   PERFORM 9000-READ-TRANS
           END-EVALUATE.

       2250-HOLD-DETAIL.
           ADD 1 TO WS-DTL-CTR.
           WRITE BW-REC FROM PT-REC.
           IF PT-AMOUNT IS NUMERIC
               ADD PT-AMOUNT TO WS-HASH-TOTAL
           END-IF.
           PERFORM 2270-EDIT-DETAIL.

       2270-EDIT-DETAIL.
           MOVE SPACES TO WS-DTL-REASON.
           MOVE PT-TERM TO WS-CHK-TERM.
           PERFORM 8100-FIND-TERM.
           MOVE PT-CAMPUS TO WS-CHK-CAMPUS.
           PERFORM 8200-FIND-CAMPUS.
           EVALUATE TRUE
               WHEN NOT TERM-ON-TABLE OR NOT CAMPUS-ON-TABLE
                   MOVE 'INVALID TERM OR CAMPUS' TO WS-DTL-REASON
               WHEN PT-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-DTL-REASON
               WHEN PT-AMOUNT = 0
                   MOVE 'AMOUNT IS ZERO' TO WS-DTL-REASON
               WHEN PT-EFF-DATE NOT NUMERIC OR PT-EFF-DATE = 0
                   MOVE 'EFFECTIVE DATE MISSING' TO WS-DTL-REASON
               WHEN PT-PAYMENT
                       AND NOT PT-CREDIT AND PT-DR-CR NOT = SPACE
                   MOVE 'PAYMENT MUST BE A CREDIT' TO WS-DTL-REASON
               WHEN NOT PT-PAYMENT
                       AND NOT PT-DEBIT AND NOT PT-CREDIT
                   MOVE 'ADJUSTMENT NEEDS D OR C' TO WS-DTL-REASON
               WHEN OTHER
                   MOVE PT-KEY TO I-KEY
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE 'STUDENT NOT ON MASTER'
                               TO WS-DTL-REASON
                   END-READ
           END-EVALUATE.
           IF WS-DTL-REASON NOT = SPACES
               ADD 1 TO WS-BAD-CTR
               IF BATCH-BALANCED
                   MOVE 'N' TO WS-BAL-SW
                   MOVE 'DETAIL FAILED EDIT' TO WS-HOLD-REASON
               END-IF
           END-IF.

       2300-BALANCE-BATCH.
           CLOSE BATCH-WORK.
           IF BATCH-BALANCED
               IF WS-DTL-CTR NOT = WS-TRL-COUNT
                   MOVE 'N' TO WS-BAL-SW
                   MOVE 'COUNT OUT OF BALANCE' TO WS-HOLD-REASON
               END-IF
           END-IF.
           IF BATCH-BALANCED
               IF WS-HASH-TOTAL NOT = WS-TRL-HASH
                   MOVE 'N' TO WS-BAL-SW
                   MOVE 'HASH OUT OF BALANCE' TO WS-HOLD-REASON
               END-IF
           END-IF.
           IF BATCH-BALANCED
               IF RG-CTR NOT < RG-MAX
                   MOVE 'N' TO WS-BAL-SW
                   MOVE 'BATCH REGISTER FULL' TO WS-HOLD-REASON
               END-IF
           END-IF.
           IF BATCH-BALANCED
               PERFORM 2350-POST-BATCH
           END-IF.

       2350-POST-BATCH.
           MOVE PT-REC TO WS-SAVE-TRANS.
           MOVE 'N' TO WS-POST-FAIL-SW.
           OPEN INPUT BATCH-WORK.
           MOVE 'N' TO BW-EOF-SW.
           PERFORM 2360-POST-DETAIL
               UNTIL BW-EOF.
           CLOSE BATCH-WORK.
           MOVE WS-SAVE-TRANS TO PT-REC.
           IF POSTING-FAILED
               DISPLAY 'BATCH ' WS-BATCH-NO ' ONLY PARTLY POSTED -'
                   ' NOT REGISTERED'
               DISPLAY 'CHECK ACCTLDG.DAT BEFORE RERUNNING IT'
           ELSE
               ADD 1 TO WS-REL-BATCHES
               ADD WS-DTL-CTR TO WS-REL-TRANS
               ADD 1 TO RG-CTR
               MOVE WS-BATCH-NO TO RG-BATCH-NO (RG-CTR)
               MOVE RS-DATE TO RG-REL-DATE (RG-CTR)
               MOVE RS-DATE TO RG-APP-DATE (RG-CTR)
           END-IF.

       2360-POST-DETAIL.
           READ BATCH-WORK INTO PT-REC
               AT END
                   MOVE 'Y' TO BW-EOF-SW
               NOT AT END
                   PERFORM 2370-WRITE-LEDGER
           END-READ.

       2370-WRITE-LEDGER.
           PERFORM 2380-FIND-LAST-SEQ.
           MOVE SPACES TO LG-REC.
           MOVE PT-KEY TO LG-STUDENT.
           ADD 1 TO WS-LAST-SEQ GIVING LG-SEQ.
           MOVE PT-CODE TO LG-TYPE.
           MOVE 'T' TO LG-SOURCE.
           MOVE RS-DATE TO LG-POST-DATE.
           MOVE PT-EFF-DATE TO LG-EFF-DATE.
           MOVE 0 TO LG-HOURS.
           MOVE PT-REF TO LG-REF.
           MOVE PT-DESC TO LG-DESC.
           EVALUATE TRUE
               WHEN PT-PAYMENT
                   COMPUTE LG-AMOUNT = 0 - PT-AMOUNT
                   ADD PT-AMOUNT TO WS-PAY-TOTAL
                   IF LG-DESC = SPACES
                       MOVE 'PAYMENT RECEIVED' TO LG-DESC
                   END-IF
               WHEN PT-DEBIT
                   MOVE PT-AMOUNT TO LG-AMOUNT
                   ADD PT-AMOUNT TO WS-ADJ-DR-TOTAL
                   IF LG-DESC = SPACES
                       MOVE 'DEBIT ADJUSTMENT' TO LG-DESC
                   END-IF
               WHEN OTHER
                   COMPUTE LG-AMOUNT = 0 - PT-AMOUNT
                   ADD PT-AMOUNT TO WS-ADJ-CR-TOTAL
                   IF LG-DESC = SPACES
                       MOVE 'CREDIT ADJUSTMENT' TO LG-DESC
                   END-IF
           END-EVALUATE.
           WRITE LG-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING ACCTLDG.DAT, KEY=' LG-KEY
                       ' STATUS=' WS-LEDGER-STATUS
                   MOVE 'Y' TO WS-POST-FAIL-SW
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       2380-FIND-LAST-SEQ.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE PT-KEY TO LG-STUDENT.
           MOVE 0 TO LG-SEQ.
           MOVE 'N' TO LG-EOF-SW.
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO LG-EOF-SW
           END-START.
           IF NOT LG-EOF
               PERFORM 9010-READ-LEDGER
           END-IF.
           PERFORM UNTIL LG-EOF
                      OR LG-STUDENT NOT = PT-KEY
               MOVE LG-SEQ TO WS-LAST-SEQ
               PERFORM 9010-READ-LEDGER
           END-PERFORM.

       2400-REPORT-BATCH.
           MOVE WS-BATCH-NO TO RP-BATCH-NO.
           MOVE WS-BATCH-DATE TO RP-BATCH-DATE.
           MOVE WS-DTL-CTR TO RP-DTL-CTR.
           MOVE WS-TRL-COUNT TO RP-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO RP-HASH-TOTAL.
           MOVE WS-TRL-HASH TO RP-TRL-HASH.
           IF BATCH-BALANCED AND POSTING-FAILED
               ADD 1 TO WS-HLD-BATCHES
               MOVE 'PARTLY POSTED - NOT REGISTERED'
                   TO RP-DISPOSITION
           END-IF.
           IF BATCH-BALANCED AND NOT POSTING-FAILED
               MOVE 'POSTED' TO RP-DISPOSITION
           END-IF.
           IF BATCH-HELD
               ADD 1 TO WS-HLD-BATCHES
               MOVE SPACES TO RP-DISPOSITION
               STRING 'HELD - ' DELIMITED BY SIZE
                      WS-HOLD-REASON DELIMITED BY SIZE
                   INTO RP-DISPOSITION
           END-IF.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-BAD-CTR > 0
               PERFORM 2450-LIST-BAD-DETAILS
           END-IF.

       2450-LIST-BAD-DETAILS.
           MOVE PT-REC TO WS-SAVE-TRANS.
           OPEN INPUT BATCH-WORK.
           MOVE 'N' TO BW-EOF-SW.
           PERFORM 2460-LIST-ONE-DETAIL
               UNTIL BW-EOF.
           CLOSE BATCH-WORK.
           MOVE WS-SAVE-TRANS TO PT-REC.

       2460-LIST-ONE-DETAIL.
           READ BATCH-WORK INTO PT-REC
               AT END
                   MOVE 'Y' TO BW-EOF-SW
               NOT AT END
                   PERFORM 2270-EDIT-DETAIL
                   IF WS-DTL-REASON NOT = SPACES
                       MOVE PT-CODE TO RE-CODE
                       MOVE PT-TERM TO RE-TERM
                       MOVE PT-CAMPUS TO RE-CAMPUS
                       MOVE PT-ID TO RE-ID
                       MOVE PT-REC (16:9) TO RE-AMOUNT
                       MOVE PT-REF TO RE-REF
                       MOVE WS-DTL-REASON TO RE-REASON
                       WRITE PRTLINE FROM RPT-ERROR-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       3000-CLOSING.
           MOVE WS-REL-BATCHES TO RP-REL-BATCHES.
           MOVE WS-HLD-BATCHES TO RP-HLD-BATCHES.
           MOVE WS-REL-TRANS TO RP-REL-TRANS.
           MOVE WS-SKIP-CTR TO RP-SKIP-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-PAY-TOTAL TO RA-PAY-TOTAL.
           MOVE WS-ADJ-DR-TOTAL TO RA-ADJ-DR-TOTAL.
           MOVE WS-ADJ-CR-TOTAL TO RA-ADJ-CR-TOTAL.
           WRITE PRTLINE FROM RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 8500-APPEND-REGISTER.

           CLOSE TRANS-IN.
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

       8300-LOAD-REGISTER.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REG-STATUS = '00'
               PERFORM 8350-LOAD-ONE-REGISTER
                   UNTIL BR-EOF
           END-IF.
           CLOSE BATCH-REGISTER.
           MOVE RG-CTR TO WS-REG-OLD-CTR.

       8350-LOAD-ONE-REGISTER.
           READ BATCH-REGISTER
               AT END
                   MOVE 'Y' TO BR-EOF-SW
               NOT AT END
                   IF RG-CTR < RG-MAX
                       ADD 1 TO RG-CTR
                       MOVE BR-BATCH-NO TO RG-BATCH-NO (RG-CTR)
                       MOVE BR-REL-DATE TO RG-REL-DATE (RG-CTR)
                       MOVE BR-APP-DATE TO RG-APP-DATE (RG-CTR)
                   ELSE
                       DISPLAY 'LDGREG.DAT EXCEEDS THE REGISTER'
                           ' TABLE - RUN CANNOT VERIFY BATCHES'
                       DISPLAY 'PURGE OR ENLARGE THE REGISTER AND'
                           ' RERUN - NOTHING WAS POSTED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       8400-FIND-REGISTER.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE 0 TO WS-REG-SUB.
           PERFORM UNTIL WS-REG-SUB NOT < RG-CTR
               ADD 1 TO WS-REG-SUB
               IF RG-BATCH-NO (WS-REG-SUB) = WS-BATCH-NO
                   MOVE 'Y' TO WS-REG-FOUND-SW
                   MOVE RG-CTR TO WS-REG-SUB
               END-IF
           END-PERFORM.

       8500-APPEND-REGISTER.
           IF RG-CTR > WS-REG-OLD-CTR
               OPEN EXTEND BATCH-REGISTER
               IF WS-REG-STATUS NOT = '00'
                       AND WS-REG-STATUS NOT = '05'
                   DISPLAY 'ERROR OPENING LDGREG.DAT FOR APPEND,'
                       ' STATUS=' WS-REG-STATUS
                   DISPLAY 'POSTED BATCHES NOT REGISTERED - DO'
                       ' NOT RERUN THESE BATCHES'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REG-OLD-CTR TO WS-REG-SUB
               PERFORM UNTIL WS-REG-SUB NOT < RG-CTR
                   ADD 1 TO WS-REG-SUB
                   MOVE RG-BATCH-NO (WS-REG-SUB) TO BR-BATCH-NO
                   MOVE RG-REL-DATE (WS-REG-SUB) TO BR-REL-DATE
                   MOVE RG-APP-DATE (WS-REG-SUB) TO BR-APP-DATE
                   WRITE BR-REC
               END-PERFORM
               CLOSE BATCH-REGISTER
           END-IF.

       9000-READ-TRANS.
           READ TRANS-IN
               AT END
                   MOVE 'Y' TO TRN-EOF-SW
           END-READ.

       9010-READ-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LG-EOF-SW
           END-READ.
