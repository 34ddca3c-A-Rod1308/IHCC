       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLIDX0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * ONE-TIME REBUILD OF STDNTMST.DAT WITH THE I-ID STUDENT
      * ID ALTERNATE INDEX (DUPLICATES ALLOWED) ALONGSIDE THE
      * I-LNAME INDEX. THE RECORD LAYOUT DOES NOT CHANGE, BUT
      * A MASTER BUILT BEFORE THE I-ID INDEX EXISTED CANNOT BE
      * OPENED UNDER THE NEW KEY DEFINITION. BEFORE THE FIRST
      * RUN OF THE SUITE THAT READS BY I-ID, RENAME THE LIVE
      * STDNTMST.DAT TO STDNTM65.DAT AND RUN THIS ONCE. EVERY
      * RECORD IS COPIED UNCHANGED AND THE NEW FILE IS WRITTEN
      * WITH BOTH ALTERNATE INDEXES BUILT. FROM THEN ON
      * COBLMNT0, COBLROL0 AND COBLPRM0 CARRY THE INDEX
      * FORWARD ON EVERY NEW MASTER THEY WRITE. THE OLD
      * STDNTMG1-3.DAT GENERATIONS ARE NOT REBUILT - COBLPRM0
      * REPORTS THEM AS NOT ON DISK AND REPLACES THEM WITH
      * INDEXED GENERATIONS OVER THE NEXT THREE PROMOTIONS.
      * IDXLOG.PRT COUNTS RECORDS IN AND OUT SO IT CAN BE
      * PROVED NOTHING WAS LOST. LIKE COBLCVT0, RUN IT ONLY
      * ONCE.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OLD-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDNTM65.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-KEY
               ALTERNATE RECORD KEY IS OM-LNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-OM-STATUS.

           SELECT NEW-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-KEY
               ALTERNATE RECORD KEY IS NM-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\IDXLOG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OM-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 OM-REC.
         05 OM-KEY          PIC X(14).
         05 OM-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NM-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 NM-REC.
         05 NM-KEY.
           10 NM-TERM       PIC X(4).
           10 NM-CAMPUS     PIC X(3).
           10 NM-ID         PIC X(7).
         05 NM-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 WS-OM-STATUS    PIC XX      VALUE '00'.
         05 WS-NM-STATUS    PIC XX      VALUE '00'.
         05 OM-EOF-SW       PIC X       VALUE 'N'.
           88 OM-EOF                   VALUE 'Y'.
         05 WS-MST-IN-CTR   PIC 9(7)    VALUE 0.
         05 WS-MST-OUT-CTR  PIC 9(7)    VALUE 0.

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(38)   VALUE SPACES.
           05  FILLER          PIC X(44)
               VALUE 'MASTER STUDENT-ID INDEX REBUILD LOG'.
           05  FILLER          PIC X(50)   VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RC-LABEL        PIC X(35).
           05  RC-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(83)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(70).
           05  FILLER          PIC X(57)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-REBUILD-MASTER.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.

       2000-REBUILD-MASTER.
           OPEN INPUT OLD-MASTER.
           IF WS-OM-STATUS = '05'
               MOVE 'NO STDNTM65.DAT ON DISK - MASTER NOT REBUILT'
                   TO RM-MSG
               PERFORM 9100-PRINT-MSG
               CLOSE OLD-MASTER
           ELSE
               IF WS-OM-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING STDNTM65.DAT, STATUS='
                       WS-OM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-MASTER
               IF WS-NM-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING NEW STDNTMST.DAT, STATUS='
                       WS-NM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9000-READ-OLD-MASTER
               PERFORM 2100-COPY-ONE-MASTER
                   UNTIL OM-EOF
               CLOSE OLD-MASTER
               CLOSE NEW-MASTER
               MOVE 'MASTER RECORDS READ' TO RC-LABEL
               MOVE WS-MST-IN-CTR TO RC-COUNT
               PERFORM 9200-PRINT-COUNT
               MOVE 'MASTER RECORDS WRITTEN' TO RC-LABEL
               MOVE WS-MST-OUT-CTR TO RC-COUNT
               PERFORM 9200-PRINT-COUNT
               IF WS-MST-IN-CTR = WS-MST-OUT-CTR
                   MOVE 'MASTER REBUILD IN BALANCE' TO RM-MSG
               ELSE
                   MOVE '*** MASTER REBUILD OUT OF BALANCE ***'
                       TO RM-MSG
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 9100-PRINT-MSG
           END-IF.

       2100-COPY-ONE-MASTER.
           MOVE OM-REC TO NM-REC.
           WRITE NM-REC.
           IF WS-NM-STATUS NOT = '00'
                   AND WS-NM-STATUS NOT = '02'
               DISPLAY 'ERROR WRITING MASTER KEY ' OM-KEY
                   ', STATUS=' WS-NM-STATUS
           ELSE
               ADD 1 TO WS-MST-OUT-CTR
           END-IF.
           PERFORM 9000-READ-OLD-MASTER.

       4000-CLOSING.
           CLOSE PRTOUT.

       9000-READ-OLD-MASTER.
           READ OLD-MASTER
               AT END
                   MOVE 'Y' TO OM-EOF-SW
               NOT AT END
                   ADD 1 TO WS-MST-IN-CTR
           END-READ.

       9100-PRINT-MSG.
           WRITE PRTLINE FROM RPT-MSG-LINE
               AFTER ADVANCING 1 LINE.

       9200-PRINT-COUNT.
           WRITE PRTLINE FROM RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
