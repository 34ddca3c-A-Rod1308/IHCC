       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLCEN0.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         LUIS RODRIGUEZ
       DATE-COMPILED.
      **********************
      * CENSUS-DATE SNAPSHOT. GIVEN A CENSUS DATE ON CENPARM.DAT
      * THIS PROGRAM REBUILDS STDNTMST.DAT AS IT STOOD AT THE
      * END OF THAT DAY AND WRITES IT TO CENSNAP.DAT, KEYED AND
      * LAID OUT EXACTLY LIKE THE MASTER, FOR FEDERAL AND
      * ACCREDITATION COUNTS. THE MNTAUARC.DAT ARCHIVE AND THE
      * LIVE MNTAUDIT.DAT ARE SORTED TOGETHER BY STUDENT KEY AND
      * RUN DATE AND TIME. FOR EVERY KEY TOUCHED AFTER THE
      * CENSUS DATE, THE BEFORE-IMAGE OF THE FIRST ACTION
      * STAMPED AFTER THAT DATE IS THE RECORD AS IT STOOD ON
      * THE CENSUS DATE, SO BACKING OUT EVERY LATER ACTION COMES
      * DOWN TO TAKING THAT ONE IMAGE: A LATE ADD (BLANK
      * BEFORE-IMAGE) DROPS THE STUDENT FROM THE SNAPSHOT, AND
      * A LATE CHANGE, STATUS EVENT OR DELETE PUTS BACK THE
      * CENSUS-DATE RECORD. KEYS NOT TOUCHED AFTER THE CENSUS
      * DATE ARE COPIED FROM TODAY'S MASTER UNCHANGED.
      * CENRPT.PRT LISTS EVERY STUDENT WHOSE STATUS OR PRESENCE
      * DIFFERS BETWEEN THE SNAPSHOT AND TODAY - LATE ADDS,
      * LATE DELETES AND LATE STATUS EVENTS SUCH AS A
      * WITHDRAWAL AFTER CENSUS - AND THEN A VARIANCE SUMMARY
      * BY CAMPUS OF THE CENSUS COUNT, TODAY'S COUNT AND THE
      * CHANGE FOR EACH STATUS. RECORDS CREATED WITHOUT AN
      * AUDIT ENTRY (THE COBLROL0 ROLL-FORWARD) CANNOT BE BACKED
      * OUT AND ARE CARRIED AS THEY ARE TODAY.
      * THE SUMMARY HOLDS UP TO 100 CAMPUSES AND AN ALL-CAMPUS
      * TOTAL; A CAMPUS BEYOND THE TABLE IS COUNTED IN THE TOTAL
      * ONLY.
      ***********************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CENSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               ALTERNATE RECORD KEY IS SN-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SN-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\MNTAUARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-SORTED
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\MNTAUCEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWK01'.

           SELECT PARM-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CENPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REF-FILE
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\REFTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\CLASS\TERM 2\COBOL\COBLAR00\CENRPT.PRT'
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

       FD  SNAPSHOT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SN-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 SN-REC.
         05 SN-KEY.
           10 SN-TERM      PIC X(4).
           10 SN-CAMPUS    PIC X(3).
           10 SN-ID        PIC X(7).
         05 SN-NAME.
           10 SN-LNAME     PIC X(15).
           10 SN-FNAME     PIC X(15).
           10 SN-INIT      PIC X.
         05 SN-GPA         PIC 9V99.
         05 SN-START-SALARY PIC 9(6)V99.
         05 SN-STATUS      PIC X.
         05 SN-STAT-DATE   PIC 9(8).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 166 CHARACTERS.

       01 AU-REC           PIC X(166).

       FD  ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 166 CHARACTERS.

       01 AR-REC           PIC X(166).

       FD  AUDIT-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS AS-REC
           RECORD CONTAINS 166 CHARACTERS.

       01 AS-REC           PIC X(166).

       SD  SORT-WORK-FILE
           DATA RECORD IS SD-REC.

       01 SD-REC.
         05 SD-RUN-DATE     PIC 9(8).
         05 SD-RUN-TIME     PIC 9(6).
         05 SD-ACTION       PIC X(8).
         05 SD-KEY          PIC X(14).
         05 SD-BEFORE       PIC X(65).
         05 SD-AFTER        PIC X(65).

       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 PARM-REC.
         05 PARM-CENSUS-DATE PIC 9(8).

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
         05 WS-SNAP-STATUS  PIC XX      VALUE '00'.
         05 WS-PARM-STATUS  PIC XX      VALUE '00'.
         05 WS-REF-STATUS   PIC XX      VALUE '00'.
         05 MS-EOF-SW       PIC X       VALUE 'N'.
           88 MS-EOF                   VALUE 'Y'.
         05 AS-EOF-SW       PIC X       VALUE 'N'.
           88 AS-EOF                   VALUE 'Y'.
         05 RF-EOF-SW       PIC X       VALUE 'N'.
           88 RF-EOF                   VALUE 'Y'.
         05 WS-BO-FOUND-SW  PIC X       VALUE 'N'.
           88 BACKOUT-FOUND            VALUE 'Y'.
         05 WS-CAMP-FOUND-SW PIC X      VALUE 'N'.
           88 CAMPUS-ON-TABLE          VALUE 'Y'.
         05 WS-CHK-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CAMP-NAME    PIC X(25)   VALUE SPACES.
         05 WS-REF-SUB      PIC 999     COMP VALUE 0.
         05 WS-CENSUS-DATE  PIC 9(8)    VALUE 0.
         05 WS-BO-KEY       PIC X(14)   VALUE LOW-VALUES.
         05 WS-BO-BEFORE    PIC X(65)   VALUE SPACES.
         05 WS-SNAP-PRESENT-SW PIC X    VALUE 'N'.
           88 SNAP-PRESENT             VALUE 'Y'.
         05 WS-CUR-PRESENT-SW PIC X     VALUE 'N'.
           88 CUR-PRESENT              VALUE 'Y'.
         05 WS-CHANGE       PIC X(30)   VALUE SPACES.
         05 WS-CNT-CAMPUS   PIC X(3)    VALUE SPACES.
         05 WS-CNT-STATUS   PIC X       VALUE SPACE.
         05 WS-STAT-SUB     PIC 9       VALUE 0.
         05 WS-COL-SUB      PIC 9       VALUE 0.
         05 WS-VR-SUB       PIC 999     COMP VALUE 0.
         05 WS-ALL-SUB      PIC 999     COMP VALUE 101.
         05 WS-VR-FOUND-SW  PIC X       VALUE 'N'.
           88 VR-FOUND                 VALUE 'Y'.
         05 WS-CUR-CTR      PIC 9(7)    VALUE 0.
         05 WS-SNAP-CTR     PIC 9(7)    VALUE 0.
         05 WS-RESTORED-CTR PIC 9(7)    VALUE 0.
         05 WS-LATE-ADD-CTR PIC 9(7)    VALUE 0.
         05 WS-LATE-DEL-CTR PIC 9(7)    VALUE 0.
         05 WS-STAT-CHG-CTR PIC 9(7)    VALUE 0.

       01  RUN-STAMP.
         05 RS-DATE         PIC 9(8).
         05 RS-TIME         PIC 9(6).
         05 FILLER          PIC X(7).

       01 CAMPUS-TABLE.
         05 CA-MAX          PIC 999     COMP VALUE 100.
         05 CA-CTR          PIC 999     COMP VALUE 0.
         05 CA-ENTRY        OCCURS 100 TIMES.
           10 CA-CODE       PIC X(3).
           10 CA-NAME       PIC X(25).

       01 VARIANCE-TABLE.
         05 VR-MAX          PIC 999     COMP VALUE 100.
         05 VR-CTR          PIC 999     COMP VALUE 0.
         05 VR-ENTRY        OCCURS 101 TIMES.
           10 VR-CAMPUS     PIC X(3).
           10 VR-SNAP       OCCURS 5 TIMES
                            PIC 9(7).
           10 VR-CUR        OCCURS 5 TIMES
                            PIC 9(7).

       01 AU-HOLD-REC.
         05 AH-RUN-DATE     PIC 9(8).
         05 AH-RUN-TIME     PIC 9(6).
         05 AH-ACTION       PIC X(8).
         05 AH-KEY          PIC X(14).
         05 AH-BEFORE       PIC X(65).
         05 AH-AFTER        PIC X(65).

       01 WS-IMAGE-AREA.
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

       01  RPT-HEADING-LINE.
           05  FILLER          PIC X(30)   VALUE SPACES.
           05  FILLER          PIC X(36)
               VALUE 'CENSUS-DATE SNAPSHOT VARIANCE REPORT'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'CENSUS DATE: '.
           05  RH-CENSUS-DATE  PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'RUN DATE: '.
           05  RH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(19)   VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'STUDENT KEY'.
           05  FILLER          PIC XX      VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE 'NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'CENSUS'.
           05  FILLER          PIC X(9)    VALUE 'TODAY'.
           05  FILLER          PIC X(11)   VALUE 'STAT DATE'.
           05  FILLER          PIC X(30)   VALUE 'CHANGE AFTER CENSUS'.
           05  FILLER          PIC X(19)   VALUE SPACES.

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
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RD-CEN-STATUS   PIC X.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  RD-CUR-STATUS   PIC X.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  RD-STAT-DATE    PIC 9(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  RD-CHANGE       PIC X(30).
           05  FILLER          PIC X(19)   VALUE SPACES.

       01  RPT-SUM-HEADING.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'VARIANCE BY CAMPUS AND STATUS'.
           05  FILLER          PIC X(87)   VALUE SPACES.

       01  RPT-SUM-COLUMN.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(33)   VALUE 'CAMPUS'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE '  ENROLLED'.
           05  FILLER          PIC X(10)   VALUE ' WITHDRAWN'.
           05  FILLER          PIC X(10)   VALUE ' GRADUATED'.
           05  FILLER          PIC X(10)   VALUE '     LEAVE'.
           05  FILLER          PIC X(10)   VALUE '     OTHER'.
           05  FILLER          PIC X(10)   VALUE '     TOTAL'.
           05  FILLER          PIC X(26)   VALUE SPACES.

       01  RPT-SUM-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RV-CAMPUS       PIC X(3).
           05  FILLER          PIC X       VALUE SPACES.
           05  RV-CAMP-NAME    PIC X(25).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  RV-LABEL        PIC X(8).
           05  RV-COLUMN       OCCURS 6 TIMES.
             10  FILLER        PIC XX.
             10  RV-COUNT      PIC -ZZZ,ZZ9.
           05  FILLER          PIC X(26)   VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  RM-MSG          PIC X(60).
           05  FILLER          PIC X(67)   VALUE SPACES.

       01  RPT-TOTAL-LINE-1.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'ON MASTER NOW: '.
           05  RT-CUR-CTR      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'IN SNAPSHOT: '.
           05  RT-SNAP-CTR     PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(28)
               VALUE 'RECORDS RESTORED TO CENSUS: '.
           05  RT-RESTORED-CTR PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(24)   VALUE SPACES.

       01  RPT-TOTAL-LINE-2.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'LATE ADDS: '.
           05  RT-LATE-ADD-CTR PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'LATE DELETES: '.
           05  RT-LATE-DEL-CTR PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(28)   VALUE 'STATUS CHANGES: '.
           05  RT-STAT-CHG-CTR PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(24)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INIT.
           PERFORM 2000-MERGE
               UNTIL I-KEY = HIGH-VALUES
                 AND WS-BO-KEY = HIGH-VALUES.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CENPARM.DAT, STATUS='
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'CENPARM.DAT IS EMPTY - NO CENSUS DATE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARM-FILE.
           IF PARM-CENSUS-DATE NOT NUMERIC
               DISPLAY 'CENPARM.DAT CENSUS DATE IS NOT A VALID DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (PARM-CENSUS-DATE) NOT = 0
                   OR PARM-CENSUS-DATE > RS-DATE
               DISPLAY 'CENPARM.DAT CENSUS DATE ' PARM-CENSUS-DATE
                   ' IS NOT A VALID PAST DATE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-CENSUS-DATE TO WS-CENSUS-DATE.

           PERFORM 8000-LOAD-REF-TABLE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-KEY
                             SD-RUN-DATE
                             SD-RUN-TIME
               WITH DUPLICATES IN ORDER
               USING ARCHIVE-FILE
                     AUDIT-FILE
               GIVING AUDIT-SORTED.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS='
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-SORTED.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CENSNAP.DAT, STATUS='
                   WS-SNAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT.

           MOVE WS-CENSUS-DATE TO RH-CENSUS-DATE.
           MOVE RS-DATE TO RH-RUN-DATE.
           WRITE PRTLINE FROM RPT-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO RPT-SUM-LINE.
           INITIALIZE VR-ENTRY (WS-ALL-SUB).
           MOVE 'ALL' TO VR-CAMPUS (WS-ALL-SUB).
           PERFORM 9000-READ-MASTER.
           PERFORM 2100-NEXT-BACKOUT.

       2000-MERGE.
           EVALUATE TRUE
               WHEN I-KEY < WS-BO-KEY
                   MOVE I-REC TO WS-IMAGE-AREA
                   MOVE I-REC TO SN-REC
                   PERFORM 2400-WRITE-SNAPSHOT
                   PERFORM 2500-COUNT-CURRENT
                   PERFORM 9000-READ-MASTER
               WHEN WS-BO-KEY < I-KEY
                   PERFORM 2200-DELETED-AFTER-CENSUS
                   PERFORM 2100-NEXT-BACKOUT
               WHEN OTHER
                   PERFORM 2300-CHANGED-AFTER-CENSUS
                   PERFORM 9000-READ-MASTER
                   PERFORM 2100-NEXT-BACKOUT
           END-EVALUATE.

       2100-NEXT-BACKOUT.
           MOVE 'N' TO WS-BO-FOUND-SW.
           PERFORM UNTIL AS-EOF OR BACKOUT-FOUND
               READ AUDIT-SORTED INTO AU-HOLD-REC
                   AT END
                       MOVE 'Y' TO AS-EOF-SW
                   NOT AT END
                       IF AH-RUN-DATE IS NUMERIC
                               AND AH-RUN-DATE > WS-CENSUS-DATE
                               AND AH-KEY NOT = WS-BO-KEY
                           MOVE 'Y' TO WS-BO-FOUND-SW
                           MOVE AH-KEY TO WS-BO-KEY
                           MOVE AH-BEFORE TO WS-BO-BEFORE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT BACKOUT-FOUND
               MOVE HIGH-VALUES TO WS-BO-KEY
           END-IF.

       2200-DELETED-AFTER-CENSUS.
           IF WS-BO-BEFORE NOT = SPACES
               MOVE WS-BO-BEFORE TO WS-IMAGE-AREA
               MOVE WS-BO-BEFORE TO SN-REC
               PERFORM 2400-WRITE-SNAPSHOT
               ADD 1 TO WS-RESTORED-CTR
               ADD 1 TO WS-LATE-DEL-CTR
               MOVE 'Y' TO WS-SNAP-PRESENT-SW
               MOVE 'N' TO WS-CUR-PRESENT-SW
               MOVE 'DELETED AFTER CENSUS' TO WS-CHANGE
               PERFORM 2600-LIST-VARIANCE
           END-IF.

       2300-CHANGED-AFTER-CENSUS.
           PERFORM 2500-COUNT-CURRENT.
           IF WS-BO-BEFORE = SPACES
               ADD 1 TO WS-LATE-ADD-CTR
               MOVE I-REC TO WS-IMAGE-AREA
               MOVE 'N' TO WS-SNAP-PRESENT-SW
               MOVE 'Y' TO WS-CUR-PRESENT-SW
               MOVE 'ADDED AFTER CENSUS' TO WS-CHANGE
               PERFORM 2600-LIST-VARIANCE
           ELSE
               MOVE WS-BO-BEFORE TO WS-IMAGE-AREA
               MOVE WS-BO-BEFORE TO SN-REC
               PERFORM 2400-WRITE-SNAPSHOT
               ADD 1 TO WS-RESTORED-CTR
               IF IM-STATUS NOT = I-STATUS
                   ADD 1 TO WS-STAT-CHG-CTR
                   MOVE 'Y' TO WS-SNAP-PRESENT-SW
                   MOVE 'Y' TO WS-CUR-PRESENT-SW
                   MOVE SPACES TO WS-CHANGE
                   STRING 'STATUS ' DELIMITED BY SIZE
                       IM-STATUS DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       I-STATUS DELIMITED BY SIZE
                       ' AFTER CENSUS' DELIMITED BY SIZE
                       INTO WS-CHANGE
                   PERFORM 2600-LIST-VARIANCE
               END-IF
           END-IF.

       2400-WRITE-SNAPSHOT.
           WRITE SN-REC
               INVALID KEY
                   DISPLAY 'ERROR WRITING CENSNAP.DAT, KEY=' SN-KEY
                       ' STATUS=' WS-SNAP-STATUS
           END-WRITE.
           ADD 1 TO WS-SNAP-CTR.
           MOVE IM-CAMPUS TO WS-CNT-CAMPUS.
           MOVE IM-STATUS TO WS-CNT-STATUS.
           PERFORM 8300-FIND-VARIANCE.
           IF WS-VR-SUB > 0
               ADD 1 TO VR-SNAP (WS-VR-SUB, WS-STAT-SUB)
           END-IF.
           ADD 1 TO VR-SNAP (WS-ALL-SUB, WS-STAT-SUB).

       2500-COUNT-CURRENT.
           ADD 1 TO WS-CUR-CTR.
           MOVE I-CAMPUS TO WS-CNT-CAMPUS.
           MOVE I-STATUS TO WS-CNT-STATUS.
           PERFORM 8300-FIND-VARIANCE.
           IF WS-VR-SUB > 0
               ADD 1 TO VR-CUR (WS-VR-SUB, WS-STAT-SUB)
           END-IF.
           ADD 1 TO VR-CUR (WS-ALL-SUB, WS-STAT-SUB).

       2600-LIST-VARIANCE.
           MOVE IM-TERM TO RD-TERM.
           MOVE IM-CAMPUS TO RD-CAMPUS.
           MOVE IM-ID TO RD-ID.
           MOVE IM-LNAME TO RD-LNAME.
           MOVE IM-FNAME TO RD-FNAME.
           MOVE SPACE TO RD-CEN-STATUS RD-CUR-STATUS.
           IF SNAP-PRESENT
               MOVE IM-STATUS TO RD-CEN-STATUS
           END-IF.
           IF CUR-PRESENT
               MOVE I-STATUS TO RD-CUR-STATUS
               MOVE I-STAT-DATE TO RD-STAT-DATE
           ELSE
               MOVE IM-STAT-DATE TO RD-STAT-DATE
           END-IF.
           MOVE WS-CHANGE TO RD-CHANGE.
           WRITE PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           IF WS-LATE-ADD-CTR = 0 AND WS-LATE-DEL-CTR = 0
                   AND WS-STAT-CHG-CTR = 0
               MOVE 'NO ADDS, DELETES OR STATUS EVENTS AFTER CENSUS'
                   TO RM-MSG
               WRITE PRTLINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           WRITE PRTLINE FROM RPT-SUM-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RPT-SUM-COLUMN
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-VR-SUB.
           PERFORM UNTIL WS-VR-SUB NOT < VR-CTR
               ADD 1 TO WS-VR-SUB
               PERFORM 3100-PRINT-CAMPUS
           END-PERFORM.
           MOVE WS-ALL-SUB TO WS-VR-SUB.
           PERFORM 3100-PRINT-CAMPUS.

           MOVE WS-CUR-CTR TO RT-CUR-CTR.
           MOVE WS-SNAP-CTR TO RT-SNAP-CTR.
           MOVE WS-RESTORED-CTR TO RT-RESTORED-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE WS-LATE-ADD-CTR TO RT-LATE-ADD-CTR.
           MOVE WS-LATE-DEL-CTR TO RT-LATE-DEL-CTR.
           MOVE WS-STAT-CHG-CTR TO RT-STAT-CHG-CTR.
           WRITE PRTLINE FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.

           CLOSE STUDENT-MASTER.
           CLOSE AUDIT-SORTED.
           CLOSE SNAPSHOT-FILE.
           CLOSE PRTOUT.

       3100-PRINT-CAMPUS.
           MOVE VR-CAMPUS (WS-VR-SUB) TO RV-CAMPUS.
           IF VR-CAMPUS (WS-VR-SUB) = 'ALL'
               MOVE 'ALL CAMPUSES' TO RV-CAMP-NAME
           ELSE
               MOVE VR-CAMPUS (WS-VR-SUB) TO WS-CHK-CAMPUS
               PERFORM 8200-FIND-CAMPUS
               MOVE WS-CAMP-NAME TO RV-CAMP-NAME
           END-IF.
           MOVE 'CENSUS' TO RV-LABEL.
           MOVE 0 TO RV-COUNT (6).
           MOVE 0 TO WS-COL-SUB.
           PERFORM UNTIL WS-COL-SUB NOT < 5
               ADD 1 TO WS-COL-SUB
               MOVE VR-SNAP (WS-VR-SUB, WS-COL-SUB)
                   TO RV-COUNT (WS-COL-SUB)
           END-PERFORM.
           COMPUTE RV-COUNT (6) = VR-SNAP (WS-VR-SUB, 1)
               + VR-SNAP (WS-VR-SUB, 2) + VR-SNAP (WS-VR-SUB, 3)
               + VR-SNAP (WS-VR-SUB, 4) + VR-SNAP (WS-VR-SUB, 5).
           WRITE PRTLINE FROM RPT-SUM-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO RV-CAMPUS RV-CAMP-NAME.
           MOVE 'TODAY' TO RV-LABEL.
           MOVE 0 TO WS-COL-SUB.
           PERFORM UNTIL WS-COL-SUB NOT < 5
               ADD 1 TO WS-COL-SUB
               MOVE VR-CUR (WS-VR-SUB, WS-COL-SUB)
                   TO RV-COUNT (WS-COL-SUB)
           END-PERFORM.
           COMPUTE RV-COUNT (6) = VR-CUR (WS-VR-SUB, 1)
               + VR-CUR (WS-VR-SUB, 2) + VR-CUR (WS-VR-SUB, 3)
               + VR-CUR (WS-VR-SUB, 4) + VR-CUR (WS-VR-SUB, 5).
           WRITE PRTLINE FROM RPT-SUM-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'CHANGE' TO RV-LABEL.
           MOVE 0 TO WS-COL-SUB.
           PERFORM UNTIL WS-COL-SUB NOT < 5
               ADD 1 TO WS-COL-SUB
               COMPUTE RV-COUNT (WS-COL-SUB) =
                   VR-CUR (WS-VR-SUB, WS-COL-SUB)
                 - VR-SNAP (WS-VR-SUB, WS-COL-SUB)
           END-PERFORM.
           COMPUTE RV-COUNT (6) = VR-CUR (WS-VR-SUB, 1)
               + VR-CUR (WS-VR-SUB, 2) + VR-CUR (WS-VR-SUB, 3)
               + VR-CUR (WS-VR-SUB, 4) + VR-CUR (WS-VR-SUB, 5)
               - VR-SNAP (WS-VR-SUB, 1) - VR-SNAP (WS-VR-SUB, 2)
               - VR-SNAP (WS-VR-SUB, 3) - VR-SNAP (WS-VR-SUB, 4)
               - VR-SNAP (WS-VR-SUB, 5).
           WRITE PRTLINE FROM RPT-SUM-LINE
               AFTER ADVANCING 1 LINE.

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

       8300-FIND-VARIANCE.
           EVALUATE WS-CNT-STATUS
               WHEN 'E'   MOVE 1 TO WS-STAT-SUB
               WHEN SPACE MOVE 1 TO WS-STAT-SUB
               WHEN 'W'   MOVE 2 TO WS-STAT-SUB
               WHEN 'G'   MOVE 3 TO WS-STAT-SUB
               WHEN 'L'   MOVE 4 TO WS-STAT-SUB
               WHEN OTHER MOVE 5 TO WS-STAT-SUB
           END-EVALUATE.
           MOVE 'N' TO WS-VR-FOUND-SW.
           MOVE 0 TO WS-VR-SUB.
           PERFORM UNTIL WS-VR-SUB NOT < VR-CTR
                      OR VR-FOUND
               ADD 1 TO WS-VR-SUB
               IF VR-CAMPUS (WS-VR-SUB) = WS-CNT-CAMPUS
                   MOVE 'Y' TO WS-VR-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT VR-FOUND
               IF VR-CTR < VR-MAX
                   ADD 1 TO VR-CTR
                   MOVE VR-CTR TO WS-VR-SUB
                   INITIALIZE VR-ENTRY (WS-VR-SUB)
                   MOVE WS-CNT-CAMPUS TO VR-CAMPUS (WS-VR-SUB)
               ELSE
                   MOVE 0 TO WS-VR-SUB
               END-IF
           END-IF.

       9000-READ-MASTER.
           IF NOT MS-EOF
               READ STUDENT-MASTER
                   AT END
                       MOVE 'Y' TO MS-EOF-SW
                       MOVE HIGH-VALUES TO I-KEY
               END-READ
           END-IF.
