      * OPERATOR MAY STILL BROWSE FORWARD IN KEY ORDER
      * (START/READ NEXT) TO WALK THE FILE FROM THAT POINT.
      * A BLANK REPLY TO THE LOOKUP PROMPT ENDS THE SESSION.
      * THE OPERATOR MAY ALSO LOOK A STUDENT UP BY ID ALONE
      * THROUGH THE I-ID ALTERNATE INDEX, WITHOUT KNOWING THE
      * TERM OR CAMPUS - EVERY TERM AND CAMPUS THE ID IS ON
      * FILE UNDER IS LISTED, WITH A COUNT AT THE END, AND
      * THE OPERATOR MAY PICK ANY OF THEM FOR THE FULL
      * PROFILE AS WITH A NAME SEARCH.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-FILE
         05 WS-PROF-KEY     PIC X(14)   VALUE SPACES.
         05 WS-REPLY        PIC X       VALUE SPACE.
         05 WS-MATCH-CTR    PIC 9(4)    VALUE 0.
         05 WS-DSP-MATCH    PIC Z,ZZ9.
         05 WS-CRS-CTR      PIC 9(4)    VALUE 0.
         05 WS-DSP-GPA      PIC 9.99.
         05 WS-DSP-SALARY   PIC $ZZZ,ZZ9.99.
           END-IF.

       2000-INQUIRY.
           DISPLAY 'LOOKUP BY (K)EY, (N)AME OR (I)D, BLANK TO END: '.
           ACCEPT WS-REPLY.
           EVALUATE WS-REPLY
               WHEN SPACE
               WHEN 'N'
               WHEN 'n'
                   PERFORM 2500-NAME-SEARCH
               WHEN 'I'
               WHEN 'i'
                   PERFORM 2800-ID-SEARCH
               WHEN OTHER
                   DISPLAY 'REPLY K, N, I OR BLANK'
           END-EVALUATE.

       2100-KEY-INQUIRY.
                   CONTINUE
           END-EVALUATE.

       2800-ID-SEARCH.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-INQ-ID.
           IF WS-INQ-ID = SPACES
               DISPLAY 'NO ID ENTERED'
           ELSE
               MOVE 0 TO WS-MATCH-CTR
               MOVE WS-INQ-ID TO I-ID
               START STUDENT-MASTER KEY = I-ID
                   INVALID KEY
                       MOVE 'N' TO WS-SEARCH-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SEARCH-SW
               END-START
               PERFORM 2900-ID-NEXT
                   UNTIL NOT SEARCH-MORE
               IF WS-MATCH-CTR = 0
                   DISPLAY 'STUDENT ID ' WS-INQ-ID
                       ' IS NOT ON FILE UNDER ANY TERM OR CAMPUS'
               ELSE
                   MOVE WS-MATCH-CTR TO WS-DSP-MATCH
                   DISPLAY 'STUDENT ID ' WS-INQ-ID
                       ' TERM/CAMPUS RECORDS FOUND: ' WS-DSP-MATCH
               END-IF
           END-IF.

       2900-ID-NEXT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE 'N' TO WS-SEARCH-SW
               NOT AT END
                   IF I-ID = WS-INQ-ID
                       ADD 1 TO WS-MATCH-CTR
                       PERFORM 2400-SHOW-STUDENT
                       PERFORM 2700-ASK-PROFILE
                   ELSE
                       MOVE 'N' TO WS-SEARCH-SW
                   END-IF
           END-READ.
           IF SEARCH-MORE
                   AND WS-STUDENT-STATUS NOT = '00'
                   AND WS-STUDENT-STATUS NOT = '02'
                   AND WS-STUDENT-STATUS NOT = '10'
               DISPLAY 'READ NEXT FAILED, STATUS=' WS-STUDENT-STATUS
               MOVE 'N' TO WS-SEARCH-SW
           END-IF.

       4000-SHOW-PROFILE.
           PERFORM 2400-SHOW-STUDENT.
           MOVE I-KEY TO WS-PROF-KEY.
