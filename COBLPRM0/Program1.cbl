      * LAST THREE GENERATIONS STAY ON DISK FOR FALLBACK. IF
      * RECONCILIATION FAILS THE PROMOTION ABORTS, PROMLOG.PRT
      * SAYS WHY, AND THE LIVE MASTER IS LEFT UNTOUCHED.
      * THE LIVE MASTER AND ALL THREE GENERATIONS ARE WRITTEN
      * WITH THE I-ID STUDENT ID ALTERNATE INDEX AS WELL AS
      * I-LNAME, SO A FALLBACK GENERATION CAN BE READ BY ID.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS LM-KEY
               ALTERNATE RECORD KEY IS LM-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-STATUS.

           SELECT NEW-MASTER
               RECORD KEY IS NM-KEY
               ALTERNATE RECORD KEY IS NM-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-STATUS.

           SELECT GEN1-MASTER
               RECORD KEY IS G1-KEY
               ALTERNATE RECORD KEY IS G1-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS G1-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-G1-STATUS.

           SELECT GEN2-MASTER
               RECORD KEY IS G2-KEY
               ALTERNATE RECORD KEY IS G2-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS G2-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-G2-STATUS.

           SELECT GEN3-MASTER
               RECORD KEY IS G3-KEY
               ALTERNATE RECORD KEY IS G3-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS G3-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-G3-STATUS.

           SELECT CONTROL-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01 LM-REC.
         05 LM-KEY.
           10 LM-TERM       PIC X(4).
           10 LM-CAMPUS     PIC X(3).
           10 LM-ID         PIC X(7).
         05 LM-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

           RECORD CONTAINS 65 CHARACTERS.

       01 NM-REC.
         05 NM-KEY.
           10 NM-TERM       PIC X(4).
           10 NM-CAMPUS     PIC X(3).
           10 NM-ID         PIC X(7).
         05 NM-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

           RECORD CONTAINS 65 CHARACTERS.

       01 G1-REC.
         05 G1-KEY.
           10 G1-TERM       PIC X(4).
           10 G1-CAMPUS     PIC X(3).
           10 G1-ID         PIC X(7).
         05 G1-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

           RECORD CONTAINS 65 CHARACTERS.

       01 G2-REC.
         05 G2-KEY.
           10 G2-TERM       PIC X(4).
           10 G2-CAMPUS     PIC X(3).
           10 G2-ID         PIC X(7).
         05 G2-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

           RECORD CONTAINS 65 CHARACTERS.

       01 G3-REC.
         05 G3-KEY.
           10 G3-TERM       PIC X(4).
           10 G3-CAMPUS     PIC X(3).
           10 G3-ID         PIC X(7).
         05 G3-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

