      * BOTH TERMS AND THE CAMPUS ON ROLPARM.DAT MUST BE ON
      * THE REFTBL.DAT REFERENCE TABLE, SO A WHOLE TERM CANNOT
      * BE ROLLED INTO A TYPO.
      * STDNTMS2.DAT IS WRITTEN WITH THE I-ID STUDENT ID
      * ALTERNATE INDEX AS WELL AS I-LNAME, SO THE ROLLED-IN
      * TERM IS READABLE BY ID AS SOON AS IT IS PROMOTED.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS I-KEY
               ALTERNATE RECORD KEY IS I-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ROLL-WORK
               RECORD KEY IS NM-KEY
               ALTERNATE RECORD KEY IS NM-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-STATUS.

           SELECT PARM-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01 NM-REC.
         05 NM-KEY.
           10 NM-TERM       PIC X(4).
           10 NM-CAMPUS     PIC X(3).
           10 NM-ID         PIC X(7).
         05 NM-LNAME        PIC X(15).
         05 FILLER          PIC X(36).

