      * AUDITED LIKE ANY OTHER CHANGE. A WITHDRAWAL IS A
      * STATUS EVENT, NOT A DELETE - THE RECORD STAYS ON THE
      * MASTER FOR THE RETENTION NUMBERS.
      * STDNTMS2.DAT IS WRITTEN WITH THE I-ID STUDENT ID
      * ALTERNATE INDEX (DUPLICATES ALLOWED) AS WELL AS I-LNAME,
      * SO EVERY ADD, CHANGE AND DELETE KEEPS THE ID INDEX IN
      * STEP FOR THE REPORTS AND THE INQUIRY THAT READ BY ID.
      ***********************

       ENVIRONMENT DIVISION.
               RECORD KEY IS OM-KEY
               ALTERNATE RECORD KEY IS OM-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OM-STATUS.

           SELECT NEW-MASTER
               RECORD KEY IS NM-KEY
               ALTERNATE RECORD KEY IS NM-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-STATUS.

           SELECT TRANS-RAW
