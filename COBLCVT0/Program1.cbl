               RECORD KEY IS NM-KEY
               ALTERNATE RECORD KEY IS NM-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NM-STATUS.

           SELECT OPTIONAL OLD-AUDIT
