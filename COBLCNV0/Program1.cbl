               RECORD KEY IS NS-KEY
               ALTERNATE RECORD KEY IS NS-LNAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS NS-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT PARM-FILE
