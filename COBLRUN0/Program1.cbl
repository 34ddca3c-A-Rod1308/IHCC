       DATE-COMPILED.
      **********************
      * NIGHTLY JOB-STREAM RUN CONTROLLER. THE MAINTENANCE
      * CHAIN RUNS SIX STEPS IN THIS ORDER:
      *   01 COBLEDT0 - BALANCE AND EDIT THE TRANSACTIONS
      *   02 COBLMNT0 - APPLY THEM TO BUILD STDNTMS2.DAT
      *   03 COBLVFY0 - CHECK THE NEW MASTER AGAINST THE
      *                 OTHER FILES
      *   04 COBLPRM0 - PROMOTE THE NEW MASTER
      *   05 COBLAR00 - STUDENT ROSTER REPORT
      *   06 COBLSUM0 - CAMPUS AND TERM SUMMARY
      * THIS PROGRAM IS CALLED BY THE OPERATOR AROUND EVERY
      * STEP SO A HALF-FINISHED NIGHT CANNOT PROMOTE A STALE
      * STDNTMS2.DAT OR REPORT OFF AN UNPROMOTED MASTER.
      * RUNCTL.DAT CARRIES ONE RECORD PER STEP WITH ITS START
      * AND END STAMPS AND ITS COMPLETION STATUS. RUNPARM.DAT
      * NAMES THE FUNCTION:
      *   NEWNIGHT - CUT A FRESH RUNCTL.DAT, ALL STEPS PENDING
      *   START nn - MARK STEP nn STARTED. REFUSED UNLESS
      *              EVERY EARLIER STEP IS COMPLETE AND THE
      * EVERY ACTION AND REFUSAL IS LOGGED ON RUNLOG.PRT AND
      * A REFUSAL SETS RETURN-CODE 8 SO THE OPERATOR'S STREAM
      * STOPS INSTEAD OF RUNNING THE NEXT PROGRAM ANYWAY.
      * A HARD ERROR FROM COBLVFY0 IS ENDED FAILED, SO
      * COBLPRM0 IS REFUSED UNTIL THE NEW MASTER IS PUT RIGHT.
      * A RUNCTL.DAT WITH FEWER RECORDS THAN THE STEP TABLE IS
      * REFUSED AND MUST BE CUT AGAIN WITH NEWNIGHT.
      ***********************

       ENVIRONMENT DIVISION.
         05 WS-NEXT-STEP    PIC 99      VALUE 0.

       01 STEP-TABLE.
         05 ST-MAX          PIC 99      COMP VALUE 6.
         05 ST-NAMES.
           10 FILLER        PIC X(8)    VALUE 'COBLEDT0'.
           10 FILLER        PIC X(8)    VALUE 'COBLMNT0'.
           10 FILLER        PIC X(8)    VALUE 'COBLVFY0'.
           10 FILLER        PIC X(8)    VALUE 'COBLPRM0'.
           10 FILLER        PIC X(8)    VALUE 'COBLAR00'.
           10 FILLER        PIC X(8)    VALUE 'COBLSUM0'.
         05 ST-NAME-TABLE REDEFINES ST-NAMES.
           10 ST-PROGRAM    OCCURS 6 TIMES
                            PIC X(8).

       01 STEP-STATUS-TABLE.
         05 SS-ENTRY        OCCURS 6 TIMES.
           10 SS-STEP-NO    PIC 99.
           10 SS-PROGRAM    PIC X(8).
           10 SS-START-DATE PIC 9(8).
