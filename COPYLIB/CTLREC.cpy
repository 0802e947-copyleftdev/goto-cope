      *           OVERRIDE THEM - MAX-CYCLES, ACCEPTANCE LEVEL, AND    *
      *           STARTING EXCUSE INDEX.  MAINTAINED ONLINE BY THE     *
      *           AIDMAINT CICS TRANSACTION.                           *
      *           ALSO THE SWEEP SCHEDULE: HOW OFTEN THE SUBJECT IS    *
      *           DUE (DAILY, WEEKLY ON A GIVEN DAY, MONTHLY ON A      *
      *           GIVEN DATE), ITS PLACE IN THE SWEEP ORDER, AND THE   *
      *           DATE THE SWEEP LAST RAN IT.                          *
      * USED BY:  AIDENY (READS), AIDSWEEP (READS/REWRITES),           *
      *           AIDMAINT (READS/REWRITES)                            *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *                    REWRITE AGAINST THE OLD CLUSTER GETS        *
      *                    LENGERR.  A STATUS OF SPACES IS STILL       *
      *                    TREATED AS ACTIVE, AS A DEFENSIVE DEFAULT.  *
      *   2026-10-14  CDD  ADDED THE SWEEP SCHEDULE - CT-RUN-FREQUENCY *
      *                    (D/W/M), CT-RUN-DAY (WEEKLY: 1-7, MONDAY =  *
      *                    1; MONTHLY: 01-31, PAST MONTH-END MEANS THE *
      *                    LAST DAY), CT-SWEEP-PRIORITY (01 RUNS       *
      *                    FIRST, 00 = NOT SET, RUNS AFTER EVERY SET   *
      *                    PRIORITY) AND CT-LAST-RUN-DATE (STAMPED BY  *
      *                    AIDSWEEP WHEN A RUN COMPLETES, ZEROS =      *
      *                    NEVER).  APPENDED, 59 -> 72 BYTES; OLD ROWS *
      *                    ARE PADDED BY THE ONE-TIME AIDSCONV RUN IN  *
      *                    AIDCONV3 TO DAILY, PRIORITY NOT SET, NEVER  *
      *                    RUN - THE SWEEP THEN BEHAVES EXACTLY AS     *
      *                    BEFORE.  A FREQUENCY OF SPACE IS TREATED AS *
      *                    DAILY, AS A DEFENSIVE DEFAULT.              *
      *================================================================*
       01  CONTROL-RECORD.
           05  CT-SUBJECT-CODE          PIC X(10).
               88  CT-SUBJECT-INACTIVE      VALUE 'I'.
           05  CT-DEFAULT-ACCEPT-LEVEL  PIC 9(05)V99.
           05  CT-DEFAULT-START-IDX     PIC 9(02).
           05  CT-RUN-FREQUENCY         PIC X(01).
               88  CT-RUN-DAILY             VALUE 'D' ' '.
               88  CT-RUN-WEEKLY            VALUE 'W'.
               88  CT-RUN-MONTHLY           VALUE 'M'.
           05  CT-RUN-DAY               PIC 9(02).
           05  CT-SWEEP-PRIORITY        PIC 9(02).
           05  CT-LAST-RUN-DATE         PIC X(08).
