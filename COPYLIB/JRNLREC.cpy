      *           KEYED BY DATE + TIME + CICS TASK NUMBER - THE TASK   *
      *           NUMBER KEEPS TWO ACTIONS IN THE SAME SECOND FROM     *
      *           COLLIDING.                                           *
      * USED BY:  AIDMAINT (WRITES), AIDRENAM (WRITES), AIDJRPRT       *
      *           (READS)                                              *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-07-13  CDD  ORIGINAL.                                   *
      *                    THROUGH AIDMAINT LIKE EXCUSES.  HEADLINE    *
      *                    TEXT IS 60 BYTES, SO THE 50-BYTE            *
      *                    BEFORE/AFTER IMAGES CARRY ITS FIRST 50.     *
      *   2026-10-14  CDD  ADDED THE LP (SET LOAD PROFILE) ACTION      *
      *                    CODE FOR THE COGNITIVE-LOAD PROFILE FILE.   *
      *                    THE IMAGES CARRY THE PACKED WEIGHTS AND     *
      *                    STREAK; JR-SEQUENCE-NBR IS SPACES.          *
      *   2026-10-14  CDD  AIDMAINT UPDATES NOW WAIT ON A SECOND       *
      *                    OPERATOR'S APPROVAL (PENDREC), SO A ROW IS  *
      *                    WRITTEN WHEN THE CHANGE IS APPROVED AND     *
      *                    APPLIED, NOT WHEN IT IS TYPED.  TERMINAL    *
      *                    AND OPERATOR ARE THE APPROVER'S; WHO ASKED  *
      *                    FOR IT IS ON THE PENDING-CHANGE ROW.        *
      *   2026-10-15  CDD  ADDED THE RN (RENAME SUBJECT) AND MG (MERGE *
      *                    SUBJECT) ACTION CODES, WRITTEN BY THE       *
      *                    AIDRENAM BATCH UTILITY: TERMINAL 'BTCH',    *
      *                    TASK NUMBER A RUNNING COUNT WITHIN THE RUN, *
      *                    JR-SUBJECT-CODE THE OLD CODE.  EACH IMAGE   *
      *                    IS DATASET(8) SUBJECT(10) SEQ(2) AND A      *
      *                    NOTE; THE AFTER IMAGE NAMES THE NEW CODE.   *
      *================================================================*
       01  JOURNAL-RECORD.
           05  JR-FILE-KEY.
               88  JR-ACTION-SET-MASTER     VALUE 'SM'.
               88  JR-ACTION-ADD-HEADLINE   VALUE 'AH'.
               88  JR-ACTION-REPL-HEADLINE  VALUE 'RH'.
               88  JR-ACTION-SET-PROFILE    VALUE 'LP'.
               88  JR-ACTION-RENAME         VALUE 'RN'.
               88  JR-ACTION-MERGE          VALUE 'MG'.
           05  JR-SUBJECT-CODE          PIC X(10).
           05  JR-SEQUENCE-NBR          PIC X(02).
           05  JR-BEFORE-IMAGE          PIC X(50).
