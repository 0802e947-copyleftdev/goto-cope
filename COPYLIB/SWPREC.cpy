      *           THE MARKER BELONGS TO A FINISHED SWEEP AND GETS      *
      *           OVERWRITTEN BY THE NEXT SWEEP THAT RUNS THE          *
      *           SUBJECT.                                             *
      *           A SUBJECT THE SWEEP'S CUTOFF TIME STOPPED FROM       *
      *           STARTING GETS A DEFERRED ROW INSTEAD (SW-RUN-STATE   *
      *           'D', RETURN-CODE ZERO) - IT WAS DUE AND DID NOT RUN, *
      *           AND THE NEXT SWEEP RUNS IT FIRST.  THE ROW STAYS     *
      *           DEFERRED UNTIL THE SUBJECT ACTUALLY RUNS.            *
      * USED BY:  AIDSWEEP                                             *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *                    OLD SAME-DAY DATE COMPARE SKIPPED NOTHING   *
      *                    WHEN A SWEEP STARTED BEFORE MIDNIGHT AND    *
      *                    ABENDED AFTER IT.                           *
      *   2026-10-14  CDD  ADDED SW-RUN-STATE, 30 -> 31 BYTES: R = THE *
      *                    SUBJECT RAN (SW-RETURN-CODE IS ITS RC), D = *
      *                    DEFERRED BY THE SWEEP CUTOFF.  THE CLUSTER  *
      *                    IS REDEFINED EMPTY BY AIDCONV3 - AN EMPTY   *
      *                    STATUS FILE JUST MEANS THE NEXT SWEEP       *
      *                    STARTS FRESH.                               *
      *================================================================*
       01  SWEEP-STATUS-RECORD.
           05  SW-SUBJECT-CODE          PIC X(10).
           05  SW-SWEEP-DATE            PIC X(08).
           05  SW-SWEEP-TIME            PIC X(08).
           05  SW-RETURN-CODE           PIC 9(04).
           05  SW-RUN-STATE             PIC X(01).
               88  SW-RUN-COMPLETED         VALUE 'R'.
               88  SW-RUN-DEFERRED          VALUE 'D'.
