       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDOPRPT.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * PROGRAM:  AIDOPRPT                                             *
      * PURPOSE:  MORNING OPERATIONS REPORT.  THE DESK USED TO READ    *
      *           SIX OUTPUTS EVERY MORNING TO DECIDE WHAT NEEDED A    *
      *           LOOK - THE AIDSWEEP SUMMARY, AN AIDLOKUT LS, THE     *
      *           AIDVERGE ALERTS, THE AIDXCHK REPORT, THE AIDECERT    *
      *           LIST.  THIS PROGRAM RUNS AT THE END OF THE NIGHTLY   *
      *           STREAM, READS THE UNDERLYING FILES DIRECTLY (SWEEP   *
      *           STATUS, RUN LOCKS, CHECKPOINTS, THE CURRENT LEDGER,  *
      *           EVIDENCE, AND THE SUBJECT MASTER) AND PRINTS ONE     *
      *           PAGE WITH A LINE PER SUBJECT:                        *
      *             - LAST SWEEP RESULT (RC, DEFERRED, OR NONE)        *
      *             - RUN LOCK HELD OR NOT                             *
      *             - CHECKPOINT STATE (IN-FLIGHT, CLEAN, NONE)        *
      *             - VERGE / TRENDING, AS AIDVERGE JUDGES IT          *
      *             - EVIDENCE ROWS DUE RE-CERTIFICATION, AS AIDECERT  *
      *               JUDGES IT (AGED OR REWORDED)                     *
      *             - INTEGRITY EXCEPTIONS AMONG THESE SIX FILES       *
      *           EACH LINE CARRIES A SEVERITY AND THE REASON FOR IT,  *
      *           AND THE WORST SUBJECTS SORT TO THE TOP:              *
      *             CRIT - RUN LOCK STILL HELD (EVERY SUBMIT IS        *
      *                    REFUSED RC 12), LAST SWEEP ABORTED OR       *
      *                    LOCKED OUT (RC 12/16) - AND, ON THE         *
      *                    HEADING, A SWEEP THAT NEVER FINISHED        *
      *             WARN - INTEGRITY EXCEPTION, INTERRUPTED RUN        *
      *                    (IN-FLIGHT CHECKPOINT), ON THE VERGE,       *
      *                    TRENDING, DEFERRED BY THE SWEEP CUTOFF,     *
      *                    DAILY SUBJECT MISSING FROM THE LAST SWEEP   *
      *             NOTE - ACCEPTED LAST SWEEP (RC 4), EVIDENCE DUE    *
      *                    RE-CERTIFICATION                            *
      *             OK   - NOTHING TO DO                               *
      *           A SUBJECT INACTIVE ON THE MASTER IS GRADED ONLY ON   *
      *           LOCKS, CHECKPOINTS AND INTEGRITY - AIDENY REFUSES    *
      *           IT, SO ITS OLD NUMBERS ARE NOT NEWS.  READ-ONLY:     *
      *           NOTHING IS CHANGED.                                  *
      *                                                                *
      * PARM:     THRESHOLD-PCT(3) - TRENDING THRESHOLD AS A PERCENT   *
      *           OF THE ACCEPTANCE LEVEL, DEFAULT 80 (AS AIDVERGE).   *
      *           AGE-DAYS(3) - EVIDENCE CERTIFICATION AGE LIMIT,      *
      *           DEFAULT 90 (AS AIDECERT).  ZERO OR ABSENT TAKES THE  *
      *           DEFAULT.                                             *
      *                                                                *
      * RETURN-CODE: 0 = NOTHING ABOVE NOTE                            *
      *              4 = AT LEAST ONE WARN - FOR THE DESK, NOT A PAGE  *
      *              8 = AT LEAST ONE CRIT - PAGE THE ON-CALL          *
      *             16 = FILE ERROR, RUN TERMINATED                    *
      *                                                                *
      * PLATFORM: IBM Z8                                               *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-15  CDD  ORIGINAL.                                   *
      *   2026-10-15  CDD  A RUN HEADER WRITTEN BEFORE THE CROSSINGS-  *
      *                    REQUIRED FIELD EXISTED HOLDS SPACES THERE;  *
      *                    IT IS NOW TAKEN AS ZERO SO THE VERGE TEST   *
      *                    FALLS BACK TO THE COMPILED STREAK, AS       *
      *                    AIDCKRBD DOES.                              *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z8.
       OBJECT-COMPUTER. IBM-Z8.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO AIDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-SUBJECT-CODE
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL SWEEP-STATUS-FILE ASSIGN TO SWEPFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SW-SUBJECT-CODE
               FILE STATUS IS WS-SWEEPST-STATUS.

           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO LOCKFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-SUBJECT-CODE
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-SUBJECT-CODE
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OPTIONAL AUDIT-LEDGER-FILE ASSIGN TO LEDGFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO EVIDFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-EVIDENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLREC.

       FD  SWEEP-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SWPREC.

       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOKREC.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CKPTREC.

       FD  AUDIT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC.

       FD  EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVIDREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-CONTROL-STATUS        PIC X(02) VALUE '00'.
       01  WS-SWEEPST-STATUS        PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS           PIC X(02) VALUE '00'.
       01  WS-CHECKPOINT-STATUS     PIC X(02) VALUE '00'.
       01  WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
       01  WS-EVIDENCE-STATUS       PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE     PIC X(8).
           05  WS-CURRENT-TIME     PIC X(8).
           05  WS-DIFF-FROM-GMT    PIC X(5).

       01  WS-THRESHOLD-PCT         PIC 9(03) VALUE 80.
       01  WS-AGE-DAYS              PIC 9(03) VALUE 90.
       01  WS-CROSSINGS-REQD        PIC 9(02) VALUE 3.
       01  WS-CURRENT-DATE-NUM      PIC 9(08) VALUE 0.
       01  WS-CUTOFF-INT            PIC 9(09) COMP VALUE 0.
       01  WS-CERT-DATE-NUM         PIC 9(08) VALUE 0.
       01  WS-CERT-INT              PIC 9(09) COMP VALUE 0.

      *--- THE LAST SWEEP, FROM SWEEP-STATUS: THE **SWEEPEND        ---*
      *--- MARKER'S STAMP AND THE NEWEST SUBJECT ROW'S STAMP, READ  ---*
      *--- THE WAY AIDSWEEP'S OWN RESTART CHECK READS THEM.         ---*
       01  WS-SWEEP-END-KEY         PIC X(10) VALUE '**SWEEPEND'.
       01  WS-MARKER-STAMP          PIC X(16) VALUE LOW-VALUES.
       01  WS-NEWEST-STAMP          PIC X(16) VALUE LOW-VALUES.
       01  WS-ROW-STAMP             PIC X(16) VALUE LOW-VALUES.
       01  WS-MARKER-RC             PIC 9(04) VALUE 0.
       01  WS-MARKER-INT            PIC 9(09) COMP VALUE 0.
       01  WS-ROW-DATE-NUM          PIC 9(08) VALUE 0.
       01  WS-ROW-INT               PIC 9(09) COMP VALUE 0.
       01  WS-SWEEPST-AVAIL-SW      PIC X(01) VALUE 'N'.
           88  WS-SWEEPST-AVAILABLE     VALUE 'Y'.
       01  WS-MARKER-SEEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MARKER-SEEN           VALUE 'Y'.
       01  WS-SWEEP-UNFINISHED-SW   PIC X(01) VALUE 'N'.
           88  WS-SWEEP-UNFINISHED      VALUE 'Y'.
       01  WS-LEDGER-AVAIL-SW       PIC X(01) VALUE 'N'.
           88  WS-LEDGER-AVAILABLE      VALUE 'Y'.

      *--- ONE ENTRY PER SUBJECT, MERGED FROM ALL SIX FILES.  A     ---*
      *--- SUBJECT FIRST SEEN ANYWHERE BUT THE MASTER IS ADDED WITH ---*
      *--- ON-MASTER 'N' AND EACH FILE HOLDING IT COUNTS AS AN      ---*
      *--- INTEGRITY EXCEPTION.                                     ---*
       01  WS-SUBJECT-TABLE.
           05  WS-SB-ENTRY OCCURS 50 TIMES.
               10  WS-SB-SUBJECT-CODE   PIC X(10).
               10  WS-SB-ON-MASTER-FLAG PIC X(01).
               10  WS-SB-STATUS-FLAG    PIC X(01).
               10  WS-SB-RUN-FREQUENCY  PIC X(01).
               10  WS-SB-MASTER-LEVEL   PIC 9(05)V99.
               10  WS-SB-SWEEP-SEEN-FLAG PIC X(01).
               10  WS-SB-SWEEP-DATE     PIC X(08).
               10  WS-SB-SWEEP-RC       PIC 9(04).
               10  WS-SB-SWEEP-STATE    PIC X(01).
               10  WS-SB-LOCK-FLAG      PIC X(01).
               10  WS-SB-CKPT-SEEN-FLAG PIC X(01).
               10  WS-SB-INFLIGHT-FLAG  PIC X(01).
               10  WS-SB-CKPT-LOAD      PIC 9(05)V99.
               10  WS-SB-CROSSINGS      PIC 9(02).
               10  WS-SB-HDR-LEVEL      PIC 9(05)V99.
               10  WS-SB-HDR-CROSS-REQD PIC 9(02).
               10  WS-SB-TRL-LOAD       PIC 9(05)V99.
               10  WS-SB-TRL-SEEN-FLAG  PIC X(01).
               10  WS-SB-OPEN-RUN-FLAG  PIC X(01).
               10  WS-SB-STALE-COUNT    PIC 9(03).
               10  WS-SB-INTEG-COUNT    PIC 9(03).
               10  WS-SB-INTEG-TEXT     PIC X(24).
               10  WS-SB-SWEEP-TEXT     PIC X(08).
               10  WS-SB-CKPT-TEXT      PIC X(08).
               10  WS-SB-WATCH-TEXT     PIC X(08).
               10  WS-SB-SEVERITY       PIC 9(01).
               10  WS-SB-REASON         PIC X(24).
       01  WS-SUBJECT-COUNT         PIC 9(02) VALUE 0.
       01  WS-SB-IDX                PIC 9(02) VALUE 0.
       01  WS-SB-FOUND-IDX          PIC 9(02) VALUE 0.
       01  WS-SB-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-SB-MATCHED            VALUE 'Y'.
       01  WS-SUBJ-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88  WS-SUBJ-OVERFLOWED       VALUE 'Y'.
       01  WS-MATCH-SUBJECT-CODE    PIC X(10) VALUE SPACES.
       01  WS-ADDED-SW              PIC X(01) VALUE 'N'.
           88  WS-SUBJECT-ADDED         VALUE 'Y'.

      *--- SEVERITY: 1 CRIT, 2 WARN, 3 NOTE, 4 OK - LOWEST FIRST    ---*
      *--- ON THE PAGE.  A FINDING ONLY REPLACES THE REASON WHEN    ---*
      *--- IT IS STRICTLY WORSE, SO THE FIRST-TESTED (MOST URGENT)  ---*
      *--- REASON AT A GIVEN SEVERITY IS THE ONE PRINTED.           ---*
       01  WS-FINDING-SEVERITY      PIC 9(01) VALUE 4.
       01  WS-FINDING-TEXT          PIC X(24) VALUE SPACES.
       01  WS-SEVERITY-CODE         PIC X(04) VALUE SPACES.
       01  WS-CRIT-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-WARN-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-NOTE-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-OK-COUNT              PIC 9(9) COMP VALUE 0.

       01  WS-EFFECTIVE-LEVEL       PIC 9(05)V99 VALUE 0.
       01  WS-EFFECTIVE-REQD        PIC 9(02) VALUE 0.
       01  WS-WATCH-LOAD            PIC 9(05)V99 VALUE 0.
       01  WS-LOAD-PCT              PIC 9(05) VALUE 0.
       01  WS-RC-EDIT               PIC Z9.
       01  WS-STALE-EDIT            PIC ZZ9.
       01  WS-INTEG-EDIT            PIC ZZ9.

       01  WS-EVIDENCE-READ         PIC 9(9) COMP VALUE 0.
       01  WS-EVIDENCE-STALE        PIC 9(9) COMP VALUE 0.
       01  WS-LOCKS-HELD            PIC 9(9) COMP VALUE 0.
       01  WS-INTEG-TOTAL           PIC 9(9) COMP VALUE 0.

      *--- PAGE-ORDER SORT WORK - BUBBLE, LIKE AIDECERT.            ---*
       01  WS-SORT-SWAPPED-SW       PIC X(01) VALUE 'N'.
           88  WS-SORT-SWAPPED          VALUE 'Y'.
       01  WS-SORT-J                PIC 9(02) VALUE 0.
       01  WS-SORT-J1               PIC 9(02) VALUE 0.
       01  WS-SWAP-ENTRY            PIC X(143) VALUE SPACES.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM-AREA.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-THRESHOLD    PIC 9(03).
               10  LS-PARM-AGE-DAYS     PIC 9(03).
               10  FILLER               PIC X(74).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-LOAD-MASTER
           PERFORM 2000-LOAD-SWEEP-STATUS
           PERFORM 3000-LOAD-RUN-LOCKS
           PERFORM 4000-LOAD-CHECKPOINTS
           PERFORM 5000-LOAD-LEDGER-LATEST
           PERFORM 6000-COUNT-STALE-EVIDENCE
           IF WS-SUBJECT-COUNT > 0
               PERFORM 7000-GRADE-ONE-SUBJECT
                   THRU 7000-GRADE-ONE-SUBJECT-EXIT
                   VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUBJECT-COUNT
               PERFORM 7500-SORT-BY-SEVERITY
           END-IF
           PERFORM 9000-PRINT-REPORT
           EVALUATE TRUE
               WHEN WS-CRIT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

       0100-INITIALIZE.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDOPRPT v1.0 - MORNING OPERATIONS REPORT'
           DISPLAY WS-SEPARATOR
           IF LS-PARM-LEN >= 3
               IF LS-PARM-THRESHOLD IS NUMERIC
                       AND LS-PARM-THRESHOLD > 0
                   MOVE LS-PARM-THRESHOLD TO WS-THRESHOLD-PCT
               END-IF
           END-IF
           IF LS-PARM-LEN >= 6
               IF LS-PARM-AGE-DAYS IS NUMERIC
                       AND LS-PARM-AGE-DAYS > 0
                   MOVE LS-PARM-AGE-DAYS TO WS-AGE-DAYS
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - WS-AGE-DAYS
           DISPLAY ' REPORT DATE:        ' WS-CURRENT-DATE
               ' ' WS-CURRENT-TIME(1:4)
           DISPLAY ' TRENDING THRESHOLD: ' WS-THRESHOLD-PCT
               ' PCT OF THE ACCEPTANCE LEVEL'
           DISPLAY ' EVIDENCE AGE LIMIT: ' WS-AGE-DAYS ' DAY(S)'
           .

      *----------------------------------------------------------------*
      * 1000-LOAD-MASTER - EVERY SUBJECT ON THE MASTER, IN KEY ORDER,  *
      *                    WITH ITS STATUS GATE, SCHEDULE AND          *
      *                    STANDING ACCEPTANCE LEVEL.                  *
      *----------------------------------------------------------------*
       1000-LOAD-MASTER.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               MOVE 'CONTROL-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-CONTROL-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1100-LOAD-ONE-MASTER-ROW
               UNTIL WS-END-OF-FILE
           CLOSE CONTROL-FILE
           .

       1100-LOAD-ONE-MASTER-ROW.
           READ CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CT-SUBJECT-CODE TO WS-MATCH-SUBJECT-CODE
                   PERFORM 8000-FIND-OR-ADD-SUBJECT
                   IF WS-SB-IDX > 0
                       MOVE 'Y' TO WS-SB-ON-MASTER-FLAG(WS-SB-IDX)
                       MOVE CT-STATUS-FLAG
                           TO WS-SB-STATUS-FLAG(WS-SB-IDX)
                       MOVE CT-RUN-FREQUENCY
                           TO WS-SB-RUN-FREQUENCY(WS-SB-IDX)
                       MOVE CT-DEFAULT-ACCEPT-LEVEL
                           TO WS-SB-MASTER-LEVEL(WS-SB-IDX)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 2000-LOAD-SWEEP-STATUS - EACH SUBJECT'S LAST SWEEP ROW, PLUS   *
      *                          THE **SWEEPEND MARKER.  SUBJECT ROWS  *
      *                          NEWER THAN THE MARKER MEAN THE LAST   *
      *                          SWEEP NEVER FINISHED.  THE DD IS      *
      *                          OPTIONAL, AS IT IS FOR AIDSWEEP.      *
      *----------------------------------------------------------------*
       2000-LOAD-SWEEP-STATUS.
           OPEN INPUT SWEEP-STATUS-FILE
           IF WS-SWEEPST-STATUS = '00'
               MOVE 'Y' TO WS-SWEEPST-AVAIL-SW
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2100-NOTE-ONE-SWEEP-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE SWEEP-STATUS-FILE
               IF WS-NEWEST-STAMP > WS-MARKER-STAMP
                   MOVE 'Y' TO WS-SWEEP-UNFINISHED-SW
               END-IF
               IF WS-MARKER-SEEN
                   MOVE WS-MARKER-STAMP(1:8) TO WS-ROW-DATE-NUM
                   COMPUTE WS-MARKER-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM)
               END-IF
           ELSE
               DISPLAY ' (NO SWEEP-STATUS FILE - STATUS '
                   WS-SWEEPST-STATUS ' - SWEEP COLUMN IS BLANK)'
           END-IF
           .

       2100-NOTE-ONE-SWEEP-ROW.
           READ SWEEP-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SW-SWEEP-DATE TO WS-ROW-STAMP(1:8)
                   MOVE SW-SWEEP-TIME TO WS-ROW-STAMP(9:8)
                   IF SW-SUBJECT-CODE = WS-SWEEP-END-KEY
                       MOVE 'Y' TO WS-MARKER-SEEN-SW
                       MOVE WS-ROW-STAMP TO WS-MARKER-STAMP
                       MOVE SW-RETURN-CODE TO WS-MARKER-RC
                   ELSE
                       IF WS-ROW-STAMP > WS-NEWEST-STAMP
                           MOVE WS-ROW-STAMP TO WS-NEWEST-STAMP
                       END-IF
                       MOVE SW-SUBJECT-CODE TO WS-MATCH-SUBJECT-CODE
                       PERFORM 8000-FIND-OR-ADD-SUBJECT
                       IF WS-SB-IDX > 0
                           MOVE 'Y'
                               TO WS-SB-SWEEP-SEEN-FLAG(WS-SB-IDX)
                           MOVE SW-SWEEP-DATE
                               TO WS-SB-SWEEP-DATE(WS-SB-IDX)
                           MOVE SW-RETURN-CODE
                               TO WS-SB-SWEEP-RC(WS-SB-IDX)
                           MOVE SW-RUN-STATE
                               TO WS-SB-SWEEP-STATE(WS-SB-IDX)
                           IF WS-SUBJECT-ADDED
                               MOVE 'SWEEP ROW, NO MASTER'
                                   TO WS-FINDING-TEXT
                               PERFORM 8200-NOTE-INTEGRITY
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 3000-LOAD-RUN-LOCKS - AIDENY DELETES ITS LOCK ON EVERY EXIT,   *
      *                       SO ANY ROW HERE AT THE END OF THE NIGHT  *
      *                       BELONGS TO A RUN THAT DIED HOLDING IT.   *
      *                       NO DD OR AN EMPTY CLUSTER IS NO LOCKS.   *
      *----------------------------------------------------------------*
       3000-LOAD-RUN-LOCKS.
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3100-NOTE-ONE-LOCK
                   UNTIL WS-END-OF-FILE
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY ' (NO RUN-LOCK FILE - STATUS '
                   WS-LOCK-STATUS ' - NO LOCKS REPORTED)'
           END-IF
           .

       3100-NOTE-ONE-LOCK.
           READ RUN-LOCK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOCKS-HELD
                   MOVE RL-SUBJECT-CODE TO WS-MATCH-SUBJECT-CODE
                   PERFORM 8000-FIND-OR-ADD-SUBJECT
                   IF WS-SB-IDX > 0
                       MOVE 'Y' TO WS-SB-LOCK-FLAG(WS-SB-IDX)
                       IF WS-SUBJECT-ADDED
                           MOVE 'LOCK ROW, NO MASTER'
                               TO WS-FINDING-TEXT
                           PERFORM 8200-NOTE-INTEGRITY
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 4000-LOAD-CHECKPOINTS - CYCLE ABOVE ZERO IS AN IN-FLIGHT RUN   *
      *                         (ITS LOAD AND STREAK FEED THE VERGE    *
      *                         AND TRENDING TESTS); CYCLE ZERO IS A   *
      *                         CLEAN FINISH.  AN IN-FLIGHT CHECKPOINT *
      *                         FOR AN INACTIVE SUBJECT CAN NEVER BE   *
      *                         RESUMED - AN INTEGRITY EXCEPTION, AS   *
      *                         AIDXCHK REPORTS IT.                    *
      *----------------------------------------------------------------*
       4000-LOAD-CHECKPOINTS.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00'
               MOVE 'CHECKPOINT-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-CHECKPOINT-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-NOTE-ONE-CHECKPOINT
               UNTIL WS-END-OF-FILE
           CLOSE CHECKPOINT-FILE
           .

       4100-NOTE-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CK-SUBJECT-CODE TO WS-MATCH-SUBJECT-CODE
                   PERFORM 8000-FIND-OR-ADD-SUBJECT
                   IF WS-SB-IDX > 0
                       MOVE 'Y' TO WS-SB-CKPT-SEEN-FLAG(WS-SB-IDX)
                       IF CK-CYCLE-CTR > 0
                           MOVE 'Y'
                               TO WS-SB-INFLIGHT-FLAG(WS-SB-IDX)
                           MOVE CK-COGNITIVE-LOAD
                               TO WS-SB-CKPT-LOAD(WS-SB-IDX)
                           MOVE CK-ACCEPTANCE-CROSSINGS
                               TO WS-SB-CROSSINGS(WS-SB-IDX)
                       END-IF
                       IF WS-SUBJECT-ADDED
                           MOVE 'CHECKPOINT, NO MASTER'
                               TO WS-FINDING-TEXT
                           PERFORM 8200-NOTE-INTEGRITY
                       ELSE
                           IF CK-CYCLE-CTR > 0
                               AND WS-SB-STATUS-FLAG(WS-SB-IDX) = 'I'
                               MOVE 'IN-FLIGHT BUT INACTIVE'
                                   TO WS-FINDING-TEXT
                               PERFORM 8200-NOTE-INTEGRITY
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 5000-LOAD-LEDGER-LATEST - PER SUBJECT, THE LATEST HEADER'S     *
      *                           ACCEPTANCE LEVEL AND REQUIRED        *
      *                           STREAK, THE LATEST TRAILER'S FINAL   *
      *                           LOAD, AND WHETHER THE LAST RUN IS    *
      *                           STILL OPEN (A HEADER WITH NO         *
      *                           TRAILER AFTER IT).  LAST ROW WINS -  *
      *                           THE LEDGER IS CHRONOLOGICAL.  THE DD *
      *                           IS OPTIONAL, AS FOR AIDVERGE.        *
      *----------------------------------------------------------------*
       5000-LOAD-LEDGER-LATEST.
           OPEN INPUT AUDIT-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
               MOVE 'Y' TO WS-LEDGER-AVAIL-SW
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 5100-NOTE-ONE-LEDGER-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-LEDGER-FILE
           ELSE
               DISPLAY ' (NO LEDGER AVAILABLE - MASTER LEVELS ONLY,'
               DISPLAY '  NO LAST-RUN TREND OR OPEN-RUN CHECK)'
           END-IF
           .

       5100-NOTE-ONE-LEDGER-ROW.
           READ AUDIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF LG-RUN-HEADER OR LG-RUN-TRAILER
                       MOVE LG-SUBJECT-CODE TO WS-MATCH-SUBJECT-CODE
                       PERFORM 8000-FIND-OR-ADD-SUBJECT
                       IF WS-SB-IDX > 0
                           PERFORM 5200-APPLY-LEDGER-ROW
                       END-IF
                   END-IF
           END-READ
           .

       5200-APPLY-LEDGER-ROW.
           IF LG-RUN-HEADER
               MOVE LG-HDR-ACCEPT-LEVEL
                   TO WS-SB-HDR-LEVEL(WS-SB-IDX)
               IF LG-HDR-CROSSINGS-REQD IS NUMERIC
                   MOVE LG-HDR-CROSSINGS-REQD
                       TO WS-SB-HDR-CROSS-REQD(WS-SB-IDX)
               ELSE
                   MOVE 0 TO WS-SB-HDR-CROSS-REQD(WS-SB-IDX)
               END-IF
               MOVE 'Y' TO WS-SB-OPEN-RUN-FLAG(WS-SB-IDX)
           ELSE
               MOVE LG-TRL-FINAL-LOAD
                   TO WS-SB-TRL-LOAD(WS-SB-IDX)
               MOVE 'Y' TO WS-SB-TRL-SEEN-FLAG(WS-SB-IDX)
               MOVE 'N' TO WS-SB-OPEN-RUN-FLAG(WS-SB-IDX)
           END-IF
           IF WS-SUBJECT-ADDED
               MOVE 'LEDGER RUN, NO MASTER' TO WS-FINDING-TEXT
               PERFORM 8200-NOTE-INTEGRITY
           END-IF
           .

      *----------------------------------------------------------------*
      * 6000-COUNT-STALE-EVIDENCE - AIDECERT'S TEST, PER SUBJECT: A    *
      *                             ROW FLAGGED FOR RE-CERTIFICATION   *
      *                             BY AN RH REWORDING, OR CERTIFIED   *
      *                             BEFORE THE AGE CUTOFF (OR ON AN    *
      *                             UNREADABLE DATE).                  *
      *----------------------------------------------------------------*
       6000-COUNT-STALE-EVIDENCE.
           OPEN INPUT EVIDENCE-FILE
           IF WS-EVIDENCE-STATUS NOT = '00'
               MOVE 'EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EVIDENCE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 6100-CHECK-ONE-EVIDENCE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE EVIDENCE-FILE
           .

       6100-CHECK-ONE-EVIDENCE-ROW.
           READ EVIDENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-EVIDENCE-READ
                   MOVE EV-SUBJECT-CODE TO WS-MATCH-SUBJECT-CODE
                   PERFORM 8000-FIND-OR-ADD-SUBJECT
                   IF WS-SB-IDX > 0
                       IF WS-SUBJECT-ADDED
                           MOVE 'EVIDENCE, NO MASTER'
                               TO WS-FINDING-TEXT
                           PERFORM 8200-NOTE-INTEGRITY
                       END-IF
                       PERFORM 6200-TEST-EVIDENCE-AGE
                   END-IF
           END-READ
           .

       6200-TEST-EVIDENCE-AGE.
           IF EV-RECERT-PENDING
               PERFORM 6300-COUNT-STALE-ROW
           ELSE
               IF EV-CERT-DATE IS NUMERIC
                       AND EV-CERT-DATE NOT = '00000000'
                   MOVE EV-CERT-DATE TO WS-CERT-DATE-NUM
                   COMPUTE WS-CERT-INT = FUNCTION
                       INTEGER-OF-DATE(WS-CERT-DATE-NUM)
                   IF WS-CERT-INT < WS-CUTOFF-INT
                       PERFORM 6300-COUNT-STALE-ROW
                   END-IF
               ELSE
                   PERFORM 6300-COUNT-STALE-ROW
               END-IF
           END-IF
           .

       6300-COUNT-STALE-ROW.
           ADD 1 TO WS-EVIDENCE-STALE
           IF WS-SB-STALE-COUNT(WS-SB-IDX) < 999
               ADD 1 TO WS-SB-STALE-COUNT(WS-SB-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 7000-GRADE-ONE-SUBJECT - BUILD THE LINE'S COLUMNS AND RUN THE  *
      *                          FINDINGS WORST FIRST.  EACH FINDING   *
      *                          GOES THROUGH 8300, WHICH KEEPS THE    *
      *                          WORST SEVERITY AND ITS REASON.        *
      *----------------------------------------------------------------*
       7000-GRADE-ONE-SUBJECT.
           MOVE 4 TO WS-SB-SEVERITY(WS-SB-IDX)
           MOVE SPACES TO WS-SB-REASON(WS-SB-IDX)
           PERFORM 7100-SET-SWEEP-TEXT
           EVALUATE TRUE
               WHEN WS-SB-INFLIGHT-FLAG(WS-SB-IDX) = 'Y'
                   MOVE 'IN-FLT' TO WS-SB-CKPT-TEXT(WS-SB-IDX)
               WHEN WS-SB-CKPT-SEEN-FLAG(WS-SB-IDX) = 'Y'
                   MOVE 'CLEAN' TO WS-SB-CKPT-TEXT(WS-SB-IDX)
               WHEN OTHER
                   MOVE 'NONE' TO WS-SB-CKPT-TEXT(WS-SB-IDX)
           END-EVALUATE
           MOVE '-' TO WS-SB-WATCH-TEXT(WS-SB-IDX)
           PERFORM 7050-CROSS-CHECK-LEDGER

      *--- CRIT: THE SUBJECT CANNOT RUN TONIGHT WITHOUT SOMEONE     ---*
      *--- DOING SOMETHING FIRST.                                   ---*
           IF WS-SB-LOCK-FLAG(WS-SB-IDX) = 'Y'
               MOVE 1 TO WS-FINDING-SEVERITY
               MOVE 'RUN LOCK STILL HELD' TO WS-FINDING-TEXT
               PERFORM 8300-RAISE-FINDING
           END-IF
           IF WS-SB-SWEEP-SEEN-FLAG(WS-SB-IDX) = 'Y'
                   AND WS-SB-SWEEP-STATE(WS-SB-IDX) NOT = 'D'
               IF WS-SB-SWEEP-RC(WS-SB-IDX) >= 16
                   MOVE 1 TO WS-FINDING-SEVERITY
                   MOVE 'LAST SWEEP ABORTED' TO WS-FINDING-TEXT
                   PERFORM 8300-RAISE-FINDING
               ELSE
                   IF WS-SB-SWEEP-RC(WS-SB-IDX) >= 12
                       MOVE 1 TO WS-FINDING-SEVERITY
                       MOVE 'LAST SWEEP LOCKED OUT'
                           TO WS-FINDING-TEXT
                       PERFORM 8300-RAISE-FINDING
                   END-IF
               END-IF
           END-IF

      *--- WARN: NEEDS THE DESK TODAY, BUT NOTHING IS BLOCKED.      ---*
           IF WS-SB-INTEG-COUNT(WS-SB-IDX) > 0
               MOVE 2 TO WS-FINDING-SEVERITY
               MOVE WS-SB-INTEG-TEXT(WS-SB-IDX) TO WS-FINDING-TEXT
               PERFORM 8300-RAISE-FINDING
           END-IF
           IF WS-SB-INFLIGHT-FLAG(WS-SB-IDX) = 'Y'
                   AND WS-SB-LOCK-FLAG(WS-SB-IDX) NOT = 'Y'
               MOVE 2 TO WS-FINDING-SEVERITY
               MOVE 'RUN INTERRUPTED' TO WS-FINDING-TEXT
               PERFORM 8300-RAISE-FINDING
           END-IF
           IF WS-SB-STATUS-FLAG(WS-SB-IDX) = 'I'
               IF WS-SB-SEVERITY(WS-SB-IDX) = 4
                   MOVE 'INACTIVE ON MASTER'
                       TO WS-SB-REASON(WS-SB-IDX)
               END-IF
               GO TO 7000-GRADE-ONE-SUBJECT-EXIT
           END-IF
           PERFORM 7200-TEST-VERGE-AND-TREND
           IF WS-SB-SWEEP-STATE(WS-SB-IDX) = 'D'
               MOVE 2 TO WS-FINDING-SEVERITY
               MOVE 'DEFERRED BY CUTOFF' TO WS-FINDING-TEXT
               PERFORM 8300-RAISE-FINDING
           END-IF
           PERFORM 7300-TEST-MISSED-SWEEP

      *--- NOTE: WORTH KNOWING, NOTHING TO FIX THIS MORNING.        ---*
           IF WS-SB-SWEEP-SEEN-FLAG(WS-SB-IDX) = 'Y'
                   AND WS-SB-SWEEP-STATE(WS-SB-IDX) NOT = 'D'
                   AND WS-SB-SWEEP-RC(WS-SB-IDX) = 4
               MOVE 3 TO WS-FINDING-SEVERITY
               MOVE 'ACCEPTED LAST SWEEP' TO WS-FINDING-TEXT
               PERFORM 8300-RAISE-FINDING
           END-IF
           IF WS-SB-STALE-COUNT(WS-SB-IDX) > 0
               MOVE 3 TO WS-FINDING-SEVERITY
               MOVE 'EVIDENCE DUE RE-CERT' TO WS-FINDING-TEXT
               PERFORM 8300-RAISE-FINDING
           END-IF
           .
       7000-GRADE-ONE-SUBJECT-EXIT.
           EXIT
           .

      *--- THE CHECKPOINT AND THE LEDGER MUST TELL THE SAME STORY.  ---*
      *--- AN IN-FLIGHT CHECKPOINT WHOSE LEDGER RUN IS ALREADY      ---*
      *--- CLOSED BY A TRAILER WOULD RESUME A FINISHED RUN; A       ---*
      *--- LEDGER RUN LEFT OPEN WITH NO IN-FLIGHT CHECKPOINT AND NO ---*
      *--- LOCK CAN NEVER BE CLOSED.  A SUBJECT WITH NO LEDGER ROWS ---*
      *--- (ARCHIVED SINCE ITS LAST RUN) IS NOT TESTED.             ---*
       7050-CROSS-CHECK-LEDGER.
           IF WS-SB-INFLIGHT-FLAG(WS-SB-IDX) = 'Y'
                   AND WS-SB-TRL-SEEN-FLAG(WS-SB-IDX) = 'Y'
                   AND WS-SB-OPEN-RUN-FLAG(WS-SB-IDX) = 'N'
               MOVE 'CKPT IN-FLT, RUN CLOSED' TO WS-FINDING-TEXT
               PERFORM 8200-NOTE-INTEGRITY
           END-IF
           IF WS-SB-OPEN-RUN-FLAG(WS-SB-IDX) = 'Y'
                   AND WS-SB-INFLIGHT-FLAG(WS-SB-IDX) NOT = 'Y'
                   AND WS-SB-LOCK-FLAG(WS-SB-IDX) NOT = 'Y'
               MOVE 'LEDGER RUN LEFT OPEN' TO WS-FINDING-TEXT
               PERFORM 8200-NOTE-INTEGRITY
           END-IF
           .

       7100-SET-SWEEP-TEXT.
           EVALUATE TRUE
               WHEN WS-SB-SWEEP-SEEN-FLAG(WS-SB-IDX) NOT = 'Y'
                   MOVE 'NONE' TO WS-SB-SWEEP-TEXT(WS-SB-IDX)
               WHEN WS-SB-SWEEP-STATE(WS-SB-IDX) = 'D'
                   MOVE 'DEFERRED' TO WS-SB-SWEEP-TEXT(WS-SB-IDX)
               WHEN WS-SB-SWEEP-RC(WS-SB-IDX) > 99
                   MOVE 'RC 99+' TO WS-SB-SWEEP-TEXT(WS-SB-IDX)
               WHEN OTHER
                   MOVE WS-SB-SWEEP-RC(WS-SB-IDX) TO WS-RC-EDIT
                   MOVE SPACES TO WS-SB-SWEEP-TEXT(WS-SB-IDX)
                   STRING 'RC ' WS-RC-EDIT
                          DELIMITED BY SIZE
                          INTO WS-SB-SWEEP-TEXT(WS-SB-IDX)
           END-EVALUATE
           .

      *--- AIDVERGE'S TESTS.  THE REQUIRED STREAK COMES FROM THE    ---*
      *--- LATEST RUN HEADER (THE PROFILE IN FORCE FOR THAT RUN),   ---*
      *--- FALLING BACK TO THE COMPILED 3.                          ---*
       7200-TEST-VERGE-AND-TREND.
           IF WS-SB-HDR-CROSS-REQD(WS-SB-IDX) > 0
               MOVE WS-SB-HDR-CROSS-REQD(WS-SB-IDX)
                   TO WS-EFFECTIVE-REQD
           ELSE
               MOVE WS-CROSSINGS-REQD TO WS-EFFECTIVE-REQD
           END-IF
           IF WS-SB-HDR-LEVEL(WS-SB-IDX) > 0
               MOVE WS-SB-HDR-LEVEL(WS-SB-IDX) TO WS-EFFECTIVE-LEVEL
           ELSE
               MOVE WS-SB-MASTER-LEVEL(WS-SB-IDX)
                   TO WS-EFFECTIVE-LEVEL
           END-IF
           IF WS-SB-INFLIGHT-FLAG(WS-SB-IDX) = 'Y'
                   AND WS-SB-CROSSINGS(WS-SB-IDX) + 1 >=
                       WS-EFFECTIVE-REQD
               MOVE 'VERGE' TO WS-SB-WATCH-TEXT(WS-SB-IDX)
               MOVE 2 TO WS-FINDING-SEVERITY
               MOVE 'ON THE VERGE' TO WS-FINDING-TEXT
               PERFORM 8300-RAISE-FINDING
           ELSE
               IF WS-EFFECTIVE-LEVEL > 0
                   IF WS-SB-INFLIGHT-FLAG(WS-SB-IDX) = 'Y'
                       MOVE WS-SB-CKPT-LOAD(WS-SB-IDX)
                           TO WS-WATCH-LOAD
                   ELSE
                       MOVE WS-SB-TRL-LOAD(WS-SB-IDX)
                           TO WS-WATCH-LOAD
                   END-IF
                   IF WS-SB-INFLIGHT-FLAG(WS-SB-IDX) = 'Y'
                           OR WS-SB-TRL-SEEN-FLAG(WS-SB-IDX) = 'Y'
                       COMPUTE WS-LOAD-PCT =
                           WS-WATCH-LOAD * 100 / WS-EFFECTIVE-LEVEL
                       IF WS-LOAD-PCT >= WS-THRESHOLD-PCT
                           MOVE 'TRENDING'
                               TO WS-SB-WATCH-TEXT(WS-SB-IDX)
                           MOVE 2 TO WS-FINDING-SEVERITY
                           MOVE 'TRENDING TO ACCEPTANCE'
                               TO WS-FINDING-TEXT
                           PERFORM 8300-RAISE-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *--- A DAILY SUBJECT SHOULD HAVE A ROW FROM THE LAST FINISHED ---*
      *--- SWEEP: DATED THE MARKER'S DAY, OR THE DAY BEFORE WHEN    ---*
      *--- THE SWEEP CROSSED MIDNIGHT.  WEEKLY AND MONTHLY SUBJECTS ---*
      *--- ARE NOT DUE EVERY NIGHT, AND AN UNFINISHED SWEEP IS      ---*
      *--- REPORTED ON THE HEADING INSTEAD, SO NEITHER IS TESTED.   ---*
       7300-TEST-MISSED-SWEEP.
           IF WS-MARKER-SEEN AND NOT WS-SWEEP-UNFINISHED
                   AND WS-SB-ON-MASTER-FLAG(WS-SB-IDX) = 'Y'
                   AND (WS-SB-RUN-FREQUENCY(WS-SB-IDX) = 'D'
                       OR WS-SB-RUN-FREQUENCY(WS-SB-IDX) = SPACE)
               IF WS-SB-SWEEP-SEEN-FLAG(WS-SB-IDX) NOT = 'Y'
                   MOVE 2 TO WS-FINDING-SEVERITY
                   MOVE 'MISSED LAST SWEEP' TO WS-FINDING-TEXT
                   PERFORM 8300-RAISE-FINDING
               ELSE
                   IF WS-SB-SWEEP-DATE(WS-SB-IDX) IS NUMERIC
                       MOVE WS-SB-SWEEP-DATE(WS-SB-IDX)
                           TO WS-ROW-DATE-NUM
                       COMPUTE WS-ROW-INT = FUNCTION
                           INTEGER-OF-DATE(WS-ROW-DATE-NUM)
                       IF WS-ROW-INT + 1 < WS-MARKER-INT
                           MOVE 2 TO WS-FINDING-SEVERITY
                           MOVE 'MISSED LAST SWEEP'
                               TO WS-FINDING-TEXT
                           PERFORM 8300-RAISE-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7500-SORT-BY-SEVERITY - BUBBLE THE TABLE INTO SEVERITY ORDER.  *
      *                         ONLY A STRICTLY WORSE ROW MOVES UP, SO *
      *                         EQUAL SEVERITIES KEEP MASTER (KEY)     *
      *                         ORDER.                                 *
      *----------------------------------------------------------------*
       7500-SORT-BY-SEVERITY.
           IF WS-SUBJECT-COUNT > 1
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
               PERFORM 7510-SORT-ONE-PASS
                   UNTIL NOT WS-SORT-SWAPPED
           END-IF
           .

       7510-SORT-ONE-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           PERFORM 7520-COMPARE-ONE-PAIR
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= WS-SUBJECT-COUNT
           .

       7520-COMPARE-ONE-PAIR.
           ADD 1 WS-SORT-J GIVING WS-SORT-J1
           IF WS-SB-SEVERITY(WS-SORT-J) >
                   WS-SB-SEVERITY(WS-SORT-J1)
               MOVE WS-SB-ENTRY(WS-SORT-J)  TO WS-SWAP-ENTRY
               MOVE WS-SB-ENTRY(WS-SORT-J1) TO WS-SB-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-ENTRY TO WS-SB-ENTRY(WS-SORT-J1)
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 8000-FIND-OR-ADD-SUBJECT - LOCATE WS-MATCH-SUBJECT-CODE IN     *
      *                            THE SUBJECT TABLE, ADDING IT THE    *
      *                            FIRST TIME WITH EMPTY STATE (AND    *
      *                            WS-SUBJECT-ADDED SET, SO THE CALLER *
      *                            KNOWS ITS FILE IS THE ONE HOLDING A *
      *                            SUBJECT THE MASTER NEVER SHOWED).   *
      *                            LEAVES WS-SB-IDX ZERO WHEN A 51ST   *
      *                            SUBJECT SHOWS UP.                   *
      *----------------------------------------------------------------*
       8000-FIND-OR-ADD-SUBJECT.
           MOVE 'N' TO WS-SB-MATCH-SW
           MOVE 'N' TO WS-ADDED-SW
           MOVE 0 TO WS-SB-FOUND-IDX
           IF WS-SUBJECT-COUNT > 0
               PERFORM 8100-SUBJECT-MATCH-TEST
                   VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUBJECT-COUNT
                       OR WS-SB-MATCHED
           END-IF
           IF WS-SB-MATCHED
               MOVE WS-SB-FOUND-IDX TO WS-SB-IDX
               IF WS-SB-ON-MASTER-FLAG(WS-SB-IDX) NOT = 'Y'
                   MOVE 'Y' TO WS-ADDED-SW
               END-IF
           ELSE
               IF WS-SUBJECT-COUNT < 50
                   ADD 1 TO WS-SUBJECT-COUNT
                   MOVE WS-SUBJECT-COUNT TO WS-SB-IDX
                   MOVE 'Y' TO WS-ADDED-SW
                   MOVE SPACES TO WS-SB-ENTRY(WS-SB-IDX)
                   MOVE WS-MATCH-SUBJECT-CODE
                       TO WS-SB-SUBJECT-CODE(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-ON-MASTER-FLAG(WS-SB-IDX)
                   MOVE 0   TO WS-SB-MASTER-LEVEL(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-SWEEP-SEEN-FLAG(WS-SB-IDX)
                   MOVE 0   TO WS-SB-SWEEP-RC(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-LOCK-FLAG(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-CKPT-SEEN-FLAG(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-INFLIGHT-FLAG(WS-SB-IDX)
                   MOVE 0   TO WS-SB-CKPT-LOAD(WS-SB-IDX)
                   MOVE 0   TO WS-SB-CROSSINGS(WS-SB-IDX)
                   MOVE 0   TO WS-SB-HDR-LEVEL(WS-SB-IDX)
                   MOVE 0   TO WS-SB-HDR-CROSS-REQD(WS-SB-IDX)
                   MOVE 0   TO WS-SB-TRL-LOAD(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-TRL-SEEN-FLAG(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-OPEN-RUN-FLAG(WS-SB-IDX)
                   MOVE 0   TO WS-SB-STALE-COUNT(WS-SB-IDX)
                   MOVE 0   TO WS-SB-INTEG-COUNT(WS-SB-IDX)
                   MOVE 4   TO WS-SB-SEVERITY(WS-SB-IDX)
               ELSE
                   MOVE 'Y' TO WS-SUBJ-OVERFLOW-SW
                   MOVE 0 TO WS-SB-IDX
               END-IF
           END-IF
           .

       8100-SUBJECT-MATCH-TEST.
           IF WS-SB-SUBJECT-CODE(WS-SB-IDX) = WS-MATCH-SUBJECT-CODE
               MOVE 'Y' TO WS-SB-MATCH-SW
               MOVE WS-SB-IDX TO WS-SB-FOUND-IDX
           END-IF
           .

      *--- ONE INTEGRITY EXCEPTION AGAINST THE CURRENT SUBJECT; THE ---*
      *--- FIRST ONE FOUND IS THE ONE NAMED ON THE LINE.            ---*
       8200-NOTE-INTEGRITY.
           ADD 1 TO WS-INTEG-TOTAL
           IF WS-SB-INTEG-COUNT(WS-SB-IDX) = 0
               MOVE WS-FINDING-TEXT TO WS-SB-INTEG-TEXT(WS-SB-IDX)
           END-IF
           IF WS-SB-INTEG-COUNT(WS-SB-IDX) < 999
               ADD 1 TO WS-SB-INTEG-COUNT(WS-SB-IDX)
           END-IF
           .

       8300-RAISE-FINDING.
           IF WS-FINDING-SEVERITY < WS-SB-SEVERITY(WS-SB-IDX)
               MOVE WS-FINDING-SEVERITY TO WS-SB-SEVERITY(WS-SB-IDX)
               MOVE WS-FINDING-TEXT TO WS-SB-REASON(WS-SB-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 9000-PRINT-REPORT - THE ONE PAGE: SWEEP HEADING, A LINE PER    *
      *                     SUBJECT WORST FIRST, THEN THE COUNTS BY    *
      *                     SEVERITY.                                  *
      *----------------------------------------------------------------*
       9000-PRINT-REPORT.
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           IF NOT WS-SWEEPST-AVAILABLE
               DISPLAY ' LAST SWEEP: UNKNOWN (NO SWEEP-STATUS FILE)'
           ELSE
               IF WS-MARKER-SEEN
                   MOVE WS-MARKER-RC TO WS-RC-EDIT
                   DISPLAY ' LAST CLEAN SWEEP ENDED '
                       WS-MARKER-STAMP(1:8) ' '
                       WS-MARKER-STAMP(9:4) ', HIGHEST RC '
                       WS-RC-EDIT
               ELSE
                   DISPLAY ' NO SWEEP HAS EVER FINISHED CLEAN'
               END-IF
               IF WS-SWEEP-UNFINISHED
                   ADD 1 TO WS-CRIT-COUNT
                   DISPLAY ' CRIT LAST SWEEP DID NOT FINISH - ROWS UP'
                       ' TO ' WS-NEWEST-STAMP(1:8) ' '
                       WS-NEWEST-STAMP(9:4)
                   DISPLAY '      RESUBMIT AIDSWPJB - IT RESUMES'
                       ' WHERE THE SWEEP STOPPED.'
               END-IF
           END-IF
           IF WS-LOCKS-HELD > 0
               DISPLAY ' RUN LOCKS HELD: ' WS-LOCKS-HELD
                   ' - CHECK THE RUN IS DEAD, THEN AIDLOKUT CL'
           END-IF
           DISPLAY WS-THIN-SEP
           DISPLAY ' SEV  SUBJECT    SWEEP    LOCK CKPT     WATCH   '
               ' STL INT REASON'
           DISPLAY WS-THIN-SEP
           IF WS-SUBJECT-COUNT > 0
               PERFORM 9100-PRINT-ONE-SUBJECT
                   VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUBJECT-COUNT
           ELSE
               DISPLAY ' (NO SUBJECTS ON ANY FILE)'
           END-IF
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' SUBJECTS:        ' WS-SUBJECT-COUNT
           DISPLAY '   CRIT:          ' WS-CRIT-COUNT
           DISPLAY '   WARN:          ' WS-WARN-COUNT
           DISPLAY '   NOTE:          ' WS-NOTE-COUNT
           DISPLAY '   OK:            ' WS-OK-COUNT
           DISPLAY ' EVIDENCE READ:   ' WS-EVIDENCE-READ
           DISPLAY '   DUE RE-CERT:   ' WS-EVIDENCE-STALE
           DISPLAY ' INTEGRITY EXCEPTIONS: ' WS-INTEG-TOTAL
           IF WS-SUBJ-OVERFLOWED
               DISPLAY ' *** SUBJECT TABLE FULL AT 50 - SUBJECTS'
               DISPLAY '     BEYOND IT WERE NOT REPORTED. ***'
           END-IF
           IF WS-CRIT-COUNT > 0
               DISPLAY ' *** CRIT PRESENT - ON-CALL PAGED (RC 8) ***'
           END-IF
           DISPLAY WS-SEPARATOR
           .

       9100-PRINT-ONE-SUBJECT.
           EVALUATE WS-SB-SEVERITY(WS-SB-IDX)
               WHEN 1
                   MOVE 'CRIT' TO WS-SEVERITY-CODE
                   ADD 1 TO WS-CRIT-COUNT
               WHEN 2
                   MOVE 'WARN' TO WS-SEVERITY-CODE
                   ADD 1 TO WS-WARN-COUNT
               WHEN 3
                   MOVE 'NOTE' TO WS-SEVERITY-CODE
                   ADD 1 TO WS-NOTE-COUNT
               WHEN OTHER
                   MOVE 'OK' TO WS-SEVERITY-CODE
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE
           MOVE WS-SB-STALE-COUNT(WS-SB-IDX) TO WS-STALE-EDIT
           MOVE WS-SB-INTEG-COUNT(WS-SB-IDX) TO WS-INTEG-EDIT
           IF WS-SB-LOCK-FLAG(WS-SB-IDX) = 'Y'
               DISPLAY ' ' WS-SEVERITY-CODE ' '
                   WS-SB-SUBJECT-CODE(WS-SB-IDX) ' '
                   WS-SB-SWEEP-TEXT(WS-SB-IDX) ' HELD '
                   WS-SB-CKPT-TEXT(WS-SB-IDX) ' '
                   WS-SB-WATCH-TEXT(WS-SB-IDX) ' '
                   WS-STALE-EDIT ' ' WS-INTEG-EDIT ' '
                   WS-SB-REASON(WS-SB-IDX)
           ELSE
               DISPLAY ' ' WS-SEVERITY-CODE ' '
                   WS-SB-SUBJECT-CODE(WS-SB-IDX) ' '
                   WS-SB-SWEEP-TEXT(WS-SB-IDX) ' -    '
                   WS-SB-CKPT-TEXT(WS-SB-IDX) ' '
                   WS-SB-WATCH-TEXT(WS-SB-IDX) ' '
                   WS-STALE-EDIT ' ' WS-INTEG-EDIT ' '
                   WS-SB-REASON(WS-SB-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 9900-ABORT-FILE-ERROR - A REQUIRED FILE DIDN'T OPEN CLEAN.     *
      *                         THERE'S NO SANE WAY TO KEEP RUNNING    *
      *                         WITHOUT IT, SO DUMP THE FILE STATUS    *
      *                         AND TERMINATE WITH A NONZERO RETURN-   *
      *                         CODE FOR THE JCL TO CATCH.             *
      *----------------------------------------------------------------*
       9900-ABORT-FILE-ERROR.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDOPRPT: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
