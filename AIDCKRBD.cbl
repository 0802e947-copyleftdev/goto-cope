       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDCKRBD.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-14.
      *================================================================*
      * PROGRAM:  AIDCKRBD                                             *
      * PURPOSE:  REBUILD CHECKPOINT-FILE FROM THE AUDIT LEDGER.       *
      *           CHECKPOINT-FILE IS ONE VSAM CLUSTER; LOSE IT, OR     *
      *           RESTORE IT FROM AN OLD BACKUP, AND EVERY IN-FLIGHT   *
      *           SUBJECT EITHER RESTARTS AT CYCLE 1 OR RESUMES FROM   *
      *           THE WRONG CYCLE WITHOUT A WORD.  AIDCKPUT CAN ONLY   *
      *           LIST, RESET OR DELETE WHAT IS ALREADY THERE.  THE    *
      *           LEDGER, HOWEVER, HAS THE WHOLE STORY:                *
      *             - A SUBJECT WHOSE LAST RUN HAS ITS 'T' TRAILER     *
      *               FINISHED CLEAN - ITS CHECKPOINT BELONGS AT THE   *
      *               1950-RESET-CHECKPOINT STATE (CYCLE 0, LOAD 0,    *
      *               INDEX 1, STREAK 0).                              *
      *             - A SUBJECT WHOSE LAST RUN HAS AN 'H' HEADER AND   *
      *               'D' CYCLE ROWS BUT NO TRAILER WAS IN FLIGHT.     *
      *               ITS LAST 'D' ROW GIVES THE CYCLE, THE LOAD AND   *
      *               THE EXCUSE THAT FIRED; THE CHECKPOINT INDEX IS   *
      *               THE EXCUSE AFTER THAT ONE IN THE SUBJECT'S       *
      *               ROTATION (EXCFL, RANKED BY SCORFL EXACTLY AS     *
      *               AIDENY RANKS IT).  THE ACCEPTANCE STREAK IS THE  *
      *               COUNT OF TRAILING CYCLES AT OR ABOVE THE RUN'S   *
      *               LG-HDR-ACCEPT-LEVEL.  A RESUMED RUN'S HEADER     *
      *               DOES NOT BREAK THE RUN - ITS CYCLES CONTINUE THE *
      *               SEGMENT BEFORE IT, THE SAME AS THE ENGINE.       *
      *           EACH SUBJECT ON THE LEDGER IS PRINTED AS CURRENT     *
      *           CHECKPOINT IMAGE VERSUS REBUILT IMAGE, MARKED        *
      *           AGREES / DIFFERS / MISSING.  CHECKPOINT RECORDS FOR  *
      *           SUBJECTS NOT ON THE LEDGER ARE LISTED AND LEFT AS    *
      *           THEY ARE.  NOTHING IS WRITTEN UNLESS THE PARM ENDS   *
      *           WITH THE LITERAL CONFIRM, THE SAME GATE AIDCKPUT     *
      *           USES - RUN ONCE WITHOUT IT, READ THE COMPARISON,     *
      *           THEN AGAIN WITH IT.                                  *
      *                                                                *
      *           THE REBUILD IS ONLY AS GOOD AS THE LEDGER IT IS      *
      *           GIVEN: IF AIDARCHV HAS MOVED AN IN-FLIGHT RUN'S      *
      *           EARLIER SEGMENT TO HISTORY, CONCATENATE THAT         *
      *           HISTORY DATASET AHEAD OF AID.PROD.LEDGER.            *
      *                                                                *
      * PARM:     SUBJECT(10, BLANK = EVERY SUBJECT ON THE LEDGER)     *
      *           CONFIRM(7, LITERAL 'CONFIRM' TO WRITE)               *
      *                                                                *
      * RETURN-CODE: 0 = CHECKPOINT-FILE AGREES WITH THE LEDGER, OR    *
      *                  THE DIFFERENCES WERE WRITTEN (CONFIRMED)      *
      *              4 = PREVIEW ONLY - DIFFERENCES FOUND, CONFIRM     *
      *                  NOT SUPPLIED, NOTHING CHANGED                 *
      *              8 = THE PARM SUBJECT HAS NO RUNS ON THE LEDGER    *
      *             16 = FILE ERROR OR TOO MANY SUBJECTS, RUN          *
      *                  TERMINATED                                    *
      *                                                                *
      * PLATFORM: IBM Z8                                               *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-14  CDD  ORIGINAL.                                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z8.
       OBJECT-COMPUTER. IBM-Z8.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LEDGER-FILE ASSIGN TO LEDGFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-SUBJECT-CODE
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT EXCUSE-FILE ASSIGN TO EXCFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-FILE-KEY
               FILE STATUS IS WS-EXCUSE-STATUS.

           SELECT SCORE-FILE ASSIGN TO SCORFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-FILE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CKPTREC.

       FD  EXCUSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXCREC.

       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SCORREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
       01  WS-CHECKPOINT-STATUS     PIC X(02) VALUE '00'.
       01  WS-EXCUSE-STATUS         PIC X(02) VALUE '00'.
       01  WS-SCORE-STATUS          PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-TARGET-SUBJECT        PIC X(10) VALUE SPACES.
       01  WS-CONFIRM-SW            PIC X(01) VALUE 'N'.
           88  WS-ACTION-CONFIRMED      VALUE 'Y'.
       01  WS-SCORES-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-SCORES-OPEN           VALUE 'Y'.

      *--- ONE ENTRY PER SUBJECT SEEN ON THE LEDGER, HOLDING THE    ---*
      *--- STATE ITS MOST RECENT RUN LEFT BEHIND.  SIZED LIKE THE   ---*
      *--- AIDSWEEP SUBJECT TABLE.  RB-STATE: C = LAST RUN HAS ITS  ---*
      *--- TRAILER, F = LAST RUN IN FLIGHT (HEADER, NO TRAILER).    ---*
       01  WS-REBUILD-TABLE.
           05  WS-RB-ENTRY OCCURS 50 TIMES.
               10  WS-RB-SUBJECT-CODE      PIC X(10).
               10  WS-RB-STATE             PIC X(01).
                   88  WS-RB-CLEAN             VALUE 'C'.
                   88  WS-RB-IN-FLIGHT         VALUE 'F'.
               10  WS-RB-RUN-DATE          PIC X(08).
               10  WS-RB-RUN-TIME          PIC X(08).
               10  WS-RB-ACCEPT-LEVEL      PIC 9(05)V99.
               10  WS-RB-CROSSINGS-REQD    PIC 9(02).
               10  WS-RB-HDR-START-IDX     PIC 9(02).
               10  WS-RB-CYCLES-SINCE-HDR  PIC 9(9) COMP.
               10  WS-RB-CYCLE-CTR         PIC 9(09).
               10  WS-RB-COGNITIVE-LOAD    PIC 9(05)V99.
               10  WS-RB-EXCUSE-TEXT       PIC X(50).
               10  WS-RB-CROSSINGS         PIC 9(02).
               10  WS-RB-PARTIAL-SW        PIC X(01).
                   88  WS-RB-PARTIAL-RUN       VALUE 'Y'.
       01  WS-RB-COUNT              PIC 9(02) VALUE 0.
       01  WS-RB-IDX                PIC 9(02) VALUE 0.
       01  WS-RB-FOUND-IDX          PIC 9(02) VALUE 0.
       01  WS-RB-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-RB-MATCHED            VALUE 'Y'.

      *--- THE REBUILT CHECKPOINT IMAGE FOR THE SUBJECT IN HAND.    ---*
       01  WS-NEW-CHECKPOINT.
           05  WS-NEW-CYCLE-CTR         PIC 9(09).
           05  WS-NEW-COGNITIVE-LOAD    PIC 9(05)V99.
           05  WS-NEW-EXCUSE-IDX        PIC 9(02).
           05  WS-NEW-CROSSINGS         PIC 9(02).
       01  WS-IDX-SOURCE            PIC X(01) VALUE SPACE.
           88  WS-IDX-FROM-EXCUSE-TEXT  VALUE 'T'.
           88  WS-IDX-FROM-HEADER       VALUE 'H'.
           88  WS-IDX-FROM-CLEAN        VALUE 'C'.

       01  WS-OLD-EXISTS-SW         PIC X(01) VALUE 'N'.
           88  WS-OLD-EXISTS            VALUE 'Y'.
       01  WS-COMPARE-RESULT        PIC X(07) VALUE SPACES.
           88  WS-CKPT-AGREES           VALUE 'AGREES'.
           88  WS-CKPT-DIFFERS          VALUE 'DIFFERS'.
           88  WS-CKPT-MISSING          VALUE 'MISSING'.

      *--- THE SUBJECT'S EXCUSE ROTATION, LOADED AND RANKED THE WAY ---*
      *--- AIDENY 0140-0150 BUILDS IT, SO A REBUILT INDEX POINTS AT ---*
      *--- THE SAME SLOT THE ENGINE WILL SUBSCRIPT ON RESUME.       ---*
       01  WS-EXCUSE-TABLE.
           05  WS-EXCUSE-ENTRY     PIC X(50)
                                   OCCURS 50 TIMES.
       01  WS-EXCUSE-SCORE-TABLE.
           05  WS-EXCUSE-SCORE     PIC S9(05)V99
                                   OCCURS 50 TIMES VALUE 0.
       01  WS-EXCUSE-COUNT          PIC 9(02) VALUE 0.
       01  WS-LOAD-SUB              PIC 9(02) VALUE 0.
       01  WS-FIRED-IDX             PIC 9(02) VALUE 0.
       01  WS-RANK-SWAPPED-SW       PIC X(01) VALUE 'N'.
           88  WS-RANK-SWAPPED          VALUE 'Y'.
       01  WS-SORT-J                PIC 9(02) VALUE 0.
       01  WS-SORT-J1               PIC 9(02) VALUE 0.
       01  WS-SWAP-EXCUSE-TEXT      PIC X(50) VALUE SPACES.
       01  WS-SWAP-EXCUSE-SCORE     PIC S9(05)V99 VALUE 0.

       01  WS-LEDGER-ROWS-READ      PIC 9(9) COMP VALUE 0.
       01  WS-ORPHAN-ROWS           PIC 9(9) COMP VALUE 0.
       01  WS-SUBJECTS-COMPARED     PIC 9(9) COMP VALUE 0.
       01  WS-AGREE-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-DIFFER-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(9) COMP VALUE 0.
       01  WS-WRITTEN-COUNT         PIC 9(9) COMP VALUE 0.
       01  WS-NOT-ON-LEDGER-COUNT   PIC 9(9) COMP VALUE 0.
       01  WS-OLD-LOAD-EDIT         PIC Z(4)9.99.
       01  WS-NEW-LOAD-EDIT         PIC Z(4)9.99.
       01  WS-LVL-EDIT              PIC Z(4)9.99.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM-AREA.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-SUBJECT      PIC X(10).
               10  LS-PARM-CONFIRM      PIC X(07).
               10  FILLER               PIC X(63).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-READ-LEDGER-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE AUDIT-LEDGER-FILE
           PERFORM 0200-OPEN-CATALOG-FILES
           PERFORM 2000-REBUILD-ONE-SUBJECT
               THRU 2000-REBUILD-ONE-SUBJECT-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
           IF WS-TARGET-SUBJECT = SPACES
               PERFORM 3000-LIST-UNMATCHED-CHECKPOINTS
           END-IF
           PERFORM 9000-PRINT-TOTALS
           CLOSE CHECKPOINT-FILE
           CLOSE EXCUSE-FILE
           IF WS-SCORES-OPEN
               CLOSE SCORE-FILE
           END-IF
           STOP RUN
           .

       0100-INITIALIZE.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDCKRBD v1.0 - REBUILD CHECKPOINT FROM LEDGER'
           DISPLAY WS-SEPARATOR
           IF LS-PARM-LEN >= 10
               MOVE LS-PARM-SUBJECT TO WS-TARGET-SUBJECT
           END-IF
           IF LS-PARM-LEN >= 17
                   AND LS-PARM-CONFIRM = 'CONFIRM'
               MOVE 'Y' TO WS-CONFIRM-SW
           END-IF
           IF WS-TARGET-SUBJECT = SPACES
               DISPLAY ' SUBJECTS:   EVERY SUBJECT ON THE LEDGER'
           ELSE
               DISPLAY ' SUBJECT:    ' WS-TARGET-SUBJECT
           END-IF
           IF WS-ACTION-CONFIRMED
               DISPLAY ' MODE:       CONFIRMED - DIFFERENCES WILL BE'
               DISPLAY '             WRITTEN TO CHECKPOINT-FILE'
           ELSE
               DISPLAY ' MODE:       PREVIEW - NOTHING WILL CHANGE'
           END-IF
           OPEN INPUT AUDIT-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'AUDIT-LEDGER-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-LEDGER-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * 0200-OPEN-CATALOG-FILES - CHECKPOINT-FILE IS OPENED I-O ONLY   *
      *                           ON A CONFIRMED RUN, SO A PREVIEW     *
      *                           CANNOT CHANGE IT EVEN BY ACCIDENT.   *
      *                           THE SCORE FILE IS OPTIONAL, AS IT IS *
      *                           TO AIDENY - WITHOUT IT THE ROTATION  *
      *                           IS PLAIN FILE ORDER.                 *
      *----------------------------------------------------------------*
       0200-OPEN-CATALOG-FILES.
           IF WS-ACTION-CONFIRMED
               OPEN I-O CHECKPOINT-FILE
           ELSE
               OPEN INPUT CHECKPOINT-FILE
           END-IF
           IF WS-CHECKPOINT-STATUS NOT = '00'
               MOVE 'CHECKPOINT-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-CHECKPOINT-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           OPEN INPUT EXCUSE-FILE
           IF WS-EXCUSE-STATUS NOT = '00'
               MOVE 'EXCUSE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EXCUSE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = '00'
               MOVE 'Y' TO WS-SCORES-OPEN-SW
           ELSE
               DISPLAY ' AIDCKRBD: NO SCORE FILE (STATUS '
                   WS-SCORE-STATUS ') - EXCUSE INDEXES ARE'
               DISPLAY '           REBUILT IN FILE ORDER.'
           END-IF
           IF WS-TARGET-SUBJECT NOT = SPACES
                   AND WS-RB-COUNT = 0
               DISPLAY ' '
               DISPLAY ' NO RUNS FOR ' WS-TARGET-SUBJECT
                   ' ON THE LEDGER - NOTHING TO REBUILD.'
               DISPLAY WS-SEPARATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------*
      * 1000-READ-LEDGER-RECORD - ONE PASS OVER THE LEDGER, CARRYING   *
      *                           EACH SUBJECT'S RUN STATE FORWARD.    *
      *                           THE LAST THING SEEN FOR A SUBJECT    *
      *                           WINS, SO AT END OF FILE THE TABLE    *
      *                           HOLDS WHERE EACH SUBJECT'S MOST      *
      *                           RECENT RUN STOPPED.                  *
      *----------------------------------------------------------------*
       1000-READ-LEDGER-RECORD.
           READ AUDIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS-READ
                   IF WS-TARGET-SUBJECT = SPACES
                           OR LG-SUBJECT-CODE = WS-TARGET-SUBJECT
                       PERFORM 1100-APPLY-LEDGER-ROW
                   END-IF
           END-READ
           .

       1100-APPLY-LEDGER-ROW.
           PERFORM 1120-FIND-OR-ADD-SUBJECT
           EVALUATE TRUE
               WHEN LG-RUN-HEADER
                   PERFORM 1110-NOTE-RUN-HEADER
               WHEN LG-RUN-TRAILER
                   PERFORM 1115-NOTE-RUN-TRAILER
               WHEN OTHER
                   PERFORM 1130-NOTE-CYCLE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 1110-NOTE-RUN-HEADER - A FRESH RUN STARTS FROM ZERO.  A        *
      *                        RESUMED RUN CARRIES ON FROM THE SEGMENT *
      *                        BEFORE IT - UNLESS THAT SEGMENT IS NOT  *
      *                        ON THIS LEDGER, IN WHICH CASE THE       *
      *                        HEADER'S RESUME CYCLE IS THE STARTING   *
      *                        POINT AND THE STREAK CAN ONLY COUNT THE *
      *                        CYCLES THAT ARE HERE.                   *
      *----------------------------------------------------------------*
       1110-NOTE-RUN-HEADER.
           IF LG-HDR-RESUMED-RUN
               IF NOT WS-RB-IN-FLIGHT(WS-RB-IDX)
                   MOVE LG-HDR-RESUME-CYCLE
                       TO WS-RB-CYCLE-CTR(WS-RB-IDX)
                   MOVE 0 TO WS-RB-COGNITIVE-LOAD(WS-RB-IDX)
                   MOVE 0 TO WS-RB-CROSSINGS(WS-RB-IDX)
                   MOVE SPACES TO WS-RB-EXCUSE-TEXT(WS-RB-IDX)
                   MOVE 'Y' TO WS-RB-PARTIAL-SW(WS-RB-IDX)
               END-IF
           ELSE
               MOVE 0 TO WS-RB-CYCLE-CTR(WS-RB-IDX)
               MOVE 0 TO WS-RB-COGNITIVE-LOAD(WS-RB-IDX)
               MOVE 0 TO WS-RB-CROSSINGS(WS-RB-IDX)
               MOVE SPACES TO WS-RB-EXCUSE-TEXT(WS-RB-IDX)
               MOVE 'N' TO WS-RB-PARTIAL-SW(WS-RB-IDX)
           END-IF
           MOVE 'F' TO WS-RB-STATE(WS-RB-IDX)
           MOVE LG-HDR-RUN-DATE TO WS-RB-RUN-DATE(WS-RB-IDX)
           MOVE LG-HDR-RUN-TIME TO WS-RB-RUN-TIME(WS-RB-IDX)
           MOVE LG-HDR-ACCEPT-LEVEL TO WS-RB-ACCEPT-LEVEL(WS-RB-IDX)
           MOVE LG-HDR-START-IDX TO WS-RB-HDR-START-IDX(WS-RB-IDX)
           MOVE 0 TO WS-RB-CYCLES-SINCE-HDR(WS-RB-IDX)
      *--- HEADERS WRITTEN BEFORE THE LOAD PROFILE CARRY SPACES    ---*
      *--- FOR THE STREAK - THE COMPILED 3 APPLIED TO THOSE RUNS.  ---*
           IF LG-HDR-CROSSINGS-REQD IS NUMERIC
                   AND LG-HDR-CROSSINGS-REQD > 0
               MOVE LG-HDR-CROSSINGS-REQD
                   TO WS-RB-CROSSINGS-REQD(WS-RB-IDX)
           ELSE
               MOVE 3 TO WS-RB-CROSSINGS-REQD(WS-RB-IDX)
           END-IF
           .

       1115-NOTE-RUN-TRAILER.
           MOVE 'C' TO WS-RB-STATE(WS-RB-IDX)
           MOVE 0 TO WS-RB-CYCLE-CTR(WS-RB-IDX)
           MOVE 0 TO WS-RB-COGNITIVE-LOAD(WS-RB-IDX)
           MOVE 0 TO WS-RB-CROSSINGS(WS-RB-IDX)
           MOVE SPACES TO WS-RB-EXCUSE-TEXT(WS-RB-IDX)
           MOVE 'N' TO WS-RB-PARTIAL-SW(WS-RB-IDX)
           .

      *----------------------------------------------------------------*
      * 1130-NOTE-CYCLE - A 'D' ROW OUTSIDE ANY OPEN RUN (BEFORE THE   *
      *                   SUBJECT'S FIRST HEADER OR AFTER A TRAILER)   *
      *                   CANNOT BE PLACED, SO IT IS COUNTED AND       *
      *                   OTHERWISE IGNORED.  THE STREAK TEST IS THE   *
      *                   ENGINE'S OWN: LOAD AT OR ABOVE THE LEVEL     *
      *                   EXTENDS IT, ANYTHING LESS BREAKS IT.         *
      *----------------------------------------------------------------*
       1130-NOTE-CYCLE.
           IF NOT WS-RB-IN-FLIGHT(WS-RB-IDX)
               ADD 1 TO WS-ORPHAN-ROWS
           ELSE
               MOVE LG-CYCLE-NBR TO WS-RB-CYCLE-CTR(WS-RB-IDX)
               MOVE LG-COGNITIVE-LOAD
                   TO WS-RB-COGNITIVE-LOAD(WS-RB-IDX)
               MOVE LG-EXCUSE-TEXT TO WS-RB-EXCUSE-TEXT(WS-RB-IDX)
               ADD 1 TO WS-RB-CYCLES-SINCE-HDR(WS-RB-IDX)
               IF LG-COGNITIVE-LOAD >= WS-RB-ACCEPT-LEVEL(WS-RB-IDX)
                   IF WS-RB-CROSSINGS(WS-RB-IDX) < 99
                       ADD 1 TO WS-RB-CROSSINGS(WS-RB-IDX)
                   END-IF
               ELSE
                   MOVE 0 TO WS-RB-CROSSINGS(WS-RB-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1120-FIND-OR-ADD-SUBJECT - LINEAR SEARCH OF THE REBUILD TABLE. *
      *                            A NEW SUBJECT STARTS CLEAN.  A      *
      *                            51ST SUBJECT STOPS THE RUN - A      *
      *                            REBUILD THAT SILENTLY SKIPPED       *
      *                            SUBJECTS WOULD BE WORSE THAN NONE.  *
      *----------------------------------------------------------------*
       1120-FIND-OR-ADD-SUBJECT.
           MOVE 'N' TO WS-RB-MATCH-SW
           IF WS-RB-COUNT > 0
               PERFORM 1125-SUBJECT-MATCH-TEST
                   VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
                       OR WS-RB-MATCHED
           END-IF
           IF WS-RB-MATCHED
               MOVE WS-RB-FOUND-IDX TO WS-RB-IDX
           ELSE
               IF WS-RB-COUNT >= 50
                   DISPLAY WS-SEPARATOR
                   DISPLAY ' AIDCKRBD: MORE THAN 50 SUBJECTS ON THE'
                   DISPLAY '           LEDGER - REBUILD ONE SUBJECT'
                   DISPLAY '           AT A TIME WITH THE PARM.'
                   DISPLAY '           RUN TERMINATED.'
                   DISPLAY WS-SEPARATOR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-IDX
               MOVE LG-SUBJECT-CODE TO WS-RB-SUBJECT-CODE(WS-RB-IDX)
               MOVE 'C' TO WS-RB-STATE(WS-RB-IDX)
               MOVE SPACES TO WS-RB-RUN-DATE(WS-RB-IDX)
               MOVE SPACES TO WS-RB-RUN-TIME(WS-RB-IDX)
               MOVE 0 TO WS-RB-ACCEPT-LEVEL(WS-RB-IDX)
               MOVE 3 TO WS-RB-CROSSINGS-REQD(WS-RB-IDX)
               MOVE 1 TO WS-RB-HDR-START-IDX(WS-RB-IDX)
               MOVE 0 TO WS-RB-CYCLES-SINCE-HDR(WS-RB-IDX)
               MOVE 0 TO WS-RB-CYCLE-CTR(WS-RB-IDX)
               MOVE 0 TO WS-RB-COGNITIVE-LOAD(WS-RB-IDX)
               MOVE SPACES TO WS-RB-EXCUSE-TEXT(WS-RB-IDX)
               MOVE 0 TO WS-RB-CROSSINGS(WS-RB-IDX)
               MOVE 'N' TO WS-RB-PARTIAL-SW(WS-RB-IDX)
           END-IF
           .

       1125-SUBJECT-MATCH-TEST.
           IF WS-RB-SUBJECT-CODE(WS-RB-IDX) = LG-SUBJECT-CODE
               MOVE 'Y' TO WS-RB-MATCH-SW
               MOVE WS-RB-IDX TO WS-RB-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 2000-REBUILD-ONE-SUBJECT - WORK OUT THE CHECKPOINT THE LEDGER  *
      *                            SAYS THIS SUBJECT SHOULD HAVE, SET  *
      *                            IT BESIDE THE ONE ON FILE, AND (ON  *
      *                            A CONFIRMED RUN) PUT RIGHT ANY      *
      *                            DIFFERENCE.  A RUN WHOSE HEADER     *
      *                            WAS WRITTEN BUT NO CYCLE FINISHED   *
      *                            LEFT NOTHING TO RESUME, SO IT       *
      *                            REBUILDS TO THE CLEAN STATE.        *
      *----------------------------------------------------------------*
       2000-REBUILD-ONE-SUBJECT.
           ADD 1 TO WS-SUBJECTS-COMPARED
           IF WS-RB-IN-FLIGHT(WS-RB-IDX)
                   AND WS-RB-CYCLE-CTR(WS-RB-IDX) > 0
               MOVE WS-RB-CYCLE-CTR(WS-RB-IDX) TO WS-NEW-CYCLE-CTR
               MOVE WS-RB-COGNITIVE-LOAD(WS-RB-IDX)
                   TO WS-NEW-COGNITIVE-LOAD
               MOVE WS-RB-CROSSINGS(WS-RB-IDX) TO WS-NEW-CROSSINGS
               PERFORM 2100-REBUILD-EXCUSE-IDX
           ELSE
               MOVE 0 TO WS-NEW-CYCLE-CTR
               MOVE 0 TO WS-NEW-COGNITIVE-LOAD
               MOVE 1 TO WS-NEW-EXCUSE-IDX
               MOVE 0 TO WS-NEW-CROSSINGS
               MOVE 'C' TO WS-IDX-SOURCE
           END-IF

           MOVE WS-RB-SUBJECT-CODE(WS-RB-IDX) TO CK-SUBJECT-CODE
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OLD-EXISTS-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OLD-EXISTS-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-OLD-EXISTS
                   MOVE 'MISSING' TO WS-COMPARE-RESULT
                   ADD 1 TO WS-MISSING-COUNT
               WHEN CK-CYCLE-CTR = WS-NEW-CYCLE-CTR
                       AND CK-COGNITIVE-LOAD = WS-NEW-COGNITIVE-LOAD
                       AND CK-EXCUSE-IDX = WS-NEW-EXCUSE-IDX
                       AND CK-ACCEPTANCE-CROSSINGS = WS-NEW-CROSSINGS
                   MOVE 'AGREES' TO WS-COMPARE-RESULT
                   ADD 1 TO WS-AGREE-COUNT
               WHEN OTHER
                   MOVE 'DIFFERS' TO WS-COMPARE-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
           END-EVALUATE
           PERFORM 8000-PRINT-COMPARISON

           IF WS-CKPT-AGREES OR NOT WS-ACTION-CONFIRMED
               GO TO 2000-REBUILD-ONE-SUBJECT-EXIT
           END-IF
           PERFORM 2500-WRITE-REBUILT-CHECKPOINT
           .
       2000-REBUILD-ONE-SUBJECT-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 2100-REBUILD-EXCUSE-IDX - THE CHECKPOINT HOLDS THE EXCUSE THE  *
      *                           NEXT CYCLE WILL FIRE: THE ONE AFTER  *
      *                           THE LAST 'D' ROW'S EXCUSE IN THE     *
      *                           RANKED ROTATION, WRAPPING TO 1.  IF  *
      *                           THAT TEXT IS NO LONGER ON EXCFL,     *
      *                           FALL BACK TO COUNTING CYCLES ON FROM *
      *                           THE LAST HEADER'S STARTING INDEX.    *
      *----------------------------------------------------------------*
       2100-REBUILD-EXCUSE-IDX.
           PERFORM 2200-LOAD-SUBJECT-EXCUSES
           MOVE 0 TO WS-FIRED-IDX
           IF WS-EXCUSE-COUNT > 0
               PERFORM 2150-EXCUSE-MATCH-TEST
                   VARYING WS-LOAD-SUB FROM 1 BY 1
                   UNTIL WS-LOAD-SUB > WS-EXCUSE-COUNT
                       OR WS-FIRED-IDX > 0
           END-IF
           EVALUATE TRUE
               WHEN WS-FIRED-IDX > 0
                   MOVE 'T' TO WS-IDX-SOURCE
                   IF WS-FIRED-IDX >= WS-EXCUSE-COUNT
                       MOVE 1 TO WS-NEW-EXCUSE-IDX
                   ELSE
                       ADD 1 WS-FIRED-IDX GIVING WS-NEW-EXCUSE-IDX
                   END-IF
               WHEN WS-EXCUSE-COUNT > 0
                   MOVE 'H' TO WS-IDX-SOURCE
                   COMPUTE WS-NEW-EXCUSE-IDX =
                       FUNCTION MOD(WS-RB-HDR-START-IDX(WS-RB-IDX) - 1
                           + WS-RB-CYCLES-SINCE-HDR(WS-RB-IDX),
                           WS-EXCUSE-COUNT) + 1
               WHEN OTHER
                   MOVE 'H' TO WS-IDX-SOURCE
                   MOVE 1 TO WS-NEW-EXCUSE-IDX
           END-EVALUATE
           .

       2150-EXCUSE-MATCH-TEST.
           IF WS-EXCUSE-ENTRY(WS-LOAD-SUB) =
                   WS-RB-EXCUSE-TEXT(WS-RB-IDX)
               MOVE WS-LOAD-SUB TO WS-FIRED-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 2200-LOAD-SUBJECT-EXCUSES - SAME 50-ROW LOAD AND SAME STABLE   *
      *                             DESCENDING-SCORE BUBBLE AS AIDENY, *
      *                             SO BOTH PROGRAMS AGREE ON WHICH    *
      *                             SLOT IS WHICH EXCUSE.              *
      *----------------------------------------------------------------*
       2200-LOAD-SUBJECT-EXCUSES.
           MOVE 0 TO WS-LOAD-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-RB-SUBJECT-CODE(WS-RB-IDX) TO EX-SUBJECT-CODE
           MOVE 0 TO EX-SEQUENCE-NBR
           START EXCUSE-FILE KEY IS >= EX-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2210-READ-ONE-EXCUSE
               UNTIL WS-END-OF-FILE OR WS-LOAD-SUB >= 50
           MOVE WS-LOAD-SUB TO WS-EXCUSE-COUNT
           IF WS-SCORES-OPEN AND WS-EXCUSE-COUNT > 1
               PERFORM 2220-READ-ONE-SCORE
                   VARYING WS-LOAD-SUB FROM 1 BY 1
                   UNTIL WS-LOAD-SUB > WS-EXCUSE-COUNT
               MOVE 'Y' TO WS-RANK-SWAPPED-SW
               PERFORM 2230-RANK-ONE-PASS
                   UNTIL NOT WS-RANK-SWAPPED
           END-IF
           .

       2210-READ-ONE-EXCUSE.
           READ EXCUSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF EX-SUBJECT-CODE = WS-RB-SUBJECT-CODE(WS-RB-IDX)
                       ADD 1 TO WS-LOAD-SUB
                       MOVE EX-EXCUSE-TEXT
                           TO WS-EXCUSE-ENTRY(WS-LOAD-SUB)
                   ELSE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
           END-READ
           .

       2220-READ-ONE-SCORE.
           MOVE WS-RB-SUBJECT-CODE(WS-RB-IDX) TO SC-SUBJECT-CODE
           MOVE WS-EXCUSE-ENTRY(WS-LOAD-SUB) TO SC-EXCUSE-TEXT
           READ SCORE-FILE
               INVALID KEY
                   MOVE 0 TO WS-EXCUSE-SCORE(WS-LOAD-SUB)
               NOT INVALID KEY
                   MOVE SC-EFFECT-SCORE
                       TO WS-EXCUSE-SCORE(WS-LOAD-SUB)
           END-READ
           .

       2230-RANK-ONE-PASS.
           MOVE 'N' TO WS-RANK-SWAPPED-SW
           PERFORM 2240-COMPARE-RANK-PAIR
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= WS-EXCUSE-COUNT
           .

       2240-COMPARE-RANK-PAIR.
           ADD 1 WS-SORT-J GIVING WS-SORT-J1
           IF WS-EXCUSE-SCORE(WS-SORT-J) <
                   WS-EXCUSE-SCORE(WS-SORT-J1)
               MOVE WS-EXCUSE-ENTRY(WS-SORT-J)
                   TO WS-SWAP-EXCUSE-TEXT
               MOVE WS-EXCUSE-ENTRY(WS-SORT-J1)
                   TO WS-EXCUSE-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-EXCUSE-TEXT
                   TO WS-EXCUSE-ENTRY(WS-SORT-J1)
               MOVE WS-EXCUSE-SCORE(WS-SORT-J)
                   TO WS-SWAP-EXCUSE-SCORE
               MOVE WS-EXCUSE-SCORE(WS-SORT-J1)
                   TO WS-EXCUSE-SCORE(WS-SORT-J)
               MOVE WS-SWAP-EXCUSE-SCORE
                   TO WS-EXCUSE-SCORE(WS-SORT-J1)
               MOVE 'Y' TO WS-RANK-SWAPPED-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 2500-WRITE-REBUILT-CHECKPOINT - REWRITE THE RECORD THAT WAS    *
      *                                 JUST READ, OR WRITE ONE WHERE  *
      *                                 NONE WAS ON FILE.  A FAILURE   *
      *                                 STOPS THE RUN - RECORDS        *
      *                                 ALREADY WRITTEN ARE CORRECT,   *
      *                                 AND A RERUN FINDS THEM AGREE.  *
      *----------------------------------------------------------------*
       2500-WRITE-REBUILT-CHECKPOINT.
           MOVE WS-RB-SUBJECT-CODE(WS-RB-IDX) TO CK-SUBJECT-CODE
           MOVE WS-NEW-CYCLE-CTR      TO CK-CYCLE-CTR
           MOVE WS-NEW-COGNITIVE-LOAD TO CK-COGNITIVE-LOAD
           MOVE WS-NEW-EXCUSE-IDX     TO CK-EXCUSE-IDX
           MOVE WS-NEW-CROSSINGS      TO CK-ACCEPTANCE-CROSSINGS
           IF WS-OLD-EXISTS
               REWRITE CHECKPOINT-RECORD
           ELSE
               WRITE CHECKPOINT-RECORD
           END-IF
           IF WS-CHECKPOINT-STATUS NOT = '00'
               MOVE 'CHECKPOINT-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-CHECKPOINT-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           DISPLAY '   >>> WRITTEN TO CHECKPOINT-FILE.'
           .

      *----------------------------------------------------------------*
      * 3000-LIST-UNMATCHED-CHECKPOINTS - CHECKPOINT RECORDS FOR       *
      *                                   SUBJECTS WITH NO RUN ON THE  *
      *                                   LEDGER.  THE LEDGER HAS      *
      *                                   NOTHING TO SAY ABOUT THEM,   *
      *                                   SO THEY ARE SHOWN AND LEFT   *
      *                                   ALONE - AIDCKPUT RS/DL IS    *
      *                                   THE TOOL FOR THOSE.          *
      *----------------------------------------------------------------*
       3000-LIST-UNMATCHED-CHECKPOINTS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CK-SUBJECT-CODE
           START CHECKPOINT-FILE KEY IS >= CK-SUBJECT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 3100-CHECK-ONE-CHECKPOINT
               UNTIL WS-END-OF-FILE
           .

       3100-CHECK-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE 'N' TO WS-RB-MATCH-SW
                   PERFORM 3110-LEDGER-SUBJECT-TEST
                       VARYING WS-RB-IDX FROM 1 BY 1
                       UNTIL WS-RB-IDX > WS-RB-COUNT
                           OR WS-RB-MATCHED
                   IF NOT WS-RB-MATCHED
                       ADD 1 TO WS-NOT-ON-LEDGER-COUNT
                       MOVE CK-COGNITIVE-LOAD TO WS-OLD-LOAD-EDIT
                       DISPLAY ' '
                       DISPLAY WS-THIN-SEP
                       DISPLAY ' SUBJECT: ' CK-SUBJECT-CODE
                           '  NOT ON LEDGER - LEFT AS IS'
                       DISPLAY '   CYCLE ' CK-CYCLE-CTR
                           '  LOAD ' WS-OLD-LOAD-EDIT
                           '  INDEX ' CK-EXCUSE-IDX
                           '  STREAK ' CK-ACCEPTANCE-CROSSINGS
                   END-IF
           END-READ
           .

       3110-LEDGER-SUBJECT-TEST.
           IF WS-RB-SUBJECT-CODE(WS-RB-IDX) = CK-SUBJECT-CODE
               MOVE 'Y' TO WS-RB-MATCH-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 8000-PRINT-COMPARISON - CURRENT FILE IMAGE BESIDE THE REBUILT  *
      *                         ONE, WITH WHERE THE LEDGER LEFT THE    *
      *                         SUBJECT AND HOW THE INDEX WAS FOUND.   *
      *----------------------------------------------------------------*
       8000-PRINT-COMPARISON.
           MOVE WS-NEW-COGNITIVE-LOAD TO WS-NEW-LOAD-EDIT
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' SUBJECT: ' WS-RB-SUBJECT-CODE(WS-RB-IDX)
               '  CHECKPOINT ' WS-COMPARE-RESULT
           IF WS-RB-IN-FLIGHT(WS-RB-IDX)
               DISPLAY '   LEDGER: RUN OF ' WS-RB-RUN-DATE(WS-RB-IDX)
                   ' ' WS-RB-RUN-TIME(WS-RB-IDX)
                   ' HAS NO TRAILER'
               IF WS-RB-CYCLE-CTR(WS-RB-IDX) = 0
                   DISPLAY '           (NO CYCLE FINISHED - CLEAN)'
               END-IF
           ELSE
               DISPLAY '   LEDGER: LAST RUN ENDED WITH ITS TRAILER'
           END-IF
           DISPLAY '                       CURRENT      REBUILT'
           IF WS-OLD-EXISTS
               MOVE CK-COGNITIVE-LOAD TO WS-OLD-LOAD-EDIT
               DISPLAY '   CYCLE COUNTER:      ' CK-CYCLE-CTR
                   '    ' WS-NEW-CYCLE-CTR
               DISPLAY '   COGNITIVE LOAD:     ' WS-OLD-LOAD-EDIT
                   '     ' WS-NEW-LOAD-EDIT
               DISPLAY '   EXCUSE INDEX:       ' CK-EXCUSE-IDX
                   '           ' WS-NEW-EXCUSE-IDX
               DISPLAY '   CROSSINGS STREAK:   ' CK-ACCEPTANCE-CROSSINGS
                   '           ' WS-NEW-CROSSINGS
           ELSE
               DISPLAY '   CYCLE COUNTER:      (NONE)       '
                   WS-NEW-CYCLE-CTR
               DISPLAY '   COGNITIVE LOAD:     (NONE)        '
                   WS-NEW-LOAD-EDIT
               DISPLAY '   EXCUSE INDEX:       (NONE)       '
                   WS-NEW-EXCUSE-IDX
               DISPLAY '   CROSSINGS STREAK:   (NONE)       '
                   WS-NEW-CROSSINGS
           END-IF
           IF WS-RB-IN-FLIGHT(WS-RB-IDX)
                   AND WS-RB-CYCLE-CTR(WS-RB-IDX) > 0
               PERFORM 8100-PRINT-IN-FLIGHT-NOTES
           END-IF
           .

       8100-PRINT-IN-FLIGHT-NOTES.
           MOVE WS-RB-ACCEPT-LEVEL(WS-RB-IDX) TO WS-LVL-EDIT
           DISPLAY '   STREAK COUNTED AGAINST LEVEL ' WS-LVL-EDIT
               ' (' WS-RB-CROSSINGS-REQD(WS-RB-IDX) ' REQUIRED)'
           IF WS-NEW-CROSSINGS >= WS-RB-CROSSINGS-REQD(WS-RB-IDX)
               DISPLAY '   *** STREAK ALREADY MEETS THE REQUIREMENT -'
               DISPLAY '       THE RUN REACHED ACCEPTANCE AND DIED'
               DISPLAY '       BEFORE WRITING ITS TRAILER.'
           END-IF
           IF WS-IDX-FROM-EXCUSE-TEXT
               DISPLAY '   INDEX: NEXT AFTER "'
                   WS-RB-EXCUSE-TEXT(WS-RB-IDX) '"'
           ELSE
               DISPLAY '   INDEX: LAST EXCUSE NOT ON EXCFL - COUNTED'
               DISPLAY '          ON FROM THE RUN HEADER START INDEX'
           END-IF
           IF WS-RB-PARTIAL-RUN(WS-RB-IDX)
               DISPLAY '   *** RESUMED RUN WHOSE EARLIER CYCLES ARE'
               DISPLAY '       NOT ON THIS LEDGER - STREAK COUNTS'
               DISPLAY '       ONLY THE CYCLES THAT ARE.'
           END-IF
           .

      *----------------------------------------------------------------*
      * 9000-PRINT-TOTALS - COUNTS, AND THE RETURN CODE: A PREVIEW     *
      *                     THAT FOUND SOMETHING TO FIX ENDS RC 4 SO   *
      *                     THE JOB SHOWS IT NEEDS THE CONFIRM RERUN.  *
      *----------------------------------------------------------------*
       9000-PRINT-TOTALS.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' LEDGER ROWS READ:         ' WS-LEDGER-ROWS-READ
           IF WS-ORPHAN-ROWS > 0
               DISPLAY ' CYCLE ROWS OUTSIDE A RUN: ' WS-ORPHAN-ROWS
           END-IF
           DISPLAY ' SUBJECTS REBUILT:         ' WS-SUBJECTS-COMPARED
           DISPLAY '   CHECKPOINT AGREES:      ' WS-AGREE-COUNT
           DISPLAY '   CHECKPOINT DIFFERS:     ' WS-DIFFER-COUNT
           DISPLAY '   CHECKPOINT MISSING:     ' WS-MISSING-COUNT
           IF WS-TARGET-SUBJECT = SPACES
               DISPLAY ' CHECKPOINTS NOT ON LEDGER:'
                   WS-NOT-ON-LEDGER-COUNT
           END-IF
           DISPLAY ' RECORDS WRITTEN:          ' WS-WRITTEN-COUNT
           IF WS-DIFFER-COUNT + WS-MISSING-COUNT = 0
               DISPLAY ' CHECKPOINT-FILE AGREES WITH THE LEDGER.'
               MOVE 0 TO RETURN-CODE
           ELSE
               IF WS-ACTION-CONFIRMED
                   DISPLAY ' CHECKPOINT-FILE REBUILT FROM THE LEDGER.'
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY ' NOT CONFIRMED - NOTHING CHANGED.  RERUN'
                   DISPLAY ' WITH CONFIRM ON THE PARM TO WRITE THE'
                   DISPLAY ' REBUILT RECORDS.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY WS-SEPARATOR
           .

      *----------------------------------------------------------------*
      * 9900-ABORT-FILE-ERROR - A FILE DIDN'T OPEN, OR A CHECKPOINT    *
      *                         WRITE FAILED.  NOTHING FURTHER IS      *
      *                         WRITTEN.                               *
      *----------------------------------------------------------------*
       9900-ABORT-FILE-ERROR.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDCKRBD: I/O ERROR ON ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
