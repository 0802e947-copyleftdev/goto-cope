      *                    AIDLOKUT UTILITY.  THE DD IS OPTIONAL: NO   *
      *                    LOCK FILE MEANS THE RUN PROCEEDS            *
      *                    UNSERIALIZED, WITH A WARNING, AS BEFORE.    *
      *   2026-10-14  CDD  THE COMPILED LOAD INCREMENTS (10.50 STEP 1, *
      *                    15.25 STEP 2, 25.00 HEADLINE, 30.75 EXCUSE) *
      *                    AND THE 3-CYCLE ACCEPTANCE STREAK NOW COME  *
      *                    FROM THE SUBJECT'S ROW ON THE NEW COGNITIVE-*
      *                    LOAD PROFILE FILE (PROFFL), FALLING BACK TO *
      *                    ITS **DEFAULT ROW AND THEN TO THE OLD       *
      *                    COMPILED CURVE (SEE 0116).  THE HEADLINE    *
      *                    WEIGHT IS NOW ADDED AFTER THE REALITY CHECK *
      *                    AND DEPENDS ON ITS RESULT - FRESH SUPPORT,  *
      *                    STALE SUPPORT, OR NONE - SO THE EVIDENCE    *
      *                    FINALLY MOVES THE LOAD.  THE RUN HEADER     *
      *                    RECORDS WHICH PROFILE WAS USED, WHERE IT    *
      *                    CAME FROM, AND THE STREAK IT REQUIRED.  NO  *
      *                    PROFILE FILE, OR NO ROWS ON IT, RUNS        *
      *                    EXACTLY AS BEFORE.                          *
      *   2026-10-14  CDD  EVIDENCE-FILE IS NOW AN INDEXED CLUSTER     *
      *                    KEYED BY THE HEADLINE KEY.  0160 READS THE  *
      *                    EVIDENCE FOR EACH LOADED HEADLINE BY KEY    *
      *                    INTO A TABLE PARALLEL TO THE HEADLINE       *
      *                    TABLE (NO 20-ROW CAP, NO FULL-FILE READ     *
      *                    PER SUBJECT), AND 1050 LOOKS UP THE         *
      *                    CYCLE'S HEADLINE BY ITS TABLE SLOT INSTEAD  *
      *                    OF COMPARING 60 BYTES OF TEXT, SO AN RH     *
      *                    REWORDING NO LONGER BREAKS THE PAIRING.     *
      *                    EVIDENCE AN RH FLAGGED FOR RE-CERTIFICATION *
      *                    STILL SUPPORTS, BUT AS STALE ('S').         *
      *================================================================*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO EVIDFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-EVIDENCE-STATUS.

           SELECT LOAD-PROFILE-FILE ASSIGN TO PROFFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-PROFILE-KEY
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT OPTIONAL ACCEPTANCE-REGISTER-FILE ASSIGN TO ACPTFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       COPY SCORREC.

       FD  LOAD-PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRFREC.

       FD  ACCEPTANCE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACPTREC.
           05  WS-HEADLINE-ENTRY   PIC X(60)
                                   OCCURS 50 TIMES.

      *--- EACH LOADED HEADLINE'S SEQUENCE NUMBER, PARALLEL TO      ---*
      *--- WS-HEADLINE-TABLE - THE KEY ITS EVIDENCE IS FILED UNDER. ---*
       01  WS-HEADLINE-SEQ-TABLE.
           05  WS-HEADLINE-SEQ     PIC 9(02)
                                   OCCURS 50 TIMES.

       01  WS-EXCUSE-TABLE.
           05  WS-EXCUSE-ENTRY     PIC X(50)
                                   OCCURS 50 TIMES.
       01  WS-LEDGER-STATUS        PIC X(02) VALUE '00'.
       01  WS-EVIDENCE-STATUS      PIC X(02) VALUE '00'.
       01  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
       01  WS-PROFILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-CHECKPOINT-EXISTS-SW PIC X(01) VALUE 'N'.
       01  WS-ABORT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-LAST-EXCUSE-IDX      PIC 9(02) VALUE 0.

      *--- EVIDENCE TABLE FOR 1050-REALITY-CHECK, PARALLEL TO       ---*
      *--- WS-HEADLINE-TABLE: SLOT N HOLDS THE EVIDENCE FILED UNDER ---*
      *--- HEADLINE N'S KEY, IF ANY.  THE STALE FLAG IS DECIDED     ---*
      *--- ONCE AT LOAD TIME AGAINST THE CERT-AGE CUTOFF, NOT ONCE  ---*
      *--- PER CYCLE.                                               ---*
       01  WS-EVIDENCE-TABLE.
           05  WS-EVIDENCE-ENTRY   OCCURS 50 TIMES.
               10  WS-EV-FOUND-FLAG        PIC X(01).
               10  WS-EV-ATTRIBUTABLE-FLAG PIC X(01).
               10  WS-EV-STALE-FLAG        PIC X(01).
               10  WS-EV-RECERT-FLAG       PIC X(01).
       01  WS-EVIDENCE-COUNT       PIC 9(02) VALUE 0.
       01  WS-EV-IDX               PIC 9(02) VALUE 0.
       01  WS-EVIDENCE-MATCH-SW    PIC X(01) VALUE 'N'.
       01  WS-ACCEPTANCE-LEVEL         PIC 9(5)V99 VALUE 99999.99.
       01  WS-ACCEPTANCE-CROSSINGS     PIC 9(02) COMP VALUE 0.
       01  WS-ACCEPTANCE-CROSSINGS-REQD PIC 9(02) COMP VALUE 3.

      *--- COGNITIVE-LOAD PROFILE.  THE VALUES BELOW ARE THE OLD    ---*
      *--- COMPILED CURVE AND STAND WHEN PROFFL HAS NO ROW FOR THE  ---*
      *--- SUBJECT AND NO **DEFAULT ROW.  PROFILE SOURCE: S = THE   ---*
      *--- SUBJECT'S OWN ROW, F = THE FILE'S **DEFAULT ROW, D =     ---*
      *--- COMPILED DEFAULT.                                        ---*
       01  WS-STEP1-WEIGHT             PIC 9(03)V99 VALUE 10.50.
       01  WS-STEP2-WEIGHT             PIC 9(03)V99 VALUE 15.25.
       01  WS-HDL-SUPPORTED-WEIGHT     PIC 9(03)V99 VALUE 25.00.
       01  WS-HDL-STALE-WEIGHT         PIC 9(03)V99 VALUE 25.00.
       01  WS-HDL-UNSUPPORTED-WEIGHT   PIC 9(03)V99 VALUE 25.00.
       01  WS-EXCUSE-WEIGHT            PIC 9(03)V99 VALUE 30.75.
       01  WS-PROFILE-KEY              PIC X(10) VALUE SPACES.
       01  WS-PROFILE-SOURCE           PIC X(01) VALUE 'D'.
       01  WS-PROFILE-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FOUND            VALUE 'Y'.
       01  WS-RUN-OUTCOME              PIC X(01) VALUE 'M'.
           88  WS-OUTCOME-MERCY-CONSTRAINT VALUE 'M'.
           88  WS-OUTCOME-ACCEPTANCE       VALUE 'A'.

           PERFORM 0115-READ-SUBJECT-MASTER

           PERFORM 0116-READ-LOAD-PROFILE
               THRU 0116-READ-LOAD-PROFILE-EXIT

           PERFORM 0117-TAKE-RUN-LOCK
               THRU 0117-TAKE-RUN-LOCK-EXIT

           DISPLAY ' AIDENY v1.0 - CIRCULAR REASONING ENGINE'
           DISPLAY ' COMPILED FOR IBM Z8 | ' WS-DISPLAY-DATE
           DISPLAY ' SUBJECT: ' WS-SUBJECT-CODE
           IF WS-PROFILE-SOURCE = 'D'
               DISPLAY ' LOAD PROFILE: (COMPILED DEFAULT)'
           ELSE
               DISPLAY ' LOAD PROFILE: ' WS-PROFILE-KEY
           END-IF
           DISPLAY ' RESUMING AT CYCLE: ' WS-DENIAL-CYCLE-CTR
           DISPLAY WS-SEPARATOR
           DISPLAY ' '
           END-IF
           .

      *----------------------------------------------------------------*
      * 0116-READ-LOAD-PROFILE - PULL THE COGNITIVE-LOAD CURVE THIS    *
      *                          SUBJECT RUNS ON: ITS OWN PROFFL ROW   *
      *                          IF IT HAS ONE, ELSE THE **DEFAULT     *
      *                          ROW, ELSE THE COMPILED CURVE.  THE    *
      *                          FILE IS NOT REQUIRED - A JOB WITHOUT  *
      *                          THE DD, OR AN EMPTY CLUSTER, RUNS ON  *
      *                          THE COMPILED CURVE EXACTLY AS BEFORE  *
      *                          THE PROFILE FILE EXISTED.             *
      *----------------------------------------------------------------*
       0116-READ-LOAD-PROFILE.
           OPEN INPUT LOAD-PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = '00'
               DISPLAY ' AIDENY: NO LOAD-PROFILE FILE (STATUS '
                   WS-PROFILE-STATUS ') - COMPILED LOAD CURVE USED.'
               GO TO 0116-READ-LOAD-PROFILE-EXIT
           END-IF
           MOVE WS-SUBJECT-CODE TO LP-PROFILE-KEY
           READ LOAD-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROFILE-FOUND-SW
                   MOVE 'S' TO WS-PROFILE-SOURCE
           END-READ
           IF NOT WS-PROFILE-FOUND
               MOVE '**DEFAULT' TO LP-PROFILE-KEY
               READ LOAD-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PROFILE-FOUND-SW
                       MOVE 'F' TO WS-PROFILE-SOURCE
               END-READ
           END-IF
           IF WS-PROFILE-FOUND
               PERFORM 0114-APPLY-LOAD-PROFILE
           END-IF
           CLOSE LOAD-PROFILE-FILE
           .
       0116-READ-LOAD-PROFILE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 0114-APPLY-LOAD-PROFILE - ADOPT THE PROFILE ROW JUST READ.  A  *
      *                           ZERO WEIGHT IS A LEGITIMATE SETTING  *
      *                           (A STEP THAT ADDS NOTHING), BUT A    *
      *                           ZERO STREAK WOULD ACCEPT ON CYCLE 1  *
      *                           WITHOUT LOOKING AT THE LOAD, SO IT   *
      *                           MEANS "NOT SET" AND THE COMPILED 3   *
      *                           STANDS.                              *
      *----------------------------------------------------------------*
       0114-APPLY-LOAD-PROFILE.
           MOVE LP-PROFILE-KEY            TO WS-PROFILE-KEY
           MOVE LP-STEP1-WEIGHT           TO WS-STEP1-WEIGHT
           MOVE LP-STEP2-WEIGHT           TO WS-STEP2-WEIGHT
           MOVE LP-HDL-SUPPORTED-WEIGHT   TO WS-HDL-SUPPORTED-WEIGHT
           MOVE LP-HDL-STALE-WEIGHT       TO WS-HDL-STALE-WEIGHT
           MOVE LP-HDL-UNSUPPORTED-WEIGHT TO WS-HDL-UNSUPPORTED-WEIGHT
           MOVE LP-EXCUSE-WEIGHT          TO WS-EXCUSE-WEIGHT
           IF LP-CROSSINGS-REQD > 0
               MOVE LP-CROSSINGS-REQD TO WS-ACCEPTANCE-CROSSINGS-REQD
           END-IF
           .

      *----------------------------------------------------------------*
      * 0117-TAKE-RUN-LOCK - ONE LOCK ROW PER SUBJECT, TAKEN BEFORE    *
      *                      ANY OTHER FILE OPENS AND HELD UNTIL THE   *
                       ADD 1 TO WS-LOAD-SUB
                       MOVE HL-HEADLINE-TEXT
                           TO WS-HEADLINE-ENTRY(WS-LOAD-SUB)
                       MOVE HL-SEQUENCE-NBR
                           TO WS-HEADLINE-SEQ(WS-LOAD-SUB)
                   ELSE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
           .

      *----------------------------------------------------------------*
      * 0160-LOAD-EVIDENCE - ONE KEYED READ PER LOADED HEADLINE, SO    *
      *                      1050-REALITY-CHECK FINDS THE CYCLE'S      *
      *                      EVIDENCE IN THE SAME TABLE SLOT AS ITS    *
      *                      HEADLINE WITHOUT REREADING THE FILE EACH  *
      *                      CYCLE.  EVERY HEADLINE THE ENGINE CAN     *
      *                      PICK GETS ITS SLOT - NOTHING IS DROPPED.  *
      *----------------------------------------------------------------*
       0160-LOAD-EVIDENCE.
           MOVE 0 TO WS-EVIDENCE-COUNT
           IF WS-HEADLINE-COUNT > 0
               PERFORM 0165-READ-ONE-EVIDENCE-ROW
                   VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-HEADLINE-COUNT
           END-IF
           .
       0160-LOAD-EVIDENCE-EXIT.
           EXIT
           .

       0165-READ-ONE-EVIDENCE-ROW.
           MOVE 'N' TO WS-EV-FOUND-FLAG(WS-EV-IDX)
           MOVE 'N' TO WS-EV-ATTRIBUTABLE-FLAG(WS-EV-IDX)
           MOVE 'N' TO WS-EV-STALE-FLAG(WS-EV-IDX)
           MOVE 'N' TO WS-EV-RECERT-FLAG(WS-EV-IDX)
           MOVE WS-SUBJECT-CODE TO EV-SUBJECT-CODE
           MOVE WS-HEADLINE-SEQ(WS-EV-IDX) TO EV-SEQUENCE-NBR
           READ EVIDENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-EVIDENCE-COUNT
                   MOVE 'Y' TO WS-EV-FOUND-FLAG(WS-EV-IDX)
                   MOVE EV-ATTRIBUTABLE-FLAG TO
                       WS-EV-ATTRIBUTABLE-FLAG(WS-EV-IDX)
                   IF EV-RECERT-PENDING
                       MOVE 'Y' TO WS-EV-RECERT-FLAG(WS-EV-IDX)
                   END-IF
                   PERFORM 0168-SET-STALE-FLAG
           END-READ
           .

               COMPUTE WS-EV-CERT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EV-CERT-DATE-NUM)
               IF WS-EV-CERT-INT < WS-EVID-CUTOFF-INT
                   MOVE 'Y' TO WS-EV-STALE-FLAG(WS-EV-IDX)
               ELSE
                   MOVE 'N' TO WS-EV-STALE-FLAG(WS-EV-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-EV-STALE-FLAG(WS-EV-IDX)
           END-IF
           .

           MOVE WS-SUBJECT-SOURCE    TO LG-HDR-SUBJECT-SRC
           MOVE WS-RESUMED-SW        TO LG-HDR-RESUMED-FLAG
           MOVE WS-RESUME-CYCLE      TO LG-HDR-RESUME-CYCLE
           MOVE WS-PROFILE-KEY       TO LG-HDR-PROFILE-KEY
           MOVE WS-PROFILE-SOURCE    TO LG-HDR-PROFILE-SRC
           MOVE WS-ACCEPTANCE-CROSSINGS-REQD TO LG-HDR-CROSSINGS-REQD
           WRITE LEDGER-RECORD
           .

           DISPLAY ' '
           DISPLAY '  STEP 1 | I DO NOT LIKE ' WS-SUBJECT-CODE '.'
           DISPLAY '           (STRONGLY HELD PRIOR BELIEF LOADED)'
           ADD WS-STEP1-WEIGHT TO WS-COGNITIVE-LOAD
           DISPLAY ' '

      *--- STEP 2: FEELING SUCCESSFULLY CONVERTED TO FACT ---*
           DISPLAY '  STEP 2 | THEREFORE, IT IS NOT REAL/LEGITIMATE.'
           DISPLAY '           (CONCLUSION DERIVED FROM FEELING,'
           DISPLAY '            NOT EVIDENCE. CONFIDENCE: 100%)'
           ADD WS-STEP2-WEIGHT TO WS-COGNITIVE-LOAD
           DISPLAY ' '

      *--- REALITY HAS ENTERED THE CHAT ---*
           MOVE WS-HEADLINE-ENTRY(WS-HDL-IDX) TO WS-LAYOFF-NEWS
           DISPLAY '  ** BREAKING NEWS **'
           DISPLAY '  >> ' WS-LAYOFF-NEWS
           DISPLAY ' '

      *--- THE HEADLINE'S WEIGHT DEPENDS ON WHAT THE REALITY CHECK  ---*
      *--- FOUND, SO IT IS ADDED AFTER THE CHECK, NOT BEFORE.       ---*
           PERFORM 1050-REALITY-CHECK
           PERFORM 1060-ADD-HEADLINE-WEIGHT

      *--- STEP 3: EXCUSE GENERATION (ARTISANAL, HAND-CRAFTED) ---*
           DISPLAY '  STEP 3 | THIS CANNOT BE DUE TO '
                   WS-SUBJECT-CODE ' BECAUSE:'
           DISPLAY '           "' WS-EXCUSE-ENTRY(WS-IDX) '"'
           ADD WS-EXCUSE-WEIGHT TO WS-COGNITIVE-LOAD
           MOVE WS-COGNITIVE-LOAD TO WS-DISSONANCE-LEVEL
           DISPLAY ' '
           DISPLAY '           [COGNITIVE DISSONANCE LEVEL: '
           MOVE 'N' TO WS-EVIDENCE-MATCH-SW
           MOVE 'N' TO WS-EVIDENCE-RESULT-SW
           MOVE 'N' TO WS-EVIDENCE-STALE-SW
           MOVE WS-HDL-IDX TO WS-EV-IDX
           IF WS-EV-FOUND-FLAG(WS-EV-IDX) = 'Y'
               PERFORM 1055-EVIDENCE-MATCH-TEST
           END-IF
           IF NOT WS-EVIDENCE-MATCHED
               MOVE 'N' TO WS-EVIDENCE-RESULT-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 1055-EVIDENCE-MATCH-TEST - THE CYCLE'S HEADLINE HAS EVIDENCE   *
      *                            FILED UNDER ITS KEY.  SUPPORT THAT  *
      *                            IS PAST ITS CERT AGE, OR WAS        *
      *                            CERTIFIED AGAINST WORDING AN RH     *
      *                            HAS SINCE REPLACED, COUNTS AS       *
      *                            STALE.                              *
      *----------------------------------------------------------------*
       1055-EVIDENCE-MATCH-TEST.
           MOVE 'Y' TO WS-EVIDENCE-MATCH-SW
           IF WS-EV-ATTRIBUTABLE-FLAG(WS-EV-IDX) = 'Y'
               MOVE 'Y' TO WS-EVIDENCE-RESULT-SW
               IF WS-EV-RECERT-FLAG(WS-EV-IDX) = 'Y'
                   MOVE 'Y' TO WS-EVIDENCE-STALE-SW
                   DISPLAY '  ** REALITY CHECK: EVIDENCE SUPPORTS'
                   DISPLAY '     THIS HEADLINE, BUT WAS CERTIFIED'
                   DISPLAY '     AGAINST EARLIER WORDING **'
               ELSE
                   IF WS-EV-STALE-FLAG(WS-EV-IDX) = 'Y'
                       MOVE 'Y' TO WS-EVIDENCE-STALE-SW
                       DISPLAY '  ** REALITY CHECK: EVIDENCE SUPPORTS'
                       DISPLAY '     THIS HEADLINE, BUT THE CITATION'
                       DISPLAY '     IS PAST ITS CERTIFICATION AGE **'
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-EVIDENCE-RESULT-SW
               DISPLAY '  ** REALITY CHECK: EVIDENCE SAYS THIS'
               DISPLAY '     HEADLINE IS NOT ATTRIBUTABLE **'
           END-IF
           .

      *----------------------------------------------------------------*
      * 1060-ADD-HEADLINE-WEIGHT - THE PROFILE'S HEADLINE WEIGHT FOR   *
      *                            THIS CYCLE'S REALITY-CHECK RESULT:  *
      *                            FRESH SUPPORT, SUPPORT PAST ITS     *
      *                            CERT AGE, OR NO SUPPORT - THE SAME  *
      *                            Y/S/N SPLIT 1880 FLAGS ON THE       *
      *                            LEDGER.                             *
      *----------------------------------------------------------------*
       1060-ADD-HEADLINE-WEIGHT.
           IF WS-EVIDENCE-SUPPORTS-NEWS
               IF WS-EVIDENCE-STALE-MATCH
                   ADD WS-HDL-STALE-WEIGHT TO WS-COGNITIVE-LOAD
               ELSE
                   ADD WS-HDL-SUPPORTED-WEIGHT TO WS-COGNITIVE-LOAD
               END-IF
           ELSE
               ADD WS-HDL-UNSUPPORTED-WEIGHT TO WS-COGNITIVE-LOAD
           END-IF
           .

