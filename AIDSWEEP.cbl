      *           FROM INITIAL WORKING-STORAGE AND FRESHLY-OPENED      *
      *           FILES.                                               *
      *                                                                *
      *           ONLY SUBJECTS DUE TONIGHT RUN, BY THE SCHEDULE ON    *
      *           THE SUBJECT MASTER: DAILY IS ALWAYS DUE; WEEKLY IS   *
      *           DUE WHEN THE SWEEP HAS NOT RUN IT SINCE ITS MOST     *
      *           RECENT RUN DAY; MONTHLY THE SAME AGAINST ITS MOST    *
      *           RECENT RUN DATE - SO A MISSED NIGHT IS MADE UP ON    *
      *           THE NEXT ONE.  DUE SUBJECTS RUN IN SWEEP-PRIORITY    *
      *           ORDER (KEY ORDER WITHIN A PRIORITY), AFTER ANY       *
      *           SUBJECT THE LAST SWEEP DEFERRED.  A RUN THAT ENDS RC *
      *           0 OR 4 STAMPS THE SUBJECT'S LAST-RUN DATE.           *
      *                                                                *
      *           A CUTOFF TIME STOPS NEW SUBJECTS FROM STARTING ONCE  *
      *           IT PASSES; THE SUBJECT ALREADY RUNNING FINISHES.     *
      *           EVERY DUE SUBJECT LEFT IS WRITTEN TO THE SWEEP-      *
      *           STATUS FILE AS DEFERRED AND LISTED ON ITS OWN IN THE *
      *           SUMMARY; THE NEXT SWEEP RUNS IT FIRST, DUE OR NOT.   *
      *                                                                *
      * PARM:        1-4  CUTOFF TIME, HHMM (OPTIONAL - OMITTED, BLANK *
      *                   OR 0000 MEANS NO CUTOFF).  A CUTOFF EARLIER  *
      *                   THAN THE SWEEP'S START TIME IS THE NEXT      *
      *                   MORNING.                                     *
      *                                                                *
      * RETURN-CODE: HIGHEST RETURN-CODE ANY SUBJECT ENDED WITH        *
      *              (0 = ALL MERCY, 4 = AT LEAST ONE ACCEPTANCE,      *
      *              16 = AT LEAST ONE SUBJECT ABORTED), OR 16 IF      *
      *                    NEWER THAN THAT MARKER (AT RC 0/4): "THIS   *
      *                    SWEEP" NOW MEANS "SINCE THE LAST CLEAN      *
      *                    FINISH", WHATEVER THE CLOCK SAYS.           *
      *   2026-10-14  CDD  SCHEDULED SWEEP.  THE SUBJECT MASTER NOW    *
      *                    CARRIES A RUN FREQUENCY, SWEEP PRIORITY AND *
      *                    LAST-RUN DATE: ONLY SUBJECTS DUE TONIGHT    *
      *                    RUN, IN PRIORITY ORDER, AND EACH COMPLETED  *
      *                    RUN STAMPS THE MASTER (CONTROL-FILE IS NOW  *
      *                    DYNAMIC, REOPENED I-O BETWEEN CALLS).  NEW  *
      *                    PARM CUTOFF TIME; DUE SUBJECTS IT STOPS ARE *
      *                    WRITTEN TO SWEPFL AS DEFERRED, RUN FIRST    *
      *                    NEXT SWEEP, AND SUMMARIZED SEPARATELY FROM  *
      *                    SUBJECTS THAT WERE NOT DUE.                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO AIDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-SUBJECT-CODE
               FILE STATUS IS WS-CONTROL-STATUS.


      *--- EVERY SUBJECT ON CONTROL-FILE, LOADED UP FRONT SO THE    ---*
      *--- FILE IS CLOSED AGAIN BEFORE AIDENY (WHICH OPENS THE SAME ---*
      *--- DD FOR ITS MAX-CYCLES FALLBACK) IS EVER CALLED.  SORTED  ---*
      *--- INTO RUN ORDER BEFORE THE FIRST CALL: CARRIED-OVER       ---*
      *--- DEFERRALS FIRST, THEN BY SWEEP PRIORITY.                 ---*
       01  WS-SWEEP-TABLE.
           05  WS-SWEEP-ENTRY OCCURS 50 TIMES.
               10  WS-SW-SUBJECT-CODE  PIC X(10).
               10  WS-SW-RETURN-CODE   PIC 9(04) VALUE 0.
               10  WS-SW-STATUS-FLAG   PIC X(01) VALUE SPACE.
               10  WS-SW-DONE-FLAG     PIC X(01) VALUE SPACE.
               10  WS-SW-RUN-FREQUENCY PIC X(01) VALUE SPACE.
               10  WS-SW-RUN-DAY       PIC 9(02) VALUE 0.
               10  WS-SW-PRIORITY      PIC 9(02) VALUE 0.
               10  WS-SW-LAST-RUN-DATE PIC X(08) VALUE SPACES.
               10  WS-SW-DUE-FLAG      PIC X(01) VALUE SPACE.
               10  WS-SW-CARRIED-FLAG  PIC X(01) VALUE SPACE.
               10  WS-SW-DEFERRED-FLAG PIC X(01) VALUE SPACE.
               10  WS-SW-SORT-KEY      PIC 9(04) VALUE 0.
       01  WS-SWEEP-COUNT           PIC 9(02) VALUE 0.
       01  WS-SW-IDX                PIC 9(02) VALUE 0.
       01  WS-SWEEP-OVERFLOW-SW     PIC X(01) VALUE 'N'.
           88  WS-SWEEP-OVERFLOWED      VALUE 'Y'.

       01  WS-SORT-J                PIC 9(02) VALUE 0.
       01  WS-SORT-J1               PIC 9(02) VALUE 0.
       01  WS-SORT-SWAPPED-SW       PIC X(01) VALUE 'N'.
           88  WS-SORT-SWAPPED          VALUE 'Y'.
       01  WS-SWAP-ENTRY.
           05  WS-SWP-SUBJECT-CODE  PIC X(10).
           05  WS-SWP-RETURN-CODE   PIC 9(04).
           05  WS-SWP-STATUS-FLAG   PIC X(01).
           05  WS-SWP-DONE-FLAG     PIC X(01).
           05  WS-SWP-RUN-FREQUENCY PIC X(01).
           05  WS-SWP-RUN-DAY       PIC 9(02).
           05  WS-SWP-PRIORITY      PIC 9(02).
           05  WS-SWP-LAST-RUN-DATE PIC X(08).
           05  WS-SWP-DUE-FLAG      PIC X(01).
           05  WS-SWP-CARRIED-FLAG  PIC X(01).
           05  WS-SWP-DEFERRED-FLAG PIC X(01).
           05  WS-SWP-SORT-KEY      PIC 9(04).

      *--- TONIGHT'S DATE IN THE FORMS THE SCHEDULE TEST NEEDS.     ---*
      *--- INTEGER-OF-DATE DAY 1 (1601-01-01) WAS A MONDAY, SO      ---*
      *--- (INTEGER - 1) MOD 7, PLUS 1, IS THE DAY OF THE WEEK      ---*
      *--- WITH MONDAY = 1, THE NUMBERING CT-RUN-DAY USES.          ---*
       01  WS-SWEEP-DATE.
           05  WS-SWEEP-YYYY        PIC 9(04).
           05  WS-SWEEP-MM          PIC 9(02).
           05  WS-SWEEP-DD          PIC 9(02).
       01  WS-SWEEP-DATE-NUM REDEFINES WS-SWEEP-DATE
                                    PIC 9(08).
       01  WS-SWEEP-INT             PIC 9(07) VALUE 0.
       01  WS-SWEEP-DOW             PIC 9(01) VALUE 0.
       01  WS-TARGET-DATE.
           05  WS-TARGET-YYYY       PIC 9(04).
           05  WS-TARGET-MM         PIC 9(02).
           05  WS-TARGET-DD         PIC 9(02).
       01  WS-TARGET-DATE-NUM REDEFINES WS-TARGET-DATE
                                    PIC 9(08).
       01  WS-TARGET-INT            PIC 9(07) VALUE 0.
       01  WS-MONTHLY-DAY           PIC 9(02) VALUE 0.
       01  WS-MONTH-END-DD          PIC 9(02) VALUE 0.
       01  WS-DATE-WORK             PIC 9(07) VALUE 0.
       01  WS-DATE-QUOTIENT         PIC 9(07) VALUE 0.
       01  WS-DATE-REMAINDER        PIC 9(03) VALUE 0.
       01  WS-MONTH-LENGTH-DATA     PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-DATA.
           05  WS-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.

      *--- THE CUTOFF, AS A DATE+HHMM STAMP SO A SWEEP THAT CROSSES ---*
      *--- MIDNIGHT COMPARES CORRECTLY.                             ---*
       01  WS-CUTOFF-HHMM           PIC X(04) VALUE SPACES.
       01  WS-CUTOFF-SW             PIC X(01) VALUE 'N'.
           88  WS-CUTOFF-IN-EFFECT      VALUE 'Y'.
       01  WS-CUTOFF-REACHED-SW     PIC X(01) VALUE 'N'.
           88  WS-CUTOFF-REACHED        VALUE 'Y'.
       01  WS-CUTOFF-STAMP          PIC X(12) VALUE SPACES.
       01  WS-NOW-STAMP             PIC X(12) VALUE SPACES.
       01  WS-NOW-DATE-DATA.
           05  WS-NOW-DATE          PIC X(8).
           05  WS-NOW-TIME          PIC X(8).
           05  WS-NOW-DIFF-FROM-GMT PIC X(5).

       01  WS-HIGHEST-RC            PIC 9(04) VALUE 0.
       01  WS-ABORT-COUNT           PIC 9(02) COMP VALUE 0.
       01  WS-ACCEPT-COUNT          PIC 9(02) COMP VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(02) COMP VALUE 0.
       01  WS-ALREADY-DONE-COUNT    PIC 9(02) COMP VALUE 0.
       01  WS-LOCKED-COUNT          PIC 9(02) COMP VALUE 0.
       01  WS-NOT-DUE-COUNT         PIC 9(02) COMP VALUE 0.
       01  WS-DUE-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-CARRIED-COUNT         PIC 9(02) COMP VALUE 0.
       01  WS-DEFERRED-COUNT        PIC 9(02) COMP VALUE 0.

      *--- PARM AREA HANDED TO AIDENY.  MAX-CYCLES, START-IDX, AND  ---*
      *--- ACCEPTANCE LEVEL ARE LEFT AT ZERO SO EACH SUBJECT RUNS   ---*
               10  WS-CP-ACCEPT-LEVEL  PIC 9(05)V99 VALUE 0.
               10  FILLER              PIC X(56) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM-AREA.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-CUTOFF       PIC X(04).
               10  LS-PARM-CUTOFF-NUM REDEFINES LS-PARM-CUTOFF.
                   15  LS-PARM-CUTOFF-HH    PIC 9(02).
                   15  LS-PARM-CUTOFF-MM    PIC 9(02).
               10  FILLER               PIC X(76).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
               DISPLAY ' NOTHING TO SWEEP - CONTROL-FILE IS EMPTY.'
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-SWEEP-DATE
           COMPUTE WS-SWEEP-INT =
               FUNCTION INTEGER-OF-DATE(WS-SWEEP-DATE-NUM)
           COMPUTE WS-DATE-WORK = WS-SWEEP-INT - 1
           DIVIDE WS-DATE-WORK BY 7 GIVING WS-DATE-QUOTIENT
               REMAINDER WS-DATE-REMAINDER
           COMPUTE WS-SWEEP-DOW = WS-DATE-REMAINDER + 1
           PERFORM 0110-SET-CUTOFF
           PERFORM 0140-OPEN-SWEEP-STATUS
           IF WS-SWEEPST-AVAILABLE
               PERFORM 0150-SCAN-SWEEP-STATUS
                   VARYING WS-SW-IDX FROM 1 BY 1
                   UNTIL WS-SW-IDX > WS-SWEEP-COUNT
           END-IF
           IF WS-SWEEPST-AVAILABLE AND WS-SWEEP-COUNT > 0
               PERFORM 0170-CHECK-ONE-DEFERRAL
                   VARYING WS-SW-IDX FROM 1 BY 1
                   UNTIL WS-SW-IDX > WS-SWEEP-COUNT
           END-IF
           IF WS-SWEEP-COUNT > 0
               PERFORM 0200-DECIDE-ONE-SUBJECT-DUE
                   VARYING WS-SW-IDX FROM 1 BY 1
                   UNTIL WS-SW-IDX > WS-SWEEP-COUNT
               PERFORM 0300-SORT-INTO-RUN-ORDER
           END-IF
           DISPLAY ' SWEEP DATE:               ' WS-SWEEP-DATE
           DISPLAY ' DUE TONIGHT:              ' WS-DUE-COUNT
           DISPLAY ' CARRIED OVER (DEFERRED):  ' WS-CARRIED-COUNT
           IF WS-CUTOFF-IN-EFFECT
               DISPLAY ' NO SUBJECT STARTS AFTER:  '
                   WS-CUTOFF-STAMP(1:8) ' ' WS-CUTOFF-HHMM
           ELSE
               DISPLAY ' NO CUTOFF TIME THIS SWEEP.'
           END-IF
           .

      *----------------------------------------------------------------*
      * 0110-SET-CUTOFF - PARM 1-4 IS THE CUTOFF AS HHMM.  LATER THAN  *
      *                   THE START TIME IS TONIGHT; AT OR EARLIER IS  *
      *                   TOMORROW MORNING.  A CUTOFF THAT IS NOT A    *
      *                   VALID TIME IS IGNORED, WITH A WARNING - A    *
      *                   TYPO IN THE PARM MUST NOT COST THE WHOLE     *
      *                   NIGHT'S SWEEP.                               *
      *----------------------------------------------------------------*
       0110-SET-CUTOFF.
           IF LS-PARM-LEN >= 4
               IF LS-PARM-CUTOFF NOT = SPACES
                       AND LS-PARM-CUTOFF NOT = '0000'
                   IF LS-PARM-CUTOFF IS NUMERIC
                           AND LS-PARM-CUTOFF-HH < 24
                           AND LS-PARM-CUTOFF-MM < 60
                       MOVE LS-PARM-CUTOFF TO WS-CUTOFF-HHMM
                       MOVE 'Y' TO WS-CUTOFF-SW
                   ELSE
                       DISPLAY ' AIDSWEEP: PARM CUTOFF ' LS-PARM-CUTOFF
                           ' IS NOT A VALID HHMM - IGNORED.'
                   END-IF
               END-IF
           END-IF
           IF WS-CUTOFF-IN-EFFECT
               IF WS-CUTOFF-HHMM > WS-CURRENT-TIME(1:4)
                   MOVE WS-SWEEP-DATE TO WS-CUTOFF-STAMP(1:8)
               ELSE
                   COMPUTE WS-TARGET-INT = WS-SWEEP-INT + 1
                   COMPUTE WS-TARGET-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-TARGET-INT)
                   MOVE WS-TARGET-DATE TO WS-CUTOFF-STAMP(1:8)
               END-IF
               MOVE WS-CUTOFF-HHMM TO WS-CUTOFF-STAMP(9:4)
           END-IF
           .

      *----------------------------------------------------------------*
      *                               RETRIED, AND A ROW AT OR BEHIND  *
      *                               THE MARKER BELONGS TO A SWEEP    *
      *                               THAT FINISHED - STALE, IGNORED.  *
      *                               A DEFERRED ROW NEVER COUNTS AS   *
      *                               DONE - THE SUBJECT DID NOT RUN.  *
      *----------------------------------------------------------------*
       0160-CHECK-ONE-SWEEP-STATUS.
           MOVE WS-SW-SUBJECT-CODE(WS-SW-IDX) TO SW-SUBJECT-CODE
                   MOVE SW-SWEEP-TIME TO WS-ROW-STAMP(9:8)
                   IF WS-ROW-STAMP > WS-MARKER-STAMP
                           AND SW-RETURN-CODE <= 4
                           AND NOT SW-RUN-DEFERRED
                       MOVE 'Y' TO WS-SW-DONE-FLAG(WS-SW-IDX)
                       MOVE SW-RETURN-CODE
                           TO WS-SW-RETURN-CODE(WS-SW-IDX)
                           TO WS-SW-SUBJECT-CODE(WS-SWEEP-COUNT)
                       MOVE CT-STATUS-FLAG
                           TO WS-SW-STATUS-FLAG(WS-SWEEP-COUNT)
                       MOVE CT-RUN-FREQUENCY
                           TO WS-SW-RUN-FREQUENCY(WS-SWEEP-COUNT)
                       MOVE CT-RUN-DAY
                           TO WS-SW-RUN-DAY(WS-SWEEP-COUNT)
                       MOVE CT-SWEEP-PRIORITY
                           TO WS-SW-PRIORITY(WS-SWEEP-COUNT)
                       MOVE CT-LAST-RUN-DATE
                           TO WS-SW-LAST-RUN-DATE(WS-SWEEP-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-SWEEP-OVERFLOW-SW
                       MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           .

      *----------------------------------------------------------------*
      * 0170-CHECK-ONE-DEFERRAL - A DEFERRED ROW, WHATEVER ITS AGE,    *
      *                           MEANS A CUTOFF STOPPED THE SUBJECT   *
      *                           AND NOTHING HAS RUN IT SINCE.  IT    *
      *                           GOES TO THE FRONT OF THIS SWEEP.     *
      *----------------------------------------------------------------*
       0170-CHECK-ONE-DEFERRAL.
           MOVE WS-SW-SUBJECT-CODE(WS-SW-IDX) TO SW-SUBJECT-CODE
           READ SWEEP-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SW-RUN-DEFERRED
                       MOVE 'Y' TO WS-SW-CARRIED-FLAG(WS-SW-IDX)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 0200-DECIDE-ONE-SUBJECT-DUE - DAILY (OR AN UNRECOGNISED        *
      *                               FREQUENCY) IS ALWAYS DUE.        *
      *                               WEEKLY AND MONTHLY ARE DUE WHEN  *
      *                               THE LAST RUN IS BEFORE THE MOST  *
      *                               RECENT RUN DAY, SO A MISSED      *
      *                               NIGHT CATCHES UP.  A CARRIED-    *
      *                               OVER DEFERRAL IS DUE REGARDLESS. *
      *                               THE SORT KEY PUTS CARRIED-OVER   *
      *                               DEFERRALS FIRST, THEN PRIORITY   *
      *                               01-99, THEN PRIORITY NOT SET.    *
      *----------------------------------------------------------------*
       0200-DECIDE-ONE-SUBJECT-DUE.
           MOVE 'Y' TO WS-SW-DUE-FLAG(WS-SW-IDX)
           EVALUATE WS-SW-RUN-FREQUENCY(WS-SW-IDX)
               WHEN 'W'
                   PERFORM 0210-TEST-WEEKLY-DUE
               WHEN 'M'
                   PERFORM 0220-TEST-MONTHLY-DUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SW-CARRIED-FLAG(WS-SW-IDX) = 'Y'
               MOVE 'Y' TO WS-SW-DUE-FLAG(WS-SW-IDX)
               MOVE 0 TO WS-SW-SORT-KEY(WS-SW-IDX)
           ELSE
               MOVE 1000 TO WS-SW-SORT-KEY(WS-SW-IDX)
           END-IF
           IF WS-SW-PRIORITY(WS-SW-IDX) = 0
               ADD 100 TO WS-SW-SORT-KEY(WS-SW-IDX)
           ELSE
               ADD WS-SW-PRIORITY(WS-SW-IDX)
                   TO WS-SW-SORT-KEY(WS-SW-IDX)
           END-IF
           IF WS-SW-STATUS-FLAG(WS-SW-IDX) NOT = 'I'
               IF WS-SW-CARRIED-FLAG(WS-SW-IDX) = 'Y'
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
               IF WS-SW-DUE-FLAG(WS-SW-IDX) = 'Y'
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-IF
           .

      *--- MOST RECENT RUN DAY = TONIGHT MINUS ((TODAY - RUN DAY)   ---*
      *--- MOD 7) DAYS.  A RUN DAY OUTSIDE 1-7 LEAVES THE SUBJECT   ---*
      *--- DUE - BETTER AN EXTRA RUN THAN A SUBJECT NEVER RUN.      ---*
       0210-TEST-WEEKLY-DUE.
           IF WS-SW-RUN-DAY(WS-SW-IDX) >= 1
                   AND WS-SW-RUN-DAY(WS-SW-IDX) <= 7
               COMPUTE WS-DATE-WORK = WS-SWEEP-DOW + 7
                   - WS-SW-RUN-DAY(WS-SW-IDX)
               DIVIDE WS-DATE-WORK BY 7 GIVING WS-DATE-QUOTIENT
                   REMAINDER WS-DATE-REMAINDER
               COMPUTE WS-TARGET-INT = WS-SWEEP-INT - WS-DATE-REMAINDER
               COMPUTE WS-TARGET-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-TARGET-INT)
               IF WS-SW-LAST-RUN-DATE(WS-SW-IDX) NOT < WS-TARGET-DATE
                   MOVE 'N' TO WS-SW-DUE-FLAG(WS-SW-IDX)
               END-IF
           END-IF
           .

      *--- MOST RECENT RUN DATE = THIS MONTH'S RUN DAY IF TONIGHT   ---*
      *--- HAS REACHED IT, ELSE LAST MONTH'S.  A RUN DAY PAST THE   ---*
      *--- MONTH'S END IS THE LAST DAY; 00 IS TAKEN AS 01.          ---*
       0220-TEST-MONTHLY-DUE.
           MOVE WS-SW-RUN-DAY(WS-SW-IDX) TO WS-MONTHLY-DAY
           IF WS-MONTHLY-DAY = 0
               MOVE 1 TO WS-MONTHLY-DAY
           END-IF
           MOVE WS-SWEEP-YYYY TO WS-TARGET-YYYY
           MOVE WS-SWEEP-MM   TO WS-TARGET-MM
           PERFORM 0230-SET-MONTHLY-TARGET-DAY
           IF WS-SWEEP-DD < WS-TARGET-DD
               IF WS-TARGET-MM = 1
                   MOVE 12 TO WS-TARGET-MM
                   SUBTRACT 1 FROM WS-TARGET-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-TARGET-MM
               END-IF
               PERFORM 0230-SET-MONTHLY-TARGET-DAY
           END-IF
           IF WS-SW-LAST-RUN-DATE(WS-SW-IDX) NOT < WS-TARGET-DATE
               MOVE 'N' TO WS-SW-DUE-FLAG(WS-SW-IDX)
           END-IF
           .

       0230-SET-MONTHLY-TARGET-DAY.
           MOVE WS-MONTH-LENGTH(WS-TARGET-MM) TO WS-MONTH-END-DD
           IF WS-TARGET-MM = 2
               DIVIDE WS-TARGET-YYYY BY 4 GIVING WS-DATE-QUOTIENT
                   REMAINDER WS-DATE-REMAINDER
               IF WS-DATE-REMAINDER = 0
                   MOVE 29 TO WS-MONTH-END-DD
                   DIVIDE WS-TARGET-YYYY BY 100
                       GIVING WS-DATE-QUOTIENT
                       REMAINDER WS-DATE-REMAINDER
                   IF WS-DATE-REMAINDER = 0
                       MOVE 28 TO WS-MONTH-END-DD
                       DIVIDE WS-TARGET-YYYY BY 400
                           GIVING WS-DATE-QUOTIENT
                           REMAINDER WS-DATE-REMAINDER
                       IF WS-DATE-REMAINDER = 0
                           MOVE 29 TO WS-MONTH-END-DD
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MONTHLY-DAY > WS-MONTH-END-DD
               MOVE WS-MONTH-END-DD TO WS-TARGET-DD
           ELSE
               MOVE WS-MONTHLY-DAY TO WS-TARGET-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * 0300-SORT-INTO-RUN-ORDER - BUBBLE THE TABLE INTO SORT-KEY      *
      *                            ORDER.  ONLY A STRICTLY HIGHER KEY  *
      *                            SWAPS, SO EQUAL KEYS KEEP THEIR     *
      *                            CONTROL-FILE (KEY) ORDER.           *
      *----------------------------------------------------------------*
       0300-SORT-INTO-RUN-ORDER.
           IF WS-SWEEP-COUNT > 1
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
               PERFORM 0310-SORT-ONE-PASS
                   UNTIL NOT WS-SORT-SWAPPED
           END-IF
           .

       0310-SORT-ONE-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           PERFORM 0320-COMPARE-ONE-PAIR
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= WS-SWEEP-COUNT
           .

       0320-COMPARE-ONE-PAIR.
           ADD 1 WS-SORT-J GIVING WS-SORT-J1
           IF WS-SW-SORT-KEY(WS-SORT-J) >
                   WS-SW-SORT-KEY(WS-SORT-J1)
               MOVE WS-SWEEP-ENTRY(WS-SORT-J)  TO WS-SWAP-ENTRY
               MOVE WS-SWEEP-ENTRY(WS-SORT-J1)
                   TO WS-SWEEP-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-ENTRY TO WS-SWEEP-ENTRY(WS-SORT-J1)
               MOVE 'Y' TO WS-SORT-SWAPPED-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 1000-RUN-ONE-SUBJECT - ONE FULL DENIAL RUN FOR ONE SUBJECT.    *
      *                        RETURN-CODE IS CAPTURED PER SUBJECT     *
      *                        AND CLEARED BEFORE THE NEXT CALL SO A   *
      *                        16 FROM ONE ABORTED SUBJECT IS NEVER    *
      *                        READ AS THE NEXT SUBJECT'S RESULT.  A   *
      *                        SUBJECT NOT DUE TONIGHT IS PASSED OVER; *
      *                        ONE THAT IS DUE BUT REACHED AFTER THE   *
      *                        CUTOFF IS DEFERRED INSTEAD OF RUN.      *
      *----------------------------------------------------------------*
       1000-RUN-ONE-SUBJECT.
           DISPLAY ' '
               END-IF
               GO TO 1000-RUN-ONE-SUBJECT-EXIT
           END-IF
           IF WS-SW-DUE-FLAG(WS-SW-IDX) = 'N'
               DISPLAY ' NOT DUE TONIGHT ('
                   WS-SW-RUN-FREQUENCY(WS-SW-IDX)
                   WS-SW-RUN-DAY(WS-SW-IDX) ', LAST RUN '
                   WS-SW-LAST-RUN-DATE(WS-SW-IDX) ') - SKIPPED.'
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 1000-RUN-ONE-SUBJECT-EXIT
           END-IF
           PERFORM 1050-CHECK-CUTOFF
           IF WS-CUTOFF-REACHED
               DISPLAY ' CUTOFF ' WS-CUTOFF-HHMM
                   ' PASSED - DEFERRED TO THE NEXT SWEEP.'
               MOVE 'Y' TO WS-SW-DEFERRED-FLAG(WS-SW-IDX)
               ADD 1 TO WS-DEFERRED-COUNT
               PERFORM 1920-RECORD-DEFERRAL
               GO TO 1000-RUN-ONE-SUBJECT-EXIT
           END-IF
           MOVE WS-SW-SUBJECT-CODE(WS-SW-IDX) TO WS-CP-SUBJECT-CODE
           MOVE 0 TO RETURN-CODE
           CALL 'AIDENY' USING WS-CALL-PARM-AREA
           MOVE RETURN-CODE TO WS-SW-RETURN-CODE(WS-SW-IDX)
           CANCEL 'AIDENY'
           PERFORM 1900-RECORD-SWEEP-STATUS
           IF WS-SW-RETURN-CODE(WS-SW-IDX) <= 4
               PERFORM 1800-STAMP-LAST-RUN
           END-IF
           IF WS-SW-RETURN-CODE(WS-SW-IDX) > WS-HIGHEST-RC
               MOVE WS-SW-RETURN-CODE(WS-SW-IDX) TO WS-HIGHEST-RC
           END-IF
           EXIT
           .

      *----------------------------------------------------------------*
      * 1050-CHECK-CUTOFF - ONCE THE CLOCK REACHES THE CUTOFF STAMP    *
      *                     IT STAYS REACHED: EVERY DUE SUBJECT AFTER  *
      *                     THAT IS DEFERRED.                          *
      *----------------------------------------------------------------*
       1050-CHECK-CUTOFF.
           IF WS-CUTOFF-IN-EFFECT AND NOT WS-CUTOFF-REACHED
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-DATA
               MOVE WS-NOW-DATE      TO WS-NOW-STAMP(1:8)
               MOVE WS-NOW-TIME(1:4) TO WS-NOW-STAMP(9:4)
               IF WS-NOW-STAMP >= WS-CUTOFF-STAMP
                   MOVE 'Y' TO WS-CUTOFF-REACHED-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1800-STAMP-LAST-RUN - A RUN THAT COMPLETED (RC 0 OR 4) STAMPS  *
      *                       THE SWEEP DATE ON THE SUBJECT MASTER,    *
      *                       WHICH IS WHAT MAKES A WEEKLY OR MONTHLY  *
      *                       SUBJECT NOT DUE AGAIN UNTIL ITS NEXT     *
      *                       RUN DAY.  CONTROL-FILE IS ONLY OPEN FOR  *
      *                       THE MOMENT OF THE REWRITE - AIDENY OPENS *
      *                       THE SAME DD.  A FAILED STAMP IS REPORTED *
      *                       BUT DOES NOT UNDO THE RUN; THE SUBJECT   *
      *                       JUST COMES DUE AGAIN NEXT SWEEP.         *
      *----------------------------------------------------------------*
       1800-STAMP-LAST-RUN.
           OPEN I-O CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY ' AIDSWEEP: CONTROL-FILE NOT OPENED FOR THE'
                   ' LAST-RUN STAMP (STATUS ' WS-CONTROL-STATUS ').'
           ELSE
               MOVE WS-SW-SUBJECT-CODE(WS-SW-IDX) TO CT-SUBJECT-CODE
               READ CONTROL-FILE
                   INVALID KEY
                       DISPLAY ' AIDSWEEP: SUBJECT LEFT THE MASTER'
                           ' DURING THE SWEEP - NO LAST-RUN STAMP.'
                   NOT INVALID KEY
                       MOVE WS-SWEEP-DATE TO CT-LAST-RUN-DATE
                       REWRITE CONTROL-RECORD
                           INVALID KEY
                               DISPLAY ' AIDSWEEP: LAST-RUN STAMP'
                                   ' NOT REWRITTEN.'
                       END-REWRITE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1900-RECORD-SWEEP-STATUS - ONE STATUS ROW THE MOMENT THE       *
      *                            SUBJECT'S CALL RETURNS, SO A RERUN  *
               MOVE WS-CURRENT-DATE TO SW-SWEEP-DATE
               MOVE WS-CURRENT-TIME TO SW-SWEEP-TIME
               MOVE WS-SW-RETURN-CODE(WS-SW-IDX) TO SW-RETURN-CODE
               MOVE 'R' TO SW-RUN-STATE
               WRITE SWEEP-STATUS-RECORD
                   INVALID KEY
                       REWRITE SWEEP-STATUS-RECORD
               END-WRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * 1920-RECORD-DEFERRAL - THE SUBJECT WAS DUE AND THE CUTOFF      *
      *                        STOPPED IT: A DEFERRED ROW, NOT A       *
      *                        MISSING ONE, SO THE NEXT SWEEP RUNS IT  *
      *                        FIRST AND THE MORNING SEES WHY IT DID   *
      *                        NOT RUN.                                *
      *----------------------------------------------------------------*
       1920-RECORD-DEFERRAL.
           IF WS-SWEEPST-AVAILABLE
               MOVE WS-SW-SUBJECT-CODE(WS-SW-IDX) TO SW-SUBJECT-CODE
               MOVE WS-CURRENT-DATE TO SW-SWEEP-DATE
               MOVE WS-CURRENT-TIME TO SW-SWEEP-TIME
               MOVE 0               TO SW-RETURN-CODE
               MOVE 'D'             TO SW-RUN-STATE
               WRITE SWEEP-STATUS-RECORD
                   INVALID KEY
                       REWRITE SWEEP-STATUS-RECORD
               MOVE WS-CURRENT-DATE  TO SW-SWEEP-DATE
               MOVE WS-CURRENT-TIME  TO SW-SWEEP-TIME
               MOVE WS-HIGHEST-RC    TO SW-RETURN-CODE
               MOVE 'R'              TO SW-RUN-STATE
               WRITE SWEEP-STATUS-RECORD
                   INVALID KEY
                       REWRITE SWEEP-STATUS-RECORD

      *----------------------------------------------------------------*
      * 9000-PRINT-SWEEP-SUMMARY - PER-SUBJECT RETURN-CODE ROLL-UP     *
      *                            FOR THE OVERNIGHT OPERATOR, IN RUN  *
      *                            ORDER, THEN THE CUTOFF'S DEFERRALS  *
      *                            ON A LIST OF THEIR OWN.             *
      *----------------------------------------------------------------*
       9000-PRINT-SWEEP-SUMMARY.
           DISPLAY ' '
               THRU 9050-PRINT-ONE-SUBJECT-EXIT
               VARYING WS-SW-IDX FROM 1 BY 1
               UNTIL WS-SW-IDX > WS-SWEEP-COUNT
           IF WS-DEFERRED-COUNT > 0
               DISPLAY ' '
               DISPLAY WS-THIN-SEP
               DISPLAY ' DEFERRED BY THE ' WS-CUTOFF-HHMM
                   ' CUTOFF - RUN FIRST NEXT SWEEP'
               DISPLAY WS-THIN-SEP
               PERFORM 9060-PRINT-ONE-DEFERRAL
                   VARYING WS-SW-IDX FROM 1 BY 1
                   UNTIL WS-SW-IDX > WS-SWEEP-COUNT
           END-IF
           DISPLAY ' '
           DISPLAY ' SUBJECTS SWEPT:      ' WS-SWEEP-COUNT
           DISPLAY ' SKIPPED (INACTIVE):  ' WS-SKIPPED-COUNT
           DISPLAY ' SKIPPED (NOT DUE):   ' WS-NOT-DUE-COUNT
           DISPLAY ' SKIPPED (ALREADY DONE THIS SWEEP): '
               WS-ALREADY-DONE-COUNT
           DISPLAY ' DEFERRED (CUTOFF):   ' WS-DEFERRED-COUNT
           DISPLAY ' ENDED IN ACCEPTANCE: ' WS-ACCEPT-COUNT
           DISPLAY ' REFUSED (LOCKED):    ' WS-LOCKED-COUNT
           DISPLAY ' ABORTED:             ' WS-ABORT-COUNT
                   ' - ALREADY DONE THIS SWEEP, SKIPPED'
               GO TO 9050-PRINT-ONE-SUBJECT-EXIT
           END-IF
           IF WS-SW-DUE-FLAG(WS-SW-IDX) = 'N'
               DISPLAY '   ' WS-SW-SUBJECT-CODE(WS-SW-IDX)
                   ' SKIPPED - NOT DUE TONIGHT'
               GO TO 9050-PRINT-ONE-SUBJECT-EXIT
           END-IF
           IF WS-SW-DEFERRED-FLAG(WS-SW-IDX) = 'Y'
               DISPLAY '   ' WS-SW-SUBJECT-CODE(WS-SW-IDX)
                   ' DEFERRED - SEE CUTOFF LIST BELOW'
               GO TO 9050-PRINT-ONE-SUBJECT-EXIT
           END-IF
           EVALUATE WS-SW-RETURN-CODE(WS-SW-IDX)
               WHEN 0
                   DISPLAY '   ' WS-SW-SUBJECT-CODE(WS-SW-IDX)
           EXIT
           .

       9060-PRINT-ONE-DEFERRAL.
           IF WS-SW-DEFERRED-FLAG(WS-SW-IDX) = 'Y'
               DISPLAY '   ' WS-SW-SUBJECT-CODE(WS-SW-IDX)
                   ' PRIORITY ' WS-SW-PRIORITY(WS-SW-IDX)
                   ' LAST RUN ' WS-SW-LAST-RUN-DATE(WS-SW-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 9900-ABORT-CONTROL-FILE - NO CONTROL-FILE MEANS NO SUBJECT     *
      *                           LIST, SO THERE IS NOTHING TO SWEEP.  *
