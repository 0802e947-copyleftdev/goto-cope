      *                        SM (SET SUBJECT MASTER),                *
      *                        VH (VIEW HEADLINES),                    *
      *                        AH (ADD HEADLINE),                      *
      *                        RH (REPLACE HEADLINE),                  *
      *                        VP (VIEW LOAD PROFILE),                 *
      *                        LP (SET LOAD PROFILE),                  *
      *                        AP (APPROVE PENDING CHANGE),            *
      *                        RJ (REJECT PENDING CHANGE)              *
      *   3-12   SUBJECT-CODE (VP/LP ALSO TAKE **DEFAULT)              *
      *   13-14  EXCUSE SEQUENCE NUMBER (AD/RP ONLY)                   *
      *   15-64  EXCUSE TEXT (AD/RP ONLY) OR                           *
      *   15-19  NEW MAX-CYCLES VALUE (MX ONLY, REDEFINES THE SAME     *
      *          0000000 = NOT SET)                                    *
      *   21-22  DEFAULT STARTING EXCUSE INDEX (00 = NOT SET)          *
      *   23-52  SUBJECT DESCRIPTION                                   *
      *   53     SWEEP RUN FREQUENCY - D (DAILY), W (WEEKLY) OR M      *
      *          (MONTHLY); BLANK LEAVES THE SCHEDULE AS IT IS         *
      *   54-55  RUN DAY - W: 01-07 (01 = MONDAY), M: 01-31 (PAST THE  *
      *          MONTH'S END MEANS ITS LAST DAY), D: IGNORED           *
      *   56-57  SWEEP PRIORITY (01 RUNS FIRST, 00 = NOT SET)          *
      *   AH/RH REDEFINE 13-74 AS:                                     *
      *   13-14  HEADLINE SEQUENCE NUMBER (RH ONLY - AH ASSIGNS THE    *
      *          SUBJECT'S NEXT FREE NUMBER ITSELF, SO EDITORS STOP    *
      *          HAND-PICKING HL-SEQUENCE-NBR)                         *
      *   15-74  HEADLINE TEXT (60 BYTES)                              *
      *   LP REDEFINES 13-44 AS (EACH WEIGHT 3 DIGITS + 2 IMPLIED      *
      *   DECIMALS):                                                   *
      *   13-17  STEP 1 WEIGHT                                         *
      *   18-22  STEP 2 WEIGHT                                         *
      *   23-27  HEADLINE WEIGHT, FRESH SUPPORTING EVIDENCE (Y)        *
      *   28-32  HEADLINE WEIGHT, STALE SUPPORTING EVIDENCE (S)        *
      *   33-37  HEADLINE WEIGHT, NO SUPPORTING EVIDENCE (N)           *
      *   38-42  EXCUSE WEIGHT                                         *
      *   43-44  ACCEPTANCE STREAK, CONSECUTIVE CYCLES (01-99)         *
      *   AP/RJ REDEFINE 13-17 AS:                                     *
      *   13-17  PENDING-CHANGE NUMBER (AS GIVEN WHEN IT WAS QUEUED,   *
      *          AND LISTED BY AIDINQRY AND AIDPNRPT)                  *
      *                                                                *
      * AD/RP/MX/SM/AH/RH/LP DO NOT UPDATE ANYTHING WHEN TYPED: THE    *
      * LINE IS FIELD-CHECKED AND QUEUED ON THE PENDING-CHANGE FILE    *
      * (CICS FILE AIDPEND).  A DIFFERENT OPERATOR'S AP APPLIES IT AND *
      * JOURNALS IT; RJ CLOSES IT UNAPPLIED.                           *
      *                                                                *
      * PLATFORM: IBM Z8                                               *
      *----------------------------------------------------------------*
      *                    BULK/VALIDATED ADDS BELONG TO THE AIDHLINT  *
      *                    BATCH INTAKE, WHICH ALSO CROSS-CHECKS       *
      *                    EVIDENCE-FILE - AH IS FOR THE ONE-OFF FIX.  *
      *   2026-10-14  CDD  ADDED VP (VIEW) AND LP (SET) FOR THE NEW    *
      *                    COGNITIVE-LOAD PROFILE FILE (CICS FILE      *
      *                    PROFFL) THAT NOW DRIVES AIDENY'S STEP,      *
      *                    HEADLINE, AND EXCUSE WEIGHTS AND ITS        *
      *                    ACCEPTANCE STREAK.  SUBJECT **DEFAULT       *
      *                    MAINTAINS THE SHOP-WIDE DEFAULT ROW.  LP    *
      *                    CREATES THE ROW IF THE SUBJECT HAS NONE AND *
      *                    JOURNALS LIKE SM, WITH THE PACKED WEIGHTS   *
      *                    AS THE BEFORE/AFTER IMAGES.                 *
      *   2026-10-14  CDD  TWO-PERSON APPROVAL.  AD/RP/MX/SM/AH/RH/LP  *
      *                    NOW ONLY QUEUE A PENDING-CHANGE ROW (NEW    *
      *                    CICS FILE AIDPEND, COPYBOOK PENDREC) AFTER  *
      *                    THE FIELD CHECKS, WHICH MOVE OUT OF THE     *
      *                    UPDATE PARAGRAPHS INTO 8400.  NEW AP        *
      *                    REPLAYS THE QUEUED LINE THROUGH THE         *
      *                    UNCHANGED UPDATE LOGIC AND JOURNALS IT      *
      *                    (JR-OPERATOR-ID IS THE APPROVER); NEW RJ    *
      *                    CLOSES IT UNAPPLIED.  NEITHER IS ALLOWED    *
      *                    TO THE OPERATOR WHO QUEUED THE CHANGE.  THE *
      *                    UPDATE PARAGRAPHS NO LONGER SEND - THEIR    *
      *                    RESULT LINE IS SENT BY THE CALLER, WITH THE *
      *                    PENDING NUMBER IN FRONT OF IT.              *
      *   2026-10-14  CDD  EVIDENCE IS NOW KEYED BY THE HEADLINE KEY   *
      *                    (CICS FILE EVIDFL, COPYBOOK EVIDREC), SO AN *
      *                    RH KEEPS THE HEADLINE'S EVIDENCE ATTACHED.  *
      *                    WHEN THE NEW WORDING DIFFERS FROM WHAT WAS  *
      *                    CERTIFIED, THE EVIDENCE ROW IS FLAGGED FOR  *
      *                    RE-CERTIFICATION (AIDENY TREATS IT AS STALE *
      *                    UNTIL AIDEVINT RE-CERTIFIES IT); RH BACK TO *
      *                    THE CERTIFIED WORDING CLEARS THE FLAG.      *
      *   2026-10-15  CDD  SM ALSO SETS THE SUBJECT'S SWEEP SCHEDULE   *
      *                    (COLS 53-57: FREQUENCY, RUN DAY, PRIORITY)  *
      *                    NOW CARRIED ON THE MASTER FOR AIDSWEEP.  A  *
      *                    BLANK FREQUENCY LEAVES THE SCHEDULE ALONE.  *
      *                    A ROW CREATED BY MX OR SM STARTS DAILY,     *
      *                    PRIORITY NOT SET, NEVER RUN.  THE JOURNAL   *
      *                    IMAGE CARRIES THE SCHEDULE AHEAD OF THE     *
      *                    (NOW SHORTER) DESCRIPTION.                  *
      *   2026-10-15  CDD  RH FLAGS THE EVIDENCE BEFORE JOURNALING, SO *
      *                    A JOURNAL-WRITE WARNING IS ADDED TO THE     *
      *                    EVIDENCE MESSAGE INSTEAD OF BEING           *
      *                    OVERWRITTEN BY IT.                          *
      *================================================================*

       ENVIRONMENT DIVISION.
               88  WI-ACTION-VIEW-HEADLINES VALUE 'VH'.
               88  WI-ACTION-ADD-HEADLINE   VALUE 'AH'.
               88  WI-ACTION-REPL-HEADLINE  VALUE 'RH'.
               88  WI-ACTION-VIEW-PROFILE   VALUE 'VP'.
               88  WI-ACTION-SET-PROFILE    VALUE 'LP'.
               88  WI-ACTION-APPROVE        VALUE 'AP'.
               88  WI-ACTION-REJECT         VALUE 'RJ'.
           05  WI-SUBJECT-CODE         PIC X(10).
           05  WI-SEQUENCE-NBR         PIC 9(02).
           05  WI-EXCUSE-TEXT          PIC X(50).
           05  WI-NEW-ACCEPT-LEVEL     PIC 9(05)V99.
           05  WI-NEW-START-IDX        PIC 9(02).
           05  WI-NEW-SUBJECT-DESC     PIC X(30).
           05  WI-NEW-RUN-FREQUENCY    PIC X(01).
           05  WI-NEW-RUN-DAY          PIC 9(02).
           05  WI-NEW-SWEEP-PRIORITY   PIC 9(02).
       01  WS-INPUT-HL-FIELDS REDEFINES WS-INPUT-LINE.
           05  FILLER                  PIC X(12).
           05  WI-HL-SEQUENCE-NBR      PIC 9(02).
           05  WI-HEADLINE-TEXT        PIC X(60).
       01  WS-INPUT-LP-FIELDS REDEFINES WS-INPUT-LINE.
           05  FILLER                  PIC X(12).
           05  WI-LP-VALUES.
               10  WI-LP-STEP1-WEIGHT      PIC 9(03)V99.
               10  WI-LP-STEP2-WEIGHT      PIC 9(03)V99.
               10  WI-LP-HDL-SUPP-WEIGHT   PIC 9(03)V99.
               10  WI-LP-HDL-STALE-WEIGHT  PIC 9(03)V99.
               10  WI-LP-HDL-UNSUP-WEIGHT  PIC 9(03)V99.
               10  WI-LP-EXCUSE-WEIGHT     PIC 9(03)V99.
               10  WI-LP-CROSSINGS-REQD    PIC 9(02).
       01  WS-INPUT-PD-FIELDS REDEFINES WS-INPUT-LINE.
           05  FILLER                  PIC X(12).
           05  WI-PEND-NBR             PIC 9(05).

       01  WS-OUTPUT-LINE              PIC X(80) VALUE SPACES.
       01  WS-RESP-CODE                PIC S9(8) COMP VALUE 0.
       01  WS-BEFORE-IMAGE             PIC X(50) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(50) VALUE SPACES.
       01  WS-MASTER-IMAGE             PIC X(50) VALUE SPACES.
       01  WS-PROFILE-IMAGE            PIC X(50) VALUE SPACES.
       01  WS-EDIT-STEP1               PIC ZZ9.99.
       01  WS-EDIT-STEP2               PIC ZZ9.99.
       01  WS-EDIT-HDL-SUPP            PIC ZZ9.99.
       01  WS-EDIT-HDL-STALE           PIC ZZ9.99.
       01  WS-EDIT-HDL-UNSUP           PIC ZZ9.99.
       01  WS-EDIT-EXCUSE              PIC ZZ9.99.
       01  WS-RESULT-WORK              PIC X(80) VALUE SPACES.
       01  WS-JOURNAL-RESP             PIC S9(8) COMP VALUE 0.
       01  WS-PEND-RESP                PIC S9(8) COMP VALUE 0.

      *--- TWO-PERSON APPROVAL WORK AREAS.                          ---*
       01  WS-INPUT-VALID-SW           PIC X(01) VALUE 'Y'.
           88  WS-INPUT-VALID              VALUE 'Y'.
       01  WS-PEND-READY-SW            PIC X(01) VALUE 'N'.
           88  WS-PEND-READY               VALUE 'Y'.
       01  WS-APPLY-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-APPLY-OK                 VALUE 'Y'.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-PEND-HIGH-NBR            PIC 9(05) VALUE 0.
       01  WS-PEND-NEXT-NBR            PIC 9(05) VALUE 0.
       01  WS-PEND-STATUS-NAME         PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
       COPY CTLREC.
       COPY JRNLREC.
       COPY HEADREC.
       COPY EVIDREC.
       COPY PRFREC.
       COPY PENDREC.
       COPY DFHAID.

       PROCEDURE DIVISION.
                   PERFORM 1000-VIEW-EXCUSES
                       THRU 1000-VIEW-EXCUSES-EXIT
               WHEN WI-ACTION-ADD
               WHEN WI-ACTION-REPLACE
               WHEN WI-ACTION-SET-MAX-CYCLES
               WHEN WI-ACTION-SET-MASTER
               WHEN WI-ACTION-ADD-HEADLINE
               WHEN WI-ACTION-REPL-HEADLINE
               WHEN WI-ACTION-SET-PROFILE
                   PERFORM 8100-QUEUE-PENDING-CHANGE
                       THRU 8100-QUEUE-PENDING-CHANGE-EXIT
               WHEN WI-ACTION-APPROVE
                   PERFORM 8200-APPROVE-PENDING-CHANGE
                       THRU 8200-APPROVE-PENDING-CHANGE-EXIT
               WHEN WI-ACTION-REJECT
                   PERFORM 8300-REJECT-PENDING-CHANGE
                       THRU 8300-REJECT-PENDING-CHANGE-EXIT
               WHEN WI-ACTION-VIEW-HEADLINES
                   PERFORM 6000-VIEW-HEADLINES
                       THRU 6000-VIEW-HEADLINES-EXIT
               WHEN WI-ACTION-VIEW-PROFILE
                   PERFORM 7500-VIEW-LOAD-PROFILE
                       THRU 7500-VIEW-LOAD-PROFILE-EXIT
               WHEN OTHER
                   MOVE 'AIDMAINT: UNKNOWN ACTION CODE.' TO
                       WS-OUTPUT-LINE
      *                   SEQUENCE PAIR IS THE KEY SO A DUPLICATE      *
      *                   SEQUENCE NUMBER FAILS RATHER THAN SILENTLY   *
      *                   OVERWRITING - USE RP TO REPLACE ON PURPOSE.  *
      *                   REACHED ONLY THROUGH AN APPROVED AP.         *
      *----------------------------------------------------------------*
       2000-ADD-EXCUSE.
           MOVE WI-SUBJECT-CODE TO EX-SUBJECT-CODE

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: EXCUSE ADDED.' TO WS-OUTPUT-LINE
               MOVE 'Y' TO WS-APPLY-OK-SW
               MOVE SPACES         TO WS-BEFORE-IMAGE
               MOVE WI-EXCUSE-TEXT TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-JOURNAL
                   MOVE 'AIDMAINT: ADD FAILED.' TO WS-OUTPUT-LINE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: EXCUSE NOT FOUND - USE AD TO ADD.' TO
                   WS-OUTPUT-LINE
               GO TO 3000-REPLACE-EXCUSE-EXIT
           END-IF


           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: EXCUSE REPLACED.' TO WS-OUTPUT-LINE
               MOVE 'Y' TO WS-APPLY-OK-SW
               MOVE WI-EXCUSE-TEXT TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-JOURNAL
           ELSE
               MOVE 'AIDMAINT: REPLACE FAILED.' TO WS-OUTPUT-LINE
           END-IF
           .
       3000-REPLACE-EXCUSE-EXIT.
           EXIT
               MOVE 'A'    TO CT-STATUS-FLAG
               MOVE 0      TO CT-DEFAULT-ACCEPT-LEVEL
               MOVE 0      TO CT-DEFAULT-START-IDX
               MOVE 'D'    TO CT-RUN-FREQUENCY
               MOVE 0      TO CT-RUN-DAY
               MOVE 0      TO CT-SWEEP-PRIORITY
               MOVE '00000000' TO CT-LAST-RUN-DATE
               EXEC CICS
                   WRITE FILE('AIDCTL')
                         FROM(CONTROL-RECORD)

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: MAX-CYCLES UPDATED.' TO WS-OUTPUT-LINE
               MOVE 'Y' TO WS-APPLY-OK-SW
               MOVE WI-NEW-MAX-CYCLES TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-JOURNAL
           ELSE
               MOVE 'AIDMAINT: MAX-CYCLES UPDATE FAILED.' TO
                   WS-OUTPUT-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      *                           THE EXISTING MAX-CYCLES IS NEVER     *
      *                           TOUCHED HERE.  JOURNALED LIKE MX,    *
      *                           WITH A PACKED STATUS/DEFAULTS        *
      *                           BEFORE/AFTER IMAGE.  THE A/I STATUS  *
      *                           CHECK IS MADE WHEN THE CHANGE IS     *
      *                           QUEUED (8400).                       *
      *----------------------------------------------------------------*
       5000-SET-SUBJECT-MASTER.
           MOVE WI-SUBJECT-CODE TO CT-SUBJECT-CODE

           EXEC CICS
           ELSE
               MOVE '(NEW RECORD)' TO WS-BEFORE-IMAGE
               MOVE 0 TO CT-DEFAULT-MAX-CYCLES
               MOVE 'D' TO CT-RUN-FREQUENCY
               MOVE 0   TO CT-RUN-DAY
               MOVE 0   TO CT-SWEEP-PRIORITY
               MOVE '00000000' TO CT-LAST-RUN-DATE
               PERFORM 5400-APPLY-MASTER-INPUT
               EXEC CICS
                   WRITE FILE('AIDCTL')
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: SUBJECT MASTER UPDATED.' TO
                   WS-OUTPUT-LINE
               MOVE 'Y' TO WS-APPLY-OK-SW
               PERFORM 5500-BUILD-MASTER-IMAGE
               MOVE WS-MASTER-IMAGE TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-JOURNAL
               MOVE 'AIDMAINT: SUBJECT MASTER UPDATE FAILED.' TO
                   WS-OUTPUT-LINE
           END-IF
           .
       5000-SET-SUBJECT-MASTER-EXIT.
           EXIT
           MOVE WI-NEW-ACCEPT-LEVEL TO CT-DEFAULT-ACCEPT-LEVEL
           MOVE WI-NEW-START-IDX    TO CT-DEFAULT-START-IDX
           MOVE WI-NEW-SUBJECT-DESC TO CT-SUBJECT-DESC
           IF WI-NEW-RUN-FREQUENCY NOT = SPACE
               MOVE WI-NEW-RUN-FREQUENCY  TO CT-RUN-FREQUENCY
               MOVE WI-NEW-SWEEP-PRIORITY TO CT-SWEEP-PRIORITY
               IF WI-NEW-RUN-FREQUENCY = 'D'
                   MOVE 0 TO CT-RUN-DAY
               ELSE
                   MOVE WI-NEW-RUN-DAY TO CT-RUN-DAY
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
           STRING 'ST=' CT-STATUS-FLAG
                  ' LVL=' CT-DEFAULT-ACCEPT-LEVEL
                  ' IDX=' CT-DEFAULT-START-IDX
                  ' RUN=' CT-RUN-FREQUENCY CT-RUN-DAY
                  ' PR=' CT-SWEEP-PRIORITY
                  ' ' CT-SUBJECT-DESC
                  DELIMITED BY SIZE INTO WS-MASTER-IMAGE
           .
      *                     COLLIDE OR LEAVE GAPS ON PURPOSE.  NOTE    *
      *                     AH DOES NOT CROSS-CHECK EVIDENCE-FILE -    *
      *                     THAT IS THE AIDHLINT BATCH INTAKE'S JOB;   *
      *                     AH IS THE ONE-OFF OPERATOR FIX.  THE       *
      *                     NUMBER IS ASSIGNED WHEN THE AH IS          *
      *                     APPROVED, NOT WHEN IT IS QUEUED; THE       *
      *                     BLANK-TEXT CHECK IS MADE AT QUEUE TIME.    *
      *----------------------------------------------------------------*
       6500-ADD-HEADLINE.
           PERFORM 6600-FIND-HIGH-SEQUENCE

           IF WS-HL-HIGH-SEQ >= 99
               MOVE 'AIDMAINT: SEQUENCE NUMBERS EXHAUSTED.' TO
                   WS-OUTPUT-LINE
               GO TO 6500-ADD-HEADLINE-EXIT
           END-IF
           ADD 1 WS-HL-HIGH-SEQ GIVING WS-HL-NEXT-SEQ
               STRING 'AIDMAINT: HEADLINE ADDED AS SEQ '
                      WS-HL-NEXT-SEQ '.'
                      DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               MOVE 'Y' TO WS-APPLY-OK-SW
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE WI-HEADLINE-TEXT(1:50) TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-JOURNAL
               MOVE 'AIDMAINT: HEADLINE ADD FAILED.' TO
                   WS-OUTPUT-LINE
           END-IF
           .
       6500-ADD-HEADLINE-EXIT.
           EXIT
      *----------------------------------------------------------------*
      * 7000-REPLACE-HEADLINE - READ FOR UPDATE, THEN REWRITE THE      *
      *                         EXISTING ROW WITH NEW HEADLINE TEXT.   *
      *                         THE EVIDENCE ROW SHARES THE HEADLINE   *
      *                         KEY, SO IT STAYS ATTACHED; 7050 FLAGS  *
      *                         IT FOR RE-CERTIFICATION WHEN THE NEW   *
      *                         WORDING IS NOT WHAT WAS CERTIFIED.     *
      *----------------------------------------------------------------*
       7000-REPLACE-HEADLINE.
           MOVE WI-SUBJECT-CODE  TO HL-SUBJECT-CODE
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: HEADLINE NOT FOUND - USE AH TO ADD.'
                   TO WS-OUTPUT-LINE
               GO TO 7000-REPLACE-HEADLINE-EXIT
           END-IF


           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: HEADLINE REPLACED.' TO WS-OUTPUT-LINE
               MOVE 'Y' TO WS-APPLY-OK-SW
               MOVE WI-HEADLINE-TEXT(1:50) TO WS-AFTER-IMAGE
               PERFORM 7050-FLAG-EVIDENCE-RECERT
               PERFORM 8000-WRITE-JOURNAL
           ELSE
               MOVE 'AIDMAINT: HEADLINE REPLACE FAILED.' TO
                   WS-OUTPUT-LINE
           END-IF
           .
       7000-REPLACE-HEADLINE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 7050-FLAG-EVIDENCE-RECERT - THE HEADLINE'S EVIDENCE ROW, IF IT *
      *                             HAS ONE, WAS CERTIFIED AGAINST     *
      *                             EV-HEADLINE-TEXT.  NEW WORDING     *
      *                             THAT DIFFERS SETS THE RE-CERT      *
      *                             FLAG; WORDING PUT BACK TO WHAT WAS *
      *                             CERTIFIED CLEARS IT.  NO EVIDENCE  *
      *                             ROW, NOTHING TO DO.                *
      *----------------------------------------------------------------*
       7050-FLAG-EVIDENCE-RECERT.
           MOVE HL-FILE-KEY TO EV-FILE-KEY

           EXEC CICS
               READ FILE('EVIDFL')
                    INTO(EVIDENCE-RECORD)
                    RIDFLD(EV-FILE-KEY)
                    UPDATE
                    RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF EV-HEADLINE-TEXT = HL-HEADLINE-TEXT
                   MOVE 'N' TO EV-RECERT-FLAG
                   MOVE 'AIDMAINT: HEADLINE REPLACED, EVIDENCE OK.'
                       TO WS-OUTPUT-LINE
               ELSE
                   MOVE 'Y' TO EV-RECERT-FLAG
                   MOVE 'AIDMAINT: HEADLINE REPLACED, RE-CERT DUE.'
                       TO WS-OUTPUT-LINE
               END-IF
               EXEC CICS
                   REWRITE FILE('EVIDFL')
                           FROM(EVIDENCE-RECORD)
                           RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'AIDMAINT: HEADLINE REPLACED, EVIDFL FAILED.'
                       TO WS-OUTPUT-LINE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 7500-VIEW-LOAD-PROFILE - SHOW THE COGNITIVE-LOAD PROFILE THE   *
      *                          SUBJECT RUNS ON.  A SUBJECT WITH NO   *
      *                          ROW OF ITS OWN RUNS ON **DEFAULT, SO  *
      *                          THAT ROW IS SHOWN INSTEAD, BEHIND A   *
      *                          LINE SAYING SO; NO DEFAULT ROW EITHER *
      *                          MEANS AIDENY'S COMPILED CURVE.        *
      *----------------------------------------------------------------*
       7500-VIEW-LOAD-PROFILE.
           MOVE WI-SUBJECT-CODE TO LP-PROFILE-KEY

           EXEC CICS
               READ FILE('PROFFL')
                    INTO(LOAD-PROFILE-RECORD)
                    RIDFLD(LP-PROFILE-KEY)
                    RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 7800-FORMAT-PROFILE-LINE
               PERFORM 9000-SEND-RESPONSE
               GO TO 7500-VIEW-LOAD-PROFILE-EXIT
           END-IF

           MOVE '**DEFAULT' TO LP-PROFILE-KEY

           EXEC CICS
               READ FILE('PROFFL')
                    INTO(LOAD-PROFILE-RECORD)
                    RIDFLD(LP-PROFILE-KEY)
                    RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: NO ROW FOR SUBJECT - **DEFAULT APPLIES:'
                   TO WS-OUTPUT-LINE
               PERFORM 9000-SEND-RESPONSE
               PERFORM 7800-FORMAT-PROFILE-LINE
           ELSE
               MOVE 'AIDMAINT: NO PROFILE ON FILE - COMPILED CURVE.'
                   TO WS-OUTPUT-LINE
           END-IF
           PERFORM 9000-SEND-RESPONSE
           .
       7500-VIEW-LOAD-PROFILE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 7600-SET-LOAD-PROFILE - SET (OR CREATE) A SUBJECT'S COGNITIVE- *
      *                         LOAD PROFILE ROW, OR THE **DEFAULT     *
      *                         ROW.  THE WEIGHTS AND STREAK WERE      *
      *                         CHECKED WHEN THE CHANGE WAS QUEUED     *
      *                         (8400).  JOURNALED LIKE SM, WITH THE   *
      *                         PACKED WEIGHTS AS THE BEFORE/AFTER     *
      *                         IMAGE.                                 *
      *----------------------------------------------------------------*
       7600-SET-LOAD-PROFILE.
           MOVE WI-SUBJECT-CODE TO LP-PROFILE-KEY

           EXEC CICS
               READ FILE('PROFFL')
                    INTO(LOAD-PROFILE-RECORD)
                    RIDFLD(LP-PROFILE-KEY)
                    UPDATE
                    RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 7700-BUILD-PROFILE-IMAGE
               MOVE WS-PROFILE-IMAGE TO WS-BEFORE-IMAGE
               PERFORM 7650-APPLY-PROFILE-INPUT
               EXEC CICS
                   REWRITE FILE('PROFFL')
                           FROM(LOAD-PROFILE-RECORD)
                           RESP(WS-RESP-CODE)
               END-EXEC
           ELSE
               MOVE '(NEW RECORD)' TO WS-BEFORE-IMAGE
               PERFORM 7650-APPLY-PROFILE-INPUT
               EXEC CICS
                   WRITE FILE('PROFFL')
                         FROM(LOAD-PROFILE-RECORD)
                         RIDFLD(LP-PROFILE-KEY)
                         RESP(WS-RESP-CODE)
               END-EXEC
           END-IF

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: LOAD PROFILE UPDATED.' TO WS-OUTPUT-LINE
               MOVE 'Y' TO WS-APPLY-OK-SW
               PERFORM 7700-BUILD-PROFILE-IMAGE
               MOVE WS-PROFILE-IMAGE TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-JOURNAL
           ELSE
               MOVE 'AIDMAINT: LOAD PROFILE UPDATE FAILED.' TO
                   WS-OUTPUT-LINE
           END-IF
           .
       7600-SET-LOAD-PROFILE-EXIT.
           EXIT
           .

       7650-APPLY-PROFILE-INPUT.
           MOVE WI-LP-STEP1-WEIGHT     TO LP-STEP1-WEIGHT
           MOVE WI-LP-STEP2-WEIGHT     TO LP-STEP2-WEIGHT
           MOVE WI-LP-HDL-SUPP-WEIGHT  TO LP-HDL-SUPPORTED-WEIGHT
           MOVE WI-LP-HDL-STALE-WEIGHT TO LP-HDL-STALE-WEIGHT
           MOVE WI-LP-HDL-UNSUP-WEIGHT TO LP-HDL-UNSUPPORTED-WEIGHT
           MOVE WI-LP-EXCUSE-WEIGHT    TO LP-EXCUSE-WEIGHT
           MOVE WI-LP-CROSSINGS-REQD   TO LP-CROSSINGS-REQD
           .

      *----------------------------------------------------------------*
      * 7700-BUILD-PROFILE-IMAGE - PACK THE PROFILE'S SIX WEIGHTS AND  *
      *                            STREAK INTO ONE 50-BYTE JOURNAL     *
      *                            IMAGE: S1/S2/HY/HS/HN/EX DIGITS     *
      *                            (2 IMPLIED DECIMALS) THEN ST=NN.    *
      *----------------------------------------------------------------*
       7700-BUILD-PROFILE-IMAGE.
           MOVE SPACES TO WS-PROFILE-IMAGE
           STRING LP-STEP1-WEIGHT '/'
                  LP-STEP2-WEIGHT '/'
                  LP-HDL-SUPPORTED-WEIGHT '/'
                  LP-HDL-STALE-WEIGHT '/'
                  LP-HDL-UNSUPPORTED-WEIGHT '/'
                  LP-EXCUSE-WEIGHT
                  ' ST=' LP-CROSSINGS-REQD
                  DELIMITED BY SIZE INTO WS-PROFILE-IMAGE
           .

      *----------------------------------------------------------------*
      * 7800-FORMAT-PROFILE-LINE - ONE READABLE LINE FOR THE PROFILE   *
      *                            ROW IN THE RECORD AREA.             *
      *----------------------------------------------------------------*
       7800-FORMAT-PROFILE-LINE.
           MOVE LP-STEP1-WEIGHT           TO WS-EDIT-STEP1
           MOVE LP-STEP2-WEIGHT           TO WS-EDIT-STEP2
           MOVE LP-HDL-SUPPORTED-WEIGHT   TO WS-EDIT-HDL-SUPP
           MOVE LP-HDL-STALE-WEIGHT       TO WS-EDIT-HDL-STALE
           MOVE LP-HDL-UNSUPPORTED-WEIGHT TO WS-EDIT-HDL-UNSUP
           MOVE LP-EXCUSE-WEIGHT          TO WS-EDIT-EXCUSE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING LP-PROFILE-KEY
                  ' S1' WS-EDIT-STEP1
                  ' S2' WS-EDIT-STEP2
                  ' HY' WS-EDIT-HDL-SUPP
                  ' HS' WS-EDIT-HDL-STALE
                  ' HN' WS-EDIT-HDL-UNSUP
                  ' EX' WS-EDIT-EXCUSE
                  ' ST' LP-CROSSINGS-REQD
                  DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           .

      *----------------------------------------------------------------*
      * 8000-WRITE-JOURNAL - ONE CHANGE-JOURNAL ROW FOR THE UPDATE     *
      *                      THAT JUST SUCCEEDED.  THE CALLER HAS      *
           EVALUATE TRUE
               WHEN WI-ACTION-SET-MAX-CYCLES
               WHEN WI-ACTION-SET-MASTER
               WHEN WI-ACTION-SET-PROFILE
                   MOVE SPACES           TO JR-SEQUENCE-NBR
               WHEN WI-ACTION-ADD-HEADLINE
                   MOVE WS-HL-NEXT-SEQ   TO JR-SEQUENCE-NBR
           END-IF
           .

      *----------------------------------------------------------------*
      * 8100-QUEUE-PENDING-CHANGE - AN UPDATE ACTION AS TYPED.  THE    *
      *                             LINE IS FIELD-CHECKED, GIVEN THE   *
      *                             SUBJECT'S NEXT PENDING NUMBER, AND *
      *                             HELD ON AIDPEND FOR A SECOND       *
      *                             OPERATOR.  NOTHING ELSE IS         *
      *                             TOUCHED AND NOTHING IS JOURNALED   *
      *                             UNTIL THAT OPERATOR APPROVES IT.   *
      *----------------------------------------------------------------*
       8100-QUEUE-PENDING-CHANGE.
           PERFORM 8400-VALIDATE-CHANGE-INPUT
           IF NOT WS-INPUT-VALID
               PERFORM 9000-SEND-RESPONSE
               GO TO 8100-QUEUE-PENDING-CHANGE-EXIT
           END-IF

           PERFORM 8150-FIND-HIGH-PEND-NBR

           IF WS-PEND-HIGH-NBR >= 99999
               MOVE 'AIDMAINT: PENDING NUMBERS EXHAUSTED.' TO
                   WS-OUTPUT-LINE
               PERFORM 9000-SEND-RESPONSE
               GO TO 8100-QUEUE-PENDING-CHANGE-EXIT
           END-IF
           ADD 1 WS-PEND-HIGH-NBR GIVING WS-PEND-NEXT-NBR

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WI-SUBJECT-CODE  TO PD-SUBJECT-CODE
           MOVE WS-PEND-NEXT-NBR TO PD-PEND-NBR
           MOVE 'P'              TO PD-STATUS-FLAG
           MOVE WI-ACTION-CODE   TO PD-ACTION-CODE
           MOVE WS-CURRENT-DATE  TO PD-REQ-DATE
           MOVE WS-CURRENT-TIME  TO PD-REQ-TIME
           MOVE EIBTRMID         TO PD-REQ-TERMINAL
           EXEC CICS
               ASSIGN USERID(PD-REQ-OPERATOR)
           END-EXEC
           MOVE SPACES           TO PD-ACTED-ON
           MOVE WS-INPUT-LINE    TO PD-INPUT-LINE

           EXEC CICS
               WRITE FILE('AIDPEND')
                     FROM(PENDING-CHANGE-RECORD)
                     RIDFLD(PD-FILE-KEY)
                     RESP(WS-RESP-CODE)
           END-EXEC

           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               STRING 'AIDMAINT: QUEUED AS PENDING ' WS-PEND-NEXT-NBR
                      ' - NEEDS AP FROM ANOTHER OPERATOR.'
                      DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           ELSE
               IF WS-RESP-CODE = DFHRESP(DUPREC)
                   MOVE 'AIDMAINT: PENDING NUMBER TAKEN - RESUBMIT.'
                       TO WS-OUTPUT-LINE
               ELSE
                   MOVE 'AIDMAINT: QUEUE FAILED - NOTHING CHANGED.'
                       TO WS-OUTPUT-LINE
               END-IF
           END-IF
           PERFORM 9000-SEND-RESPONSE
           .
       8100-QUEUE-PENDING-CHANGE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 8150-FIND-HIGH-PEND-NBR - BROWSE THE SUBJECT'S PENDING-CHANGE  *
      *                           ROWS (OPEN OR CLOSED) FOR THE        *
      *                           HIGHEST NUMBER IN USE, AS 6600 DOES  *
      *                           FOR HEADLINES.  NO ROWS LEAVES IT AT *
      *                           ZERO, SO THE FIRST CHANGE IS 00001.  *
      *----------------------------------------------------------------*
       8150-FIND-HIGH-PEND-NBR.
           MOVE 0 TO WS-PEND-HIGH-NBR
           MOVE WI-SUBJECT-CODE TO PD-SUBJECT-CODE
           MOVE 0 TO PD-PEND-NBR

           EXEC CICS
               STARTBR FILE('AIDPEND')
                       RIDFLD(PD-FILE-KEY)
                       GTEQ
                       RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 8160-NOTE-NEXT-PEND-NBR
                   UNTIL PD-SUBJECT-CODE NOT = WI-SUBJECT-CODE
                      OR WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS
                   ENDBR FILE('AIDPEND')
               END-EXEC
           END-IF
           .

       8160-NOTE-NEXT-PEND-NBR.
           EXEC CICS
               READNEXT FILE('AIDPEND')
                        INTO(PENDING-CHANGE-RECORD)
                        RIDFLD(PD-FILE-KEY)
                        RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               AND PD-SUBJECT-CODE = WI-SUBJECT-CODE
               IF PD-PEND-NBR > WS-PEND-HIGH-NBR
                   MOVE PD-PEND-NBR TO WS-PEND-HIGH-NBR
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 8200-APPROVE-PENDING-CHANGE - AP.  THE QUEUED LINE IS PUT BACK *
      *                               IN THE INPUT AREA AND RUN        *
      *                               THROUGH THE SAME UPDATE          *
      *                               PARAGRAPH A DIRECT ACTION USED,  *
      *                               WHICH JOURNALS IT UNDER ITS OWN  *
      *                               ACTION CODE WITH THE APPROVER AS *
      *                               OPERATOR.  ONLY A SUCCESSFUL     *
      *                               UPDATE CLOSES THE ROW; A FAILED  *
      *                               ONE (RP OF A ROW SINCE REMOVED,  *
      *                               AD OF A SEQUENCE SINCE USED)     *
      *                               LEAVES IT PENDING, UNCHANGED.    *
      *----------------------------------------------------------------*
       8200-APPROVE-PENDING-CHANGE.
           PERFORM 8350-READ-PENDING-FOR-UPDATE
               THRU 8350-READ-PENDING-FOR-UPDATE-EXIT
           IF NOT WS-PEND-READY
               PERFORM 9000-SEND-RESPONSE
               GO TO 8200-APPROVE-PENDING-CHANGE-EXIT
           END-IF

           MOVE PD-INPUT-LINE TO WS-INPUT-LINE
           MOVE 'N' TO WS-APPLY-OK-SW
           EVALUATE TRUE
               WHEN WI-ACTION-ADD
                   PERFORM 2000-ADD-EXCUSE
               WHEN WI-ACTION-REPLACE
                   PERFORM 3000-REPLACE-EXCUSE
                       THRU 3000-REPLACE-EXCUSE-EXIT
               WHEN WI-ACTION-SET-MAX-CYCLES
                   PERFORM 4000-SET-MAX-CYCLES
               WHEN WI-ACTION-SET-MASTER
                   PERFORM 5000-SET-SUBJECT-MASTER
                       THRU 5000-SET-SUBJECT-MASTER-EXIT
               WHEN WI-ACTION-ADD-HEADLINE
                   PERFORM 6500-ADD-HEADLINE
                       THRU 6500-ADD-HEADLINE-EXIT
               WHEN WI-ACTION-REPL-HEADLINE
                   PERFORM 7000-REPLACE-HEADLINE
                       THRU 7000-REPLACE-HEADLINE-EXIT
               WHEN WI-ACTION-SET-PROFILE
                   PERFORM 7600-SET-LOAD-PROFILE
                       THRU 7600-SET-LOAD-PROFILE-EXIT
               WHEN OTHER
                   MOVE 'AIDMAINT: QUEUED ACTION CODE NOT RECOGNIZED.'
                       TO WS-OUTPUT-LINE
           END-EVALUATE

           MOVE WS-OUTPUT-LINE TO WS-RESULT-WORK
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-APPLY-OK
               MOVE 'A' TO PD-STATUS-FLAG
               PERFORM 8450-STAMP-PENDING-ACTION
               EXEC CICS
                   REWRITE FILE('AIDPEND')
                           FROM(PENDING-CHANGE-RECORD)
                           RESP(WS-PEND-RESP)
               END-EXEC
               IF WS-PEND-RESP = DFHRESP(NORMAL)
                   STRING 'AIDMAINT: AP ' PD-PEND-NBR ': '
                          WS-RESULT-WORK(11:60)
                          DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               ELSE
                   STRING 'AIDMAINT: AP ' PD-PEND-NBR
                          ': APPLIED, BUT PENDING ROW NOT CLOSED.'
                          DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-IF
           ELSE
               EXEC CICS
                   UNLOCK FILE('AIDPEND')
               END-EXEC
               STRING 'AIDMAINT: AP ' PD-PEND-NBR ': '
                      WS-RESULT-WORK(11:60) DELIMITED BY '  '
                      ' STILL PENDING.' DELIMITED BY SIZE
                      INTO WS-OUTPUT-LINE
           END-IF
           PERFORM 9000-SEND-RESPONSE
           .
       8200-APPROVE-PENDING-CHANGE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 8300-REJECT-PENDING-CHANGE - RJ.  CLOSES THE ROW UNAPPLIED.    *
      *                              NOTHING IS JOURNALED - NOTHING    *
      *                              CHANGED - BUT THE ROW KEEPS WHO   *
      *                              REJECTED IT AND WHEN.             *
      *----------------------------------------------------------------*
       8300-REJECT-PENDING-CHANGE.
           PERFORM 8350-READ-PENDING-FOR-UPDATE
               THRU 8350-READ-PENDING-FOR-UPDATE-EXIT
           IF NOT WS-PEND-READY
               PERFORM 9000-SEND-RESPONSE
               GO TO 8300-REJECT-PENDING-CHANGE-EXIT
           END-IF

           MOVE 'R' TO PD-STATUS-FLAG
           PERFORM 8450-STAMP-PENDING-ACTION
           EXEC CICS
               REWRITE FILE('AIDPEND')
                       FROM(PENDING-CHANGE-RECORD)
                       RESP(WS-PEND-RESP)
           END-EXEC

           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-PEND-RESP = DFHRESP(NORMAL)
               STRING 'AIDMAINT: PENDING ' PD-PEND-NBR
                      ' REJECTED - NOT APPLIED.'
                      DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           ELSE
               MOVE 'AIDMAINT: REJECT FAILED - STILL PENDING.' TO
                   WS-OUTPUT-LINE
           END-IF
           PERFORM 9000-SEND-RESPONSE
           .
       8300-REJECT-PENDING-CHANGE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 8350-READ-PENDING-FOR-UPDATE - AP/RJ COMMON FRONT END.  THE    *
      *                                ROW MUST EXIST, STILL BE OPEN,  *
      *                                AND HAVE BEEN QUEUED BY SOMEONE *
      *                                ELSE - THE WHOLE POINT IS A     *
      *                                SECOND PAIR OF EYES, SO THE     *
      *                                REQUESTER CAN NEITHER APPROVE   *
      *                                NOR WITHDRAW IT.  ON ANY        *
      *                                REFUSAL THE RECORD LOCK IS      *
      *                                RELEASED AND THE REASON LEFT IN *
      *                                THE OUTPUT LINE.                *
      *----------------------------------------------------------------*
       8350-READ-PENDING-FOR-UPDATE.
           MOVE 'N' TO WS-PEND-READY-SW
           IF WI-PEND-NBR IS NOT NUMERIC
               MOVE 'AIDMAINT: PENDING NUMBER (COLS 13-17) NOT NUMERIC.'
                   TO WS-OUTPUT-LINE
               GO TO 8350-READ-PENDING-FOR-UPDATE-EXIT
           END-IF

           MOVE WI-SUBJECT-CODE TO PD-SUBJECT-CODE
           MOVE WI-PEND-NBR     TO PD-PEND-NBR

           EXEC CICS
               READ FILE('AIDPEND')
                    INTO(PENDING-CHANGE-RECORD)
                    RIDFLD(PD-FILE-KEY)
                    UPDATE
                    RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'AIDMAINT: NO SUCH PENDING CHANGE FOR SUBJECT.' TO
                   WS-OUTPUT-LINE
               GO TO 8350-READ-PENDING-FOR-UPDATE-EXIT
           END-IF

           IF NOT PD-STATUS-PENDING
               EVALUATE TRUE
                   WHEN PD-STATUS-APPROVED
                       MOVE 'APPROVED' TO WS-PEND-STATUS-NAME
                   WHEN PD-STATUS-REJECTED
                       MOVE 'REJECTED' TO WS-PEND-STATUS-NAME
                   WHEN PD-STATUS-EXPIRED
                       MOVE 'EXPIRED'  TO WS-PEND-STATUS-NAME
                   WHEN OTHER
                       MOVE 'CLOSED'   TO WS-PEND-STATUS-NAME
               END-EVALUATE
               EXEC CICS
                   UNLOCK FILE('AIDPEND')
               END-EXEC
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'AIDMAINT: PENDING ' PD-PEND-NBR
                      ' IS ALREADY ' WS-PEND-STATUS-NAME
                      DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               GO TO 8350-READ-PENDING-FOR-UPDATE-EXIT
           END-IF

           EXEC CICS
               ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
           IF WS-OPERATOR-ID = PD-REQ-OPERATOR
               EXEC CICS
                   UNLOCK FILE('AIDPEND')
               END-EXEC
               MOVE 'AIDMAINT: YOU QUEUED IT - ANOTHER OPERATOR MUST.'
                   TO WS-OUTPUT-LINE
               GO TO 8350-READ-PENDING-FOR-UPDATE-EXIT
           END-IF

           MOVE 'Y' TO WS-PEND-READY-SW
           .
       8350-READ-PENDING-FOR-UPDATE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 8400-VALIDATE-CHANGE-INPUT - FIELD CHECKS ON AN UPDATE LINE    *
      *                              BEFORE IT IS QUEUED, SO A SECOND  *
      *                              OPERATOR IS NEVER ASKED TO        *
      *                              APPROVE SOMETHING THAT CANNOT BE  *
      *                              APPLIED: SM STATUS MUST BE A OR   *
      *                              I AND ANY SCHEDULE GIVEN MUST BE  *
      *                              COMPLETE (8410); AH TEXT MUST NOT *
      *                              BE BLANK; LP WEIGHTS MUST BE      *
      *                              NUMERIC AND THE STREAK AT LEAST   *
      *                              01 (A ZERO STREAK WOULD BE        *
      *                              IGNORED BY AIDENY, SO IT IS       *
      *                              REFUSED RATHER THAN STORED AS A   *
      *                              SETTING THAT DOES NOTHING).       *
      *----------------------------------------------------------------*
       8400-VALIDATE-CHANGE-INPUT.
           MOVE 'Y' TO WS-INPUT-VALID-SW
           EVALUATE TRUE
               WHEN WI-ACTION-SET-MASTER
                   IF WI-NEW-STATUS-FLAG NOT = 'A'
                           AND WI-NEW-STATUS-FLAG NOT = 'I'
                       MOVE 'AIDMAINT: MASTER STATUS MUST BE A OR I.'
                           TO WS-OUTPUT-LINE
                       MOVE 'N' TO WS-INPUT-VALID-SW
                   END-IF
               WHEN WI-ACTION-ADD-HEADLINE
                   IF WI-HEADLINE-TEXT = SPACES
                       MOVE 'AIDMAINT: HEADLINE TEXT IS BLANK.' TO
                           WS-OUTPUT-LINE
                       MOVE 'N' TO WS-INPUT-VALID-SW
                   END-IF
               WHEN WI-ACTION-SET-PROFILE
                       AND WI-LP-VALUES IS NOT NUMERIC
                   MOVE 'AIDMAINT: PROFILE WEIGHTS MUST BE NUMERIC.'
                       TO WS-OUTPUT-LINE
                   MOVE 'N' TO WS-INPUT-VALID-SW
               WHEN WI-ACTION-SET-PROFILE
                       AND WI-LP-CROSSINGS-REQD = 0
                   MOVE 'AIDMAINT: ACCEPTANCE STREAK MUST BE 01-99.'
                       TO WS-OUTPUT-LINE
                   MOVE 'N' TO WS-INPUT-VALID-SW
           END-EVALUATE
           IF WS-INPUT-VALID AND WI-ACTION-SET-MASTER
                   AND WI-NEW-RUN-FREQUENCY NOT = SPACE
               PERFORM 8410-VALIDATE-SCHEDULE
           END-IF
           .

      *--- SM SCHEDULE: FREQUENCY D/W/M, PRIORITY NUMERIC, AND A    ---*
      *--- RUN DAY THAT FITS THE FREQUENCY (NOT CHECKED FOR D).     ---*
       8410-VALIDATE-SCHEDULE.
           EVALUATE TRUE
               WHEN WI-NEW-RUN-FREQUENCY NOT = 'D'
                       AND WI-NEW-RUN-FREQUENCY NOT = 'W'
                       AND WI-NEW-RUN-FREQUENCY NOT = 'M'
                   MOVE 'AIDMAINT: RUN FREQUENCY MUST BE D, W OR M.'
                       TO WS-OUTPUT-LINE
                   MOVE 'N' TO WS-INPUT-VALID-SW
               WHEN WI-NEW-SWEEP-PRIORITY IS NOT NUMERIC
                   MOVE 'AIDMAINT: SWEEP PRIORITY MUST BE 00-99.'
                       TO WS-OUTPUT-LINE
                   MOVE 'N' TO WS-INPUT-VALID-SW
               WHEN WI-NEW-RUN-FREQUENCY = 'D'
                   CONTINUE
               WHEN WI-NEW-RUN-DAY IS NOT NUMERIC
                   MOVE 'AIDMAINT: RUN DAY MUST BE NUMERIC.'
                       TO WS-OUTPUT-LINE
                   MOVE 'N' TO WS-INPUT-VALID-SW
               WHEN WI-NEW-RUN-FREQUENCY = 'W'
                       AND (WI-NEW-RUN-DAY < 1 OR WI-NEW-RUN-DAY > 7)
                   MOVE 'AIDMAINT: WEEKLY RUN DAY MUST BE 01-07.'
                       TO WS-OUTPUT-LINE
                   MOVE 'N' TO WS-INPUT-VALID-SW
               WHEN WI-NEW-RUN-FREQUENCY = 'M'
                       AND (WI-NEW-RUN-DAY < 1 OR WI-NEW-RUN-DAY > 31)
                   MOVE 'AIDMAINT: MONTHLY RUN DAY MUST BE 01-31.'
                       TO WS-OUTPUT-LINE
                   MOVE 'N' TO WS-INPUT-VALID-SW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 8450-STAMP-PENDING-ACTION - WHO CLOSED THE ROW, WHERE, AND     *
      *                             WHEN.                              *
      *----------------------------------------------------------------*
       8450-STAMP-PENDING-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO PD-ACT-DATE
           MOVE WS-CURRENT-TIME TO PD-ACT-TIME
           MOVE EIBTRMID        TO PD-ACT-TERMINAL
           MOVE WS-OPERATOR-ID  TO PD-ACT-OPERATOR
           .

      *----------------------------------------------------------------*
      * 9000-SEND-RESPONSE - PUSH ONE LINE BACK TO THE TERMINAL.       *
      *----------------------------------------------------------------*
