      *               ON FILE FOR THE SUBJECT                          *
      *             - THE MOST RECENT ACCEPTANCE EVENT OFF THE         *
      *               REGISTER                                         *
      *             - ANY AIDMAINT CHANGES STILL AWAITING A SECOND     *
      *               OPERATOR'S APPROVAL - FLAGGED FIRST, SINCE THEY  *
      *               ARE NOT IN ANY OF THE FIGURES THAT FOLLOW        *
      *                                                                *
      * TRANSACTION INPUT IS ONE 80-BYTE LINE, POSITIONAL:             *
      *   1-10   SUBJECT-CODE                                          *
      *           LINE-MODE LIKE AIDMAINT - NO BMS MAPSET IN THIS      *
      *           SHOP YET.  HEADFL, EXCFL, AIDCTL, AND CKPTFL ARE     *
      *           THE SAME KEYED CLUSTERS AIDMAINT AND THE BATCH       *
      *           SUITE USE; EVIDFL IS THE EVIDENCE CLUSTER, KEYED     *
      *           LIKE HEADFL; ACPTFL IS THE ACCEPTANCE-REGISTER       *
      *           DATASET DEFINED TO CICS AS A READ-ONLY ESDS FILE     *
      *           (BROWSED BY RBA) FOR THIS INQUIRY.                   *
      *                                                                *
      * PLATFORM: IBM Z8                                               *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-08-31  CDD  ORIGINAL.                                   *
      *   2026-10-14  CDD  THE CHECKPOINT DETAIL'S ACCEPTANCE STREAK   *
      *                    IS NOW SHOWN AGAINST THE STREAK THE         *
      *                    SUBJECT'S COGNITIVE-LOAD PROFILE REQUIRES   *
      *                    (CICS FILE PROFFL - THE SUBJECT ROW, ELSE   *
      *                    **DEFAULT, ELSE THE COMPILED 3) INSTEAD OF  *
      *                    A HARD-CODED 03, AND THE PROFILE IN FORCE   *
      *                    IS NAMED ON ITS OWN LINE.                   *
      *   2026-10-14  CDD  FLAGS A SUBJECT WITH AIDMAINT CHANGES STILL *
      *                    PENDING APPROVAL (CICS FILE AIDPEND), ONE   *
      *                    LINE PER CHANGE WITH ITS NUMBER, ACTION,    *
      *                    REQUESTER AND DATE, SO THE APPROVER CAN SEE *
      *                    WHAT AN AP WOULD APPLY AND NOBODY MISTAKES  *
      *                    A QUEUED CHANGE FOR A LIVE ONE.             *
      *   2026-10-14  CDD  EVIDFL IS NOW KEYED BY THE HEADLINE KEY -   *
      *                    THE EVIDENCE COUNT BROWSES THE SUBJECT'S    *
      *                    KEY RANGE INSTEAD OF THE WHOLE FILE BY RBA, *
      *                    AND ROWS AWAITING RE-CERTIFICATION AFTER AN *
      *                    RH REWORDING ARE COUNTED ON THEIR OWN LINE. *
      *   2026-10-15  CDD  THE MASTER DETAIL ADDS THE SUBJECT'S SWEEP  *
      *                    SCHEDULE - FREQUENCY, RUN DAY, PRIORITY AND *
      *                    THE DATE AIDSWEEP LAST RAN IT.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-HEADLINE-COUNT           PIC 9(03) VALUE 0.
       01  WS-EXCUSE-COUNT             PIC 9(03) VALUE 0.
       01  WS-EVIDENCE-COUNT           PIC 9(03) VALUE 0.
       01  WS-RECERT-COUNT             PIC 9(03) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(03) VALUE 0.

       01  WS-BROWSE-RBA               PIC S9(8) COMP VALUE 0.

       01  WS-LOAD-EDIT                PIC Z(4)9.99.
       01  WS-LEVEL-EDIT               PIC Z(4)9.99.

      *--- THE LOAD PROFILE AIDENY WILL RUN THIS SUBJECT ON, FOUND  ---*
      *--- THE SAME WAY 0116-READ-LOAD-PROFILE FINDS IT.            ---*
       01  WS-PROFILE-NAME             PIC X(18) VALUE SPACES.
       01  WS-STREAK-REQD              PIC 9(02) VALUE 3.

       COPY CTLREC.
       COPY CKPTREC.
       COPY EXCREC.
       COPY HEADREC.
       COPY EVIDREC.
       COPY ACPTREC.
       COPY PRFREC.
       COPY PENDREC.
       COPY DFHAID.

       PROCEDURE DIVISION.
                  DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM 9000-SEND-RESPONSE

           PERFORM 6000-SHOW-PENDING-CHANGES
           PERFORM 1000-SHOW-MASTER
               THRU 1000-SHOW-MASTER-EXIT
           PERFORM 2100-RESOLVE-LOAD-PROFILE
           PERFORM 2000-SHOW-CHECKPOINT
               THRU 2000-SHOW-CHECKPOINT-EXIT
           PERFORM 3000-COUNT-CATALOG

      *----------------------------------------------------------------*
      * 1000-SHOW-MASTER - THE SUBJECT'S CONTROL-FILE ROW: STATUS      *
      *                    GATE, THE STANDING DEFAULTS A PARM-LESS     *
      *                    RUN WOULD PICK UP, AND THE SWEEP SCHEDULE.  *
      *----------------------------------------------------------------*
       1000-SHOW-MASTER.
           MOVE WI-SUBJECT-CODE TO CT-SUBJECT-CODE
                  ' (0 = NOT SET)'
                  DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM 9000-SEND-RESPONSE

           MOVE SPACES TO WS-OUTPUT-LINE
           EVALUATE TRUE
               WHEN CT-RUN-WEEKLY
                   STRING 'SWEEP SCHEDULE: WEEKLY, DAY ' CT-RUN-DAY
                          ' (01 = MONDAY)'
                          DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               WHEN CT-RUN-MONTHLY
                   STRING 'SWEEP SCHEDULE: MONTHLY, DAY ' CT-RUN-DAY
                          DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               WHEN OTHER
                   MOVE 'SWEEP SCHEDULE: DAILY' TO WS-OUTPUT-LINE
           END-EVALUATE
           PERFORM 9000-SEND-RESPONSE
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'SWEEP PRIORITY ' CT-SWEEP-PRIORITY
                  ' (00 = NOT SET)  LAST SWEPT ' CT-LAST-RUN-DATE
                  DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM 9000-SEND-RESPONSE
           .
       1000-SHOW-MASTER-EXIT.
           EXIT
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'CHECKPOINT DETAIL: LOAD ' WS-LOAD-EDIT
                  ' EXCUSE-IDX ' CK-EXCUSE-IDX
                  ' CROSSINGS ' CK-ACCEPTANCE-CROSSINGS
                  ' OF ' WS-STREAK-REQD
                  DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM 9000-SEND-RESPONSE
           .
           EXIT
           .

      *----------------------------------------------------------------*
      * 2100-RESOLVE-LOAD-PROFILE - THE SUBJECT'S OWN PROFFL ROW, ELSE *
      *                             **DEFAULT, ELSE THE COMPILED       *
      *                             CURVE - AND THE ACCEPTANCE STREAK  *
      *                             THAT PROFILE REQUIRES (A ZERO      *
      *                             STREAK ON FILE MEANS THE COMPILED  *
      *                             3, AS IN AIDENY).                  *
      *----------------------------------------------------------------*
       2100-RESOLVE-LOAD-PROFILE.
           MOVE 3 TO WS-STREAK-REQD
           MOVE '(COMPILED DEFAULT)' TO WS-PROFILE-NAME
           MOVE WI-SUBJECT-CODE TO LP-PROFILE-KEY
           EXEC CICS
               READ FILE('PROFFL')
                    INTO(LOAD-PROFILE-RECORD)
                    RIDFLD(LP-PROFILE-KEY)
                    RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE '**DEFAULT' TO LP-PROFILE-KEY
               EXEC CICS
                   READ FILE('PROFFL')
                        INTO(LOAD-PROFILE-RECORD)
                        RIDFLD(LP-PROFILE-KEY)
                        RESP(WS-RESP-CODE)
               END-EXEC
           END-IF
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE LP-PROFILE-KEY TO WS-PROFILE-NAME
               IF LP-CROSSINGS-REQD > 0
                   MOVE LP-CROSSINGS-REQD TO WS-STREAK-REQD
               END-IF
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING 'LOAD PROFILE: ' WS-PROFILE-NAME
                  ' ACCEPTANCE STREAK ' WS-STREAK-REQD
                  DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM 9000-SEND-RESPONSE
           .

      *----------------------------------------------------------------*
      * 3000-COUNT-CATALOG - HOW MANY HEADLINE AND EXCUSE ROWS THE     *
      *                      SUBJECT HAS ON FILE - THE TABLES THE      *
           .

      *----------------------------------------------------------------*
      * 4000-COUNT-EVIDENCE - BROWSE THE SUBJECT'S KEY RANGE ON THE    *
      *                       EVIDENCE CLUSTER, SAME AS HEADFL, AND    *
      *                       COUNT ITS ROWS AND THOSE AWAITING RE-    *
      *                       CERTIFICATION.  THE COUNTS LINE IS SENT  *
      *                       HERE, ONCE ALL THREE ARE KNOWN.          *
      *----------------------------------------------------------------*
       4000-COUNT-EVIDENCE.
           MOVE 0 TO WS-EVIDENCE-COUNT
           MOVE 0 TO WS-RECERT-COUNT
           MOVE WI-SUBJECT-CODE TO EV-SUBJECT-CODE
           MOVE 0 TO EV-SEQUENCE-NBR
           EXEC CICS
               STARTBR FILE('EVIDFL')
                       RIDFLD(EV-FILE-KEY)
                       GTEQ
                       RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 4100-COUNT-ONE-EVIDENCE-ROW
                   UNTIL EV-SUBJECT-CODE NOT = WI-SUBJECT-CODE
                      OR WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS
                   ENDBR FILE('EVIDFL')
               END-EXEC
                  WS-EVIDENCE-COUNT ' EVIDENCE ROWS.'
                  DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           PERFORM 9000-SEND-RESPONSE
           IF WS-RECERT-COUNT > 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'EVIDENCE AWAITING RE-CERT: ' WS-RECERT-COUNT
                      ' (HEADLINE REWORDED SINCE CERTIFIED).'
                      DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM 9000-SEND-RESPONSE
           END-IF
           .

       4100-COUNT-ONE-EVIDENCE-ROW.
           EXEC CICS
               READNEXT FILE('EVIDFL')
                        INTO(EVIDENCE-RECORD)
                        RIDFLD(EV-FILE-KEY)
                        RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               AND EV-SUBJECT-CODE = WI-SUBJECT-CODE
               ADD 1 TO WS-EVIDENCE-COUNT
               IF EV-RECERT-PENDING
                   ADD 1 TO WS-RECERT-COUNT
               END-IF
           END-IF
           .

           END-IF
           .

      *----------------------------------------------------------------*
      * 6000-SHOW-PENDING-CHANGES - BROWSE THE SUBJECT'S PENDING-      *
      *                             CHANGE ROWS AND LIST EVERY ONE     *
      *                             STILL OPEN - NUMBER (FOR AP/RJ),   *
      *                             ACTION, WHO QUEUED IT AND WHEN,    *
      *                             AND THE QUEUED VALUES - THEN ONE   *
      *                             FLAG LINE WITH THE COUNT.  CLOSED  *
      *                             ROWS ARE HISTORY AND ARE SKIPPED.  *
      *----------------------------------------------------------------*
       6000-SHOW-PENDING-CHANGES.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE WI-SUBJECT-CODE TO PD-SUBJECT-CODE
           MOVE 0 TO PD-PEND-NBR
           EXEC CICS
               STARTBR FILE('AIDPEND')
                       RIDFLD(PD-FILE-KEY)
                       GTEQ
                       RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 6100-SHOW-ONE-PENDING-CHANGE
                   UNTIL PD-SUBJECT-CODE NOT = WI-SUBJECT-CODE
                      OR WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS
                   ENDBR FILE('AIDPEND')
               END-EXEC
           END-IF

           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-PENDING-COUNT = 0
               MOVE 'PENDING CHANGES: NONE.' TO WS-OUTPUT-LINE
           ELSE
               STRING '*** ' WS-PENDING-COUNT
                      ' CHANGE(S) AWAITING APPROVAL - NOT YET LIVE ***'
                      DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-IF
           PERFORM 9000-SEND-RESPONSE
           .

       6100-SHOW-ONE-PENDING-CHANGE.
           EXEC CICS
               READNEXT FILE('AIDPEND')
                        INTO(PENDING-CHANGE-RECORD)
                        RIDFLD(PD-FILE-KEY)
                        RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               AND PD-SUBJECT-CODE = WI-SUBJECT-CODE
               AND PD-STATUS-PENDING
               ADD 1 TO WS-PENDING-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING 'PENDING ' PD-PEND-NBR ' ' PD-ACTION-CODE
                      ' BY ' PD-REQ-OPERATOR ' ' PD-REQ-DATE ': '
                      PD-INPUT-LINE(13:41)
                      DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               PERFORM 9000-SEND-RESPONSE
           END-IF
           .

      *----------------------------------------------------------------*
      * 9000-SEND-RESPONSE - PUSH ONE LINE BACK TO THE TERMINAL.       *
      *                      UNLIKE AIDMAINT THERE IS NO ERASE - THE   *
