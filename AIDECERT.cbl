      *           TO COUNT HOW OFTEN EACH ROW ACTUALLY BACKED A        *
      *           REALITY CHECK.  THE LEDGER DD IS OPTIONAL - NO       *
      *           LEDGER JUST MEANS NO PRIORITY ORDER, THE STALE       *
      *           LIST PRINTS IN FILE ORDER.  ROWS FLAGGED FOR         *
      *           RE-CERTIFICATION BY AN RH REWORDING ARE LISTED TOO,  *
      *           WHATEVER THEIR AGE.                                  *
      *                                                                *
      * PARM:     AGE-DAYS(3) - CERTIFICATION AGE LIMIT IN DAYS.       *
      *           OPERATOR-SETTABLE; DEFAULT 90 WHEN ABSENT OR ZERO    *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-09-01  CDD  ORIGINAL.                                   *
      *   2026-10-14  CDD  EVIDENCE-FILE IS NOW AN INDEXED CLUSTER     *
      *                    KEYED BY THE HEADLINE KEY, READ FRONT TO    *
      *                    BACK HERE, AND EACH LISTED ROW SHOWS ITS    *
      *                    HEADLINE SEQUENCE.  A ROW AN AIDMAINT RH    *
      *                    FLAGGED FOR RE-CERTIFICATION IS LISTED      *
      *                    WHATEVER ITS CERT DATE, MARKED REWORDED -   *
      *                    ITS HEADLINE NO LONGER SAYS WHAT WAS        *
      *                    CERTIFIED.                                  *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVIDENCE-FILE ASSIGN TO EVIDFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-EVIDENCE-STATUS.

           SELECT OPTIONAL AUDIT-LEDGER-FILE ASSIGN TO LEDGFL

       01  WS-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-FRESH-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-REWORDED-COUNT        PIC 9(9) COMP VALUE 0.
       01  WS-STALE-REASON          PIC X(08) VALUE SPACES.

      *--- EVERY ROW PAST THE AGE CUTOFF OR FLAGGED FOR RE-         ---*
      *--- CERTIFICATION, WITH ITS LEDGER MATCH COUNT FOR PRIORITY  ---*
      *--- ORDERING.                                                ---*
       01  WS-STALE-TABLE.
           05  WS-ST-ENTRY OCCURS 200 TIMES.
               10  WS-ST-SUBJECT-CODE   PIC X(10).
               10  WS-ST-SEQUENCE-NBR   PIC 9(02).
               10  WS-ST-REASON         PIC X(08).
               10  WS-ST-HEADLINE-TEXT  PIC X(60).
               10  WS-ST-CITATION       PIC X(40).
               10  WS-ST-CERT-DATE      PIC X(08).
       01  WS-SORT-J1               PIC 9(03) VALUE 0.
       01  WS-SWAP-ENTRY.
           05  WS-SW-SUBJECT-CODE   PIC X(10).
           05  WS-SW-SEQUENCE-NBR   PIC 9(02).
           05  WS-SW-REASON         PIC X(08).
           05  WS-SW-HEADLINE-TEXT  PIC X(60).
           05  WS-SW-CITATION       PIC X(40).
           05  WS-SW-CERT-DATE      PIC X(08).
      * 1000-SCAN-ONE-EVIDENCE-ROW - A ROW CERTIFIED BEFORE THE        *
      *                              CUTOFF, OR WITH AN UNREADABLE     *
      *                              CERT DATE, JOINS THE STALE LIST.  *
      *                              SO DOES A ROW AN RH REWORDING     *
      *                              FLAGGED, HOWEVER RECENT ITS DATE. *
      *----------------------------------------------------------------*
       1000-SCAN-ONE-EVIDENCE-ROW.
           READ EVIDENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF EV-RECERT-PENDING
                       MOVE 'REWORDED' TO WS-STALE-REASON
                       ADD 1 TO WS-REWORDED-COUNT
                       PERFORM 1100-KEEP-STALE-ROW
                   ELSE
                       MOVE 'AGED' TO WS-STALE-REASON
                       PERFORM 1050-CHECK-CERT-AGE
                   END-IF
           END-READ
           .

       1050-CHECK-CERT-AGE.
           IF EV-CERT-DATE IS NUMERIC
                   AND EV-CERT-DATE NOT = '00000000'
               MOVE EV-CERT-DATE TO WS-CERT-DATE-NUM
               COMPUTE WS-CERT-INT = FUNCTION
                   INTEGER-OF-DATE(WS-CERT-DATE-NUM)
               IF WS-CERT-INT < WS-CUTOFF-INT
                   PERFORM 1100-KEEP-STALE-ROW
               ELSE
                   ADD 1 TO WS-FRESH-COUNT
               END-IF
           ELSE
               PERFORM 1100-KEEP-STALE-ROW
           END-IF
           .

       1100-KEEP-STALE-ROW.
           IF WS-STALE-COUNT < 200
               ADD 1 TO WS-STALE-COUNT
               MOVE EV-SUBJECT-CODE
                   TO WS-ST-SUBJECT-CODE(WS-STALE-COUNT)
               MOVE EV-SEQUENCE-NBR
                   TO WS-ST-SEQUENCE-NBR(WS-STALE-COUNT)
               MOVE WS-STALE-REASON
                   TO WS-ST-REASON(WS-STALE-COUNT)
               MOVE EV-HEADLINE-TEXT
                   TO WS-ST-HEADLINE-TEXT(WS-STALE-COUNT)
               MOVE EV-SOURCE-CITATION
           DISPLAY '   EVIDENCE ROWS READ: ' WS-ROWS-READ
           DISPLAY '   IN DATE:            ' WS-FRESH-COUNT
           DISPLAY '   DUE RE-CERT:        ' WS-STALE-COUNT
           DISPLAY '     OF WHICH REWORDED: ' WS-REWORDED-COUNT
           IF WS-STALE-OVERFLOWED
               DISPLAY '   *** STALE TABLE FULL AT 200 - ROWS BEYOND'
               DISPLAY '       IT ARE NOT LISTED THIS RUN. ***'
       9100-PRINT-ONE-STALE-ROW.
           DISPLAY ' '
           DISPLAY ' ' WS-ST-SUBJECT-CODE(WS-ST-IDX)
               ' SEQ ' WS-ST-SEQUENCE-NBR(WS-ST-IDX)
               ' ' WS-ST-REASON(WS-ST-IDX)
               ' CERTIFIED ' WS-ST-CERT-DATE(WS-ST-IDX)
               ' BY ' WS-ST-CERT-OPERATOR(WS-ST-IDX)
               '  MATCHES ' WS-ST-MATCH-COUNT(WS-ST-IDX)
