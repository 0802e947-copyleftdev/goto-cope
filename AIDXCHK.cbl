      *             - EXCUSE ROWS FOR SUBJECTS NOT ON THE MASTER       *
      *             - HEADLINE ROWS FOR SUBJECTS NOT ON THE MASTER     *
      *             - EVIDENCE ROWS FOR SUBJECTS NOT ON THE MASTER     *
      *             - EVIDENCE ROWS WHOSE KEY IS ON NO HEADLINE ROW,   *
      *               ROWS WHOSE HEADLINE WAS REWORDED WITHOUT THE     *
      *               RE-CERTIFICATION FLAG BEING SET, AND ROWS STILL  *
      *               AWAITING RE-CERTIFICATION                        *
      *             - SCORE ROWS WHOSE SUBJECT/EXCUSE-TEXT PAIR IS     *
      *               ON NO EXCUSE ROW (ORPHANED BY AN RP REPLACE)     *
      *             - CHECKPOINT ROWS FOR SUBJECTS NOT ON THE MASTER,  *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-08-24  CDD  ORIGINAL.                                   *
      *   2026-10-14  CDD  EVIDENCE-FILE IS NOW KEYED BY THE HEADLINE  *
      *                    KEY.  PAIRING IS CHECKED BY KEY INSTEAD OF  *
      *                    BY TEXT: A KEY ON NO HEADLINE ROW, A        *
      *                    HEADLINE REWORDED WITH THE FLAG NOT SET,    *
      *                    AND A ROW STILL AWAITING RE-CERTIFICATION   *
      *                    EACH REPORT SEPARATELY.                     *
      *================================================================*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-HEADLINE-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO EVIDFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-EVIDENCE-STATUS.

           SELECT SCORE-FILE ASSIGN TO SCORFL
       01  WS-EXCUSE-OVERFLOW-SW    PIC X(01) VALUE 'N'.
           88  WS-EXCUSE-OVERFLOWED     VALUE 'Y'.

      *--- EVERY HEADLINE KEY AND ITS TEXT ON HEADLINE-FILE, FOR    ---*
      *--- THE EVIDENCE-PAIRING CHECK.                              ---*
       01  WS-HEADLINE-TABLE.
           05  WS-HL-ENTRY OCCURS 500 TIMES.
               10  WS-HL-SUBJECT-CODE   PIC X(10).
               10  WS-HL-SEQUENCE-NBR   PIC 9(02).
               10  WS-HL-HEADLINE-TEXT  PIC X(60).
       01  WS-HEADLINE-COUNT        PIC 9(03) VALUE 0.
       01  WS-HL-IDX                PIC 9(03) VALUE 0.
       01  WS-HL-FOUND-IDX          PIC 9(03) VALUE 0.
       01  WS-HL-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-HL-MATCHED            VALUE 'Y'.
       01  WS-HEADLINE-OVERFLOW-SW  PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * 2000-AUDIT-HEADLINES - EVERY HEADLINE ROW'S SUBJECT MUST BE ON *
      *                        THE MASTER.  THE KEYS AND TEXT ARE ALSO *
      *                        REMEMBERED FOR THE EVIDENCE-PAIRING     *
      *                        CHECK.                                  *
      *----------------------------------------------------------------*
       2000-AUDIT-HEADLINES.
           OPEN INPUT HEADLINE-FILE
                       ADD 1 TO WS-HEADLINE-COUNT
                       MOVE HL-SUBJECT-CODE
                           TO WS-HL-SUBJECT-CODE(WS-HEADLINE-COUNT)
                       MOVE HL-SEQUENCE-NBR
                           TO WS-HL-SEQUENCE-NBR(WS-HEADLINE-COUNT)
                       MOVE HL-HEADLINE-TEXT
                           TO WS-HL-HEADLINE-TEXT(WS-HEADLINE-COUNT)
                   ELSE

      *----------------------------------------------------------------*
      * 3000-AUDIT-EVIDENCE - EVERY EVIDENCE ROW'S SUBJECT MUST BE ON  *
      *                       THE MASTER, AND ITS KEY MUST BE A        *
      *                       HEADLINE ROW'S KEY.  WHEN THE HEADLINE   *
      *                       NO LONGER READS AS CERTIFIED, THE ROW    *
      *                       MUST CARRY THE RE-CERTIFICATION FLAG -   *
      *                       AND A FLAGGED ROW IS REPORTED UNTIL      *
      *                       AIDEVINT CLEARS IT.                      *
      *----------------------------------------------------------------*
       3000-AUDIT-EVIDENCE.
           OPEN INPUT EVIDENCE-FILE
           .

       3100-AUDIT-ONE-EVIDENCE-ROW.
           READ EVIDENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                       PERFORM 8500-REPORT-DISCREPANCY
                   END-IF
                   PERFORM 3200-CHECK-HEADLINE-PAIRING
                   MOVE 'EVIDENCE-FILE' TO WS-ODD-FILE-NAME
                   MOVE SPACES TO WS-ODD-KEY
                   STRING EV-FILE-KEY ' '
                          EV-HEADLINE-TEXT(1:47)
                          DELIMITED BY SIZE INTO WS-ODD-KEY
                   IF NOT WS-HL-MATCHED
                       MOVE 'KEY MATCHES NO HEADLINE ROW' TO
                           WS-ODD-REASON
                       PERFORM 8500-REPORT-DISCREPANCY
                   ELSE
                       PERFORM 3300-CHECK-CERTIFIED-WORDING
                   END-IF
           END-READ
           .

       3250-HEADLINE-PAIR-TEST.
           IF WS-HL-SUBJECT-CODE(WS-HL-IDX) = EV-SUBJECT-CODE
                   AND WS-HL-SEQUENCE-NBR(WS-HL-IDX) =
                       EV-SEQUENCE-NBR
               MOVE 'Y' TO WS-HL-MATCH-SW
               MOVE WS-HL-IDX TO WS-HL-FOUND-IDX
           END-IF
           .

      *--- THE KEY PAIRS.  A FLAGGED ROW IS OWED A RE-CERT; AN      ---*
      *--- UNFLAGGED ROW WHOSE WORDING DIFFERS WAS REWORDED BEHIND  ---*
      *--- AIDMAINT'S BACK (OR BEFORE THE FLAG EXISTED).            ---*
       3300-CHECK-CERTIFIED-WORDING.
           IF EV-RECERT-PENDING
               MOVE 'AWAITING RE-CERTIFICATION' TO WS-ODD-REASON
               PERFORM 8500-REPORT-DISCREPANCY
           ELSE
               IF WS-HL-HEADLINE-TEXT(WS-HL-FOUND-IDX) NOT =
                       EV-HEADLINE-TEXT
                   MOVE 'HEADLINE REWORDED, ROW NOT FLAGGED' TO
                       WS-ODD-REASON
                   PERFORM 8500-REPORT-DISCREPANCY
               END-IF
           END-IF
           .

