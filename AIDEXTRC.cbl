      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-08-31  CDD  ORIGINAL.                                   *
      *   2026-10-15  CDD  THE LEDGER EXTRACT NOW HONORS THE AIDLBAL   *
      *                    BALANCE INDICATOR (LBALFL): A RUN MARKED    *
      *                    SUSPECT, OR NOT YET BALANCED, IS LEFT OUT   *
      *                    WHOLE (HEADER, CYCLES, TRAILER), AS ARE     *
      *                    ROWS OUTSIDE ANY RUN, SO THE WAREHOUSE      *
      *                    NEVER LOADS A BROKEN RUN.  ROWS READ NOW    *
      *                    BALANCE TO ROWS WRITTEN PLUS ROWS SKIPPED.  *
      *                    THE DD IS OPTIONAL: WITHOUT IT EVERY ROW IS *
      *                    EXTRACTED, WITH A WARNING.                  *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL LEDGER-BALANCE-FILE ASSIGN TO LBALFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ACCEPTANCE-REGISTER-FILE ASSIGN TO ACPTFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC.

       FD  LEDGER-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LBALREC.

       FD  ACCEPTANCE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACPTREC.

       01  WS-WORK-LINE             PIC X(250) VALUE SPACES.

      *--- THE LEDGER BALANCE INDICATOR (AIDLBAL): EACH RUN'S       ---*
      *--- CLEAN/ABENDED/SUSPECT STATE BY SUBJECT, DATE AND TIME.   ---*
      *--- A SUSPECT RUN, OR ONE WRITTEN SINCE THE LEDGER WAS       ---*
      *--- BALANCED, IS SKIPPED WHOLE.  NO INDICATOR (DD OMITTED,   ---*
      *--- OR NO BALANCE HEADER ROW) LEAVES THE LEDGER UNGATED.     ---*
       01  WS-BALANCE-STATUS        PIC X(02) VALUE '00'.
       01  WS-BALANCE-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-BALANCE-EOF           VALUE 'Y'.
       01  WS-BALANCE-GATE-SW       PIC X(01) VALUE 'N'.
           88  WS-BALANCE-GATED         VALUE 'Y'.
       01  WS-BALANCE-TABLE.
           05  WS-BL-ENTRY OCCURS 5000 TIMES.
               10  WS-BL-RUN-KEY        PIC X(26).
               10  WS-BL-RUN-STATE      PIC X(01).
       01  WS-BALANCE-COUNT         PIC 9(04) VALUE 0.
       01  WS-BALANCE-OVERFLOW-SW   PIC X(01) VALUE 'N'.
           88  WS-BALANCE-OVERFLOWED    VALUE 'Y'.
       01  WS-BL-IDX                PIC 9(04) VALUE 0.
       01  WS-BL-FOUND-IDX          PIC 9(04) VALUE 0.
       01  WS-BL-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-BL-MATCHED            VALUE 'Y'.
       01  WS-BL-SEARCH-KEY.
           05  WS-BL-SEARCH-SUBJECT PIC X(10).
           05  WS-BL-SEARCH-DATE    PIC X(08).
           05  WS-BL-SEARCH-TIME    PIC X(08).
      *--- 'Y' UNTIL THE FIRST HEADER SO HEADERLESS PRE-CONVERSION  ---*
      *--- ROWS ARE STILL READ; WHEN GATED, 'N' AFTER EACH TRAILER  ---*
      *--- SO A ROW OUTSIDE ANY RUN IS DROPPED.                     ---*
       01  WS-RUN-USE-SW            PIC X(01) VALUE 'Y'.
           88  WS-USE-RUN               VALUE 'Y'.
       01  WS-SUSPECT-SKIPPED       PIC 9(9) COMP VALUE 0.
       01  WS-UNLISTED-SKIPPED      PIC 9(9) COMP VALUE 0.
       01  WS-GATED-ROWS-SKIPPED    PIC 9(9) COMP VALUE 0.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

               MOVE WS-EXTSCOR-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           PERFORM 0150-LOAD-BALANCE-INDICATOR
           .

      *----------------------------------------------------------------*
      * 0150-LOAD-BALANCE-INDICATOR - LOAD AIDLBAL'S RUN ROWS.  THE DD *
      *                               IS OPTIONAL, AND A FILE WITH NO  *
      *                               BALANCE HEADER ROW IS IGNORED -  *
      *                               EITHER WAY THE LEDGER IS READ    *
      *                               UNGATED, WITH A WARNING.         *
      *----------------------------------------------------------------*
       0150-LOAD-BALANCE-INDICATOR.
           OPEN INPUT LEDGER-BALANCE-FILE
           IF WS-BALANCE-STATUS = '00'
               PERFORM 0155-LOAD-ONE-BALANCE-ROW
                   UNTIL WS-BALANCE-EOF
               CLOSE LEDGER-BALANCE-FILE
           END-IF
           IF WS-BALANCE-GATED
               DISPLAY ' LEDGER BALANCE INDICATOR: ' WS-BALANCE-COUNT
                   ' RUN(S) LISTED'
               IF WS-BALANCE-OVERFLOWED
                   DISPLAY ' *** INDICATOR TABLE FULL AT 5000 - LATER'
                   DISPLAY '     RUNS WILL BE SKIPPED AS UNLISTED. ***'
               END-IF
           ELSE
               DISPLAY ' *** NO LEDGER BALANCE INDICATOR - EVERY RUN'
               DISPLAY '     IS EXTRACTED UNCHECKED. ***'
           END-IF
           .

       0155-LOAD-ONE-BALANCE-ROW.
           READ LEDGER-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-BALANCE-EOF-SW
               NOT AT END
                   IF LB-BALANCE-HEADER
                       MOVE 'Y' TO WS-BALANCE-GATE-SW
                   END-IF
                   IF LB-RUN-ENTRY
                       IF WS-BALANCE-COUNT < 5000
                           ADD 1 TO WS-BALANCE-COUNT
                           MOVE LB-RUN-KEY
                               TO WS-BL-RUN-KEY(WS-BALANCE-COUNT)
                           MOVE LB-RUN-STATE
                               TO WS-BL-RUN-STATE(WS-BALANCE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-BALANCE-OVERFLOW-SW
                       END-IF
                   END-IF
           END-READ
           .


      *----------------------------------------------------------------*
      * 1000-EXTRACT-LEDGER - ONE EXTRACT ROW PER LEDGER ROW, ALL      *
      *                       THREE TYPES, COLUMNS THAT DO NOT APPLY   *
      *                       LEFT EMPTY.  A RUN THE BALANCE INDICATOR *
      *                       REJECTS IS SKIPPED FROM ITS HEADER       *
      *                       THROUGH ITS TRAILER.                     *
      *----------------------------------------------------------------*
       1000-EXTRACT-LEDGER.
           OPEN INPUT AUDIT-LEDGER-FILE
                   ADD 1 TO WS-LEDGER-ROWS-READ
                   EVALUATE TRUE
                       WHEN LG-RUN-HEADER
                           PERFORM 1050-GATE-RUN-HEADER
                           IF WS-USE-RUN
                               PERFORM 1200-WRITE-HEADER-EXTRACT
                           ELSE
                               ADD 1 TO WS-GATED-ROWS-SKIPPED
                           END-IF
                       WHEN NOT WS-USE-RUN
                           ADD 1 TO WS-GATED-ROWS-SKIPPED
                       WHEN LG-RUN-TRAILER
                           PERFORM 1300-WRITE-TRAILER-EXTRACT
                           IF WS-BALANCE-GATED
                               MOVE 'N' TO WS-RUN-USE-SW
                           END-IF
                       WHEN OTHER
                           PERFORM 1400-WRITE-DETAIL-EXTRACT
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * 1050-GATE-RUN-HEADER - USE THE RUN THIS HEADER OPENS UNLESS    *
      *                        THE INDICATOR MARKS IT SUSPECT OR DOES  *
      *                        NOT LIST IT AT ALL (WRITTEN SINCE THE   *
      *                        LEDGER WAS BALANCED).                   *
      *----------------------------------------------------------------*
       1050-GATE-RUN-HEADER.
           MOVE 'Y' TO WS-RUN-USE-SW
           IF WS-BALANCE-GATED
               MOVE LG-SUBJECT-CODE TO WS-BL-SEARCH-SUBJECT
               MOVE LG-HDR-RUN-DATE TO WS-BL-SEARCH-DATE
               MOVE LG-HDR-RUN-TIME TO WS-BL-SEARCH-TIME
               MOVE 'N' TO WS-BL-MATCH-SW
               MOVE 0 TO WS-BL-FOUND-IDX
               IF WS-BALANCE-COUNT > 0
                   PERFORM 1055-BALANCE-MATCH-TEST
                       VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BALANCE-COUNT
                           OR WS-BL-MATCHED
               END-IF
               IF NOT WS-BL-MATCHED
                   MOVE 'N' TO WS-RUN-USE-SW
                   ADD 1 TO WS-UNLISTED-SKIPPED
               ELSE
                   IF WS-BL-RUN-STATE(WS-BL-FOUND-IDX) = 'S'
                       MOVE 'N' TO WS-RUN-USE-SW
                       ADD 1 TO WS-SUSPECT-SKIPPED
                   END-IF
               END-IF
           END-IF
           .

       1055-BALANCE-MATCH-TEST.
           IF WS-BL-RUN-KEY(WS-BL-IDX) = WS-BL-SEARCH-KEY
               MOVE 'Y' TO WS-BL-MATCH-SW
               MOVE WS-BL-IDX TO WS-BL-FOUND-IDX
           END-IF
           .


       1200-WRITE-HEADER-EXTRACT.
           MOVE LG-HDR-RUN-DATE TO WS-DATE-IN
           PERFORM 8000-FORMAT-ISO-DATE
           DISPLAY '  WRITTEN COUNTS EXCLUDE THE HEADER ROWS)'
           DISPLAY '   LEDGER ROWS READ:      ' WS-LEDGER-ROWS-READ
           DISPLAY '   LEDGER ROWS WRITTEN:   ' WS-LEDGER-ROWS-WRITTEN
           IF WS-BALANCE-GATED
               DISPLAY '   SUSPECT RUNS SKIPPED:  ' WS-SUSPECT-SKIPPED
               DISPLAY '   UNBALANCED RUNS SKIPPED: '
                   WS-UNLISTED-SKIPPED
               DISPLAY '   ROWS SKIPPED WITH THEM: '
                   WS-GATED-ROWS-SKIPPED
           ELSE
               DISPLAY '   LEDGER NOT BALANCE-CHECKED (NO INDICATOR)'
           END-IF
           DISPLAY '   REGISTER ROWS READ:    ' WS-ACCEPT-ROWS-READ
           DISPLAY '   REGISTER ROWS WRITTEN: ' WS-ACCEPT-ROWS-WRITTEN
           DISPLAY '   SCORE ROWS READ:       ' WS-SCORE-ROWS-READ
