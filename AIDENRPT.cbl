      *                    STALE-SUPPORTED HEADLINES SEPARATELY        *
      *                    (OVERALL AND PER SUBJECT).  THE             *
      *                    UNSUPPORTED COUNT STILL COVERS 'N' ONLY.    *
      *   2026-10-15  CDD  HONORS THE AIDLBAL LEDGER BALANCE INDICATOR *
      *                    (LBALFL): A RUN MARKED SUSPECT, OR NOT YET  *
      *                    BALANCED, IS LEFT OUT OF EVERY TOTAL WHOLE  *
      *                    (HEADER, CYCLES, TRAILER), AS ARE ROWS      *
      *                    OUTSIDE ANY RUN.  ABENDED RUNS ARE STILL    *
      *                    SUMMARIZED.  THE DD IS OPTIONAL - WITHOUT   *
      *                    IT THE LEDGER IS SUMMARIZED UNCHECKED,      *
      *                    WITH A WARNING.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL LEDGER-BALANCE-FILE ASSIGN TO LBALFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC.

       FD  LEDGER-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LBALREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-SUBJ-OVERFLOW-COUNT   PIC 9(9) COMP VALUE 0.
       01  WS-SUBJ-LVL-EDIT         PIC Z(4)9.99.

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

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           IF WS-LEDGER-STATUS NOT = '00'
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
               DISPLAY '     IS SUMMARIZED UNCHECKED. ***'
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
      * 1000-READ-LEDGER-RECORD - PRIMARY READ LOOP OVER THE           *
      *                           CONCATENATED LEDGER DATASETS.        *
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


      *----------------------------------------------------------------*
      * 1100-ACCUMULATE-RECORD - FOLD ONE LEDGER ROW INTO THE RUNNING  *
      *                          TOTALS FOR ITS SUBJECT.  A CYCLE      *
      *                          VALUE IS STILL TREATED AS CYCLE       *
      *                          DETAIL RATHER THAN DROPPED, AS A      *
      *                          DEFENSIVE DEFAULT.                    *
      *                          A RUN THE BALANCE INDICATOR REJECTS   *
      *                          IS SKIPPED BEFORE ANY OF THAT.        *
      *----------------------------------------------------------------*
       1100-ACCUMULATE-RECORD.
           IF LG-RUN-HEADER
               PERFORM 1050-GATE-RUN-HEADER
           END-IF
           IF WS-USE-RUN
               PERFORM 1105-ACCUMULATE-USED-RECORD
           ELSE
               ADD 1 TO WS-GATED-ROWS-SKIPPED
           END-IF
           .

       1105-ACCUMULATE-USED-RECORD.
           PERFORM 1120-FIND-OR-ADD-SUBJECT
           IF WS-SUBJ-IDX = 0
               IF NOT LG-RUN-HEADER AND NOT LG-RUN-TRAILER
                       PERFORM 1130-ACCUMULATE-CYCLE
               END-EVALUATE
           END-IF
           IF LG-RUN-TRAILER AND WS-BALANCE-GATED
               MOVE 'N' TO WS-RUN-USE-SW
           END-IF
           .

      *----------------------------------------------------------------*
               DISPLAY '     SUBJECT-CODES BEYOND THE 10-SUBJECT'
               DISPLAY '     BREAKDOWN LIMIT WERE NOT TALLIED. ***'
           END-IF
           DISPLAY ' '
           DISPLAY ' LEDGER BALANCE:'
           IF WS-BALANCE-GATED
               DISPLAY '   SUSPECT RUNS SKIPPED:  ' WS-SUSPECT-SKIPPED
               DISPLAY '   UNBALANCED RUNS SKIPPED: '
                   WS-UNLISTED-SKIPPED
               DISPLAY '   ROWS SKIPPED WITH THEM: '
                   WS-GATED-ROWS-SKIPPED
           ELSE
               DISPLAY '   LEDGER NOT BALANCE-CHECKED'
                   ' (NO INDICATOR)'
           END-IF
           DISPLAY WS-SEPARATOR
           .

