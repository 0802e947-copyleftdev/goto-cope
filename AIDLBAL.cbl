       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDLBAL.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * PROGRAM:  AIDLBAL                                              *
      * PURPOSE:  AUDIT-LEDGER STRUCTURAL BALANCING.  EVERY READER OF  *
      *           THE LEDGER ASSUMES EACH RUN IS ONE 'H' HEADER, ITS   *
      *           'D' CYCLE ROWS NUMBERED ON FROM THE HEADER'S RESUME  *
      *           POINT WITHOUT A SKIP OR A REPEAT, THEN ONE 'T'       *
      *           TRAILER WHOSE CYCLE COUNT AND FINAL LOAD AGREE WITH  *
      *           THE LAST CYCLE ROW.  THE SWEEP APPENDS TO THE SHARED *
      *           LEDGER WITH DISP=MOD, SO AN ABEND OR A BAD           *
      *           CONCATENATION CAN BREAK THAT.  THIS PROGRAM READS    *
      *           THE LEDGER ONCE, BALANCES EVERY RUN, AND:            *
      *             - PRINTS AN EXCEPTION REPORT THAT KEEPS ABENDED    *
      *               IN-FLIGHT RUNS (NO TRAILER, ROWS OTHERWISE       *
      *               SOUND - EXPECTED, AND SAY WHETHER A LATER RUN    *
      *               RESUMED THEM) APART FROM REAL CORRUPTION         *
      *               (SUSPECT RUNS AND ROWS OUTSIDE ANY RUN);         *
      *             - REBUILDS THE INDICATOR FILE (LBALFL, LAYOUT      *
      *               LBALREC) WITH ONE CLEAN/ABENDED/SUSPECT ROW PER  *
      *               RUN.  AIDSCORE, AIDEXTRC, AIDENRPT, AIDACPRT     *
      *               AND AIDRELPS LOAD IT AND SKIP SUSPECT RUNS.      *
      *                                                                *
      *           A SUSPECT RUN KEEPS THE FIRST REASON FOUND:          *
      *             FS - A ROW FOR ANOTHER SUBJECT INSIDE THE RUN      *
      *             GP - A CYCLE NUMBER SKIPPED AHEAD                  *
      *             RP - A CYCLE NUMBER REPEATED OR WENT BACKWARDS     *
      *             BC - A CYCLE NUMBER THAT IS NOT NUMERIC            *
      *             TC - TRAILER CYCLE COUNT DISAGREES WITH THE LAST   *
      *                  CYCLE ROW                                     *
      *             TL - TRAILER FINAL LOAD DISAGREES WITH THE LAST    *
      *                  CYCLE ROW                                     *
      *             TO - TRAILER OUTCOME IS NEITHER 'A' NOR 'M'        *
      *             BT - A ROW OF UNKNOWN TYPE INSIDE THE RUN          *
      *             RS - A RESUMED HEADER WHOSE RESUME CYCLE DOES NOT  *
      *                  MATCH WHERE THE SUBJECT'S ABENDED RUN STOPPED *
      *             DU - TWO HEADERS WITH THE SAME SUBJECT, DATE AND   *
      *                  TIME (A DATASET CONCATENATED TWICE)           *
      *           CYCLE ROWS AHEAD OF THE FIRST HEADER ARE PRE-        *
      *           CONVERSION HISTORY (AIDCONVJ STAMPED THEM 'D') AND   *
      *           ARE ONLY COUNTED.                                    *
      *                                                                *
      * RETURN-CODE: 0 = EVERY RUN BALANCES                            *
      *              4 = ABENDED IN-FLIGHT RUNS ONLY - NO CORRUPTION   *
      *              8 = SUSPECT RUNS OR ROWS OUTSIDE ANY RUN (SEE     *
      *                  REPORT) - DOWNSTREAM STEPS STILL RUN AND SKIP *
      *                  THE SUSPECT RUNS                              *
      *             16 = FILE ERROR, RUN TERMINATED                    *
      *                                                                *
      * PLATFORM: IBM Z8                                               *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-15  CDD  ORIGINAL.                                   *
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

           SELECT LEDGER-BALANCE-FILE ASSIGN TO LBALFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC.

       FD  LEDGER-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LBALREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
       01  WS-BALANCE-STATUS        PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE     PIC X(8).
           05  WS-CURRENT-TIME     PIC X(8).
           05  WS-DIFF-FROM-GMT    PIC X(5).

      *--- WHERE THE READ STANDS RELATIVE TO THE RUN BRACKETS.      ---*
      *--- UNTRACKED IS A RUN WHOSE HEADER CAME AFTER THE RUN TABLE ---*
      *--- FILLED - ITS ROWS ARE COUNTED BUT NOT BALANCED.          ---*
       01  WS-LEDGER-POSITION-SW    PIC X(01) VALUE 'B'.
           88  WS-BEFORE-FIRST-RUN      VALUE 'B'.
           88  WS-INSIDE-RUN            VALUE 'R'.
           88  WS-BETWEEN-RUNS          VALUE 'O'.
           88  WS-UNTRACKED-RUN         VALUE 'X'.

      *--- ONE ENTRY PER RUN HEADER, IN LEDGER ORDER.  WRITTEN TO   ---*
      *--- THE INDICATOR FILE AT END OF LEDGER.                     ---*
       01  WS-RUN-TABLE.
           05  WS-RN-ENTRY OCCURS 5000 TIMES.
               10  WS-RN-RUN-KEY.
                   15  WS-RN-SUBJECT-CODE  PIC X(10).
                   15  WS-RN-RUN-DATE      PIC X(08).
                   15  WS-RN-RUN-TIME      PIC X(08).
               10  WS-RN-STATE             PIC X(01).
               10  WS-RN-REASON            PIC X(02).
               10  WS-RN-HEADER-ROW        PIC 9(9) COMP.
               10  WS-RN-BAD-ROW           PIC 9(9) COMP.
               10  WS-RN-DETAIL-ROWS       PIC 9(9) COMP.
               10  WS-RN-LAST-CYCLE        PIC 9(9) COMP.
               10  WS-RN-RESUMED-LATER-SW  PIC X(01).
       01  WS-RUN-COUNT             PIC 9(04) VALUE 0.
       01  WS-RN-IDX                PIC 9(04) VALUE 0.
       01  WS-CUR-IDX               PIC 9(04) VALUE 0.
       01  WS-UNTRACKED-RUNS        PIC 9(9) COMP VALUE 0.
       01  WS-UNTRACKED-ROWS        PIC 9(9) COMP VALUE 0.

      *--- THE OPEN RUN'S BALANCING FIELDS.                         ---*
       01  WS-CUR-RESUME-CYCLE      PIC 9(9) COMP VALUE 0.
       01  WS-CUR-EXPECT-CYCLE      PIC 9(9) COMP VALUE 0.
       01  WS-CUR-LAST-LOAD         PIC 9(5)V99   VALUE 0.

      *--- PER SUBJECT, THE LATEST ABENDED RUN NOT YET FOLLOWED BY  ---*
      *--- ANOTHER HEADER, SO A RESUMED HEADER CAN BE CHECKED       ---*
      *--- AGAINST WHERE THAT RUN STOPPED.  THE CHECKPOINT IS       ---*
      *--- REWRITTEN AFTER EACH CYCLE ROW, SO A GOOD RESUME POINT   ---*
      *--- IS THE LAST CYCLE ROW OR THE ONE BEFORE IT.              ---*
       01  WS-SUBJECT-TABLE.
           05  WS-SB-ENTRY OCCURS 200 TIMES.
               10  WS-SB-SUBJECT-CODE      PIC X(10).
               10  WS-SB-PENDING-SW        PIC X(01).
               10  WS-SB-LAST-CYCLE        PIC 9(9) COMP.
               10  WS-SB-DETAIL-ROWS       PIC 9(9) COMP.
               10  WS-SB-RUN-IDX           PIC 9(04).
       01  WS-SUBJECT-COUNT         PIC 9(03) VALUE 0.
       01  WS-SB-IDX                PIC 9(03) VALUE 0.
       01  WS-SB-FOUND-IDX          PIC 9(03) VALUE 0.
       01  WS-SB-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-SB-MATCHED            VALUE 'Y'.
       01  WS-SUBJECT-OVERFLOW-SW   PIC X(01) VALUE 'N'.
           88  WS-SUBJECT-OVERFLOWED    VALUE 'Y'.
       01  WS-MATCH-SUBJECT-CODE    PIC X(10) VALUE SPACES.
       01  WS-RESUME-OK-SW          PIC X(01) VALUE 'N'.
           88  WS-RESUME-OK             VALUE 'Y'.

      *--- ROWS OUTSIDE ANY RUN, LISTED UP TO 100.                  ---*
       01  WS-STRAY-TABLE.
           05  WS-ST-ENTRY OCCURS 100 TIMES.
               10  WS-ST-ROW-NBR           PIC 9(9) COMP.
               10  WS-ST-RECORD-TYPE       PIC X(01).
               10  WS-ST-SUBJECT-CODE      PIC X(10).
               10  WS-ST-CYCLE-NBR         PIC X(09).
       01  WS-STRAY-LISTED          PIC 9(03) VALUE 0.
       01  WS-ST-IDX                PIC 9(03) VALUE 0.
       01  WS-STRAY-COUNT           PIC 9(9) COMP VALUE 0.

      *--- ONE SUSPECT FINDING, FED TO 2000-FLAG-SUSPECT.           ---*
       01  WS-FLAG-IDX              PIC 9(04) VALUE 0.
       01  WS-FLAG-REASON           PIC X(02) VALUE SPACES.
       01  WS-FLAG-ROW              PIC 9(9) COMP VALUE 0.

       01  WS-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-HEADER-ROWS           PIC 9(9) COMP VALUE 0.
       01  WS-DETAIL-ROWS           PIC 9(9) COMP VALUE 0.
       01  WS-TRAILER-ROWS          PIC 9(9) COMP VALUE 0.
       01  WS-OTHER-ROWS            PIC 9(9) COMP VALUE 0.
       01  WS-LEGACY-ROWS           PIC 9(9) COMP VALUE 0.
       01  WS-RUNS-CLEAN            PIC 9(9) COMP VALUE 0.
       01  WS-RUNS-ABENDED          PIC 9(9) COMP VALUE 0.
       01  WS-RUNS-SUSPECT          PIC 9(9) COMP VALUE 0.
       01  WS-RUNS-WRITTEN          PIC 9(9) COMP VALUE 0.

       01  WS-REASON-TEXT           PIC X(44) VALUE SPACES.
       01  WS-RESUME-TEXT           PIC X(16) VALUE SPACES.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-READ-LEDGER-ROW
               UNTIL WS-END-OF-FILE
           IF WS-INSIDE-RUN
               PERFORM 2500-CLOSE-ABENDED-RUN
           END-IF
           PERFORM 3000-WRITE-INDICATOR
           PERFORM 4000-PRINT-EXCEPTIONS
           PERFORM 9000-PRINT-CONTROL-TOTALS
           CLOSE AUDIT-LEDGER-FILE
           CLOSE LEDGER-BALANCE-FILE
           EVALUATE TRUE
               WHEN WS-RUNS-SUSPECT > 0
                   OR WS-STRAY-COUNT > 0
                   OR WS-UNTRACKED-RUNS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUNS-ABENDED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

       0100-INITIALIZE.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDLBAL v1.0 - AUDIT-LEDGER STRUCTURAL BALANCING'
           DISPLAY WS-SEPARATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT AUDIT-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'AUDIT-LEDGER-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-LEDGER-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           OPEN OUTPUT LEDGER-BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = '00'
               MOVE 'LEDGER-BALANCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-BALANCE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * 1000-READ-LEDGER-ROW - PRIMARY READ LOOP.  ROWS ARE NUMBERED   *
      *                        FROM 1 IN READ ORDER SO THE REPORT CAN  *
      *                        POINT AT THE FIRST BAD ONE.             *
      *----------------------------------------------------------------*
       1000-READ-LEDGER-ROW.
           READ AUDIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 1100-CLASSIFY-ROW
           END-READ
           .

       1100-CLASSIFY-ROW.
           EVALUATE TRUE
               WHEN LG-RUN-HEADER
                   ADD 1 TO WS-HEADER-ROWS
                   PERFORM 1200-OPEN-RUN
               WHEN LG-CYCLE-DETAIL
                   ADD 1 TO WS-DETAIL-ROWS
                   PERFORM 1300-CHECK-DETAIL-ROW
               WHEN LG-RUN-TRAILER
                   ADD 1 TO WS-TRAILER-ROWS
                   PERFORM 1400-CHECK-TRAILER-ROW
               WHEN OTHER
                   ADD 1 TO WS-OTHER-ROWS
                   PERFORM 1500-CHECK-UNKNOWN-ROW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 1200-OPEN-RUN - A HEADER.  A RUN STILL OPEN HAD NO TRAILER, SO *
      *                 IT CLOSES AS ABENDED FIRST.  THE NEW RUN'S     *
      *                 FIRST CYCLE ROW MUST BE ONE PAST ITS RESUME    *
      *                 CYCLE (1 FOR A FRESH RUN).                     *
      *----------------------------------------------------------------*
       1200-OPEN-RUN.
           IF WS-INSIDE-RUN
               PERFORM 2500-CLOSE-ABENDED-RUN
           END-IF
           IF WS-RUN-COUNT NOT < 5000
               ADD 1 TO WS-UNTRACKED-RUNS
               MOVE 0 TO WS-CUR-IDX
               MOVE 'X' TO WS-LEDGER-POSITION-SW
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-CUR-IDX
               MOVE LG-SUBJECT-CODE TO WS-RN-SUBJECT-CODE(WS-CUR-IDX)
               MOVE LG-HDR-RUN-DATE TO WS-RN-RUN-DATE(WS-CUR-IDX)
               MOVE LG-HDR-RUN-TIME TO WS-RN-RUN-TIME(WS-CUR-IDX)
               MOVE 'C' TO WS-RN-STATE(WS-CUR-IDX)
               MOVE SPACES TO WS-RN-REASON(WS-CUR-IDX)
               MOVE WS-ROWS-READ TO WS-RN-HEADER-ROW(WS-CUR-IDX)
               MOVE 0 TO WS-RN-BAD-ROW(WS-CUR-IDX)
               MOVE 0 TO WS-RN-DETAIL-ROWS(WS-CUR-IDX)
               MOVE 'N' TO WS-RN-RESUMED-LATER-SW(WS-CUR-IDX)
               IF LG-HDR-RESUMED-RUN
                       AND LG-HDR-RESUME-CYCLE IS NUMERIC
                   MOVE LG-HDR-RESUME-CYCLE TO WS-CUR-RESUME-CYCLE
               ELSE
                   MOVE 0 TO WS-CUR-RESUME-CYCLE
               END-IF
               MOVE WS-CUR-RESUME-CYCLE
                   TO WS-RN-LAST-CYCLE(WS-CUR-IDX)
               COMPUTE WS-CUR-EXPECT-CYCLE = WS-CUR-RESUME-CYCLE + 1
               MOVE 0 TO WS-CUR-LAST-LOAD
               MOVE 'R' TO WS-LEDGER-POSITION-SW
               MOVE WS-CUR-IDX TO WS-FLAG-IDX
               MOVE WS-ROWS-READ TO WS-FLAG-ROW
               PERFORM 1210-CHECK-DUPLICATE-RUN
               PERFORM 1220-CHECK-RESUME-POINT
           END-IF
           .

       1210-CHECK-DUPLICATE-RUN.
           IF WS-CUR-IDX > 1
               PERFORM 1215-DUPLICATE-RUN-TEST
                   VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX NOT < WS-CUR-IDX
           END-IF
           .

       1215-DUPLICATE-RUN-TEST.
           IF WS-RN-RUN-KEY(WS-RN-IDX) = WS-RN-RUN-KEY(WS-CUR-IDX)
               MOVE 'DU' TO WS-FLAG-REASON
               MOVE WS-RN-IDX TO WS-FLAG-IDX
               PERFORM 2000-FLAG-SUSPECT
               MOVE WS-CUR-IDX TO WS-FLAG-IDX
               PERFORM 2000-FLAG-SUSPECT
           END-IF
           .

      *----------------------------------------------------------------*
      * 1220-CHECK-RESUME-POINT - ANY HEADER ENDS THE SUBJECT'S WAIT   *
      *                           FOR A RESUME.  A RESUMED ONE MUST    *
      *                           PICK UP WHERE THE ABENDED RUN        *
      *                           STOPPED.  A RESUMED HEADER WITH NO   *
      *                           ABENDED RUN ON THIS LEDGER (IT WAS   *
      *                           ARCHIVED, OR IS IN AN EARLIER        *
      *                           DATASET NOT CONCATENATED HERE)       *
      *                           CANNOT BE CHECKED AND IS LET STAND.  *
      *----------------------------------------------------------------*
       1220-CHECK-RESUME-POINT.
           MOVE LG-SUBJECT-CODE TO WS-MATCH-SUBJECT-CODE
           PERFORM 8000-FIND-OR-ADD-SUBJECT
           IF WS-SB-IDX > 0
               IF LG-HDR-RESUMED-RUN
                       AND WS-SB-PENDING-SW(WS-SB-IDX) = 'Y'
                   MOVE 'N' TO WS-RESUME-OK-SW
                   IF WS-CUR-RESUME-CYCLE = WS-SB-LAST-CYCLE(WS-SB-IDX)
                       MOVE 'Y' TO WS-RESUME-OK-SW
                   END-IF
                   IF WS-SB-DETAIL-ROWS(WS-SB-IDX) > 0
                           AND WS-CUR-RESUME-CYCLE + 1 =
                               WS-SB-LAST-CYCLE(WS-SB-IDX)
                       MOVE 'Y' TO WS-RESUME-OK-SW
                   END-IF
                   IF NOT WS-RESUME-OK
                       MOVE 'RS' TO WS-FLAG-REASON
                       PERFORM 2000-FLAG-SUSPECT
                   END-IF
                   MOVE WS-SB-RUN-IDX(WS-SB-IDX) TO WS-RN-IDX
                   MOVE 'Y' TO WS-RN-RESUMED-LATER-SW(WS-RN-IDX)
               END-IF
               MOVE 'N' TO WS-SB-PENDING-SW(WS-SB-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 1300-CHECK-DETAIL-ROW - A CYCLE ROW MUST BELONG TO THE OPEN    *
      *                         RUN'S SUBJECT AND CARRY THE NEXT CYCLE *
      *                         NUMBER.  AFTER A SKIP OR REPEAT THE    *
      *                         COUNT RESYNCS ON THE ROW JUST READ SO  *
      *                         ONE BAD ROW IS NOT REPORTED AS MANY.   *
      *----------------------------------------------------------------*
       1300-CHECK-DETAIL-ROW.
           EVALUATE TRUE
               WHEN WS-BEFORE-FIRST-RUN
                   ADD 1 TO WS-LEGACY-ROWS
               WHEN WS-UNTRACKED-RUN
                   ADD 1 TO WS-UNTRACKED-ROWS
               WHEN WS-BETWEEN-RUNS
                   PERFORM 2800-NOTE-STRAY-ROW
               WHEN OTHER
                   PERFORM 1310-BALANCE-DETAIL-ROW
           END-EVALUATE
           .

       1310-BALANCE-DETAIL-ROW.
           ADD 1 TO WS-RN-DETAIL-ROWS(WS-CUR-IDX)
           MOVE WS-CUR-IDX TO WS-FLAG-IDX
           MOVE WS-ROWS-READ TO WS-FLAG-ROW
           IF LG-SUBJECT-CODE NOT = WS-RN-SUBJECT-CODE(WS-CUR-IDX)
               MOVE 'FS' TO WS-FLAG-REASON
               PERFORM 2000-FLAG-SUSPECT
           END-IF
           IF LG-CYCLE-NBR IS NUMERIC
               IF LG-CYCLE-NBR > WS-CUR-EXPECT-CYCLE
                   MOVE 'GP' TO WS-FLAG-REASON
                   PERFORM 2000-FLAG-SUSPECT
               END-IF
               IF LG-CYCLE-NBR < WS-CUR-EXPECT-CYCLE
                   MOVE 'RP' TO WS-FLAG-REASON
                   PERFORM 2000-FLAG-SUSPECT
               END-IF
               MOVE LG-CYCLE-NBR TO WS-RN-LAST-CYCLE(WS-CUR-IDX)
               COMPUTE WS-CUR-EXPECT-CYCLE = LG-CYCLE-NBR + 1
           ELSE
               MOVE 'BC' TO WS-FLAG-REASON
               PERFORM 2000-FLAG-SUSPECT
               ADD 1 TO WS-CUR-EXPECT-CYCLE
           END-IF
           IF LG-COGNITIVE-LOAD IS NUMERIC
               MOVE LG-COGNITIVE-LOAD TO WS-CUR-LAST-LOAD
           END-IF
           .

      *----------------------------------------------------------------*
      * 1400-CHECK-TRAILER-ROW - A TRAILER CLOSES THE OPEN RUN.  ONE   *
      *                          WITH NO RUN OPEN IS A STRAY.          *
      *----------------------------------------------------------------*
       1400-CHECK-TRAILER-ROW.
           EVALUATE TRUE
               WHEN WS-INSIDE-RUN
                   PERFORM 1410-BALANCE-TRAILER-ROW
               WHEN WS-UNTRACKED-RUN
                   ADD 1 TO WS-UNTRACKED-ROWS
                   MOVE 'O' TO WS-LEDGER-POSITION-SW
               WHEN OTHER
                   PERFORM 2800-NOTE-STRAY-ROW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 1410-BALANCE-TRAILER-ROW - THE TRAILER'S CYCLE NUMBER AND      *
      *                            CYCLES COMPLETED MUST BOTH EQUAL    *
      *                            THE LAST CYCLE ROW'S NUMBER (THE    *
      *                            RESUME CYCLE IF THE RUN WROTE NO    *
      *                            CYCLE ROWS), AND ITS FINAL LOAD THE *
      *                            LAST CYCLE ROW'S LOAD.              *
      *----------------------------------------------------------------*
       1410-BALANCE-TRAILER-ROW.
           MOVE WS-CUR-IDX TO WS-FLAG-IDX
           MOVE WS-ROWS-READ TO WS-FLAG-ROW
           IF LG-SUBJECT-CODE NOT = WS-RN-SUBJECT-CODE(WS-CUR-IDX)
               MOVE 'FS' TO WS-FLAG-REASON
               PERFORM 2000-FLAG-SUSPECT
           END-IF
           IF LG-CYCLE-NBR IS NOT NUMERIC
                   OR LG-TRL-CYCLES-COMPLETED IS NOT NUMERIC
               MOVE 'TC' TO WS-FLAG-REASON
               PERFORM 2000-FLAG-SUSPECT
           ELSE
               IF LG-CYCLE-NBR NOT = WS-RN-LAST-CYCLE(WS-CUR-IDX)
                       OR LG-TRL-CYCLES-COMPLETED NOT =
                           WS-RN-LAST-CYCLE(WS-CUR-IDX)
                   MOVE 'TC' TO WS-FLAG-REASON
                   PERFORM 2000-FLAG-SUSPECT
               END-IF
           END-IF
           IF WS-RN-DETAIL-ROWS(WS-CUR-IDX) > 0
               IF LG-TRL-FINAL-LOAD IS NOT NUMERIC
                   MOVE 'TL' TO WS-FLAG-REASON
                   PERFORM 2000-FLAG-SUSPECT
               ELSE
                   IF LG-TRL-FINAL-LOAD NOT = WS-CUR-LAST-LOAD
                       MOVE 'TL' TO WS-FLAG-REASON
                       PERFORM 2000-FLAG-SUSPECT
                   END-IF
               END-IF
           END-IF
           IF NOT LG-TRL-ACCEPTANCE AND NOT LG-TRL-MERCY-CONSTRAINT
               MOVE 'TO' TO WS-FLAG-REASON
               PERFORM 2000-FLAG-SUSPECT
           END-IF
           MOVE 0 TO WS-CUR-IDX
           MOVE 'O' TO WS-LEDGER-POSITION-SW
           .

      *----------------------------------------------------------------*
      * 1500-CHECK-UNKNOWN-ROW - A TYPE BYTE THAT IS NOT H, D OR T.    *
      *                          INSIDE A RUN IT MAKES THE RUN         *
      *                          SUSPECT; ANYWHERE ELSE IT IS A STRAY. *
      *----------------------------------------------------------------*
       1500-CHECK-UNKNOWN-ROW.
           EVALUATE TRUE
               WHEN WS-INSIDE-RUN
                   MOVE WS-CUR-IDX TO WS-FLAG-IDX
                   MOVE WS-ROWS-READ TO WS-FLAG-ROW
                   MOVE 'BT' TO WS-FLAG-REASON
                   PERFORM 2000-FLAG-SUSPECT
               WHEN WS-UNTRACKED-RUN
                   ADD 1 TO WS-UNTRACKED-ROWS
               WHEN OTHER
                   PERFORM 2800-NOTE-STRAY-ROW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 2000-FLAG-SUSPECT - MARK RUN WS-FLAG-IDX SUSPECT.  ONLY THE    *
      *                     FIRST REASON AND ROW ARE KEPT - THE REST   *
      *                     ARE USUALLY FALLOUT FROM THE FIRST.        *
      *----------------------------------------------------------------*
       2000-FLAG-SUSPECT.
           IF WS-RN-STATE(WS-FLAG-IDX) NOT = 'S'
               MOVE 'S' TO WS-RN-STATE(WS-FLAG-IDX)
               MOVE WS-FLAG-REASON TO WS-RN-REASON(WS-FLAG-IDX)
               MOVE WS-FLAG-ROW TO WS-RN-BAD-ROW(WS-FLAG-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2500-CLOSE-ABENDED-RUN - THE OPEN RUN ENDED WITHOUT A TRAILER  *
      *                          (NEXT HEADER OR END OF LEDGER).  THAT *
      *                          IS AN ABEND OR A RUN STILL GOING -    *
      *                          EXPECTED, NOT CORRUPTION - UNLESS ITS *
      *                          ROWS WERE ALREADY SUSPECT.  THE       *
      *                          SUBJECT'S NEXT HEADER SHOULD RESUME   *
      *                          IT.                                   *
      *----------------------------------------------------------------*
       2500-CLOSE-ABENDED-RUN.
           IF WS-RN-STATE(WS-CUR-IDX) = 'C'
               MOVE 'A' TO WS-RN-STATE(WS-CUR-IDX)
               MOVE 'NT' TO WS-RN-REASON(WS-CUR-IDX)
           END-IF
           MOVE WS-RN-SUBJECT-CODE(WS-CUR-IDX) TO WS-MATCH-SUBJECT-CODE
           PERFORM 8000-FIND-OR-ADD-SUBJECT
           IF WS-SB-IDX > 0
               MOVE 'Y' TO WS-SB-PENDING-SW(WS-SB-IDX)
               MOVE WS-RN-LAST-CYCLE(WS-CUR-IDX)
                   TO WS-SB-LAST-CYCLE(WS-SB-IDX)
               MOVE WS-RN-DETAIL-ROWS(WS-CUR-IDX)
                   TO WS-SB-DETAIL-ROWS(WS-SB-IDX)
               MOVE WS-CUR-IDX TO WS-SB-RUN-IDX(WS-SB-IDX)
           END-IF
           MOVE 0 TO WS-CUR-IDX
           MOVE 'O' TO WS-LEDGER-POSITION-SW
           .

      *----------------------------------------------------------------*
      * 2800-NOTE-STRAY-ROW - A ROW OUTSIDE ANY RUN BRACKET.  NO RUN   *
      *                       OWNS IT, SO IT IS LISTED ON ITS OWN (UP  *
      *                       TO 100) AND EVERY READER SKIPS IT.       *
      *----------------------------------------------------------------*
       2800-NOTE-STRAY-ROW.
           ADD 1 TO WS-STRAY-COUNT
           IF WS-STRAY-LISTED < 100
               ADD 1 TO WS-STRAY-LISTED
               MOVE WS-ROWS-READ TO WS-ST-ROW-NBR(WS-STRAY-LISTED)
               MOVE LG-RECORD-TYPE
                   TO WS-ST-RECORD-TYPE(WS-STRAY-LISTED)
               MOVE LG-SUBJECT-CODE
                   TO WS-ST-SUBJECT-CODE(WS-STRAY-LISTED)
               MOVE LG-CYCLE-NBR TO WS-ST-CYCLE-NBR(WS-STRAY-LISTED)
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-WRITE-INDICATOR - THE BALANCE HEADER ROW, THEN ONE ROW    *
      *                        PER RUN IN LEDGER ORDER.                *
      *----------------------------------------------------------------*
       3000-WRITE-INDICATOR.
           IF WS-RUN-COUNT > 0
               PERFORM 3050-COUNT-ONE-RUN
                   VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RUN-COUNT
           END-IF
           MOVE SPACES TO LEDGER-BALANCE-RECORD
           MOVE 'H' TO LB-RECORD-TYPE
           MOVE '**BALANCE' TO LB-SUBJECT-CODE
           MOVE WS-CURRENT-DATE TO LB-RUN-DATE
           MOVE WS-CURRENT-TIME TO LB-RUN-TIME
           MOVE WS-ROWS-READ TO LB-BAL-LEDGER-ROWS
           MOVE WS-RUNS-CLEAN TO LB-BAL-RUNS-CLEAN
           MOVE WS-RUNS-ABENDED TO LB-BAL-RUNS-ABENDED
           MOVE WS-RUNS-SUSPECT TO LB-BAL-RUNS-SUSPECT
           MOVE WS-STRAY-COUNT TO LB-BAL-STRAY-ROWS
           PERFORM 3200-WRITE-BALANCE-ROW
           IF WS-RUN-COUNT > 0
               PERFORM 3100-WRITE-ONE-RUN
                   VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RUN-COUNT
           END-IF
           .

       3050-COUNT-ONE-RUN.
           EVALUATE WS-RN-STATE(WS-RN-IDX)
               WHEN 'C'
                   ADD 1 TO WS-RUNS-CLEAN
               WHEN 'A'
                   ADD 1 TO WS-RUNS-ABENDED
               WHEN OTHER
                   ADD 1 TO WS-RUNS-SUSPECT
           END-EVALUATE
           .

       3100-WRITE-ONE-RUN.
           MOVE SPACES TO LEDGER-BALANCE-RECORD
           MOVE 'R' TO LB-RECORD-TYPE
           MOVE WS-RN-RUN-KEY(WS-RN-IDX) TO LB-RUN-KEY
           MOVE WS-RN-STATE(WS-RN-IDX) TO LB-RUN-STATE
           MOVE WS-RN-REASON(WS-RN-IDX) TO LB-REASON-CODE
           MOVE WS-RN-HEADER-ROW(WS-RN-IDX) TO LB-HEADER-ROW-NBR
           MOVE WS-RN-BAD-ROW(WS-RN-IDX) TO LB-BAD-ROW-NBR
           MOVE WS-RN-DETAIL-ROWS(WS-RN-IDX) TO LB-DETAIL-ROWS
           MOVE WS-RN-LAST-CYCLE(WS-RN-IDX) TO LB-LAST-CYCLE-NBR
           PERFORM 3200-WRITE-BALANCE-ROW
           ADD 1 TO WS-RUNS-WRITTEN
           .

       3200-WRITE-BALANCE-ROW.
           WRITE LEDGER-BALANCE-RECORD
           IF WS-BALANCE-STATUS NOT = '00'
               MOVE 'LEDGER-BALANCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-BALANCE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * 4000-PRINT-EXCEPTIONS - ABENDED RUNS FIRST, UNDER THEIR OWN    *
      *                         HEADING, SO NOBODY MISTAKES A ROUTINE  *
      *                         RESTART FOR DAMAGE; THEN THE SUSPECT   *
      *                         RUNS AND THE STRAY ROWS.               *
      *----------------------------------------------------------------*
       4000-PRINT-EXCEPTIONS.
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' ABENDED / IN-FLIGHT RUNS (NO TRAILER - EXPECTED)'
           DISPLAY WS-THIN-SEP
           IF WS-RUNS-ABENDED > 0
               PERFORM 4100-PRINT-ABENDED-RUN
                   VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RUN-COUNT
           ELSE
               DISPLAY ' (NONE)'
           END-IF

           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' SUSPECT RUNS (CORRUPTION - SKIPPED DOWNSTREAM)'
           DISPLAY WS-THIN-SEP
           IF WS-RUNS-SUSPECT > 0
               PERFORM 4200-PRINT-SUSPECT-RUN
                   VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RUN-COUNT
           ELSE
               DISPLAY ' (NONE)'
           END-IF

           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' ROWS OUTSIDE ANY RUN (CORRUPTION - SKIPPED)'
           DISPLAY WS-THIN-SEP
           IF WS-STRAY-LISTED > 0
               PERFORM 4300-PRINT-STRAY-ROW
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STRAY-LISTED
               IF WS-STRAY-COUNT > WS-STRAY-LISTED
                   DISPLAY ' *** ONLY THE FIRST 100 ARE LISTED. ***'
               END-IF
           ELSE
               DISPLAY ' (NONE)'
           END-IF
           .

       4100-PRINT-ABENDED-RUN.
           IF WS-RN-STATE(WS-RN-IDX) = 'A'
               IF WS-RN-RESUMED-LATER-SW(WS-RN-IDX) = 'Y'
                   MOVE 'RESUMED LATER' TO WS-RESUME-TEXT
               ELSE
                   MOVE 'NOT YET RESUMED' TO WS-RESUME-TEXT
               END-IF
               DISPLAY ' '
               DISPLAY ' RUN: ' WS-RN-SUBJECT-CODE(WS-RN-IDX) ' '
                   WS-RN-RUN-DATE(WS-RN-IDX) ' '
                   WS-RN-RUN-TIME(WS-RN-IDX)
                   '  HEADER ROW ' WS-RN-HEADER-ROW(WS-RN-IDX)
               DISPLAY '   CYCLE ROWS: ' WS-RN-DETAIL-ROWS(WS-RN-IDX)
                   '  LAST CYCLE: ' WS-RN-LAST-CYCLE(WS-RN-IDX)
                   '  ' WS-RESUME-TEXT
           END-IF
           .

       4200-PRINT-SUSPECT-RUN.
           IF WS-RN-STATE(WS-RN-IDX) = 'S'
               PERFORM 4250-SET-REASON-TEXT
               DISPLAY ' '
               DISPLAY ' RUN: ' WS-RN-SUBJECT-CODE(WS-RN-IDX) ' '
                   WS-RN-RUN-DATE(WS-RN-IDX) ' '
                   WS-RN-RUN-TIME(WS-RN-IDX)
                   '  HEADER ROW ' WS-RN-HEADER-ROW(WS-RN-IDX)
               DISPLAY '   REASON: ' WS-RN-REASON(WS-RN-IDX) ' - '
                   WS-REASON-TEXT
               DISPLAY '   FIRST BAD ROW: ' WS-RN-BAD-ROW(WS-RN-IDX)
                   '  CYCLE ROWS: ' WS-RN-DETAIL-ROWS(WS-RN-IDX)
           END-IF
           .

       4250-SET-REASON-TEXT.
           EVALUATE WS-RN-REASON(WS-RN-IDX)
               WHEN 'FS'
                   MOVE 'ROW FOR ANOTHER SUBJECT INSIDE THE RUN'
                       TO WS-REASON-TEXT
               WHEN 'GP'
                   MOVE 'CYCLE NUMBER SKIPPED AHEAD'
                       TO WS-REASON-TEXT
               WHEN 'RP'
                   MOVE 'CYCLE NUMBER REPEATED OR WENT BACK'
                       TO WS-REASON-TEXT
               WHEN 'BC'
                   MOVE 'CYCLE NUMBER NOT NUMERIC'
                       TO WS-REASON-TEXT
               WHEN 'TC'
                   MOVE 'TRAILER CYCLE COUNT DISAGREES WITH ROWS'
                       TO WS-REASON-TEXT
               WHEN 'TL'
                   MOVE 'TRAILER FINAL LOAD DISAGREES WITH ROWS'
                       TO WS-REASON-TEXT
               WHEN 'TO'
                   MOVE 'TRAILER OUTCOME NOT A OR M'
                       TO WS-REASON-TEXT
               WHEN 'BT'
                   MOVE 'ROW OF UNKNOWN TYPE INSIDE THE RUN'
                       TO WS-REASON-TEXT
               WHEN 'RS'
                   MOVE 'RESUME CYCLE NOT WHERE THE ABENDED RUN ENDED'
                       TO WS-REASON-TEXT
               WHEN 'DU'
                   MOVE 'SAME SUBJECT/DATE/TIME AS ANOTHER RUN'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE
           .

       4300-PRINT-STRAY-ROW.
           DISPLAY ' ROW ' WS-ST-ROW-NBR(WS-ST-IDX)
               '  TYPE ' WS-ST-RECORD-TYPE(WS-ST-IDX)
               '  SUBJECT ' WS-ST-SUBJECT-CODE(WS-ST-IDX)
               '  CYCLE ' WS-ST-CYCLE-NBR(WS-ST-IDX)
           .

      *----------------------------------------------------------------*
      * 8000-FIND-OR-ADD-SUBJECT - LOCATE WS-MATCH-SUBJECT-CODE IN THE *
      *                            SUBJECT TABLE, ADDING IT THE FIRST  *
      *                            TIME.  LEAVES WS-SB-IDX ZERO WHEN   *
      *                            THE 200-ENTRY TABLE IS FULL - THAT  *
      *                            SUBJECT'S RESUME POINTS GO          *
      *                            UNCHECKED.                          *
      *----------------------------------------------------------------*
       8000-FIND-OR-ADD-SUBJECT.
           MOVE 'N' TO WS-SB-MATCH-SW
           MOVE 0 TO WS-SB-FOUND-IDX
           IF WS-SUBJECT-COUNT > 0
               PERFORM 8100-SUBJECT-MATCH-TEST
                   VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SUBJECT-COUNT
                       OR WS-SB-MATCHED
           END-IF
           IF WS-SB-MATCHED
               MOVE WS-SB-FOUND-IDX TO WS-SB-IDX
           ELSE
               IF WS-SUBJECT-COUNT < 200
                   ADD 1 TO WS-SUBJECT-COUNT
                   MOVE WS-SUBJECT-COUNT TO WS-SB-IDX
                   MOVE WS-MATCH-SUBJECT-CODE
                       TO WS-SB-SUBJECT-CODE(WS-SB-IDX)
                   MOVE 'N' TO WS-SB-PENDING-SW(WS-SB-IDX)
                   MOVE 0 TO WS-SB-LAST-CYCLE(WS-SB-IDX)
                   MOVE 0 TO WS-SB-DETAIL-ROWS(WS-SB-IDX)
                   MOVE 0 TO WS-SB-RUN-IDX(WS-SB-IDX)
               ELSE
                   MOVE 'Y' TO WS-SUBJECT-OVERFLOW-SW
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

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' CONTROL TOTALS'
           DISPLAY '   LEDGER ROWS READ:       ' WS-ROWS-READ
           DISPLAY '     RUN HEADERS:          ' WS-HEADER-ROWS
           DISPLAY '     CYCLE ROWS:           ' WS-DETAIL-ROWS
           DISPLAY '     RUN TRAILERS:         ' WS-TRAILER-ROWS
           DISPLAY '     UNKNOWN TYPE:         ' WS-OTHER-ROWS
           DISPLAY '   PRE-CONVERSION ROWS:    ' WS-LEGACY-ROWS
           DISPLAY '   ROWS OUTSIDE ANY RUN:   ' WS-STRAY-COUNT
           DISPLAY '   RUNS BALANCED:          ' WS-RUN-COUNT
           DISPLAY '     CLEAN:                ' WS-RUNS-CLEAN
           DISPLAY '     ABENDED / IN-FLIGHT:  ' WS-RUNS-ABENDED
           DISPLAY '     SUSPECT:              ' WS-RUNS-SUSPECT
           DISPLAY '   INDICATOR ROWS WRITTEN: ' WS-RUNS-WRITTEN
               ' (PLUS THE BALANCE HEADER)'
           IF WS-UNTRACKED-RUNS > 0
               DISPLAY '   *** RUN TABLE FULL AT 5000 - '
                   WS-UNTRACKED-RUNS ' LATER RUN(S) AND '
                   WS-UNTRACKED-ROWS ' ROW(S)'
               DISPLAY '       WERE NOT BALANCED AND WILL BE SKIPPED'
               DISPLAY '       DOWNSTREAM. ***'
           END-IF
           IF WS-SUBJECT-OVERFLOWED
               DISPLAY '   *** SUBJECT TABLE FULL AT 200 - SOME RESUME'
               DISPLAY '       POINTS WERE NOT CHECKED. ***'
           END-IF
           IF WS-RUNS-SUSPECT = 0 AND WS-STRAY-COUNT = 0
                   AND WS-UNTRACKED-RUNS = 0
               DISPLAY ' '
               DISPLAY ' NO CORRUPTION FOUND - EVERY RUN BALANCES.'
           END-IF
           DISPLAY WS-SEPARATOR
           .

      *----------------------------------------------------------------*
      * 9900-ABORT-FILE-ERROR - THE LEDGER OR THE INDICATOR FILE       *
      *                         FAILED.  A PARTIAL INDICATOR WOULD     *
      *                         GATE THE DOWNSTREAM STEPS WRONGLY, SO  *
      *                         DUMP THE FILE STATUS AND TERMINATE     *
      *                         WITH A NONZERO RETURN-CODE FOR THE JCL *
      *                         TO CATCH.                              *
      *----------------------------------------------------------------*
       9900-ABORT-FILE-ERROR.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDLBAL: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
           DISPLAY '          FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '          RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
