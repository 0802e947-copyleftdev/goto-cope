       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDPNRPT.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-14.
      *================================================================*
      * PROGRAM:  AIDPNRPT                                             *
      * PURPOSE:  DAILY PENDING-CHANGE REPORT AND EXPIRY RUN FOR THE   *
      *           AIDMAINT TWO-PERSON APPROVAL FILE (AIDPEND).         *
      *           FIRST PASS: EVERY ROW STILL PENDING MORE THAN THE    *
      *           EXPIRY AGE IS CLOSED AS EXPIRED (STATUS X, ACTED ON  *
      *           TODAY BY 'AIDPNRPT') - AN UNAPPROVED CHANGE MUST NOT *
      *           SIT ON THE FILE FOR WEEKS AND THEN GO LIVE ON A      *
      *           CASUAL AP LONG AFTER ANYONE REMEMBERS WHY IT WAS     *
      *           ASKED FOR.  THEN FOUR LISTS:                         *
      *             - STILL PENDING (ALL OF THEM, WITH THEIR AGE)      *
      *             - APPROVED ON THE REPORT DATE                      *
      *             - REJECTED ON THE REPORT DATE                      *
      *             - EXPIRED ON THE REPORT DATE (INCLUDING TONIGHT'S) *
      *           EACH WITH WHO ASKED, WHO ACTED, WHEN, AND THE QUEUED *
      *           VALUES.  THE APPROVED CHANGES ALSO APPEAR ON THE     *
      *           AIDJRPRT JOURNAL REPORT UNDER THE APPROVER.          *
      *                                                                *
      *           THE FILE IS KEYED BY SUBJECT + PENDING NUMBER, SO    *
      *           EACH LIST COMES OUT IN SUBJECT ORDER.                *
      *                                                                *
      * PARM:     REPORT-DATE(8, YYYYMMDD) - THE DAY WHOSE APPROVALS,  *
      *           REJECTIONS AND EXPIRIES ARE LISTED; ABSENT OR ZERO   *
      *           MEANS TODAY.                                         *
      *           EXPIRY-DAYS(3) - A CHANGE PENDING MORE THAN THIS     *
      *           MANY DAYS IS EXPIRED; ABSENT OR ZERO MEANS 7.        *
      *           EXPIRY IS ALWAYS AGAINST TODAY, NOT THE REPORT DATE. *
      *                                                                *
      * RETURN-CODE: 0 = REPORT PRINTED, NOTHING EXPIRED THIS RUN      *
      *              4 = REPORT PRINTED, ONE OR MORE CHANGES EXPIRED   *
      *                  THIS RUN - THE REQUESTERS SHOULD BE TOLD      *
      *             16 = PENDING-CHANGE FILE ERROR, RUN TERMINATED     *
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
           SELECT PENDING-FILE ASSIGN TO AIDPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-FILE-KEY
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-PENDING-STATUS        PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE     PIC X(8).
           05  WS-CURRENT-TIME     PIC X(8).
           05  WS-DIFF-FROM-GMT    PIC X(5).
       01  WS-CURRENT-DATE-NUM      PIC 9(08) VALUE 0.
       01  WS-TODAY-INT             PIC 9(09) COMP VALUE 0.
       01  WS-REQ-DATE-NUM          PIC 9(08) VALUE 0.
       01  WS-AGE-DAYS              PIC 9(05) VALUE 0.

       01  WS-REPORT-DATE           PIC X(08) VALUE SPACES.
       01  WS-EXPIRY-DAYS           PIC 9(03) VALUE 7.

      *--- WHICH STATUS THE CURRENT LISTING PASS IS PRINTING.       ---*
       01  WS-LIST-STATUS           PIC X(01) VALUE SPACES.
           88  WS-LISTING-PENDING       VALUE 'P'.
       01  WS-LIST-TITLE            PIC X(40) VALUE SPACES.
       01  WS-LIST-COUNT            PIC 9(9) COMP VALUE 0.

       01  WS-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-EXPIRED-THIS-RUN      PIC 9(9) COMP VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(9) COMP VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED-COUNT        PIC 9(9) COMP VALUE 0.
       01  WS-EXPIRED-COUNT         PIC 9(9) COMP VALUE 0.
       01  WS-OTHER-COUNT           PIC 9(9) COMP VALUE 0.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM-AREA.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-REPORT-DATE  PIC X(08).
               10  LS-PARM-EXPIRY-DAYS  PIC 9(03).
               10  FILLER               PIC X(69).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-EXPIRE-PASS
           MOVE 'P' TO WS-LIST-STATUS
           MOVE 'STILL PENDING' TO WS-LIST-TITLE
           PERFORM 2000-LIST-ONE-STATUS
           MOVE 'A' TO WS-LIST-STATUS
           MOVE 'APPROVED AND APPLIED' TO WS-LIST-TITLE
           PERFORM 2000-LIST-ONE-STATUS
           MOVE 'R' TO WS-LIST-STATUS
           MOVE 'REJECTED - NOT APPLIED' TO WS-LIST-TITLE
           PERFORM 2000-LIST-ONE-STATUS
           MOVE 'X' TO WS-LIST-STATUS
           MOVE 'EXPIRED - NOT APPLIED' TO WS-LIST-TITLE
           PERFORM 2000-LIST-ONE-STATUS
           PERFORM 9000-PRINT-TOTALS
           IF WS-EXPIRED-THIS-RUN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE

           IF LS-PARM-LEN >= 8
               IF LS-PARM-REPORT-DATE NOT = SPACES
                       AND LS-PARM-REPORT-DATE NOT = '00000000'
                   MOVE LS-PARM-REPORT-DATE TO WS-REPORT-DATE
               END-IF
           END-IF
           IF LS-PARM-LEN >= 11
               IF LS-PARM-EXPIRY-DAYS IS NUMERIC
                       AND LS-PARM-EXPIRY-DAYS > 0
                   MOVE LS-PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               END-IF
           END-IF

           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDPNRPT v1.0 - AIDMAINT PENDING-CHANGE REPORT'
           DISPLAY WS-SEPARATOR
           DISPLAY ' RUN DATE:           ' WS-CURRENT-DATE
           DISPLAY ' REPORTING DATE:     ' WS-REPORT-DATE
           DISPLAY ' EXPIRY AGE (DAYS):  ' WS-EXPIRY-DAYS
           .

      *----------------------------------------------------------------*
      * 1000-EXPIRE-PASS - ONE I-O WALK OF THE WHOLE FILE.  A PENDING  *
      *                    ROW OLDER THAN THE EXPIRY AGE IS CLOSED IN  *
      *                    PLACE; A PENDING ROW WITH A REQUEST DATE    *
      *                    THAT CANNOT BE AGED IS CLOSED TOO - IT      *
      *                    CANNOT BE SHOWN TO BE RECENT.  EVERY ROW IS *
      *                    COUNTED BY ITS (POST-EXPIRY) STATUS.        *
      *----------------------------------------------------------------*
       1000-EXPIRE-PASS.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'PENDING-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-PENDING-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1100-EXPIRE-ONE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE PENDING-FILE
           .

       1100-EXPIRE-ONE-ROW.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF PD-STATUS-PENDING
                       PERFORM 1200-CHECK-PENDING-AGE
                   END-IF
                   PERFORM 1300-COUNT-BY-STATUS
           END-READ
           .

       1200-CHECK-PENDING-AGE.
           IF PD-REQ-DATE IS NUMERIC
                   AND PD-REQ-DATE NOT = '00000000'
               MOVE PD-REQ-DATE TO WS-REQ-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-REQ-DATE-NUM)
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   PERFORM 1250-EXPIRE-ROW
               END-IF
           ELSE
               PERFORM 1250-EXPIRE-ROW
           END-IF
           .

       1250-EXPIRE-ROW.
           MOVE 'X'             TO PD-STATUS-FLAG
           MOVE WS-CURRENT-DATE TO PD-ACT-DATE
           MOVE WS-CURRENT-TIME TO PD-ACT-TIME
           MOVE SPACES          TO PD-ACT-TERMINAL
           MOVE 'AIDPNRPT'      TO PD-ACT-OPERATOR
           REWRITE PENDING-CHANGE-RECORD
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'PENDING-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-PENDING-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           ADD 1 TO WS-EXPIRED-THIS-RUN
           .

       1300-COUNT-BY-STATUS.
           EVALUATE TRUE
               WHEN PD-STATUS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               WHEN PD-STATUS-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN PD-STATUS-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PD-STATUS-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * 2000-LIST-ONE-STATUS - ONE INPUT WALK PRINTING THE ROWS IN THE *
      *                        STATUS BEING LISTED: EVERY OPEN ROW, OR *
      *                        THE CLOSED ROWS ACTED ON THE REPORT     *
      *                        DATE.                                   *
      *----------------------------------------------------------------*
       2000-LIST-ONE-STATUS.
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           IF WS-LISTING-PENDING
               DISPLAY ' ' WS-LIST-TITLE
           ELSE
               DISPLAY ' ' WS-LIST-TITLE ' ON ' WS-REPORT-DATE
           END-IF
           DISPLAY WS-SEPARATOR
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'PENDING-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-PENDING-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-LIST-ONE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE PENDING-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY ' (NONE)'
           END-IF
           .

       2100-LIST-ONE-ROW.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF PD-STATUS-FLAG = WS-LIST-STATUS
                       IF WS-LISTING-PENDING
                               OR PD-ACT-DATE = WS-REPORT-DATE
                           PERFORM 2200-PRINT-ONE-CHANGE
                       END-IF
                   END-IF
           END-READ
           .

       2200-PRINT-ONE-CHANGE.
           ADD 1 TO WS-LIST-COUNT
           DISPLAY WS-THIN-SEP
           DISPLAY ' ' PD-SUBJECT-CODE ' PENDING ' PD-PEND-NBR
               '  ACTION ' PD-ACTION-CODE
           DISPLAY '   ASKED:  ' PD-REQ-DATE ' ' PD-REQ-TIME
               '  TERMINAL ' PD-REQ-TERMINAL
               '  OPERATOR ' PD-REQ-OPERATOR
           IF WS-LISTING-PENDING
               MOVE 0 TO WS-AGE-DAYS
               IF PD-REQ-DATE IS NUMERIC
                   MOVE PD-REQ-DATE TO WS-REQ-DATE-NUM
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-REQ-DATE-NUM)
               END-IF
               DISPLAY '   AGE:    ' WS-AGE-DAYS ' DAY(S)'
           ELSE
               DISPLAY '   ACTED:  ' PD-ACT-DATE ' ' PD-ACT-TIME
                   '  TERMINAL ' PD-ACT-TERMINAL
                   '  OPERATOR ' PD-ACT-OPERATOR
           END-IF
           DISPLAY '   VALUES: "' PD-INPUT-LINE(13:62) '"'
           .

       9000-PRINT-TOTALS.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' PENDING-CHANGE ROWS READ:   ' WS-ROWS-READ
           DISPLAY '   EXPIRED THIS RUN:         ' WS-EXPIRED-THIS-RUN
           DISPLAY ' ON FILE AFTER THIS RUN:'
           DISPLAY '   PENDING:                  ' WS-PENDING-COUNT
           DISPLAY '   APPROVED:                 ' WS-APPROVED-COUNT
           DISPLAY '   REJECTED:                 ' WS-REJECTED-COUNT
           DISPLAY '   EXPIRED:                  ' WS-EXPIRED-COUNT
           IF WS-OTHER-COUNT > 0
               DISPLAY '   UNRECOGNIZED STATUS:      ' WS-OTHER-COUNT
           END-IF
           DISPLAY WS-SEPARATOR
           .

      *----------------------------------------------------------------*
      * 9900-ABORT-FILE-ERROR - THE PENDING-CHANGE FILE DIDN'T OPEN OR *
      *                         A REWRITE FAILED.  ROWS ALREADY        *
      *                         EXPIRED STAY EXPIRED; A RERUN PICKS UP *
      *                         THE REST.                              *
      *----------------------------------------------------------------*
       9900-ABORT-FILE-ERROR.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDPNRPT: I/O ERROR ON ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
