      *             - REJECTS ROWS WHOSE EV-CERT-DATE IS NOT A         *
      *               NUMERIC NONZERO DATE OR WHOSE                    *
      *               EV-CERT-OPERATOR IS BLANK                        *
      *             - REJECTS ROWS WHOSE HEADLINE TEXT MATCHES NO      *
      *               ROW ON HEADLINE-FILE (THEY COULD NEVER MATCH A   *
      *               CYCLE'S REALITY CHECK EITHER)                    *
      *             - REJECTS DUPLICATES (EVIDENCE ALREADY ON FILE     *
      *               FOR THAT HEADLINE, INCLUDING A ROW ADDED         *
      *               EARLIER IN THE BATCH) - UNLESS IT IS A           *
      *               RE-CERTIFICATION, SEE 1500                       *
      *           CLEAN ROWS ARE WRITTEN STRAIGHT INTO THE KEYED       *
      *           EVIDENCE CLUSTER UNDER THE HEADLINE KEY THEIR TEXT   *
      *           RESOLVED TO.                                         *
      *           THE REPORT SHOWS EVERY REJECT WITH ITS REASON AND    *
      *           BOTH SIDES OF THE COVERAGE GAP: EVIDENCE WITH NO     *
      *           MATCHING HEADLINE (THE REJECTS) AND HEADLINES WITH   *
      *           NO EVIDENCE ROW.                                     *
      *                                                                *
      * RETURN-CODE: 0 = ALL INTAKE ROWS ADDED CLEAN                   *
      *              4 = AT LEAST ONE ROW REJECTED (SEE REPORT)        *
      *             16 = FILE ERROR, RUN TERMINATED                    *
      *                                                                *
      *                    A NON-NUMERIC OR ZERO CERT DATE, OR A       *
      *                    BLANK CERT OPERATOR, REJECTS - OTHERWISE    *
      *                    THE STALENESS CYCLE WOULD AGE GARBAGE.      *
      *   2026-10-14  CDD  EVIDENCE-FILE IS NOW AN INDEXED CLUSTER     *
      *                    KEYED BY THE HEADLINE KEY (EVIDREC 127 ->   *
      *                    130 - RUN THE AIDCONV3/AIDKCONV KEYING      *
      *                    FIRST).  THE INTAKE ROW IS UNCHANGED (NOW   *
      *                    COPYBOOK EVINREC); ITS HEADLINE TEXT IS     *
      *                    RESOLVED TO THE HEADLINE'S KEY AND CLEAN    *
      *                    ROWS ARE WRITTEN STRAIGHT INTO THE CLUSTER  *
      *                    - NO MORE EVIDOUT MERGE OR SWAP STEP, AND   *
      *                    NO 999-ROW DUPLICATE TABLE (THE KEYED READ  *
      *                    IS THE DUPLICATE CHECK).  A ROW FOR A       *
      *                    HEADLINE THAT ALREADY HAS EVIDENCE NOW      *
      *                    REPLACES IT WHEN IT IS A RE-CERTIFICATION - *
      *                    A LATER CERT DATE, OR EVIDENCE AN RH        *
      *                    REWORDING FLAGGED FOR RE-CERTIFICATION -    *
      *                    AND CLEARS THE FLAG.                        *
      *================================================================*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-HEADLINE-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO EVIDFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-EVIDENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INTAKE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVINREC.

       FD  HEADLINE-FILE
           LABEL RECORDS ARE STANDARD.

       FD  EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVIDREC.

       WORKING-STORAGE SECTION.

       01  WS-INTAKE-STATUS         PIC X(02) VALUE '00'.
       01  WS-HEADLINE-STATUS       PIC X(02) VALUE '00'.
       01  WS-EVIDENCE-STATUS       PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

      *--- EVERY HEADLINE ON FILE, ALL SUBJECTS, WITH ITS KEY AND   ---*
      *--- A COVERED FLAG: 'Y' WHEN EVIDENCE IS ON FILE OR ADDED    ---*
      *--- THIS RUN, 'R' WHEN THE EVIDENCE ON FILE AWAITS RE-       ---*
      *--- CERTIFICATION, 'N' FOR THE "HEADLINE WITH NO EVIDENCE"   ---*
      *--- SIDE OF THE GAP REPORT.                                  ---*
       01  WS-HEADLINE-TABLE.
           05  WS-HL-ENTRY OCCURS 500 TIMES.
               10  WS-HL-SUBJECT-CODE   PIC X(10).
               10  WS-HL-SEQUENCE-NBR   PIC 9(02).
               10  WS-HL-HEADLINE-TEXT  PIC X(60).
               10  WS-HL-COVERED-FLAG   PIC X(01).
       01  WS-HEADLINE-COUNT        PIC 9(03) VALUE 0.
       01  WS-HL-OVERFLOW-SW        PIC X(01) VALUE 'N'.
           88  WS-HL-OVERFLOWED         VALUE 'Y'.

      *--- EVIDENCE ALREADY ON FILE UNDER THE RESOLVED KEY -        ---*
      *--- 'N' NONE (ADD), 'R' A RE-CERTIFICATION (REPLACE), 'D' A  ---*
      *--- DUPLICATE (REJECT).                                      ---*
       01  WS-ON-FILE-SW            PIC X(01) VALUE 'N'.
           88  WS-NONE-ON-FILE          VALUE 'N'.
           88  WS-RECERT-ON-FILE        VALUE 'R'.
           88  WS-DUPLICATE-ON-FILE     VALUE 'D'.

       01  WS-INTAKE-READ           PIC 9(9) COMP VALUE 0.
       01  WS-INTAKE-ADDED          PIC 9(9) COMP VALUE 0.
       01  WS-INTAKE-RECERTIFIED    PIC 9(9) COMP VALUE 0.
       01  WS-INTAKE-REJECTED       PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BLANK-CITATION    PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BAD-FLAG          PIC 9(9) COMP VALUE 0.
       01  WS-REJ-NO-HEADLINE       PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BAD-CERT-DATE     PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BLANK-CERT-OPER   PIC 9(9) COMP VALUE 0.
       01  WS-REJ-WRITE-FAULT       PIC 9(9) COMP VALUE 0.
       01  WS-PROD-ROWS-ON-FILE     PIC 9(9) COMP VALUE 0.
       01  WS-RECERT-PENDING        PIC 9(9) COMP VALUE 0.
       01  WS-UNCOVERED-HEADLINES   PIC 9(9) COMP VALUE 0.
       01  WS-REJECT-REASON         PIC X(30) VALUE SPACES.

           PERFORM 8000-PRINT-COVERAGE-GAP
           PERFORM 9000-PRINT-CONTROL-TOTALS
           CLOSE INTAKE-FILE
           CLOSE EVIDENCE-FILE
           IF WS-INTAKE-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               UNTIL WS-END-OF-FILE
           CLOSE HEADLINE-FILE

           OPEN I-O EVIDENCE-FILE
           IF WS-EVIDENCE-STATUS NOT = '00'
               MOVE 'EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EVIDENCE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           IF WS-HEADLINE-COUNT > 0
               PERFORM 0140-NOTE-ONE-COVERAGE
                   VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HEADLINE-COUNT
           END-IF

           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = '00'

           DISPLAY ' '
           DISPLAY ' HEADLINES ON FILE:        ' WS-HEADLINE-COUNT
           DISPLAY ' EVIDENCE ROWS ON FILE:    ' WS-PROD-ROWS-ON-FILE
           IF WS-HL-OVERFLOWED
               DISPLAY ' *** HEADLINE TABLE FULL AT 500 - LATER'
               DISPLAY '     ROWS CANNOT BE CROSS-MATCHED AND WILL'
               DISPLAY '     REJECT AS NO MATCHING HEADLINE. ***'
           END-IF
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' REJECT REPORT'
                       ADD 1 TO WS-HEADLINE-COUNT
                       MOVE HL-SUBJECT-CODE TO
                           WS-HL-SUBJECT-CODE(WS-HEADLINE-COUNT)
                       MOVE HL-SEQUENCE-NBR TO
                           WS-HL-SEQUENCE-NBR(WS-HEADLINE-COUNT)
                       MOVE HL-HEADLINE-TEXT TO
                           WS-HL-HEADLINE-TEXT(WS-HEADLINE-COUNT)
                       MOVE 'N' TO
           .

      *----------------------------------------------------------------*
      * 0140-NOTE-ONE-COVERAGE - KEYED READ OF THE EVIDENCE FOR ONE    *
      *                          HEADLINE.  FOUND MARKS THE HEADLINE   *
      *                          COVERED ('Y'), OR 'R' WHEN AN RH      *
      *                          REWORDING LEFT THAT EVIDENCE AWAITING *
      *                          RE-CERTIFICATION.                     *
      *----------------------------------------------------------------*
       0140-NOTE-ONE-COVERAGE.
           MOVE WS-HL-SUBJECT-CODE(WS-HL-IDX) TO EV-SUBJECT-CODE
           MOVE WS-HL-SEQUENCE-NBR(WS-HL-IDX) TO EV-SEQUENCE-NBR
           READ EVIDENCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HL-COVERED-FLAG(WS-HL-IDX)
               NOT INVALID KEY
                   ADD 1 TO WS-PROD-ROWS-ON-FILE
                   IF EV-RECERT-PENDING
                       MOVE 'R' TO WS-HL-COVERED-FLAG(WS-HL-IDX)
                   ELSE
                       MOVE 'Y' TO WS-HL-COVERED-FLAG(WS-HL-IDX)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 1000-VALIDATE-ONE-INTAKE-ROW - THE GAUNTLET.  FIRST FAILED     *
      *                                CHECK NAMES THE REJECT REASON;  *
      *                                A ROW THAT SURVIVES THEM ALL    *
      *                                GOES INTO THE CLUSTER UNDER     *
      *                                ITS HEADLINE'S KEY.             *
      *----------------------------------------------------------------*
       1000-VALIDATE-ONE-INTAKE-ROW.
           READ INTAKE-FILE
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INTAKE-READ
                   PERFORM 1100-CHECK-AND-ADD-ROW
           END-READ
           .

       1100-CHECK-AND-ADD-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           IF EI-SOURCE-CITATION = SPACES
               MOVE 'BLANK SOURCE CITATION' TO WS-REJECT-REASON
               ADD 1 TO WS-REJ-BLANK-CITATION
           ELSE
               IF EI-ATTRIBUTABLE-FLAG NOT = 'Y'
                       AND EI-ATTRIBUTABLE-FLAG NOT = 'N'
                   MOVE 'ATTRIBUTABLE FLAG NOT Y/N' TO
                       WS-REJECT-REASON
                   ADD 1 TO WS-REJ-BAD-FLAG
               ELSE
                   PERFORM 1150-CHECK-CERTIFICATION
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 1300-CHECK-HEADLINE-MATCH
                       IF NOT WS-HL-MATCHED
                           MOVE 'NO MATCHING HEADLINE' TO
                               WS-REJECT-REASON
                           ADD 1 TO WS-REJ-NO-HEADLINE
                       ELSE
                           PERFORM 1200-CHECK-DUPLICATE
                           IF WS-DUPLICATE-ON-FILE
                               MOVE 'DUPLICATE EVIDENCE ROW' TO
                                   WS-REJECT-REASON
                               ADD 1 TO WS-REJ-DUPLICATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 1500-ADD-CLEAN-ROW
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-INTAKE-REJECTED
               DISPLAY ' REJECT: ' WS-REJECT-REASON
               DISPLAY '   SUBJECT:  ' EI-SUBJECT-CODE
               DISPLAY '   HEADLINE: ' EI-HEADLINE-TEXT
           END-IF
           .

      *                            AND OPERATOR NEVER GETS IN.         *
      *----------------------------------------------------------------*
       1150-CHECK-CERTIFICATION.
           IF EI-CERT-DATE NOT NUMERIC
                   OR EI-CERT-DATE = '00000000'
               MOVE 'CERT DATE NOT A REAL DATE' TO WS-REJECT-REASON
               ADD 1 TO WS-REJ-BAD-CERT-DATE
           ELSE
               IF EI-CERT-OPERATOR = SPACES
                   MOVE 'BLANK CERT OPERATOR' TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-BLANK-CERT-OPER
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1200-CHECK-DUPLICATE - KEYED READ UNDER THE HEADLINE KEY 1300  *
      *                        RESOLVED.  NOTHING THERE IS A PLAIN     *
      *                        ADD.  A ROW THERE IS A DUPLICATE        *
      *                        UNLESS THIS ROW RE-CERTIFIES IT: THE    *
      *                        ONE ON FILE IS FLAGGED FOR              *
      *                        RE-CERTIFICATION, OR THIS ROW CARRIES   *
      *                        A LATER CERT DATE.                      *
      *----------------------------------------------------------------*
       1200-CHECK-DUPLICATE.
           MOVE WS-HL-SUBJECT-CODE(WS-HL-FOUND-IDX) TO EV-SUBJECT-CODE
           MOVE WS-HL-SEQUENCE-NBR(WS-HL-FOUND-IDX) TO EV-SEQUENCE-NBR
           READ EVIDENCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE-SW
               NOT INVALID KEY
                   IF EV-RECERT-PENDING
                           OR EV-CERT-DATE NOT NUMERIC
                           OR EI-CERT-DATE > EV-CERT-DATE
                       MOVE 'R' TO WS-ON-FILE-SW
                   ELSE
                       MOVE 'D' TO WS-ON-FILE-SW
                   END-IF
           END-READ
           .

       1300-CHECK-HEADLINE-MATCH.
           .

       1350-HEADLINE-MATCH-TEST.
           IF WS-HL-SUBJECT-CODE(WS-HL-IDX) = EI-SUBJECT-CODE
                   AND WS-HL-HEADLINE-TEXT(WS-HL-IDX) =
                       EI-HEADLINE-TEXT
               MOVE 'Y' TO WS-HL-MATCH-SW
               MOVE WS-HL-IDX TO WS-HL-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 1500-ADD-CLEAN-ROW - THE ROW SURVIVED EVERY CHECK: BUILD THE   *
      *                      KEYED ROW AND WRITE IT, OR REWRITE THE    *
      *                      ROW IT RE-CERTIFIES (WHICH CLEARS ANY     *
      *                      RE-CERTIFICATION FLAG).  A LATER COPY IN  *
      *                      THE SAME BATCH THEN FINDS IT ON FILE AND  *
      *                      REJECTS AS A DUPLICATE.                   *
      *----------------------------------------------------------------*
       1500-ADD-CLEAN-ROW.
           MOVE WS-HL-SUBJECT-CODE(WS-HL-FOUND-IDX) TO EV-SUBJECT-CODE
           MOVE WS-HL-SEQUENCE-NBR(WS-HL-FOUND-IDX) TO EV-SEQUENCE-NBR
           MOVE EI-HEADLINE-TEXT       TO EV-HEADLINE-TEXT
           MOVE EI-ATTRIBUTABLE-FLAG   TO EV-ATTRIBUTABLE-FLAG
           MOVE EI-SOURCE-CITATION     TO EV-SOURCE-CITATION
           MOVE EI-CERT-DATE           TO EV-CERT-DATE
           MOVE EI-CERT-OPERATOR       TO EV-CERT-OPERATOR
           MOVE 'N'                    TO EV-RECERT-FLAG
           IF WS-RECERT-ON-FILE
               REWRITE EVIDENCE-RECORD
                   INVALID KEY
                       MOVE 'CLUSTER REWRITE FAILED' TO
                           WS-REJECT-REASON
                       ADD 1 TO WS-REJ-WRITE-FAULT
                   NOT INVALID KEY
                       ADD 1 TO WS-INTAKE-RECERTIFIED
                       DISPLAY ' RE-CERTIFIED: ' EV-SUBJECT-CODE
                           ' SEQ ' EV-SEQUENCE-NBR ' ' EV-CERT-DATE
               END-REWRITE
           ELSE
               WRITE EVIDENCE-RECORD
                   INVALID KEY
                       MOVE 'CLUSTER WRITE FAILED' TO
                           WS-REJECT-REASON
                       ADD 1 TO WS-REJ-WRITE-FAULT
                   NOT INVALID KEY
                       ADD 1 TO WS-INTAKE-ADDED
               END-WRITE
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO WS-HL-COVERED-FLAG(WS-HL-FOUND-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 8000-PRINT-COVERAGE-GAP - THE OTHER SIDE OF THE GAP: EVERY     *
      *                           HEADLINE WITH NO EVIDENCE ROW ON     *
      *                           FILE AFTER THIS RUN.  THESE ARE THE  *
      *                           CYCLES THE REALITY CHECK WILL KEEP   *
      *                           FLAGGING UNSUPPORTED UNTIL SOMEONE   *
      *                           SOURCES THEM.  EVIDENCE STILL        *
      *                           AWAITING RE-CERTIFICATION AFTER AN   *
      *                           RH REWORDING IS LISTED SEPARATELY -  *
      *                           IT REALITY-CHECKS STALE UNTIL THEN.  *
      *----------------------------------------------------------------*
       8000-PRINT-COVERAGE-GAP.
           DISPLAY ' '
           IF WS-UNCOVERED-HEADLINES = 0
               DISPLAY '   (NONE - EVERY HEADLINE IS COVERED)'
           END-IF
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' EVIDENCE AWAITING RE-CERTIFICATION'
           DISPLAY WS-THIN-SEP
           IF WS-HEADLINE-COUNT > 0
               PERFORM 8200-PRINT-ONE-RECERT
                   VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HEADLINE-COUNT
           END-IF
           IF WS-RECERT-PENDING = 0
               DISPLAY '   (NONE)'
           END-IF
           .

       8100-PRINT-ONE-GAP.
           IF WS-HL-COVERED-FLAG(WS-HL-IDX) = 'N'
               ADD 1 TO WS-UNCOVERED-HEADLINES
               DISPLAY '   ' WS-HL-SUBJECT-CODE(WS-HL-IDX) ' '
                   WS-HL-HEADLINE-TEXT(WS-HL-IDX)
           END-IF
           .

       8200-PRINT-ONE-RECERT.
           IF WS-HL-COVERED-FLAG(WS-HL-IDX) = 'R'
               ADD 1 TO WS-RECERT-PENDING
               DISPLAY '   ' WS-HL-SUBJECT-CODE(WS-HL-IDX) ' '
                   WS-HL-HEADLINE-TEXT(WS-HL-IDX)
           END-IF
           .

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' CONTROL TOTALS'
           DISPLAY '   INTAKE ROWS READ:        ' WS-INTAKE-READ
           DISPLAY '   ROWS ADDED:              ' WS-INTAKE-ADDED
           DISPLAY '   ROWS RE-CERTIFIED:       ' WS-INTAKE-RECERTIFIED
           DISPLAY '   ROWS REJECTED:           ' WS-INTAKE-REJECTED
           DISPLAY '     BLANK CITATION:        ' WS-REJ-BLANK-CITATION
           DISPLAY '     FLAG NOT Y/N:          ' WS-REJ-BAD-FLAG
           DISPLAY '     BAD CERT DATE:         ' WS-REJ-BAD-CERT-DATE
           DISPLAY '     BLANK CERT OPERATOR:   '
               WS-REJ-BLANK-CERT-OPER
           DISPLAY '     WRITE FAULTS:          ' WS-REJ-WRITE-FAULT
           DISPLAY '   EVIDENCE ROWS BEFORE RUN: ' WS-PROD-ROWS-ON-FILE
           DISPLAY '   HEADLINES UNCOVERED:     '
               WS-UNCOVERED-HEADLINES
           DISPLAY '   AWAITING RE-CERT:        ' WS-RECERT-PENDING
           DISPLAY WS-SEPARATOR
           .

