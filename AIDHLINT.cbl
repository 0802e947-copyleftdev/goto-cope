      *             - REJECTS ROWS WITH BLANK HEADLINE TEXT            *
      *             - REJECTS DUPLICATES (SAME SUBJECT AND TEXT        *
      *               ALREADY ON FILE OR EARLIER IN THE BATCH)         *
      *             - REJECTS ROWS MATCHING NO ROW STAGED ON THE       *
      *               EVIDENCE INTAKE DATASET (THEY COULD ONLY EVER    *
      *               REALITY-CHECK UNSUPPORTED)                       *
      *           CLEAN ROWS ARE WRITTEN STRAIGHT INTO THE INDEXED     *
      *           HEADLINE CLUSTER WITH THE NEXT FREE SEQUENCE         *
      *           NUMBER FOR THEIR SUBJECT - EDITORS NO LONGER         *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-08-17  CDD  ORIGINAL.                                   *
      *   2026-10-14  CDD  EVIDENCE-FILE IS NOW KEYED BY THE HEADLINE  *
      *                    KEY, SO A HEADLINE THAT HAS NOT BEEN ADDED  *
      *                    YET CANNOT HAVE PRODUCTION EVIDENCE - THE   *
      *                    OLD CROSS-CHECK WOULD REJECT EVERY NEW      *
      *                    ROW.  THE CHECK NOW RUNS AGAINST THE        *
      *                    EVIDENCE INTAKE DATASET (DDNAME EVINTK,     *
      *                    COPYBOOK EVINREC) THAT AIDEVIJB LOADS       *
      *                    NEXT: A HEADLINE IS ONLY ADDED WHEN ITS     *
      *                    EVIDENCE IS STAGED BEHIND IT.               *
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS HL-FILE-KEY
               FILE STATUS IS WS-HEADLINE-STATUS.

           SELECT EVIDENCE-INTAKE-FILE ASSIGN TO EVINTK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EVIDENCE-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY HEADREC.

       FD  EVIDENCE-INTAKE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVINREC.

       WORKING-STORAGE SECTION.

       01  WS-SQ-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-SQ-MATCHED            VALUE 'Y'.

      *--- EVERY SUBJECT/HEADLINE PAIR STAGED FOR EVIDENCE INTAKE - ---*
      *--- A HEADLINE WITH NO MATCH HERE COULD ONLY EVER REALITY-   ---*
      *--- CHECK UNSUPPORTED, SO IT REJECTS.                        ---*
       01  WS-EVID-TABLE.
           05  WS-ET-ENTRY OCCURS 999 TIMES.
           DISPLAY ' AIDHLINT v1.0 - HEADLINE INTAKE AND VALIDATION'
           DISPLAY WS-SEPARATOR

           OPEN INPUT EVIDENCE-INTAKE-FILE
           IF WS-EVIDENCE-STATUS NOT = '00'
               MOVE 'EVIDENCE-INTAKE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EVIDENCE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           PERFORM 0120-LOAD-ONE-EVIDENCE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE EVIDENCE-INTAKE-FILE

           OPEN I-O HEADLINE-FILE
           IF WS-HEADLINE-STATUS NOT = '00'

           DISPLAY ' '
           DISPLAY ' HEADLINES ALREADY ON FILE: ' WS-PROD-ROWS-ON-FILE
           DISPLAY ' EVIDENCE ROWS STAGED:      ' WS-EVID-COUNT
           IF WS-KH-OVERFLOWED
               DISPLAY ' *** KNOWN-HEADLINE TABLE FULL AT 500 -'
               DISPLAY '     DUPLICATE CHECKING IS INCOMPLETE. ***'
           .

       0120-LOAD-ONE-EVIDENCE-ROW.
           READ EVIDENCE-INTAKE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-EVID-COUNT < 999
                       ADD 1 TO WS-EVID-COUNT
                       MOVE EI-SUBJECT-CODE TO
                           WS-ET-SUBJECT-CODE(WS-EVID-COUNT)
                       MOVE EI-HEADLINE-TEXT TO
                           WS-ET-HEADLINE-TEXT(WS-EVID-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-ET-OVERFLOW-SW
               ELSE
                   PERFORM 1300-CHECK-EVIDENCE-MATCH
                   IF NOT WS-ET-MATCHED
                       MOVE 'NO STAGED EVIDENCE ROW' TO
                           WS-REJECT-REASON
                       ADD 1 TO WS-REJ-NO-EVIDENCE
                   END-IF
           DISPLAY '   ROWS REJECTED:           ' WS-INTAKE-REJECTED
           DISPLAY '     BLANK TEXT:            ' WS-REJ-BLANK-TEXT
           DISPLAY '     DUPLICATE:             ' WS-REJ-DUPLICATE
           DISPLAY '     NO STAGED EVIDENCE:    ' WS-REJ-NO-EVIDENCE
           DISPLAY '     SEQUENCE/WRITE FAULTS: ' WS-REJ-SEQ-EXHAUSTED
           DISPLAY '   HEADLINES ALREADY ON FILE: '
               WS-PROD-ROWS-ON-FILE
