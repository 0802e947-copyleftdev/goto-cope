       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDKCONV.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-14.
      *================================================================*
      * PROGRAM:  AIDKCONV                                             *
      * PURPOSE:  ONE-TIME EVIDENCE-FILE KEYING FOR THE KEYED-EVIDENCE *
      *           CUTOVER.  EVIDENCE USED TO PAIR TO ITS HEADLINE BY   *
      *           SUBJECT AND EXACT TEXT, SO AN RH REPLACE SILENTLY    *
      *           DETACHED IT AND AIDENY COULD ONLY HOLD 20 ROWS TO    *
      *           COMPARE.  THE EVIDENCE CLUSTER IS NOW KEYED BY THE   *
      *           HEADLINE KEY (SUBJECT + HEADLINE SEQUENCE).  THIS    *
      *           PROGRAM READS THE OLD 127-BYTE SEQUENTIAL DATASET,   *
      *           FINDS EACH ROW'S HEADLINE ON HEADFL BY SUBJECT AND   *
      *           EXACT TEXT, AND WRITES THE 130-BYTE KEYED ROW UNDER  *
      *           THAT HEADLINE'S KEY WITH THE RE-CERTIFICATION FLAG   *
      *           CLEAR.  CERT DATE AND OPERATOR CARRY OVER UNCHANGED. *
      *                                                                *
      *           A ROW THAT CANNOT BE PAIRED IS NOT WRITTEN - IT IS   *
      *           PRINTED WITH THE REASON:                             *
      *             - NO HEADLINE ROW HAS ITS SUBJECT AND TEXT (THE    *
      *               PAIRING AN EARLIER RH ALREADY BROKE)             *
      *             - ITS HEADLINE ALREADY HAS A KEYED EVIDENCE ROW    *
      *               (THE SAME TEXT CERTIFIED TWICE - FIRST ONE IN    *
      *               FILE ORDER IS KEPT)                              *
      *           A PRINTED ROW IS STILL ON THE OLD DATASET, WHICH THE *
      *           CUTOVER JOB KEEPS; STAGE IT ON THE EVIDENCE INTAKE   *
      *           AGAINST THE CURRENT WORDING AND RUN AIDEVINT.        *
      *           CONTROL TOTALS PROVE ROWS IN = WRITTEN + UNPAIRED +  *
      *           DUPLICATE.                                           *
      *                                                                *
      *           RUN ONCE VIA THE AIDCONV3 CUTOVER JOB.               *
      *                                                                *
      * RETURN-CODE: 0 = EVERY ROW KEYED, TOTALS BALANCE               *
      *              4 = TOTALS BALANCE, SOME ROWS PRINTED AS NOT      *
      *                  KEYED (SEE REPORT)                            *
      *             16 = FILE ERROR OR IMBALANCE                       *
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
           SELECT OLD-EVIDENCE-FILE ASSIGN TO OLDEVID
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT HEADLINE-FILE ASSIGN TO HEADFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-FILE-KEY
               FILE STATUS IS WS-HEADLINE-STATUS.

           SELECT NEW-EVIDENCE-FILE ASSIGN TO NEWEVID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *--- THE OLD UNKEYED ROW IS BYTE FOR BYTE THE INTAKE ROW.     ---*
       FD  OLD-EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVINREC.

       FD  HEADLINE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HEADREC.

       FD  NEW-EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVIDREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-OLD-STATUS            PIC X(02) VALUE '00'.
       01  WS-HEADLINE-STATUS       PIC X(02) VALUE '00'.
       01  WS-NEW-STATUS            PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-HL-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-HL-END-OF-SUBJECT     VALUE 'Y'.
       01  WS-HL-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-HL-MATCHED            VALUE 'Y'.

       01  WS-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-WRITTEN          PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-UNPAIRED         PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-DUPLICATE        PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-ACCOUNTED        PIC 9(9) COMP VALUE 0.
       01  WS-REPORT-REASON         PIC X(40) VALUE SPACES.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-KEY-ONE-ROW
               UNTIL WS-END-OF-FILE
           PERFORM 9000-PRINT-CONTROL-TOTALS
           CLOSE OLD-EVIDENCE-FILE
           CLOSE HEADLINE-FILE
           CLOSE NEW-EVIDENCE-FILE
           STOP RUN
           .

       0100-INITIALIZE.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDKCONV v1.0 - ONE-TIME EVIDENCE-FILE KEYING'
           DISPLAY WS-SEPARATOR
           OPEN INPUT OLD-EVIDENCE-FILE
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'OLD-EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-OLD-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           OPEN INPUT HEADLINE-FILE
           IF WS-HEADLINE-STATUS NOT = '00'
               MOVE 'HEADLINE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-HEADLINE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           OPEN OUTPUT NEW-EVIDENCE-FILE
           IF WS-NEW-STATUS NOT = '00'
               MOVE 'NEW-EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-NEW-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * 1000-KEY-ONE-ROW - PAIR THE OLD ROW TO ITS HEADLINE, THEN      *
      *                    WRITE IT UNDER THE HEADLINE KEY.  A ROW     *
      *                    THAT DOES NOT PAIR, OR WHOSE KEY IS         *
      *                    ALREADY TAKEN, IS PRINTED INSTEAD.          *
      *----------------------------------------------------------------*
       1000-KEY-ONE-ROW.
           READ OLD-EVIDENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 1100-FIND-HEADLINE
                   IF WS-HL-MATCHED
                       PERFORM 1200-WRITE-KEYED-ROW
                   ELSE
                       ADD 1 TO WS-ROWS-UNPAIRED
                       MOVE 'MATCHES NO HEADLINE ROW' TO
                           WS-REPORT-REASON
                       PERFORM 8000-REPORT-ROW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 1100-FIND-HEADLINE - POSITION AT THE SUBJECT'S FIRST HEADLINE  *
      *                      AND READ FORWARD THROUGH ITS KEY RANGE    *
      *                      UNTIL THE TEXT MATCHES.  HL-FILE-KEY IS   *
      *                      LEFT ON THE MATCHING ROW.                 *
      *----------------------------------------------------------------*
       1100-FIND-HEADLINE.
           MOVE 'N' TO WS-HL-MATCH-SW
           MOVE 'N' TO WS-HL-EOF-SWITCH
           MOVE EI-SUBJECT-CODE TO HL-SUBJECT-CODE
           MOVE 0 TO HL-SEQUENCE-NBR
           START HEADLINE-FILE KEY IS >= HL-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HL-EOF-SWITCH
           END-START
           PERFORM 1150-HEADLINE-MATCH-TEST
               UNTIL WS-HL-END-OF-SUBJECT
                  OR WS-HL-MATCHED
           .

       1150-HEADLINE-MATCH-TEST.
           READ HEADLINE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HL-EOF-SWITCH
               NOT AT END
                   IF HL-SUBJECT-CODE NOT = EI-SUBJECT-CODE
                       MOVE 'Y' TO WS-HL-EOF-SWITCH
                   ELSE
                       IF HL-HEADLINE-TEXT = EI-HEADLINE-TEXT
                           MOVE 'Y' TO WS-HL-MATCH-SW
                       END-IF
                   END-IF
           END-READ
           .

       1200-WRITE-KEYED-ROW.
           MOVE HL-FILE-KEY          TO EV-FILE-KEY
           MOVE EI-HEADLINE-TEXT     TO EV-HEADLINE-TEXT
           MOVE EI-ATTRIBUTABLE-FLAG TO EV-ATTRIBUTABLE-FLAG
           MOVE EI-SOURCE-CITATION   TO EV-SOURCE-CITATION
           MOVE EI-CERT-DATE         TO EV-CERT-DATE
           MOVE EI-CERT-OPERATOR     TO EV-CERT-OPERATOR
           MOVE 'N'                  TO EV-RECERT-FLAG
           WRITE EVIDENCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ROWS-DUPLICATE
                   MOVE 'HEADLINE ALREADY HAS AN EVIDENCE ROW' TO
                       WS-REPORT-REASON
                   PERFORM 8000-REPORT-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-WRITTEN
           END-WRITE
           .

      *----------------------------------------------------------------*
      * 8000-REPORT-ROW - ENOUGH OF THE OLD ROW TO RE-STAGE IT ON THE  *
      *                   EVIDENCE INTAKE.                             *
      *----------------------------------------------------------------*
       8000-REPORT-ROW.
           DISPLAY ' '
           DISPLAY ' NOT KEYED:  ' EI-SUBJECT-CODE
           DISPLAY '   HEADLINE: ' EI-HEADLINE-TEXT
           DISPLAY '   CITATION: ' EI-SOURCE-CITATION
           DISPLAY '   CERTIFIED ' EI-CERT-DATE ' BY ' EI-CERT-OPERATOR
           DISPLAY '   REASON:   ' WS-REPORT-REASON
           .

       9000-PRINT-CONTROL-TOTALS.
           COMPUTE WS-ROWS-ACCOUNTED = WS-ROWS-WRITTEN
               + WS-ROWS-UNPAIRED + WS-ROWS-DUPLICATE
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' CONTROL TOTALS'
           DISPLAY '   ROWS READ:          ' WS-ROWS-READ
           DISPLAY '   ROWS KEYED:         ' WS-ROWS-WRITTEN
           DISPLAY '   NO HEADLINE MATCH:  ' WS-ROWS-UNPAIRED
           DISPLAY '   DUPLICATE FOR KEY:  ' WS-ROWS-DUPLICATE
           IF WS-ROWS-ACCOUNTED NOT = WS-ROWS-READ
               DISPLAY '   *** BALANCE FAILURE - DO NOT USE THE'
               DISPLAY '       KEYED EVIDENCE CLUSTER FROM THIS'
               DISPLAY '       RUN. ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY '   BALANCE: IN = KEYED + NOT KEYED - OK'
               IF WS-ROWS-WRITTEN = WS-ROWS-READ
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY WS-THIN-SEP
                   DISPLAY ' ROWS NOT KEYED ARE STILL ON THE OLD'
                   DISPLAY ' DATASET.  RE-STAGE THEM ON THE EVIDENCE'
                   DISPLAY ' INTAKE AGAINST THE CURRENT WORDING.'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY WS-SEPARATOR
           .

      *----------------------------------------------------------------*
      * 9900-ABORT-FILE-ERROR - A REQUIRED FILE DIDN'T OPEN CLEAN.     *
      *                         THERE'S NO SANE WAY TO KEEP RUNNING    *
      *                         WITHOUT IT, SO DUMP THE FILE STATUS    *
      *                         AND TERMINATE WITH A NONZERO RETURN-   *
      *                         CODE FOR THE JCL TO CATCH.             *
      *----------------------------------------------------------------*
       9900-ABORT-FILE-ERROR.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDKCONV: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
