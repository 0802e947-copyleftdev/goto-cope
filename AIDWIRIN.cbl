       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDWIRIN.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * PROGRAM:  AIDWIRIN                                             *
      * PURPOSE:  NEWS-WIRE FEED ADAPTER.  THE RESEARCH DESK RECEIVES  *
      *           A DAILY DELIMITED WIRE FILE AND USED TO RE-TYPE THE  *
      *           STORIES INTO THE HEADLINE AND EVIDENCE INTAKE        *
      *           DATASETS BY HAND.  THIS PROGRAM READS THE VENDOR     *
      *           FILE AND BUILDS BOTH INTAKE DATASETS AS A MATCHED    *
      *           PAIR - ONE HEADLINE INTAKE ROW AND ONE EVIDENCE      *
      *           INTAKE ROW (EVINREC) PER STORY, SAME SUBJECT, SAME   *
      *           TEXT - FOR AIDHLIJB AND THEN AIDEVIJB TO LOAD:       *
      *             - THE WIRE SUBJECT TAG IS MAPPED TO A SUBJECT      *
      *               CODE THROUGH THE TAG CROSS-REFERENCE (XRFREC);   *
      *               AN UNKNOWN OR RETIRED TAG, OR ONE MAPPED TO A    *
      *               SUBJECT NOT ON THE MASTER, IS UNMAPPED           *
      *             - A HEADLINE OVER 60 BYTES IS TRIMMED TO 60 OR     *
      *               REJECTED, PER THE PARM                           *
      *             - A STORY WHOSE SUBJECT AND HEADLINE ARE ALREADY   *
      *               ON THE HEADLINE CLUSTER (LOADED ON A PREVIOUS    *
      *               DAY) OR EARLIER IN TODAY'S FILE IS DROPPED AS A  *
      *               DUPLICATE                                        *
      *             - THE STORY DATE BECOMES EI-CERT-DATE AND THE      *
      *               FEED OPERATOR ID EI-CERT-OPERATOR                *
      *           ROWS AIDHLINT/AIDEVINT WOULD ONLY REJECT (BLANK      *
      *           HEADLINE OR SOURCE, FLAG NOT YES/NO, BAD DATE) ARE   *
      *           REJECTED HERE, SO THE TWO DATASETS STAY PAIRED.  THE *
      *           RECONCILIATION BALANCES ROWS READ AGAINST UNMAPPED,  *
      *           MALFORMED, REJECTED, DUPLICATE AND WRITTEN, AND      *
      *           AGAINST THE VENDOR'S TRAILER COUNT.                  *
      *                                                                *
      *           WIRE ROW: FIELDS SEPARATED BY '|' -                  *
      *             STORY-DATE (YYYYMMDD) | SUBJECT TAG | HEADLINE |   *
      *             SOURCE | ATTRIBUTABLE (Y/YES/N/NO)                 *
      *           'HEADER|...' IS SKIPPED; 'TRAILER|NNNN' CARRIES THE  *
      *           VENDOR'S STORY COUNT.  BLANK ROWS ARE SKIPPED.       *
      *                                                                *
      * PARM:     LONG-ACTION(1) - T = TRIM A LONG HEADLINE TO 60,     *
      *           R = REJECT IT (DEFAULT R).  OPERATOR(8) - THE CERT   *
      *           OPERATOR STAMPED ON EVERY EVIDENCE ROW (DEFAULT      *
      *           WIREFEED).                                           *
      *                                                                *
      * RETURN-CODE: 0 = EVERY STORY WRITTEN OR DROPPED AS A DUPLICATE *
      *                  AND THE TRAILER AGREES                        *
      *              4 = ROWS UNMAPPED, MALFORMED OR REJECTED (SEE     *
      *                  REPORT) - THE WRITTEN PAIRS ARE GOOD TO LOAD  *
      *              8 = NO TRAILER, OR IT DISAGREES WITH THE ROWS     *
      *                  READ - THE VENDOR FILE IS INCOMPLETE, DO NOT  *
      *                  LOAD                                          *
      *             16 = FILE ERROR, RUN TERMINATED                    *
      *                                                                *
      * PLATFORM: IBM Z8                                               *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-15  CDD  ORIGINAL.                                   *
      *   2026-10-15  CDD  THE TRAILER COUNT IS NOW MEASURED UP TO ITS *
      *                    FIRST SPACE - THE UNSTRING COUNT RAN ON TO  *
      *                    THE END OF THE PADDED RECORD, SO NO TRAILER *
      *                    WAS EVER RECOGNISED AND EVERY RUN ENDED     *
      *                    RC 8.                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z8.
       OBJECT-COMPUTER. IBM-Z8.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-FILE ASSIGN TO WIREFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WIRE-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CONTROL-FILE ASSIGN TO AIDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-SUBJECT-CODE
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HEADLINE-FILE ASSIGN TO HEADFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-FILE-KEY
               FILE STATUS IS WS-HEADLINE-STATUS.

           SELECT HEADLINE-INTAKE-FILE ASSIGN TO HLINTK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HL-INTAKE-STATUS.

           SELECT EVIDENCE-INTAKE-FILE ASSIGN TO EVINTK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EV-INTAKE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  WIRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WIRE-RECORD              PIC X(300).

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY XRFREC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLREC.

       FD  HEADLINE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HEADREC.

      *--- THE AIDHLINT INTAKE ROW.  THE SEQUENCE IS LEFT BLANK -   ---*
      *--- AIDHLINT ASSIGNS THE NEXT FREE ONE.                      ---*
       FD  HEADLINE-INTAKE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HEADLINE-INTAKE-RECORD.
           05  HI-SUBJECT-CODE          PIC X(10).
           05  HI-SEQUENCE-NBR          PIC X(02).
           05  HI-HEADLINE-TEXT         PIC X(60).

       FD  EVIDENCE-INTAKE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVINREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-WIRE-STATUS           PIC X(02) VALUE '00'.
       01  WS-XREF-STATUS           PIC X(02) VALUE '00'.
       01  WS-CONTROL-STATUS        PIC X(02) VALUE '00'.
       01  WS-HEADLINE-STATUS       PIC X(02) VALUE '00'.
       01  WS-HL-INTAKE-STATUS      PIC X(02) VALUE '00'.
       01  WS-EV-INTAKE-STATUS      PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-LONG-ACTION           PIC X(01) VALUE 'R'.
           88  WS-TRIM-LONG-HEADLINE    VALUE 'T'.
           88  WS-REJECT-LONG-HEADLINE  VALUE 'R'.
       01  WS-FEED-OPERATOR         PIC X(08) VALUE 'WIREFEED'.

      *--- ONE WIRE ROW, SPLIT ON THE DELIMITER.  THE HEADLINE AND  ---*
      *--- SOURCE ARE RECEIVED WIDER THAN THEIR INTAKE FIELDS SO AN ---*
      *--- OVERLONG VALUE CAN BE SEEN BEFORE IT IS CUT.             ---*
       01  WS-WIRE-FIELDS.
           05  WS-WR-DATE-FIELD     PIC X(10).
           05  WS-WR-STORY-DATE REDEFINES WS-WR-DATE-FIELD.
               10  WS-WR-STORY-YMD      PIC X(08).
               10  WS-WR-DATE-SLACK     PIC X(02).
           05  WS-WR-WIRE-TAG       PIC X(20).
           05  WS-WR-HEADLINE       PIC X(200).
           05  WS-WR-SOURCE         PIC X(100).
           05  WS-WR-ATTRIBUTABLE   PIC X(03).
       01  WS-WR-FIELD-COUNT        PIC 9(02) VALUE 0.
       01  WS-WR-TAG-LEN            PIC 9(03) VALUE 0.
       01  WS-WR-OVERFLOW-SW        PIC X(01) VALUE 'N'.
           88  WS-WR-OVERFLOWED         VALUE 'Y'.
       01  WS-ATTRIBUTABLE-FLAG     PIC X(01) VALUE SPACE.
       01  WS-MAPPED-SUBJECT        PIC X(10) VALUE SPACES.
       01  WS-HEADLINE-TEXT         PIC X(60) VALUE SPACES.

      *--- THE TAG CROSS-REFERENCE, LOADED ONCE.                    ---*
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 200 TIMES.
               10  WS-XR-WIRE-TAG       PIC X(20).
               10  WS-XR-SUBJECT-CODE   PIC X(10).
               10  WS-XR-ACTIVE-FLAG    PIC X(01).
       01  WS-XREF-COUNT            PIC 9(03) VALUE 0.
       01  WS-XR-IDX                PIC 9(03) VALUE 0.
       01  WS-XR-FOUND-IDX          PIC 9(03) VALUE 0.
       01  WS-XR-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-XR-MATCHED            VALUE 'Y'.
       01  WS-XR-OVERFLOW-SW        PIC X(01) VALUE 'N'.
           88  WS-XR-OVERFLOWED         VALUE 'Y'.
       01  WS-XREF-DUPLICATES       PIC 9(9) COMP VALUE 0.

      *--- EVERY SUBJECT/HEADLINE PAIR ALREADY ON THE CLUSTER, PLUS ---*
      *--- EACH STORY WRITTEN THIS RUN - FOR THE DUPLICATE CHECK,   ---*
      *--- AS AIDHLINT KEEPS IT.                                    ---*
       01  WS-KNOWN-HEAD-TABLE.
           05  WS-KH-ENTRY OCCURS 999 TIMES.
               10  WS-KH-SUBJECT-CODE   PIC X(10).
               10  WS-KH-HEADLINE-TEXT  PIC X(60).
       01  WS-KNOWN-HEAD-COUNT      PIC 9(03) VALUE 0.
       01  WS-KH-IDX                PIC 9(03) VALUE 0.
       01  WS-KH-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-KH-MATCHED            VALUE 'Y'.
       01  WS-KH-OVERFLOW-SW        PIC X(01) VALUE 'N'.
           88  WS-KH-OVERFLOWED         VALUE 'Y'.

       01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN          VALUE 'Y'.
       01  WS-TRAILER-COUNT         PIC 9(09) VALUE 0.

       01  WS-WIRE-READ             PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-SKIPPED          PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-MALFORMED        PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-UNMAPPED         PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-MAPPED           PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-REJECTED         PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-DUPLICATE        PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-WRITTEN          PIC 9(9) COMP VALUE 0.
       01  WS-HEADLINES-TRIMMED     PIC 9(9) COMP VALUE 0.
       01  WS-SOURCES-TRIMMED       PIC 9(9) COMP VALUE 0.
       01  WS-REJ-LONG-HEADLINE     PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BLANK-HEADLINE    PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BLANK-SOURCE      PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BAD-FLAG          PIC 9(9) COMP VALUE 0.
       01  WS-REJ-BAD-DATE          PIC 9(9) COMP VALUE 0.
       01  WS-PROD-ROWS-ON-FILE     PIC 9(9) COMP VALUE 0.
       01  WS-BALANCE-TOTAL         PIC 9(9) COMP VALUE 0.
       01  WS-DROP-REASON           PIC X(30) VALUE SPACES.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM-AREA.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-LONG-ACTION  PIC X(01).
               10  LS-PARM-OPERATOR     PIC X(08).
               10  FILLER               PIC X(71).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-PROCESS-ONE-WIRE-ROW
               UNTIL WS-END-OF-FILE
           PERFORM 9000-PRINT-RECONCILIATION
           CLOSE WIRE-FILE
           CLOSE CONTROL-FILE
           CLOSE HEADLINE-INTAKE-FILE
           CLOSE EVIDENCE-INTAKE-FILE
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRAILER-COUNT NOT = WS-WIRE-READ
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WIRE-UNMAPPED > 0
                   OR WS-WIRE-MALFORMED > 0
                   OR WS-WIRE-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

       0100-INITIALIZE.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDWIRIN v1.0 - NEWS-WIRE FEED ADAPTER'
           DISPLAY WS-SEPARATOR
           IF LS-PARM-LEN >= 1
               IF LS-PARM-LONG-ACTION = 'T'
                       OR LS-PARM-LONG-ACTION = 'R'
                   MOVE LS-PARM-LONG-ACTION TO WS-LONG-ACTION
               END-IF
           END-IF
           IF LS-PARM-LEN >= 9
               IF LS-PARM-OPERATOR NOT = SPACES
                   MOVE LS-PARM-OPERATOR TO WS-FEED-OPERATOR
               END-IF
           END-IF

           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               MOVE 'XREF-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-XREF-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 0120-LOAD-ONE-XREF-ROW
               UNTIL WS-END-OF-FILE
           CLOSE XREF-FILE

           OPEN INPUT HEADLINE-FILE
           IF WS-HEADLINE-STATUS NOT = '00'
               MOVE 'HEADLINE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-HEADLINE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 0140-LOAD-ONE-PROD-HEADLINE
               UNTIL WS-END-OF-FILE
           CLOSE HEADLINE-FILE

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               MOVE 'CONTROL-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-CONTROL-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           OPEN INPUT WIRE-FILE
           IF WS-WIRE-STATUS NOT = '00'
               MOVE 'WIRE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-WIRE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           OPEN OUTPUT HEADLINE-INTAKE-FILE
           IF WS-HL-INTAKE-STATUS NOT = '00'
               MOVE 'HEADLINE-INTAKE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-HL-INTAKE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           OPEN OUTPUT EVIDENCE-INTAKE-FILE
           IF WS-EV-INTAKE-STATUS NOT = '00'
               MOVE 'EVIDENCE-INTAKE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EV-INTAKE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH

           DISPLAY ' '
           DISPLAY ' TAGS ON THE CROSS-REFERENCE: ' WS-XREF-COUNT
           DISPLAY ' HEADLINES ALREADY ON FILE:   ' WS-PROD-ROWS-ON-FILE
           IF WS-TRIM-LONG-HEADLINE
               DISPLAY ' HEADLINES OVER 60 BYTES:     TRIMMED TO 60'
           ELSE
               DISPLAY ' HEADLINES OVER 60 BYTES:     REJECTED'
           END-IF
           DISPLAY ' EVIDENCE CERT OPERATOR:      ' WS-FEED-OPERATOR
           IF WS-XREF-DUPLICATES > 0
               DISPLAY ' *** ' WS-XREF-DUPLICATES ' TAG(S) LISTED'
                   ' TWICE ON THE CROSS-REFERENCE - THE FIRST'
               DISPLAY '     ROW FOR EACH IS USED. ***'
           END-IF
           IF WS-XR-OVERFLOWED
               DISPLAY ' *** CROSS-REFERENCE TABLE FULL AT 200 -'
               DISPLAY '     LATER TAGS WILL SHOW AS UNMAPPED. ***'
           END-IF
           IF WS-KH-OVERFLOWED
               DISPLAY ' *** KNOWN-HEADLINE TABLE FULL AT 999 -'
               DISPLAY '     DUPLICATE CHECKING IS INCOMPLETE. ***'
           END-IF
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' DROPPED-STORY REPORT'
           DISPLAY WS-THIN-SEP
           .

       0120-LOAD-ONE-XREF-ROW.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WX-WIRE-TAG NOT = SPACES
                       PERFORM 0130-ADD-XREF-ENTRY
                   END-IF
           END-READ
           .

       0130-ADD-XREF-ENTRY.
           PERFORM 1300-FIND-WIRE-TAG
           IF WS-XR-MATCHED
               ADD 1 TO WS-XREF-DUPLICATES
           ELSE
               IF WS-XREF-COUNT < 200
                   ADD 1 TO WS-XREF-COUNT
                   MOVE WX-WIRE-TAG
                       TO WS-XR-WIRE-TAG(WS-XREF-COUNT)
                   MOVE WX-SUBJECT-CODE
                       TO WS-XR-SUBJECT-CODE(WS-XREF-COUNT)
                   IF WX-TAG-RETIRED
                       MOVE 'N' TO WS-XR-ACTIVE-FLAG(WS-XREF-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-XR-ACTIVE-FLAG(WS-XREF-COUNT)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-XR-OVERFLOW-SW
               END-IF
           END-IF
           .

       0140-LOAD-ONE-PROD-HEADLINE.
           READ HEADLINE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PROD-ROWS-ON-FILE
                   MOVE HL-SUBJECT-CODE  TO WS-MAPPED-SUBJECT
                   MOVE HL-HEADLINE-TEXT TO WS-HEADLINE-TEXT
                   PERFORM 1700-REMEMBER-KNOWN-HEADLINE
           END-READ
           .

      *----------------------------------------------------------------*
      * 1000-PROCESS-ONE-WIRE-ROW - SPLIT THE ROW ON THE DELIMITER.    *
      *                             HEADER AND BLANK ROWS ARE SKIPPED  *
      *                             UNCOUNTED; THE TRAILER IS KEPT FOR *
      *                             THE RECONCILIATION; EVERY OTHER    *
      *                             ROW IS A STORY.                    *
      *----------------------------------------------------------------*
       1000-PROCESS-ONE-WIRE-ROW.
           READ WIRE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 1050-SPLIT-WIRE-ROW
                   EVALUATE TRUE
                       WHEN WIRE-RECORD = SPACES
                           ADD 1 TO WS-WIRE-SKIPPED
                       WHEN WS-WR-DATE-FIELD = 'HEADER'
                           ADD 1 TO WS-WIRE-SKIPPED
                       WHEN WS-WR-DATE-FIELD = 'TRAILER'
                           PERFORM 1080-NOTE-TRAILER
                       WHEN OTHER
                           ADD 1 TO WS-WIRE-READ
                           PERFORM 1100-CHECK-AND-WRITE-STORY
                               THRU 1100-CHECK-AND-WRITE-STORY-EXIT
                   END-EVALUATE
           END-READ
           .

       1050-SPLIT-WIRE-ROW.
           MOVE SPACES TO WS-WIRE-FIELDS
           MOVE 0 TO WS-WR-FIELD-COUNT
           MOVE 'N' TO WS-WR-OVERFLOW-SW
           UNSTRING WIRE-RECORD DELIMITED BY '|'
               INTO WS-WR-DATE-FIELD
                    WS-WR-WIRE-TAG
                    WS-WR-HEADLINE
                    WS-WR-SOURCE
                    WS-WR-ATTRIBUTABLE
               TALLYING IN WS-WR-FIELD-COUNT
               ON OVERFLOW
                   MOVE 'Y' TO WS-WR-OVERFLOW-SW
           END-UNSTRING
           .

      *--- 'TRAILER|NNNN' - THE VENDOR'S COUNT OF STORY ROWS.  AN   ---*
      *--- UNREADABLE COUNT IS TREATED AS NO TRAILER AT ALL.  THE   ---*
      *--- RECORD IS SPACE-PADDED, SO THE COUNT ENDS AT ITS FIRST   ---*
      *--- SPACE AND NOTHING MAY FOLLOW IT.                         ---*
       1080-NOTE-TRAILER.
           MOVE 0 TO WS-WR-TAG-LEN
           INSPECT WS-WR-WIRE-TAG TALLYING WS-WR-TAG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WR-TAG-LEN > 0 AND WS-WR-TAG-LEN <= 9
               IF WS-WR-WIRE-TAG(1:WS-WR-TAG-LEN) IS NUMERIC
                   AND WS-WR-WIRE-TAG(WS-WR-TAG-LEN + 1:) = SPACES
                   MOVE 'Y' TO WS-TRAILER-SW
                   MOVE WS-WR-WIRE-TAG(1:WS-WR-TAG-LEN)
                       TO WS-TRAILER-COUNT
               END-IF
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY ' TRAILER ROW UNREADABLE: ' WIRE-RECORD(1:40)
           END-IF
           .

      *----------------------------------------------------------------*
      * 1100-CHECK-AND-WRITE-STORY - THE FIRST FAILED CHECK DROPS THE  *
      *                              STORY AND COUNTS IT IN EXACTLY    *
      *                              ONE RECONCILIATION BUCKET:        *
      *                              MALFORMED, UNMAPPED, REJECTED OR  *
      *                              DUPLICATE.  A STORY THAT SURVIVES *
      *                              IS WRITTEN TO BOTH INTAKE         *
      *                              DATASETS.                         *
      *----------------------------------------------------------------*
       1100-CHECK-AND-WRITE-STORY.
           MOVE SPACES TO WS-DROP-REASON
           IF WS-WR-FIELD-COUNT NOT = 5 OR WS-WR-OVERFLOWED
               MOVE 'NOT FIVE DELIMITED FIELDS' TO WS-DROP-REASON
               ADD 1 TO WS-WIRE-MALFORMED
               PERFORM 1900-REPORT-DROPPED-STORY
               GO TO 1100-CHECK-AND-WRITE-STORY-EXIT
           END-IF

           PERFORM 1200-MAP-WIRE-TAG
           IF WS-DROP-REASON NOT = SPACES
               ADD 1 TO WS-WIRE-UNMAPPED
               PERFORM 1900-REPORT-DROPPED-STORY
               GO TO 1100-CHECK-AND-WRITE-STORY-EXIT
           END-IF
           ADD 1 TO WS-WIRE-MAPPED

           PERFORM 1400-VALIDATE-STORY-FIELDS
           IF WS-DROP-REASON NOT = SPACES
               ADD 1 TO WS-WIRE-REJECTED
               PERFORM 1900-REPORT-DROPPED-STORY
               GO TO 1100-CHECK-AND-WRITE-STORY-EXIT
           END-IF

           PERFORM 1600-CHECK-DUPLICATE
           IF WS-KH-MATCHED
               MOVE 'ALREADY LOADED / DUPLICATE' TO WS-DROP-REASON
               ADD 1 TO WS-WIRE-DUPLICATE
               PERFORM 1900-REPORT-DROPPED-STORY
               GO TO 1100-CHECK-AND-WRITE-STORY-EXIT
           END-IF

           PERFORM 1800-WRITE-INTAKE-PAIR
           .
       1100-CHECK-AND-WRITE-STORY-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 1200-MAP-WIRE-TAG - TAG TO SUBJECT THROUGH THE CROSS-          *
      *                     REFERENCE.  THE SUBJECT MUST BE ON THE     *
      *                     MASTER, OR THE HEADLINE COULD NEVER BE     *
      *                     USED.                                      *
      *----------------------------------------------------------------*
       1200-MAP-WIRE-TAG.
           MOVE WS-WR-WIRE-TAG TO WX-WIRE-TAG
           PERFORM 1300-FIND-WIRE-TAG
           IF NOT WS-XR-MATCHED
               MOVE 'TAG NOT ON CROSS-REFERENCE' TO WS-DROP-REASON
           ELSE
               IF WS-XR-ACTIVE-FLAG(WS-XR-FOUND-IDX) = 'N'
                   MOVE 'TAG RETIRED ON CROSS-REF' TO WS-DROP-REASON
               ELSE
                   MOVE WS-XR-SUBJECT-CODE(WS-XR-FOUND-IDX)
                       TO WS-MAPPED-SUBJECT
                   MOVE WS-MAPPED-SUBJECT TO CT-SUBJECT-CODE
                   READ CONTROL-FILE
                       INVALID KEY
                           MOVE 'TAG MAPS TO NO MASTER SUBJECT'
                               TO WS-DROP-REASON
                   END-READ
               END-IF
           END-IF
           .

       1300-FIND-WIRE-TAG.
           MOVE 'N' TO WS-XR-MATCH-SW
           MOVE 0 TO WS-XR-FOUND-IDX
           IF WS-XREF-COUNT > 0
               PERFORM 1350-WIRE-TAG-MATCH-TEST
                   VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XREF-COUNT
                       OR WS-XR-MATCHED
           END-IF
           .

       1350-WIRE-TAG-MATCH-TEST.
           IF WS-XR-WIRE-TAG(WS-XR-IDX) = WX-WIRE-TAG
               MOVE 'Y' TO WS-XR-MATCH-SW
               MOVE WS-XR-IDX TO WS-XR-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 1400-VALIDATE-STORY-FIELDS - THE CHECKS AIDHLINT AND AIDEVINT  *
      *                              WOULD MAKE, MADE HERE SO NEITHER  *
      *                              REJECTS ONE HALF OF A PAIR.  THE  *
      *                              ATTRIBUTABLE FLAG IS TAKEN IN     *
      *                              EITHER CASE AS Y/YES OR N/NO.  A  *
      *                              SOURCE OVER 40 BYTES IS CUT TO    *
      *                              40 AND COUNTED - THE CITATION IS  *
      *                              A POINTER, NOT QUOTED TEXT.       *
      *----------------------------------------------------------------*
       1400-VALIDATE-STORY-FIELDS.
           IF WS-WR-STORY-YMD NOT NUMERIC
                   OR WS-WR-STORY-YMD = '00000000'
                   OR WS-WR-DATE-SLACK NOT = SPACES
               MOVE 'STORY DATE NOT YYYYMMDD' TO WS-DROP-REASON
               ADD 1 TO WS-REJ-BAD-DATE
               GO TO 1400-VALIDATE-STORY-FIELDS-EXIT
           END-IF
           IF WS-WR-HEADLINE = SPACES
               MOVE 'BLANK HEADLINE TEXT' TO WS-DROP-REASON
               ADD 1 TO WS-REJ-BLANK-HEADLINE
               GO TO 1400-VALIDATE-STORY-FIELDS-EXIT
           END-IF
           IF WS-WR-SOURCE = SPACES
               MOVE 'BLANK SOURCE CITATION' TO WS-DROP-REASON
               ADD 1 TO WS-REJ-BLANK-SOURCE
               GO TO 1400-VALIDATE-STORY-FIELDS-EXIT
           END-IF
           INSPECT WS-WR-ATTRIBUTABLE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-WR-ATTRIBUTABLE
               WHEN 'Y'
               WHEN 'YES'
                   MOVE 'Y' TO WS-ATTRIBUTABLE-FLAG
               WHEN 'N'
               WHEN 'NO'
                   MOVE 'N' TO WS-ATTRIBUTABLE-FLAG
               WHEN OTHER
                   MOVE 'ATTRIBUTABLE NOT YES/NO' TO WS-DROP-REASON
                   ADD 1 TO WS-REJ-BAD-FLAG
                   GO TO 1400-VALIDATE-STORY-FIELDS-EXIT
           END-EVALUATE
           IF WS-WR-HEADLINE(61:140) NOT = SPACES
               IF WS-TRIM-LONG-HEADLINE
                   ADD 1 TO WS-HEADLINES-TRIMMED
               ELSE
                   MOVE 'HEADLINE OVER 60 BYTES' TO WS-DROP-REASON
                   ADD 1 TO WS-REJ-LONG-HEADLINE
                   GO TO 1400-VALIDATE-STORY-FIELDS-EXIT
               END-IF
           END-IF
           MOVE WS-WR-HEADLINE(1:60) TO WS-HEADLINE-TEXT
           IF WS-WR-SOURCE(41:60) NOT = SPACES
               ADD 1 TO WS-SOURCES-TRIMMED
           END-IF
           .
       1400-VALIDATE-STORY-FIELDS-EXIT.
           EXIT
           .

       1600-CHECK-DUPLICATE.
           MOVE 'N' TO WS-KH-MATCH-SW
           IF WS-KNOWN-HEAD-COUNT > 0
               PERFORM 1650-DUPLICATE-MATCH-TEST
                   VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KNOWN-HEAD-COUNT
                       OR WS-KH-MATCHED
           END-IF
           .

       1650-DUPLICATE-MATCH-TEST.
           IF WS-KH-SUBJECT-CODE(WS-KH-IDX) = WS-MAPPED-SUBJECT
                   AND WS-KH-HEADLINE-TEXT(WS-KH-IDX) =
                       WS-HEADLINE-TEXT
               MOVE 'Y' TO WS-KH-MATCH-SW
           END-IF
           .

       1700-REMEMBER-KNOWN-HEADLINE.
           IF WS-KNOWN-HEAD-COUNT < 999
               ADD 1 TO WS-KNOWN-HEAD-COUNT
               MOVE WS-MAPPED-SUBJECT TO
                   WS-KH-SUBJECT-CODE(WS-KNOWN-HEAD-COUNT)
               MOVE WS-HEADLINE-TEXT TO
                   WS-KH-HEADLINE-TEXT(WS-KNOWN-HEAD-COUNT)
           ELSE
               MOVE 'Y' TO WS-KH-OVERFLOW-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 1800-WRITE-INTAKE-PAIR - ONE HEADLINE INTAKE ROW AND ITS       *
      *                          EVIDENCE INTAKE ROW, SAME SUBJECT AND *
      *                          SAME (POSSIBLY TRIMMED) TEXT, SO      *
      *                          AIDHLINT FINDS THE EVIDENCE STAGED    *
      *                          AND AIDEVINT FINDS THE HEADLINE.      *
      *----------------------------------------------------------------*
       1800-WRITE-INTAKE-PAIR.
           MOVE WS-MAPPED-SUBJECT TO HI-SUBJECT-CODE
           MOVE SPACES            TO HI-SEQUENCE-NBR
           MOVE WS-HEADLINE-TEXT  TO HI-HEADLINE-TEXT
           WRITE HEADLINE-INTAKE-RECORD
           IF WS-HL-INTAKE-STATUS NOT = '00'
               MOVE 'HEADLINE-INTAKE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-HL-INTAKE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE WS-MAPPED-SUBJECT    TO EI-SUBJECT-CODE
           MOVE WS-HEADLINE-TEXT     TO EI-HEADLINE-TEXT
           MOVE WS-ATTRIBUTABLE-FLAG TO EI-ATTRIBUTABLE-FLAG
           MOVE WS-WR-SOURCE(1:40)   TO EI-SOURCE-CITATION
           MOVE WS-WR-STORY-YMD      TO EI-CERT-DATE
           MOVE WS-FEED-OPERATOR     TO EI-CERT-OPERATOR
           WRITE EVIDENCE-INTAKE-RECORD
           IF WS-EV-INTAKE-STATUS NOT = '00'
               MOVE 'EVIDENCE-INTAKE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EV-INTAKE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           ADD 1 TO WS-WIRE-WRITTEN
           PERFORM 1700-REMEMBER-KNOWN-HEADLINE
           .

       1900-REPORT-DROPPED-STORY.
           DISPLAY ' DROPPED: ' WS-DROP-REASON
           DISPLAY '   TAG:      ' WS-WR-WIRE-TAG
               '  STORY DATE: ' WS-WR-DATE-FIELD
           DISPLAY '   HEADLINE: ' WS-WR-HEADLINE(1:60)
           .

      *----------------------------------------------------------------*
      * 9000-PRINT-RECONCILIATION - ROWS READ MUST EQUAL MALFORMED +   *
      *                             UNMAPPED + MAPPED, AND MAPPED MUST *
      *                             EQUAL REJECTED + DUPLICATE +       *
      *                             WRITTEN.  ROWS READ IS THEN        *
      *                             MATCHED TO THE VENDOR'S TRAILER.   *
      *----------------------------------------------------------------*
       9000-PRINT-RECONCILIATION.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' RECONCILIATION'
           DISPLAY '   WIRE ROWS READ:            ' WS-WIRE-READ
           DISPLAY '     MALFORMED:               ' WS-WIRE-MALFORMED
           DISPLAY '     UNMAPPED:                ' WS-WIRE-UNMAPPED
           DISPLAY '     MAPPED:                  ' WS-WIRE-MAPPED
           DISPLAY '       REJECTED:              ' WS-WIRE-REJECTED
           DISPLAY '         STORY DATE:          ' WS-REJ-BAD-DATE
           DISPLAY '         BLANK HEADLINE:      '
               WS-REJ-BLANK-HEADLINE
           DISPLAY '         BLANK SOURCE:        ' WS-REJ-BLANK-SOURCE
           DISPLAY '         ATTRIBUTABLE FLAG:   ' WS-REJ-BAD-FLAG
           DISPLAY '         HEADLINE TOO LONG:   '
               WS-REJ-LONG-HEADLINE
           DISPLAY '       DUPLICATE:             ' WS-WIRE-DUPLICATE
           DISPLAY '       WRITTEN (PAIRS):       ' WS-WIRE-WRITTEN
           DISPLAY '         HEADLINES TRIMMED:   '
               WS-HEADLINES-TRIMMED
           DISPLAY '         SOURCES TRIMMED:     ' WS-SOURCES-TRIMMED
           DISPLAY '   HEADER/BLANK ROWS SKIPPED: ' WS-WIRE-SKIPPED

           COMPUTE WS-BALANCE-TOTAL = WS-WIRE-REJECTED
               + WS-WIRE-DUPLICATE + WS-WIRE-WRITTEN
           IF WS-BALANCE-TOTAL = WS-WIRE-MAPPED
               COMPUTE WS-BALANCE-TOTAL = WS-WIRE-MALFORMED
                   + WS-WIRE-UNMAPPED + WS-WIRE-MAPPED
           END-IF
           IF WS-BALANCE-TOTAL = WS-WIRE-READ
               DISPLAY '   BALANCE: READ = DROPPED + WRITTEN - OK'
           ELSE
               DISPLAY '   *** BALANCE FAILURE - COUNTS DO NOT ADD'
               DISPLAY '       UP.  DO NOT LOAD THIS BATCH. ***'
           END-IF

           IF WS-TRAILER-SEEN
               DISPLAY '   VENDOR TRAILER COUNT:      '
                   WS-TRAILER-COUNT
               IF WS-TRAILER-COUNT = WS-WIRE-READ
                   DISPLAY '   TRAILER AGREES WITH ROWS READ'
               ELSE
                   DISPLAY '   *** TRAILER DOES NOT AGREE WITH ROWS'
                   DISPLAY '       READ - THE WIRE FILE IS'
                       ' INCOMPLETE.  DO NOT RUN AIDHLIJB/AIDEVIJB'
                   DISPLAY '       UNTIL THE VENDOR RESENDS. ***'
               END-IF
           ELSE
               DISPLAY '   *** NO VENDOR TRAILER ROW - THE WIRE'
               DISPLAY '       FILE MAY BE TRUNCATED.  DO NOT RUN'
               DISPLAY '       AIDHLIJB/AIDEVIJB UNTIL IT IS'
                   ' CONFIRMED. ***'
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
           DISPLAY ' AIDWIRIN: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
