       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDRENAM.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * PROGRAM:  AIDRENAM                                             *
      * PURPOSE:  SUBJECT RENAME AND MERGE UTILITY.  THE SUBJECT CODE  *
      *           IS THE KEY, OR THE FIRST FIELD, OF EVERY DATASET THE *
      *           SYSTEM KEEPS, AND CHANGING IT BY HAND LEFT ORPHANS   *
      *           AIDXCHK REPORTED FOR WEEKS.  THIS UTILITY MOVES ONE  *
      *           SUBJECT'S ROWS TO ANOTHER CODE IN EVERY DATASET IN   *
      *           ONE CONTROLLED RUN:                                  *
      *             RN - RENAME.  THE NEW CODE MUST NOT BE IN USE.     *
      *                  EVERY ROW MOVES UNCHANGED BUT FOR THE CODE.   *
      *             MG - MERGE.  BOTH CODES MUST BE ON THE MASTER.     *
      *                  THE OLD SUBJECT'S ROWS ARE FOLDED INTO THE    *
      *                  SURVIVING ONE AND ITS MASTER ROW IS DELETED:  *
      *                  - HEADLINES AND EXCUSES ARE RENUMBERED AFTER  *
      *                    THE SURVIVOR'S HIGHEST SEQUENCE; ONE WITH   *
      *                    THE SAME TEXT AS A SURVIVOR ROW IS MERGED   *
      *                    INTO IT (EVIDENCE FOLLOWS ITS HEADLINE)     *
      *                  - SCORE ROWS FOR THE SAME EXCUSE TEXT ARE     *
      *                    COMBINED (FIRES AND LEADS ADDED, GROWTH     *
      *                    WEIGHTED BY FIRES, EFFECT RESCORED AS       *
      *                    AIDSCORE SCORES IT)                         *
      *                  - CHECKPOINT, SWEEP-STATUS AND LOAD-PROFILE   *
      *                    ROWS: THE SURVIVOR'S ROW WINS               *
      *           DATASETS: AIDCTL, HEADFL, EXCFL, EVIDFL, SCORFL,     *
      *           CKPTFL, SWEPFL, PROFFL (KEYED - ROWS ARE WRITTEN     *
      *           UNDER THE NEW KEY AND THE OLD ONE DELETED) AND       *
      *           LEDGFL, ACPTFL, SNAPFL (SEQUENTIAL - THE CODE IS     *
      *           REWRITTEN IN PLACE).  THE RUN IS REFUSED WHILE       *
      *           EITHER SUBJECT HOLDS A RUN LOCK, HAS AN IN-FLIGHT    *
      *           CHECKPOINT, OR HAS AN AIDMAINT CHANGE AWAITING       *
      *           APPROVAL (IT WOULD REPLAY AGAINST THE OLD CODE).     *
      *           EVERY MOVE IS PLANNED AND CHECKED BEFORE ANYTHING    *
      *           IS CHANGED.  WITHOUT CONFIRM ON THE PARM NOTHING IS  *
      *           CHANGED - THE PLAN AND THE PER-FILE TOTALS PRINT.    *
      *           WITH IT, EACH MASTER, HEADLINE, EXCUSE, EVIDENCE AND *
      *           PROFILE ROW MOVED, AND ONE SUMMARY ROW PER OTHER     *
      *           DATASET, IS JOURNALED (RN/MG) FOR AIDJRPRT.          *
      *                                                                *
      * PARM:     FUNCTION(2: RN/MG) FROM-SUBJECT(10) TO-SUBJECT(10)   *
      *           CONFIRM(7, LITERAL 'CONFIRM' TO EXECUTE)             *
      *           OPERATOR(8, JOURNALED AS THE OPERATOR - DEFAULT      *
      *           AIDRENAM)                                            *
      *                                                                *
      * RETURN-CODE: 0 = CHANGES APPLIED                               *
      *              4 = PREVIEW ONLY - CONFIRM NOT SUPPLIED           *
      *              8 = REFUSED - A SUBJECT IS MISSING OR ALREADY IN  *
      *                  USE, OR SEQUENCES WOULD PASS 99               *
      *             12 = REFUSED - RUN LOCK, IN-FLIGHT CHECKPOINT, OR  *
      *                  PENDING AIDMAINT CHANGE                       *
      *             16 = FILE OR PARM ERROR, RUN TERMINATED            *
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
           SELECT CONTROL-FILE ASSIGN TO AIDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-SUBJECT-CODE
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HEADLINE-FILE ASSIGN TO HEADFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-FILE-KEY
               FILE STATUS IS WS-HEADLINE-STATUS.

           SELECT EXCUSE-FILE ASSIGN TO EXCFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-FILE-KEY
               FILE STATUS IS WS-EXCUSE-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO EVIDFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-EVIDENCE-STATUS.

           SELECT SCORE-FILE ASSIGN TO SCORFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-FILE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-SUBJECT-CODE
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OPTIONAL SWEEP-STATUS-FILE ASSIGN TO SWEPFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-SUBJECT-CODE
               FILE STATUS IS WS-SWEEPST-STATUS.

           SELECT LOAD-PROFILE-FILE ASSIGN TO PROFFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PROFILE-KEY
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO LOCKFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-SUBJECT-CODE
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT PENDING-FILE ASSIGN TO AIDPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-FILE-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO AIDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JR-FILE-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL AUDIT-LEDGER-FILE ASSIGN TO LEDGFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL ACCEPTANCE-REGISTER-FILE ASSIGN TO ACPTFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-REG-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO SNAPFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLREC.

       FD  HEADLINE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HEADREC.

       FD  EXCUSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXCREC.

       FD  EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVIDREC.

       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SCORREC.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CKPTREC.

       FD  SWEEP-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SWPREC.

       FD  LOAD-PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRFREC.

       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOKREC.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JRNLREC.

       FD  AUDIT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LEDGREC.

       FD  ACCEPTANCE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACPTREC.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SNAPREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-CONTROL-STATUS        PIC X(02) VALUE '00'.
       01  WS-HEADLINE-STATUS       PIC X(02) VALUE '00'.
       01  WS-EXCUSE-STATUS         PIC X(02) VALUE '00'.
       01  WS-EVIDENCE-STATUS       PIC X(02) VALUE '00'.
       01  WS-SCORE-STATUS          PIC X(02) VALUE '00'.
       01  WS-CHECKPOINT-STATUS     PIC X(02) VALUE '00'.
       01  WS-SWEEPST-STATUS        PIC X(02) VALUE '00'.
       01  WS-PROFILE-STATUS        PIC X(02) VALUE '00'.
       01  WS-LOCK-STATUS           PIC X(02) VALUE '00'.
       01  WS-PENDING-STATUS        PIC X(02) VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC X(02) VALUE '00'.
       01  WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
       01  WS-ACCEPT-REG-STATUS     PIC X(02) VALUE '00'.
       01  WS-SNAPSHOT-STATUS       PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE     PIC X(8).
           05  WS-CURRENT-TIME     PIC X(8).
           05  WS-DIFF-FROM-GMT    PIC X(5).

       01  WS-FUNCTION-CODE         PIC X(02) VALUE SPACES.
           88  WS-FUNCTION-RENAME       VALUE 'RN'.
           88  WS-FUNCTION-MERGE        VALUE 'MG'.
       01  WS-FROM-SUBJECT          PIC X(10) VALUE SPACES.
       01  WS-TO-SUBJECT            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(08) VALUE 'AIDRENAM'.
       01  WS-CONFIRM-SW            PIC X(01) VALUE 'N'.
           88  WS-ACTION-CONFIRMED      VALUE 'Y'.

      *--- FIRST REASON THE RUN CANNOT GO AHEAD, AND ITS RC.        ---*
       01  WS-REFUSE-RC             PIC 9(02) VALUE 0.
       01  WS-REFUSE-REASON         PIC X(50) VALUE SPACES.

      *--- THE FROM SUBJECT'S MASTER ROW, HELD FOR THE RENAME.      ---*
       01  WS-FROM-MASTER           PIC X(72) VALUE SPACES.

      *--- PER-FILE CONTROL TOTALS.  FILE NUMBERS ARE FIXED: SEE    ---*
      *--- THE NAME TABLE.  TO-ROWS IS THE TARGET SUBJECT'S ROWS    ---*
      *--- ALREADY THERE (A RENAME REFUSES ON ANY).                 ---*
       01  WS-FILE-NAME-VALUES.
           05  FILLER               PIC X(08) VALUE 'AIDCTL'.
           05  FILLER               PIC X(08) VALUE 'HEADFL'.
           05  FILLER               PIC X(08) VALUE 'EXCFL'.
           05  FILLER               PIC X(08) VALUE 'EVIDFL'.
           05  FILLER               PIC X(08) VALUE 'SCORFL'.
           05  FILLER               PIC X(08) VALUE 'CKPTFL'.
           05  FILLER               PIC X(08) VALUE 'SWEPFL'.
           05  FILLER               PIC X(08) VALUE 'PROFFL'.
           05  FILLER               PIC X(08) VALUE 'LEDGFL'.
           05  FILLER               PIC X(08) VALUE 'ACPTFL'.
           05  FILLER               PIC X(08) VALUE 'SNAPFL'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FN-NAME           PIC X(08) OCCURS 11 TIMES.
       01  WS-FILE-TOTALS.
           05  WS-FT-ENTRY OCCURS 11 TIMES.
               10  WS-FT-READ           PIC 9(9) COMP.
               10  WS-FT-MOVED          PIC 9(9) COMP.
               10  WS-FT-MERGED         PIC 9(9) COMP.
               10  WS-FT-TO-ROWS        PIC 9(9) COMP.
       01  WS-FT-IDX                PIC 9(02) VALUE 0.
       01  WS-F-CTL                 PIC 9(02) VALUE 1.
       01  WS-F-HEAD                PIC 9(02) VALUE 2.
       01  WS-F-EXC                 PIC 9(02) VALUE 3.
       01  WS-F-EVID                PIC 9(02) VALUE 4.
       01  WS-F-SCORE               PIC 9(02) VALUE 5.
       01  WS-F-CKPT                PIC 9(02) VALUE 6.
       01  WS-F-SWEEP               PIC 9(02) VALUE 7.
       01  WS-F-PROF                PIC 9(02) VALUE 8.
       01  WS-F-LEDG                PIC 9(02) VALUE 9.
       01  WS-F-ACPT                PIC 9(02) VALUE 10.
       01  WS-F-SNAP                PIC 9(02) VALUE 11.
       01  WS-UNTOUCHED             PIC 9(9) COMP VALUE 0.
       01  WS-COUNT-EDIT            PIC Z(8)9.
       01  WS-COUNT-EDIT-2          PIC Z(8)9.

      *--- THE FROM SUBJECT'S HEADLINES, WITH THE SEQUENCE EACH     ---*
      *--- WILL HAVE UNDER THE NEW CODE.  DISP: V = MOVED, M =      ---*
      *--- MERGED INTO THE SURVIVOR ROW WITH THE SAME TEXT.         ---*
       01  WS-FROM-HEAD-TABLE.
           05  WS-FH-ENTRY OCCURS 100 TIMES.
               10  WS-FH-OLD-SEQ        PIC 9(02).
               10  WS-FH-NEW-SEQ        PIC 9(02).
               10  WS-FH-TEXT           PIC X(60).
               10  WS-FH-DISP           PIC X(01).
       01  WS-FH-COUNT              PIC 9(03) VALUE 0.
       01  WS-FH-IDX                PIC 9(03) VALUE 0.
       01  WS-FH-FOUND-IDX          PIC 9(03) VALUE 0.
       01  WS-FH-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-FH-MATCHED            VALUE 'Y'.

       01  WS-TO-HEAD-TABLE.
           05  WS-TH-ENTRY OCCURS 100 TIMES.
               10  WS-TH-SEQ            PIC 9(02).
               10  WS-TH-TEXT           PIC X(60).
       01  WS-TH-COUNT              PIC 9(03) VALUE 0.
       01  WS-TH-IDX                PIC 9(03) VALUE 0.
       01  WS-TH-HIGH-SEQ           PIC 9(03) VALUE 0.
       01  WS-TH-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-TH-MATCHED            VALUE 'Y'.

       01  WS-FROM-EXC-TABLE.
           05  WS-FX-ENTRY OCCURS 100 TIMES.
               10  WS-FX-OLD-SEQ        PIC 9(02).
               10  WS-FX-NEW-SEQ        PIC 9(02).
               10  WS-FX-TEXT           PIC X(50).
               10  WS-FX-DISP           PIC X(01).
       01  WS-FX-COUNT              PIC 9(03) VALUE 0.
       01  WS-FX-IDX                PIC 9(03) VALUE 0.

       01  WS-TO-EXC-TABLE.
           05  WS-TX-ENTRY OCCURS 100 TIMES.
               10  WS-TX-SEQ            PIC 9(02).
               10  WS-TX-TEXT           PIC X(50).
       01  WS-TX-COUNT              PIC 9(03) VALUE 0.
       01  WS-TX-IDX                PIC 9(03) VALUE 0.
       01  WS-TX-HIGH-SEQ           PIC 9(03) VALUE 0.
       01  WS-TX-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-TX-MATCHED            VALUE 'Y'.

      *--- THE FROM SUBJECT'S EVIDENCE ROWS, WHOLE, WITH THE        ---*
      *--- SEQUENCE THEY FOLLOW THEIR HEADLINE TO.  DISP: V MOVED,  ---*
      *--- M MERGED (THE SURVIVOR'S HEADLINE ALREADY HAS EVIDENCE), ---*
      *--- O LEFT WHERE IT IS (NO HEADLINE TO FOLLOW ON A MERGE).   ---*
       01  WS-FROM-EVID-TABLE.
           05  WS-FE-ENTRY OCCURS 100 TIMES.
               10  WS-FE-RECORD         PIC X(130).
               10  WS-FE-OLD-SEQ        PIC 9(02).
               10  WS-FE-NEW-SEQ        PIC 9(02).
               10  WS-FE-DISP           PIC X(01).
       01  WS-FE-COUNT              PIC 9(03) VALUE 0.
       01  WS-FE-IDX                PIC 9(03) VALUE 0.
      *--- SURVIVOR SEQUENCES THAT HAVE EVIDENCE (SUBSCRIPT = SEQ + ---*
      *--- 1, SO SEQUENCE 00 HAS A SLOT TOO).                       ---*
       01  WS-TO-EVID-FLAGS.
           05  WS-TE-FLAG           PIC X(01) OCCURS 100 TIMES.
       01  WS-TE-SLOT               PIC 9(03) VALUE 0.

      *--- THE FROM SUBJECT'S SCORE ROWS, WHOLE.  DISP: V MOVED,    ---*
      *--- C COMBINED WITH THE SURVIVOR'S ROW FOR THE SAME TEXT.    ---*
       01  WS-FROM-SCORE-TABLE.
           05  WS-FS-ENTRY OCCURS 500 TIMES.
               10  WS-FS-RECORD         PIC X(92).
               10  WS-FS-DISP           PIC X(01).
       01  WS-FS-COUNT              PIC 9(03) VALUE 0.
       01  WS-FS-IDX                PIC 9(03) VALUE 0.
       01  WS-TO-SCORE-TABLE.
           05  WS-TS-TEXT           PIC X(50) OCCURS 500 TIMES.
       01  WS-TS-COUNT              PIC 9(03) VALUE 0.
       01  WS-TS-IDX                PIC 9(03) VALUE 0.
       01  WS-TS-MATCH-SW           PIC X(01) VALUE 'N'.
           88  WS-TS-MATCHED            VALUE 'Y'.
       01  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL            VALUE 'Y'.

      *--- ONE FROM SCORE ROW, TAKEN APART FOR THE COMBINE.         ---*
       01  WS-SCORE-HOLD.
           05  WS-SH-SUBJECT-CODE       PIC X(10).
           05  WS-SH-EXCUSE-TEXT        PIC X(50).
           05  WS-SH-FIRE-COUNT         PIC 9(09).
           05  WS-SH-AVG-GROWTH         PIC S9(05)V99.
           05  WS-SH-ACCEPT-LEAD-COUNT  PIC 9(09).
           05  WS-SH-EFFECT-SCORE       PIC S9(05)V99.
       01  WS-COMBINED-FIRES        PIC 9(10) VALUE 0.

      *--- CHECKPOINT, SWEEP-STATUS AND PROFILE: ONE ROW PER        ---*
      *--- SUBJECT.  DISP: SPACE NONE, V MOVE, M DROP (SURVIVOR'S   ---*
      *--- ROW WINS).                                               ---*
       01  WS-CKPT-DISP             PIC X(01) VALUE SPACE.
       01  WS-SWEEP-DISP            PIC X(01) VALUE SPACE.
       01  WS-PROF-DISP             PIC X(01) VALUE SPACE.
       01  WS-ROW-DISP              PIC X(01) VALUE SPACE.
       01  WS-FROM-ROW-SW           PIC X(01) VALUE 'N'.
           88  WS-FROM-ROW-FOUND        VALUE 'Y'.
       01  WS-TO-ROW-SW             PIC X(01) VALUE 'N'.
           88  WS-TO-ROW-FOUND          VALUE 'Y'.
       01  WS-SWEEPST-AVAIL-SW      PIC X(01) VALUE 'N'.
           88  WS-SWEEPST-AVAILABLE     VALUE 'Y'.
       01  WS-LOCKFL-AVAIL-SW       PIC X(01) VALUE 'N'.
           88  WS-LOCKFL-AVAILABLE      VALUE 'Y'.
       01  WS-PENDING-FOUND-SW      PIC X(01) VALUE 'N'.
           88  WS-PENDING-FOUND         VALUE 'Y'.
       01  WS-PEND-SUBJECT          PIC X(10) VALUE SPACES.

      *--- JOURNAL ROW IMAGES (50 BYTES EACH, LIKE AIDMAINT'S).     ---*
       01  WS-JOURNAL-SEQ           PIC 9(07) VALUE 0.
       01  WS-JOURNAL-WRITTEN       PIC 9(9) COMP VALUE 0.
       01  WS-JRN-SEQ-NBR           PIC X(02) VALUE SPACES.
       01  WS-BEFORE-IMAGE.
           05  WS-BI-FILE               PIC X(08).
           05  WS-BI-SUBJECT            PIC X(10).
           05  FILLER                   PIC X(01).
           05  WS-BI-SEQ                PIC X(02).
           05  FILLER                   PIC X(01).
           05  WS-BI-NOTE               PIC X(28).
       01  WS-AFTER-IMAGE.
           05  WS-AI-FILE               PIC X(08).
           05  WS-AI-SUBJECT            PIC X(10).
           05  FILLER                   PIC X(01).
           05  WS-AI-SEQ                PIC X(02).
           05  FILLER                   PIC X(01).
           05  WS-AI-NOTE               PIC X(28).

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM-AREA.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-FUNCTION     PIC X(02).
               10  LS-PARM-FROM-SUBJECT PIC X(10).
               10  LS-PARM-TO-SUBJECT   PIC X(10).
               10  LS-PARM-CONFIRM      PIC X(07).
               10  LS-PARM-OPERATOR     PIC X(08).
               10  FILLER               PIC X(43).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-OPEN-FILES
           PERFORM 1000-CHECK-PRECONDITIONS
               THRU 1000-CHECK-PRECONDITIONS-EXIT
           IF WS-REFUSE-RC = 0
               PERFORM 2000-PLAN-KEYED-MOVES
           END-IF
           IF WS-REFUSE-RC = 0
               PERFORM 2900-CHECK-PLAN
           END-IF
           IF WS-REFUSE-RC > 0
               PERFORM 8900-PRINT-REFUSAL
               PERFORM 9500-CLOSE-FILES
               MOVE WS-REFUSE-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2950-PRINT-PLAN
           IF WS-ACTION-CONFIRMED
               PERFORM 3000-APPLY-KEYED-MOVES
           END-IF
           PERFORM 4000-REKEY-LEDGER
           PERFORM 4100-REKEY-ACCEPT-REGISTER
           PERFORM 4200-REKEY-SNAPSHOTS
           IF WS-ACTION-CONFIRMED
               PERFORM 4900-JOURNAL-SUMMARIES
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9500-CLOSE-FILES
           IF WS-ACTION-CONFIRMED
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       0100-INITIALIZE.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDRENAM v1.0 - SUBJECT RENAME AND MERGE'
           DISPLAY WS-SEPARATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           INITIALIZE WS-FILE-TOTALS

           IF LS-PARM-LEN < 22
               DISPLAY ' AIDRENAM: PARM TOO SHORT.'
               PERFORM 9800-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-PARM-FUNCTION     TO WS-FUNCTION-CODE
           MOVE LS-PARM-FROM-SUBJECT TO WS-FROM-SUBJECT
           MOVE LS-PARM-TO-SUBJECT   TO WS-TO-SUBJECT
           IF NOT WS-FUNCTION-RENAME AND NOT WS-FUNCTION-MERGE
               DISPLAY ' AIDRENAM: UNKNOWN FUNCTION ' WS-FUNCTION-CODE
               PERFORM 9800-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-SUBJECT = SPACES OR WS-TO-SUBJECT = SPACES
                   OR WS-FROM-SUBJECT = WS-TO-SUBJECT
                   OR WS-FROM-SUBJECT(1:2) = '**'
                   OR WS-TO-SUBJECT(1:2) = '**'
               DISPLAY ' AIDRENAM: FROM AND TO MUST BE TWO DIFFERENT'
               DISPLAY '           SUBJECT CODES (** KEYS ARE'
                   ' RESERVED).'
               PERFORM 9800-SHOW-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-PARM-LEN >= 29
                   AND LS-PARM-CONFIRM = 'CONFIRM'
               MOVE 'Y' TO WS-CONFIRM-SW
           END-IF
           IF LS-PARM-LEN >= 37
               IF LS-PARM-OPERATOR NOT = SPACES
                   MOVE LS-PARM-OPERATOR TO WS-OPERATOR-ID
               END-IF
           END-IF

           IF WS-FUNCTION-RENAME
               DISPLAY ' FUNCTION: RN - RENAME ' WS-FROM-SUBJECT
                   ' TO ' WS-TO-SUBJECT
           ELSE
               DISPLAY ' FUNCTION: MG - MERGE ' WS-FROM-SUBJECT
                   ' INTO ' WS-TO-SUBJECT
           END-IF
           IF WS-ACTION-CONFIRMED
               DISPLAY ' MODE:     CONFIRMED - DATA WILL BE CHANGED'
               DISPLAY ' OPERATOR: ' WS-OPERATOR-ID
           ELSE
               DISPLAY ' MODE:     PREVIEW - NOTHING WILL BE CHANGED'
           END-IF
           .

      *----------------------------------------------------------------*
      * 0200-OPEN-FILES - A PREVIEW OPENS EVERYTHING INPUT AND NEVER   *
      *                   TOUCHES THE JOURNAL; A CONFIRMED RUN OPENS   *
      *                   THE DATASETS IT CHANGES FOR UPDATE.          *
      *----------------------------------------------------------------*
       0200-OPEN-FILES.
           IF WS-ACTION-CONFIRMED
               OPEN I-O CONTROL-FILE
           ELSE
               OPEN INPUT CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS NOT = '00'
               MOVE 'CONTROL-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-CONTROL-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           IF WS-ACTION-CONFIRMED
               OPEN I-O HEADLINE-FILE
           ELSE
               OPEN INPUT HEADLINE-FILE
           END-IF
           IF WS-HEADLINE-STATUS NOT = '00'
               MOVE 'HEADLINE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-HEADLINE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           IF WS-ACTION-CONFIRMED
               OPEN I-O EXCUSE-FILE
           ELSE
               OPEN INPUT EXCUSE-FILE
           END-IF
           IF WS-EXCUSE-STATUS NOT = '00'
               MOVE 'EXCUSE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EXCUSE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           IF WS-ACTION-CONFIRMED
               OPEN I-O EVIDENCE-FILE
           ELSE
               OPEN INPUT EVIDENCE-FILE
           END-IF
           IF WS-EVIDENCE-STATUS NOT = '00'
               MOVE 'EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EVIDENCE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           IF WS-ACTION-CONFIRMED
               OPEN I-O SCORE-FILE
           ELSE
               OPEN INPUT SCORE-FILE
           END-IF
           IF WS-SCORE-STATUS NOT = '00'
               MOVE 'SCORE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-SCORE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           IF WS-ACTION-CONFIRMED
               OPEN I-O CHECKPOINT-FILE
           ELSE
               OPEN INPUT CHECKPOINT-FILE
           END-IF
           IF WS-CHECKPOINT-STATUS NOT = '00'
               MOVE 'CHECKPOINT-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-CHECKPOINT-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

      *--- SWEEP-STATUS IS OPTIONAL, AS IT IS FOR AIDSWEEP.         ---*
           IF WS-ACTION-CONFIRMED
               OPEN I-O SWEEP-STATUS-FILE
           ELSE
               OPEN INPUT SWEEP-STATUS-FILE
           END-IF
           IF WS-SWEEPST-STATUS = '00' OR WS-SWEEPST-STATUS = '05'
               MOVE 'Y' TO WS-SWEEPST-AVAIL-SW
           ELSE
               DISPLAY ' (NO SWEEP-STATUS FILE - STATUS '
                   WS-SWEEPST-STATUS ' - NOTHING TO MOVE THERE)'
           END-IF

           IF WS-ACTION-CONFIRMED
               OPEN I-O LOAD-PROFILE-FILE
           ELSE
               OPEN INPUT LOAD-PROFILE-FILE
           END-IF
           IF WS-PROFILE-STATUS NOT = '00'
               MOVE 'LOAD-PROFILE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-PROFILE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

      *--- NO LOCK FILE MEANS NO LOCKS HELD.                        ---*
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = '00' OR WS-LOCK-STATUS = '05'
               MOVE 'Y' TO WS-LOCKFL-AVAIL-SW
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               MOVE 'PENDING-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-PENDING-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF

           IF WS-ACTION-CONFIRMED
               OPEN I-O JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   MOVE 'JOURNAL-FILE' TO WS-ABORT-FILE-NAME
                   MOVE WS-JOURNAL-STATUS TO WS-ABORT-FILE-STATUS
                   PERFORM 9900-ABORT-FILE-ERROR
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 1000-CHECK-PRECONDITIONS - BOTH SUBJECTS' STANDING ON THE      *
      *                            MASTER, THEN ANYTHING THAT MEANS A  *
      *                            RUN OR A CHANGE IS STILL IN FLIGHT  *
      *                            FOR EITHER OF THEM.  THE FIRST      *
      *                            FAILURE REFUSES THE RUN.            *
      *----------------------------------------------------------------*
       1000-CHECK-PRECONDITIONS.
           MOVE WS-FROM-SUBJECT TO CT-SUBJECT-CODE
           READ CONTROL-FILE
               INVALID KEY
                   MOVE 8 TO WS-REFUSE-RC
                   MOVE 'FROM SUBJECT IS NOT ON THE MASTER'
                       TO WS-REFUSE-REASON
                   GO TO 1000-CHECK-PRECONDITIONS-EXIT
           END-READ
           MOVE CONTROL-RECORD TO WS-FROM-MASTER

           MOVE WS-TO-SUBJECT TO CT-SUBJECT-CODE
           READ CONTROL-FILE
               INVALID KEY
                   IF WS-FUNCTION-MERGE
                       MOVE 8 TO WS-REFUSE-RC
                       MOVE 'MERGE TARGET IS NOT ON THE MASTER'
                           TO WS-REFUSE-REASON
                       GO TO 1000-CHECK-PRECONDITIONS-EXIT
                   END-IF
               NOT INVALID KEY
                   IF WS-FUNCTION-RENAME
                       MOVE 8 TO WS-REFUSE-RC
                       MOVE 'NEW CODE IS ALREADY ON THE MASTER - USE MG'
                           TO WS-REFUSE-REASON
                       GO TO 1000-CHECK-PRECONDITIONS-EXIT
                   END-IF
           END-READ

           IF WS-LOCKFL-AVAILABLE
               MOVE WS-FROM-SUBJECT TO RL-SUBJECT-CODE
               READ RUN-LOCK-FILE
                   NOT INVALID KEY
                       MOVE 12 TO WS-REFUSE-RC
                       MOVE 'FROM SUBJECT HOLDS A RUN LOCK'
                           TO WS-REFUSE-REASON
                       GO TO 1000-CHECK-PRECONDITIONS-EXIT
               END-READ
               MOVE WS-TO-SUBJECT TO RL-SUBJECT-CODE
               READ RUN-LOCK-FILE
                   NOT INVALID KEY
                       MOVE 12 TO WS-REFUSE-RC
                       MOVE 'TO SUBJECT HOLDS A RUN LOCK'
                           TO WS-REFUSE-REASON
                       GO TO 1000-CHECK-PRECONDITIONS-EXIT
               END-READ
           END-IF

           MOVE WS-FROM-SUBJECT TO CK-SUBJECT-CODE
           READ CHECKPOINT-FILE
               NOT INVALID KEY
                   IF CK-CYCLE-CTR > 0
                       MOVE 12 TO WS-REFUSE-RC
                       MOVE 'FROM SUBJECT HAS AN IN-FLIGHT CHECKPOINT'
                           TO WS-REFUSE-REASON
                       GO TO 1000-CHECK-PRECONDITIONS-EXIT
                   END-IF
           END-READ
           MOVE WS-TO-SUBJECT TO CK-SUBJECT-CODE
           READ CHECKPOINT-FILE
               NOT INVALID KEY
                   IF CK-CYCLE-CTR > 0
                       MOVE 12 TO WS-REFUSE-RC
                       MOVE 'TO SUBJECT HAS AN IN-FLIGHT CHECKPOINT'
                           TO WS-REFUSE-REASON
                       GO TO 1000-CHECK-PRECONDITIONS-EXIT
                   END-IF
           END-READ

           MOVE WS-FROM-SUBJECT TO WS-PEND-SUBJECT
           PERFORM 1100-CHECK-PENDING-CHANGES
           IF WS-PENDING-FOUND
               MOVE 12 TO WS-REFUSE-RC
               MOVE 'FROM SUBJECT HAS AIDMAINT CHANGES PENDING'
                   TO WS-REFUSE-REASON
               GO TO 1000-CHECK-PRECONDITIONS-EXIT
           END-IF
           MOVE WS-TO-SUBJECT TO WS-PEND-SUBJECT
           PERFORM 1100-CHECK-PENDING-CHANGES
           IF WS-PENDING-FOUND
               MOVE 12 TO WS-REFUSE-RC
               MOVE 'TO SUBJECT HAS AIDMAINT CHANGES PENDING'
                   TO WS-REFUSE-REASON
               GO TO 1000-CHECK-PRECONDITIONS-EXIT
           END-IF
           .
       1000-CHECK-PRECONDITIONS-EXIT.
           EXIT
           .

      *--- ANY ROW STILL AWAITING AP/RJ IN WS-PEND-SUBJECT'S KEY    ---*
      *--- RANGE ON THE PENDING-CHANGE FILE SETS WS-PENDING-FOUND.  ---*
       1100-CHECK-PENDING-CHANGES.
           MOVE 'N' TO WS-PENDING-FOUND-SW
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-PEND-SUBJECT TO PD-SUBJECT-CODE
           MOVE 0 TO PD-PEND-NBR
           START PENDING-FILE KEY IS >= PD-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 1110-CHECK-ONE-PENDING-ROW
               UNTIL WS-END-OF-FILE OR WS-PENDING-FOUND
           .

       1110-CHECK-ONE-PENDING-ROW.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF PD-SUBJECT-CODE NOT = WS-PEND-SUBJECT
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       IF PD-STATUS-PENDING
                           MOVE 'Y' TO WS-PENDING-FOUND-SW
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 2000-PLAN-KEYED-MOVES - WALK EVERY KEYED DATASET FRONT TO      *
      *                         BACK, HOLD THE FROM SUBJECT'S ROWS,    *
      *                         NOTE THE TARGET'S, AND DECIDE WHERE    *
      *                         EACH FROM ROW GOES.  NOTHING IS        *
      *                         CHANGED HERE, SO EVERY REFUSAL COMES   *
      *                         BEFORE THE FIRST UPDATE.               *
      *----------------------------------------------------------------*
       2000-PLAN-KEYED-MOVES.
           PERFORM 2010-PLAN-MASTER
           PERFORM 2100-PLAN-HEADLINES
           PERFORM 2200-PLAN-EXCUSES
           PERFORM 2300-PLAN-EVIDENCE
           PERFORM 2400-PLAN-SCORES
           PERFORM 2500-PLAN-CHECKPOINT
           PERFORM 2600-PLAN-SWEEP-STATUS
           PERFORM 2700-PLAN-PROFILE
           .

       2010-PLAN-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CT-SUBJECT-CODE
           START CONTROL-FILE KEY IS >= CT-SUBJECT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2020-COUNT-ONE-MASTER-ROW
               UNTIL WS-END-OF-FILE
           IF WS-FUNCTION-RENAME
               ADD 1 TO WS-FT-MOVED(WS-F-CTL)
           ELSE
               ADD 1 TO WS-FT-MERGED(WS-F-CTL)
           END-IF
           .

       2020-COUNT-ONE-MASTER-ROW.
           READ CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-CTL)
                   IF CT-SUBJECT-CODE = WS-TO-SUBJECT
                       ADD 1 TO WS-FT-TO-ROWS(WS-F-CTL)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 2100-PLAN-HEADLINES - A RENAME KEEPS EVERY SEQUENCE.  A MERGE  *
      *                       FOLDS A HEADLINE WITH THE SAME TEXT AS   *
      *                       A SURVIVOR HEADLINE INTO IT, AND NUMBERS *
      *                       THE REST ON FROM THE SURVIVOR'S HIGHEST  *
      *                       SEQUENCE IN THEIR EXISTING ORDER.        *
      *----------------------------------------------------------------*
       2100-PLAN-HEADLINES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO HL-FILE-KEY
           START HEADLINE-FILE KEY IS >= HL-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2110-NOTE-ONE-HEADLINE
               UNTIL WS-END-OF-FILE
           IF WS-FH-COUNT > 0
               PERFORM 2120-PLACE-ONE-HEADLINE
                   VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
           END-IF
           .

       2110-NOTE-ONE-HEADLINE.
           READ HEADLINE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-HEAD)
                   EVALUATE HL-SUBJECT-CODE
                       WHEN WS-FROM-SUBJECT
                           IF WS-FH-COUNT < 100
                               ADD 1 TO WS-FH-COUNT
                               MOVE HL-SEQUENCE-NBR
                                   TO WS-FH-OLD-SEQ(WS-FH-COUNT)
                               MOVE HL-HEADLINE-TEXT
                                   TO WS-FH-TEXT(WS-FH-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           END-IF
                       WHEN WS-TO-SUBJECT
                           ADD 1 TO WS-FT-TO-ROWS(WS-F-HEAD)
                           IF WS-TH-COUNT < 100
                               ADD 1 TO WS-TH-COUNT
                               MOVE HL-SEQUENCE-NBR
                                   TO WS-TH-SEQ(WS-TH-COUNT)
                               MOVE HL-HEADLINE-TEXT
                                   TO WS-TH-TEXT(WS-TH-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           END-IF
                           IF HL-SEQUENCE-NBR > WS-TH-HIGH-SEQ
                               MOVE HL-SEQUENCE-NBR TO WS-TH-HIGH-SEQ
                           END-IF
                   END-EVALUATE
           END-READ
           .

       2120-PLACE-ONE-HEADLINE.
           IF WS-FUNCTION-RENAME
               MOVE WS-FH-OLD-SEQ(WS-FH-IDX) TO WS-FH-NEW-SEQ(WS-FH-IDX)
               MOVE 'V' TO WS-FH-DISP(WS-FH-IDX)
               ADD 1 TO WS-FT-MOVED(WS-F-HEAD)
           ELSE
               MOVE 'N' TO WS-TH-MATCH-SW
               IF WS-TH-COUNT > 0
                   PERFORM 2130-SURVIVOR-HEADLINE-TEST
                       VARYING WS-TH-IDX FROM 1 BY 1
                       UNTIL WS-TH-IDX > WS-TH-COUNT
                           OR WS-TH-MATCHED
               END-IF
               IF WS-TH-MATCHED
                   MOVE 'M' TO WS-FH-DISP(WS-FH-IDX)
                   ADD 1 TO WS-FT-MERGED(WS-F-HEAD)
               ELSE
                   ADD 1 TO WS-TH-HIGH-SEQ
                   IF WS-TH-HIGH-SEQ > 99
                       MOVE 8 TO WS-REFUSE-RC
                       MOVE 'MERGED HEADLINE SEQUENCES WOULD PASS 99'
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE WS-TH-HIGH-SEQ
                           TO WS-FH-NEW-SEQ(WS-FH-IDX)
                   END-IF
                   MOVE 'V' TO WS-FH-DISP(WS-FH-IDX)
                   ADD 1 TO WS-FT-MOVED(WS-F-HEAD)
               END-IF
           END-IF
           .

      *--- A MATCH LEAVES THE SURVIVOR'S SEQUENCE AS THE NEW ONE.   ---*
       2130-SURVIVOR-HEADLINE-TEST.
           IF WS-TH-TEXT(WS-TH-IDX) = WS-FH-TEXT(WS-FH-IDX)
               MOVE 'Y' TO WS-TH-MATCH-SW
               MOVE WS-TH-SEQ(WS-TH-IDX) TO WS-FH-NEW-SEQ(WS-FH-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2200-PLAN-EXCUSES - THE SAME RULES AS HEADLINES, AGAINST THE   *
      *                     SURVIVOR'S EXCUSE ROTATION.                *
      *----------------------------------------------------------------*
       2200-PLAN-EXCUSES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO EX-FILE-KEY
           START EXCUSE-FILE KEY IS >= EX-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2210-NOTE-ONE-EXCUSE
               UNTIL WS-END-OF-FILE
           IF WS-FX-COUNT > 0
               PERFORM 2220-PLACE-ONE-EXCUSE
                   VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
           END-IF
           .

       2210-NOTE-ONE-EXCUSE.
           READ EXCUSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-EXC)
                   EVALUATE EX-SUBJECT-CODE
                       WHEN WS-FROM-SUBJECT
                           IF WS-FX-COUNT < 100
                               ADD 1 TO WS-FX-COUNT
                               MOVE EX-SEQUENCE-NBR
                                   TO WS-FX-OLD-SEQ(WS-FX-COUNT)
                               MOVE EX-EXCUSE-TEXT
                                   TO WS-FX-TEXT(WS-FX-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           END-IF
                       WHEN WS-TO-SUBJECT
                           ADD 1 TO WS-FT-TO-ROWS(WS-F-EXC)
                           IF WS-TX-COUNT < 100
                               ADD 1 TO WS-TX-COUNT
                               MOVE EX-SEQUENCE-NBR
                                   TO WS-TX-SEQ(WS-TX-COUNT)
                               MOVE EX-EXCUSE-TEXT
                                   TO WS-TX-TEXT(WS-TX-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           END-IF
                           IF EX-SEQUENCE-NBR > WS-TX-HIGH-SEQ
                               MOVE EX-SEQUENCE-NBR TO WS-TX-HIGH-SEQ
                           END-IF
                   END-EVALUATE
           END-READ
           .

       2220-PLACE-ONE-EXCUSE.
           IF WS-FUNCTION-RENAME
               MOVE WS-FX-OLD-SEQ(WS-FX-IDX) TO WS-FX-NEW-SEQ(WS-FX-IDX)
               MOVE 'V' TO WS-FX-DISP(WS-FX-IDX)
               ADD 1 TO WS-FT-MOVED(WS-F-EXC)
           ELSE
               MOVE 'N' TO WS-TX-MATCH-SW
               IF WS-TX-COUNT > 0
                   PERFORM 2230-SURVIVOR-EXCUSE-TEST
                       VARYING WS-TX-IDX FROM 1 BY 1
                       UNTIL WS-TX-IDX > WS-TX-COUNT
                           OR WS-TX-MATCHED
               END-IF
               IF WS-TX-MATCHED
                   MOVE 'M' TO WS-FX-DISP(WS-FX-IDX)
                   ADD 1 TO WS-FT-MERGED(WS-F-EXC)
               ELSE
                   ADD 1 TO WS-TX-HIGH-SEQ
                   IF WS-TX-HIGH-SEQ > 99
                       MOVE 8 TO WS-REFUSE-RC
                       MOVE 'MERGED EXCUSE SEQUENCES WOULD PASS 99'
                           TO WS-REFUSE-REASON
                   ELSE
                       MOVE WS-TX-HIGH-SEQ
                           TO WS-FX-NEW-SEQ(WS-FX-IDX)
                   END-IF
                   MOVE 'V' TO WS-FX-DISP(WS-FX-IDX)
                   ADD 1 TO WS-FT-MOVED(WS-F-EXC)
               END-IF
           END-IF
           .

       2230-SURVIVOR-EXCUSE-TEST.
           IF WS-TX-TEXT(WS-TX-IDX) = WS-FX-TEXT(WS-FX-IDX)
               MOVE 'Y' TO WS-TX-MATCH-SW
               MOVE WS-TX-SEQ(WS-TX-IDX) TO WS-FX-NEW-SEQ(WS-FX-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2300-PLAN-EVIDENCE - EVIDENCE IS KEYED BY ITS HEADLINE, SO IT  *
      *                      GOES WHERE ITS HEADLINE GOES.  ON A MERGE *
      *                      INTO A SURVIVOR HEADLINE THAT ALREADY HAS *
      *                      EVIDENCE, THE SURVIVOR'S EVIDENCE STANDS  *
      *                      AND THE FROM ROW IS DROPPED.  A MERGE     *
      *                      CANNOT PLACE EVIDENCE WHOSE HEADLINE IS   *
      *                      GONE, SO THAT ROW IS LEFT FOR AIDXCHK.    *
      *----------------------------------------------------------------*
       2300-PLAN-EVIDENCE.
           MOVE SPACES TO WS-TO-EVID-FLAGS
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO EV-FILE-KEY
           START EVIDENCE-FILE KEY IS >= EV-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2310-NOTE-ONE-EVIDENCE-ROW
               UNTIL WS-END-OF-FILE
           IF WS-FE-COUNT > 0
               PERFORM 2320-PLACE-ONE-EVIDENCE-ROW
                   VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FE-COUNT
           END-IF
           .

       2310-NOTE-ONE-EVIDENCE-ROW.
           READ EVIDENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-EVID)
                   EVALUATE EV-SUBJECT-CODE
                       WHEN WS-FROM-SUBJECT
                           IF WS-FE-COUNT < 100
                               ADD 1 TO WS-FE-COUNT
                               MOVE EVIDENCE-RECORD
                                   TO WS-FE-RECORD(WS-FE-COUNT)
                               MOVE EV-SEQUENCE-NBR
                                   TO WS-FE-OLD-SEQ(WS-FE-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           END-IF
                       WHEN WS-TO-SUBJECT
                           ADD 1 TO WS-FT-TO-ROWS(WS-F-EVID)
                           ADD 1 EV-SEQUENCE-NBR GIVING WS-TE-SLOT
                           MOVE 'Y' TO WS-TE-FLAG(WS-TE-SLOT)
                   END-EVALUATE
           END-READ
           .

       2320-PLACE-ONE-EVIDENCE-ROW.
           IF WS-FUNCTION-RENAME
               MOVE WS-FE-OLD-SEQ(WS-FE-IDX) TO WS-FE-NEW-SEQ(WS-FE-IDX)
               MOVE 'V' TO WS-FE-DISP(WS-FE-IDX)
               ADD 1 TO WS-FT-MOVED(WS-F-EVID)
           ELSE
               MOVE 'N' TO WS-FH-MATCH-SW
               IF WS-FH-COUNT > 0
                   PERFORM 2330-EVIDENCE-HEADLINE-TEST
                       VARYING WS-FH-IDX FROM 1 BY 1
                       UNTIL WS-FH-IDX > WS-FH-COUNT
                           OR WS-FH-MATCHED
               END-IF
               IF NOT WS-FH-MATCHED
                   MOVE 'O' TO WS-FE-DISP(WS-FE-IDX)
               ELSE
                   MOVE WS-FH-NEW-SEQ(WS-FH-FOUND-IDX)
                       TO WS-FE-NEW-SEQ(WS-FE-IDX)
                   ADD 1 WS-FE-NEW-SEQ(WS-FE-IDX) GIVING WS-TE-SLOT
                   IF WS-TE-FLAG(WS-TE-SLOT) = 'Y'
                       MOVE 'M' TO WS-FE-DISP(WS-FE-IDX)
                       ADD 1 TO WS-FT-MERGED(WS-F-EVID)
                   ELSE
                       MOVE 'Y' TO WS-TE-FLAG(WS-TE-SLOT)
                       MOVE 'V' TO WS-FE-DISP(WS-FE-IDX)
                       ADD 1 TO WS-FT-MOVED(WS-F-EVID)
                   END-IF
               END-IF
           END-IF
           .

       2330-EVIDENCE-HEADLINE-TEST.
           IF WS-FH-OLD-SEQ(WS-FH-IDX) = WS-FE-OLD-SEQ(WS-FE-IDX)
               MOVE 'Y' TO WS-FH-MATCH-SW
               MOVE WS-FH-IDX TO WS-FH-FOUND-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 2400-PLAN-SCORES - SCORE ROWS ARE KEYED BY SUBJECT AND EXCUSE  *
      *                    TEXT.  ON A MERGE A ROW WHOSE TEXT THE      *
      *                    SURVIVOR ALSO HAS IS COMBINED WITH IT.      *
      *----------------------------------------------------------------*
       2400-PLAN-SCORES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SC-FILE-KEY
           START SCORE-FILE KEY IS >= SC-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2410-NOTE-ONE-SCORE-ROW
               UNTIL WS-END-OF-FILE
           IF WS-FS-COUNT > 0
               PERFORM 2420-PLACE-ONE-SCORE-ROW
                   VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
           END-IF
           .

       2410-NOTE-ONE-SCORE-ROW.
           READ SCORE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-SCORE)
                   EVALUATE SC-SUBJECT-CODE
                       WHEN WS-FROM-SUBJECT
                           IF WS-FS-COUNT < 500
                               ADD 1 TO WS-FS-COUNT
                               MOVE SCORE-RECORD
                                   TO WS-FS-RECORD(WS-FS-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           END-IF
                       WHEN WS-TO-SUBJECT
                           ADD 1 TO WS-FT-TO-ROWS(WS-F-SCORE)
                           IF WS-TS-COUNT < 500
                               ADD 1 TO WS-TS-COUNT
                               MOVE SC-EXCUSE-TEXT
                                   TO WS-TS-TEXT(WS-TS-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           END-IF
                   END-EVALUATE
           END-READ
           .

       2420-PLACE-ONE-SCORE-ROW.
           MOVE WS-FS-RECORD(WS-FS-IDX) TO WS-SCORE-HOLD
           MOVE 'N' TO WS-TS-MATCH-SW
           IF WS-FUNCTION-MERGE AND WS-TS-COUNT > 0
               PERFORM 2430-SURVIVOR-SCORE-TEST
                   VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
                       OR WS-TS-MATCHED
           END-IF
           IF WS-TS-MATCHED
               MOVE 'C' TO WS-FS-DISP(WS-FS-IDX)
               ADD 1 TO WS-FT-MERGED(WS-F-SCORE)
           ELSE
               MOVE 'V' TO WS-FS-DISP(WS-FS-IDX)
               ADD 1 TO WS-FT-MOVED(WS-F-SCORE)
           END-IF
           .

       2430-SURVIVOR-SCORE-TEST.
           IF WS-TS-TEXT(WS-TS-IDX) = WS-SH-EXCUSE-TEXT
               MOVE 'Y' TO WS-TS-MATCH-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 2500-PLAN-CHECKPOINT - ONE ROW PER SUBJECT.  THE FROM ROW (A   *
      *                        CLEAN ONE - AN IN-FLIGHT ROW REFUSED    *
      *                        THE RUN) MOVES, UNLESS THE SURVIVOR OF  *
      *                        A MERGE HAS ITS OWN, WHICH WINS.  THE   *
      *                        SAME RULE SERVES SWEEP-STATUS AND THE   *
      *                        LOAD PROFILE BELOW.                     *
      *----------------------------------------------------------------*
       2500-PLAN-CHECKPOINT.
           MOVE 'N' TO WS-FROM-ROW-SW
           MOVE 'N' TO WS-TO-ROW-SW
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CK-SUBJECT-CODE
           START CHECKPOINT-FILE KEY IS >= CK-SUBJECT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2510-NOTE-ONE-CHECKPOINT
               UNTIL WS-END-OF-FILE
           MOVE WS-F-CKPT TO WS-FT-IDX
           PERFORM 2800-DECIDE-SINGLE-ROW
           MOVE WS-ROW-DISP TO WS-CKPT-DISP
           .

       2510-NOTE-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-CKPT)
                   IF CK-SUBJECT-CODE = WS-FROM-SUBJECT
                       MOVE 'Y' TO WS-FROM-ROW-SW
                   END-IF
                   IF CK-SUBJECT-CODE = WS-TO-SUBJECT
                       MOVE 'Y' TO WS-TO-ROW-SW
                       ADD 1 TO WS-FT-TO-ROWS(WS-F-CKPT)
                   END-IF
           END-READ
           .

       2600-PLAN-SWEEP-STATUS.
           MOVE 'N' TO WS-FROM-ROW-SW
           MOVE 'N' TO WS-TO-ROW-SW
           IF WS-SWEEPST-AVAILABLE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO SW-SUBJECT-CODE
               START SWEEP-STATUS-FILE KEY IS >= SW-SUBJECT-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM 2610-NOTE-ONE-SWEEP-ROW
                   UNTIL WS-END-OF-FILE
           END-IF
           MOVE WS-F-SWEEP TO WS-FT-IDX
           PERFORM 2800-DECIDE-SINGLE-ROW
           MOVE WS-ROW-DISP TO WS-SWEEP-DISP
           .

       2610-NOTE-ONE-SWEEP-ROW.
           READ SWEEP-STATUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-SWEEP)
                   IF SW-SUBJECT-CODE = WS-FROM-SUBJECT
                       MOVE 'Y' TO WS-FROM-ROW-SW
                   END-IF
                   IF SW-SUBJECT-CODE = WS-TO-SUBJECT
                       MOVE 'Y' TO WS-TO-ROW-SW
                       ADD 1 TO WS-FT-TO-ROWS(WS-F-SWEEP)
                   END-IF
           END-READ
           .

       2700-PLAN-PROFILE.
           MOVE 'N' TO WS-FROM-ROW-SW
           MOVE 'N' TO WS-TO-ROW-SW
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO LP-PROFILE-KEY
           START LOAD-PROFILE-FILE KEY IS >= LP-PROFILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2710-NOTE-ONE-PROFILE
               UNTIL WS-END-OF-FILE
           MOVE WS-F-PROF TO WS-FT-IDX
           PERFORM 2800-DECIDE-SINGLE-ROW
           MOVE WS-ROW-DISP TO WS-PROF-DISP
           .

       2710-NOTE-ONE-PROFILE.
           READ LOAD-PROFILE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-PROF)
                   IF LP-PROFILE-KEY = WS-FROM-SUBJECT
                       MOVE 'Y' TO WS-FROM-ROW-SW
                   END-IF
                   IF LP-PROFILE-KEY = WS-TO-SUBJECT
                       MOVE 'Y' TO WS-TO-ROW-SW
                       ADD 1 TO WS-FT-TO-ROWS(WS-F-PROF)
                   END-IF
           END-READ
           .

      *--- SETS WS-ROW-DISP FROM THE TWO FOUND SWITCHES AND COUNTS  ---*
      *--- IT AGAINST FILE WS-FT-IDX.                               ---*
       2800-DECIDE-SINGLE-ROW.
           MOVE SPACE TO WS-ROW-DISP
           IF WS-FROM-ROW-FOUND
               IF WS-TO-ROW-FOUND AND WS-FUNCTION-MERGE
                   MOVE 'M' TO WS-ROW-DISP
                   ADD 1 TO WS-FT-MERGED(WS-FT-IDX)
               ELSE
                   MOVE 'V' TO WS-ROW-DISP
                   ADD 1 TO WS-FT-MOVED(WS-FT-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2900-CHECK-PLAN - A RENAME TARGET THAT IS NOT ON THE MASTER    *
      *                   MAY STILL HAVE ORPHAN ROWS ON THE KEYED      *
      *                   FILES; MOVING ONTO THEM WOULD COLLIDE, SO    *
      *                   THE RUN IS REFUSED UNTIL THEY ARE CLEARED.   *
      *----------------------------------------------------------------*
       2900-CHECK-PLAN.
           IF WS-TABLE-FULL
               MOVE 16 TO WS-REFUSE-RC
               MOVE 'A SUBJECT HAS MORE ROWS THAN THE PLAN TABLES'
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-FUNCTION-RENAME AND WS-REFUSE-RC = 0
               PERFORM 2910-TEST-ONE-FILE-FOR-ORPHANS
                   VARYING WS-FT-IDX FROM 2 BY 1
                   UNTIL WS-FT-IDX > WS-F-PROF
           END-IF
           .

       2910-TEST-ONE-FILE-FOR-ORPHANS.
           IF WS-FT-TO-ROWS(WS-FT-IDX) > 0
               MOVE 8 TO WS-REFUSE-RC
               MOVE SPACES TO WS-REFUSE-REASON
               STRING 'NEW CODE ALREADY HAS ROWS ON '
                      WS-FN-NAME(WS-FT-IDX)
                      DELIMITED BY SIZE
                      INTO WS-REFUSE-REASON
               DISPLAY ' ' WS-FN-NAME(WS-FT-IDX) ': '
                   WS-FT-TO-ROWS(WS-FT-IDX) ' ROW(S) ALREADY UNDER '
                   WS-TO-SUBJECT
           END-IF
           .

      *----------------------------------------------------------------*
      * 2950-PRINT-PLAN - EVERY HEADLINE AND EXCUSE SEQUENCE CHANGE,   *
      *                   SO THE EDITORS CAN SEE THE ROTATION THE      *
      *                   SURVIVOR WILL HAVE BEFORE CONFIRMING.        *
      *----------------------------------------------------------------*
       2950-PRINT-PLAN.
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' PLAN - HEADLINES (OLD SEQ -> NEW SEQ)'
           DISPLAY WS-THIN-SEP
           IF WS-FH-COUNT = 0
               DISPLAY ' (NONE)'
           ELSE
               PERFORM 2960-PRINT-ONE-HEADLINE-PLAN
                   VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
           END-IF
           DISPLAY WS-THIN-SEP
           DISPLAY ' PLAN - EXCUSES (OLD SEQ -> NEW SEQ)'
           DISPLAY WS-THIN-SEP
           IF WS-FX-COUNT = 0
               DISPLAY ' (NONE)'
           ELSE
               PERFORM 2970-PRINT-ONE-EXCUSE-PLAN
                   VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
           END-IF
           IF WS-FE-COUNT > 0
               PERFORM 2980-PRINT-ONE-ORPHAN-EVID
                   VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FE-COUNT
           END-IF
           .

       2960-PRINT-ONE-HEADLINE-PLAN.
           IF WS-FH-DISP(WS-FH-IDX) = 'M'
               DISPLAY ' ' WS-FH-OLD-SEQ(WS-FH-IDX) ' -> '
                   WS-FH-NEW-SEQ(WS-FH-IDX) ' MERGED  '
                   WS-FH-TEXT(WS-FH-IDX)(1:40)
           ELSE
               DISPLAY ' ' WS-FH-OLD-SEQ(WS-FH-IDX) ' -> '
                   WS-FH-NEW-SEQ(WS-FH-IDX) ' MOVED   '
                   WS-FH-TEXT(WS-FH-IDX)(1:40)
           END-IF
           .

       2970-PRINT-ONE-EXCUSE-PLAN.
           IF WS-FX-DISP(WS-FX-IDX) = 'M'
               DISPLAY ' ' WS-FX-OLD-SEQ(WS-FX-IDX) ' -> '
                   WS-FX-NEW-SEQ(WS-FX-IDX) ' MERGED  '
                   WS-FX-TEXT(WS-FX-IDX)(1:40)
           ELSE
               DISPLAY ' ' WS-FX-OLD-SEQ(WS-FX-IDX) ' -> '
                   WS-FX-NEW-SEQ(WS-FX-IDX) ' MOVED   '
                   WS-FX-TEXT(WS-FX-IDX)(1:40)
           END-IF
           .

       2980-PRINT-ONE-ORPHAN-EVID.
           IF WS-FE-DISP(WS-FE-IDX) = 'O'
               DISPLAY ' EVIDENCE ' WS-FROM-SUBJECT ' SEQ '
                   WS-FE-OLD-SEQ(WS-FE-IDX)
                   ' HAS NO HEADLINE - LEFT IN PLACE'
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-APPLY-KEYED-MOVES - CONFIRMED RUNS ONLY.  THE NEW MASTER  *
      *                          ROW IS WRITTEN FIRST AND THE OLD ONE  *
      *                          DELETED LAST, SO A RUN STOPPED PART   *
      *                          WAY NEVER LEAVES ROWS UNDER A CODE    *
      *                          THE MASTER DOES NOT KNOW.             *
      *----------------------------------------------------------------*
       3000-APPLY-KEYED-MOVES.
           IF WS-FUNCTION-RENAME
               MOVE WS-FROM-MASTER TO CONTROL-RECORD
               MOVE WS-TO-SUBJECT TO CT-SUBJECT-CODE
               WRITE CONTROL-RECORD
                   INVALID KEY
                       MOVE 'CONTROL-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-CONTROL-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-WRITE
           END-IF
           IF WS-FH-COUNT > 0
               PERFORM 3100-APPLY-ONE-HEADLINE
                   VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
           END-IF
           IF WS-FE-COUNT > 0
               PERFORM 3300-APPLY-ONE-EVIDENCE-ROW
                   VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FE-COUNT
           END-IF
           IF WS-FX-COUNT > 0
               PERFORM 3200-APPLY-ONE-EXCUSE
                   VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
           END-IF
           IF WS-FS-COUNT > 0
               PERFORM 3400-APPLY-ONE-SCORE-ROW
                   VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
           END-IF
           PERFORM 3500-APPLY-CHECKPOINT
           PERFORM 3600-APPLY-SWEEP-STATUS
           PERFORM 3700-APPLY-PROFILE

           MOVE WS-FROM-SUBJECT TO CT-SUBJECT-CODE
           DELETE CONTROL-FILE RECORD
               INVALID KEY
                   MOVE 'CONTROL-FILE' TO WS-ABORT-FILE-NAME
                   MOVE WS-CONTROL-STATUS TO WS-ABORT-FILE-STATUS
                   PERFORM 9910-ABORT-UPDATE-ERROR
           END-DELETE
           MOVE 'AIDCTL'           TO WS-BI-FILE WS-AI-FILE
           MOVE WS-FROM-SUBJECT    TO WS-BI-SUBJECT
           MOVE WS-TO-SUBJECT      TO WS-AI-SUBJECT
           MOVE SPACES             TO WS-BI-SEQ WS-AI-SEQ
           MOVE WS-FROM-MASTER(11:28) TO WS-BI-NOTE
           IF WS-FUNCTION-RENAME
               MOVE 'MASTER ROW RENAMED'         TO WS-AI-NOTE
           ELSE
               MOVE 'MASTER ROW MERGED, DELETED' TO WS-AI-NOTE
           END-IF
           MOVE SPACES TO WS-JRN-SEQ-NBR
           PERFORM 8000-WRITE-JOURNAL-ROW
           .

       3100-APPLY-ONE-HEADLINE.
           MOVE WS-FROM-SUBJECT          TO HL-SUBJECT-CODE
           MOVE WS-FH-OLD-SEQ(WS-FH-IDX) TO HL-SEQUENCE-NBR
           IF WS-FH-DISP(WS-FH-IDX) = 'V'
               MOVE WS-TO-SUBJECT            TO HL-SUBJECT-CODE
               MOVE WS-FH-NEW-SEQ(WS-FH-IDX) TO HL-SEQUENCE-NBR
               MOVE WS-FH-TEXT(WS-FH-IDX)    TO HL-HEADLINE-TEXT
               WRITE HEADLINE-RECORD
                   INVALID KEY
                       MOVE 'HEADLINE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-HEADLINE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-WRITE
               MOVE WS-FROM-SUBJECT          TO HL-SUBJECT-CODE
               MOVE WS-FH-OLD-SEQ(WS-FH-IDX) TO HL-SEQUENCE-NBR
           END-IF
           DELETE HEADLINE-FILE RECORD
               INVALID KEY
                   MOVE 'HEADLINE-FILE' TO WS-ABORT-FILE-NAME
                   MOVE WS-HEADLINE-STATUS TO WS-ABORT-FILE-STATUS
                   PERFORM 9910-ABORT-UPDATE-ERROR
           END-DELETE
           MOVE 'HEADFL'                 TO WS-BI-FILE WS-AI-FILE
           MOVE WS-FH-OLD-SEQ(WS-FH-IDX) TO WS-BI-SEQ WS-JRN-SEQ-NBR
           MOVE WS-FH-NEW-SEQ(WS-FH-IDX) TO WS-AI-SEQ
           MOVE WS-FH-TEXT(WS-FH-IDX)    TO WS-BI-NOTE
           MOVE WS-FH-DISP(WS-FH-IDX)    TO WS-ROW-DISP
           PERFORM 8100-JOURNAL-ROW-MOVE
           .

       3200-APPLY-ONE-EXCUSE.
           MOVE WS-FROM-SUBJECT          TO EX-SUBJECT-CODE
           MOVE WS-FX-OLD-SEQ(WS-FX-IDX) TO EX-SEQUENCE-NBR
           IF WS-FX-DISP(WS-FX-IDX) = 'V'
               MOVE WS-TO-SUBJECT            TO EX-SUBJECT-CODE
               MOVE WS-FX-NEW-SEQ(WS-FX-IDX) TO EX-SEQUENCE-NBR
               MOVE WS-FX-TEXT(WS-FX-IDX)    TO EX-EXCUSE-TEXT
               WRITE EXCUSE-RECORD
                   INVALID KEY
                       MOVE 'EXCUSE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-EXCUSE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-WRITE
               MOVE WS-FROM-SUBJECT          TO EX-SUBJECT-CODE
               MOVE WS-FX-OLD-SEQ(WS-FX-IDX) TO EX-SEQUENCE-NBR
           END-IF
           DELETE EXCUSE-FILE RECORD
               INVALID KEY
                   MOVE 'EXCUSE-FILE' TO WS-ABORT-FILE-NAME
                   MOVE WS-EXCUSE-STATUS TO WS-ABORT-FILE-STATUS
                   PERFORM 9910-ABORT-UPDATE-ERROR
           END-DELETE
           MOVE 'EXCFL'                  TO WS-BI-FILE WS-AI-FILE
           MOVE WS-FX-OLD-SEQ(WS-FX-IDX) TO WS-BI-SEQ WS-JRN-SEQ-NBR
           MOVE WS-FX-NEW-SEQ(WS-FX-IDX) TO WS-AI-SEQ
           MOVE WS-FX-TEXT(WS-FX-IDX)    TO WS-BI-NOTE
           MOVE WS-FX-DISP(WS-FX-IDX)    TO WS-ROW-DISP
           PERFORM 8100-JOURNAL-ROW-MOVE
           .

       3300-APPLY-ONE-EVIDENCE-ROW.
           IF WS-FE-DISP(WS-FE-IDX) NOT = 'O'
               MOVE WS-FE-RECORD(WS-FE-IDX) TO EVIDENCE-RECORD
               IF WS-FE-DISP(WS-FE-IDX) = 'V'
                   MOVE WS-TO-SUBJECT            TO EV-SUBJECT-CODE
                   MOVE WS-FE-NEW-SEQ(WS-FE-IDX) TO EV-SEQUENCE-NBR
                   WRITE EVIDENCE-RECORD
                       INVALID KEY
                           MOVE 'EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
                           MOVE WS-EVIDENCE-STATUS
                               TO WS-ABORT-FILE-STATUS
                           PERFORM 9910-ABORT-UPDATE-ERROR
                   END-WRITE
                   MOVE WS-FROM-SUBJECT          TO EV-SUBJECT-CODE
                   MOVE WS-FE-OLD-SEQ(WS-FE-IDX) TO EV-SEQUENCE-NBR
               END-IF
               DELETE EVIDENCE-FILE RECORD
                   INVALID KEY
                       MOVE 'EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-EVIDENCE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-DELETE
               MOVE 'EVIDFL'                 TO WS-BI-FILE WS-AI-FILE
               MOVE WS-FE-OLD-SEQ(WS-FE-IDX) TO WS-BI-SEQ
                                                WS-JRN-SEQ-NBR
               MOVE WS-FE-NEW-SEQ(WS-FE-IDX) TO WS-AI-SEQ
               MOVE EV-SOURCE-CITATION       TO WS-BI-NOTE
               MOVE WS-FE-DISP(WS-FE-IDX)    TO WS-ROW-DISP
               PERFORM 8100-JOURNAL-ROW-MOVE
           END-IF
           .

      *--- A COMBINED ROW TAKES BOTH FIRE AND LEAD COUNTS, GROWTH   ---*
      *--- WEIGHTED BY FIRES, AND AIDSCORE'S EFFECT FORMULA.        ---*
       3400-APPLY-ONE-SCORE-ROW.
           MOVE WS-FS-RECORD(WS-FS-IDX) TO WS-SCORE-HOLD
           IF WS-FS-DISP(WS-FS-IDX) = 'V'
               MOVE WS-FS-RECORD(WS-FS-IDX) TO SCORE-RECORD
               MOVE WS-TO-SUBJECT TO SC-SUBJECT-CODE
               WRITE SCORE-RECORD
                   INVALID KEY
                       MOVE 'SCORE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-SCORE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-WRITE
           ELSE
               MOVE WS-TO-SUBJECT     TO SC-SUBJECT-CODE
               MOVE WS-SH-EXCUSE-TEXT TO SC-EXCUSE-TEXT
               READ SCORE-FILE
                   INVALID KEY
                       MOVE 'SCORE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-SCORE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-READ
               COMPUTE WS-COMBINED-FIRES =
                   SC-FIRE-COUNT + WS-SH-FIRE-COUNT
               IF WS-COMBINED-FIRES > 0
                   COMPUTE SC-AVG-GROWTH ROUNDED =
                       ((SC-AVG-GROWTH * SC-FIRE-COUNT) +
                        (WS-SH-AVG-GROWTH * WS-SH-FIRE-COUNT))
                       / WS-COMBINED-FIRES
               END-IF
               MOVE WS-COMBINED-FIRES TO SC-FIRE-COUNT
               ADD WS-SH-ACCEPT-LEAD-COUNT TO SC-ACCEPT-LEAD-COUNT
               COMPUTE SC-EFFECT-SCORE = SC-AVG-GROWTH +
                       (SC-ACCEPT-LEAD-COUNT * 5)
                   ON SIZE ERROR
                       MOVE 99999.99 TO SC-EFFECT-SCORE
               END-COMPUTE
               REWRITE SCORE-RECORD
                   INVALID KEY
                       MOVE 'SCORE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-SCORE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-REWRITE
           END-IF
           MOVE WS-FROM-SUBJECT   TO SC-SUBJECT-CODE
           MOVE WS-SH-EXCUSE-TEXT TO SC-EXCUSE-TEXT
           DELETE SCORE-FILE RECORD
               INVALID KEY
                   MOVE 'SCORE-FILE' TO WS-ABORT-FILE-NAME
                   MOVE WS-SCORE-STATUS TO WS-ABORT-FILE-STATUS
                   PERFORM 9910-ABORT-UPDATE-ERROR
           END-DELETE
           .

       3500-APPLY-CHECKPOINT.
           IF WS-CKPT-DISP NOT = SPACE
               MOVE WS-FROM-SUBJECT TO CK-SUBJECT-CODE
               READ CHECKPOINT-FILE
                   INVALID KEY
                       MOVE 'CHECKPOINT-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-CHECKPOINT-STATUS
                           TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-READ
               IF WS-CKPT-DISP = 'V'
                   MOVE WS-TO-SUBJECT TO CK-SUBJECT-CODE
                   WRITE CHECKPOINT-RECORD
                       INVALID KEY
                           MOVE 'CHECKPOINT-FILE'
                               TO WS-ABORT-FILE-NAME
                           MOVE WS-CHECKPOINT-STATUS
                               TO WS-ABORT-FILE-STATUS
                           PERFORM 9910-ABORT-UPDATE-ERROR
                   END-WRITE
                   MOVE WS-FROM-SUBJECT TO CK-SUBJECT-CODE
               END-IF
               DELETE CHECKPOINT-FILE RECORD
                   INVALID KEY
                       MOVE 'CHECKPOINT-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-CHECKPOINT-STATUS
                           TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-DELETE
           END-IF
           .

       3600-APPLY-SWEEP-STATUS.
           IF WS-SWEEP-DISP NOT = SPACE
               MOVE WS-FROM-SUBJECT TO SW-SUBJECT-CODE
               READ SWEEP-STATUS-FILE
                   INVALID KEY
                       MOVE 'SWEEP-STATUS-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-SWEEPST-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-READ
               IF WS-SWEEP-DISP = 'V'
                   MOVE WS-TO-SUBJECT TO SW-SUBJECT-CODE
                   WRITE SWEEP-STATUS-RECORD
                       INVALID KEY
                           MOVE 'SWEEP-STATUS-FILE'
                               TO WS-ABORT-FILE-NAME
                           MOVE WS-SWEEPST-STATUS
                               TO WS-ABORT-FILE-STATUS
                           PERFORM 9910-ABORT-UPDATE-ERROR
                   END-WRITE
                   MOVE WS-FROM-SUBJECT TO SW-SUBJECT-CODE
               END-IF
               DELETE SWEEP-STATUS-FILE RECORD
                   INVALID KEY
                       MOVE 'SWEEP-STATUS-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-SWEEPST-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-DELETE
           END-IF
           .

       3700-APPLY-PROFILE.
           IF WS-PROF-DISP NOT = SPACE
               MOVE WS-FROM-SUBJECT TO LP-PROFILE-KEY
               READ LOAD-PROFILE-FILE
                   INVALID KEY
                       MOVE 'LOAD-PROFILE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-PROFILE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-READ
               IF WS-PROF-DISP = 'V'
                   MOVE WS-TO-SUBJECT TO LP-PROFILE-KEY
                   WRITE LOAD-PROFILE-RECORD
                       INVALID KEY
                           MOVE 'LOAD-PROFILE-FILE'
                               TO WS-ABORT-FILE-NAME
                           MOVE WS-PROFILE-STATUS
                               TO WS-ABORT-FILE-STATUS
                           PERFORM 9910-ABORT-UPDATE-ERROR
                   END-WRITE
                   MOVE WS-FROM-SUBJECT TO LP-PROFILE-KEY
               END-IF
               DELETE LOAD-PROFILE-FILE RECORD
                   INVALID KEY
                       MOVE 'LOAD-PROFILE-FILE' TO WS-ABORT-FILE-NAME
                       MOVE WS-PROFILE-STATUS TO WS-ABORT-FILE-STATUS
                       PERFORM 9910-ABORT-UPDATE-ERROR
               END-DELETE
               MOVE 'PROFFL'        TO WS-BI-FILE WS-AI-FILE
               MOVE SPACES          TO WS-BI-SEQ WS-AI-SEQ
                                       WS-JRN-SEQ-NBR
               MOVE 'LOAD PROFILE ROW' TO WS-BI-NOTE
               MOVE WS-PROF-DISP    TO WS-ROW-DISP
               PERFORM 8100-JOURNAL-ROW-MOVE
           END-IF
           .

      *----------------------------------------------------------------*
      * 4000-REKEY-LEDGER - THE LEDGER, THE ACCEPTANCE REGISTER AND    *
      *                     THE SNAPSHOTS ARE SEQUENTIAL HISTORY: THE  *
      *                     CODE ON EACH OF THE FROM SUBJECT'S ROWS IS *
      *                     REWRITTEN IN PLACE, NOTHING IS COMBINED.   *
      *                     A RENAME ALSO CARRIES THE HEADER'S PROFILE *
      *                     KEY, SINCE THE PROFILE ROW MOVED WITH IT.  *
      *                     A PREVIEW ONLY COUNTS.                     *
      *----------------------------------------------------------------*
       4000-REKEY-LEDGER.
           IF WS-ACTION-CONFIRMED
               OPEN I-O AUDIT-LEDGER-FILE
           ELSE
               OPEN INPUT AUDIT-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS = '00' OR WS-LEDGER-STATUS = '05'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 4010-REKEY-ONE-LEDGER-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-LEDGER-FILE
           ELSE
               MOVE 'AUDIT-LEDGER-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-LEDGER-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9910-ABORT-UPDATE-ERROR
           END-IF
           .

       4010-REKEY-ONE-LEDGER-ROW.
           READ AUDIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-LEDG)
                   IF LG-SUBJECT-CODE = WS-FROM-SUBJECT
                       ADD 1 TO WS-FT-MOVED(WS-F-LEDG)
                       IF WS-ACTION-CONFIRMED
                           PERFORM 4020-REWRITE-LEDGER-ROW
                       END-IF
                   END-IF
           END-READ
           .

       4020-REWRITE-LEDGER-ROW.
           MOVE WS-TO-SUBJECT TO LG-SUBJECT-CODE
           IF LG-RUN-HEADER AND WS-FUNCTION-RENAME
                   AND LG-HDR-PROFILE-KEY = WS-FROM-SUBJECT
               MOVE WS-TO-SUBJECT TO LG-HDR-PROFILE-KEY
           END-IF
           REWRITE LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'AUDIT-LEDGER-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-LEDGER-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9910-ABORT-UPDATE-ERROR
           END-IF
           .

       4100-REKEY-ACCEPT-REGISTER.
           IF WS-ACTION-CONFIRMED
               OPEN I-O ACCEPTANCE-REGISTER-FILE
           ELSE
               OPEN INPUT ACCEPTANCE-REGISTER-FILE
           END-IF
           IF WS-ACCEPT-REG-STATUS = '00'
                   OR WS-ACCEPT-REG-STATUS = '05'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 4110-REKEY-ONE-ACCEPTANCE
                   UNTIL WS-END-OF-FILE
               CLOSE ACCEPTANCE-REGISTER-FILE
           ELSE
               MOVE 'ACCEPTANCE-REGISTER' TO WS-ABORT-FILE-NAME
               MOVE WS-ACCEPT-REG-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9910-ABORT-UPDATE-ERROR
           END-IF
           .

       4110-REKEY-ONE-ACCEPTANCE.
           READ ACCEPTANCE-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-ACPT)
                   IF AC-SUBJECT-CODE = WS-FROM-SUBJECT
                       ADD 1 TO WS-FT-MOVED(WS-F-ACPT)
                       IF WS-ACTION-CONFIRMED
                           MOVE WS-TO-SUBJECT TO AC-SUBJECT-CODE
                           REWRITE ACCEPTANCE-RECORD
                           IF WS-ACCEPT-REG-STATUS NOT = '00'
                               MOVE 'ACCEPTANCE-REGISTER'
                                   TO WS-ABORT-FILE-NAME
                               MOVE WS-ACCEPT-REG-STATUS
                                   TO WS-ABORT-FILE-STATUS
                               PERFORM 9910-ABORT-UPDATE-ERROR
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       4200-REKEY-SNAPSHOTS.
           IF WS-ACTION-CONFIRMED
               OPEN I-O SNAPSHOT-FILE
           ELSE
               OPEN INPUT SNAPSHOT-FILE
           END-IF
           IF WS-SNAPSHOT-STATUS = '00' OR WS-SNAPSHOT-STATUS = '05'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 4210-REKEY-ONE-SNAPSHOT
                   UNTIL WS-END-OF-FILE
               CLOSE SNAPSHOT-FILE
           ELSE
               MOVE 'SNAPSHOT-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-SNAPSHOT-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9910-ABORT-UPDATE-ERROR
           END-IF
           .

       4210-REKEY-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FT-READ(WS-F-SNAP)
                   IF SN-SUBJECT-CODE = WS-FROM-SUBJECT
                       ADD 1 TO WS-FT-MOVED(WS-F-SNAP)
                       IF WS-ACTION-CONFIRMED
                           MOVE WS-TO-SUBJECT TO SN-SUBJECT-CODE
                           REWRITE SNAPSHOT-RECORD
                           IF WS-SNAPSHOT-STATUS NOT = '00'
                               MOVE 'SNAPSHOT-FILE'
                                   TO WS-ABORT-FILE-NAME
                               MOVE WS-SNAPSHOT-STATUS
                                   TO WS-ABORT-FILE-STATUS
                               PERFORM 9910-ABORT-UPDATE-ERROR
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * 4900-JOURNAL-SUMMARIES - ONE JOURNAL ROW FOR EACH DATASET      *
      *                          WHOSE ROWS ARE NOT JOURNALED ONE BY   *
      *                          ONE (SCORES, CHECKPOINT, SWEEP-       *
      *                          STATUS, LEDGER, REGISTER, SNAPSHOTS), *
      *                          CARRYING ITS MOVED/MERGED COUNTS.     *
      *----------------------------------------------------------------*
       4900-JOURNAL-SUMMARIES.
           MOVE WS-F-SCORE TO WS-FT-IDX
           PERFORM 4910-JOURNAL-ONE-SUMMARY
           MOVE WS-F-CKPT TO WS-FT-IDX
           PERFORM 4910-JOURNAL-ONE-SUMMARY
           MOVE WS-F-SWEEP TO WS-FT-IDX
           PERFORM 4910-JOURNAL-ONE-SUMMARY
           MOVE WS-F-LEDG TO WS-FT-IDX
           PERFORM 4910-JOURNAL-ONE-SUMMARY
           MOVE WS-F-ACPT TO WS-FT-IDX
           PERFORM 4910-JOURNAL-ONE-SUMMARY
           MOVE WS-F-SNAP TO WS-FT-IDX
           PERFORM 4910-JOURNAL-ONE-SUMMARY
           .

       4910-JOURNAL-ONE-SUMMARY.
           IF WS-FT-MOVED(WS-FT-IDX) + WS-FT-MERGED(WS-FT-IDX) > 0
               MOVE WS-FN-NAME(WS-FT-IDX) TO WS-BI-FILE WS-AI-FILE
               MOVE WS-FROM-SUBJECT       TO WS-BI-SUBJECT
               MOVE WS-TO-SUBJECT         TO WS-AI-SUBJECT
               MOVE SPACES                TO WS-BI-SEQ WS-AI-SEQ
                                             WS-JRN-SEQ-NBR
               MOVE WS-FT-MOVED(WS-FT-IDX)  TO WS-COUNT-EDIT
               MOVE WS-FT-MERGED(WS-FT-IDX) TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-BI-NOTE WS-AI-NOTE
               STRING 'MOVED ' WS-COUNT-EDIT
                      DELIMITED BY SIZE INTO WS-BI-NOTE
               STRING 'MERGED ' WS-COUNT-EDIT-2
                      DELIMITED BY SIZE INTO WS-AI-NOTE
               PERFORM 8000-WRITE-JOURNAL-ROW
           END-IF
           .

      *----------------------------------------------------------------*
      * 8000-WRITE-JOURNAL-ROW - ONE AIDJRNL ROW PER CHANGE, IN        *
      *                          AIDMAINT'S FORMAT.  A BATCH RUN HAS   *
      *                          NO CICS TASK NUMBER, SO A RUNNING     *
      *                          COUNT KEEPS THE RUN'S ROWS (ALL       *
      *                          STAMPED WITH THE START TIME) APART.   *
      *----------------------------------------------------------------*
       8000-WRITE-JOURNAL-ROW.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE WS-CURRENT-DATE  TO JR-DATE
           MOVE WS-CURRENT-TIME  TO JR-TIME
           MOVE WS-JOURNAL-SEQ   TO JR-TASK-NBR
           MOVE 'BTCH'           TO JR-TERMINAL-ID
           MOVE WS-OPERATOR-ID   TO JR-OPERATOR-ID
           MOVE WS-FUNCTION-CODE TO JR-ACTION-CODE
           MOVE WS-FROM-SUBJECT  TO JR-SUBJECT-CODE
           MOVE WS-JRN-SEQ-NBR   TO JR-SEQUENCE-NBR
           MOVE WS-BEFORE-IMAGE  TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD
               INVALID KEY
                   DISPLAY ' AIDRENAM: JOURNAL KEY IN USE - ROW FOR '
                       WS-BI-FILE ' NOT JOURNALED.'
               NOT INVALID KEY
                   ADD 1 TO WS-JOURNAL-WRITTEN
           END-WRITE
           .

      *--- PER-ROW JOURNAL FOR A MOVED ('V') OR MERGED ('M') ROW -  ---*
      *--- THE CALLER SETS FILE, SEQUENCES, NOTE AND DISPOSITION.   ---*
       8100-JOURNAL-ROW-MOVE.
           MOVE WS-FROM-SUBJECT TO WS-BI-SUBJECT
           MOVE WS-TO-SUBJECT   TO WS-AI-SUBJECT
           IF WS-ROW-DISP = 'V'
               MOVE 'MOVED'                     TO WS-AI-NOTE
           ELSE
               MOVE 'MERGED INTO EXISTING ROW'  TO WS-AI-NOTE
           END-IF
           PERFORM 8000-WRITE-JOURNAL-ROW
           .

       8900-PRINT-REFUSAL.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' *** REFUSED - NOTHING WAS CHANGED ***'
           DISPLAY ' ' WS-REFUSE-REASON
           EVALUATE WS-REFUSE-RC
               WHEN 12
                   DISPLAY ' LET THE RUN FINISH (OR CLEAR IT WITH'
                       ' AIDLOKUT/AIDCKPUT), AND HAVE PENDING'
                   DISPLAY ' CHANGES APPROVED OR REJECTED, THEN'
                       ' RESUBMIT.'
               WHEN 8
                   DISPLAY ' CHECK THE CODES ON THE PARM AGAINST'
                       ' THE MASTER (AIDINQRY) AND RESUBMIT.'
           END-EVALUATE
           DISPLAY WS-SEPARATOR
           .

      *----------------------------------------------------------------*
      * 9000-PRINT-CONTROL-TOTALS - PER DATASET: ROWS READ, FROM ROWS  *
      *                             MOVED TO THE NEW CODE, FROM ROWS   *
      *                             MERGED INTO A SURVIVOR ROW, AND    *
      *                             ROWS LEFT UNTOUCHED.               *
      *----------------------------------------------------------------*
       9000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           IF WS-ACTION-CONFIRMED
               DISPLAY ' CONTROL TOTALS - APPLIED'
           ELSE
               DISPLAY ' CONTROL TOTALS - PREVIEW (WOULD BE)'
           END-IF
           DISPLAY ' FILE           READ     MOVED    MERGED UNTOUCHED'
           DISPLAY WS-THIN-SEP
           PERFORM 9010-PRINT-ONE-FILE-TOTAL
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 11
           DISPLAY WS-THIN-SEP
           IF WS-ACTION-CONFIRMED
               DISPLAY ' JOURNAL ROWS WRITTEN: ' WS-JOURNAL-WRITTEN
           ELSE
               DISPLAY ' PREVIEW ONLY.  RESUBMIT WITH CONFIRM IN'
                   ' PARM COLUMNS 23-29 TO APPLY.'
           END-IF
           DISPLAY WS-SEPARATOR
           .

       9010-PRINT-ONE-FILE-TOTAL.
           COMPUTE WS-UNTOUCHED = WS-FT-READ(WS-FT-IDX)
               - WS-FT-MOVED(WS-FT-IDX) - WS-FT-MERGED(WS-FT-IDX)
           DISPLAY ' ' WS-FN-NAME(WS-FT-IDX) ' '
               WS-FT-READ(WS-FT-IDX) ' '
               WS-FT-MOVED(WS-FT-IDX) ' '
               WS-FT-MERGED(WS-FT-IDX) ' '
               WS-UNTOUCHED
           .

       9500-CLOSE-FILES.
           CLOSE CONTROL-FILE
           CLOSE HEADLINE-FILE
           CLOSE EXCUSE-FILE
           CLOSE EVIDENCE-FILE
           CLOSE SCORE-FILE
           CLOSE CHECKPOINT-FILE
           IF WS-SWEEPST-AVAILABLE
               CLOSE SWEEP-STATUS-FILE
           END-IF
           CLOSE LOAD-PROFILE-FILE
           IF WS-LOCKFL-AVAILABLE
               CLOSE RUN-LOCK-FILE
           END-IF
           CLOSE PENDING-FILE
           IF WS-ACTION-CONFIRMED
               CLOSE JOURNAL-FILE
           END-IF
           .

       9800-SHOW-USAGE.
           DISPLAY ' '
           DISPLAY ' PARM: FUNCTION(2) FROM(10) TO(10) CONFIRM(7)'
               ' OPERATOR(8)'
           DISPLAY '   RN - RENAME FROM TO A CODE NOT IN USE'
           DISPLAY '   MG - MERGE FROM INTO AN EXISTING SUBJECT'
           DISPLAY '   WITHOUT CONFIRM THE RUN IS A PREVIEW.'
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
           DISPLAY ' AIDRENAM: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *----------------------------------------------------------------*
      * 9910-ABORT-UPDATE-ERROR - AN UPDATE FAILED AFTER THE PLAN WAS  *
      *                           CHECKED.  STOP AT ONCE; THE DATASETS *
      *                           ARE PART WAY THROUGH, SO THEY MUST   *
      *                           BE RESTORED FROM THE BACKUP STEP'S   *
      *                           COPIES BEFORE ANYTHING ELSE RUNS.    *
      *----------------------------------------------------------------*
       9910-ABORT-UPDATE-ERROR.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDRENAM: UPDATE FAILED ON ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           IF WS-ACTION-CONFIRMED
               DISPLAY '           CHANGES STOPPED PART WAY - RESTORE'
               DISPLAY '           FROM THE BACKUP STEP BEFORE ANY'
               DISPLAY '           OTHER JOB RUNS.'
           END-IF
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
