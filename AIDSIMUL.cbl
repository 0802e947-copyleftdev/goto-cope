       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDSIMUL.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-14.
      *================================================================*
      * PROGRAM:  AIDSIMUL                                             *
      * PURPOSE:  WHAT-IF SIMULATOR FOR THE DENIAL ENGINE.  UNTIL NOW  *
      *           THE ONLY WAY TO FIND OUT WHAT AN AIDMAINT CHANGE -   *
      *           A NEW EXCUSE, A REPLACED HEADLINE, A DIFFERENT       *
      *           ACCEPTANCE LEVEL, MAX-CYCLES, STARTING INDEX, OR     *
      *           LOAD PROFILE - WOULD DO WAS TO LET THE OVERNIGHT     *
      *           SWEEP RUN IT, AND A BAD GUESS LANDED ON THE REAL     *
      *           LEDGER, CHECKPOINT, ACCEPTANCE REGISTER AND SCORES.  *
      *           THIS PROGRAM REPLAYS THE AIDENY CYCLE LOOP IN        *
      *           MEMORY, TWICE, FOR ONE SUBJECT:                      *
      *             CURRENT   - THE PRODUCTION CATALOG ON THE          *
      *                         SETTINGS TONIGHT'S SWEEP WOULD USE     *
      *                         (SUBJECT MASTER, LOAD PROFILE,         *
      *                         COMPILED DEFAULTS)                     *
      *             PROJECTED - THE CANDIDATE CATALOG (ANY OF THE      *
      *                         CANDHL/CANDEX/CANDEV COPIES SUPPLIED,  *
      *                         PRODUCTION FOR THE REST) ON THE SAME   *
      *                         SETTINGS WITH THE PARM OVERRIDES ON    *
      *                         TOP                                    *
      *           THE CATALOG IS LOADED, SCORE-RANKED AND CHECKED FOR  *
      *           EVIDENCE EXACTLY AS AIDENY 0120/0140/0146/0160 DO,   *
      *           AND BOTH RUNS START FROM THE SUBJECT'S CHECKPOINT    *
      *           AS TONIGHT'S RUN WOULD (OR FROM CYCLE 1 ON REQUEST). *
      *           THE REPORT SHOWS EACH RUN'S SETTINGS, THE TWO        *
      *           CYCLE-BY-CYCLE HEADLINE/EXCUSE/EVIDENCE/LOAD         *
      *           SEQUENCES SIDE BY SIDE WITH DIFFERENCES MARKED, THE  *
      *           PROJECTED SEQUENCE IN FULL TEXT, AND BOTH OUTCOMES.  *
      *                                                                *
      *           NOTHING IS WRITTEN.  CHECKPOINT-FILE IS OPENED       *
      *           INPUT ONLY; LEDGFL, ACPTFL AND LOCKFL ARE NOT        *
      *           DECLARED AT ALL, SO THE PROGRAM MAY RUN WHILE THE    *
      *           SUBJECT IS LOCKED BY A LIVE RUN.                     *
      *                                                                *
      * PARM:     THE FIRST 27 BYTES ARE AIDENY'S OWN PARM -           *
      *             MAX-CYCLES(5) START-IDX(2) SUBJECT-CODE(10)        *
      *             ACCEPT-LEVEL(7, IMPLIED 2 DECIMALS) EVID-AGE(3)    *
      *           - FOLLOWED BY                                        *
      *             STREAK(2)     ACCEPTANCE CROSSINGS REQUIRED        *
      *             RESTART(1)    'F' = SIMULATE A FRESH RUN FROM      *
      *                           CYCLE 1, IGNORING THE CHECKPOINT     *
      *             WEIGHTS(6 X 5, IMPLIED 2 DECIMALS) STEP 1, STEP 2, *
      *                           HEADLINE SUPPORTED/STALE/            *
      *                           UNSUPPORTED, EXCUSE                  *
      *           THE SUBJECT-CODE AND RESTART FLAG APPLY TO BOTH      *
      *           RUNS; EVERY OTHER FIELD IS A PROJECTED-RUN OVERRIDE. *
      *           A ZERO NUMERIC FIELD MEANS "NO OVERRIDE", EXCEPT A   *
      *           WEIGHT, WHERE ONLY SPACES MEAN THAT (ZERO IS A       *
      *           LEGITIMATE WEIGHT).                                  *
      *                                                                *
      * RETURN-CODE: 0 = PROJECTED OUTCOME MATCHES CURRENT             *
      *              4 = PROJECTED OUTCOME DIFFERS (PATH, CYCLES, OR   *
      *                  FINAL LOAD) - READ THE REPORT                 *
      *              8 = SUBJECT IS INACTIVE ON THE SUBJECT MASTER -   *
      *                  SIMULATED ANYWAY, BUT THE SWEEP WILL SKIP IT  *
      *             16 = FILE ERROR OR NO CATALOG ROWS, RUN TERMINATED *
      *                                                                *
      * PLATFORM: IBM Z8                                               *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-14  CDD  ORIGINAL.                                   *
      *   2026-10-14  CDD  EVIDENCE-FILE AND THE CANDEV COPY ARE NOW   *
      *                    KEYED BY THE HEADLINE KEY, AS AIDENY READS  *
      *                    THEM: ONE KEYED READ PER LOADED HEADLINE    *
      *                    INTO A PARALLEL TABLE, AND THE REALITY      *
      *                    CHECK TAKES THE CYCLE'S HEADLINE SLOT.  THE *
      *                    20-ROW CEILING AND ITS IGNORED-ROW COUNT    *
      *                    ARE GONE WITH IT.                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z8.
       OBJECT-COMPUTER. IBM-Z8.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-FILE-KEY
               FILE STATUS IS WS-EVIDENCE-STATUS.

           SELECT OPTIONAL CAND-HEADLINE-FILE ASSIGN TO CANDHL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAND-HL-FILE-KEY
               FILE STATUS IS WS-CAND-HEADLINE-STATUS.

           SELECT OPTIONAL CAND-EXCUSE-FILE ASSIGN TO CANDEX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAND-EX-FILE-KEY
               FILE STATUS IS WS-CAND-EXCUSE-STATUS.

           SELECT OPTIONAL CAND-EVIDENCE-FILE ASSIGN TO CANDEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAND-EV-FILE-KEY
               FILE STATUS IS WS-CAND-EVIDENCE-STATUS.

           SELECT SCORE-FILE ASSIGN TO SCORFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-FILE-KEY
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO AIDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-SUBJECT-CODE
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LOAD-PROFILE-FILE ASSIGN TO PROFFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-PROFILE-KEY
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-SUBJECT-CODE
               FILE STATUS IS WS-CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HEADLINE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HEADREC.

       FD  EXCUSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXCREC.

       FD  EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVIDREC.

      *--- CANDIDATE COPIES - SAME SHAPES AS HEADREC/EXCREC/EVIDREC ---*
      *--- READ INTO THE SAME WORKING ROWS AS PRODUCTION.           ---*
       FD  CAND-HEADLINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-HEADLINE-RECORD.
           05  CAND-HL-FILE-KEY.
               10  CAND-HL-SUBJECT-CODE PIC X(10).
               10  CAND-HL-SEQUENCE-NBR PIC 9(02).
           05  CAND-HL-HEADLINE-TEXT    PIC X(60).

       FD  CAND-EXCUSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-EXCUSE-RECORD.
           05  CAND-EX-FILE-KEY.
               10  CAND-EX-SUBJECT-CODE PIC X(10).
               10  CAND-EX-SEQUENCE-NBR PIC 9(02).
           05  CAND-EX-EXCUSE-TEXT      PIC X(50).

       FD  CAND-EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-EVIDENCE-RECORD.
           05  CAND-EV-FILE-KEY.
               10  CAND-EV-SUBJECT-CODE PIC X(10).
               10  CAND-EV-SEQUENCE-NBR PIC 9(02).
           05  CAND-EV-BODY             PIC X(118).

       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SCORREC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLREC.

       FD  LOAD-PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRFREC.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CKPTREC.

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-THIN-SEP              PIC X(60) VALUE ALL '-'.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE     PIC X(8).
           05  WS-CURRENT-TIME     PIC X(8).
           05  WS-DIFF-FROM-GMT    PIC X(5).
       01  WS-DISPLAY-DATE          PIC X(10).

       01  WS-HEADLINE-STATUS       PIC X(02) VALUE '00'.
       01  WS-EXCUSE-STATUS         PIC X(02) VALUE '00'.
       01  WS-EVIDENCE-STATUS       PIC X(02) VALUE '00'.
       01  WS-CAND-HEADLINE-STATUS  PIC X(02) VALUE '00'.
       01  WS-CAND-EXCUSE-STATUS    PIC X(02) VALUE '00'.
       01  WS-CAND-EVIDENCE-STATUS  PIC X(02) VALUE '00'.
       01  WS-SCORE-STATUS          PIC X(02) VALUE '00'.
       01  WS-CONTROL-STATUS        PIC X(02) VALUE '00'.
       01  WS-PROFILE-STATUS        PIC X(02) VALUE '00'.
       01  WS-CHECKPOINT-STATUS     PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

      *--- WHICH RUN IS BEING SIMULATED: 1 = CURRENT SETTINGS ON    ---*
      *--- THE PRODUCTION CATALOG, 2 = PROJECTED (CANDIDATE FILES   ---*
      *--- AND PARM OVERRIDES).                                     ---*
       01  WS-SCENARIO              PIC 9(01) VALUE 1.
           88  WS-SCENARIO-CURRENT      VALUE 1.
           88  WS-SCENARIO-PROJECTED    VALUE 2.
       01  WS-SCENARIO-NAME         PIC X(09) VALUE SPACES.

      *--- WHERE EACH CATALOG FILE CAME FROM FOR THE RUN BEING      ---*
      *--- LOADED: P = PRODUCTION, C = CANDIDATE COPY.              ---*
       01  WS-HEADLINE-SOURCE       PIC X(01) VALUE 'P'.
           88  WS-HEADLINES-FROM-CAND   VALUE 'C'.
       01  WS-EXCUSE-SOURCE         PIC X(01) VALUE 'P'.
           88  WS-EXCUSES-FROM-CAND     VALUE 'C'.
       01  WS-EVIDENCE-SOURCE       PIC X(01) VALUE 'P'.
           88  WS-EVIDENCE-FROM-CAND    VALUE 'C'.
       01  WS-SOURCE-NAME           PIC X(10) VALUE SPACES.

      *--- CATALOG ROWS AS READ, WHICHEVER FILE THEY CAME FROM.     ---*
       01  WS-HL-ROW.
           05  WS-HR-SUBJECT-CODE       PIC X(10).
           05  WS-HR-SEQUENCE-NBR       PIC 9(02).
           05  WS-HR-HEADLINE-TEXT      PIC X(60).
       01  WS-EX-ROW.
           05  WS-XR-SUBJECT-CODE       PIC X(10).
           05  WS-XR-SEQUENCE-NBR       PIC 9(02).
           05  WS-XR-EXCUSE-TEXT        PIC X(50).
       01  WS-EV-ROW.
           05  WS-VR-SUBJECT-CODE       PIC X(10).
           05  WS-VR-SEQUENCE-NBR       PIC 9(02).
           05  WS-VR-HEADLINE-TEXT      PIC X(60).
           05  WS-VR-ATTRIBUTABLE-FLAG  PIC X(01).
           05  WS-VR-SOURCE-CITATION    PIC X(40).
           05  WS-VR-CERT-DATE          PIC X(08).
           05  WS-VR-CERT-OPERATOR      PIC X(08).
           05  WS-VR-RECERT-FLAG        PIC X(01).

      *--- THE ENGINE'S OWN WORKING SET, RELOADED FOR EACH RUN.     ---*
      *--- THE SEQUENCE-NUMBER TABLES RIDE ALONGSIDE THE TEXT SO    ---*
      *--- THE REPORT CAN NAME THE ROW (H07, E12) THE WAY AIDMAINT  ---*
      *--- KEYS IT, WHATEVER ORDER THE SCORE RANKING LEAVES.        ---*
       01  WS-SUBJECT-CODE          PIC X(10) VALUE 'AI'.

       01  WS-HEADLINE-TABLE.
           05  WS-HEADLINE-ENTRY   PIC X(60)
                                   OCCURS 50 TIMES.
       01  WS-HEADLINE-SEQ-TABLE.
           05  WS-HEADLINE-SEQ     PIC 9(02)
                                   OCCURS 50 TIMES.

       01  WS-EXCUSE-TABLE.
           05  WS-EXCUSE-ENTRY     PIC X(50)
                                   OCCURS 50 TIMES.
       01  WS-EXCUSE-SEQ-TABLE.
           05  WS-EXCUSE-SEQ       PIC 9(02)
                                   OCCURS 50 TIMES.

       01  WS-IDX                  PIC 9(02) VALUE 1.
       01  WS-HDL-IDX              PIC 9(02) VALUE 1.
       01  WS-LOAD-SUB             PIC 9(02) VALUE 0.
       01  WS-HEADLINE-COUNT       PIC 9(02) VALUE 0.
       01  WS-EXCUSE-COUNT         PIC 9(02) VALUE 0.

       01  WS-EXCUSE-SCORE-TABLE.
           05  WS-EXCUSE-SCORE     PIC S9(05)V99
                                   OCCURS 50 TIMES VALUE 0.
       01  WS-SCORES-LOADED-SW     PIC X(01) VALUE 'N'.
           88  WS-SCORES-LOADED        VALUE 'Y'.
       01  WS-RANK-SWAPPED-SW      PIC X(01) VALUE 'N'.
           88  WS-RANK-SWAPPED         VALUE 'Y'.
       01  WS-SORT-J               PIC 9(02) VALUE 0.
       01  WS-SORT-J1              PIC 9(02) VALUE 0.
       01  WS-SWAP-EXCUSE-TEXT     PIC X(50) VALUE SPACES.
       01  WS-SWAP-EXCUSE-SCORE    PIC S9(05)V99 VALUE 0.
       01  WS-SWAP-EXCUSE-SEQ      PIC 9(02) VALUE 0.

      *--- EVIDENCE TABLE, PARALLEL TO WS-HEADLINE-TABLE AS IN      ---*
      *--- AIDENY: SLOT N HOLDS THE EVIDENCE FILED UNDER HEADLINE   ---*
      *--- N'S KEY, IF ANY.                                         ---*
       01  WS-EVIDENCE-TABLE.
           05  WS-EVIDENCE-ENTRY   OCCURS 50 TIMES.
               10  WS-EV-FOUND-FLAG        PIC X(01).
               10  WS-EV-ATTRIBUTABLE-FLAG PIC X(01).
               10  WS-EV-STALE-FLAG        PIC X(01).
               10  WS-EV-RECERT-FLAG       PIC X(01).
       01  WS-EVIDENCE-COUNT       PIC 9(02) VALUE 0.
       01  WS-EV-IDX               PIC 9(02) VALUE 0.
       01  WS-EVIDENCE-MATCH-SW    PIC X(01) VALUE 'N'.
           88  WS-EVIDENCE-MATCHED         VALUE 'Y'.
       01  WS-EVIDENCE-RESULT-SW   PIC X(01) VALUE 'Y'.
           88  WS-EVIDENCE-SUPPORTS-NEWS   VALUE 'Y'.
       01  WS-EVIDENCE-STALE-SW    PIC X(01) VALUE 'N'.
           88  WS-EVIDENCE-STALE-MATCH     VALUE 'Y'.
       01  WS-EVIDENCE-FLAG        PIC X(01) VALUE SPACES.

       01  WS-EVID-AGE-DAYS        PIC 9(03) VALUE 90.
       01  WS-EVID-CUTOFF-INT      PIC 9(09) COMP VALUE 0.
       01  WS-CURRENT-DATE-NUM     PIC 9(08) VALUE 0.
       01  WS-EV-CERT-DATE-NUM     PIC 9(08) VALUE 0.
       01  WS-EV-CERT-INT          PIC 9(09) COMP VALUE 0.

      *--- EFFECTIVE SETTINGS FOR THE RUN BEING SIMULATED, WITH     ---*
      *--- THE SAME SOURCE CODES THE LEDGER RUN HEADER USES: P =    ---*
      *--- PARM, C = CONTROL-FILE, D = COMPILED DEFAULT, K =        ---*
      *--- RESTORED FROM THE CHECKPOINT.                            ---*
       01  WS-DENIAL-CYCLE-CTR     PIC 9(9) COMP VALUE 0.
       01  WS-MAX-CYCLES           PIC 9(9) COMP VALUE 5.
       01  WS-COGNITIVE-LOAD       PIC 9(5)V99   VALUE 0.
       01  WS-LAYOFF-NEWS          PIC X(80) VALUE SPACES.
       01  WS-ACCEPTANCE-LEVEL         PIC 9(5)V99 VALUE 99999.99.
       01  WS-ACCEPTANCE-CROSSINGS     PIC 9(02) COMP VALUE 0.
       01  WS-ACCEPTANCE-CROSSINGS-REQD PIC 9(02) COMP VALUE 3.
       01  WS-STEP1-WEIGHT             PIC 9(03)V99 VALUE 10.50.
       01  WS-STEP2-WEIGHT             PIC 9(03)V99 VALUE 15.25.
       01  WS-HDL-SUPPORTED-WEIGHT     PIC 9(03)V99 VALUE 25.00.
       01  WS-HDL-STALE-WEIGHT         PIC 9(03)V99 VALUE 25.00.
       01  WS-HDL-UNSUPPORTED-WEIGHT   PIC 9(03)V99 VALUE 25.00.
       01  WS-EXCUSE-WEIGHT            PIC 9(03)V99 VALUE 30.75.
       01  WS-PARM-START-IDX       PIC 9(02) VALUE 0.
       01  WS-MAX-CYCLES-SOURCE    PIC X(01) VALUE 'D'.
       01  WS-START-IDX-SOURCE     PIC X(01) VALUE 'D'.
       01  WS-ACCEPT-LEVEL-SOURCE  PIC X(01) VALUE 'D'.
       01  WS-STREAK-SOURCE        PIC X(01) VALUE 'D'.
       01  WS-WEIGHT-SOURCE        PIC X(01) VALUE 'D'.
       01  WS-RESUME-CYCLE         PIC 9(09) VALUE 0.
       01  WS-RUN-OUTCOME          PIC X(01) VALUE 'M'.
           88  WS-OUTCOME-MERCY-CONSTRAINT VALUE 'M'.
           88  WS-OUTCOME-ACCEPTANCE       VALUE 'A'.

      *--- SUBJECT MASTER ROW, READ ONCE.  A ZERO FIELD MEANS "NOT  ---*
      *--- SET", AS IN AIDENY.                                      ---*
       01  WS-MASTER-FOUND-SW      PIC X(01) VALUE 'N'.
           88  WS-MASTER-FOUND         VALUE 'Y'.
       01  WS-MASTER-INACTIVE-SW   PIC X(01) VALUE 'N'.
           88  WS-MASTER-INACTIVE      VALUE 'Y'.
       01  WS-MASTER-MAX-CYCLES    PIC 9(09) VALUE 0.
       01  WS-MASTER-ACCEPT-LEVEL  PIC 9(05)V99 VALUE 0.
       01  WS-MASTER-START-IDX     PIC 9(02) VALUE 0.
       01  WS-MASTER-DESC          PIC X(30) VALUE SPACES.

      *--- LOAD PROFILE ROW, READ ONCE.  SOURCE: S = THE SUBJECT'S  ---*
      *--- OWN ROW, F = THE FILE'S **DEFAULT ROW, D = COMPILED.     ---*
       01  WS-PROFILE-FOUND-SW     PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FOUND        VALUE 'Y'.
       01  WS-PROFILE-SOURCE       PIC X(01) VALUE 'D'.
       01  WS-PROFILE-ROW.
           05  WS-PF-PROFILE-KEY        PIC X(10) VALUE SPACES.
           05  WS-PF-STEP1-WEIGHT       PIC 9(03)V99 VALUE 0.
           05  WS-PF-STEP2-WEIGHT       PIC 9(03)V99 VALUE 0.
           05  WS-PF-HDL-SUPP-WEIGHT    PIC 9(03)V99 VALUE 0.
           05  WS-PF-HDL-STALE-WEIGHT   PIC 9(03)V99 VALUE 0.
           05  WS-PF-HDL-UNSUP-WEIGHT   PIC 9(03)V99 VALUE 0.
           05  WS-PF-EXCUSE-WEIGHT      PIC 9(03)V99 VALUE 0.
           05  WS-PF-CROSSINGS-REQD     PIC 9(02) VALUE 0.

      *--- CHECKPOINT ROW, READ ONCE.  ONLY AN IN-FLIGHT ROW (CYCLE ---*
      *--- COUNTER ABOVE ZERO) IS RESUMED FROM, AS IN AIDENY 0180.  ---*
       01  WS-CKPT-INFLIGHT-SW     PIC X(01) VALUE 'N'.
           88  WS-CKPT-INFLIGHT        VALUE 'Y'.
       01  WS-CKPT-CYCLE-CTR       PIC 9(09) VALUE 0.
       01  WS-CKPT-LOAD            PIC 9(05)V99 VALUE 0.
       01  WS-CKPT-EXCUSE-IDX      PIC 9(02) VALUE 0.
       01  WS-CKPT-CROSSINGS       PIC 9(02) VALUE 0.

      *--- PARM OVERRIDES FOR THE PROJECTED RUN.  A WEIGHT IS ONLY  ---*
      *--- OVERRIDDEN WHEN ITS SWITCH IS ON.                        ---*
       01  WS-OVR-MAX-CYCLES       PIC 9(05) VALUE 0.
       01  WS-OVR-START-IDX        PIC 9(02) VALUE 0.
       01  WS-OVR-ACCEPT-LEVEL     PIC 9(05)V99 VALUE 0.
       01  WS-OVR-EVID-AGE         PIC 9(03) VALUE 0.
       01  WS-OVR-STREAK           PIC 9(02) VALUE 0.
       01  WS-OVR-WEIGHTS.
           05  WS-OVR-WEIGHT       PIC 9(03)V99 OCCURS 6 TIMES.
       01  WS-OVR-WEIGHT-SW-TABLE.
           05  WS-OVR-WEIGHT-SW    PIC X(01) OCCURS 6 TIMES.
       01  WS-OVR-WT-IDX           PIC 9(01) VALUE 0.
       01  WS-FRESH-START-SW       PIC X(01) VALUE 'N'.
           88  WS-FRESH-START          VALUE 'Y'.

      *--- ONE ROW PER SIMULATED CYCLE FOR EACH RUN, KEPT FOR THE   ---*
      *--- SIDE-BY-SIDE PRINT.  CYCLES PAST THE TABLE STILL RUN     ---*
      *--- (THE OUTCOME IS ALWAYS EXACT); THEY ARE JUST NOT LISTED. ---*
       01  WS-RESULT-MAX           PIC 9(03) COMP VALUE 200.
       01  WS-RESULT-TABLE.
           05  WS-RS-SCENARIO      OCCURS 2 TIMES.
               10  WS-RS-ROW-COUNT     PIC 9(03) COMP.
               10  WS-RS-ROW           OCCURS 200 TIMES.
                   15  WS-RS-CYCLE-NBR     PIC 9(09).
                   15  WS-RS-HDL-SEQ       PIC 9(02).
                   15  WS-RS-EXC-SEQ       PIC 9(02).
                   15  WS-RS-EVID-FLAG     PIC X(01).
                   15  WS-RS-LOAD          PIC 9(05)V99.
                   15  WS-RS-HEADLINE-TEXT PIC X(60).
                   15  WS-RS-EXCUSE-TEXT   PIC X(50).
       01  WS-RS-IDX               PIC 9(03) COMP VALUE 0.
       01  WS-RS-PRINT-COUNT       PIC 9(03) COMP VALUE 0.

      *--- HOW EACH RUN ENDED.                                      ---*
       01  WS-OUTCOME-TABLE.
           05  WS-OC-SCENARIO      OCCURS 2 TIMES.
               10  WS-OC-RUN-OUTCOME   PIC X(01).
               10  WS-OC-CYCLES        PIC 9(09).
               10  WS-OC-FINAL-LOAD    PIC 9(05)V99.
               10  WS-OC-CROSSINGS     PIC 9(02).
               10  WS-OC-CROSSINGS-REQD PIC 9(02).
               10  WS-OC-ACCEPT-LEVEL  PIC 9(05)V99.
               10  WS-OC-RESUME-CYCLE  PIC 9(09).

       01  WS-DIFF-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-DIFF-MARK            PIC X(01) VALUE SPACE.
       01  WS-OUTCOME-DIFFERS-SW   PIC X(01) VALUE 'N'.
           88  WS-OUTCOME-DIFFERS      VALUE 'Y'.

      *--- REPORT EDIT FIELDS.                                      ---*
       01  WS-CYCLE-EDIT           PIC Z(8)9.
       01  WS-LOAD-EDIT            PIC Z(4)9.99.
       01  WS-LOAD-EDIT-2          PIC Z(4)9.99.
       01  WS-WEIGHT-EDIT          PIC ZZ9.99.
       01  WS-COUNT-EDIT           PIC Z(8)9.
       01  WS-CUR-SIDE             PIC X(24) VALUE SPACES.
       01  WS-PRJ-SIDE             PIC X(24) VALUE SPACES.
       01  WS-OUTCOME-NAME         PIC X(10) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM-AREA.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-DATA.
               10  LS-PARM-MAX-CYCLES   PIC 9(05).
               10  LS-PARM-START-IDX    PIC 9(02).
               10  LS-PARM-SUBJECT-CODE PIC X(10).
               10  LS-PARM-ACCEPT-LEVEL PIC 9(05)V99.
               10  LS-PARM-EVID-AGE     PIC 9(03).
               10  LS-PARM-STREAK       PIC 9(02).
               10  LS-PARM-RESTART      PIC X(01).
               10  LS-PARM-WEIGHT-AREA.
                   15  LS-PARM-WEIGHT   PIC X(05) OCCURS 6 TIMES.
               10  FILLER               PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           MOVE 1 TO WS-SCENARIO
           PERFORM 2000-RUN-SCENARIO
               THRU 2000-RUN-SCENARIO-EXIT
           MOVE 2 TO WS-SCENARIO
           PERFORM 2000-RUN-SCENARIO
               THRU 2000-RUN-SCENARIO-EXIT
           PERFORM 8000-PRINT-SIDE-BY-SIDE
           PERFORM 8100-PRINT-PROJECTED-DETAIL
           PERFORM 8200-PRINT-OUTCOMES
           IF WS-MASTER-INACTIVE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUTCOME-DIFFERS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE(1:4) '/'
                  WS-CURRENT-DATE(5:2) '/'
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-DISPLAY-DATE
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM

           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDSIMUL v1.0 - DENIAL ENGINE WHAT-IF SIMULATION'
           DISPLAY ' ' WS-DISPLAY-DATE
               ' | NOTHING IS WRITTEN TO ANY PRODUCTION FILE'
           DISPLAY WS-SEPARATOR

           PERFORM 0110-PARSE-PARM
           DISPLAY ' SUBJECT: ' WS-SUBJECT-CODE

           PERFORM 0115-READ-SUBJECT-MASTER
           PERFORM 0116-READ-LOAD-PROFILE
               THRU 0116-READ-LOAD-PROFILE-EXIT
           PERFORM 0180-READ-CHECKPOINT
               THRU 0180-READ-CHECKPOINT-EXIT
           .

      *----------------------------------------------------------------*
      * 0110-PARSE-PARM - SAME FIELD-BY-FIELD LS-PARM-LEN CHECKS AS    *
      *                   AIDENY: A FIELD IS ONLY TOUCHED IF THE PARM  *
      *                   ACTUALLY REACHES IT.  THE SUBJECT-CODE AND   *
      *                   RESTART FLAG ARE TAKEN FOR BOTH RUNS; THE    *
      *                   REST ARE PARKED AS PROJECTED-RUN OVERRIDES.  *
      *----------------------------------------------------------------*
       0110-PARSE-PARM.
           MOVE 'NNNNNN' TO WS-OVR-WEIGHT-SW-TABLE
           IF LS-PARM-LEN >= 5
               IF LS-PARM-MAX-CYCLES IS NUMERIC
                       AND LS-PARM-MAX-CYCLES > 0
                   MOVE LS-PARM-MAX-CYCLES TO WS-OVR-MAX-CYCLES
               END-IF
           END-IF
           IF LS-PARM-LEN >= 7
               IF LS-PARM-START-IDX IS NUMERIC
                       AND LS-PARM-START-IDX > 0
                   MOVE LS-PARM-START-IDX TO WS-OVR-START-IDX
               END-IF
           END-IF
           IF LS-PARM-LEN >= 17
               IF LS-PARM-SUBJECT-CODE NOT = SPACES
                   MOVE LS-PARM-SUBJECT-CODE TO WS-SUBJECT-CODE
               END-IF
           END-IF
           IF LS-PARM-LEN >= 24
               IF LS-PARM-ACCEPT-LEVEL IS NUMERIC
                       AND LS-PARM-ACCEPT-LEVEL > 0
                   MOVE LS-PARM-ACCEPT-LEVEL TO WS-OVR-ACCEPT-LEVEL
               END-IF
           END-IF
           IF LS-PARM-LEN >= 27
               IF LS-PARM-EVID-AGE IS NUMERIC
                       AND LS-PARM-EVID-AGE > 0
                   MOVE LS-PARM-EVID-AGE TO WS-OVR-EVID-AGE
               END-IF
           END-IF
           IF LS-PARM-LEN >= 29
               IF LS-PARM-STREAK IS NUMERIC
                       AND LS-PARM-STREAK > 0
                   MOVE LS-PARM-STREAK TO WS-OVR-STREAK
               END-IF
           END-IF
           IF LS-PARM-LEN >= 30
               IF LS-PARM-RESTART = 'F'
                   MOVE 'Y' TO WS-FRESH-START-SW
               END-IF
           END-IF
           PERFORM 0112-PARSE-ONE-WEIGHT
               VARYING WS-OVR-WT-IDX FROM 1 BY 1
               UNTIL WS-OVR-WT-IDX > 6
           .

      *----------------------------------------------------------------*
      * 0112-PARSE-ONE-WEIGHT - WEIGHT N SITS AT PARM OFFSET 30 + 5N.  *
      *                         SPACES (OR ANYTHING NOT NUMERIC) MEANS *
      *                         NO OVERRIDE; 00000 IS A REAL ZERO.     *
      *----------------------------------------------------------------*
       0112-PARSE-ONE-WEIGHT.
           IF LS-PARM-LEN >= 30 + (WS-OVR-WT-IDX * 5)
               IF LS-PARM-WEIGHT(WS-OVR-WT-IDX) IS NUMERIC
                   MOVE LS-PARM-WEIGHT(WS-OVR-WT-IDX)
                       TO WS-OVR-WEIGHT(WS-OVR-WT-IDX)
                   MOVE 'Y' TO WS-OVR-WEIGHT-SW(WS-OVR-WT-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 0115-READ-SUBJECT-MASTER - THE MASTER'S STANDING DEFAULTS ARE  *
      *                            PART OF "CURRENT SETTINGS", SO THEY *
      *                            ARE SAVED FOR BOTH RUNS.  AIDENY    *
      *                            REFUSES AN INACTIVE SUBJECT; HERE   *
      *                            IT IS ONLY WARNED ABOUT, SINCE      *
      *                            TESTING A SUBJECT BEFORE IT IS      *
      *                            REACTIVATED IS A FAIR QUESTION.     *
      *----------------------------------------------------------------*
       0115-READ-SUBJECT-MASTER.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               MOVE WS-SUBJECT-CODE TO CT-SUBJECT-CODE
               READ CONTROL-FILE
                   INVALID KEY
                       DISPLAY ' AIDSIMUL: NO SUBJECT MASTER ROW -'
                           ' COMPILED DEFAULTS APPLY.'
                   NOT INVALID KEY
                       PERFORM 0118-SAVE-MASTER-ROW
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY ' AIDSIMUL: NO CONTROL-FILE (STATUS '
                   WS-CONTROL-STATUS ') - COMPILED DEFAULTS APPLY.'
           END-IF
           .

       0118-SAVE-MASTER-ROW.
           MOVE 'Y' TO WS-MASTER-FOUND-SW
           MOVE CT-SUBJECT-DESC TO WS-MASTER-DESC
           IF CT-SUBJECT-INACTIVE
               MOVE 'Y' TO WS-MASTER-INACTIVE-SW
               DISPLAY ' AIDSIMUL: *** SUBJECT IS INACTIVE ON THE'
                   ' SUBJECT MASTER ***'
               DISPLAY '           THE SWEEP WILL REFUSE IT (AIDENY'
                   ' RC 8);'
               DISPLAY '           SIMULATED ANYWAY FOR REFERENCE.'
           END-IF
           IF CT-DEFAULT-MAX-CYCLES > 0
               MOVE CT-DEFAULT-MAX-CYCLES TO WS-MASTER-MAX-CYCLES
           END-IF
           IF CT-DEFAULT-ACCEPT-LEVEL > 0
               MOVE CT-DEFAULT-ACCEPT-LEVEL TO WS-MASTER-ACCEPT-LEVEL
           END-IF
           IF CT-DEFAULT-START-IDX > 0
               MOVE CT-DEFAULT-START-IDX TO WS-MASTER-START-IDX
           END-IF
           .

      *----------------------------------------------------------------*
      * 0116-READ-LOAD-PROFILE - SAME RESOLUTION AS AIDENY 0116: THE   *
      *                          SUBJECT'S OWN ROW, ELSE **DEFAULT,    *
      *                          ELSE THE COMPILED CURVE.  THE ROW IS  *
      *                          SAVED FOR BOTH RUNS.                  *
      *----------------------------------------------------------------*
       0116-READ-LOAD-PROFILE.
           OPEN INPUT LOAD-PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = '00'
               DISPLAY ' AIDSIMUL: NO LOAD-PROFILE FILE (STATUS '
                   WS-PROFILE-STATUS ') - COMPILED LOAD CURVE USED.'
               GO TO 0116-READ-LOAD-PROFILE-EXIT
           END-IF
           MOVE WS-SUBJECT-CODE TO LP-PROFILE-KEY
           READ LOAD-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROFILE-FOUND-SW
                   MOVE 'S' TO WS-PROFILE-SOURCE
           END-READ
           IF NOT WS-PROFILE-FOUND
               MOVE '**DEFAULT' TO LP-PROFILE-KEY
               READ LOAD-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PROFILE-FOUND-SW
                       MOVE 'F' TO WS-PROFILE-SOURCE
               END-READ
           END-IF
           IF WS-PROFILE-FOUND
               PERFORM 0114-SAVE-LOAD-PROFILE
           END-IF
           CLOSE LOAD-PROFILE-FILE
           .
       0116-READ-LOAD-PROFILE-EXIT.
           EXIT
           .

       0114-SAVE-LOAD-PROFILE.
           MOVE LP-PROFILE-KEY            TO WS-PF-PROFILE-KEY
           MOVE LP-STEP1-WEIGHT           TO WS-PF-STEP1-WEIGHT
           MOVE LP-STEP2-WEIGHT           TO WS-PF-STEP2-WEIGHT
           MOVE LP-HDL-SUPPORTED-WEIGHT   TO WS-PF-HDL-SUPP-WEIGHT
           MOVE LP-HDL-STALE-WEIGHT       TO WS-PF-HDL-STALE-WEIGHT
           MOVE LP-HDL-UNSUPPORTED-WEIGHT TO WS-PF-HDL-UNSUP-WEIGHT
           MOVE LP-EXCUSE-WEIGHT          TO WS-PF-EXCUSE-WEIGHT
           MOVE LP-CROSSINGS-REQD         TO WS-PF-CROSSINGS-REQD
           .

      *----------------------------------------------------------------*
      * 0180-READ-CHECKPOINT - INPUT ONLY.  AN IN-FLIGHT ROW MEANS     *
      *                        TONIGHT'S RUN RESUMES MID-COUNT, SO     *
      *                        BOTH SIMULATIONS DO TOO, UNLESS THE     *
      *                        PARM ASKED FOR A FRESH START.  NO FILE  *
      *                        MEANS A FRESH START, WITH A WARNING.    *
      *----------------------------------------------------------------*
       0180-READ-CHECKPOINT.
           IF WS-FRESH-START
               DISPLAY ' AIDSIMUL: FRESH START REQUESTED - ANY'
                   ' CHECKPOINT IS IGNORED.'
               GO TO 0180-READ-CHECKPOINT-EXIT
           END-IF
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00'
               DISPLAY ' AIDSIMUL: NO CHECKPOINT-FILE (STATUS '
                   WS-CHECKPOINT-STATUS ') - SIMULATING A FRESH RUN.'
               GO TO 0180-READ-CHECKPOINT-EXIT
           END-IF
           MOVE WS-SUBJECT-CODE TO CK-SUBJECT-CODE
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CK-CYCLE-CTR > 0
                       MOVE 'Y' TO WS-CKPT-INFLIGHT-SW
                       MOVE CK-CYCLE-CTR      TO WS-CKPT-CYCLE-CTR
                       MOVE CK-COGNITIVE-LOAD TO WS-CKPT-LOAD
                       MOVE CK-EXCUSE-IDX     TO WS-CKPT-EXCUSE-IDX
                       MOVE CK-ACCEPTANCE-CROSSINGS
                           TO WS-CKPT-CROSSINGS
                       MOVE CK-CYCLE-CTR TO WS-CYCLE-EDIT
                       DISPLAY ' AIDSIMUL: SUBJECT IS IN FLIGHT - BOTH'
                           ' RUNS RESUME AFTER CYCLE ' WS-CYCLE-EDIT
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE
           .
       0180-READ-CHECKPOINT-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 2000-RUN-SCENARIO - ONE COMPLETE SIMULATED RUN: SETTINGS,      *
      *                     CATALOG LOAD, CHECKPOINT RESUME, THEN THE  *
      *                     CYCLE LOOP TO ITS OUTCOME.                 *
      *----------------------------------------------------------------*
       2000-RUN-SCENARIO.
           IF WS-SCENARIO-CURRENT
               MOVE 'CURRENT' TO WS-SCENARIO-NAME
           ELSE
               MOVE 'PROJECTED' TO WS-SCENARIO-NAME
           END-IF
           PERFORM 2100-SET-CURRENT-SETTINGS
           IF WS-SCENARIO-PROJECTED
               PERFORM 2150-APPLY-PARM-OVERRIDES
           END-IF

           PERFORM 2200-LOAD-HEADLINES
               THRU 2200-LOAD-HEADLINES-EXIT
           IF WS-HEADLINE-COUNT = 0
               PERFORM 9910-ABORT-UNKNOWN-SUBJECT
           END-IF
           PERFORM 2220-LOAD-EXCUSES
               THRU 2220-LOAD-EXCUSES-EXIT
           IF WS-EXCUSE-COUNT = 0
               PERFORM 9910-ABORT-UNKNOWN-SUBJECT
           END-IF
           PERFORM 2240-LOAD-EXCUSE-SCORES
           PERFORM 2250-APPLY-START-IDX

           COMPUTE WS-EVID-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - WS-EVID-AGE-DAYS
           PERFORM 2260-LOAD-EVIDENCE
               THRU 2260-LOAD-EVIDENCE-EXIT

           PERFORM 2280-APPLY-CHECKPOINT
           PERFORM 2290-PRINT-SCENARIO-SETTINGS

           MOVE 0 TO WS-RS-ROW-COUNT(WS-SCENARIO)
           PERFORM 3000-SIMULATE-CYCLE
               THRU 3000-SIMULATE-CYCLE-EXIT
           PERFORM 3900-SAVE-OUTCOME
           .
       2000-RUN-SCENARIO-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      * 2100-SET-CURRENT-SETTINGS - WHAT TONIGHT'S SWEEP WOULD RUN ON: *
      *                             COMPILED DEFAULTS, THEN THE        *
      *                             SUBJECT MASTER, THEN THE LOAD      *
      *                             PROFILE.  THE SWEEP PASSES NO      *
      *                             PARM VALUES, SO NONE APPLY HERE.   *
      *                             EVERYTHING THE PREVIOUS RUN LEFT   *
      *                             BEHIND IS CLEARED FIRST.           *
      *----------------------------------------------------------------*
       2100-SET-CURRENT-SETTINGS.
           MOVE 0        TO WS-DENIAL-CYCLE-CTR
           MOVE 0        TO WS-COGNITIVE-LOAD
           MOVE 0        TO WS-ACCEPTANCE-CROSSINGS
           MOVE 0        TO WS-RESUME-CYCLE
           MOVE 1        TO WS-IDX
           MOVE 0        TO WS-PARM-START-IDX
           MOVE 'M'      TO WS-RUN-OUTCOME
           MOVE 5        TO WS-MAX-CYCLES
           MOVE 99999.99 TO WS-ACCEPTANCE-LEVEL
           MOVE 3        TO WS-ACCEPTANCE-CROSSINGS-REQD
           MOVE 90       TO WS-EVID-AGE-DAYS
           MOVE 10.50    TO WS-STEP1-WEIGHT
           MOVE 15.25    TO WS-STEP2-WEIGHT
           MOVE 25.00    TO WS-HDL-SUPPORTED-WEIGHT
           MOVE 25.00    TO WS-HDL-STALE-WEIGHT
           MOVE 25.00    TO WS-HDL-UNSUPPORTED-WEIGHT
           MOVE 30.75    TO WS-EXCUSE-WEIGHT
           MOVE 'D'      TO WS-MAX-CYCLES-SOURCE
           MOVE 'D'      TO WS-START-IDX-SOURCE
           MOVE 'D'      TO WS-ACCEPT-LEVEL-SOURCE
           MOVE 'D'      TO WS-STREAK-SOURCE
           MOVE 'D'      TO WS-WEIGHT-SOURCE
           MOVE 'P'      TO WS-HEADLINE-SOURCE
           MOVE 'P'      TO WS-EXCUSE-SOURCE
           MOVE 'P'      TO WS-EVIDENCE-SOURCE
           MOVE 'N'      TO WS-SCORES-LOADED-SW
           MOVE 0        TO WS-EVIDENCE-COUNT
           INITIALIZE WS-EXCUSE-SCORE-TABLE

           IF WS-MASTER-MAX-CYCLES > 0
               MOVE WS-MASTER-MAX-CYCLES TO WS-MAX-CYCLES
               MOVE 'C' TO WS-MAX-CYCLES-SOURCE
           END-IF
           IF WS-MASTER-ACCEPT-LEVEL > 0
               MOVE WS-MASTER-ACCEPT-LEVEL TO WS-ACCEPTANCE-LEVEL
               MOVE 'C' TO WS-ACCEPT-LEVEL-SOURCE
           END-IF
           IF WS-PROFILE-FOUND
               MOVE WS-PF-STEP1-WEIGHT     TO WS-STEP1-WEIGHT
               MOVE WS-PF-STEP2-WEIGHT     TO WS-STEP2-WEIGHT
               MOVE WS-PF-HDL-SUPP-WEIGHT  TO WS-HDL-SUPPORTED-WEIGHT
               MOVE WS-PF-HDL-STALE-WEIGHT TO WS-HDL-STALE-WEIGHT
               MOVE WS-PF-HDL-UNSUP-WEIGHT TO WS-HDL-UNSUPPORTED-WEIGHT
               MOVE WS-PF-EXCUSE-WEIGHT    TO WS-EXCUSE-WEIGHT
               MOVE WS-PROFILE-SOURCE      TO WS-WEIGHT-SOURCE
               IF WS-PF-CROSSINGS-REQD > 0
                   MOVE WS-PF-CROSSINGS-REQD
                       TO WS-ACCEPTANCE-CROSSINGS-REQD
                   MOVE WS-PROFILE-SOURCE TO WS-STREAK-SOURCE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2150-APPLY-PARM-OVERRIDES - THE PROJECTED RUN: EVERY PARM      *
      *                             OVERRIDE WINS OVER THE MASTER AND  *
      *                             THE PROFILE, AND ANY CANDIDATE     *
      *                             CATALOG FILE SUPPLIED IS USED IN   *
      *                             PLACE OF PRODUCTION.               *
      *----------------------------------------------------------------*
       2150-APPLY-PARM-OVERRIDES.
           IF WS-OVR-MAX-CYCLES > 0
               MOVE WS-OVR-MAX-CYCLES TO WS-MAX-CYCLES
               MOVE 'P' TO WS-MAX-CYCLES-SOURCE
           END-IF
           IF WS-OVR-START-IDX > 0
               MOVE WS-OVR-START-IDX TO WS-PARM-START-IDX
           END-IF
           IF WS-OVR-ACCEPT-LEVEL > 0
               MOVE WS-OVR-ACCEPT-LEVEL TO WS-ACCEPTANCE-LEVEL
               MOVE 'P' TO WS-ACCEPT-LEVEL-SOURCE
           END-IF
           IF WS-OVR-EVID-AGE > 0
               MOVE WS-OVR-EVID-AGE TO WS-EVID-AGE-DAYS
           END-IF
           IF WS-OVR-STREAK > 0
               MOVE WS-OVR-STREAK TO WS-ACCEPTANCE-CROSSINGS-REQD
               MOVE 'P' TO WS-STREAK-SOURCE
           END-IF
           IF WS-OVR-WEIGHT-SW-TABLE NOT = 'NNNNNN'
               MOVE 'P' TO WS-WEIGHT-SOURCE
           END-IF
           IF WS-OVR-WEIGHT-SW(1) = 'Y'
               MOVE WS-OVR-WEIGHT(1) TO WS-STEP1-WEIGHT
           END-IF
           IF WS-OVR-WEIGHT-SW(2) = 'Y'
               MOVE WS-OVR-WEIGHT(2) TO WS-STEP2-WEIGHT
           END-IF
           IF WS-OVR-WEIGHT-SW(3) = 'Y'
               MOVE WS-OVR-WEIGHT(3) TO WS-HDL-SUPPORTED-WEIGHT
           END-IF
           IF WS-OVR-WEIGHT-SW(4) = 'Y'
               MOVE WS-OVR-WEIGHT(4) TO WS-HDL-STALE-WEIGHT
           END-IF
           IF WS-OVR-WEIGHT-SW(5) = 'Y'
               MOVE WS-OVR-WEIGHT(5) TO WS-HDL-UNSUPPORTED-WEIGHT
           END-IF
           IF WS-OVR-WEIGHT-SW(6) = 'Y'
               MOVE WS-OVR-WEIGHT(6) TO WS-EXCUSE-WEIGHT
           END-IF
           .

      *----------------------------------------------------------------*
      * 2200-LOAD-HEADLINES - AS AIDENY 0120: START ON THE SUBJECT'S   *
      *                       FIRST KEY AND READ NEXT UNTIL THE        *
      *                       SUBJECT CHANGES OR THE 50-ENTRY TABLE IS *
      *                       FULL.  THE PROJECTED RUN READS CANDHL    *
      *                       WHEN THE JOB SUPPLIES ONE.               *
      *----------------------------------------------------------------*
       2200-LOAD-HEADLINES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 0 TO WS-LOAD-SUB
           IF WS-SCENARIO-PROJECTED
               OPEN INPUT CAND-HEADLINE-FILE
               IF WS-CAND-HEADLINE-STATUS = '00'
                   MOVE 'C' TO WS-HEADLINE-SOURCE
               ELSE
                   IF WS-CAND-HEADLINE-STATUS = '05'
                       CLOSE CAND-HEADLINE-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-HEADLINES-FROM-CAND
               MOVE WS-SUBJECT-CODE TO CAND-HL-SUBJECT-CODE
               MOVE 0 TO CAND-HL-SEQUENCE-NBR
               START CAND-HEADLINE-FILE KEY IS >= CAND-HL-FILE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM 2206-READ-CAND-HEADLINE
                   UNTIL WS-END-OF-FILE OR WS-LOAD-SUB >= 50
               CLOSE CAND-HEADLINE-FILE
               GO TO 2200-LOAD-HEADLINES-DONE
           END-IF
           OPEN INPUT HEADLINE-FILE
           IF WS-HEADLINE-STATUS NOT = '00'
               MOVE 'HEADLINE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-HEADLINE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE WS-SUBJECT-CODE TO HL-SUBJECT-CODE
           MOVE 0 TO HL-SEQUENCE-NBR
           START HEADLINE-FILE KEY IS >= HL-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2205-READ-PROD-HEADLINE
               UNTIL WS-END-OF-FILE OR WS-LOAD-SUB >= 50
           CLOSE HEADLINE-FILE
           .
       2200-LOAD-HEADLINES-DONE.
           MOVE WS-LOAD-SUB TO WS-HEADLINE-COUNT
           .
       2200-LOAD-HEADLINES-EXIT.
           EXIT
           .

       2205-READ-PROD-HEADLINE.
           READ HEADLINE-FILE NEXT RECORD INTO WS-HL-ROW
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2208-TABLE-HEADLINE-ROW
           END-READ
           .

       2206-READ-CAND-HEADLINE.
           READ CAND-HEADLINE-FILE NEXT RECORD INTO WS-HL-ROW
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2208-TABLE-HEADLINE-ROW
           END-READ
           .

       2208-TABLE-HEADLINE-ROW.
           IF WS-HR-SUBJECT-CODE = WS-SUBJECT-CODE
               ADD 1 TO WS-LOAD-SUB
               MOVE WS-HR-HEADLINE-TEXT
                   TO WS-HEADLINE-ENTRY(WS-LOAD-SUB)
               MOVE WS-HR-SEQUENCE-NBR
                   TO WS-HEADLINE-SEQ(WS-LOAD-SUB)
           ELSE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF
           .

      *----------------------------------------------------------------*
      * 2220-LOAD-EXCUSES - AS AIDENY 0140, FROM CANDEX WHEN THE       *
      *                     PROJECTED RUN HAS ONE.                     *
      *----------------------------------------------------------------*
       2220-LOAD-EXCUSES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 0 TO WS-LOAD-SUB
           IF WS-SCENARIO-PROJECTED
               OPEN INPUT CAND-EXCUSE-FILE
               IF WS-CAND-EXCUSE-STATUS = '00'
                   MOVE 'C' TO WS-EXCUSE-SOURCE
               ELSE
                   IF WS-CAND-EXCUSE-STATUS = '05'
                       CLOSE CAND-EXCUSE-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-EXCUSES-FROM-CAND
               MOVE WS-SUBJECT-CODE TO CAND-EX-SUBJECT-CODE
               MOVE 0 TO CAND-EX-SEQUENCE-NBR
               START CAND-EXCUSE-FILE KEY IS >= CAND-EX-FILE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM 2226-READ-CAND-EXCUSE
                   UNTIL WS-END-OF-FILE OR WS-LOAD-SUB >= 50
               CLOSE CAND-EXCUSE-FILE
               GO TO 2220-LOAD-EXCUSES-DONE
           END-IF
           OPEN INPUT EXCUSE-FILE
           IF WS-EXCUSE-STATUS NOT = '00'
               MOVE 'EXCUSE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EXCUSE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           MOVE WS-SUBJECT-CODE TO EX-SUBJECT-CODE
           MOVE 0 TO EX-SEQUENCE-NBR
           START EXCUSE-FILE KEY IS >= EX-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2225-READ-PROD-EXCUSE
               UNTIL WS-END-OF-FILE OR WS-LOAD-SUB >= 50
           CLOSE EXCUSE-FILE
           .
       2220-LOAD-EXCUSES-DONE.
           MOVE WS-LOAD-SUB TO WS-EXCUSE-COUNT
           .
       2220-LOAD-EXCUSES-EXIT.
           EXIT
           .

       2225-READ-PROD-EXCUSE.
           READ EXCUSE-FILE NEXT RECORD INTO WS-EX-ROW
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2228-TABLE-EXCUSE-ROW
           END-READ
           .

       2226-READ-CAND-EXCUSE.
           READ CAND-EXCUSE-FILE NEXT RECORD INTO WS-EX-ROW
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2228-TABLE-EXCUSE-ROW
           END-READ
           .

       2228-TABLE-EXCUSE-ROW.
           IF WS-XR-SUBJECT-CODE = WS-SUBJECT-CODE
               ADD 1 TO WS-LOAD-SUB
               MOVE WS-XR-EXCUSE-TEXT
                   TO WS-EXCUSE-ENTRY(WS-LOAD-SUB)
               MOVE WS-XR-SEQUENCE-NBR
                   TO WS-EXCUSE-SEQ(WS-LOAD-SUB)
           ELSE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF
           .

      *----------------------------------------------------------------*
      * 2240-LOAD-EXCUSE-SCORES - AS AIDENY 0146: RANK BY THE          *
      *                           PRODUCTION SCORE FILE.  A CANDIDATE  *
      *                           EXCUSE WITH NEW TEXT HAS NO SCORE    *
      *                           ROW YET AND RANKS AT ZERO, EXACTLY   *
      *                           AS IT WILL ON ITS FIRST REAL RUN.    *
      *----------------------------------------------------------------*
       2240-LOAD-EXCUSE-SCORES.
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = '00'
               MOVE 'Y' TO WS-SCORES-LOADED-SW
               PERFORM 2242-READ-ONE-SCORE
                   VARYING WS-LOAD-SUB FROM 1 BY 1
                   UNTIL WS-LOAD-SUB > WS-EXCUSE-COUNT
               CLOSE SCORE-FILE
               PERFORM 2244-RANK-EXCUSES-BY-SCORE
           END-IF
           .

       2242-READ-ONE-SCORE.
           MOVE WS-SUBJECT-CODE TO SC-SUBJECT-CODE
           MOVE WS-EXCUSE-ENTRY(WS-LOAD-SUB) TO SC-EXCUSE-TEXT
           READ SCORE-FILE
               INVALID KEY
                   MOVE 0 TO WS-EXCUSE-SCORE(WS-LOAD-SUB)
               NOT INVALID KEY
                   MOVE SC-EFFECT-SCORE
                       TO WS-EXCUSE-SCORE(WS-LOAD-SUB)
           END-READ
           .

       2244-RANK-EXCUSES-BY-SCORE.
           IF WS-EXCUSE-COUNT > 1
               MOVE 'Y' TO WS-RANK-SWAPPED-SW
               PERFORM 2246-RANK-ONE-PASS
                   UNTIL NOT WS-RANK-SWAPPED
           END-IF
           .

       2246-RANK-ONE-PASS.
           MOVE 'N' TO WS-RANK-SWAPPED-SW
           PERFORM 2248-COMPARE-RANK-PAIR
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J >= WS-EXCUSE-COUNT
           .

       2248-COMPARE-RANK-PAIR.
           ADD 1 WS-SORT-J GIVING WS-SORT-J1
           IF WS-EXCUSE-SCORE(WS-SORT-J) <
                   WS-EXCUSE-SCORE(WS-SORT-J1)
               MOVE WS-EXCUSE-ENTRY(WS-SORT-J)
                   TO WS-SWAP-EXCUSE-TEXT
               MOVE WS-EXCUSE-ENTRY(WS-SORT-J1)
                   TO WS-EXCUSE-ENTRY(WS-SORT-J)
               MOVE WS-SWAP-EXCUSE-TEXT
                   TO WS-EXCUSE-ENTRY(WS-SORT-J1)
               MOVE WS-EXCUSE-SCORE(WS-SORT-J)
                   TO WS-SWAP-EXCUSE-SCORE
               MOVE WS-EXCUSE-SCORE(WS-SORT-J1)
                   TO WS-EXCUSE-SCORE(WS-SORT-J)
               MOVE WS-SWAP-EXCUSE-SCORE
                   TO WS-EXCUSE-SCORE(WS-SORT-J1)
               MOVE WS-EXCUSE-SEQ(WS-SORT-J)
                   TO WS-SWAP-EXCUSE-SEQ
               MOVE WS-EXCUSE-SEQ(WS-SORT-J1)
                   TO WS-EXCUSE-SEQ(WS-SORT-J)
               MOVE WS-SWAP-EXCUSE-SEQ
                   TO WS-EXCUSE-SEQ(WS-SORT-J1)
               MOVE 'Y' TO WS-RANK-SWAPPED-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * 2250-APPLY-START-IDX - AS AIDENY 0152: THE PARM INDEX (ONLY    *
      *                        THE PROJECTED RUN HAS ONE), ELSE THE    *
      *                        MASTER'S, EACH CHECKED AGAINST THE      *
      *                        COUNT ACTUALLY LOADED.                  *
      *----------------------------------------------------------------*
       2250-APPLY-START-IDX.
           IF WS-PARM-START-IDX > 0
               IF WS-PARM-START-IDX <= WS-EXCUSE-COUNT
                   MOVE WS-PARM-START-IDX TO WS-IDX
                   MOVE 'P' TO WS-START-IDX-SOURCE
               ELSE
                   DISPLAY ' AIDSIMUL: PARM STARTING INDEX '
                       WS-PARM-START-IDX ' IS OUT OF RANGE'
                   DISPLAY '           (1-' WS-EXCUSE-COUNT
                       ' ON FILE) - IGNORED, DEFAULT INDEX USED.'
               END-IF
           ELSE
               IF WS-MASTER-START-IDX > 0
                   IF WS-MASTER-START-IDX <= WS-EXCUSE-COUNT
                       MOVE WS-MASTER-START-IDX TO WS-IDX
                       MOVE 'C' TO WS-START-IDX-SOURCE
                   ELSE
                       DISPLAY ' AIDSIMUL: MASTER STARTING INDEX '
                           WS-MASTER-START-IDX ' IS OUT OF RANGE'
                       DISPLAY '           (1-' WS-EXCUSE-COUNT
                           ' ON FILE) - IGNORED, DEFAULT INDEX USED.'
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 2260-LOAD-EVIDENCE - AS AIDENY 0160, FROM CANDEV WHEN THE      *
      *                      PROJECTED RUN HAS ONE: ONE KEYED READ PER *
      *                      LOADED HEADLINE, INTO THE SAME SLOT.      *
      *----------------------------------------------------------------*
       2260-LOAD-EVIDENCE.
           IF WS-SCENARIO-PROJECTED
               OPEN INPUT CAND-EVIDENCE-FILE
               IF WS-CAND-EVIDENCE-STATUS = '00'
                   MOVE 'C' TO WS-EVIDENCE-SOURCE
               ELSE
                   IF WS-CAND-EVIDENCE-STATUS = '05'
                       CLOSE CAND-EVIDENCE-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-EVIDENCE-FROM-CAND
               PERFORM 2265-READ-ONE-EVIDENCE-ROW
                   VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-HEADLINE-COUNT
               CLOSE CAND-EVIDENCE-FILE
               GO TO 2260-LOAD-EVIDENCE-EXIT
           END-IF
           OPEN INPUT EVIDENCE-FILE
           IF WS-EVIDENCE-STATUS NOT = '00'
               MOVE 'EVIDENCE-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-EVIDENCE-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           PERFORM 2265-READ-ONE-EVIDENCE-ROW
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-HEADLINE-COUNT
           CLOSE EVIDENCE-FILE
           .
       2260-LOAD-EVIDENCE-EXIT.
           EXIT
           .

       2265-READ-ONE-EVIDENCE-ROW.
           MOVE 'N' TO WS-EV-FOUND-FLAG(WS-EV-IDX)
           MOVE 'N' TO WS-EV-ATTRIBUTABLE-FLAG(WS-EV-IDX)
           MOVE 'N' TO WS-EV-STALE-FLAG(WS-EV-IDX)
           MOVE 'N' TO WS-EV-RECERT-FLAG(WS-EV-IDX)
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-EVIDENCE-FROM-CAND
               PERFORM 2266-READ-CAND-EVIDENCE
           ELSE
               PERFORM 2267-READ-PROD-EVIDENCE
           END-IF
           IF NOT WS-END-OF-FILE
               PERFORM 2268-TABLE-EVIDENCE-ROW
           END-IF
           .

      *--- A MISSING KEY IS TREATED AS END OF FILE - NOTHING TO     ---*
      *--- TABLE FOR THAT HEADLINE.                                 ---*
       2266-READ-CAND-EVIDENCE.
           MOVE WS-SUBJECT-CODE TO CAND-EV-SUBJECT-CODE
           MOVE WS-HEADLINE-SEQ(WS-EV-IDX) TO CAND-EV-SEQUENCE-NBR
           READ CAND-EVIDENCE-FILE INTO WS-EV-ROW
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           .

       2267-READ-PROD-EVIDENCE.
           MOVE WS-SUBJECT-CODE TO EV-SUBJECT-CODE
           MOVE WS-HEADLINE-SEQ(WS-EV-IDX) TO EV-SEQUENCE-NBR
           READ EVIDENCE-FILE INTO WS-EV-ROW
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           .

       2268-TABLE-EVIDENCE-ROW.
           ADD 1 TO WS-EVIDENCE-COUNT
           MOVE 'Y' TO WS-EV-FOUND-FLAG(WS-EV-IDX)
           MOVE WS-VR-ATTRIBUTABLE-FLAG TO
               WS-EV-ATTRIBUTABLE-FLAG(WS-EV-IDX)
           IF WS-VR-RECERT-FLAG = 'Y'
               MOVE 'Y' TO WS-EV-RECERT-FLAG(WS-EV-IDX)
           END-IF
           PERFORM 2269-SET-STALE-FLAG
           .

      *----------------------------------------------------------------*
      * 2269-SET-STALE-FLAG - AS AIDENY 0168, AGAINST THIS RUN'S       *
      *                       CERT-AGE CUTOFF.                         *
      *----------------------------------------------------------------*
       2269-SET-STALE-FLAG.
           IF WS-VR-CERT-DATE IS NUMERIC
                   AND WS-VR-CERT-DATE NOT = '00000000'
               MOVE WS-VR-CERT-DATE TO WS-EV-CERT-DATE-NUM
               COMPUTE WS-EV-CERT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EV-CERT-DATE-NUM)
               IF WS-EV-CERT-INT < WS-EVID-CUTOFF-INT
                   MOVE 'Y' TO WS-EV-STALE-FLAG(WS-EV-IDX)
               ELSE
                   MOVE 'N' TO WS-EV-STALE-FLAG(WS-EV-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-EV-STALE-FLAG(WS-EV-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * 2280-APPLY-CHECKPOINT - AS AIDENY 0180: RESUME THE SAVED       *
      *                         CYCLE, LOAD AND STREAK, WITH A SAVED   *
      *                         INDEX PAST THIS RUN'S EXCUSE COUNT     *
      *                         FALLING BACK TO 1.                     *
      *----------------------------------------------------------------*
       2280-APPLY-CHECKPOINT.
           IF WS-CKPT-INFLIGHT
               MOVE WS-CKPT-CYCLE-CTR TO WS-DENIAL-CYCLE-CTR
               MOVE WS-CKPT-LOAD      TO WS-COGNITIVE-LOAD
               IF WS-CKPT-EXCUSE-IDX >= 1
                       AND WS-CKPT-EXCUSE-IDX <= WS-EXCUSE-COUNT
                   MOVE WS-CKPT-EXCUSE-IDX TO WS-IDX
               ELSE
                   MOVE 1 TO WS-IDX
               END-IF
               MOVE WS-CKPT-CROSSINGS TO WS-ACCEPTANCE-CROSSINGS
               MOVE WS-CKPT-CYCLE-CTR TO WS-RESUME-CYCLE
               MOVE 'K' TO WS-START-IDX-SOURCE
           END-IF
           .

      *----------------------------------------------------------------*
      * 2290-PRINT-SCENARIO-SETTINGS - WHAT THIS RUN IS ABOUT TO USE   *
      *                                AND WHERE EACH VALUE CAME FROM. *
      *----------------------------------------------------------------*
       2290-PRINT-SCENARIO-SETTINGS.
           DISPLAY ' '
           DISPLAY WS-THIN-SEP
           DISPLAY ' ' WS-SCENARIO-NAME ' RUN SETTINGS'
           DISPLAY WS-THIN-SEP
           MOVE WS-HEADLINE-SOURCE TO WS-SOURCE-NAME
           PERFORM 2295-NAME-CATALOG-SOURCE
           DISPLAY '   HEADLINES LOADED:   ' WS-HEADLINE-COUNT
               '  (' WS-SOURCE-NAME ')'
           MOVE WS-EXCUSE-SOURCE TO WS-SOURCE-NAME
           PERFORM 2295-NAME-CATALOG-SOURCE
           DISPLAY '   EXCUSES LOADED:     ' WS-EXCUSE-COUNT
               '  (' WS-SOURCE-NAME ')'
           IF WS-SCORES-LOADED
               DISPLAY '     RANKED BY EFFECTIVENESS SCORE (SCORFL)'
           ELSE
               DISPLAY '     NO SCORE FILE - FILE ORDER'
           END-IF
           MOVE WS-EVIDENCE-SOURCE TO WS-SOURCE-NAME
           PERFORM 2295-NAME-CATALOG-SOURCE
           DISPLAY '   EVIDENCE ROWS:      ' WS-EVIDENCE-COUNT
               '  (' WS-SOURCE-NAME ')'
           MOVE WS-MAX-CYCLES TO WS-CYCLE-EDIT
           DISPLAY '   MAX-CYCLES:         ' WS-CYCLE-EDIT
               '  (' WS-MAX-CYCLES-SOURCE ')'
           DISPLAY '   START INDEX:        ' WS-IDX
               '  (' WS-START-IDX-SOURCE ')'
           MOVE WS-ACCEPTANCE-LEVEL TO WS-LOAD-EDIT
           DISPLAY '   ACCEPTANCE LEVEL:   ' WS-LOAD-EDIT
               '  (' WS-ACCEPT-LEVEL-SOURCE ')'
           DISPLAY '   STREAK REQUIRED:    '
               WS-ACCEPTANCE-CROSSINGS-REQD '  (' WS-STREAK-SOURCE ')'
           DISPLAY '   EVIDENCE AGE DAYS:  ' WS-EVID-AGE-DAYS
           IF WS-PROFILE-FOUND
               DISPLAY '   LOAD PROFILE:       ' WS-PF-PROFILE-KEY
                   '  WEIGHTS (' WS-WEIGHT-SOURCE ')'
           ELSE
               DISPLAY '   LOAD PROFILE:       (COMPILED DEFAULT)'
                   '  WEIGHTS (' WS-WEIGHT-SOURCE ')'
           END-IF
           MOVE WS-STEP1-WEIGHT TO WS-WEIGHT-EDIT
           DISPLAY '     STEP 1 ' WS-WEIGHT-EDIT WITH NO ADVANCING
           MOVE WS-STEP2-WEIGHT TO WS-WEIGHT-EDIT
           DISPLAY '  STEP 2 ' WS-WEIGHT-EDIT WITH NO ADVANCING
           MOVE WS-EXCUSE-WEIGHT TO WS-WEIGHT-EDIT
           DISPLAY '  EXCUSE ' WS-WEIGHT-EDIT
           MOVE WS-HDL-SUPPORTED-WEIGHT TO WS-WEIGHT-EDIT
           DISPLAY '     HEADLINE Y ' WS-WEIGHT-EDIT WITH NO ADVANCING
           MOVE WS-HDL-STALE-WEIGHT TO WS-WEIGHT-EDIT
           DISPLAY '  S ' WS-WEIGHT-EDIT WITH NO ADVANCING
           MOVE WS-HDL-UNSUPPORTED-WEIGHT TO WS-WEIGHT-EDIT
           DISPLAY '  N ' WS-WEIGHT-EDIT
           IF WS-RESUME-CYCLE > 0
               MOVE WS-RESUME-CYCLE TO WS-CYCLE-EDIT
               MOVE WS-COGNITIVE-LOAD TO WS-LOAD-EDIT
               DISPLAY '   RESUMES AFTER CYCLE ' WS-CYCLE-EDIT
                   ' AT LOAD ' WS-LOAD-EDIT
               DISPLAY '     STREAK SO FAR ' WS-ACCEPTANCE-CROSSINGS
           ELSE
               DISPLAY '   STARTS AT CYCLE 1'
           END-IF
           .

       2295-NAME-CATALOG-SOURCE.
           IF WS-SOURCE-NAME = 'C'
               MOVE 'CANDIDATE' TO WS-SOURCE-NAME
           ELSE
               MOVE 'PRODUCTION' TO WS-SOURCE-NAME
           END-IF
           .

      *----------------------------------------------------------------*
      * 3000-SIMULATE-CYCLE - AIDENY'S 1000-DENIAL-ENGINE, STEP FOR    *
      *                       STEP, WITH THE DISPLAYS, LEDGER ROW AND  *
      *                       CHECKPOINT WRITE REPLACED BY ONE ROW IN  *
      *                       THE RESULT TABLE.  ANY CHANGE TO THE     *
      *                       ENGINE'S ARITHMETIC MUST BE MADE HERE    *
      *                       TOO OR THE PROJECTION DRIFTS.            *
      *----------------------------------------------------------------*
       3000-SIMULATE-CYCLE.
           ADD 1 TO WS-DENIAL-CYCLE-CTR
           ADD WS-STEP1-WEIGHT TO WS-COGNITIVE-LOAD
           ADD WS-STEP2-WEIGHT TO WS-COGNITIVE-LOAD
           COMPUTE WS-HDL-IDX =
               FUNCTION MOD(WS-DENIAL-CYCLE-CTR - 1,
                   WS-HEADLINE-COUNT) + 1
           MOVE WS-HEADLINE-ENTRY(WS-HDL-IDX) TO WS-LAYOFF-NEWS
           PERFORM 3050-REALITY-CHECK
           PERFORM 3060-ADD-HEADLINE-WEIGHT
           ADD WS-EXCUSE-WEIGHT TO WS-COGNITIVE-LOAD
           PERFORM 3080-RECORD-CYCLE

           ADD 1 TO WS-IDX
           IF WS-IDX > WS-EXCUSE-COUNT
               MOVE 1 TO WS-IDX
           END-IF

           IF WS-COGNITIVE-LOAD >= WS-ACCEPTANCE-LEVEL
               ADD 1 TO WS-ACCEPTANCE-CROSSINGS
           ELSE
               MOVE 0 TO WS-ACCEPTANCE-CROSSINGS
           END-IF

           IF WS-ACCEPTANCE-CROSSINGS >= WS-ACCEPTANCE-CROSSINGS-REQD
               MOVE 'A' TO WS-RUN-OUTCOME
               GO TO 3000-SIMULATE-CYCLE-EXIT
           END-IF

           IF WS-DENIAL-CYCLE-CTR < WS-MAX-CYCLES
               GO TO 3000-SIMULATE-CYCLE
           END-IF
           MOVE 'M' TO WS-RUN-OUTCOME
           .
       3000-SIMULATE-CYCLE-EXIT.
           EXIT
           .

       3050-REALITY-CHECK.
           MOVE 'N' TO WS-EVIDENCE-MATCH-SW
           MOVE 'N' TO WS-EVIDENCE-RESULT-SW
           MOVE 'N' TO WS-EVIDENCE-STALE-SW
           MOVE WS-HDL-IDX TO WS-EV-IDX
           IF WS-EV-FOUND-FLAG(WS-EV-IDX) = 'Y'
               PERFORM 3055-EVIDENCE-MATCH-TEST
           END-IF
           IF WS-EVIDENCE-SUPPORTS-NEWS
               IF WS-EVIDENCE-STALE-MATCH
                   MOVE 'S' TO WS-EVIDENCE-FLAG
               ELSE
                   MOVE 'Y' TO WS-EVIDENCE-FLAG
               END-IF
           ELSE
               MOVE 'N' TO WS-EVIDENCE-FLAG
           END-IF
           .

       3055-EVIDENCE-MATCH-TEST.
           MOVE 'Y' TO WS-EVIDENCE-MATCH-SW
           IF WS-EV-ATTRIBUTABLE-FLAG(WS-EV-IDX) = 'Y'
               MOVE 'Y' TO WS-EVIDENCE-RESULT-SW
               IF WS-EV-STALE-FLAG(WS-EV-IDX) = 'Y'
                       OR WS-EV-RECERT-FLAG(WS-EV-IDX) = 'Y'
                   MOVE 'Y' TO WS-EVIDENCE-STALE-SW
               END-IF
           ELSE
               MOVE 'N' TO WS-EVIDENCE-RESULT-SW
           END-IF
           .

       3060-ADD-HEADLINE-WEIGHT.
           IF WS-EVIDENCE-SUPPORTS-NEWS
               IF WS-EVIDENCE-STALE-MATCH
                   ADD WS-HDL-STALE-WEIGHT TO WS-COGNITIVE-LOAD
               ELSE
                   ADD WS-HDL-SUPPORTED-WEIGHT TO WS-COGNITIVE-LOAD
               END-IF
           ELSE
               ADD WS-HDL-UNSUPPORTED-WEIGHT TO WS-COGNITIVE-LOAD
           END-IF
           .

      *----------------------------------------------------------------*
      * 3080-RECORD-CYCLE - WHAT 1880 WOULD HAVE PUT ON THE LEDGER,    *
      *                     KEPT IN THE RESULT TABLE WHILE THERE IS    *
      *                     ROOM.                                      *
      *----------------------------------------------------------------*
       3080-RECORD-CYCLE.
           IF WS-RS-ROW-COUNT(WS-SCENARIO) < WS-RESULT-MAX
               ADD 1 TO WS-RS-ROW-COUNT(WS-SCENARIO)
               MOVE WS-RS-ROW-COUNT(WS-SCENARIO) TO WS-RS-IDX
               MOVE WS-DENIAL-CYCLE-CTR
                   TO WS-RS-CYCLE-NBR(WS-SCENARIO, WS-RS-IDX)
               MOVE WS-HEADLINE-SEQ(WS-HDL-IDX)
                   TO WS-RS-HDL-SEQ(WS-SCENARIO, WS-RS-IDX)
               MOVE WS-EXCUSE-SEQ(WS-IDX)
                   TO WS-RS-EXC-SEQ(WS-SCENARIO, WS-RS-IDX)
               MOVE WS-EVIDENCE-FLAG
                   TO WS-RS-EVID-FLAG(WS-SCENARIO, WS-RS-IDX)
               MOVE WS-COGNITIVE-LOAD
                   TO WS-RS-LOAD(WS-SCENARIO, WS-RS-IDX)
               MOVE WS-LAYOFF-NEWS(1:60)
                   TO WS-RS-HEADLINE-TEXT(WS-SCENARIO, WS-RS-IDX)
               MOVE WS-EXCUSE-ENTRY(WS-IDX)
                   TO WS-RS-EXCUSE-TEXT(WS-SCENARIO, WS-RS-IDX)
           END-IF
           .

       3900-SAVE-OUTCOME.
           MOVE WS-RUN-OUTCOME
               TO WS-OC-RUN-OUTCOME(WS-SCENARIO)
           MOVE WS-DENIAL-CYCLE-CTR
               TO WS-OC-CYCLES(WS-SCENARIO)
           MOVE WS-COGNITIVE-LOAD
               TO WS-OC-FINAL-LOAD(WS-SCENARIO)
           MOVE WS-ACCEPTANCE-CROSSINGS
               TO WS-OC-CROSSINGS(WS-SCENARIO)
           MOVE WS-ACCEPTANCE-CROSSINGS-REQD
               TO WS-OC-CROSSINGS-REQD(WS-SCENARIO)
           MOVE WS-ACCEPTANCE-LEVEL
               TO WS-OC-ACCEPT-LEVEL(WS-SCENARIO)
           MOVE WS-RESUME-CYCLE
               TO WS-OC-RESUME-CYCLE(WS-SCENARIO)
           .

      *----------------------------------------------------------------*
      * 8000-PRINT-SIDE-BY-SIDE - ONE LINE PER CYCLE: HEADLINE AND     *
      *                           EXCUSE SEQUENCE NUMBERS (AS KEYED ON *
      *                           FILE), EVIDENCE FLAG (Y/S/N, AS ON   *
      *                           THE LEDGER) AND RUNNING LOAD FOR     *
      *                           EACH RUN.  '*' MARKS A CYCLE WHERE   *
      *                           THE RUNS DIFFER.                     *
      *----------------------------------------------------------------*
       8000-PRINT-SIDE-BY-SIDE.
           MOVE WS-RS-ROW-COUNT(1) TO WS-RS-PRINT-COUNT
           IF WS-RS-ROW-COUNT(2) > WS-RS-PRINT-COUNT
               MOVE WS-RS-ROW-COUNT(2) TO WS-RS-PRINT-COUNT
           END-IF
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' CYCLE-BY-CYCLE: CURRENT VS PROJECTED'
           DISPLAY WS-SEPARATOR
           DISPLAY '      CYCLE  CURRENT                 '
               '  PROJECTED'
           DISPLAY '             HDL EXC EV     LOAD     '
               '  HDL EXC EV     LOAD'
           PERFORM 8010-PRINT-ONE-CYCLE-PAIR
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-PRINT-COUNT
           IF WS-OC-CYCLES(1) - WS-OC-RESUME-CYCLE(1) > WS-RESULT-MAX
                   OR WS-OC-CYCLES(2) - WS-OC-RESUME-CYCLE(2)
                       > WS-RESULT-MAX
               DISPLAY '   (ONLY THE FIRST ' WS-RESULT-MAX
                   ' CYCLES ARE LISTED; OUTCOMES ARE EXACT)'
           END-IF
           DISPLAY ' '
           MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
           DISPLAY ' CYCLES THAT DIFFER:  ' WS-COUNT-EDIT
           .

       8010-PRINT-ONE-CYCLE-PAIR.
           MOVE SPACE TO WS-DIFF-MARK
           IF WS-RS-IDX <= WS-RS-ROW-COUNT(1)
               MOVE WS-RS-CYCLE-NBR(1, WS-RS-IDX) TO WS-CYCLE-EDIT
               MOVE WS-RS-LOAD(1, WS-RS-IDX) TO WS-LOAD-EDIT
               STRING WS-RS-HDL-SEQ(1, WS-RS-IDX) '  '
                      WS-RS-EXC-SEQ(1, WS-RS-IDX) '  '
                      WS-RS-EVID-FLAG(1, WS-RS-IDX) '  '
                      WS-LOAD-EDIT
                      DELIMITED BY SIZE INTO WS-CUR-SIDE
           ELSE
               MOVE '(RUN ENDED)' TO WS-CUR-SIDE
               MOVE '*' TO WS-DIFF-MARK
           END-IF
           IF WS-RS-IDX <= WS-RS-ROW-COUNT(2)
               MOVE WS-RS-CYCLE-NBR(2, WS-RS-IDX) TO WS-CYCLE-EDIT
               MOVE WS-RS-LOAD(2, WS-RS-IDX) TO WS-LOAD-EDIT-2
               STRING WS-RS-HDL-SEQ(2, WS-RS-IDX) '  '
                      WS-RS-EXC-SEQ(2, WS-RS-IDX) '  '
                      WS-RS-EVID-FLAG(2, WS-RS-IDX) '  '
                      WS-LOAD-EDIT-2
                      DELIMITED BY SIZE INTO WS-PRJ-SIDE
           ELSE
               MOVE '(RUN ENDED)' TO WS-PRJ-SIDE
               MOVE '*' TO WS-DIFF-MARK
           END-IF
           IF WS-DIFF-MARK = SPACE
               IF WS-RS-HDL-SEQ(1, WS-RS-IDX)
                       NOT = WS-RS-HDL-SEQ(2, WS-RS-IDX)
                   OR WS-RS-EXC-SEQ(1, WS-RS-IDX)
                       NOT = WS-RS-EXC-SEQ(2, WS-RS-IDX)
                   OR WS-RS-EVID-FLAG(1, WS-RS-IDX)
                       NOT = WS-RS-EVID-FLAG(2, WS-RS-IDX)
                   OR WS-RS-LOAD(1, WS-RS-IDX)
                       NOT = WS-RS-LOAD(2, WS-RS-IDX)
                   OR WS-RS-HEADLINE-TEXT(1, WS-RS-IDX)
                       NOT = WS-RS-HEADLINE-TEXT(2, WS-RS-IDX)
                   OR WS-RS-EXCUSE-TEXT(1, WS-RS-IDX)
                       NOT = WS-RS-EXCUSE-TEXT(2, WS-RS-IDX)
                   MOVE '*' TO WS-DIFF-MARK
               END-IF
           END-IF
           IF WS-DIFF-MARK = '*'
               ADD 1 TO WS-DIFF-COUNT
           END-IF
           DISPLAY '  ' WS-CYCLE-EDIT '  ' WS-CUR-SIDE
               '  ' WS-PRJ-SIDE ' ' WS-DIFF-MARK
           .

      *----------------------------------------------------------------*
      * 8100-PRINT-PROJECTED-DETAIL - THE PROJECTED SEQUENCE IN FULL   *
      *                               TEXT, SO A NEW OR REPLACED ROW   *
      *                               CAN BE SEEN LANDING ON ITS       *
      *                               CYCLE.                           *
      *----------------------------------------------------------------*
       8100-PRINT-PROJECTED-DETAIL.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' PROJECTED SEQUENCE'
           DISPLAY WS-SEPARATOR
           PERFORM 8110-PRINT-ONE-PROJECTED-CYCLE
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-ROW-COUNT(2)
           .

       8110-PRINT-ONE-PROJECTED-CYCLE.
           MOVE WS-RS-CYCLE-NBR(2, WS-RS-IDX) TO WS-CYCLE-EDIT
           MOVE WS-RS-LOAD(2, WS-RS-IDX) TO WS-LOAD-EDIT
           DISPLAY ' CYCLE ' WS-CYCLE-EDIT '  EVIDENCE '
               WS-RS-EVID-FLAG(2, WS-RS-IDX) '  LOAD ' WS-LOAD-EDIT
           DISPLAY '   H' WS-RS-HDL-SEQ(2, WS-RS-IDX) ' '
               WS-RS-HEADLINE-TEXT(2, WS-RS-IDX)
           DISPLAY '   E' WS-RS-EXC-SEQ(2, WS-RS-IDX) ' '
               WS-RS-EXCUSE-TEXT(2, WS-RS-IDX)
           .

      *----------------------------------------------------------------*
      * 8200-PRINT-OUTCOMES - HOW EACH RUN ENDS.  A DIFFERENT PATH,    *
      *                       CYCLE COUNT OR FINAL LOAD SETS THE       *
      *                       RETURN-CODE 4 "READ THIS" FLAG.          *
      *----------------------------------------------------------------*
       8200-PRINT-OUTCOMES.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' PROJECTED OUTCOME'
           DISPLAY WS-SEPARATOR
           MOVE 1 TO WS-SCENARIO
           MOVE 'CURRENT' TO WS-SCENARIO-NAME
           PERFORM 8210-PRINT-ONE-OUTCOME
           MOVE 2 TO WS-SCENARIO
           MOVE 'PROJECTED' TO WS-SCENARIO-NAME
           PERFORM 8210-PRINT-ONE-OUTCOME
           IF WS-OC-RUN-OUTCOME(1) NOT = WS-OC-RUN-OUTCOME(2)
                   OR WS-OC-CYCLES(1) NOT = WS-OC-CYCLES(2)
                   OR WS-OC-FINAL-LOAD(1) NOT = WS-OC-FINAL-LOAD(2)
               MOVE 'Y' TO WS-OUTCOME-DIFFERS-SW
           END-IF
           DISPLAY ' '
           IF WS-OUTCOME-DIFFERS
               DISPLAY ' RESULT: THE CHANGE ALTERS THE OUTCOME.'
           ELSE
               IF WS-DIFF-COUNT > 0
                   DISPLAY ' RESULT: SAME OUTCOME, DIFFERENT PATH.'
               ELSE
                   DISPLAY ' RESULT: NO DIFFERENCE.'
               END-IF
           END-IF
           DISPLAY WS-SEPARATOR
           .

       8210-PRINT-ONE-OUTCOME.
           IF WS-OC-RUN-OUTCOME(WS-SCENARIO) = 'A'
               MOVE 'ACCEPTANCE' TO WS-OUTCOME-NAME
           ELSE
               MOVE 'MERCY' TO WS-OUTCOME-NAME
           END-IF
           MOVE WS-OC-CYCLES(WS-SCENARIO) TO WS-CYCLE-EDIT
           MOVE WS-OC-FINAL-LOAD(WS-SCENARIO) TO WS-LOAD-EDIT
           DISPLAY ' ' WS-SCENARIO-NAME
           DISPLAY '   ENDS ON:            ' WS-OUTCOME-NAME
               '  AFTER CYCLE ' WS-CYCLE-EDIT
           DISPLAY '   FINAL LOAD:         ' WS-LOAD-EDIT
           MOVE WS-OC-ACCEPT-LEVEL(WS-SCENARIO) TO WS-LOAD-EDIT
           DISPLAY '   STREAK AT END:      '
               WS-OC-CROSSINGS(WS-SCENARIO) ' OF '
               WS-OC-CROSSINGS-REQD(WS-SCENARIO)
               ' AT OR ABOVE ' WS-LOAD-EDIT
           .

      *----------------------------------------------------------------*
      * 9900-ABORT-FILE-ERROR - A REQUIRED PRODUCTION FILE DIDN'T OPEN *
      *                         CLEAN.  NOTHING WAS WRITTEN, SO THERE  *
      *                         IS NOTHING TO BACK OUT.                *
      *----------------------------------------------------------------*
       9900-ABORT-FILE-ERROR.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDSIMUL: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *----------------------------------------------------------------*
      * 9910-ABORT-UNKNOWN-SUBJECT - THE CATALOG THIS RUN LOADED HAS   *
      *                              NO HEADLINES OR NO EXCUSES FOR    *
      *                              THE SUBJECT.  AIDENY WOULD ABORT  *
      *                              TOO, SO THERE IS NOTHING TO       *
      *                              PROJECT.                          *
      *----------------------------------------------------------------*
       9910-ABORT-UNKNOWN-SUBJECT.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDSIMUL: ' WS-SCENARIO-NAME
               ' CATALOG HAS NO ROWS FOR SUBJECT-CODE '
           DISPLAY '           ' WS-SUBJECT-CODE
               ' (HEADLINES ' WS-HEADLINE-COUNT
               ', EXCUSES ' WS-EXCUSE-COUNT ')'
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
