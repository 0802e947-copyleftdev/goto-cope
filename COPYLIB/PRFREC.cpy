      *================================================================*
      * COPYBOOK: PRFREC                                               *
      * PURPOSE:  RECORD LAYOUT FOR THE COGNITIVE-LOAD PROFILE FILE    *
      *           (DDNAME PROFFL, CICS FILE PROFFL), KEYED BY          *
      *           SUBJECT-CODE.  ONE ROW PER SUBJECT THAT NEEDS ITS    *
      *           OWN LOAD CURVE, PLUS THE RESERVED **DEFAULT ROW      *
      *           (SAME LAYOUT) THAT EVERY OTHER SUBJECT RUNS ON.      *
      *           EACH ROW CARRIES THE AMOUNT THE ENGINE ADDS TO THE   *
      *           COGNITIVE LOAD AT STEP 1, STEP 2, THE BREAKING       *
      *           HEADLINE, AND THE STEP 3 EXCUSE, AND THE NUMBER OF   *
      *           CONSECUTIVE CYCLES AT OR ABOVE THE ACCEPTANCE LEVEL  *
      *           THAT ENDS A RUN AS AN ACCEPTANCE.  THE HEADLINE      *
      *           WEIGHT IS SPLIT THREE WAYS ON THE REALITY-CHECK      *
      *           RESULT - FRESH SUPPORTING EVIDENCE (LEDGER FLAG Y),  *
      *           SUPPORT PAST ITS CERTIFICATION AGE (S), OR NO        *
      *           SUPPORT (N) - SO THE EVIDENCE ACTUALLY MOVES THE     *
      *           LOAD INSTEAD OF ONLY BEING FLAGGED.                  *
      *                                                                *
      *           NO SUBJECT ROW MEANS THE **DEFAULT ROW APPLIES; NO   *
      *           DEFAULT ROW EITHER (OR NO FILE AT ALL) MEANS THE     *
      *           COMPILED CURVE AIDENY HAS ALWAYS USED - 10.50,       *
      *           15.25, 25.00 ON EVERY HEADLINE, 30.75, AND A 3-      *
      *           CYCLE STREAK.  MAINTAINED ONLINE BY THE AIDMAINT     *
      *           VP/LP ACTIONS.                                       *
      * USED BY:  AIDENY (READS), AIDMAINT (READS/WRITES/REWRITES)     *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-14  CDD  ORIGINAL.                                   *
      *================================================================*
       01  LOAD-PROFILE-RECORD.
           05  LP-PROFILE-KEY           PIC X(10).
               88  LP-DEFAULT-PROFILE       VALUE '**DEFAULT'.
           05  LP-STEP1-WEIGHT          PIC 9(03)V99.
           05  LP-STEP2-WEIGHT          PIC 9(03)V99.
           05  LP-HDL-SUPPORTED-WEIGHT  PIC 9(03)V99.
           05  LP-HDL-STALE-WEIGHT      PIC 9(03)V99.
           05  LP-HDL-UNSUPPORTED-WEIGHT PIC 9(03)V99.
           05  LP-EXCUSE-WEIGHT         PIC 9(03)V99.
           05  LP-CROSSINGS-REQD        PIC 9(02).
