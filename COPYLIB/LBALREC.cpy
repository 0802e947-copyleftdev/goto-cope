      *================================================================*
      * COPYBOOK: LBALREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE LEDGER BALANCE INDICATOR FILE  *
      *           (AID.PROD.LEDGER.BALANCE, DDNAME LBALFL), REBUILT BY *
      *           AIDLBAL EACH TIME IT BALANCES THE AUDIT LEDGER.      *
      *           THE FIRST ROW IS A BALANCE HEADER (WHEN, AND THE     *
      *           TOTALS); THEN ONE ROW PER RUN, IN LEDGER ORDER,      *
      *           KEYED BY THE RUN HEADER'S SUBJECT, DATE AND TIME,    *
      *           SAYING WHETHER THE RUN IS CLEAN, AN ABENDED          *
      *           IN-FLIGHT SEGMENT (NO TRAILER - EXPECTED, ITS ROWS   *
      *           ARE SOUND), OR SUSPECT (STRUCTURE OR TOTALS DO NOT   *
      *           BALANCE).  LEDGER READERS LOAD THE RUN ROWS AND      *
      *           SKIP A SUSPECT RUN, OR ONE THAT IS NOT LISTED        *
      *           (WRITTEN SINCE THE LEDGER WAS BALANCED).             *
      * USED BY:  AIDLBAL (WRITES), AIDSCORE, AIDEXTRC, AIDENRPT,      *
      *           AIDACPRT, AIDRELPS (READ)                            *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-15  CDD  ORIGINAL.                                   *
      *================================================================*
       01  LEDGER-BALANCE-RECORD.
           05  LB-RECORD-TYPE           PIC X(01).
               88  LB-BALANCE-HEADER        VALUE 'H'.
               88  LB-RUN-ENTRY             VALUE 'R'.
           05  LB-RUN-KEY.
               10  LB-SUBJECT-CODE      PIC X(10).
               10  LB-RUN-DATE          PIC X(08).
               10  LB-RUN-TIME          PIC X(08).
           05  LB-RUN-BODY.
               10  LB-RUN-STATE             PIC X(01).
                   88  LB-RUN-CLEAN             VALUE 'C'.
                   88  LB-RUN-ABENDED           VALUE 'A'.
                   88  LB-RUN-SUSPECT           VALUE 'S'.
               10  LB-REASON-CODE           PIC X(02).
                   88  LB-RSN-NO-TRAILER        VALUE 'NT'.
                   88  LB-RSN-FOREIGN-SUBJECT   VALUE 'FS'.
                   88  LB-RSN-CYCLE-GAP         VALUE 'GP'.
                   88  LB-RSN-CYCLE-REPEAT      VALUE 'RP'.
                   88  LB-RSN-CYCLE-NOT-NUMERIC VALUE 'BC'.
                   88  LB-RSN-TRAILER-COUNT     VALUE 'TC'.
                   88  LB-RSN-TRAILER-LOAD      VALUE 'TL'.
                   88  LB-RSN-TRAILER-OUTCOME   VALUE 'TO'.
                   88  LB-RSN-BAD-ROW-TYPE      VALUE 'BT'.
                   88  LB-RSN-RESUME-POINT      VALUE 'RS'.
                   88  LB-RSN-DUPLICATE-RUN     VALUE 'DU'.
               10  LB-HEADER-ROW-NBR        PIC 9(09).
               10  LB-BAD-ROW-NBR           PIC 9(09).
               10  LB-DETAIL-ROWS           PIC 9(09).
               10  LB-LAST-CYCLE-NBR        PIC 9(09).
               10  FILLER                   PIC X(14).
           05  LB-HEADER-BODY REDEFINES LB-RUN-BODY.
               10  LB-BAL-LEDGER-ROWS       PIC 9(09).
               10  LB-BAL-RUNS-CLEAN        PIC 9(09).
               10  LB-BAL-RUNS-ABENDED      PIC 9(09).
               10  LB-BAL-RUNS-SUSPECT      PIC 9(09).
               10  LB-BAL-STRAY-ROWS        PIC 9(09).
               10  FILLER                   PIC X(08).
