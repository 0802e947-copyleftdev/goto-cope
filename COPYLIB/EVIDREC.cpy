      *           CAUSE DATA USED BY 1050-REALITY-CHECK TO CONFIRM A   *
      *           HEADLINE IS ACTUALLY ATTRIBUTABLE TO THE ACTIVE      *
      *           SUBJECT BEFORE AN EXCUSE IS GENERATED AGAINST IT.    *
      * USED BY:  AIDENY, AIDEVINT, AIDXCHK, AIDECERT, AIDINQRY,       *
      *           AIDMAINT, AIDSIMUL, AIDKCONV                         *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-03-02  CDD  CREATED ALONGSIDE THE OTHER EXTERNALIZED    *
      *                    = CUTOVER DATE, OPERATOR 'CONVERTD')        *
      *                    BEFORE ANYTHING OPENS THE FILE UNDER THIS   *
      *                    LAYOUT.                                     *
      *   2026-10-14  CDD  EVIDENCE-FILE IS NOW AN INDEXED CLUSTER     *
      *                    KEYED EXACTLY LIKE HEADLINE-FILE (SUBJECT + *
      *                    HEADLINE SEQUENCE, EV-FILE-KEY = THE        *
      *                    HL-FILE-KEY OF THE HEADLINE IT BACKS), SO   *
      *                    THE REALITY CHECK IS A KEYED READ INSTEAD   *
      *                    OF A 60-BYTE TEXT COMPARE OVER THE WHOLE    *
      *                    FILE.  EV-HEADLINE-TEXT STAYS AS THE        *
      *                    WORDING THE EVIDENCE WAS CERTIFIED AGAINST. *
      *                    NEW EV-RECERT-FLAG IS SET BY AN AIDMAINT RH *
      *                    THAT REWORDS THE HEADLINE - THE EVIDENCE    *
      *                    STAYS ATTACHED BUT COUNTS AS STALE UNTIL    *
      *                    AIDEVINT TAKES A RE-CERTIFIED ROW FOR IT.   *
      *                    127 -> 130 BYTES; THE ONE-TIME AIDKCONV RUN *
      *                    IN AIDCONV3 KEYS THE EXISTING ROWS.         *
      *================================================================*
       01  EVIDENCE-RECORD.
           05  EV-FILE-KEY.
               10  EV-SUBJECT-CODE      PIC X(10).
               10  EV-SEQUENCE-NBR      PIC 9(02).
           05  EV-HEADLINE-TEXT         PIC X(60).
           05  EV-ATTRIBUTABLE-FLAG     PIC X(01).
               88  EV-ATTRIBUTABLE          VALUE 'Y'.
           05  EV-SOURCE-CITATION       PIC X(40).
           05  EV-CERT-DATE             PIC X(08).
           05  EV-CERT-OPERATOR         PIC X(08).
           05  EV-RECERT-FLAG           PIC X(01).
               88  EV-RECERT-PENDING        VALUE 'Y'.
               88  EV-RECERT-CLEAR          VALUE 'N' ' '.
