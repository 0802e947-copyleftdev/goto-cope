      *                    PROPPED UP BY THREE-SEASON-OLD CITATIONS.   *
      *                    EXISTING ROWS NEED NO CONVERSION - 'Y'      *
      *                    AND 'N' KEEP THEIR MEANING.                 *
      *   2026-10-14  CDD  THE RUN HEADER NOW NAMES THE COGNITIVE-     *
      *                    LOAD PROFILE THE RUN USED (LG-HDR-PROFILE-  *
      *                    KEY - THE SUBJECT ITSELF, **DEFAULT, OR     *
      *                    SPACES FOR THE COMPILED CURVE), WHERE IT    *
      *                    CAME FROM, AND THE ACCEPTANCE STREAK IT     *
      *                    REQUIRED, CARVED FROM THE HEADER FILLER.    *
      *                    HEADERS WRITTEN BEFORE THIS CHANGE CARRY    *
      *                    SPACES THERE; READERS TREAT A NON-NUMERIC   *
      *                    STREAK AS THE OLD COMPILED 3.               *
      *================================================================*
       01  LEDGER-RECORD.
           05  LG-RECORD-TYPE           PIC X(01).
                   88  LG-HDR-RESUMED-RUN       VALUE 'Y'.
                   88  LG-HDR-FRESH-RUN         VALUE 'N'.
               10  LG-HDR-RESUME-CYCLE      PIC 9(09).
               10  LG-HDR-PROFILE-KEY       PIC X(10).
               10  LG-HDR-PROFILE-SRC       PIC X(01).
                   88  LG-HDR-PRF-FROM-SUBJECT  VALUE 'S'.
                   88  LG-HDR-PRF-FROM-FILE-DFT VALUE 'F'.
                   88  LG-HDR-PRF-FROM-DEFAULT  VALUE 'D'.
               10  LG-HDR-CROSSINGS-REQD    PIC 9(02).
               10  FILLER                   PIC X(58).
           05  LG-TRAILER-BODY REDEFINES LG-CYCLE-BODY.
               10  LG-TRL-RUN-OUTCOME       PIC X(01).
                   88  LG-TRL-MERCY-CONSTRAINT  VALUE 'M'.
