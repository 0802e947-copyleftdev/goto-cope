      *================================================================*
      * COPYBOOK: EVINREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE EVIDENCE INTAKE DATASET        *
      *           (AID.PROD.EVIDENCE.INTAKE, DDNAME INTAKFL/EVINTK).   *
      *           THIS IS THE 127-BYTE ROW EVIDENCE ARRIVES IN, PAIRED *
      *           TO ITS HEADLINE BY SUBJECT AND EXACT TEXT - WHOEVER  *
      *           PREPS THE DATASET NEVER SEES A HEADLINE SEQUENCE     *
      *           NUMBER.  AIDEVINT RESOLVES THE TEXT TO THE HEADLINE  *
      *           KEY AND WRITES THE KEYED EVIDREC ROW; AIDHLINT READS *
      *           THE SAME DATASET SO A NEW HEADLINE IS ONLY ACCEPTED  *
      *           WHEN ITS EVIDENCE IS STAGED BEHIND IT.               *
      * USED BY:  AIDEVINT, AIDHLINT, AIDKCONV                         *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-14  CDD  ORIGINAL - SPLIT OUT OF EVIDREC WHEN THE    *
      *                    PRODUCTION EVIDENCE ROW BECAME KEYED.  SAME *
      *                    BYTES THE INTAKE HAS CARRIED SINCE          *
      *                    2026-09-01.                                 *
      *================================================================*
       01  EVIDENCE-INTAKE-RECORD.
           05  EI-SUBJECT-CODE          PIC X(10).
           05  EI-HEADLINE-TEXT         PIC X(60).
           05  EI-ATTRIBUTABLE-FLAG     PIC X(01).
               88  EI-ATTRIBUTABLE          VALUE 'Y'.
               88  EI-NOT-ATTRIBUTABLE      VALUE 'N'.
           05  EI-SOURCE-CITATION       PIC X(40).
           05  EI-CERT-DATE             PIC X(08).
           05  EI-CERT-OPERATOR         PIC X(08).
