      *================================================================*
      * COPYBOOK: XRFREC                                               *
      * PURPOSE:  RECORD LAYOUT FOR THE NEWS-WIRE TAG CROSS-REFERENCE  *
      *           (AID.PROD.WIRE.XREF, DDNAME XREFFL).  ONE 80-BYTE    *
      *           CARD-IMAGE ROW PER VENDOR SUBJECT TAG, NAMING THE    *
      *           CT-SUBJECT-CODE ITS STORIES BELONG TO.  SEVERAL TAGS *
      *           MAY POINT AT ONE SUBJECT.  THE RESEARCH DESK KEEPS   *
      *           IT IN ISPF EDIT - A NEW VENDOR TAG SHOWS UP AS       *
      *           UNMAPPED ON THE AIDWIRIN RECONCILIATION UNTIL A ROW  *
      *           IS ADDED HERE.  A TAG THE DESK DOES NOT WANT LOADED  *
      *           STAYS ON FILE WITH WX-TAG-RETIRED SO IT IS COUNTED   *
      *           AS UNMAPPED ON PURPOSE RATHER THAN BY OVERSIGHT.     *
      * USED BY:  AIDWIRIN (READS)                                     *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-15  CDD  ORIGINAL.                                   *
      *================================================================*
       01  WIRE-XREF-RECORD.
           05  WX-WIRE-TAG              PIC X(20).
           05  WX-SUBJECT-CODE          PIC X(10).
           05  WX-ACTIVE-FLAG           PIC X(01).
               88  WX-TAG-ACTIVE            VALUE 'Y' ' '.
               88  WX-TAG-RETIRED           VALUE 'N'.
           05  WX-DESK-NOTE             PIC X(49).
