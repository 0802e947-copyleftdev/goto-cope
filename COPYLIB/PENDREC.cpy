      *================================================================*
      * COPYBOOK: PENDREC                                              *
      * PURPOSE:  RECORD LAYOUT FOR THE PENDING-CHANGE FILE (DDNAME    *
      *           AIDPEND, CICS FILE AIDPEND).  EVERY AIDMAINT UPDATE  *
      *           ACTION - AD, RP, MX, SM, AH, RH, LP - IS HELD HERE   *
      *           INSTEAD OF GOING STRAIGHT TO EXCFL/HEADFL/AIDCTL/    *
      *           PROFFL, UNTIL A SECOND, DIFFERENT OPERATOR APPROVES  *
      *           (AP) OR REJECTS (RJ) IT.  ONLY APPROVAL APPLIES THE  *
      *           CHANGE, AND ONLY THEN IS THE JRNLREC ROW WRITTEN.    *
      *                                                                *
      *           PD-INPUT-LINE IS THE REQUESTER'S 80-BYTE AIDMAINT    *
      *           LINE EXACTLY AS TYPED (ALREADY FIELD-VALIDATED).     *
      *           APPROVAL REPLAYS IT THROUGH THE SAME UPDATE LOGIC A  *
      *           DIRECT ACTION USED TO TAKE, SO EXISTENCE CHECKS      *
      *           (RP OF A MISSING ROW, AD OF A USED SEQUENCE) ARE     *
      *           MADE AGAINST THE FILES AS THEY STAND AT APPROVAL.    *
      *                                                                *
      *           KEYED BY SUBJECT + A PER-SUBJECT NUMBER AIDMAINT     *
      *           ASSIGNS (HIGHEST IN USE PLUS ONE, LIKE AH DOES FOR   *
      *           HEADLINES), SO ONE SUBJECT'S CHANGES ARE ONE KEY     *
      *           RANGE.  ROWS ARE NEVER DELETED - THE STATUS FLAG     *
      *           CLOSES THEM, AND THE ACTED-ON FIELDS SAY BY WHOM.    *
      *           AN EXPIRED ROW IS CLOSED BY THE DAILY AIDPNRPT RUN,  *
      *           WHICH SETS PD-ACT-OPERATOR TO 'AIDPNRPT'.            *
      * USED BY:  AIDMAINT (READS/WRITES/REWRITES), AIDINQRY (READS),  *
      *           AIDPNRPT (READS/REWRITES)                            *
      *----------------------------------------------------------------*
      * MOD HISTORY:                                                   *
      *   2026-10-14  CDD  ORIGINAL.                                   *
      *================================================================*
       01  PENDING-CHANGE-RECORD.
           05  PD-FILE-KEY.
               10  PD-SUBJECT-CODE      PIC X(10).
               10  PD-PEND-NBR          PIC 9(05).
           05  PD-STATUS-FLAG           PIC X(01).
               88  PD-STATUS-PENDING        VALUE 'P'.
               88  PD-STATUS-APPROVED       VALUE 'A'.
               88  PD-STATUS-REJECTED       VALUE 'R'.
               88  PD-STATUS-EXPIRED        VALUE 'X'.
           05  PD-ACTION-CODE           PIC X(02).
           05  PD-REQUESTED.
               10  PD-REQ-DATE          PIC X(08).
               10  PD-REQ-TIME          PIC X(08).
               10  PD-REQ-TERMINAL      PIC X(04).
               10  PD-REQ-OPERATOR      PIC X(08).
           05  PD-ACTED-ON.
               10  PD-ACT-DATE          PIC X(08).
               10  PD-ACT-TIME          PIC X(08).
               10  PD-ACT-TERMINAL      PIC X(04).
               10  PD-ACT-OPERATOR      PIC X(08).
           05  PD-INPUT-LINE            PIC X(80).
