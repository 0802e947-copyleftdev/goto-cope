       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDSCONV.
       AUTHOR. COGNITIVE-DISSONANCE-DEPT.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * PROGRAM:  AIDSCONV                                             *
      * PURPOSE:  ONE-TIME CONTROL-FILE PAD FOR THE SWEEP SCHEDULE.    *
      *           THE 2026-10-15 CTLREC CHANGE GREW CONTROL-RECORD     *
      *           FROM 59 TO 72 BYTES WITH THE SUBJECT'S RUN           *
      *           FREQUENCY, RUN DAY, SWEEP PRIORITY AND LAST-RUN      *
      *           DATE.  A SHORT ROW READ INTO THE LONGER RECORD AREA  *
      *           WOULD LEAVE THOSE FIELDS AS RESIDUAL STORAGE - A     *
      *           GARBAGE 'W' OR 'M' COULD QUIETLY STOP A SUBJECT      *
      *           BEING SWEPT.  THIS PROGRAM READS THE IDCAMS UNLOAD   *
      *           OF THE OLD CLUSTER AND WRITES EACH ROW PADDED TO     *
      *           THE NEW LAYOUT: DAILY (EVERY SUBJECT IS SWEPT        *
      *           NIGHTLY TODAY, SO NOTHING CHANGES UNTIL OPS SETS A   *
      *           SCHEDULE WITH AIDMAINT SM), RUN DAY ZERO, PRIORITY   *
      *           ZERO (= NOT SET) AND LAST-RUN ZEROS (= NEVER RUN).   *
      *           CONTROL TOTALS PROVE ROWS IN = ROWS OUT.             *
      *                                                                *
      *           RUN ONCE, BETWEEN THE UNLOAD AND THE RELOAD OF THE   *
      *           REDEFINED CLUSTER, VIA THE AIDCONV3 CUTOVER JOB.     *
      *                                                                *
      * RETURN-CODE: 0 = CONVERTED, TOTALS BALANCE                     *
      *             16 = FILE ERROR OR IMBALANCE, DO NOT RELOAD        *
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
           SELECT OLD-CONTROL-FILE ASSIGN TO OLDCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CONTROL-FILE ASSIGN TO NEWCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-CONTROL-RECORD       PIC X(59).

       FD  NEW-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-CONTROL-RECORD.
           05  NEW-CONTROL-BODY         PIC X(59).
           05  NEW-RUN-FREQUENCY        PIC X(01).
           05  NEW-RUN-DAY              PIC 9(02).
           05  NEW-SWEEP-PRIORITY       PIC 9(02).
           05  NEW-LAST-RUN-DATE        PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-SEPARATOR             PIC X(60) VALUE ALL '='.
       01  WS-OLD-STATUS            PIC X(02) VALUE '00'.
       01  WS-NEW-STATUS            PIC X(02) VALUE '00'.
       01  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.

       01  WS-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-WRITTEN          PIC 9(9) COMP VALUE 0.

       01  WS-ABORT-FILE-NAME       PIC X(20) VALUE SPACES.
       01  WS-ABORT-FILE-STATUS     PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 1000-CONVERT-ONE-ROW
               UNTIL WS-END-OF-FILE
           PERFORM 9000-PRINT-CONTROL-TOTALS
           CLOSE OLD-CONTROL-FILE
           CLOSE NEW-CONTROL-FILE
           STOP RUN
           .

       0100-INITIALIZE.
           DISPLAY WS-SEPARATOR
           DISPLAY ' AIDSCONV v1.0 - ONE-TIME SWEEP-SCHEDULE PAD'
           DISPLAY WS-SEPARATOR
           OPEN INPUT OLD-CONTROL-FILE
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'OLD-CONTROL-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-OLD-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           OPEN OUTPUT NEW-CONTROL-FILE
           IF WS-NEW-STATUS NOT = '00'
               MOVE 'NEW-CONTROL-FILE' TO WS-ABORT-FILE-NAME
               MOVE WS-NEW-STATUS TO WS-ABORT-FILE-STATUS
               PERFORM 9900-ABORT-FILE-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * 1000-CONVERT-ONE-ROW - OLD 59 BYTES CARRIED UNCHANGED, NEW     *
      *                        SCHEDULE FIELDS PRIMED: DAILY, RUN DAY  *
      *                        AND PRIORITY ZERO, NEVER RUN.           *
      *----------------------------------------------------------------*
       1000-CONVERT-ONE-ROW.
           READ OLD-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE OLD-CONTROL-RECORD TO NEW-CONTROL-BODY
                   MOVE 'D'        TO NEW-RUN-FREQUENCY
                   MOVE 0          TO NEW-RUN-DAY
                   MOVE 0          TO NEW-SWEEP-PRIORITY
                   MOVE '00000000' TO NEW-LAST-RUN-DATE
                   WRITE NEW-CONTROL-RECORD
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ
           .

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY WS-SEPARATOR
           DISPLAY ' CONTROL TOTALS'
           DISPLAY '   ROWS READ:    ' WS-ROWS-READ
           DISPLAY '   ROWS WRITTEN: ' WS-ROWS-WRITTEN
           IF WS-ROWS-WRITTEN = WS-ROWS-READ
               DISPLAY '   BALANCE: IN = OUT - OK'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY '   *** BALANCE FAILURE - DO NOT RELOAD THE'
               DISPLAY '       CLUSTER FROM THIS RUN. ***'
               MOVE 16 TO RETURN-CODE
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
           DISPLAY ' AIDSCONV: UNABLE TO OPEN ' WS-ABORT-FILE-NAME
           DISPLAY '           FILE STATUS: ' WS-ABORT-FILE-STATUS
           DISPLAY '           RUN TERMINATED.'
           DISPLAY WS-SEPARATOR
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
