      *                    (REPLACE HEADLINE) ACTIONS NOW THAT         *
      *                    HEADLINE-FILE IS MAINTAINED THROUGH         *
      *                    AIDMAINT LIKE EXCUSES.                      *
      *   2026-10-14  CDD  REPORTS THE NEW LP (SET LOAD PROFILE)       *
      *                    ACTION.                                     *
      *   2026-10-15  CDD  REPORTS THE RN (RENAME SUBJECT) AND MG      *
      *                    (MERGE SUBJECT) ROWS AIDRENAM WRITES, ONE   *
      *                    PER DATASET ROW OR DATASET SUMMARY.         *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-SET-MASTER-COUNT      PIC 9(9) COMP VALUE 0.
       01  WS-ADD-HEADLINE-COUNT    PIC 9(9) COMP VALUE 0.
       01  WS-REPL-HEADLINE-COUNT   PIC 9(9) COMP VALUE 0.
       01  WS-SET-PROFILE-COUNT     PIC 9(9) COMP VALUE 0.
       01  WS-RENAME-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-MERGE-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-OTHER-COUNT           PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
                   ADD 1 TO WS-REPL-HEADLINE-COUNT
                   DISPLAY ' RH - HEADLINE REPLACED: '
                       JR-SUBJECT-CODE ' SEQ ' JR-SEQUENCE-NBR
               WHEN JR-ACTION-SET-PROFILE
                   ADD 1 TO WS-SET-PROFILE-COUNT
                   DISPLAY ' LP - LOAD PROFILE SET: ' JR-SUBJECT-CODE
               WHEN JR-ACTION-RENAME
                   ADD 1 TO WS-RENAME-COUNT
                   DISPLAY ' RN - SUBJECT RENAMED: ' JR-SUBJECT-CODE
                       ' SEQ ' JR-SEQUENCE-NBR
               WHEN JR-ACTION-MERGE
                   ADD 1 TO WS-MERGE-COUNT
                   DISPLAY ' MG - SUBJECT MERGED: ' JR-SUBJECT-CODE
                       ' SEQ ' JR-SEQUENCE-NBR
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   DISPLAY ' ' JR-ACTION-CODE ' - UNRECOGNIZED: '
           DISPLAY '   SM (MASTER SET):      ' WS-SET-MASTER-COUNT
           DISPLAY '   AH (HEADLINE ADDED):  ' WS-ADD-HEADLINE-COUNT
           DISPLAY '   RH (HEADLINE REPL):   ' WS-REPL-HEADLINE-COUNT
           DISPLAY '   LP (PROFILE SET):     ' WS-SET-PROFILE-COUNT
           DISPLAY '   RN (SUBJECT RENAMED): ' WS-RENAME-COUNT
           DISPLAY '   MG (SUBJECT MERGED):  ' WS-MERGE-COUNT
           IF WS-OTHER-COUNT > 0
               DISPLAY '   UNRECOGNIZED:         ' WS-OTHER-COUNT
           END-IF
