      * reason code (QUARANTINE-RECORD.CPY) while the survivors are
      * rewritten under a temp name and renamed into place, the same
      * never-truncate-the-live-file protection DVD-POST's rewrite
      * uses. A clean file is left untouched. The rules themselves
      * live in LAYOUT-CHECK.CBL, shared with the quarantine review
      * screen (DVD-QREVIEW.CBL) that re-checks corrected lines.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-FILE-NAME OCCURS WS-FILE-COUNT TIMES PIC X(20).
       01 WS-FILE-IDX PIC 9.
       01 WS-DATA-EOF PIC X.
      *   The line under inspection and its verdict, handed to
      *   LAYOUT-CHECK.CBL; see its call convention. WS-LC-PREV-DATE
      *   carries daily-summary's ascending-date rule state.
       01 WS-LAYOUT-CHECK.
          05 WS-LC-FILE      PIC X(20).
          05 WS-LC-LINE      PIC X(200).
          05 WS-LC-PREV-DATE PIC X(8).
          05 WS-LC-OK        PIC X.
          05 WS-LC-REASON    PIC X(10).
      *   Per-file and run totals.
       01 WS-FILE-READ       PIC 9(9).
       01 WS-FILE-QUARANTINED PIC 9(9).
       01 WS-TOTAL-QUARANTINED PIC 9(9) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-DATA-IN-PATH.
          MOVE 0 TO WS-FILE-READ.
          MOVE 0 TO WS-FILE-QUARANTINED.
          MOVE SPACES TO WS-LC-PREV-DATE.

          OPEN INPUT F-DATA-IN.
          IF WS-DATA-IN-STATUS NOT = "00" THEN

       005-JUDGE-ONE-LINE.
          ADD 1 TO WS-FILE-READ.
          MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-LC-FILE.
          MOVE WS-DATA-IN-LINE           TO WS-LC-LINE.
          CALL "LAYOUT-CHECK" USING WS-LAYOUT-CHECK END-CALL.

          IF WS-LC-OK = 'Y' THEN
             MOVE WS-DATA-IN-LINE TO WS-DATA-OUT-LINE
             WRITE WS-DATA-OUT-LINE
          ELSE
             PERFORM 005-QUARANTINE-LINE
          END-IF.

       005-QUARANTINE-LINE.
          ADD 1 TO WS-FILE-QUARANTINED.
          ADD 1 TO WS-TOTAL-QUARANTINED.
          MOVE SPACES                      TO QR-RECORD.
          MOVE FUNCTION CURRENT-DATE(1:14) TO QR-TIMESTAMP.
          MOVE WS-FILE-NAME(WS-FILE-IDX)   TO QR-SOURCE.
          MOVE WS-LC-REASON                TO QR-REASON.
          MOVE WS-DATA-IN-LINE             TO QR-LINE.
          WRITE QR-RECORD.
          CLOSE F-QUARANTINE.
