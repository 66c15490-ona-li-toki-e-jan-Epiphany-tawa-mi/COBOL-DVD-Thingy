      * (visible as doubled history and fixed by rerunning after
      * deleting the stale daily rows), which beats the other order's
      * failure mode of losing them from both.
      *
      * Last, every closed year (before the open month's year) that
      * monthly-summary.dat holds rows for is rolled into the yearly
      * history master (yearly-summary.dat, YEARLY-SUMMARY-RECORD.CPY)
      * as one row of its months and totals, so year-end statements
      * and multi-year trends outlive the monthly rows. A year already
      * there is rebuilt only when the monthly master still holds
      * every month its row does - late hits posted into a closed
      * month then reach the yearly row - and is otherwise left as
      * it stands, since its months have been pruned from the monthly
      * master. The file is rewritten, under a temp name and renamed
      * into place like the others, only on a night a row changes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT F-DAILY-NEW ASSIGN TO "daily-summary.new"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DAILY-NEW-STATUS.
          SELECT F-YEARLY-SUMMARY ASSIGN DYNAMIC WS-YEARLY-SUMMARY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YEARLY-SUMMARY-STATUS.
          SELECT S-ROLL ASSIGN TO "dvd-rollov-sort.tmp".
      ******************************************************************
       DATA DIVISION.
       COPY "DAILY-SUMMARY-RECORD.CPY".
       FD F-MONTHLY-SUMMARY.
       COPY "MONTHLY-SUMMARY-RECORD.CPY".
       FD F-YEARLY-SUMMARY.
       COPY "YEARLY-SUMMARY-RECORD.CPY".
      *   Keepers are copied across verbatim; 48 bytes is DS-RECORD's
      *   full width.
       FD F-DAILY-NEW.
       01 WS-MONTHLY-SUMMARY-PATH   PIC X(30).
       01 WS-MONTHLY-SUMMARY-STATUS PIC XX.
       01 WS-DAILY-NEW-STATUS       PIC XX.
       01 WS-YEARLY-SUMMARY-PATH    PIC X(30).
       01 WS-YEARLY-SUMMARY-STATUS  PIC XX.
       78 WS-DAILY-NAME        VALUE "daily-summary.dat".
       78 WS-DAILY-TEMP-NAME   VALUE "daily-summary.new".
       78 WS-MONTHLY-NAME      VALUE "monthly-summary.dat".
       01 WS-DAILY-TEMP-FILE   PIC X(20) VALUE WS-DAILY-TEMP-NAME.
       01 WS-MONTHLY-FILE      PIC X(20) VALUE WS-MONTHLY-NAME.
       01 WS-MONTHLY-TEMP-FILE PIC X(20) VALUE WS-MONTHLY-TEMP-NAME.
       78 WS-YEARLY-NAME       VALUE "yearly-summary.dat".
       78 WS-YEARLY-TEMP-NAME  VALUE "yearly-summary.new".
       01 WS-YEARLY-FILE       PIC X(20) VALUE WS-YEARLY-NAME.
       01 WS-YEARLY-TEMP-FILE  PIC X(20) VALUE WS-YEARLY-TEMP-NAME.
      *   Rows dated in this month (YYYYMM) stay in the daily file;
      *   everything older rolls.
       01 WS-OPEN-MONTH PIC X(6).
          05 WS-BREAK-TR PIC 9(9).
          05 WS-BREAK-BL PIC 9(9).
          05 WS-BREAK-BR PIC 9(9).
      *   The yearly master, held in year order while closed years
      *   are merged in; rows are YS-RECORD images.
       78 WS-MAX-YEARS VALUE 100.
       01 WS-YEAR-TABLE.
          05 WS-YEAR-ROW OCCURS 100 TIMES PIC X(548).
       01 WS-YEAR-COUNT   PIC 999 VALUE 0.
       01 WS-YEAR-IDX     PIC 999.
       01 WS-YEAR-AT      PIC 999.
       01 WS-YEAR-FOUND   PIC X.
       01 WS-YEARS-CHANGED PIC 999 VALUE 0.
       01 WS-YEARLY-EOF   PIC X.
      *   One closed year gathered from the monthly master.
       01 WS-BUILD-HAVE-YEAR PIC X VALUE 'N'.
       01 WS-BUILD-YEAR      PIC X(4).
       01 WS-BUILD-MONTHS.
          05 WS-BUILD-MONTH OCCURS 12 TIMES.
             10 WS-BUILD-HELD PIC X.
             10 WS-BUILD-TL   PIC 9(9).
             10 WS-BUILD-TR   PIC 9(9).
             10 WS-BUILD-BL   PIC 9(9).
             10 WS-BUILD-BR   PIC 9(9).
       01 WS-MONTH-IDX PIC 99.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
             "into monthly-summary.dat; " WS-KEPT-DAYS " open-month "
             "rows kept in daily-summary.dat"
          END-DISPLAY.
          PERFORM 001-ROLL-YEARS.
          STOP RUN RETURNING 0.

      * Sort input side: the existing monthly rows (so a month rolled
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      * Closed years from the monthly master into the yearly master.
       001-ROLL-YEARS.
          MOVE WS-YEARLY-NAME TO WS-YEARLY-SUMMARY-PATH.
          OPEN INPUT F-YEARLY-SUMMARY.
          IF WS-YEARLY-SUMMARY-STATUS = "00" THEN
             MOVE 'N' TO WS-YEARLY-EOF
             PERFORM WITH TEST AFTER UNTIL WS-YEARLY-EOF = 'Y'
                READ F-YEARLY-SUMMARY
                   AT END
                      MOVE 'Y' TO WS-YEARLY-EOF
                   NOT AT END
                      IF WS-YEAR-COUNT >= WS-MAX-YEARS THEN
                         DISPLAY "dvd-rollov: more than "
                            WS-MAX-YEARS " years in "
                            WS-YEARLY-NAME "; yearly roll skipped"
                         END-DISPLAY
                         CLOSE F-YEARLY-SUMMARY
                         EXIT PARAGRAPH
                      END-IF
                      ADD 1 TO WS-YEAR-COUNT
                      MOVE YS-RECORD TO WS-YEAR-ROW(WS-YEAR-COUNT)
                END-READ
             END-PERFORM
             CLOSE F-YEARLY-SUMMARY
          END-IF.

          MOVE WS-MONTHLY-NAME TO WS-MONTHLY-SUMMARY-PATH.
          OPEN INPUT F-MONTHLY-SUMMARY.
          IF WS-MONTHLY-SUMMARY-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-MONTHLY-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-MONTHLY-EOF = 'Y'
             READ F-MONTHLY-SUMMARY
                AT END
                   MOVE 'Y' TO WS-MONTHLY-EOF
                NOT AT END
                   PERFORM 005-GATHER-MONTH
             END-READ
          END-PERFORM.
          CLOSE F-MONTHLY-SUMMARY.
          IF WS-BUILD-HAVE-YEAR = 'Y' THEN
             PERFORM 005-POST-BUILT-YEAR
          END-IF.
          IF WS-YEARS-CHANGED = 0 THEN
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-YEARLY-TEMP-NAME TO WS-YEARLY-SUMMARY-PATH.
          OPEN OUTPUT F-YEARLY-SUMMARY.
          IF WS-YEARLY-SUMMARY-STATUS NOT = "00" THEN
             DISPLAY "dvd-rollov: cannot write " WS-YEARLY-TEMP-NAME
                " (status " WS-YEARLY-SUMMARY-STATUS ")"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                  UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
             MOVE WS-YEAR-ROW(WS-YEAR-IDX) TO YS-RECORD
             WRITE YS-RECORD
          END-PERFORM.
          CLOSE F-YEARLY-SUMMARY.
          CALL "CBL_RENAME_FILE" USING WS-YEARLY-TEMP-FILE
             WS-YEARLY-FILE
          END-CALL.
          IF RETURN-CODE NOT = 0 THEN
             DISPLAY "dvd-rollov: cannot rename " WS-YEARLY-TEMP-NAME
                " over " WS-YEARLY-NAME "; the next rollover will "
                "roll the closed years again"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.
          DISPLAY "dvd-rollov: rolled " WS-YEARS-CHANGED " closed "
             "year(s) into " WS-YEARLY-NAME
          END-DISPLAY.

      *   Monthly rows arrive in month order, so a change of year is
      *   a control break; open-year rows are not rolled.
       005-GATHER-MONTH.
          IF MS-MONTH(1:4) >= WS-OPEN-MONTH(1:4) THEN
             EXIT PARAGRAPH
          END-IF.
          IF MS-MONTH(5:2) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE MS-MONTH(5:2) TO WS-MONTH-IDX.
          IF WS-MONTH-IDX < 1 OR WS-MONTH-IDX > 12 THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-BUILD-HAVE-YEAR = 'Y'
             AND MS-MONTH(1:4) NOT = WS-BUILD-YEAR
          THEN
             PERFORM 005-POST-BUILT-YEAR
             MOVE 'N' TO WS-BUILD-HAVE-YEAR
          END-IF.
          IF WS-BUILD-HAVE-YEAR = 'N' THEN
             MOVE MS-MONTH(1:4) TO WS-BUILD-YEAR
             PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > 12
                MOVE 'N' TO WS-BUILD-HELD(WS-MONTH-IDX)
                MOVE 0 TO WS-BUILD-TL(WS-MONTH-IDX)
                          WS-BUILD-TR(WS-MONTH-IDX)
                          WS-BUILD-BL(WS-MONTH-IDX)
                          WS-BUILD-BR(WS-MONTH-IDX)
             END-PERFORM
             MOVE 'Y' TO WS-BUILD-HAVE-YEAR
             MOVE MS-MONTH(5:2) TO WS-MONTH-IDX
          END-IF.
          MOVE 'Y' TO WS-BUILD-HELD(WS-MONTH-IDX).
          ADD MS-COUNT-TL TO WS-BUILD-TL(WS-MONTH-IDX).
          ADD MS-COUNT-TR TO WS-BUILD-TR(WS-MONTH-IDX).
          ADD MS-COUNT-BL TO WS-BUILD-BL(WS-MONTH-IDX).
          ADD MS-COUNT-BR TO WS-BUILD-BR(WS-MONTH-IDX).

      *   Merges the gathered year into the table at its place in
      *   year order, unless its existing row holds a month the
      *   monthly master no longer does.
       005-POST-BUILT-YEAR.
          MOVE 'N' TO WS-YEAR-FOUND.
          MOVE 0 TO WS-YEAR-AT.
          PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                  UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
             IF WS-YEAR-ROW(WS-YEAR-IDX)(1:4) >= WS-BUILD-YEAR THEN
                MOVE WS-YEAR-IDX TO WS-YEAR-AT
                IF WS-YEAR-ROW(WS-YEAR-IDX)(1:4) = WS-BUILD-YEAR
                THEN
                   MOVE 'Y' TO WS-YEAR-FOUND
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM.

          IF WS-YEAR-FOUND = 'Y' THEN
             MOVE WS-YEAR-ROW(WS-YEAR-AT) TO YS-RECORD
             PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > 12
                IF YS-HELD(WS-MONTH-IDX) = 'Y'
                   AND WS-BUILD-HELD(WS-MONTH-IDX) = 'N'
                THEN
                   EXIT PARAGRAPH
                END-IF
             END-PERFORM
          END-IF.

          MOVE SPACES        TO YS-RECORD.
          MOVE WS-BUILD-YEAR TO YS-YEAR.
          MOVE 0 TO YS-COUNT-TL YS-COUNT-TR YS-COUNT-BL YS-COUNT-BR.
          PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
             MOVE WS-BUILD-HELD(WS-MONTH-IDX)
                TO YS-HELD(WS-MONTH-IDX)
             MOVE WS-BUILD-TL(WS-MONTH-IDX)
                TO YS-MONTH-TL(WS-MONTH-IDX)
             MOVE WS-BUILD-TR(WS-MONTH-IDX)
                TO YS-MONTH-TR(WS-MONTH-IDX)
             MOVE WS-BUILD-BL(WS-MONTH-IDX)
                TO YS-MONTH-BL(WS-MONTH-IDX)
             MOVE WS-BUILD-BR(WS-MONTH-IDX)
                TO YS-MONTH-BR(WS-MONTH-IDX)
             ADD WS-BUILD-TL(WS-MONTH-IDX) TO YS-COUNT-TL
             ADD WS-BUILD-TR(WS-MONTH-IDX) TO YS-COUNT-TR
             ADD WS-BUILD-BL(WS-MONTH-IDX) TO YS-COUNT-BL
             ADD WS-BUILD-BR(WS-MONTH-IDX) TO YS-COUNT-BR
          END-PERFORM.

          IF WS-YEAR-FOUND = 'Y' THEN
             IF YS-RECORD NOT = WS-YEAR-ROW(WS-YEAR-AT) THEN
                MOVE YS-RECORD TO WS-YEAR-ROW(WS-YEAR-AT)
                ADD 1 TO WS-YEARS-CHANGED
             END-IF
             EXIT PARAGRAPH
          END-IF.

          IF WS-YEAR-COUNT >= WS-MAX-YEARS THEN
             DISPLAY "dvd-rollov: more than " WS-MAX-YEARS
                " years for " WS-YEARLY-NAME "; " WS-BUILD-YEAR
                " not rolled"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          IF WS-YEAR-AT = 0 THEN
             COMPUTE WS-YEAR-AT = WS-YEAR-COUNT + 1 END-COMPUTE
          ELSE
             PERFORM VARYING WS-YEAR-IDX FROM WS-YEAR-COUNT BY -1
                     UNTIL WS-YEAR-IDX < WS-YEAR-AT
                MOVE WS-YEAR-ROW(WS-YEAR-IDX)
                   TO WS-YEAR-ROW(WS-YEAR-IDX + 1)
             END-PERFORM
          END-IF.
          MOVE YS-RECORD TO WS-YEAR-ROW(WS-YEAR-AT).
          ADD 1 TO WS-YEAR-COUNT.
          ADD 1 TO WS-YEARS-CHANGED.
