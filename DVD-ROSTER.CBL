             10 WS-KIOSK-OPEN   PIC X(4).
             10 WS-KIOSK-CLOSE  PIC X(4).
             10 WS-KIOSK-STATUS PIC X.
             10 WS-KIOSK-OFFSET PIC X(5).
             10 WS-KIOSK-RULE   PIC X(2).
       01 WS-KIOSK-COUNT PIC 999 VALUE 0.
       01 WS-KIOSK-IDX   PIC 999.
       01 WS-KIOSK-FOUND PIC 999.
                         TO WS-KIOSK-CLOSE(WS-KIOSK-COUNT)
                      MOVE KR-STATUS
                         TO WS-KIOSK-STATUS(WS-KIOSK-COUNT)
                      MOVE KR-UTC-OFFSET
                         TO WS-KIOSK-OFFSET(WS-KIOSK-COUNT)
                      MOVE KR-DST-RULE
                         TO WS-KIOSK-RULE(WS-KIOSK-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
                WS-KIOSK-SITE(WS-KIOSK-IDX) " "
                WS-KIOSK-OPEN(WS-KIOSK-IDX) "-"
                WS-KIOSK-CLOSE(WS-KIOSK-IDX) " "
                WS-KIOSK-STATUS(WS-KIOSK-IDX) " "
                WS-KIOSK-OFFSET(WS-KIOSK-IDX) " "
                WS-KIOSK-RULE(WS-KIOSK-IDX)
             END-DISPLAY
          END-PERFORM.

          MOVE "0700" TO WS-KIOSK-OPEN(WS-KIOSK-FOUND).
          MOVE "2100" TO WS-KIOSK-CLOSE(WS-KIOSK-FOUND).
          MOVE 'I'    TO WS-KIOSK-STATUS(WS-KIOSK-FOUND).
          MOVE SPACES TO WS-KIOSK-OFFSET(WS-KIOSK-FOUND).
          MOVE SPACES TO WS-KIOSK-RULE(WS-KIOSK-FOUND).
          PERFORM 005-EDIT-FIELDS.
          MOVE 'Y' TO WS-DIRTY.

             PERFORM 005-EDIT-HOURS
          END-PERFORM.

          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             PERFORM 005-EDIT-ZONE
          END-PERFORM.

          PERFORM WITH TEST AFTER UNTIL WS-FIELD-OK = 'Y'
             PERFORM 005-EDIT-STATUS
          END-PERFORM.
          MOVE WS-ANSWER(1:4) TO WS-KIOSK-OPEN(WS-KIOSK-FOUND).
          MOVE WS-ANSWER(6:4) TO WS-KIOSK-CLOSE(WS-KIOSK-FOUND).

      *   The standard offset and the daylight-saving rule, as
      *   TZ-CONVERT.CBL reads them, e.g. "-0500 US" or "+0100 EU";
      *   "UTC" clears both.
       005-EDIT-ZONE.
          MOVE 'Y' TO WS-FIELD-OK.
          DISPLAY "Time zone (+HHMM/-HHMM, then US, EU or nothing) ["
             WS-KIOSK-OFFSET(WS-KIOSK-FOUND) " "
             WS-KIOSK-RULE(WS-KIOSK-FOUND) "]: "
             WITH NO ADVANCING
          END-DISPLAY.
          MOVE SPACES TO WS-ANSWER.
          ACCEPT WS-ANSWER END-ACCEPT.
          MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
          IF WS-ANSWER = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-ANSWER = "UTC" THEN
             MOVE SPACES TO WS-KIOSK-OFFSET(WS-KIOSK-FOUND)
             MOVE SPACES TO WS-KIOSK-RULE(WS-KIOSK-FOUND)
             EXIT PARAGRAPH
          END-IF.
          IF (WS-ANSWER(1:1) NOT = "+" AND WS-ANSWER(1:1) NOT = "-")
             OR WS-ANSWER(2:4) IS NOT NUMERIC
             OR WS-ANSWER(2:2) > "14"
             OR WS-ANSWER(4:2) > "59"
             OR WS-ANSWER(6:1) NOT = SPACE
             OR (WS-ANSWER(7:2) NOT = SPACES
                 AND WS-ANSWER(7:2) NOT = "US"
                 AND WS-ANSWER(7:2) NOT = "EU")
             OR WS-ANSWER(9:1) NOT = SPACE
          THEN
             DISPLAY "  +HHMM or -HHMM, then US, EU or nothing (or "
                "UTC); try again"
             END-DISPLAY
             MOVE 'N' TO WS-FIELD-OK
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-ANSWER(1:5) TO WS-KIOSK-OFFSET(WS-KIOSK-FOUND).
          MOVE WS-ANSWER(7:2) TO WS-KIOSK-RULE(WS-KIOSK-FOUND).

       005-EDIT-STATUS.
          MOVE 'Y' TO WS-FIELD-OK.
          DISPLAY "Status (I in service / R retired) ["
             MOVE WS-KIOSK-OPEN(WS-KIOSK-IDX)   TO KR-OPEN
             MOVE WS-KIOSK-CLOSE(WS-KIOSK-IDX)  TO KR-CLOSE
             MOVE WS-KIOSK-STATUS(WS-KIOSK-IDX) TO KR-STATUS
             MOVE WS-KIOSK-OFFSET(WS-KIOSK-IDX) TO KR-UTC-OFFSET
             MOVE WS-KIOSK-RULE(WS-KIOSK-IDX)   TO KR-DST-RULE
             WRITE KR-RECORD
          END-PERFORM.
          CLOSE F-ROSTER.
          DISPLAY "Interactive maintenance screen for the kiosk "
                  "roster master (kiosk-roster.dat): LIST, ADD, EDIT "
                  "and RETIRE units (host tag, location name, site, "
                  "expected hours, in-service flag, time zone). The "
                  "fleet programs scan exactly the in-service units, "
                  "print the friendly names from here and read each "
                  "unit's clock by its zone."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
