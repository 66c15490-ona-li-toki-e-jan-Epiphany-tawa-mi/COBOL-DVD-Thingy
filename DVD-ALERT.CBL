      *
      * The state file holds one line per unit that ever alerted:
      * its current state (NEW, NOTIFIED, ESCALATED or ACKED), when
      * the trouble was first and last seen, when the notify,
      * escalation and ack happened and who acked (the layout is
      * ALERT-STATE-RECORD.CPY). The queue is deleted once absorbed,
      * so a finding is dispatched exactly once however many monitor
      * runs repeated it.
      *
      * An escalation also opens a field-service work order in
      * work-orders.dat (WORK-ORDER-RECORD.CPY) carrying the unit's
      * site and location name from kiosk-roster.dat and the alert's
      * kind, unless the unit already has an order that isn't
      * CLOSED - the repair itself is then tracked on DVD-WORDER.
      * The scan and the append are made under the .dvd-log.lck lock
      * DVD-WORDER rewrites the file under, so an order is neither
      * numbered twice nor lost to a rewrite in progress.
      *
      * While a unit is inside a booked planned-outage window
      * (planned-outage.dat, see DVD-OUTAGE) its alert is held: no
      * notify, no escalation, no work order. DVD-MONITOR queues
      * nothing for it during the window anyway; this covers an
      * alert that was already open when the window started. Windows
      * are in the unit's own local time, so each is checked against
      * "now" on that unit's clock: this machine's time carried to
      * UTC by its own offset, then to the unit's roster time zone
      * (TZ-CONVERT.CBL); a unit with no zone uses this machine's.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT F-ALERT-STATE ASSIGN TO "alert-state.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-STATE-STATUS.
      *   Field-service work orders; see WORK-ORDER-RECORD.CPY.
          SELECT F-WORK-ORDERS ASSIGN TO "work-orders.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-ORDERS-STATUS.
      *   Where a new order's site and location name come from.
          SELECT F-ROSTER ASSIGN TO "kiosk-roster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.
      *   Booked maintenance windows; see PLANNED-OUTAGE-RECORD.CPY.
          SELECT F-PLANNED-OUTAGE ASSIGN TO "planned-outage.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLANNED-OUTAGE-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-ALERT-QUEUE.
       COPY "ALERT-QUEUE-RECORD.CPY".
       FD F-ALERT-STATE.
       COPY "ALERT-STATE-RECORD.CPY".
       FD F-WORK-ORDERS.
       COPY "WORK-ORDER-RECORD.CPY".
       FD F-ROSTER.
       COPY "KIOSK-ROSTER-RECORD.CPY".
       FD F-PLANNED-OUTAGE.
       COPY "PLANNED-OUTAGE-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-ALERT-QUEUE-STATUS PIC XX.
       01 WS-ALERT-STATE-STATUS PIC XX.
             10 WS-ALERT-KIND     PIC X(12).
             10 WS-ALERT-ACKED    PIC X(14).
             10 WS-ALERT-ACKED-BY PIC X(16).
             10 WS-ALERT-ESCALATED PIC X(14).
       01 WS-ALERT-COUNT PIC 999 VALUE 0.
       01 WS-ALERT-IDX   PIC 999.
       01 WS-ALERT-FOUND PIC 999.
       01 WS-ABSORBED     PIC 9(4) VALUE 0.
       01 WS-NOTIFIED-NOW PIC 9(4) VALUE 0.
       01 WS-ESCALATED-NOW PIC 9(4) VALUE 0.
      *   Work-order scan for the escalating unit: whether it already
      *   has an order that isn't CLOSED, and the next order number.
       01 WS-WORK-ORDERS-STATUS PIC XX.
       01 WS-ROSTER-STATUS      PIC XX.
       01 WS-WO-EOF             PIC X.
       01 WS-WO-HAS-OPEN        PIC X.
       01 WS-WO-NEXT            PIC 9(6).
       01 WS-WO-OPENED-NOW      PIC 9(4) VALUE 0.
      *   The cross-instance lock DVD-THINGY appends its logs under,
      *   taken here around the work-order scan and append; see its
      *   WS-INSTANCE-ID comment block for the stale-holder policy.
       78 WS-LOCK-MAX-TRIES    VALUE 20.
       78 WS-LOCK-RETRY-NANOS  VALUE 50000000.
       01 WS-LOCK-TRY          PIC 99.
       01 WS-LOCK-RC           PIC S9(9).
       01 WS-LOCK-SLEEP        PIC 9(9) VALUE WS-LOCK-RETRY-NANOS.
       01 WS-LOCK-TAKE-CMD     PIC X(50)
          VALUE "mkdir .dvd-log.lck 2> /dev/null".
       01 WS-LOCK-FREE-CMD     PIC X(50)
          VALUE "rmdir .dvd-log.lck 2> /dev/null".
      *   The hosts inside a booked window right now.
       01 WS-PLANNED-OUTAGE-STATUS PIC XX.
       01 WS-OUTAGE-EOF            PIC X.
       78 WS-MAX-MAINT VALUE 100.
       01 WS-MAINT-TABLE.
          05 WS-MAINT-HOST PIC X(20) OCCURS WS-MAX-MAINT TIMES.
       01 WS-MAINT-COUNT PIC 999 VALUE 0.
       01 WS-MAINT-IDX   PIC 999.
       01 WS-MAINT-FOUND PIC 999.
       01 WS-HELD-NOW    PIC 9(4) VALUE 0.
      *   Every roster unit's time zone, and "now" in UTC and on the
      *   clock of the unit in WS-ZONE-KEY (005-UNIT-NOW).
       78 WS-MAX-ZONES VALUE 100.
       01 WS-ZONE-TABLE.
          05 WS-ZONE-ENTRY OCCURS WS-MAX-ZONES TIMES.
             10 WS-ZONE-HOST   PIC X(20).
             10 WS-ZONE-OFFSET PIC X(5).
             10 WS-ZONE-RULE   PIC X(2).
       01 WS-ZONE-COUNT PIC 999 VALUE 0.
       01 WS-ZONE-IDX   PIC 999.
       01 WS-ZONE-KEY   PIC X(20).
       01 WS-NOW-UTC    PIC X(14).
       01 WS-NOW-UTC-OK PIC X VALUE 'N'.
       01 WS-UNIT-NOW   PIC X(14).
       COPY "TZ-CONVERT-RECORD.CPY".
      *   Scratch fields for the same julian-day timestamp math
      *   DVD-STATS.CBL uses.
       01 WS-CONV-TIME  PIC X(14).
          END-EVALUATE.

          PERFORM 001-ABSORB-QUEUE.
          PERFORM 001-LOAD-OUTAGES.
          PERFORM 001-NOTIFY-AND-ESCALATE.
          PERFORM 001-SAVE-STATE.

          DISPLAY "dvd-alert: " WS-ABSORBED " queued finding(s) "
             "absorbed, " WS-NOTIFIED-NOW " notified, "
             WS-ESCALATED-NOW " escalated, " WS-WO-OPENED-NOW
             " work order(s) opened, " WS-HELD-NOW
             " held for planned outage"
          END-DISPLAY.
          STOP RUN RETURNING 0.

                         TO WS-ALERT-ACKED(WS-ALERT-COUNT)
                      MOVE AS-ACKED-BY
                         TO WS-ALERT-ACKED-BY(WS-ALERT-COUNT)
                      MOVE AS-ESCALATED
                         TO WS-ALERT-ESCALATED(WS-ALERT-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
             MOVE WS-ALERT-KIND(WS-ALERT-IDX)     TO AS-KIND
             MOVE WS-ALERT-ACKED(WS-ALERT-IDX)    TO AS-ACKED
             MOVE WS-ALERT-ACKED-BY(WS-ALERT-IDX) TO AS-ACKED-BY
             MOVE WS-ALERT-ESCALATED(WS-ALERT-IDX) TO AS-ESCALATED
             WRITE AS-RECORD
          END-PERFORM.
          CLOSE F-ALERT-STATE.
             MOVE SPACES TO WS-ALERT-NOTIFIED(WS-ALERT-FOUND)
             MOVE SPACES TO WS-ALERT-ACKED(WS-ALERT-FOUND)
             MOVE SPACES TO WS-ALERT-ACKED-BY(WS-ALERT-FOUND)
             MOVE SPACES TO WS-ALERT-ESCALATED(WS-ALERT-FOUND)
          END-IF.
      *   A finding after the acknowledgment is fresh trouble, not
      *   the handled episode repeating.
             MOVE "NEW" TO WS-ALERT-STATE(WS-ALERT-FOUND)
             MOVE AQ-TIMESTAMP TO WS-ALERT-FIRST(WS-ALERT-FOUND)
             MOVE SPACES TO WS-ALERT-NOTIFIED(WS-ALERT-FOUND)
             MOVE SPACES TO WS-ALERT-ESCALATED(WS-ALERT-FOUND)
          END-IF.
          MOVE AQ-KIND TO WS-ALERT-KIND(WS-ALERT-FOUND).
          IF AQ-TIMESTAMP > WS-ALERT-LAST(WS-ALERT-FOUND) THEN
       001-NOTIFY-AND-ESCALATE.
          PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                  UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
             PERFORM 005-FIND-MAINT
             IF WS-MAINT-FOUND > 0
                AND (WS-ALERT-STATE(WS-ALERT-IDX) = "NEW"
                     OR WS-ALERT-STATE(WS-ALERT-IDX) = "NOTIFIED")
             THEN
                ADD 1 TO WS-HELD-NOW
                DISPLAY "dvd-alert: holding "
                   FUNCTION TRIM(WS-ALERT-HOST(WS-ALERT-IDX))
                   " (planned outage in progress)"
                END-DISPLAY
             ELSE
                PERFORM 005-NOTIFY-OR-ESCALATE
             END-IF
          END-PERFORM.

       005-NOTIFY-OR-ESCALATE.
          EVALUATE WS-ALERT-STATE(WS-ALERT-IDX)
          WHEN "NEW"
             IF WS-CONFIG-NOTIFY-CMD NOT = SPACES THEN
                MOVE WS-CONFIG-NOTIFY-CMD TO WS-CONTACT-CMD
                PERFORM 005-RUN-CONTACT-CMD
             END-IF
             MOVE "NOTIFIED" TO WS-ALERT-STATE(WS-ALERT-IDX)
             MOVE WS-NOW-STAMP TO WS-ALERT-NOTIFIED(WS-ALERT-IDX)
             ADD 1 TO WS-NOTIFIED-NOW
             DISPLAY "dvd-alert: notified for "
                FUNCTION TRIM(WS-ALERT-HOST(WS-ALERT-IDX)) " ("
                FUNCTION TRIM(WS-ALERT-KIND(WS-ALERT-IDX)) ")"
             END-DISPLAY
          WHEN "NOTIFIED"
             PERFORM 005-CHECK-ESCALATION
          END-EVALUATE.

      * Loads the hosts whose booked window covers this run on their
      * own clock; a missing file means no planned work anywhere.
       001-LOAD-OUTAGES.
          PERFORM 001-LOAD-ZONES.
          OPEN INPUT F-PLANNED-OUTAGE.
          IF WS-PLANNED-OUTAGE-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-OUTAGE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-OUTAGE-EOF = 'Y'
             READ F-PLANNED-OUTAGE
                AT END
                   MOVE 'Y' TO WS-OUTAGE-EOF
                NOT AT END
                   MOVE PO-HOST TO WS-ZONE-KEY
                   PERFORM 005-UNIT-NOW
                   IF PO-STATUS = 'B'
                      AND PO-FROM <= WS-UNIT-NOW
                      AND PO-TO > WS-UNIT-NOW
                      AND WS-MAINT-COUNT < WS-MAX-MAINT
                   THEN
                      ADD 1 TO WS-MAINT-COUNT
                      MOVE PO-HOST TO WS-MAINT-HOST(WS-MAINT-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-PLANNED-OUTAGE.

      * The roster's time zones, and this machine's clock carried to
      * UTC by the offset it reports itself.
       001-LOAD-ZONES.
          MOVE 'U'                         TO TC-DIRECTION.
          MOVE FUNCTION CURRENT-DATE(17:5) TO TC-UTC-OFFSET.
          MOVE SPACES                      TO TC-DST-RULE.
          MOVE WS-NOW-STAMP                TO TC-STAMP-IN.
          MOVE SPACES                      TO TC-PREV-LOCAL.
          MOVE 'N'                         TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          IF TC-OK = 'Y' THEN
             MOVE TC-STAMP-OUT TO WS-NOW-UTC
             MOVE 'Y'          TO WS-NOW-UTC-OK
          END-IF.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-OUTAGE-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-OUTAGE-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-OUTAGE-EOF
                NOT AT END
                   IF KR-HOST NOT = SPACES
                      AND KR-UTC-OFFSET NOT = SPACES
                      AND WS-ZONE-COUNT < WS-MAX-ZONES
                   THEN
                      ADD 1 TO WS-ZONE-COUNT
                      MOVE KR-HOST TO WS-ZONE-HOST(WS-ZONE-COUNT)
                      MOVE KR-UTC-OFFSET
                         TO WS-ZONE-OFFSET(WS-ZONE-COUNT)
                      MOVE KR-DST-RULE TO WS-ZONE-RULE(WS-ZONE-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

      * "Now" on WS-ZONE-KEY's clock into WS-UNIT-NOW: UTC by the
      * unit's roster time zone, this machine's clock when the unit
      * has no zone.
       005-UNIT-NOW.
          MOVE WS-NOW-STAMP TO WS-UNIT-NOW.
          IF WS-NOW-UTC-OK = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                  UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF WS-ZONE-HOST(WS-ZONE-IDX) = WS-ZONE-KEY THEN
                MOVE 'L' TO TC-DIRECTION
                MOVE WS-ZONE-OFFSET(WS-ZONE-IDX) TO TC-UTC-OFFSET
                MOVE WS-ZONE-RULE(WS-ZONE-IDX)   TO TC-DST-RULE
                MOVE WS-NOW-UTC TO TC-STAMP-IN
                CALL "TZ-CONVERT" USING TC-RECORD END-CALL
                IF TC-OK = 'Y' THEN
                   MOVE TC-STAMP-OUT TO WS-UNIT-NOW
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM.

      * WS-MAINT-FOUND > 0 when WS-ALERT-IDX's unit is inside a
      * booked window.
       005-FIND-MAINT.
          MOVE 0 TO WS-MAINT-FOUND.
          PERFORM VARYING WS-MAINT-IDX FROM 1 BY 1
                  UNTIL WS-MAINT-IDX > WS-MAINT-COUNT
             IF WS-MAINT-HOST(WS-MAINT-IDX)
                = WS-ALERT-HOST(WS-ALERT-IDX)
             THEN
                MOVE WS-MAINT-IDX TO WS-MAINT-FOUND
                EXIT PERFORM
             END-IF
          END-PERFORM.

       005-CHECK-ESCALATION.
             PERFORM 005-RUN-CONTACT-CMD
          END-IF.
          MOVE "ESCALATED" TO WS-ALERT-STATE(WS-ALERT-IDX).
          MOVE WS-NOW-STAMP TO WS-ALERT-ESCALATED(WS-ALERT-IDX).
          ADD 1 TO WS-ESCALATED-NOW.
          DISPLAY "dvd-alert: escalated "
             FUNCTION TRIM(WS-ALERT-HOST(WS-ALERT-IDX))
             " (unacknowledged past " WS-CONFIG-ESCALATE-SECS
             " seconds)"
          END-DISPLAY.
          PERFORM 005-OPEN-WORK-ORDER.

      * Opens a work order for the unit just escalated, unless one
      * that isn't CLOSED is already on file for it. The order file
      * is scanned for that and for the highest number in the same
      * pass, then the new order is appended - both under the lock.
       005-OPEN-WORK-ORDER.
          PERFORM 005-TAKE-LOG-LOCK.
          MOVE 'N' TO WS-WO-HAS-OPEN.
          MOVE 1   TO WS-WO-NEXT.
          OPEN INPUT F-WORK-ORDERS.
          IF WS-WORK-ORDERS-STATUS = "00" THEN
             MOVE 'N' TO WS-WO-EOF
             PERFORM WITH TEST AFTER UNTIL WS-WO-EOF = 'Y'
                READ F-WORK-ORDERS
                   AT END
                      MOVE 'Y' TO WS-WO-EOF
                   NOT AT END
                      IF WO-NUMBER IS NUMERIC
                         AND WO-NUMBER >= WS-WO-NEXT
                      THEN
                         COMPUTE WS-WO-NEXT = WO-NUMBER + 1
                         END-COMPUTE
                      END-IF
                      IF WO-HOST = WS-ALERT-HOST(WS-ALERT-IDX)
                         AND WO-STATUS NOT = "CLOSED"
                      THEN
                         MOVE 'Y' TO WS-WO-HAS-OPEN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-WORK-ORDERS
          END-IF.
          IF WS-WO-HAS-OPEN = 'Y' THEN
             PERFORM 005-RELEASE-LOG-LOCK
             DISPLAY "dvd-alert: "
                FUNCTION TRIM(WS-ALERT-HOST(WS-ALERT-IDX))
                " already has an open work order"
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.

          MOVE SPACES TO WO-RECORD.
          MOVE WS-WO-NEXT                  TO WO-NUMBER.
          MOVE WS-ALERT-HOST(WS-ALERT-IDX) TO WO-HOST.
          MOVE WS-ALERT-KIND(WS-ALERT-IDX) TO WO-KIND.
          MOVE "OPEN"                      TO WO-STATUS.
          MOVE WS-NOW-STAMP                TO WO-OPENED.
          MOVE "DVD-ALERT"                 TO WO-OPENED-BY.
          PERFORM 005-ROSTER-DETAILS.

          OPEN EXTEND F-WORK-ORDERS.
          IF WS-WORK-ORDERS-STATUS = "35" THEN
             OPEN OUTPUT F-WORK-ORDERS
          END-IF.
          IF WS-WORK-ORDERS-STATUS NOT = "00" THEN
             PERFORM 005-RELEASE-LOG-LOCK
             DISPLAY "dvd-alert: cannot append to work-orders.dat "
                "(status " WS-WORK-ORDERS-STATUS "); no order opened "
                "for " FUNCTION TRIM(WS-ALERT-HOST(WS-ALERT-IDX))
             END-DISPLAY
             EXIT PARAGRAPH
          END-IF.
          WRITE WO-RECORD.
          CLOSE F-WORK-ORDERS.
          PERFORM 005-RELEASE-LOG-LOCK.
          ADD 1 TO WS-WO-OPENED-NOW.
          DISPLAY "dvd-alert: opened work order " WO-NUMBER " for "
             FUNCTION TRIM(WS-ALERT-HOST(WS-ALERT-IDX))
          END-DISPLAY.

       005-TAKE-LOG-LOCK.
          MOVE 0 TO WS-LOCK-TRY.
      *   The sleep call resets RETURN-CODE, so the mkdir status
      *   has to be captured in its own field for the loop test.
          PERFORM WITH TEST AFTER
                  UNTIL WS-LOCK-RC = 0
                     OR WS-LOCK-TRY >= WS-LOCK-MAX-TRIES
             ADD 1 TO WS-LOCK-TRY
             CALL "SYSTEM" USING WS-LOCK-TAKE-CMD END-CALL
             MOVE RETURN-CODE TO WS-LOCK-RC
             IF WS-LOCK-RC NOT = 0 THEN
                CALL "CBL_GC_NANOSLEEP" USING WS-LOCK-SLEEP END-CALL
             END-IF
          END-PERFORM.

       005-RELEASE-LOG-LOCK.
          CALL "SYSTEM" USING WS-LOCK-FREE-CMD END-CALL.

      * Copies the unit's KR-SITE/KR-NAME into the order being
      * built; a unit missing from the roster opens with them blank.
       005-ROSTER-DETAILS.
          OPEN INPUT F-ROSTER.
          IF WS-ROSTER-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE 'N' TO WS-WO-EOF.
          PERFORM WITH TEST AFTER UNTIL WS-WO-EOF = 'Y'
             READ F-ROSTER
                AT END
                   MOVE 'Y' TO WS-WO-EOF
                NOT AT END
                   IF KR-HOST = WO-HOST THEN
                      MOVE KR-SITE TO WO-SITE
                      MOVE KR-NAME TO WO-NAME
                      MOVE 'Y' TO WS-WO-EOF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE F-ROSTER.

      *   The contact command runs with the host appended as its
      *   argument, so one script serves the whole fleet.
                " first " WS-ALERT-FIRST(WS-ALERT-IDX)
                " last " WS-ALERT-LAST(WS-ALERT-IDX)
             END-DISPLAY
             IF WS-ALERT-ESCALATED(WS-ALERT-IDX) NOT = SPACES THEN
                DISPLAY "  escalated " WS-ALERT-ESCALATED(WS-ALERT-IDX)
                END-DISPLAY
             END-IF
             IF WS-ALERT-STATE(WS-ALERT-IDX) = "ACKED" THEN
                DISPLAY "  acked " WS-ALERT-ACKED(WS-ALERT-IDX)
                   " by "
                  "(host appended as an argument), escalates with "
                  "--escalate-cmd when an alert stays unacknowledged "
                  "past --escalate seconds, and keeps the whole trail "
                  "in alert-state.dat. An escalation opens a work "
                  "order in work-orders.dat unless the unit already "
                  "has one open. Alerts for a unit inside a booked "
                  "window in planned-outage.dat are held."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
