      * sort keyed on the timestamp so the three sources interleave
      * in time order, the same way DVD-CONSOL merges its streams.
      *
      * The logs are stamped by the unit's wall clock; the feed is in
      * UTC, carried over by the unit's zone from the TZ= key of the
      * site config (e.g. "TZ=-0500 US", written by DVD-PROVIS from
      * the roster; see TZ-CONVERT.CBL), so the central system can
      * interleave units from every site. Batches sent before that
      * carried local time; a UTC batch says so with "tz=UTC" in its
      * header and trailer. The high-water marks stay in the unit's
      * clock, the clock its logs are in.
      *
      * Run it before dvd-archive rolls the logs, for the same
      * reason dvd-post must run first: the high-water mark only
      * covers what is still in the current files.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   Read for its TZ key only; see 001-RESOLVE-ZONE.
          SELECT F-SITE-CONFIG ASSIGN DYNAMIC WS-SITE-CONFIG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SITE-CONFIG-STATUS.
          SELECT F-CORNER-HITS ASSIGN TO "corner-hits.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CORNER-HITS-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-SITE-CONFIG.
       01 WS-SITE-CONFIG-LINE PIC X(255).
       FD F-CORNER-HITS.
       COPY "CORNER-HIT-RECORD.CPY".
       FD F-SESSION-LOG.
       COPY "BATCH-CONTROL-RECORD.CPY".
       FD F-BATCH-SEQ.
       01 WS-BATCH-SEQ-LINE PIC X(6).
      *   Keyed on the event's UTC stamp; WS-EVENT-TIMESTAMP is the
      *   stamp as the unit wrote it, for the high-water mark.
       SD S-EVENTS.
       01 WS-EVENT-RECORD.
          05 WS-EVENT-UTC       PIC X(14).
          05 WS-EVENT-TIMESTAMP PIC X(14).
          05 WS-EVENT-TYPE      PIC X(12).
          05 WS-EVENT-SOURCE    PIC X(12).
       01 WS-ATTRACT-HISTORY-STATUS PIC XX.
       01 WS-OPS-EVENTS-STATUS      PIC XX.
       01 WS-EXTRACT-HWM-STATUS     PIC XX.
       01 WS-SITE-CONFIG-PATH   PIC X(255).
       01 WS-SITE-CONFIG-STATUS PIC XX.
       01 WS-SITE-CONFIG-HOME   PIC X(200).
       01 WS-SITE-CONFIG-KEY    PIC X(20).
       01 WS-SITE-CONFIG-VALUE  PIC X(200).
       01 WS-SITE-CONFIG-EOF    PIC X.
      *   The unit's zone from the site config (blank, UTC, without a
      *   TZ key), and TZ-CONVERT's repeated-hour state per stream.
       01 WS-SITE-OFFSET PIC X(5) VALUE SPACES.
       01 WS-SITE-RULE   PIC X(2) VALUE SPACES.
       COPY "TZ-CONVERT-RECORD.CPY".
      *   Per-stream marks, slot 1-3 matching WS-STREAM-NAME below:
      *   events at or before their stream's mark went out in a
      *   prior extract and are skipped.
          05 WS-HWM-NEW-TIME OCCURS WS-STREAM-COUNT TIMES PIC X(14).
       01 WS-STREAM-NAMES.
          05 WS-STREAM-NAME OCCURS WS-STREAM-COUNT TIMES PIC X(12).
       01 WS-STREAM-ZONE-STATES.
          05 WS-STREAM-ZONE-STATE OCCURS WS-STREAM-COUNT TIMES.
             10 WS-STREAM-PREV-LOCAL PIC X(14).
             10 WS-STREAM-REPEAT     PIC X.
      *   Which stream the record being released belongs to.
       01 WS-CUR-STREAM PIC 9.
       01 WS-STREAM-IDX PIC 9.
      *      Lexically below every real timestamp, so a stream with
      *      no saved mark sends from its first record.
             MOVE "00000000000000" TO WS-HWM-TIME(WS-STREAM-IDX)
             MOVE SPACES TO WS-STREAM-PREV-LOCAL(WS-STREAM-IDX)
             MOVE 'N'    TO WS-STREAM-REPEAT(WS-STREAM-IDX)
          END-PERFORM.
          PERFORM 001-RESOLVE-ZONE.
          PERFORM 001-LOAD-HWM.
          PERFORM 001-CHECK-BATCH-CONTROL.
          MOVE WS-HWM-MARKS TO WS-HWM-NEW-TIMES.

          SORT S-EVENTS
             ON ASCENDING KEY WS-EVENT-UTC WS-EVENT-TYPE
             INPUT PROCEDURE IS 001-RELEASE-SOURCES
             OUTPUT PROCEDURE IS 001-APPEND-EVENTS.

             END-EVALUATE
          END-PERFORM.

      * The unit's zone: the site config's TZ key, "+HHMM/-HHMM" and
      * an optional daylight-saving rule, as DVD-PROVIS writes it
      * from the roster (DVD-DRIFT reports a unit whose key and
      * roster zone disagree). A missing key, or a zone TZ-CONVERT
      * cannot read, is refused outright: sending a night's feed an
      * unknown number of hours out is worse than sending it late.
      * A unit on UTC says so with TZ=+0000.
       001-RESOLVE-ZONE.
          ACCEPT WS-SITE-CONFIG-HOME FROM ENVIRONMENT "HOME"
             END-ACCEPT.
          MOVE SPACES TO WS-SITE-CONFIG-PATH.
          STRING FUNCTION TRIM(WS-SITE-CONFIG-HOME) DELIMITED BY SIZE
                 "/.dvd-thingyrc"           DELIMITED BY SIZE
              INTO WS-SITE-CONFIG-PATH
          END-STRING.
          OPEN INPUT F-SITE-CONFIG.
          IF WS-SITE-CONFIG-STATUS = "00" THEN
             MOVE 'N' TO WS-SITE-CONFIG-EOF
             PERFORM WITH TEST AFTER UNTIL WS-SITE-CONFIG-EOF = 'Y'
                READ F-SITE-CONFIG
                   AT END
                      MOVE 'Y' TO WS-SITE-CONFIG-EOF
                   NOT AT END
                      MOVE SPACES TO WS-SITE-CONFIG-KEY
                         WS-SITE-CONFIG-VALUE
                      UNSTRING WS-SITE-CONFIG-LINE DELIMITED BY "="
                         INTO WS-SITE-CONFIG-KEY WS-SITE-CONFIG-VALUE
                      END-UNSTRING
                      IF WS-SITE-CONFIG-LINE(1:1) NOT = "#"
                         AND FUNCTION TRIM(WS-SITE-CONFIG-KEY) = "TZ"
                      THEN
                         MOVE WS-SITE-CONFIG-VALUE(1:5)
                            TO WS-SITE-OFFSET
                         MOVE WS-SITE-CONFIG-VALUE(7:2)
                            TO WS-SITE-RULE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-SITE-CONFIG
          END-IF.
          IF WS-SITE-OFFSET = SPACES THEN
             DISPLAY "dvd-extract: no TZ key in "
                FUNCTION TRIM(WS-SITE-CONFIG-PATH) "; add the unit's "
                "roster zone (TZ=+HHMM [US|EU]); nothing sent"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

          MOVE 'U'                TO TC-DIRECTION.
          MOVE WS-SITE-OFFSET     TO TC-UTC-OFFSET.
          MOVE WS-SITE-RULE       TO TC-DST-RULE.
          MOVE WS-RUN-START-STAMP TO TC-STAMP-IN.
          MOVE SPACES             TO TC-PREV-LOCAL.
          MOVE 'N'                TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          IF TC-OK = 'N' THEN
             DISPLAY "dvd-extract: TZ=" FUNCTION TRIM(WS-SITE-OFFSET)
                " " FUNCTION TRIM(WS-SITE-RULE) " in "
                FUNCTION TRIM(WS-SITE-CONFIG-PATH) " is not "
                "+HHMM/-HHMM with US, EU or no rule; nothing sent"
             END-DISPLAY
             STOP RUN RETURNING 1
          END-IF.

      * The rerun gate, on the newest mark across the three streams:
      * a composite older than the last registered run's closing
      * composite means ops-extract.hwm was restored, and running

      * A record at or before its own stream's mark went out
      * already; everything newer advances that stream's mark as it
      * is released. Every record is carried to UTC first, sent or
      * not, so the stream's repeated-hour state follows its whole
      * file.
       005-CHECK-AND-COUNT.
          MOVE 'U'                TO TC-DIRECTION.
          MOVE WS-SITE-OFFSET     TO TC-UTC-OFFSET.
          MOVE WS-SITE-RULE       TO TC-DST-RULE.
          MOVE WS-EVENT-TIMESTAMP TO TC-STAMP-IN.
          MOVE WS-STREAM-PREV-LOCAL(WS-CUR-STREAM) TO TC-PREV-LOCAL.
          MOVE WS-STREAM-REPEAT(WS-CUR-STREAM)     TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-PREV-LOCAL TO WS-STREAM-PREV-LOCAL(WS-CUR-STREAM).
          MOVE TC-REPEAT     TO WS-STREAM-REPEAT(WS-CUR-STREAM).
          MOVE TC-STAMP-OUT  TO WS-EVENT-UTC.
          IF WS-EVENT-TIMESTAMP NOT > WS-HWM-TIME(WS-CUR-STREAM) THEN
             ADD 1 TO WS-SKIPPED
             EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES             TO OE-RECORD
                   MOVE WS-EVENT-TYPE      TO OE-EVENT-TYPE
                   MOVE WS-EVENT-UTC       TO OE-TIMESTAMP
                   MOVE WS-EVENT-SOURCE    TO OE-SOURCE-PROGRAM
                   MOVE WS-EVENT-DETAIL    TO OE-DETAIL
                   WRITE OE-RECORD
      *            The hash total sums each timestamp's day and
      *            time digits; enough to catch a torn or doctored
      *            batch without pretending to be cryptography.
                   IF WS-EVENT-UTC(6:9) IS NUMERIC THEN
                      ADD FUNCTION NUMVAL(WS-EVENT-UTC(6:9))
                         TO WS-HASH-TOTAL
                   END-IF
             END-RETURN
       005-WRITE-BATCH-HEADER.
          MOVE SPACES                      TO OE-RECORD.
          MOVE "BATCH-HDR"                 TO OE-EVENT-TYPE.
          PERFORM 005-STAMP-NOW-UTC.
          MOVE "DVD-EXTRACT"               TO OE-SOURCE-PROGRAM.
          MOVE SPACES                      TO OE-DETAIL.
          STRING "batch=" WS-BATCH-SEQ
                 " tz=UTC" DELIMITED BY SIZE
              INTO OE-DETAIL
          END-STRING.
          WRITE OE-RECORD.
       005-WRITE-BATCH-TRAILER.
          MOVE SPACES                      TO OE-RECORD.
          MOVE "BATCH-TRL"                 TO OE-EVENT-TYPE.
          PERFORM 005-STAMP-NOW-UTC.
          MOVE "DVD-EXTRACT"               TO OE-SOURCE-PROGRAM.
          MOVE SPACES                      TO OE-DETAIL.
          STRING "batch=" WS-BATCH-SEQ
                 " count=" WS-BATCH-EVENTS
                 " hash=" WS-HASH-TOTAL
                 " tz=UTC" DELIMITED BY SIZE
              INTO OE-DETAIL
          END-STRING.
          WRITE OE-RECORD.

      *   The wrapper's own stamp, now, by the unit's zone like the
      *   events it wraps.
       005-STAMP-NOW-UTC.
          MOVE 'U'                         TO TC-DIRECTION.
          MOVE WS-SITE-OFFSET              TO TC-UTC-OFFSET.
          MOVE WS-SITE-RULE                TO TC-DST-RULE.
          MOVE FUNCTION CURRENT-DATE(1:14) TO TC-STAMP-IN.
          MOVE SPACES                      TO TC-PREV-LOCAL.
          MOVE 'N'                         TO TC-REPEAT.
          CALL "TZ-CONVERT" USING TC-RECORD END-CALL.
          MOVE TC-STAMP-OUT                TO OE-TIMESTAMP.
