      * nothing but a text editor. Honors the same --duration=SECONDS
      * contract as DVD-THINGY so 001-RUN-ROTATION can time-slice it
      * like any other routine.
      *
      * Every message's time on screen goes to proof-of-play.log (see
      * PROOF-OF-PLAY-RECORD.CPY): a play starts the frame any of its
      * text scrolls into view and is written the frame the last of
      * it leaves, or when the marquee stops. A line may open with a
      * "[ID]" tag (up to 40 characters, not displayed) naming the
      * sponsor's content for the log, e.g. "[ACME-FALL] Try Acme";
      * an untagged line is logged under its own opening text.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT F-MESSAGES ASSIGN TO "marquee-messages.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MESSAGES-STATUS.
      *   Where each message's plays are appended.
          SELECT F-PROOF-OF-PLAY ASSIGN TO "proof-of-play.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POP-STATUS.
      *   Read for its HOST key only; see 001-RESOLVE-HOST.
          SELECT F-SITE-CONFIG ASSIGN DYNAMIC WS-SITE-CONFIG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SITE-CONFIG-STATUS.
      *   Shared diagnostics log; see ERROR-LOG-RECORD.CPY.
          SELECT F-ERROR-LOG ASSIGN TO "error.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ERROR-LOG-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-MESSAGES.
       01 WS-MESSAGE-LINE PIC X(200).
       FD F-PROOF-OF-PLAY.
       COPY "PROOF-OF-PLAY-RECORD.CPY".
       FD F-SITE-CONFIG.
       01 WS-SITE-CONFIG-LINE PIC X(80).
       FD F-ERROR-LOG.
       COPY "ERROR-LOG-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-MESSAGES-STATUS PIC XX.
       01 WS-POP-STATUS      PIC XX.
       01 WS-ERROR-LOG-STATUS PIC XX.
      *   The message line with any "[ID]" tag taken off, and the
      *   content id it is logged under.
       01 WS-MESSAGE-TEXT    PIC X(200).
       01 WS-MESSAGE-ID      PIC X(40).
       01 WS-TAG-LEN         PIC 999.
      *   Where each message's text sits in the first copy of the
      *   ribbon, and the play in progress while any of it is on
      *   screen. The smallest message plus separator is ten
      *   characters, so the ribbon never holds more than 400.
       78 WS-MAX-MESSAGES VALUE 400.
       01 WS-PLAY-TABLE.
          05 WS-PLAY-ENTRY OCCURS WS-MAX-MESSAGES TIMES.
             10 WS-PLAY-FROM    PIC 9(5).
             10 WS-PLAY-TO      PIC 9(5).
             10 WS-PLAY-ID      PIC X(40).
             10 WS-PLAY-SHOWING PIC X.
             10 WS-PLAY-START   PIC X(14).
       01 WS-PLAY-IDX     PIC 999.
       01 WS-PLAY-IN-VIEW PIC X.
       01 WS-WINDOW-LAST  PIC 9(5).
      *   'N' once proof-of-play.log has refused a write; the failure
      *   is logged once rather than on every play.
       01 WS-POP-ENABLED  PIC X VALUE 'Y'.
      *   The kiosk the plays are logged under: the site config's
      *   HOST key, else $HOSTNAME, as DVD-THINGY.
       01 WS-HOST               PIC X(20) VALUE SPACES.
       01 WS-SITE-CONFIG-PATH   PIC X(255).
       01 WS-SITE-CONFIG-STATUS PIC XX.
       01 WS-SITE-CONFIG-HOME   PIC X(200).
       01 WS-SITE-CONFIG-EOF    PIC X.
       01 WS-SITE-CONFIG-KEY    PIC X(20).
       01 WS-SITE-CONFIG-VALUE  PIC X(59).
      *   The same cross-instance log lock DVD-THINGY.CBL takes
      *   around its shared-log appends.
       78 WS-LOCK-MAX-TRIES   VALUE 20.
       78 WS-LOCK-RETRY-NANOS VALUE 50000000.
       01 WS-LOCK-TRY         PIC 99.
       01 WS-LOCK-RC          PIC S9(9).
       01 WS-LOCK-SLEEP       PIC 9(9) VALUE WS-LOCK-RETRY-NANOS.
       01 WS-LOCK-TAKE-CMD    PIC X(50)
          VALUE "mkdir .dvd-log.lck 2> /dev/null".
       01 WS-LOCK-FREE-CMD    PIC X(50)
          VALUE "rmdir .dvd-log.lck 2> /dev/null".
      *   All messages joined into one ribbon with a separator
      *   between them; the ribbon is doubled so any screen-wide
      *   window starting inside the first copy can be taken with one
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-GETOPT.
          PERFORM 001-RESOLVE-HOST.
          PERFORM 001-LOAD-MESSAGES.
          PERFORM 001-RUN.
          PERFORM 001-END-PLAYS.
          DISPLAY SPACE BLANK SCREEN END-DISPLAY.
          STOP RUN RETURNING 0.

          THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-SPLIT-MESSAGE-TAG.
          IF WS-MESSAGE-TEXT = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          IF WS-RIBBON-LEN
             + FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-TEXT))
             + FUNCTION LENGTH(WS-SEPARATOR) > WS-RIBBON-MAX
             OR WS-MESSAGE-COUNT >= WS-MAX-MESSAGES
          THEN
             IF WS-RIBBON-FULL-WARNED = 'N' THEN
                DISPLAY "dvd-marquee: marquee-messages.txt is longer "
             END-IF
             EXIT PARAGRAPH
          END-IF.
          STRING FUNCTION TRIM(WS-MESSAGE-TEXT) DELIMITED BY SIZE
                 WS-SEPARATOR DELIMITED BY SIZE
              INTO WS-RIBBON(WS-RIBBON-LEN + 1:)
          END-STRING.
          ADD 1 TO WS-MESSAGE-COUNT.
          COMPUTE WS-PLAY-FROM(WS-MESSAGE-COUNT) = WS-RIBBON-LEN + 1
          END-COMPUTE.
          COMPUTE WS-PLAY-TO(WS-MESSAGE-COUNT) = WS-RIBBON-LEN
             + FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-TEXT))
          END-COMPUTE.
          MOVE WS-MESSAGE-ID TO WS-PLAY-ID(WS-MESSAGE-COUNT).
          MOVE 'N'           TO WS-PLAY-SHOWING(WS-MESSAGE-COUNT).
          COMPUTE WS-RIBBON-LEN = WS-RIBBON-LEN
             + FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE-TEXT))
             + FUNCTION LENGTH(WS-SEPARATOR)
          END-COMPUTE.

      * A leading "[ID]" names the content for proof-of-play.log and
      * is not displayed; a "[" with no "]" within 41 characters is
      * just text. An untagged line is logged under its opening text.
       005-SPLIT-MESSAGE-TAG.
          MOVE SPACES TO WS-MESSAGE-TEXT.
          MOVE SPACES TO WS-MESSAGE-ID.
          MOVE 0 TO WS-TAG-LEN.
          IF WS-MESSAGE-LINE(1:1) = "[" THEN
             INSPECT WS-MESSAGE-LINE TALLYING WS-TAG-LEN
                FOR CHARACTERS BEFORE INITIAL "]"
          END-IF.
          IF WS-TAG-LEN >= 2 AND WS-TAG-LEN <= 41 THEN
             MOVE WS-MESSAGE-LINE(2:WS-TAG-LEN - 1) TO WS-MESSAGE-ID
             IF WS-TAG-LEN < 199 THEN
                MOVE FUNCTION TRIM(WS-MESSAGE-LINE(WS-TAG-LEN + 2:))
                   TO WS-MESSAGE-TEXT
             END-IF
          ELSE
             MOVE FUNCTION TRIM(WS-MESSAGE-LINE) TO WS-MESSAGE-TEXT
             MOVE WS-MESSAGE-TEXT TO WS-MESSAGE-ID
          END-IF.

       005-APPEND-DEFAULT-MESSAGE.
          MOVE "[DEFAULT] Welcome" TO WS-MESSAGE-LINE.
          PERFORM 005-APPEND-MESSAGE.

      * The site config's HOST key, else $HOSTNAME, as DVD-THINGY.
       001-RESOLVE-HOST.
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
                         AND FUNCTION TRIM(WS-SITE-CONFIG-KEY) = "HOST"
                      THEN
                         MOVE FUNCTION TRIM(WS-SITE-CONFIG-VALUE)
                            TO WS-HOST
                      END-IF
                END-READ
             END-PERFORM
             CLOSE F-SITE-CONFIG
          END-IF.
          IF WS-HOST = SPACES THEN
             ACCEPT WS-HOST FROM ENVIRONMENT "HOSTNAME" END-ACCEPT
          END-IF.
          IF WS-HOST = SPACES THEN
             MOVE "unknown" TO WS-HOST
          END-IF.

       001-RUN.
      *   Double the ribbon so a window that straddles the wrap point
      *   is one straight reference-modification read.

          PERFORM UNTIL WS-RUN-QUIT = 'Y'
             PERFORM 005-RUN-DRAW-FRAME
             PERFORM 005-RUN-TRACK-PLAYS
             CALL "CBL_GC_NANOSLEEP" USING WS-SLEEP-NANOS END-CALL
             PERFORM 005-RUN-POLL-KEYBOARD
             IF WS-CONFIG-DURATION-SECONDS > 0 THEN
             LINE WS-MARQUEE-ROW COL 1
          END-DISPLAY.

      * Which messages the frame just drawn shows any of: the window
      * runs WS-WINDOW-WIDTH characters from WS-SCROLL-OFFSET and may
      * reach into the ribbon's second copy, so each message is
      * tested at both its positions. A message coming into view
      * starts a play; one gone from view ends it.
       005-RUN-TRACK-PLAYS.
          COMPUTE WS-WINDOW-LAST = WS-SCROLL-OFFSET
             + WS-WINDOW-WIDTH - 1
          END-COMPUTE.
          PERFORM VARYING WS-PLAY-IDX FROM 1 BY 1
                  UNTIL WS-PLAY-IDX > WS-MESSAGE-COUNT
             MOVE 'N' TO WS-PLAY-IN-VIEW
             IF WS-PLAY-FROM(WS-PLAY-IDX) <= WS-WINDOW-LAST
                AND WS-PLAY-TO(WS-PLAY-IDX) >= WS-SCROLL-OFFSET
             THEN
                MOVE 'Y' TO WS-PLAY-IN-VIEW
             END-IF
             IF WS-PLAY-FROM(WS-PLAY-IDX) + WS-RIBBON-LEN
                   <= WS-WINDOW-LAST
                AND WS-PLAY-TO(WS-PLAY-IDX) + WS-RIBBON-LEN
                   >= WS-SCROLL-OFFSET
             THEN
                MOVE 'Y' TO WS-PLAY-IN-VIEW
             END-IF
             EVALUATE TRUE
             WHEN WS-PLAY-IN-VIEW = 'Y'
                AND WS-PLAY-SHOWING(WS-PLAY-IDX) = 'N'
                MOVE 'Y' TO WS-PLAY-SHOWING(WS-PLAY-IDX)
                MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-PLAY-START(WS-PLAY-IDX)
             WHEN WS-PLAY-IN-VIEW = 'N'
                AND WS-PLAY-SHOWING(WS-PLAY-IDX) = 'Y'
                PERFORM 005-WRITE-PLAY
                MOVE 'N' TO WS-PLAY-SHOWING(WS-PLAY-IDX)
             END-EVALUATE
          END-PERFORM.

      * Whatever is still on screen when the marquee stops has played
      * until now.
       001-END-PLAYS.
          PERFORM VARYING WS-PLAY-IDX FROM 1 BY 1
                  UNTIL WS-PLAY-IDX > WS-MESSAGE-COUNT
             IF WS-PLAY-SHOWING(WS-PLAY-IDX) = 'Y' THEN
                PERFORM 005-WRITE-PLAY
                MOVE 'N' TO WS-PLAY-SHOWING(WS-PLAY-IDX)
             END-IF
          END-PERFORM.

      * Appends message WS-PLAY-IDX's play, from its start to now.
       005-WRITE-PLAY.
          IF WS-POP-ENABLED = 'N' THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-TAKE-LOG-LOCK.
          OPEN EXTEND F-PROOF-OF-PLAY.
          IF WS-POP-STATUS = "35" THEN
             OPEN OUTPUT F-PROOF-OF-PLAY
          END-IF.
          IF WS-POP-STATUS NOT = "00" THEN
             PERFORM 005-RELEASE-LOG-LOCK
             PERFORM 005-LOG-ERROR
             MOVE 'N' TO WS-POP-ENABLED
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES                      TO PP-RECORD.
          MOVE WS-PLAY-START(WS-PLAY-IDX)  TO PP-START.
          MOVE FUNCTION CURRENT-DATE(1:14) TO PP-END.
          MOVE WS-HOST                     TO PP-HOST.
          MOVE "DVD-MARQUEE"               TO PP-ROUTINE.
          MOVE WS-PLAY-ID(WS-PLAY-IDX)     TO PP-CONTENT-ID.
          WRITE PP-RECORD.
          CLOSE F-PROOF-OF-PLAY.
          PERFORM 005-RELEASE-LOG-LOCK.

      * Takes the cross-instance log lock (mkdir is atomic; a stale
      * holder is waited out briefly, then overridden).
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

      * Notes the refused proof-of-play append in the shared error
      * log; a failure here too is quietly dropped, since the marquee
      * has nowhere else to report it without wrecking the display.
       005-LOG-ERROR.
          OPEN EXTEND F-ERROR-LOG.
          IF WS-ERROR-LOG-STATUS = "35" THEN
             OPEN OUTPUT F-ERROR-LOG
          END-IF.
          IF WS-ERROR-LOG-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES                      TO EL-RECORD.
          MOVE FUNCTION CURRENT-DATE(1:14) TO EL-TIMESTAMP.
          MOVE "DVD-MARQUEE"               TO EL-PROGRAM.
          MOVE "005-WRITE-PLAY"            TO EL-PARAGRAPH.
          MOVE WS-POP-STATUS               TO EL-FILE-STATUS.
          MOVE "proof-of-play.log"         TO EL-PATH.
          WRITE EL-RECORD.
          CLOSE F-ERROR-LOG.

      * Non-blocking single-keystroke poll, so an attached keyboard
      * can still end the show; headless units just never press it.
       005-RUN-POLL-KEYBOARD.
                  "messages.txt (one message per line; # comments "
                  "and blanks skipped) across the middle of the "
                  "terminal, for the attract rotation's announcement "
                  "slots. Each message's time on screen is appended "
                  "to proof-of-play.log, under the [ID] tag the line "
                  "opens with, if any."
          END-DISPLAY.
          DISPLAY SPACE                                   END-DISPLAY.
          DISPLAY "Options:"                              END-DISPLAY.
