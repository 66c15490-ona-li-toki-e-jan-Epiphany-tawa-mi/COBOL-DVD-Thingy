          SELECT F-LOGO-SCHEDULE ASSIGN TO "logo-schedule.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOGO-SCHEDULE-STATUS.
      *   Prize claim register: one ISSUED record per corner hit a
      *   claim code was shown for, when the site config turns the
      *   promotion on (CLAIMS=YES); see CLAIM-REGISTER-RECORD.CPY.
          SELECT F-CLAIM-REGISTER ASSIGN TO "claim-register.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLAIM-REGISTER-STATUS.
      *   Proof-of-play log: one record per stretch the logo art was
      *   on screen; see PROOF-OF-PLAY-RECORD.CPY.
          SELECT F-PROOF-OF-PLAY ASSIGN TO "proof-of-play.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POP-STATUS.
      *   The proof-of-play stretch still on screen, rewritten on the
      *   checkpoint's cadence; see the WS-POP fields.
          SELECT F-POP-OPEN ASSIGN DYNAMIC WS-POP-OPEN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POP-OPEN-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD F-CORNER-HITS.
       COPY "CORNER-HIT-RECORD.CPY".
       FD F-CLAIM-REGISTER.
       COPY "CLAIM-REGISTER-RECORD.CPY".
       FD F-SITE-CONFIG.
       01 WS-SITE-CONFIG-LINE PIC X(80).
       FD F-LOGO-FILE.
       01 WS-SCHEDULE-LINE PIC X(80).
       FD F-SCRIPT.
       01 WS-SCRIPT-LINE PIC X(100).
       FD F-PROOF-OF-PLAY.
       COPY "PROOF-OF-PLAY-RECORD.CPY".
      *   One PP-RECORD, as built in WS-POP-LINE.
       FD F-POP-OPEN.
       01 WS-POP-OPEN-LINE PIC X(104).
       WORKING-STORAGE SECTION.
      *   Path is built at runtime from $HOME, so a single site image
      *   works the same for every operator's account.
       01 WS-STATUS-UP-MINS    PIC 99.
       01 WS-STATUS-UP-SS      PIC 99.
       01 WS-STATUS-REMAINDER  PIC 9(11).
      * "Catch the corner" prize claims, switched on with the site
      * config's CLAIMS=YES: every corner hit also issues a claim
      * code, shows it across the top row for CLAIM-SECONDS seconds
      * so the guest can note it, and appends it to the claim
      * register, good at the front desk (DVD-CLAIM.CBL) for
      * CLAIM-DAYS days. The code carries the corner, a two-digit
      * check of the host tag, an eight-digit serial (day of year and
      * second of day), this session's hit sequence digit and a
      * trailing check digit, so a mistyped code is caught at the
      * desk before the register is even searched. The host tag is
      * the site config's HOST key, else $HOSTNAME.
       01 WS-CLAIMS-ENABLED        PIC X VALUE 'N'.
       01 WS-CLAIM-REGISTER-STATUS PIC XX.
       01 WS-CLAIM-DAYS            PIC 9(3) VALUE 7.
       01 WS-CLAIM-SHOW-SECS       PIC 9(5) VALUE 60.
       01 WS-CLAIM-HOST            PIC X(20) VALUE SPACES.
       01 WS-CLAIM-CODE            PIC X(14) VALUE SPACES.
      *   Seconds count (see 005-RUN-COMPUTE-NOW-SECS) the on-screen
      *   code comes down at; 0 while no code is showing.
       01 WS-CLAIM-SHOW-UNTIL      PIC 9(11) VALUE 0.
       01 WS-CLAIM-LINE            PIC X(80).
       01 WS-CLAIM-DIGITS.
          05 WS-CLAIM-HOST-CHECK   PIC 99 VALUE 0.
          05 WS-CLAIM-DOY          PIC 999.
          05 WS-CLAIM-SOD          PIC 9(5).
          05 WS-CLAIM-SEQ          PIC 9.
       01 WS-CLAIM-DIGIT-TABLE REDEFINES WS-CLAIM-DIGITS.
          05 WS-CLAIM-DIGIT        PIC 9 OCCURS 11 TIMES.
       01 WS-CLAIM-CHECK           PIC 9.
       01 WS-CLAIM-SUM             PIC 9(5).
       01 WS-CLAIM-IDX             PIC 99.
       01 WS-CLAIM-NOW             PIC X(14).
       01 WS-CLAIM-DATE-PART       PIC 9(8).
       01 WS-CLAIM-JAN-FIRST       PIC 9(8).
       01 WS-CLAIM-EXPIRES         PIC 9(8).
      *   The bottom row the bounce may use: the full screen height,
      *   less the ticker row when it is enabled.
       01 WS-BOUNCE-HEIGHT     PIC 9999.
      * written, from the options 001-GETOPT already resolved.
       01 WS-SESSION-OPTIONS      PIC X(120) VALUE SPACES.
       01 WS-SESSION-STOP-REASON  PIC X(6) VALUE "NORMAL".
      *   The per-logo velocities as "a,b,c", for the vel= option.
       01 WS-SESSION-VEL-LIST     PIC X(15) VALUE SPACES.
       01 WS-SESSION-VEL-PTR      PIC 99.
      * --frames=N --output=DIR headless capture mode: instead of
      * DISPLAYing to a real terminal, renders N frames as plain text
      * files under DIR. There is no terminal to query the size of in
       01 WS-REPLAY-HAVE-TICK PIC X.
       01 WS-REPLAY-EOF       PIC X.
       01 WS-REPLAY-MAX-INDEX PIC 99.
      * Proof of play: the art on screen (the schedule entry, built-in
      * logo name or FILE:path actually rendered) and since when. A
      * change of art, midnight, or the end of the session writes the
      * stretch just finished to proof-of-play.log, so sponsors'
      * seasonal art can be billed per kiosk per day. Only live
      * sessions log; --frames and --replay put nothing in front of
      * the public. A log that stops being writable is reported once
      * to the error log and play logging switched off, as the tick
      * journal does.
      *
      * A SIGINT/SIGTERM ends the session without reaching 000-MAIN's
      * closing write, so the open stretch is also kept in
      * $HOME/.dvd-thingy-play - rewritten when it starts and on every
      * checkpoint, ending at that moment, and deleted once the
      * stretch is written. A file still there at the next live start
      * is a stretch the last session never closed: it is appended to
      * proof-of-play.log as it stood at its last save, before any new
      * art is noted.
       01 WS-POP-STATUS   PIC XX.
       01 WS-POP-ENABLED  PIC X VALUE 'N'.
       01 WS-POP-HOST     PIC X(20) VALUE SPACES.
       01 WS-POP-ART-NOW  PIC X(40).
       01 WS-POP-ART-SHOWN PIC X(40) VALUE SPACES.
       01 WS-POP-START    PIC X(14).
       01 WS-POP-LINE     PIC X(104).
       01 WS-POP-OPEN-PATH   PIC X(255).
       01 WS-POP-OPEN-STATUS PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
          PERFORM 001-LOG-SESSION-START.
          PERFORM 001-RUN.
          PERFORM 001-STOP-NET-HELPER.
          IF WS-POP-ENABLED = 'Y' THEN
             PERFORM 005-POP-WRITE-PLAY
          END-IF.
      *   Still enabled means the last stretch made it into the log.
          IF WS-POP-ENABLED = 'Y' THEN
             CALL "C$DELETE" USING WS-POP-OPEN-PATH, 0 END-CALL
          END-IF.
          MOVE "NORMAL" TO WS-SESSION-STOP-REASON.
          PERFORM 001-LOG-SESSION-STOP.
          STOP RUN RETURNING 0.
          IF WS-SCRIPT-ENABLED = 'Y' THEN
             PERFORM 001-LOAD-SCRIPT
          END-IF.
          IF WS-CONFIG-FRAMES = 0 AND WS-JOURNAL-REPLAY-ON = 'N' THEN
             PERFORM 001-POP-RESOLVE-HOST
             PERFORM 001-POP-RECOVER-OPEN
          END-IF.
          PERFORM 001-SELECT-LOGO.

          IF WS-LOGO-FILE-ENABLED = 'Y' THEN
                FUNCTION TRIM(WS-LOGO-EFFECTIVE) "', using VIDEO"
             END-DISPLAY
             MOVE WS-LOGO-LIB-VIDEO TO WS-LOGO-LINES
             MOVE "VIDEO" TO WS-LOGO-EFFECTIVE
          END-EVALUATE.
          MOVE WS-LOGO-WIDTH TO WS-LOGO-DISP-WIDTH.
          PERFORM 001-MEASURE-LOGO-LINES.
          IF WS-POP-ENABLED = 'Y' THEN
             PERFORM 005-POP-NOTE-ART
          END-IF.

      * Reads the seasonal schedule into its table, one range per
      * line: "YYYYMMDD YYYYMMDD VALUE", from/to inclusive, VALUE a
          CLOSE F-SESSION-LOG.
          PERFORM 005-RELEASE-LOG-LOCK.

      * vel= goes last so readers keyed on the older leading fields
      * (DVD-FORCST takes speed= from the front) keep working.
       005-BUILD-SESSION-OPTIONS.
          MOVE SPACES TO WS-SESSION-VEL-LIST.
          MOVE 1 TO WS-SESSION-VEL-PTR.
          PERFORM VARYING WS-VELOCITY-IDX FROM 1 BY 1
                  UNTIL WS-VELOCITY-IDX > WS-LOGO-COUNT
             IF WS-VELOCITY-IDX > 1 THEN
                STRING "," DELIMITED BY SIZE
                   INTO WS-SESSION-VEL-LIST
                   WITH POINTER WS-SESSION-VEL-PTR
                END-STRING
             END-IF
             STRING WS-LOGO-VELOCITY(WS-VELOCITY-IDX) DELIMITED BY SIZE
                INTO WS-SESSION-VEL-LIST
                WITH POINTER WS-SESSION-VEL-PTR
             END-STRING
          END-PERFORM.
          STRING "speed="  WS-CONFIG-SPEED-MS         DELIMITED BY SIZE
                 " color=" WS-CONFIG-COLOR             DELIMITED BY SIZE
                 " logo="  FUNCTION TRIM(WS-CONFIG-LOGO)
                 " duration=" WS-CONFIG-DURATION-SECONDS
                    DELIMITED BY SIZE
                 " inst=" WS-INSTANCE-ID DELIMITED BY SIZE
                 " vel=" FUNCTION TRIM(WS-SESSION-VEL-LIST)
                    DELIMITED BY SIZE
              INTO WS-SESSION-OPTIONS
          END-STRING.

          CLOSE F-SESSION-LOG.
          PERFORM 005-RELEASE-LOG-LOCK.

      * The kiosk plays are logged under: the site config's HOST key
      * (already read into WS-CLAIM-HOST), else $HOSTNAME. Turns play
      * logging on.
       001-POP-RESOLVE-HOST.
          MOVE WS-CLAIM-HOST TO WS-POP-HOST.
          IF WS-POP-HOST = SPACES THEN
             ACCEPT WS-POP-HOST FROM ENVIRONMENT "HOSTNAME"
             END-ACCEPT
          END-IF.
          IF WS-POP-HOST = SPACES THEN
             MOVE "unknown" TO WS-POP-HOST
          END-IF.
          MOVE 'Y' TO WS-POP-ENABLED.

      * Appends the stretch a killed session left in WS-POP-OPEN-PATH
      * (see the WS-POP fields), then drops the file. Missing is the
      * normal case after a clean stop.
       001-POP-RECOVER-OPEN.
          OPEN INPUT F-POP-OPEN.
          IF WS-POP-OPEN-STATUS NOT = "00" THEN
             IF WS-POP-OPEN-STATUS NOT = "35" THEN
                MOVE "001-POP-RECOVER-OPEN" TO WS-ERRLOG-PARAGRAPH
                MOVE WS-POP-OPEN-STATUS     TO WS-ERRLOG-FILE-STATUS
                MOVE WS-POP-OPEN-PATH       TO WS-ERRLOG-PATH
                PERFORM 005-LOG-ERROR
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-POP-LINE.
          READ F-POP-OPEN INTO WS-POP-LINE
             AT END MOVE SPACES TO WS-POP-LINE
          END-READ.
          CLOSE F-POP-OPEN.
          IF WS-POP-LINE NOT = SPACES THEN
             PERFORM 005-POP-APPEND-LINE
          END-IF.
      *   Kept when the append failed, so the next session retries it.
          IF WS-POP-ENABLED = 'Y' THEN
             CALL "C$DELETE" USING WS-POP-OPEN-PATH, 0 END-CALL
          END-IF.

      * Called whenever 001-SELECT-LOGO has (re)chosen the art: the
      * art in effect is the schedule's FILE: path or the command
      * line's --logo-file when one is loaded, else the logo name
      * actually rendered. New art closes the stretch of the old.
       005-POP-NOTE-ART.
          MOVE SPACES TO WS-POP-ART-NOW.
          IF WS-LOGO-FILE-ENABLED = 'Y' THEN
             STRING "FILE:" FUNCTION TRIM(WS-LOGO-FILE-PATH)
                DELIMITED BY SIZE INTO WS-POP-ART-NOW
             END-STRING
          ELSE
             MOVE WS-LOGO-EFFECTIVE TO WS-POP-ART-NOW
          END-IF.
          IF WS-POP-ART-NOW = WS-POP-ART-SHOWN THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-POP-WRITE-PLAY.
          MOVE WS-POP-ART-NOW TO WS-POP-ART-SHOWN.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POP-START.
          PERFORM 005-POP-SAVE-OPEN.

      * A stretch never spans midnight: the first tick of a new day
      * closes it and starts the same art again, so each day's
      * on-screen time is that day's.
       005-POP-CHECK-MIDNIGHT.
          IF FUNCTION CURRENT-DATE(1:8) = WS-POP-START(1:8) THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-POP-WRITE-PLAY.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POP-START.
          PERFORM 005-POP-SAVE-OPEN.

      * Appends the stretch from WS-POP-START to now for the art in
      * WS-POP-ART-SHOWN (nothing before the first art is chosen).
       005-POP-WRITE-PLAY.
          IF WS-POP-ART-SHOWN = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-POP-BUILD-LINE.
          PERFORM 005-POP-APPEND-LINE.

      * Rewrites WS-POP-OPEN-PATH with the stretch so far. Like the
      * heartbeat, a failed rewrite is not worth ending the show over;
      * the stretch is still written normally when it closes.
       005-POP-SAVE-OPEN.
          IF WS-POP-ENABLED NOT = 'Y' OR WS-POP-ART-SHOWN = SPACES THEN
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT F-POP-OPEN.
          IF WS-POP-OPEN-STATUS NOT = "00" THEN
             EXIT PARAGRAPH
          END-IF.
          PERFORM 005-POP-BUILD-LINE.
          WRITE WS-POP-OPEN-LINE FROM WS-POP-LINE.
          CLOSE F-POP-OPEN.

      * The stretch from WS-POP-START to now, as one PP-RECORD.
       005-POP-BUILD-LINE.
          MOVE SPACES                      TO PP-RECORD.
          MOVE WS-POP-START                TO PP-START.
          MOVE FUNCTION CURRENT-DATE(1:14) TO PP-END.
          MOVE WS-POP-HOST                 TO PP-HOST.
          MOVE "DVD-THINGY"                TO PP-ROUTINE.
          MOVE WS-POP-ART-SHOWN            TO PP-CONTENT-ID.
          MOVE PP-RECORD                   TO WS-POP-LINE.

      * Appends WS-POP-LINE to proof-of-play.log under the log lock.
       005-POP-APPEND-LINE.
          PERFORM 005-TAKE-LOG-LOCK.
          OPEN EXTEND F-PROOF-OF-PLAY.
          IF WS-POP-STATUS = "35" THEN
             OPEN OUTPUT F-PROOF-OF-PLAY
          END-IF.
          IF WS-POP-STATUS NOT = "00" THEN
             PERFORM 005-RELEASE-LOG-LOCK
             MOVE "005-POP-APPEND-LINE" TO WS-ERRLOG-PARAGRAPH
             MOVE WS-POP-STATUS         TO WS-ERRLOG-FILE-STATUS
             MOVE "proof-of-play.log"   TO WS-ERRLOG-PATH
             PERFORM 005-LOG-ERROR
             MOVE 'N' TO WS-POP-ENABLED
             EXIT PARAGRAPH
          END-IF.
          WRITE PP-RECORD FROM WS-POP-LINE.
          CLOSE F-PROOF-OF-PLAY.
          PERFORM 005-RELEASE-LOG-LOCK.

       005-GETOPT-HELP.
          DISPLAY "Usage:"                          END-DISPLAY.
          DISPLAY "  cobol-dvd-thingy [options...]" END-DISPLAY
             IF WS-SCHEDULE-COUNT > 0 THEN
                PERFORM 005-RUN-CHECK-MIDNIGHT
             END-IF
             IF WS-POP-ENABLED = 'Y' THEN
                PERFORM 005-POP-CHECK-MIDNIGHT
             END-IF
             IF WS-CONFIG-DURATION-SECONDS > 0 THEN
                PERFORM 005-RUN-CHECK-DURATION
             END-IF
          CLOSE F-CHECKPOINT.

          PERFORM 005-RUN-SAVE-HEARTBEAT.
          IF WS-POP-ENABLED = 'Y' THEN
             PERFORM 005-POP-SAVE-OPEN
          END-IF.

      * Rewrites the one-record heartbeat file with the session's
      * vitals. A frozen unit stops rewriting it, which is exactly
                 "/.dvd-thingy-heartbeat"   DELIMITED BY SIZE
              INTO WS-HEARTBEAT-PATH
          END-STRING.
          STRING FUNCTION TRIM(WS-SITE-CONFIG-HOME) DELIMITED BY SIZE
                 "/.dvd-thingy-play"        DELIMITED BY SIZE
              INTO WS-POP-OPEN-PATH
          END-STRING.

          OPEN INPUT F-SITE-CONFIG.
          IF WS-SITE-CONFIG-STATUS NOT = "00" THEN
             CLOSE F-SITE-CONFIG
          END-IF.

          IF WS-CLAIMS-ENABLED = 'Y' THEN
             PERFORM 005-CLAIM-HOST-CHECK
          END-IF.

      * Resolves the host tag claim codes are issued under and folds
      * it into the code's two-digit host check.
       005-CLAIM-HOST-CHECK.
          IF WS-CLAIM-HOST = SPACES THEN
             ACCEPT WS-CLAIM-HOST FROM ENVIRONMENT "HOSTNAME"
             END-ACCEPT
          END-IF.
          IF WS-CLAIM-HOST = SPACES THEN
             MOVE "unknown" TO WS-CLAIM-HOST
          END-IF.
          MOVE 0 TO WS-CLAIM-SUM.
          PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                  UNTIL WS-CLAIM-IDX > 20
             IF WS-CLAIM-HOST(WS-CLAIM-IDX:1) NOT = SPACE THEN
                ADD FUNCTION ORD(WS-CLAIM-HOST(WS-CLAIM-IDX:1))
                   TO WS-CLAIM-SUM
             END-IF
          END-PERFORM.
          COMPUTE WS-CLAIM-HOST-CHECK = FUNCTION MOD(WS-CLAIM-SUM, 100)
          END-COMPUTE.

       005-APPLY-SITE-CONFIG-LINE.
      *   Lines are "KEY=VALUE"; blank and comment ("#...") lines are
      *   skipped.
             ELSE
                MOVE 'N' TO WS-STATUS-ENABLED
             END-IF
          WHEN "CLAIMS"
             IF FUNCTION TRIM(WS-SITE-CONFIG-VALUE) = "YES" THEN
                MOVE 'Y' TO WS-CLAIMS-ENABLED
             ELSE
                MOVE 'N' TO WS-CLAIMS-ENABLED
             END-IF
          WHEN "CLAIM-DAYS"
             MOVE FUNCTION NUMVAL(WS-SITE-CONFIG-VALUE)
                TO WS-CLAIM-DAYS
          WHEN "CLAIM-SECONDS"
             MOVE FUNCTION NUMVAL(WS-SITE-CONFIG-VALUE)
                TO WS-CLAIM-SHOW-SECS
          WHEN "HOST"
             MOVE FUNCTION TRIM(WS-SITE-CONFIG-VALUE) TO WS-CLAIM-HOST
          END-EVALUATE.

       001-LOAD-LOGO-FROM-FILE.
             PERFORM 005-RUN-DISPLAY-STATUS
          END-IF.

          IF WS-CLAIM-SHOW-UNTIL > 0 THEN
             PERFORM 005-RUN-DISPLAY-CLAIM
          END-IF.

      * Draws the latest claim code across the top row until its
      * display time runs out.
       005-RUN-DISPLAY-CLAIM.
          PERFORM 005-RUN-COMPUTE-NOW-SECS.
          IF WS-RUN-CURRENT-SECS >= WS-CLAIM-SHOW-UNTIL THEN
             MOVE 0 TO WS-CLAIM-SHOW-UNTIL
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-CLAIM-LINE.
          STRING "CORNER HIT! Your prize claim code: " DELIMITED BY SIZE
                 WS-CLAIM-CODE                         DELIMITED BY SIZE
                 "  - show it at the front desk"       DELIMITED BY SIZE
              INTO WS-CLAIM-LINE
          END-STRING.
          DISPLAY WS-CLAIM-LINE AT LINE 1 COL 1 END-DISPLAY.

      * Builds and draws the one-line dashboard on the bottom row.
       005-RUN-DISPLAY-STATUS.
          PERFORM 005-RUN-COMPUTE-NOW-SECS.
          ELSE
             WRITE CH-RECORD
             CLOSE F-CORNER-HITS
      *      Issued under the same lock, and only once the hit itself
      *      is on file, so every register line has its CH-RECORD.
             IF WS-CLAIMS-ENABLED = 'Y' THEN
                PERFORM 005-RUN-ISSUE-CLAIM
             END-IF
             PERFORM 005-RELEASE-LOG-LOCK
          END-IF.

          IF FUNCTION TRIM(WS-CONFIG-NOTIFY-CMD) NOT = SPACES THEN
             CALL "SYSTEM" USING WS-CONFIG-NOTIFY-CMD END-CALL
          END-IF.

      * Builds the claim code for the hit just written to CH-RECORD,
      * appends it to the claim register as ISSUED, and puts it up on
      * screen. A register that can't be written is logged and the
      * code is not shown - a code the register doesn't hold would
      * only be refused at the desk.
       005-RUN-ISSUE-CLAIM.
          MOVE CH-TIMESTAMP TO WS-CLAIM-NOW.
          MOVE WS-CLAIM-NOW(1:8) TO WS-CLAIM-DATE-PART.
          MOVE WS-CLAIM-NOW(1:4) TO WS-CLAIM-JAN-FIRST(1:4).
          MOVE "0101"            TO WS-CLAIM-JAN-FIRST(5:4).
          COMPUTE WS-CLAIM-DOY =
             FUNCTION INTEGER-OF-DATE(WS-CLAIM-DATE-PART)
             - FUNCTION INTEGER-OF-DATE(WS-CLAIM-JAN-FIRST) + 1
          END-COMPUTE.
          COMPUTE WS-CLAIM-SOD =
             FUNCTION NUMVAL(WS-CLAIM-NOW(9:2)) * 3600
             + FUNCTION NUMVAL(WS-CLAIM-NOW(11:2)) * 60
             + FUNCTION NUMVAL(WS-CLAIM-NOW(13:2))
          END-COMPUTE.
          COMPUTE WS-CLAIM-SEQ = FUNCTION MOD(WS-STATUS-HIT-COUNT, 10)
          END-COMPUTE.
      *   Check digit: digits weighted 1,3,1,3,... summed, then
      *   whatever brings the sum up to a multiple of ten.
          MOVE 0 TO WS-CLAIM-SUM.
          PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                  UNTIL WS-CLAIM-IDX > 11
             IF FUNCTION MOD(WS-CLAIM-IDX, 2) = 0 THEN
                COMPUTE WS-CLAIM-SUM =
                   WS-CLAIM-SUM + WS-CLAIM-DIGIT(WS-CLAIM-IDX) * 3
                END-COMPUTE
             ELSE
                ADD WS-CLAIM-DIGIT(WS-CLAIM-IDX) TO WS-CLAIM-SUM
             END-IF
          END-PERFORM.
          COMPUTE WS-CLAIM-CHECK =
             FUNCTION MOD(10 - FUNCTION MOD(WS-CLAIM-SUM, 10), 10)
          END-COMPUTE.
          MOVE SPACES TO WS-CLAIM-CODE.
          STRING WS-CORNER-CODE  DELIMITED BY SIZE
                 WS-CLAIM-DIGITS DELIMITED BY SIZE
                 WS-CLAIM-CHECK  DELIMITED BY SIZE
              INTO WS-CLAIM-CODE
          END-STRING.
          COMPUTE WS-CLAIM-EXPIRES = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-CLAIM-DATE-PART)
             + WS-CLAIM-DAYS)
          END-COMPUTE.

          OPEN EXTEND F-CLAIM-REGISTER.
          IF WS-CLAIM-REGISTER-STATUS = "35" THEN
             OPEN OUTPUT F-CLAIM-REGISTER
          END-IF.
          IF WS-CLAIM-REGISTER-STATUS NOT = "00" THEN
             MOVE "005-RUN-ISSUE-CLAIM"    TO WS-ERRLOG-PARAGRAPH
             MOVE WS-CLAIM-REGISTER-STATUS TO WS-ERRLOG-FILE-STATUS
             MOVE "claim-register.dat"     TO WS-ERRLOG-PATH
             PERFORM 005-LOG-ERROR
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES           TO CL-RECORD.
          MOVE WS-CLAIM-CODE    TO CL-CODE.
          MOVE WS-CLAIM-HOST    TO CL-HOST.
          MOVE WS-CLAIM-NOW     TO CL-TIMESTAMP.
          MOVE WS-CORNER-CODE   TO CL-CORNER.
          MOVE "ISSUED"         TO CL-STATUS.
          MOVE WS-CLAIM-EXPIRES TO CL-EXPIRES.
          WRITE CL-RECORD.
          CLOSE F-CLAIM-REGISTER.

          PERFORM 005-RUN-COMPUTE-NOW-SECS.
          COMPUTE WS-CLAIM-SHOW-UNTIL =
             WS-RUN-CURRENT-SECS + WS-CLAIM-SHOW-SECS
          END-COMPUTE.
