      *   Which alternate action the options asked for: 'H' lists the
      *   history, 'R' rolls back; space is the normal edit screen.
       01 WS-CONFIG-ACTION PIC X VALUE SPACE.
      *   Lines for keys this screen doesn't edit (CLAIMS, HOST and
      *   the other keys only DVD-THINGY reads), kept verbatim and
      *   written back after the edited keys so a save never drops
      *   them.
       78 WS-MAX-KEPT-LINES VALUE 20.
       01 WS-KEPT-TABLE.
          05 WS-KEPT-LINE OCCURS WS-MAX-KEPT-LINES TIMES PIC X(80).
       01 WS-KEPT-COUNT PIC 99 VALUE 0.
       01 WS-KEPT-IDX   PIC 99.
      *   Split out of a "KEY=VALUE" config line.
       01 WS-SITE-CONFIG-KEY   PIC X(20).
       01 WS-SITE-CONFIG-VALUE PIC X(59).
             ELSE
                MOVE 'N' TO WS-CONFIG-STATUS
             END-IF
          WHEN OTHER
             IF WS-KEPT-COUNT < WS-MAX-KEPT-LINES THEN
                ADD 1 TO WS-KEPT-COUNT
                MOVE WS-SITE-CONFIG-LINE TO WS-KEPT-LINE(WS-KEPT-COUNT)
             END-IF
          END-EVALUATE.

       001-SHOW-CURRENT.
          END-IF.
          WRITE WS-SITE-CONFIG-LINE.

          PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                  UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
             MOVE WS-KEPT-LINE(WS-KEPT-IDX) TO WS-SITE-CONFIG-LINE
             WRITE WS-SITE-CONFIG-LINE
          END-PERFORM.

          CLOSE F-SITE-CONFIG.

      * Appends one history record per key the save changed, stamped
