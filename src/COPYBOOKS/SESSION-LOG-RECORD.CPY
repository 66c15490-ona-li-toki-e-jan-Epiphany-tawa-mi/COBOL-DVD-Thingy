          05 SL-REASON            PIC X(6).
          05 FILLER               PIC X VALUE SPACE.
      *   On START, the options 001-GETOPT parsed, e.g.
      *   "speed=500 color=N logo=VIDEO count=1 duration=0", with
      *   DVD-THINGY's "inst=ID vel=a,b,..." after that. Blank on
      *   STOP, and "n/a" for programs with nothing to parse.
          05 SL-OPTIONS           PIC X(120).
