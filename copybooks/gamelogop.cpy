      *> look like a real timestamp (the same trick the carry-forward
      *> records use); a game record with no stamp behind it is simply
      *> an old-format game, which is how the reports keep working
      *> across the archive boundary. GLOP-SKILL-LEVEL is the computer
      *> opponent's level for a computer game (N novice, R regular,
      *> E expert); it is blank on head-to-head, tournament and daily
      *> games and on every stamp written before levels existed. A
      *> blank level moves a rating the regular amount and is left out
      *> of any split by level. GLOP-TERMINAL-ID is the terminal whose
      *> GNSPOOL.<terminal> the game was merged from - GNMERGE sets it
      *> as it appends the stamp (the game leaves it blank), and it is
      *> blank on every stamp merged before terminals were kept.
      *> ***************************************************************
           05 GLOP-RECORD-TYPE        PIC X(16).
              88 GLOP-OPERATOR-STAMP  VALUE "OPERATOR STAMP".
           05 GLOP-GAME-ID            PIC X(16).
           05 GLOP-OPERATOR-ID        PIC X(10).
           05 GLOP-OPERATOR-ID-2      PIC X(10).
           05 GLOP-SKILL-LEVEL        PIC X.
           05 GLOP-TERMINAL-ID        PIC X(4).
           05 FILLER                  PIC X.
