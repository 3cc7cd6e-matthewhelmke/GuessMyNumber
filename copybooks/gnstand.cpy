      *> ***************************************************************
      *> GNSTAND record layout - the nightly standings interface file
      *> for the intranet recognition board, written by GNSTAND. Fixed
      *> 120-byte records, all display characters, in three kinds:
      *>   H - one header, first: the run date and time;
      *>   D - one detail per active operator: the leaderboard
      *>       counters, rating and peak, current daily-challenge
      *>       streaks, the achievement codes earned, and the points
      *>       balance;
      *>   T - one trailer, last: the detail count and the control
      *>       totals of the details, plus the header's run date again.
      *> The receiving side checks the trailer against what it read and
      *> rejects the file if the trailer is missing or does not agree -
      *> which is how a short or truncated transfer gets caught. The
      *> detail view is the full 120 bytes; the header and trailer
      *> views redefine it.
      *> ***************************************************************
           05 ST-RECORD-TYPE          PIC X.
              88 ST-HEADER-TYPE       VALUE "H".
              88 ST-DETAIL-TYPE       VALUE "D".
              88 ST-TRAILER-TYPE      VALUE "T".
           05 ST-DETAIL-DATA.
              10 ST-OPERATOR-ID       PIC X(10).
              10 ST-DISPLAY-NAME      PIC X(20).
              10 ST-GAMES-PLAYED      PIC 9(6).
              10 ST-WINS              PIC 9(6).
              10 ST-TOTAL-GUESSES-WINS PIC 9(8).
              10 ST-FEWEST-GUESSES    PIC 99.
              10 ST-MOST-GUESSES      PIC 99.
              10 ST-RATING            PIC 9(4).
              10 ST-HIGH-RATING       PIC 9(4).
              10 ST-PLAY-STREAK       PIC 9(4).
              10 ST-SOLVE-STREAK      PIC 9(4).
              10 ST-AWARD-COUNT       PIC 99.
              10 ST-AWARD-CODE        PIC X(8) OCCURS 4 TIMES.
              10 ST-BANK-BALANCE      PIC 9(7).
              10 FILLER               PIC X(8).
           05 ST-HEADER-DATA REDEFINES ST-DETAIL-DATA.
              10 ST-HDR-FILE-ID       PIC X(8).
              10 ST-HDR-RUN-DATE      PIC X(8).
              10 ST-HDR-RUN-TIME      PIC X(6).
              10 FILLER               PIC X(97).
           05 ST-TRAILER-DATA REDEFINES ST-DETAIL-DATA.
              10 ST-TRL-FILE-ID       PIC X(8).
              10 ST-TRL-RUN-DATE      PIC X(8).
              10 ST-TRL-DETAIL-COUNT  PIC 9(6).
              10 ST-TRL-GAMES-TOTAL   PIC 9(9).
              10 ST-TRL-WINS-TOTAL    PIC 9(9).
              10 ST-TRL-RATING-TOTAL  PIC 9(9).
              10 ST-TRL-AWARD-TOTAL   PIC 9(6).
              10 ST-TRL-BALANCE-TOTAL PIC 9(11).
              10 FILLER               PIC X(53).
