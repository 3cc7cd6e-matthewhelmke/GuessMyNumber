      *> ***************************************************************
      *> GNLIMIT record layout - one wagering-limits record per
      *> operator, keyed by operator ID. Shared by GNLIMIT (writer: the
      *> supervisor maintenance screen), GuessMyNumber (reader: the
      *> limits are checked when the wager is taken and again when it
      *> is settled), and GNBACKUP (the record image, verbatim). An
      *> operator with no record wagers as before, up to the balance.
      *> A zero stake or loss limit means "no limit of that kind". The
      *> daily loss limit is measured against the day's net WAGER
      *> activity in GNBANKTX.DAT - stakes forfeited less winnings
      *> paid. A self-exclusion bars wagering (never play) through the
      *> date given; all nines bars it until a supervisor lifts it.
      *> ***************************************************************
           05 LM-OPERATOR-ID           PIC X(10).
           05 LM-MAX-STAKE             PIC 9(5).
           05 LM-DAILY-LOSS-LIMIT      PIC 9(6).
           05 LM-EXCLUDED-UNTIL        PIC X(8).
              88 LM-NOT-EXCLUDED       VALUE SPACES.
              88 LM-EXCLUDED-INDEFINITELY VALUE "99999999".
           05 LM-CHANGED-DATE-TIME     PIC X(16).
           05 LM-CHANGED-BY            PIC X(10).
