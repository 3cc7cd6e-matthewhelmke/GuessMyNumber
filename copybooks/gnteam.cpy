      *> ***************************************************************
      *> GNTEAM record layout - team (department) assignments, one
      *> record per operator per change, keyed by operator ID plus the
      *> date the assignment takes effect. An operator is on the team
      *> of their latest record dated on or before a given day, so a
      *> transfer is a new record from its date and the games before
      *> it stay with the old team. A blank team ends the operator's
      *> membership from that date. Shared by GNTEAM (writer: the
      *> supervisor maintenance screen), GNTEAMRP (reader: the team
      *> standings), and GNBACKUP (the record image, verbatim - which
      *> is why the record stays inside its 56 bytes).
      *> ***************************************************************
           05 TM-KEY.
              10 TM-OPERATOR-ID       PIC X(10).
              10 TM-EFFECTIVE-DATE    PIC X(8).
           05 TM-TEAM-ID              PIC X(10).
              88 TM-NO-TEAM           VALUE SPACES.
           05 TM-CHANGED-DATE-TIME    PIC X(16).
           05 TM-CHANGED-BY           PIC X(10).
