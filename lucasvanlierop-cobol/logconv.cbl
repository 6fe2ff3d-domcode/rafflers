data division.
    file section.
        fd winners-log.
        01 winners-log-record pic x(264).

        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd winners-log-new.
        01 winners-log-new-record pic x(264).

        fd convert-report.
        01 convert-report-record pic x(80).
           03  lg-empid pic x(6).
           03  filler pic x(1).
           03  lg-replaces-id pic x(6).
           03  filler pic x(1).
           03  lg-event-id pic x(8).
           03  filler pic x(1).
           03  lg-tickets pic x(9).
           03  filler pic x(1).
           03  lg-tier pic x(3).
           03  filler pic x(1).
           03  lg-prize pic x(32).

      *> -- entrant master record layout, as written by entmaint.

           03  em-tickets pic 9(3).
           03  em-status pic x(1).
           03  em-dept pic x(8).
           03  em-publicity pic x(1).
           03  em-hire-date pic x(10).
           03  em-emp-type pic x(1).
           03  em-location pic x(8).
           03  filler pic x(10).

      *> -- the master held by name. a name carried by more than
      *> one entrant is marked ambiguous: it must not be guessed.
