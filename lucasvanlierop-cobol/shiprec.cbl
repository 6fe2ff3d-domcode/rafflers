data division.
    file section.
        fd pick-file.
        01 pick-file-record pic x(101).

        fd confirm-file.
        01 confirm-file-record pic x(94).
           03  pk-value pic x(8).
           03  filler pic x(1).
           03  pk-empid pic x(6).
           03  filler pic x(1).
           03  pk-event-id pic x(8).

      *> -- confirmation record layout, as the mailroom returns it.

