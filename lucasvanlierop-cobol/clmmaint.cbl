data division.
    file section.
        fd claims-master.
        01 claims-master-record pic x(121).

        fd claims-trans.
        01 claims-trans-record pic x(80).

        fd claims-master-new.
        01 claims-master-new-record pic x(121).

        fd reject-report.
        01 reject-report-record pic x(110).
           03  cm-status pic x(8).
           03  filler pic x(1).
           03  cm-status-date pic x(10).
           03  filler pic x(1).
           03  cm-event-id pic x(8).

      *> -- transaction record layout, fixed columns. action C =
      *> claimed, F = forfeit.
