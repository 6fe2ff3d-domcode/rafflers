data division.
    file section.
        fd claims-master.
        01 claims-master-record pic x(121).

        fd winners-log.
        01 winners-log-record pic x(264).

        fd statement-report.
        01 statement-report-record pic x(90).
           03  cm-status pic x(8).
           03  filler pic x(1).
           03  cm-status-date pic x(10).
           03  filler pic x(1).
           03  cm-event-id pic x(8).

      *> -- winners-log record layout, as written by the draw step.

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

      *> -- reporting year and payroll threshold --

