      *> the live log.  VOIDED records are excluded
      *> exactly as winrept excludes them.  expected
      *> wins are computed from the ticket counts on
      *> the names-file given.  past draws may have
      *> run with different counts, so for a past
      *> period cut the names-file from entrbld's
      *> as-of master (see FAIRAUD.jcl) rather than
      *> from today's - the report heading says
      *> which file the counts came from.  the
      *> report goes to FAIRRPT.
      *> =============================================

environment division.
        01 names-record pic x(80).

        fd winners-log.
        01 winners-log-record pic x(264).

        fd fair-report.
        01 fair-report-record pic x(110).
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

      *> -- selectable date range, tolerance, and archives, as
      *> winrept takes them --
    string
        "EXPECTED WINS USE THE TICKET COUNTS ON THE NAMES-FILE "
            delimited by size
        "ABOVE (PAST PERIODS: CUT IT FROM AN AS-OF MASTER)"
            delimited by size
        into report-line
    end-string
    write fair-report-record from report-line
