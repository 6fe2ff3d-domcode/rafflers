      *> chain still verifies, then the next eligible
      *> name is drawn without disturbing the other
      *> winners. the replacement record names the
      *> winner it replaces and carries the voided
      *> draw's event-id. the updated log goes to
      *> WINLOGN, never rewritten in place; a fresh
      *> certificate for the replacement goes to
      *> WINCERT.  the names-file and exclude-file
data division.
    file section.
        fd winners-log.
        01 winners-log-record pic x(264).

        fd names-file.
        01 names-record pic x(80).
        01 exclude-record pic x(80).

        fd winners-log-new.
        01 winners-log-new-record pic x(264).

        fd winner-cert.
        01 winner-cert-record pic x(80).
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

       01  log-table.
           03  log-entry occurs 50000 times pic x(264).
       01  log-count pic 9(5) value zero.
       01  log-idx pic 9(5).

       01  run-date-key pic x(10).
       01  run-seed-key pic x(8).
       01  run-names-count pic x(9).
       01  run-event-key pic x(8).
       01  run-tickets-key pic x(9).
       01  void-tier-found pic x(3).
       01  void-prize-found pic x(32).

      *> -- the run being replayed: every log record sharing the
      *> voided record's names-file, date, and seed, in draw order.
            and lg-empid not = spaces
            and lg-status not = "VOIDED"
            and not (lg-names-file = names-file-name
                and lg-event-id = run-event-key
                and lg-date = run-date-key
                and lg-seed = run-seed-key)
            move lg-date (1:4) to cd-date-x (1:4)
    move lg-date to run-date-key
    move lg-seed to run-seed-key
    move lg-names-count to run-names-count
    move lg-event-id to run-event-key
    move lg-tickets to run-tickets-key
    move lg-tier to void-tier-found
    move lg-prize to void-prize-found

    if run-seed-key is not numeric
        display
        move log-entry (log-idx) to log-line

        if lg-names-file = names-file-name
            and lg-event-id = run-event-key
            and lg-date = run-date-key
            and lg-seed = run-seed-key
            add 1 to run-count
      *> a raffler restart of it, collects the replacement with
      *> the rest of the run and replays it in sequence.  the time
      *> field keeps the moment the replacement was actually drawn.
      *> it takes over the voided winner's tier and prize.
    move spaces to log-line
    move run-date-key to lg-date
    move now-time-x to lg-time
    move run-seed-key to lg-seed
    move void-name-found to lg-replaces
    move void-empid-arg to lg-replaces-id
    move run-event-key to lg-event-id
    move run-tickets-key to lg-tickets
    move void-tier-found to lg-tier
    move void-prize-found to lg-prize
    move log-line to winners-log-new-record
    write winners-log-new-record
    .
    end-string
    write winner-cert-record from cert-line

    if run-event-key not = spaces
        move spaces to cert-line
        string
            "Event:     " delimited by size
            run-event-key delimited by size
            into cert-line
        end-string
        write winner-cert-record from cert-line
    end-if

    move spaces to cert-line
    string
        "Drawing:   replacement draw" delimited by size
