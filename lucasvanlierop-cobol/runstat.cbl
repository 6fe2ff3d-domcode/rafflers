      *> cobc runstat.cbl -free -x -0
      *> ./runstat {run-control}
      *> =============================================
      *> one line per raffle event (per names-file
      *> for draws run without an event) with its
      *> trailing run-control record - STARTED means a draw
      *> crashed or is still running, COMPLETED
      *> means it finished - so the operator sees
      *> at a glance what finished tonight and what
data division.
    file section.
        fd run-control.
        01 run-control-record pic x(98).

        fd runs-report.
        01 runs-report-record pic x(100).

    working-storage section.
        01 run-control-name pic x(50).
           03  rc-status pic x(9).
           03  filler pic x(1).
           03  rc-seed pic x(8).
           03  filler pic x(1).
           03  rc-event-id pic x(8).

      *> -- the trailing record per event, or per names-file for
      *> a draw run without an event, as the draw step keys it --

       01  file-table.
           03  file-entry occurs 999 times indexed by file-idx.
               05  fe-event-id pic x(8).
               05  fe-names-file pic x(50).
               05  fe-status pic x(9).
               05  fe-date pic x(10).
       01  records-read pic 9(9) value zero.
       01  started-count pic 9(9) value zero.

       01  report-line pic x(100).
       01  count-edit pic z(4)9.

       01  status-line.
           03  sl-event-id pic x(8).
           03  filler pic x(2) value spaces.
           03  sl-names-file pic x(50).
           03  filler pic x(2) value spaces.
           03  sl-status pic x(9).
    perform varying file-idx from 1 by 1
            until file-idx > file-count
            or tally-entry-found
        if (rc-event-id not = spaces
                and fe-event-id (file-idx) = rc-event-id)
            or (rc-event-id = spaces
                and fe-event-id (file-idx) = spaces
                and fe-names-file (file-idx) = rc-names-file)
            set tally-entry-found to true
            move rc-names-file to fe-names-file (file-idx)
            move rc-status to fe-status (file-idx)
            move rc-date to fe-date (file-idx)
            move rc-time to fe-time (file-idx)
    if tally-entry-not-found
        if file-count >= 999
            display
                "too many events to track" upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to file-count
        set file-idx to file-count
        move rc-event-id to fe-event-id (file-idx)
        move rc-names-file to fe-names-file (file-idx)
        move rc-status to fe-status (file-idx)
        move rc-date to fe-date (file-idx)
        stop run
    end-if

    move "RUN-CONTROL STATUS PER EVENT" to report-line
    write runs-report-record from report-line
    move all "-" to report-line
    write runs-report-record from report-line

    perform varying file-idx from 1 by 1
            until file-idx > file-count
        move fe-event-id (file-idx) to sl-event-id
        move fe-names-file (file-idx) to sl-names-file
        move fe-status (file-idx) to sl-status
        move fe-date (file-idx) to sl-date
