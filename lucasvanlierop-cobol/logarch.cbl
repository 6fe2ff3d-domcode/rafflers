               file status is archive-report-status
               organization is line sequential.

           select control-totals
               assign to "CTLTOTS"
               file status is control-totals-status
               organization is line sequential.

data division.
    file section.
        fd winners-log.
        01 winners-log-record pic x(264).

        fd archive-log.
        01 archive-log-record pic x(264).

        fd winners-log-new.
        01 winners-log-new-record pic x(264).

        fd archive-report.
        01 archive-report-record pic x(66).

        fd control-totals.
        01 control-totals-record pic x(100).

    working-storage section.
        01 winners-log-name pic x(50).
        01 winners-log-status pic x(2).

       01  log-line.
           03  lg-date pic x(10).
           03  filler pic x(254).

      *> -- the cutoff and the cool-down guard --


       01  display-count pic z,zzz,zzz.

      *> -- control totals for the roll-in step: a RUN record with
      *> the condition code the run ended with, then one record per
      *> .NEW output with the master records read, the records
      *> written, and the movement the roll-in step must find
      *> between the two. CTLTOTS is written last, so a run that
      *> stops short leaves it empty and nothing is promoted.

       01  control-totals-status pic x(2).
       01  control-totals-time pic 9(8).

       01  control-totals-line.
           03  ct-producer pic x(8).
           03  filler pic x(1) value space.
           03  ct-run-date pic x(10).
           03  filler pic x(1) value space.
           03  ct-run-time pic x(8).
           03  filler pic x(1) value space.
           03  ct-event-id pic x(8).
           03  filler pic x(1) value space.
           03  ct-return-code pic 9(3).
           03  filler pic x(1) value space.
           03  ct-output pic x(8).
           03  filler pic x(1) value space.
           03  ct-old-count pic 9(9).
           03  filler pic x(1) value space.
           03  ct-new-count pic 9(9).
           03  filler pic x(1) value space.
           03  ct-check pic x(8).
           03  filler pic x(1) value space.
           03  ct-movement pic s9(9) sign leading separate.
           03  filler pic x(9) value spaces.

procedure division.
    display 'winners-log archive and purge'.
    perform 100-initialize.
    perform 110-check-cutoff.
    perform 120-split-log.
    perform 180-write-control-report.
    perform 190-write-control-totals
        thru 190-write-control-totals-exit.

stop run.

    end-if
    .

190-write-control-totals.
    open output control-totals

    if control-totals-status not = '00'
        display
            "no CTLTOTS file - control totals not written"
            upon syserr
        go to 190-write-control-totals-exit
    end-if

    accept control-totals-time from time

    move "LOGARCH" to ct-producer
    move spaces to ct-run-date
    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into ct-run-date
    end-string
    move spaces to ct-run-time
    string
        control-totals-time (1:2) ":"
        control-totals-time (3:2) ":"
        control-totals-time (5:2)
        delimited by size
        into ct-run-time
    end-string
    move spaces to ct-event-id
    move return-code to ct-return-code

    move "RUN" to ct-output
    move zero to ct-old-count
    move zero to ct-new-count
    move spaces to ct-check
    move zero to ct-movement
    write control-totals-record from control-totals-line

      *> -- the purged live log is the old one less what went to
      *> the archive.
    move "WINLOGN" to ct-output
    move records-read to ct-old-count
    move records-kept to ct-new-count
    move "RECORDS" to ct-check
    compute ct-movement = zero - records-archived
    write control-totals-record from control-totals-line

    close control-totals.

    190-write-control-totals-exit.
        exit.

900-show-usage.
    display
        "usage: logarch {winners-log} {cutoff-date} "
