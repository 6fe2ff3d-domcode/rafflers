      *> questions span the whole history. the
      *> report (to WINRPT) carries wins per person,
      *> repeat winners ranked by win count, draws per
      *> raffle event and names-file, and a monthly
      *> summary page.
      *> =============================================

environment division.
data division.
    file section.
        fd winners-log.
        01 winners-log-record pic x(264).

        fd win-report.
        01 win-report-record pic x(90).
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

      *> -- selectable date range --

               05  pe-wins pic 9(5).
       01  person-count pic 9(5) value zero.

      *> -- draws are tallied per raffle event and names-file: the
      *> same names-file is reused month after month, so only the
      *> event-id tells one raffle from the next. records drawn
      *> before events were scheduled carry no event-id and group
      *> on the names-file alone, as they always did.

       01  file-table.
           03  file-entry occurs 999 times indexed by file-idx.
               05  fe-event-id pic x(8).
               05  fe-name pic x(50).
               05  fe-draws pic 9(5).
       01  file-count pic 9(3) value zero.
           03  filler pic x(2) value spaces.
           03  dl-count pic z(4)9.

       01  event-line.
           03  el-event-id pic x(8).
           03  filler pic x(2) value spaces.
           03  el-name pic x(50).
           03  filler pic x(2) value spaces.
           03  el-count pic z(4)9.

       01  person-line.
           03  pl-empid pic x(6).
           03  filler pic x(2) value spaces.
    perform varying file-idx from 1 by 1
            until file-idx > file-count
            or tally-entry-found
        if fe-event-id (file-idx) = lg-event-id
            and fe-name (file-idx) = lg-names-file
            set tally-entry-found to true
            add 1 to fe-draws (file-idx)
        end-if
    if tally-entry-not-found
        if file-count >= 999
            display
                "too many distinct events to tally" upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to file-count
        set file-idx to file-count
        move lg-event-id to fe-event-id (file-idx)
        move lg-names-file to fe-name (file-idx)
        move 1 to fe-draws (file-idx)
    end-if
    .

140-report-draws-per-file.
    move "DRAWS PER EVENT AND NAMES-FILE" to report-line
    perform 900-write-report-line
    move all "-" to report-line
    perform 900-write-report-line

    perform varying file-idx from 1 by 1
            until file-idx > file-count
        move spaces to event-line
        move fe-event-id (file-idx) to el-event-id
        move fe-name (file-idx) to el-name
        move fe-draws (file-idx) to el-count
        move event-line to report-line
        perform 900-write-report-line
    end-perform

