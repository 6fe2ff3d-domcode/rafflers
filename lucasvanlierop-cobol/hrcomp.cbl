      *>   - C setting status I for anyone on the
      *>     master who is gone from the roster or
      *>     flagged inactive on it
      *>   - C carrying the new name, department,
      *>     hire date, employee type and/or location
      *>     when any of them differs
      *> new hires (on the roster, not on the
      *> master) go to the NEWHIRE report for manual
      *> ticket assignment - an A transaction needs
      *> a ticket count no feed can invent (the next
      *> night's compare fills in the hire date,
      *> type and location the ADD left blank). an
      *> inactive master entrant who is active on
      *> the roster again is reported there too,
      *> for someone to decide about. every NEWHIRE
      *> line also goes to the SUSPFEED suspense
      *> feed, so it is followed up until the ADD
      *> or CHANGE that settles it names its
      *> suspense item.
      *> =============================================

environment division.
               file status is newhire-report-status
               organization is line sequential.

           select suspense-feed
               assign to "SUSPFEED"
               file status is suspense-feed-status
               organization is line sequential.

data division.
    file section.
        fd entrant-master.
        01 hr-roster-record pic x(80).

        fd trans-out.
        01 trans-out-record pic x(100).

        fd newhire-report.
        01 newhire-report-record pic x(80).

        fd suspense-feed.
        01 suspense-feed-record pic x(150).

    working-storage section.
        01 entrant-master-name pic x(50).
        01 entrant-master-status pic x(2).
        01 hr-roster-status pic x(2).
        01 trans-out-status pic x(2).
        01 newhire-report-status pic x(2).
        01 suspense-feed-status pic x(2).

      *> -- entrant master record layout, as written by entmaint.

           03  em-tickets pic 9(3).
           03  em-status pic x(1).
           03  em-dept pic x(8).
           03  em-publicity pic x(1).
           03  em-hire-date pic x(10).
           03  em-emp-type pic x(1).
           03  em-location pic x(8).
           03  filler pic x(10).

       01  master-key pic 9(9) value zero.
       01  master-prior-key pic 9(9) value zero.

      *> -- HR roster record layout, fixed columns, in ascending
      *> employee-id sequence. active flag Y = employed, anything
      *> else = gone. hire date yyyy-mm-dd; employee type F
      *> full-time, P part-time, C contractor, T temporary;
      *> location is the site code.

       01  roster-columns.
           03  hr-employee-id-x pic x(6).
           03  hr-name pic x(32).
           03  hr-dept pic x(8).
           03  hr-active pic x(1).
           03  hr-hire-date pic x(10).
           03  hr-emp-type pic x(1).
           03  hr-location pic x(8).
           03  filler pic x(14).

       01  roster-key pic 9(9) value zero.
       01  roster-prior-key pic 9(9) value zero.
       01  current-key pic 9(9) value zero.

      *> -- transaction record layout, exactly as entmaint reads
      *> it. spaces in the name, tickets, status, department, hire
      *> date, employee type and location mean "leave that field
      *> alone". the source is stamped on
      *> every transaction so entmaint's change journal can tell
      *> roster-driven changes from hand-keyed ones.

       01  trans-columns.
           03  tr-action pic x(1).
           03  tr-tickets pic x(3).
           03  tr-status pic x(1).
           03  tr-dept pic x(8).
           03  tr-source pic x(8).
           03  tr-publicity pic x(1).
           03  tr-hire-date pic x(10).
           03  tr-emp-type pic x(1).
           03  tr-location pic x(8).
           03  filler pic x(1).
           03  tr-suspense-item pic x(8).
           03  filler pic x(12).

       01  change-needed-switch pic x(1).
           88  change-needed value 'Y'.
           03  filler pic x(2) value spaces.
           03  nh-note pic x(26).

      *> -- suspense feed record, as entmaint and the draw write it:
      *> each NEWHIRE line is an R (reject) under source HRCOMP.

       01  suspense-feed-line.
           03  sf-type pic x(1).
           03  filler pic x(1) value space.
           03  sf-item-number pic x(8).
           03  filler pic x(1) value space.
           03  sf-source pic x(8).
           03  filler pic x(1) value space.
           03  sf-date pic x(10).
           03  filler pic x(1) value space.
           03  sf-reason pic x(30).
           03  filler pic x(1) value space.
           03  sf-employee-id pic x(6).
           03  filler pic x(1) value space.
           03  sf-event-id pic x(8).
           03  filler pic x(1) value space.
           03  sf-name pic x(32).
           03  filler pic x(1) value space.
           03  sf-detail pic x(20).
           03  filler pic x(1) value space.
           03  sf-action pic x(1).
           03  filler pic x(17) value spaces.

       01  run-date pic 9(8).

       01  masters-read pic 9(9) value zero.
       01  rosters-read pic 9(9) value zero.
       01  trans-written pic 9(9) value zero.
       01  detail-changes pic 9(9) value zero.
       01  new-hires pic 9(9) value zero.
       01  rehires pic 9(9) value zero.
       01  suspense-written pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

procedure division.
            end-display
    end-accept.

    accept run-date from date yyyymmdd.

    move spaces to suspense-feed-line
    move "R" to sf-type
    move "HRCOMP" to sf-source

    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into sf-date
    end-string.

110-open-files.
    open input entrant-master

        move 16 to return-code
        stop run
    end-if

    open output suspense-feed

    if suspense-feed-status not = '00'
        display
            "unable to open suspense feed" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

115-read-master.
        move "REHIRE - REVIEW STATUS" to nh-note
        move newhire-line to newhire-report-record
        write newhire-report-record
        perform 155-write-suspense-feed
        go to 130-compare-both-exit
    end-if

        set change-needed to true
    end-if

    if hr-hire-date not = spaces
        and hr-hire-date not = em-hire-date
        move hr-hire-date to tr-hire-date
        set change-needed to true
    end-if

    if hr-emp-type not = space
        and hr-emp-type not = em-emp-type
        move hr-emp-type to tr-emp-type
        set change-needed to true
    end-if

    if hr-location not = spaces
        and hr-location not = em-location
        move hr-location to tr-location
        set change-needed to true
    end-if

    if change-needed
        add 1 to detail-changes
        perform 160-write-trans
        move "NEW HIRE - ASSIGN TICKETS" to nh-note
        move newhire-line to newhire-report-record
        write newhire-report-record
        perform 155-write-suspense-feed
    end-if
    .

155-write-suspense-feed.
    move nh-note to sf-reason
    move nh-empid to sf-employee-id
    move nh-name to sf-name
    write suspense-feed-record from suspense-feed-line

    if suspense-feed-status not = '00'
        display
            "unable to write suspense feed" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to suspense-written
    .

160-write-trans.
    move "HRCOMP" to tr-source
    move trans-columns to trans-out-record
    write trans-out-record
    add 1 to trans-written
    close hr-roster
    close trans-out
    close newhire-report
    close suspense-feed

    if trans-out-status not = '00'
        display
    display display-count space 'new hires reported'
    move rehires to display-count
    display display-count space 'rehires reported'
    move suspense-written to display-count
    display display-count space 'sent to suspense'
    .
