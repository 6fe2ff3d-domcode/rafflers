        >>source format is free
identification division.
    program-id. entrbld.
    author. Lucas van Lierop.
      *> =============================================
      *> rebuild the entrant master as it stood on a
      *> past date, from entmaint's change journal
      *> =============================================
      *> cobc entrbld.cbl -free -x -0
      *> ./entrbld {entrant-master} {change-journal}
      *>           {as-of-date}
      *> =============================================
      *> the journal holds every applied transaction
      *> with the entrant's record before and after.
      *> the current master is rolled back: for each
      *> employee changed after the as-of date, the
      *> before image of the *first* such change is
      *> the record as it stood at the close of the
      *> as-of date (an ADD's missing before image
      *> means the employee was not on file yet).
      *> everyone else stands as they are today. the
      *> as-of master goes to ENTMASTH in entmaint's
      *> layout and sequence, so entextr can cut a
      *> names-file from it for fairaud or for an
      *> auditor's odds question.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select entrant-master
               assign to entrant-master-name
               file status is entrant-master-status
               organization is line sequential.

           select entrant-journal
               assign to entrant-journal-name
               file status is entrant-journal-status
               organization is line sequential.

           select entrant-master-asof
               assign to "ENTMASTH"
               file status is entrant-master-asof-status
               organization is line sequential.

data division.
    file section.
        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd entrant-journal.
        01 entrant-journal-record pic x(199).

        fd entrant-master-asof.
        01 entrant-master-asof-record pic x(80).

    working-storage section.
        01 entrant-master-name pic x(50).
        01 entrant-master-status pic x(2).
        01 entrant-journal-name pic x(50).
        01 entrant-journal-status pic x(2).
        01 entrant-master-asof-status pic x(2).

      *> -- entrant master record layout, as written by entmaint.

       01  master-columns.
           03  em-employee-id pic 9(6).
           03  em-name pic x(32).
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

      *> -- change journal record layout, as written by entmaint.

       01  journal-line.
           03  jr-date pic x(10).
           03  filler pic x(1).
           03  jr-time pic x(8).
           03  filler pic x(1).
           03  jr-action pic x(1).
           03  filler pic x(1).
           03  jr-employee-id-x pic x(6).
           03  jr-employee-id redefines jr-employee-id-x pic 9(6).
           03  filler pic x(1).
           03  jr-source pic x(8).
           03  filler pic x(1).
           03  jr-old-image pic x(80).
           03  filler pic x(1).
           03  jr-new-image pic x(80).

       01  asof-date-arg pic x(10).

       01  cd-date-x pic x(8).
       01  cd-date-9 redefines cd-date-x pic 9(8).
       01  cd-asof-int pic 9(9).

      *> -- one entry per employee changed after the as-of date,
      *> holding the first such change, kept in employee-id
      *> order so it merges straight against the master.

       01  rollback-table.
           03  rollback-entry occurs 50000 times.
               05  rb-employee-id pic 9(6).
               05  rb-action pic x(1).
               05  rb-old-image pic x(80).
       01  rollback-count pic 9(9) comp value zero.
       01  rollback-sub pic 9(9) comp value zero.
       01  rollback-key pic 9(9) value zero.

       01  search-lo pic 9(9) comp.
       01  search-hi pic 9(9) comp.
       01  search-mid pic 9(9) comp.
       01  shift-sub pic 9(9) comp.

       01  rollback-found-switch pic x(1).
           88  rollback-entry-found value 'Y'.
           88  rollback-entry-not-found value 'N'.

      *> -- high key marks an exhausted input so the balanced-line
      *> merge below can run off whichever side still has records.

       01  high-key pic 9(9) value 999999999.
       01  current-key pic 9(9) value zero.

       01  journal-read pic 9(9) value zero.
       01  journal-after pic 9(9) value zero.
       01  masters-read pic 9(9) value zero.
       01  masters-written pic 9(9) value zero.
       01  records-restored pic 9(9) value zero.
       01  records-dropped pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

procedure division.
    display 'entrant master as-of rebuild'.
    perform 100-initialize.
    perform 105-load-journal thru 105-load-journal-exit.
    perform 110-open-files.
    perform 115-read-master.
    move 1 to rollback-sub.
    perform 116-set-rollback-key.

    perform 120-process-one-key thru 120-process-one-key-exit
        until master-key = high-key and rollback-key = high-key.

    perform 190-close-files.
    perform 195-report-totals.

stop run.

100-initialize.
    accept entrant-master-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "reading master " entrant-master-name
            end-display
    end-accept.

    accept entrant-journal-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "rolling back from journal " entrant-journal-name
            end-display
    end-accept.

    accept asof-date-arg from argument-value
        on exception
            perform 900-show-usage
    end-accept.

    move asof-date-arg (1:4) to cd-date-x (1:4)
    move asof-date-arg (6:2) to cd-date-x (5:2)
    move asof-date-arg (9:2) to cd-date-x (7:2)

    if cd-date-x is not numeric
        or asof-date-arg (5:1) not = '-'
        or asof-date-arg (8:1) not = '-'
        display
            "as-of-date must be yyyy-mm-dd" upon syserr
        move 16 to return-code
        stop run
    end-if

    compute cd-asof-int =
        function integer-of-date(cd-date-9)

    display "master as it stood at the close of " asof-date-arg.

105-load-journal.
      *> -- no journal on file yet means nothing has been changed
      *> since journaling began; the master stands as it is.
    open input entrant-journal

    if entrant-journal-status = '35'
        display "no change journal on file yet"
        go to 105-load-journal-exit
    end-if

    if entrant-journal-status not = '00'
        display
            "unable to open change journal " entrant-journal-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read entrant-journal

    perform until entrant-journal-status = '10'
        add 1 to journal-read
        move entrant-journal-record to journal-line

        if jr-employee-id-x is not numeric
            display
                "bad employee id on journal record " journal-read
                upon syserr
            move 16 to return-code
            stop run
        end-if

        if jr-date > asof-date-arg
            add 1 to journal-after
            perform 106-note-first-change
                thru 106-note-first-change-exit
        end-if

        read entrant-journal
    end-perform

    close entrant-journal

    move journal-after to display-count
    display display-count space 'changes after the as-of date'
    move rollback-count to display-count
    display display-count space 'entrants to roll back'.

    105-load-journal-exit.
        exit.

106-note-first-change.
      *> -- only the first change after the as-of date counts; its
      *> before image is the record as it stood on that date.
    perform 107-find-rollback-entry

    if rollback-entry-found
        go to 106-note-first-change-exit
    end-if

    if rollback-count >= 50000
        display
            "too many changed entrants to hold" upon syserr
        move 16 to return-code
        stop run
    end-if

      *> -- 107 leaves search-lo on the slot the new entry belongs
      *> in; everything from there up moves along one.
    perform varying shift-sub from rollback-count by -1
            until shift-sub < search-lo
        move rollback-entry (shift-sub)
            to rollback-entry (shift-sub + 1)
    end-perform

    add 1 to rollback-count
    move jr-employee-id to rb-employee-id (search-lo)
    move jr-action to rb-action (search-lo)
    move jr-old-image to rb-old-image (search-lo).

    106-note-first-change-exit.
        exit.

107-find-rollback-entry.
    set rollback-entry-not-found to true
    move 1 to search-lo
    move rollback-count to search-hi

    perform until search-lo > search-hi
            or rollback-entry-found
        compute search-mid = (search-lo + search-hi) / 2

        evaluate true
            when rb-employee-id (search-mid) = jr-employee-id
                set rollback-entry-found to true
            when rb-employee-id (search-mid) < jr-employee-id
                compute search-lo = search-mid + 1
            when other
                if search-mid = 1
                    move zero to search-hi
                else
                    compute search-hi = search-mid - 1
                end-if
        end-evaluate
    end-perform
    .

110-open-files.
    open input entrant-master

    if entrant-master-status not = '00'
        display
            "unable to open entrant-master " entrant-master-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    open output entrant-master-asof

    if entrant-master-asof-status not = '00'
        display
            "unable to open as-of entrant-master" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

115-read-master.
    read entrant-master

    if entrant-master-status = '10'
        move high-key to master-key
    else
        add 1 to masters-read
        move entrant-master-record to master-columns

        if em-employee-id is not numeric
            display
                "bad employee id on master record " masters-read
                upon syserr
            move 16 to return-code
            stop run
        end-if

        if em-employee-id <= master-prior-key
                and masters-read > 1
            display
                "entrant-master out of sequence at record "
                masters-read upon syserr
            move 16 to return-code
            stop run
        end-if

        move em-employee-id to master-key
        move em-employee-id to master-prior-key
    end-if
    .

116-set-rollback-key.
    if rollback-sub > rollback-count
        move high-key to rollback-key
    else
        move rb-employee-id (rollback-sub) to rollback-key
    end-if
    .

120-process-one-key.
      *> -- balanced-line merge of today's master against the
      *> roll-back entries. an entrant changed after the as-of
      *> date is put back to their before image - or left out
      *> altogether if the first change was the ADD that put them
      *> on file; anyone else is written as they stand today.
    if master-key < rollback-key
        move master-key to current-key
    else
        move rollback-key to current-key
    end-if

    if rollback-key = current-key
        if rb-action (rollback-sub) = 'A'
            add 1 to records-dropped
        else
            move rb-old-image (rollback-sub)
                to entrant-master-asof-record
            write entrant-master-asof-record
            add 1 to masters-written
            add 1 to records-restored
        end-if

        add 1 to rollback-sub
        perform 116-set-rollback-key
    else
        move master-columns to entrant-master-asof-record
        write entrant-master-asof-record
        add 1 to masters-written
    end-if

    if master-key = current-key
        perform 115-read-master
    end-if.

    120-process-one-key-exit.
        exit.

190-close-files.
    close entrant-master
    close entrant-master-asof
    .

195-report-totals.
    move journal-read to display-count
    display display-count space 'journal records read'
    move masters-read to display-count
    display display-count space 'master records read'
    move records-restored to display-count
    display display-count space 'records put back as they stood'
    move records-dropped to display-count
    display display-count space 'entrants not yet on file'
    move masters-written to display-count
    display display-count space 'as-of master records written'
    .

900-show-usage.
    display
        "usage: entrbld {entrant-master} {change-journal} "
        "{as-of-date}"
        upon syserr
    move 16 to return-code
    stop run
    .
