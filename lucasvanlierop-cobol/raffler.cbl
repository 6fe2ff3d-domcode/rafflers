               file status is run-control-status
               organization is line sequential.

           select control-totals
               assign to "CTLTOTS"
               file status is control-totals-status
               organization is line sequential.

           select optional suspense-master
               assign to "SUSPENSE"
               file status is suspense-master-status
               organization is line sequential.

           select suspense-feed
               assign to "SUSPFEED"
               file status is suspense-feed-status
               organization is line sequential.

data division.
    file section.
        fd raffle-parms.
        01 names-record pic x(80).

        fd winners-log.
        01 winners-log-record pic x(264).

        fd names-exceptions.
        01 names-exceptions-record pic x(79).
        01 odds-report-record pic x(80).

        fd prize-inventory.
        01 prize-inventory-record pic x(120).

        fd prize-inventory-new.
        01 prize-inventory-new-record pic x(120).

        fd pick-file.
        01 pick-file-record pic x(101).

        fd balancing-report.
        01 balancing-report-record pic x(66).
        01 carryover-out-record pic x(10).

        fd run-control.
        01 run-control-record pic x(98).

        fd control-totals.
        01 control-totals-record pic x(150).

        fd suspense-master.
        01 suspense-master-record pic x(180).

        fd suspense-feed.
        01 suspense-feed-record pic x(150).

    working-storage section.


        01 names-file-name pic x(50) value spaces.
        01 names-file-status pic x(2).

      *> -- raffle event --
      *> the nightly evtsched step cuts the card deck from the
      *> event master and names the event on EVENT= and TITLE=.
      *> the event-id travels onto every winners-log, run-control,
      *> and pick record and onto the certificate, so a names-file
      *> reused month after month no longer mixes two raffles. a
      *> hand-built deck without EVENT= still runs, keyed on the
      *> names-file as before.

        01 event-id pic x(8) value spaces.
        01 event-title pic x(32) value spaces.
        01 names-count pic 9(9) value zero.

       01  name-columns.
           03  filler pic x(1) value space.
           03  xl-name pic x(50).

      *> -- rejected-entrant suspense --
      *> every data-error reject (blank name, no employee-id, no
      *> department, duplicate entry) is also appended to the
      *> suspense feed on SUSPFEED, which the suspense job carries
      *> onto the suspense master night to night until a correction
      *> through entmaint clears it. excluded entrants and recent
      *> winners are held out on purpose and are never fed. at end
      *> of job the suspense master (the SUSPENSE DD, optional) is
      *> read and every item still open that was first seen before
      *> the draw date - for this event or for none - is listed on
      *> the balancing report, and the draw ends with condition
      *> code 4: someone may have missed the draw over it.

       01  suspense-feed-status pic x(2).
       01  suspense-master-status pic x(2).
       01  suspense-fed pic 9(9) value zero.
       01  suspense-written pic 9(9) value zero.
       01  suspense-open-count pic 9(9) value zero.

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

       01  suspense-line.
           03  sp-item-number pic x(8).
           03  filler pic x(1).
           03  sp-status pic x(1).
               88  sp-open value 'O'.
           03  filler pic x(1).
           03  sp-source pic x(8).
           03  filler pic x(1).
           03  sp-reason pic x(30).
           03  filler pic x(1).
           03  sp-employee-id pic x(6).
           03  filler pic x(1).
           03  sp-event-id pic x(8).
           03  filler pic x(1).
           03  sp-name pic x(32).
           03  filler pic x(1).
           03  sp-detail pic x(20).
           03  filler pic x(1).
           03  sp-first-seen pic x(10).
           03  filler pic x(50).

       01  suspense-open-line.
           03  so-item-number pic x(8).
           03  filler pic x(1) value space.
           03  so-source pic x(8).
           03  filler pic x(1) value space.
           03  so-reason pic x(30).
           03  filler pic x(1) value space.
           03  so-employee-id pic x(6).
           03  filler pic x(1) value space.
           03  so-first-seen pic x(10).

       01  suspense-line-number pic z(8)9.

      *> -- ineligible-entrants exclusion cross-check --
      *> the exclude-file lists employee-ids, one per record, with
      *> an optional name after a comma as commentary ("001234" or
               05  pi-value pic 9(5)v99.
               05  pi-onhand pic 9(5).
               05  pi-required pic 9(9).
               05  pi-attributes pic x(80).
       01  prize-inv-count pic 9(3) value zero.

      *> -- prize attributes: after "name,value,on-hand" a record
      *> may carry KEYWORD=VALUE fields (COSTCTR=, the cost center
      *> the prize is bought on). they are peeled off the right
      *> before the fields above are split, and written back on
      *> the updated inventory exactly as they were read.

       01  inv-peel-line pic x(120).
       01  inv-peel-rev pic x(120).
       01  inv-peel-length pic 9(3).
       01  inv-peel-field-length pic 9(3).
       01  inv-peel-field pic x(80).
       01  inv-peel-equals pic 9(3).
       01  inv-attributes pic x(80).
       01  inv-attributes-work pic x(80).

       01  inv-peel-switch pic x(1).
           88  inv-peel-done value 'Y'.
           88  inv-peel-more value 'N'.

       01  inv-rev-onhand-part pic x(80).
       01  inv-rev-value-part pic x(80).
       01  inv-onhand-edit pic x(5) justified right.
       01  inv-onhand-out pic 9(5).

       01  picks-written pic 9(9) value zero.
       01  inventory-written pic 9(9) value zero.

       01  inventory-new-switch pic x(1) value 'N'.
           88  inventory-new-written value 'Y'.

       01  pick-line.
           03  pk-date pic x(10).
           03  pk-value pic zzzz9.99.
           03  filler pic x(1) value space.
           03  pk-empid pic x(6).
           03  filler pic x(1) value space.
           03  pk-event-id pic x(8).

      *> -- department-partitioned draw mode --
      *> with the department flag set, every names record carries a
           03  rl-empid pic x(6).
           03  filler pic x(1).
           03  rl-replaces-id pic x(6).
           03  filler pic x(1).
           03  rl-event-id pic x(8).
           03  filler pic x(1).
           03  rl-tickets pic x(9).
           03  filler pic x(1).
           03  rl-tier pic x(3).
           03  filler pic x(1).
           03  rl-prize pic x(32).

       01  replay-table.
           03  replay-entry occurs 50000 times.
      *> of winners to the log. the registry (RUNCTL, append-only
      *> like the winners-log) gets a STARTED record just before
      *> the first draw and a COMPLETED record after the balancing
      *> report; the trailing record per event (per names-file for
      *> a deck without EVENT=) is its state.
      *> a new start against a names-file whose last record is
      *> STARTED (a crashed or still-running draw) stops unless
      *> this run is a restart or the operator codes OVERRIDE=Y;
           03  rc-status pic x(9).
           03  filler pic x(1) value space.
           03  rc-seed pic 9(8).
           03  filler pic x(1) value space.
           03  rc-event-id pic x(8).

       01  run-control-subject pic x(60) value spaces.
       01  last-run-status pic x(9) value spaces.
       01  last-run-date pic x(10) value spaces.
       01  run-control-time pic 9(8).

      *> -- control totals for the roll-in step: a RUN record with
      *> the condition code the run ended with, then one record per
      *> .NEW output with the master records read, the records
      *> written, and the movement the roll-in step must find
      *> between the two. CTLTOTS is written last, so a run that
      *> stops short leaves it empty and nothing is promoted. the
      *> inventory record also names the master the draw actually
      *> read (the event's INVENTORY=), so the roll-in step can
      *> refuse to promote it over any other.

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
           03  filler pic x(10) value spaces.
           03  ct-master pic x(50) value spaces.

      *> -- winner-history log --

       01  winners-log-status pic x(2).
      *> deleted: the void-and-redraw job marks the record VOIDED
      *> with a reason, and its replacement record names the winner
      *> it replaces, so the audit chain stays intact end to end.
      *> every record also carries the draw's total tickets (the
      *> figure disclosed on the odds report) and the tier and
      *> prize it was drawn for - the tier-file sequence and name,
      *> or the prize ordinal in a flat draw - so the winners
      *> announcement can be cut from the log alone.

       01  winners-log-line.
           03  wl-date pic x(10).
           03  wl-empid pic x(6) value spaces.
           03  filler pic x(1) value space.
           03  wl-replaces-id pic x(6) value spaces.
           03  filler pic x(1) value space.
           03  wl-event-id pic x(8) value spaces.
           03  filler pic x(1) value space.
           03  wl-tickets pic z(8)9 value spaces.
           03  filler pic x(1) value space.
           03  wl-tier pic zz9 value spaces.
           03  filler pic x(1) value space.
           03  wl-prize pic x(32) value spaces.

procedure division.
    display 'ready to raffle!'.
       perform 180-write-balancing-report
           thru 180-write-balancing-report-exit.
       perform 147-mark-run-completed.
       perform 185-write-control-totals
           thru 185-write-control-totals-exit.

stop run.


    display "reading " names-file-name

    if event-id not = spaces
        display "raffle event " event-id space event-title
    end-if

    if exclude-file-name not = spaces
        display "excluding entrants in " exclude-file-name
    end-if
    end-string.

    move names-file-name to wl-names-file.
    move event-id to wl-event-id.

101-process-one-card.
    add 1 to parm-cards-read
    end-unstring

    evaluate parm-keyword
        when 'EVENT'
            move parm-value to event-id
        when 'TITLE'
            move parm-value to event-title
        when 'NAMES'
            move parm-value to names-file-name
        when 'PRIZES'
            stop run
        end-if

        perform 108-peel-inventory-attributes
        perform 108-split-inventory-fields

        set inv-idx to prize-inv-count
        move inv-attributes to pi-attributes (inv-idx)
        move raw-name-field to pi-name (inv-idx)
        move inv-work-value to pi-value (inv-idx)
        move inv-onhand-edit to pi-onhand (inv-idx)
    107-load-prize-inventory-exit.
        exit.

108-peel-inventory-attributes.
      *> -- trailing comma fields holding an '=' are attributes;
      *> the first field from the right without one is the on-hand
      *> stock, and everything up to it goes to split-source-line
      *> for the usual split.
    move prize-inventory-record to inv-peel-line
    move spaces to inv-attributes
    set inv-peel-more to true

    if inv-peel-line = spaces
        set inv-peel-done to true
    end-if

    perform until inv-peel-done
        move function length(function trim(inv-peel-line trailing))
            to inv-peel-length
        move function reverse(inv-peel-line (1:inv-peel-length))
            to inv-peel-rev
        move zero to inv-peel-field-length
        inspect inv-peel-rev (1:inv-peel-length)
            tallying inv-peel-field-length
            for characters before initial ','

        if inv-peel-field-length >= inv-peel-length
            set inv-peel-done to true
        else
            move inv-peel-line (inv-peel-length
                - inv-peel-field-length + 1:inv-peel-field-length)
                to inv-peel-field
            move zero to inv-peel-equals
            inspect inv-peel-field
                tallying inv-peel-equals for all '='

            if inv-peel-equals = zero
                set inv-peel-done to true
            else
                if inv-attributes = spaces
                    move inv-peel-field to inv-attributes
                else
                    move spaces to inv-attributes-work
                    string
                        function trim(inv-peel-field)
                            delimited by size
                        "," delimited by size
                        function trim(inv-attributes)
                            delimited by size
                        into inv-attributes-work
                    end-string
                    move inv-attributes-work to inv-attributes
                end-if

                move spaces to inv-peel-line (inv-peel-length
                    - inv-peel-field-length:inv-peel-field-length + 1)
            end-if
        end-if
    end-perform

    if inv-peel-line (81:40) not = spaces
        display
            "bad prize-inventory record: " prize-inventory-record
            upon syserr
        move 16 to return-code
        stop run
    end-if

    move inv-peel-line (1:80) to split-source-line
    .

108-split-inventory-fields.
      *> -- like 112, but the last *two* comma fields come off: the
      *> on-hand stock, then the unit value. whatever is left is the
108-collect-restart-log.
      *> -- collect the already-logged winners of the run being
      *> resumed: the trailing block of records for this names-file
      *> and event sharing one seed and one draw date.  a record with a newer
      *> seed or date for the same names-file starts a newer run, so
      *> everything gathered before it is discarded.  when a seed
      *> argument was passed, only records drawn with that seed are
        move winners-log-record to restart-log-line

        if rl-names-file = wl-names-file
            and rl-event-id = wl-event-id
            and (seed-arg = zero or rl-seed = seed-arg-x)

            if replay-count > zero
            and rl-status not = "VOIDED"
            and not (restart-requested
                and rl-names-file = wl-names-file
                and rl-event-id = wl-event-id
                and rl-date = replay-date-x
                and rl-seed = replay-seed-x)
            move rl-date (1:4) to cd-date-x (1:4)
        stop run
    end-if

    open output suspense-feed

    if suspense-feed-status not = '00'
        display
            "unable to open suspense-feed" upon syserr
        move 16 to return-code
        stop run
    end-if

           read names-file

           perform 110-process-one-record
               set output-close-failed to true
           end-if

           close suspense-feed

           if suspense-feed-status not = '00'
               display
                   "suspense-feed did not close clean" upon syserr
               set output-close-failed to true
           end-if

           if control-total-supplied
               if control-total-expected not = raw-record-count
                   display
                       move "BLANK NAME" to xl-reason
                       move spaces to xl-name
                       perform 900-write-exception
                       move spaces to entrant-empid
                       move raw-record-count to suspense-line-number
                       move spaces to sf-detail
                       string
                           "LINE " delimited by size
                           function trim(suspense-line-number)
                               delimited by size
                           into sf-detail
                       end-string
                       perform 901-write-suspense-feed
                       subtract 1 from names-count
                       add 1 to entrants-rejected
                   else
                           move function trim(names-record)
                               to xl-name
                           perform 900-write-exception
                           move spaces to sf-detail
                           perform 901-write-suspense-feed
                           subtract 1 from names-count
                           add 1 to entrants-rejected
                           go to 110-process-one-record-next
                               move function trim(names-record)
                                   to xl-name
                               perform 900-write-exception
                               move spaces to sf-detail
                               perform 901-write-suspense-feed
                               subtract 1 from names-count
                               add 1 to entrants-rejected
                               go to 110-process-one-record-next
    end-string
    write odds-report-record from odds-header

    if event-id not = spaces
        move spaces to odds-header
        string
            "EVENT " delimited by size
            event-id delimited by space
            " - " delimited by size
            function trim(event-title) delimited by size
            into odds-header
        end-string
        write odds-report-record from odds-header
    end-if

    move all "-" to odds-header
    write odds-report-record from odds-header

        move exception-reason to xl-reason
        move function trim(raw-name-field) to xl-name
        perform 900-write-exception
        move spaces to sf-detail
        perform 901-write-suspense-feed
    end-if
    .

    end-if
    .

901-write-suspense-feed.
      *> -- the exception just listed, as a suspense reject. the
      *> caller leaves the detail in sf-detail (the line number of
      *> a blank names record, which has nothing else to know it
      *> by). a NO EMPLOYEE ID name is the whole record as read.
    add 1 to suspense-fed
    move "R" to sf-type
    move spaces to sf-item-number
    move "RAFFLER" to sf-source
    move wl-date to sf-date
    move xl-reason to sf-reason
    move entrant-empid to sf-employee-id
    move event-id to sf-event-id
    move xl-name to sf-name
    move space to sf-action
    write suspense-feed-record from suspense-feed-line

    if suspense-feed-status not = '00'
        display
            "unable to write suspense-feed" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to suspense-written
    .

115-open-winners-log.
    open extend winners-log

    end-if

    move names-count to wl-names-count
    move total-tickets to wl-tickets
    .

117-open-winner-cert.
                    function trim(pt-name (tier-idx))
                    " winner: " nt-name (name-idx)

                move tier-num to wl-tier
                move pt-name (tier-idx) to wl-prize
                perform 150-log-winner
            end-if

    subtract 1 from pi-onhand (inv-idx)

    move wl-date to pk-date
    move event-id to pk-event-id
    move nt-name (name-idx) to pk-winner
    move nt-empid (name-idx) to pk-empid
    move pi-name (inv-idx) to pk-prize
        stop run
    end-if

    set inventory-new-written to true

    perform varying inv-idx from 1 by 1
            until inv-idx > prize-inv-count
        move pi-value (inv-idx) to inv-value-edit
        move pi-onhand (inv-idx) to inv-onhand-out
        move spaces to prize-inventory-new-record

        if pi-attributes (inv-idx) = spaces
            string
                function trim(pi-name (inv-idx)) delimited by size
                "," delimited by size
                function trim(inv-value-edit) delimited by size
                "," delimited by size
                inv-onhand-out delimited by size
                into prize-inventory-new-record
            end-string
        else
            string
                function trim(pi-name (inv-idx)) delimited by size
                "," delimited by size
                function trim(inv-value-edit) delimited by size
                "," delimited by size
                inv-onhand-out delimited by size
                "," delimited by size
                function trim(pi-attributes (inv-idx))
                    delimited by size
                into prize-inventory-new-record
            end-string
        end-if
        write prize-inventory-new-record

        if prize-inv-new-status = '00'
            add 1 to inventory-written
        end-if
    end-perform

    close prize-inventory-new
            display
                ordinal-display " prize winner: " nt-name (name-idx)

            move prize-sequence to wl-tier
            move spaces to wl-prize
            string
                function trim(ordinal-display) delimited by size
                " prize" delimited by size
                into wl-prize
            end-string
            perform 150-log-winner
        end-if

    .

145-check-run-control.
      *> -- the trailing registry record for this event is its
      *> state; a deck without EVENT= keys on the names-file, as
      *> the registry always did. no registry on file yet is the
      *> scheme's first run.
    if event-id not = spaces
        string
            "event " delimited by size
            event-id delimited by space
            into run-control-subject
        end-string
    else
        move names-file-name to run-control-subject
    end-if

    open input run-control

    if run-control-status = '35'
    perform until run-control-status = '10'
        move run-control-record to run-control-line

        if (event-id not = spaces
                and rc-event-id = event-id)
            or (event-id = spaces
                and rc-event-id = spaces
                and rc-names-file = wl-names-file)
            move rc-status to last-run-status
            move rc-date to last-run-date
        end-if
        and not override-requested
        display
            "run-control: the last draw against "
            function trim(run-control-subject)
            " is marked STARTED (" last-run-date
            ") - it crashed or is still running. resume it with "
            "RESTART=Y, or code OVERRIDE=Y to draw regardless"
        and not override-requested
        display
            "run-control: a draw against "
            function trim(run-control-subject)
            " already completed today - a second run would append "
            "a second set of winners. code OVERRIDE=Y to draw "
            "regardless"
        into rc-time
    end-string
    move wl-names-file to rc-names-file
    move event-id to rc-event-id

      *> -- the STARTED record can only carry the card's seed (a
      *> time seed is not generated until the first draw); once
    end-string
    write balancing-report-record from balance-header

    if event-id not = spaces
        move spaces to balance-header
        string
            "EVENT " delimited by size
            event-id delimited by space
            " - " delimited by size
            function trim(event-title) delimited by size
            into balance-header
        end-string
        write balancing-report-record from balance-header
    end-if

    move spaces to balance-header
    string
        "ITEM" delimited by size
        perform 181-check-one-balance
    end-if

    move "SUSPENSE FEED RECORDS WRITTEN" to balance-desc
    move suspense-fed to balance-expected
    move suspense-written to balance-actual
    perform 181-check-one-balance

    perform 182-check-suspense thru 182-check-suspense-exit

    if output-close-failed
        move spaces to balance-header
        move "AN OUTPUT FILE DID NOT CLOSE CLEAN" to balance-header
    write balancing-report-record
    .

182-check-suspense.
      *> -- list every suspense item still open that was first seen
      *> before the draw date and belongs to this event or to none
      *> (an entmaint or hrcomp reject). no suspense master, no
      *> check.
    open input suspense-master

    if suspense-master-status = '05' or '35'
        go to 182-check-suspense-exit
    end-if

    if suspense-master-status not = '00'
        display
            "unable to open suspense-master" upon syserr
        move 16 to return-code
        stop run
    end-if

    read suspense-master into suspense-line

    perform until suspense-master-status not = '00'
        if sp-open
            and sp-first-seen < wl-date
            and (sp-event-id = spaces or sp-event-id = event-id)
            if suspense-open-count = zero
                move all "-" to balance-header
                write balancing-report-record from balance-header
                move "REJECTED BEFORE THE DRAW AND STILL IN SUSPENSE"
                    to balance-header
                write balancing-report-record from balance-header
            end-if

            add 1 to suspense-open-count
            move sp-item-number to so-item-number
            move sp-source to so-source
            move sp-reason to so-reason
            move sp-employee-id to so-employee-id
            move sp-first-seen to so-first-seen
            write balancing-report-record from suspense-open-line
        end-if

        read suspense-master into suspense-line
    end-perform

    close suspense-master

    if suspense-open-count > zero
        move spaces to balance-header
        move suspense-open-count to display-count
        string
            function trim(display-count) delimited by size
            " SUSPENSE ITEM(S) UNRESOLVED AT THE DRAW"
                delimited by size
            into balance-header
        end-string
        write balancing-report-record from balance-header

        if return-code < 4
            move 4 to return-code
        end-if

        display
            "suspense items unresolved at the draw - see balancing"
            " report" upon syserr
    end-if.

    182-check-suspense-exit.
        exit.

185-write-control-totals.
    open output control-totals

    if control-totals-status not = '00'
        display
            "no CTLTOTS file - control totals not written"
            upon syserr
        go to 185-write-control-totals-exit
    end-if

    accept control-totals-time from time

    move "RAFFLER" to ct-producer
    move wl-date to ct-run-date
    move spaces to ct-run-time
    string
        control-totals-time (1:2) ":"
        control-totals-time (3:2) ":"
        control-totals-time (5:2)
        delimited by size
        into ct-run-time
    end-string
    move event-id to ct-event-id
    move return-code to ct-return-code

    move "RUN" to ct-output
    move zero to ct-old-count
    move zero to ct-new-count
    move spaces to ct-check
    move zero to ct-movement
    write control-totals-record from control-totals-line

      *> -- every pick cut takes one unit off the on-hand stock.
    if inventory-new-written
        move "PRZINVN" to ct-output
        move prize-inv-count to ct-old-count
        move inventory-written to ct-new-count
        move "ONHAND" to ct-check
        compute ct-movement = zero - picks-written
        move prize-inv-name to ct-master
        write control-totals-record from control-totals-line
        move spaces to ct-master
    end-if

    if carryover-mode
        move "CARRYOUT" to ct-output
        move carry-count to ct-old-count
        move carryover-written to ct-new-count
        move "COUNTS" to ct-check
        move zero to ct-movement
        write control-totals-record from control-totals-line
    end-if

    close control-totals.

    185-write-control-totals-exit.
        exit.

190-close-winners-log.
    close winners-log

    end-string
    write winner-cert-record from cert-line

      *> -- an evtsched deck names the raffle by its event title;
      *> a hand-built deck without one still shows the names-file.
    move spaces to cert-line
    if event-title not = spaces
        string
            "Raffle:    " delimited by size
            function trim(event-title) delimited by size
            into cert-line
        end-string
    else
        string
            "Raffle:    " delimited by size
            function trim(names-file-name) delimited by size
            into cert-line
        end-string
    end-if
    write winner-cert-record from cert-line

    if event-id not = spaces
        move spaces to cert-line
        string
            "Event:     " delimited by size
            event-id delimited by size
            into cert-line
        end-string
        write winner-cert-record from cert-line
    end-if

    move spaces to cert-line
    string
        "Drawing:   " delimited by size
