        >>source format is free
identification division.
    program-id. invreq.
    author. Lucas van Lierop.
      *> =============================================
      *> prize purchase requisitions: every prize
      *> the upcoming draws will run short of, or
      *> that falls below its reorder point
      *> =============================================
      *> cobc invreq.cbl -free -x -0
      *> ./invreq {prize-inventory} {event-master}
      *>          {run-control} [through-date
      *>          [entrant-master]]
      *> =============================================
      *> every active event on the event master that
      *> draws against this prize inventory and has
      *> no COMPLETED run-control record is still to
      *> come, whether its date is ahead or it is
      *> overdue; through-date (yyyy-mm-dd, default
      *> all) stops at events drawn after it. the
      *> tier quantities on each such event's
      *> prize-tier file are committed against the
      *> inventory, and any prize whose on-hand less
      *> what is committed falls below its reorder
      *> point (REORDER= on the inventory record) is
      *> listed on REQRPT with its vendor (VENDOR=)
      *> and the quantity that brings it back up to
      *> the reorder point. a prize the committed
      *> draws would take below zero is listed
      *> whether it has a reorder point or not -
      *> the draw step would refuse to run it. an
      *> event drawn per department (DEPTMODE=Y)
      *> takes its tiers once per department whose
      *> entrants cover them, so its tiers are
      *> committed once per such department,
      *> counted from its names-file or, before
      *> that is cut, from the status-A entrants on
      *> the entrant-master. entrants the draw will
      *> still hold out are counted, so the count
      *> can only err towards ordering too much. a
      *> through-date of "-" counts every draw, for
      *> naming an entrant-master. condition code 4
      *> means something was listed, 8 that a draw
      *> is already short.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select prize-inventory
               assign to prize-inv-name
               file status is prize-inv-status
               organization is line sequential.

           select event-master
               assign to event-master-name
               file status is event-master-status
               organization is line sequential.

           select run-control
               assign to run-control-name
               file status is run-control-status
               organization is line sequential.

           select prize-file
               assign to prize-file-name
               file status is prize-file-status
               organization is line sequential.

           select names-file
               assign to names-file-name
               file status is names-file-status
               organization is line sequential.

           select entrant-master
               assign to entrant-master-name
               file status is entrant-master-status
               organization is line sequential.

           select requisition-report
               assign to "REQRPT"
               file status is requisition-report-status
               organization is line sequential.

data division.
    file section.
        fd prize-inventory.
        01 prize-inventory-record pic x(120).

        fd event-master.
        01 event-master-record pic x(300).

        fd run-control.
        01 run-control-record pic x(98).

        fd prize-file.
        01 prize-file-record pic x(80).

        fd names-file.
        01 names-record pic x(80).

        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd requisition-report.
        01 requisition-report-record pic x(120).

    working-storage section.
        01 prize-inv-name pic x(50).
        01 prize-inv-status pic x(2).
        01 event-master-name pic x(50).
        01 event-master-status pic x(2).
        01 run-control-name pic x(50).
        01 run-control-status pic x(2).
        01 prize-file-name pic x(50).
        01 prize-file-status pic x(2).
        01 names-file-name pic x(50).
        01 names-file-status pic x(2).
        01 entrant-master-name pic x(50) value spaces.
        01 entrant-master-status pic x(2).
        01 requisition-report-status pic x(2).

      *> -- raffle event master record layout, as evtsched reads
      *> it.

       01  event-columns.
           03  ev-event-id pic x(8).
           03  ev-title pic x(32).
           03  ev-draw-date pic x(10).
           03  ev-cutoff-date pic x(10).
           03  ev-status pic x(1).
               88  ev-active value 'A'.
               88  ev-cancelled value 'X'.
           03  ev-names-file pic x(50).
           03  ev-prize-file pic x(50).
           03  ev-inventory pic x(50).
           03  ev-exclude-file pic x(50).
           03  ev-prizes pic 9(3).
           03  ev-cooldown pic 9(3).
           03  ev-dept-mode pic x(1).
           03  ev-carryover pic x(1).
           03  filler pic x(31).

      *> -- run-control record layout, as the draw step writes it.

       01  run-control-line.
           03  rc-date pic x(10).
           03  filler pic x(1).
           03  rc-time pic x(8).
           03  filler pic x(1).
           03  rc-names-file pic x(50).
           03  filler pic x(1).
           03  rc-status pic x(9).
           03  filler pic x(1).
           03  rc-seed pic x(8).
           03  filler pic x(1).
           03  rc-event-id pic x(8).

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

      *> -- event-ids with a COMPLETED run on the registry --

       01  completed-table.
           03  completed-entry occurs 999 times
                   indexed by completed-idx pic x(8).
       01  completed-count pic 9(3) value zero.

       01  completed-switch pic x(1).
           88  event-completed value 'Y'.
           88  event-not-completed value 'N'.

      *> -- prize inventory master, split exactly as the draw step
      *> splits it, with the reorder point and vendor taken from
      *> its attributes and the units the coming draws commit --

       01  prize-inv-table.
           03  prize-inv-entry occurs 99 times indexed by inv-idx.
               05  pi-name pic x(32).
               05  pi-onhand pic 9(5).
               05  pi-reorder pic 9(5).
               05  pi-reorder-switch pic x(1).
                   88  pi-has-reorder value 'Y'.
                   88  pi-no-reorder value 'N'.
               05  pi-vendor pic x(16).
               05  pi-committed pic 9(7).
       01  prize-inv-count pic 9(3) value zero.
       01  inv-match pic 9(3) value zero.

       01  inv-found-switch pic x(1).
           88  inventory-entry-found value 'Y'.
           88  inventory-entry-not-found value 'N'.

       01  split-source-line pic x(80).
       01  split-line-length pic 9(3).
       01  split-rev-line pic x(80).
       01  split-ptr pic 9(3).
       01  raw-name-field pic x(80).
       01  split-rev-ticket-part pic x(80).
       01  split-ticket-edit pic x(3) justified right.
       01  ticket-count pic 9(3).

      *> -- prize attributes: after "name,value,on-hand" a record
      *> may carry KEYWORD=VALUE fields; they are peeled off the
      *> right before the fields above are split.

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
       01  inv-value-field pic x(10).
       01  inv-dollars-x pic x(5) justified right.
       01  inv-dollars-9 redefines inv-dollars-x pic 9(5).
       01  inv-cents-x pic x(2).
       01  inv-cents-9 redefines inv-cents-x pic 9(2).
       01  inv-work-value pic 9(5)v99.

       01  attr-ptr pic 9(3).
       01  attr-field pic x(80).
       01  attr-keyword pic x(12).
       01  attr-value pic x(66).
       01  attr-reorder-x pic x(5) justified right.
       01  attr-reorder-9 redefines attr-reorder-x pic 9(5).

      *> -- the window of draws counted --

       01  through-date-arg pic x(10) value spaces.

       01  cd-date-x pic x(8).
       01  cd-date-9 redefines cd-date-x pic 9(8).

       01  run-date pic 9(8).
       01  today-date-x pic x(10).

      *> -- the event being counted --

       01  event-units pic 9(7).
       01  missing-tier-table.
           03  missing-tier-name occurs 99 times pic x(32).
       01  missing-tier-count pic 9(3).
       01  missing-tier-sub pic 9(3).
       01  event-tiers pic 9(3).
       01  event-note pic x(30).

      *> -- the departments of an event drawn per department, and
      *> how many of them the draw step will run the tiers for: a
      *> department qualifies when its entrants cover the whole
      *> tier table, as the draw step plans it.

       01  dept-table.
           03  dept-entry occurs 999 times indexed by dept-idx.
               05  dt-code pic x(8).
               05  dt-entrants pic 9(9).
       01  dept-count pic 9(3) value zero.
       01  entrant-dept pic x(8).
       01  dept-rev-part pic x(80).
       01  dept-numeric-edit pic x(8) justified right.
       01  names-rest pic x(80).

       01  dept-found-switch pic x(1).
           88  dept-entry-found value 'Y'.
           88  dept-entry-not-found value 'N'.

       01  tier-prize-total pic 9(7).
       01  qualifying-dept-count pic 9(5).
       01  dept-multiplier pic 9(5).
       01  dept-source pic x(6).
       01  dept-count-edit pic z(4)9.

       01  net-onhand pic s9(7).
       01  order-quantity pic 9(7).
       01  requisition-note pic x(22).

      *> -- report lines --

       01  report-line pic x(120).
       01  count-edit pic z(8)9.

       01  event-line.
           03  el-event-id pic x(8).
           03  filler pic x(2) value spaces.
           03  el-title pic x(32).
           03  filler pic x(2) value spaces.
           03  el-draw-date pic x(10).
           03  filler pic x(2) value spaces.
           03  el-tiers pic zz9.
           03  filler pic x(2) value spaces.
           03  el-units pic z(6)9.
           03  filler pic x(2) value spaces.
           03  el-note pic x(30).

       01  requisition-line.
           03  rq-prize pic x(32).
           03  filler pic x(2) value spaces.
           03  rq-vendor pic x(16).
           03  filler pic x(2) value spaces.
           03  rq-onhand pic z(4)9.
           03  filler pic x(2) value spaces.
           03  rq-committed pic z(8)9.
           03  filler pic x(2) value spaces.
           03  rq-net pic -(6)9.
           03  filler pic x(2) value spaces.
           03  rq-reorder pic x(7).
           03  filler pic x(2) value spaces.
           03  rq-order pic z(6)9.
           03  filler pic x(2) value spaces.
           03  rq-note pic x(22).

       01  rq-reorder-edit pic z(6)9.

       01  events-read pic 9(9) value zero.
       01  events-counted pic 9(9) value zero.
       01  event-exceptions pic 9(9) value zero.
       01  runs-read pic 9(9) value zero.
       01  prizes-listed pic 9(9) value zero.
       01  prizes-short pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

procedure division.
    display 'prize purchase requisitions'.
    perform 100-initialize.
    perform 105-load-prize-inventory.
    perform 110-load-run-control thru 110-load-run-control-exit.
    perform 120-open-files.
    perform 125-write-report-heading.

    read event-master

    perform until event-master-status = '10'
        add 1 to events-read
        move event-master-record to event-columns
        perform 130-count-one-event thru 130-count-one-event-exit
        read event-master
    end-perform

    perform 160-write-requisitions.
    perform 190-close-files.
    perform 195-report-totals.

stop run.

100-initialize.
    accept prize-inv-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "reading prize inventory " prize-inv-name
            end-display
    end-accept.

    accept event-master-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "reading events " event-master-name
            end-display
    end-accept.

    accept run-control-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "reading run-control " run-control-name
            end-display
    end-accept.

    accept through-date-arg from argument-value
        on exception
            move spaces to through-date-arg
    end-accept.

    if through-date-arg = "-"
        move spaces to through-date-arg
    end-if

    accept entrant-master-name from argument-value
        on exception
            move spaces to entrant-master-name
    end-accept.

    if entrant-master-name not = spaces
        display "counting departments not yet cut from "
            entrant-master-name
    end-if

    if through-date-arg not = spaces
        move through-date-arg (1:4) to cd-date-x (1:4)
        move through-date-arg (6:2) to cd-date-x (5:2)
        move through-date-arg (9:2) to cd-date-x (7:2)

        if cd-date-x is not numeric
            or through-date-arg (5:1) not = '-'
            or through-date-arg (8:1) not = '-'
            display
                "through-date must be yyyy-mm-dd" upon syserr
            move 16 to return-code
            stop run
        end-if

        display "counting draws through " through-date-arg
    else
        display "counting every draw still to come"
    end-if

    accept run-date from date yyyymmdd.

    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into today-date-x
    end-string.

105-load-prize-inventory.
    open input prize-inventory

    if prize-inv-status not = '00'
        display
            "unable to open prize-inventory " prize-inv-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read prize-inventory

    perform until prize-inv-status = '10'
        add 1 to prize-inv-count

        if prize-inv-count > 99
            display
                "too many prizes in prize-inventory" upon syserr
            move 16 to return-code
            stop run
        end-if

        perform 108-peel-inventory-attributes
        perform 108-split-inventory-fields

        set inv-idx to prize-inv-count
        move raw-name-field to pi-name (inv-idx)
        move inv-onhand-edit to pi-onhand (inv-idx)
        move zero to pi-committed (inv-idx)
        perform 109-take-attributes

        read prize-inventory
    end-perform

    close prize-inventory
    .

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
      *> -- the last *two* comma fields come off: the on-hand
      *> stock, then the unit value. whatever is left is the prize
      *> name, commas and all.
    move function trim(split-source-line) to raw-name-field
    move zero to inv-work-value
    move zeros to inv-onhand-edit

    move function length(function trim(split-source-line))
        to split-line-length
    move function reverse(function trim(split-source-line))
        to split-rev-line

    move 1 to split-ptr
    unstring split-rev-line (1:split-line-length) delimited by ','
        into inv-rev-onhand-part inv-rev-value-part
        with pointer split-ptr
    end-unstring

    if split-ptr > split-line-length
        display
            "bad prize-inventory record: " split-source-line
            upon syserr
        move 16 to return-code
        stop run
    end-if

    move function reverse(function trim(inv-rev-onhand-part))
        to inv-onhand-edit
    inspect inv-onhand-edit replacing leading space by zero

    if inv-onhand-edit is not numeric
        display
            "bad on-hand stock in prize-inventory: "
            split-source-line upon syserr
        move 16 to return-code
        stop run
    end-if

    move function reverse(function trim(inv-rev-value-part))
        to inv-value-field

    move zeros to inv-dollars-x
    move zeros to inv-cents-x
    unstring inv-value-field delimited by '.' or ' '
        into inv-dollars-x inv-cents-x
    end-unstring

    inspect inv-dollars-x replacing leading space by zero
    inspect inv-cents-x replacing trailing space by zero

    if inv-dollars-x is not numeric
        or inv-cents-x is not numeric
        display
            "bad unit value in prize-inventory: "
            split-source-line upon syserr
        move 16 to return-code
        stop run
    end-if

    compute inv-work-value =
        inv-dollars-9 + inv-cents-9 / 100

    move function reverse(split-rev-line (split-ptr:
        split-line-length - split-ptr + 1))
        to raw-name-field
    .

109-take-attributes.
    move zero to pi-reorder (inv-idx)
    set pi-no-reorder (inv-idx) to true
    move spaces to pi-vendor (inv-idx)
    move 1 to attr-ptr

    perform until attr-ptr > 80
            or inv-attributes (attr-ptr:) = spaces
        move spaces to attr-field
        unstring inv-attributes delimited by ','
            into attr-field
            with pointer attr-ptr
        end-unstring

        move spaces to attr-keyword
        move spaces to attr-value
        unstring attr-field delimited by '='
            into attr-keyword attr-value
        end-unstring

        evaluate attr-keyword
            when "REORDER"
                move function trim(attr-value) to attr-reorder-x
                inspect attr-reorder-x
                    replacing leading space by zero

                if attr-reorder-x is numeric
                    move attr-reorder-9 to pi-reorder (inv-idx)
                    set pi-has-reorder (inv-idx) to true
                end-if
            when "VENDOR"
                move attr-value to pi-vendor (inv-idx)
        end-evaluate
    end-perform
    .

110-load-run-control.
      *> -- no registry on file yet means nothing has ever been
      *> drawn, so no event is completed.
    open input run-control

    if run-control-status = '35'
        display "no run-control registry on file yet"
        go to 110-load-run-control-exit
    end-if

    if run-control-status not = '00'
        display
            "unable to open run-control " run-control-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read run-control

    perform until run-control-status = '10'
        add 1 to runs-read
        move run-control-record to run-control-line

        if rc-event-id not = spaces and rc-status = "COMPLETED"
            perform 115-note-completed-event
        end-if

        read run-control
    end-perform

    close run-control.

    110-load-run-control-exit.
        exit.

115-note-completed-event.
    set event-not-completed to true

    perform varying completed-idx from 1 by 1
            until completed-idx > completed-count
            or event-completed
        if completed-entry (completed-idx) = rc-event-id
            set event-completed to true
        end-if
    end-perform

    if event-not-completed
        if completed-count >= 999
            display
                "too many events on the run-control registry"
                upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to completed-count
        set completed-idx to completed-count
        move rc-event-id to completed-entry (completed-idx)
    end-if
    .

120-open-files.
    open input event-master

    if event-master-status not = '00'
        display
            "unable to open event-master " event-master-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    open output requisition-report

    if requisition-report-status not = '00'
        display
            "unable to open requisition report" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

125-write-report-heading.
    move spaces to report-line
    string
        "PRIZE PURCHASE REQUISITIONS - " delimited by size
        today-date-x delimited by size
        " - " delimited by size
        function trim(prize-inv-name) delimited by size
        into report-line
    end-string
    write requisition-report-record from report-line

    move spaces to report-line

    if through-date-arg = spaces
        move "DRAWS STILL TO COME: ALL" to report-line
    else
        string
            "DRAWS STILL TO COME THROUGH " delimited by size
            through-date-arg delimited by size
            into report-line
        end-string
    end-if
    write requisition-report-record from report-line

    move all "-" to report-line
    write requisition-report-record from report-line

    move spaces to report-line
    string
        "EVENT     TITLE                             " delimited by size
        "DRAW DATE   TIERS  UNITS  NOTE" delimited by size
        into report-line
    end-string
    write requisition-report-record from report-line

    move all "-" to report-line
    write requisition-report-record from report-line
    .

130-count-one-event.
    if not ev-active
        go to 130-count-one-event-exit
    end-if

    if ev-prize-file = spaces or ev-inventory not = prize-inv-name
        go to 130-count-one-event-exit
    end-if

    if through-date-arg not = spaces
        and ev-draw-date > through-date-arg
        go to 130-count-one-event-exit
    end-if

    set event-not-completed to true

    perform varying completed-idx from 1 by 1
            until completed-idx > completed-count
            or event-completed
        if completed-entry (completed-idx) = ev-event-id
            set event-completed to true
        end-if
    end-perform

    if event-completed
        go to 130-count-one-event-exit
    end-if

    add 1 to events-counted
    move zero to event-tiers
    move zero to event-units
    move zero to missing-tier-count
    move spaces to event-note

    move ev-prize-file to prize-file-name
    move 1 to dept-multiplier

    if ev-dept-mode = 'Y'
        perform 150-plan-departments thru 150-plan-departments-exit
    end-if

    open input prize-file

    if prize-file-status not = '00'
        move "PRIZE FILE WILL NOT OPEN" to event-note
        add 1 to event-exceptions
        go to 130-count-one-event-write
    end-if

    read prize-file

    perform until prize-file-status = '10'
        add 1 to event-tiers
        move prize-file-record to split-source-line
        perform 145-split-tier-fields
        perform 140-commit-tier
        read prize-file
    end-perform

    close prize-file

    if event-note = spaces and ev-dept-mode = 'Y'
        move qualifying-dept-count to dept-count-edit
        string
            "DEPTMODE " delimited by size
            function trim(dept-count-edit) delimited by size
            " DEPTS FROM " delimited by size
            dept-source delimited by size
            into event-note
        end-string
    end-if.

    130-count-one-event-write.
        move spaces to event-line
        move ev-event-id to el-event-id
        move ev-title to el-title
        move ev-draw-date to el-draw-date
        move event-tiers to el-tiers
        move event-units to el-units
        move event-note to el-note
        write requisition-report-record from event-line

        perform varying missing-tier-sub from 1 by 1
                until missing-tier-sub > missing-tier-count
            move spaces to report-line
            string
                "          TIER PRIZE NOT ON INVENTORY: "
                    delimited by size
                function trim(missing-tier-name (missing-tier-sub))
                    delimited by size
                into report-line
            end-string
            write requisition-report-record from report-line
        end-perform.

    130-count-one-event-exit.
        exit.

140-commit-tier.
    set inventory-entry-not-found to true
    move zero to inv-match

    perform varying inv-idx from 1 by 1
            until inv-idx > prize-inv-count
            or inventory-entry-found
        if pi-name (inv-idx) = raw-name-field
            set inventory-entry-found to true
            move inv-idx to inv-match
        end-if
    end-perform

    if inventory-entry-found
        set inv-idx to inv-match
        compute pi-committed (inv-idx) = pi-committed (inv-idx)
            + ticket-count * dept-multiplier
        compute event-units =
            event-units + ticket-count * dept-multiplier
    else
      *> -- the draw step refuses a tier with no inventory record;
      *> listed here so it is fixed before the night of the draw.
        add 1 to event-exceptions

        if event-note = spaces
            move "TIER PRIZE NOT ON INVENTORY" to event-note
        end-if

        if missing-tier-count < 99
            add 1 to missing-tier-count
            move raw-name-field
                to missing-tier-name (missing-tier-count)
        end-if
    end-if
    .

145-split-tier-fields.
      *> -- a tier line is split exactly as the draw step splits
      *> it: on its *last* comma, the quantity after it (1 when
      *> there is none), the prize name before it.

    move 1 to ticket-count
    move function trim(split-source-line) to raw-name-field

    move function length(function trim(split-source-line))
        to split-line-length
    move function reverse(function trim(split-source-line))
        to split-rev-line

    move 1 to split-ptr
    unstring split-rev-line (1:split-line-length) delimited by ','
        into split-rev-ticket-part
        with pointer split-ptr
    end-unstring

    if split-ptr <= split-line-length
        move function reverse(function trim(split-rev-ticket-part))
            to split-ticket-edit
        inspect split-ticket-edit replacing leading space by zero

        if split-ticket-edit is numeric
            move split-ticket-edit to ticket-count

            if ticket-count = zero
                move 1 to ticket-count
            end-if

            move function reverse(split-rev-line (split-ptr:
                split-line-length - split-ptr + 1))
                to raw-name-field
        else
            unstring split-rev-line (1:split-line-length)
                delimited by ','
                into split-rev-ticket-part
                with pointer split-ptr
            end-unstring

            if split-ptr <= split-line-length
                move function reverse(function
                    trim(split-rev-ticket-part))
                    to split-ticket-edit
                inspect split-ticket-edit
                    replacing leading space by zero

                if split-ticket-edit is numeric
                    move split-ticket-edit to ticket-count

                    if ticket-count = zero
                        move 1 to ticket-count
                    end-if

                    move function reverse(split-rev-line (split-ptr:
                        split-line-length - split-ptr + 1))
                        to raw-name-field
                end-if
            end-if
        end-if
    end-if
    .

150-plan-departments.
      *> -- the tier table's prize total first, then the entrants
      *> per department: from the event's names-file once it is
      *> cut, as the draw step reads it, or from the status-A
      *> entrants on the entrant-master before then. with neither
      *> to count from, one set is committed and the event is an
      *> exception.
    move zero to tier-prize-total
    move zero to dept-count
    move zero to qualifying-dept-count

    open input prize-file

    if prize-file-status not = '00'
        go to 150-plan-departments-exit
    end-if

    read prize-file

    perform until prize-file-status = '10'
        move prize-file-record to split-source-line
        perform 145-split-tier-fields
        add ticket-count to tier-prize-total
        read prize-file
    end-perform

    close prize-file

    move ev-names-file to names-file-name
    open input names-file

    if names-file-status = '00'
        move "NAMES" to dept-source
        read names-file

        perform until names-file-status = '10'
            perform 152-count-names-entrant
                thru 152-count-names-entrant-exit
            read names-file
        end-perform

        close names-file
    else
        if entrant-master-name = spaces
            move "DEPTMODE - DEPTS NOT COUNTED" to event-note
            add 1 to event-exceptions
            go to 150-plan-departments-exit
        end-if

        open input entrant-master

        if entrant-master-status not = '00'
            display
                "unable to open entrant-master " entrant-master-name
                upon syserr
            move 16 to return-code
            stop run
        end-if

        move "MASTER" to dept-source
        read entrant-master

        perform until entrant-master-status = '10'
            move entrant-master-record to master-columns

            if em-status = 'A' and em-dept not = spaces
                move em-dept to entrant-dept
                perform 155-count-dept
            end-if

            read entrant-master
        end-perform

        close entrant-master
    end-if

    perform varying dept-idx from 1 by 1
            until dept-idx > dept-count
        if dt-entrants (dept-idx) >= tier-prize-total
            add 1 to qualifying-dept-count
        end-if
    end-perform

    move qualifying-dept-count to dept-multiplier.

    150-plan-departments-exit.
        exit.

152-count-names-entrant.
      *> -- split as the draw step splits a names record: the
      *> six-digit employee-id off the front, then the department
      *> code after the last comma. a trailer, or a record the draw
      *> would reject for no id or no department, is not counted.
    if names-record (1:8) = "TRAILER,"
        or names-record (1:6) is not numeric
        or names-record (7:1) not = ','
        go to 152-count-names-entrant-exit
    end-if

    move names-record (8:73) to names-rest
    move spaces to entrant-dept

    move function length(function trim(names-rest))
        to split-line-length

    if split-line-length = zero
        go to 152-count-names-entrant-exit
    end-if

    move function reverse(function trim(names-rest))
        to split-rev-line

    move 1 to split-ptr
    unstring split-rev-line (1:split-line-length) delimited by ','
        into dept-rev-part
        with pointer split-ptr
    end-unstring

    if split-ptr > split-line-length
        go to 152-count-names-entrant-exit
    end-if

    move function reverse(function trim(dept-rev-part))
        to entrant-dept

    move function trim(entrant-dept) to dept-numeric-edit
    inspect dept-numeric-edit replacing leading space by zero

    if dept-numeric-edit is numeric or entrant-dept = spaces
        go to 152-count-names-entrant-exit
    end-if

    perform 155-count-dept.

    152-count-names-entrant-exit.
        exit.

155-count-dept.
    set dept-entry-not-found to true

    perform varying dept-idx from 1 by 1
            until dept-idx > dept-count
            or dept-entry-found
        if dt-code (dept-idx) = entrant-dept
            set dept-entry-found to true
        end-if
    end-perform

    if dept-entry-found
        set dept-idx down by 1
    else
        if dept-count >= 999
            display
                "too many departments for the department table"
                upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to dept-count
        set dept-idx to dept-count
        move entrant-dept to dt-code (dept-idx)
        move zero to dt-entrants (dept-idx)
    end-if

    add 1 to dt-entrants (dept-idx)
    .

160-write-requisitions.
    if events-counted = zero
        move "  NO DRAWS STILL TO COME AGAINST THIS INVENTORY"
            to report-line
        write requisition-report-record from report-line
    end-if

    move spaces to report-line
    write requisition-report-record from report-line

    move "PRIZES TO REORDER" to report-line
    write requisition-report-record from report-line

    move spaces to report-line
    string
        "PRIZE                             " delimited by size
        "VENDOR          ON HAND  COMMITTED" delimited by size
        "      NET  REORDER    ORDER  NOTE" delimited by size
        into report-line
    end-string
    write requisition-report-record from report-line

    move all "-" to report-line
    write requisition-report-record from report-line

    perform varying inv-idx from 1 by 1
            until inv-idx > prize-inv-count
        compute net-onhand =
            pi-onhand (inv-idx) - pi-committed (inv-idx)
        move spaces to requisition-note
        move zero to order-quantity

        if net-onhand < zero
            move "SHORT FOR COMING DRAWS" to requisition-note
            add 1 to prizes-short
        else
            if pi-has-reorder (inv-idx)
                and net-onhand < pi-reorder (inv-idx)
                move "BELOW REORDER POINT" to requisition-note
            end-if
        end-if

        if requisition-note not = spaces
            if pi-has-reorder (inv-idx)
                compute order-quantity =
                    pi-reorder (inv-idx) - net-onhand
            else
                compute order-quantity = zero - net-onhand
            end-if

            move spaces to requisition-line
            move pi-name (inv-idx) to rq-prize
            move pi-vendor (inv-idx) to rq-vendor
            move pi-onhand (inv-idx) to rq-onhand
            move pi-committed (inv-idx) to rq-committed
            move net-onhand to rq-net

            if pi-has-reorder (inv-idx)
                move pi-reorder (inv-idx) to rq-reorder-edit
                move rq-reorder-edit to rq-reorder
            else
                move "   NONE" to rq-reorder
            end-if

            move order-quantity to rq-order
            move requisition-note to rq-note
            write requisition-report-record from requisition-line
            add 1 to prizes-listed
        end-if
    end-perform

    if prizes-listed = zero
        move "  NONE" to report-line
        write requisition-report-record from report-line
    end-if

    move all "-" to report-line
    write requisition-report-record from report-line

    move events-counted to count-edit
    move spaces to report-line
    string
        "DRAWS COUNTED:           " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write requisition-report-record from report-line

    move event-exceptions to count-edit
    move spaces to report-line
    string
        "DRAW EXCEPTIONS:         " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write requisition-report-record from report-line

    move prizes-listed to count-edit
    move spaces to report-line
    string
        "PRIZES TO REORDER:       " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write requisition-report-record from report-line

    move prizes-short to count-edit
    move spaces to report-line
    string
        "  SHORT FOR COMING DRAWS:" delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write requisition-report-record from report-line
    .

190-close-files.
    close event-master
    close requisition-report
    .

195-report-totals.
    move events-read to display-count
    display display-count space 'events read'
    move events-counted to display-count
    display display-count space 'draws still to come counted'
    move event-exceptions to display-count
    display display-count space 'draw exceptions'
    move prizes-listed to display-count
    display display-count space 'prizes to reorder'
    move prizes-short to display-count
    display display-count space 'prizes short for coming draws'

    if prizes-short > zero
        move 8 to return-code
    else
        if prizes-listed > zero or event-exceptions > zero
            move 4 to return-code
        end-if
    end-if
    .

900-show-usage.
    display
        "usage: invreq {prize-inventory} {event-master} "
        "{run-control} [through-date [entrant-master]]"
        upon syserr
    move 16 to return-code
    stop run
    .
