        >>source format is free
identification division.
    program-id. evtsched.
    author. Lucas van Lierop.
      *> =============================================
      *> nightly raffle event scheduler: cut the
      *> RAFPARM control cards for the event due
      *> tonight from the raffle event master
      *> =============================================
      *> cobc evtsched.cbl -free -x -0
      *> ./evtsched {event-master} {run-control}
      *>            [as-of-date]
      *> =============================================
      *> the event master holds one record per raffle
      *> event: its event-id, title, scheduled draw
      *> date, entry cutoff, and the draw options the
      *> RAFPARM deck used to be keyed with by hand.
      *> the first active event whose draw date is
      *> the as-of date (default today) and which has
      *> no COMPLETED run-control record gets its
      *> card deck written to RAFCARDS for the draw
      *> step, naming the event on EVENT= and TITLE=.
      *> raffler draws one event per run, so a second
      *> event due the same night is listed as
      *> waiting for the next run. an active event
      *> whose draw date has passed without a
      *> COMPLETED record is flagged OVERDUE - it is
      *> never carded on its own; the operator reruns
      *> it (RESTART=Y if it crashed) or the owner
      *> reschedules it. every event is listed on the
      *> EVTRPT schedule report. condition code 8
      *> means no deck was cut tonight (the draw step
      *> is bypassed); 4 is added when anything was
      *> flagged, so 4 and 12 both want a look.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select event-master
               assign to event-master-name
               file status is event-master-status
               organization is line sequential.

           select run-control
               assign to run-control-name
               file status is run-control-status
               organization is line sequential.

           select raffle-cards
               assign to "RAFCARDS"
               file status is raffle-cards-status
               organization is line sequential.

           select event-report
               assign to "EVTRPT"
               file status is event-report-status
               organization is line sequential.

data division.
    file section.
        fd event-master.
        01 event-master-record pic x(300).

        fd run-control.
        01 run-control-record pic x(98).

        fd raffle-cards.
        01 raffle-cards-record pic x(80).

        fd event-report.
        01 event-report-record pic x(110).

    working-storage section.
        01 event-master-name pic x(50).
        01 event-master-status pic x(2).
        01 run-control-name pic x(50).
        01 run-control-status pic x(2).
        01 raffle-cards-status pic x(2).
        01 event-report-status pic x(2).

      *> -- raffle event master record layout. status A is an
      *> active event, X a cancelled one. a blank prize-tier file
      *> draws the flat prize count; a blank inventory or exclude
      *> file is simply left off the deck.

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

      *> -- per event on the registry: whether any run of it
      *> COMPLETED, and its trailing record's status --

       01  run-table.
           03  run-entry occurs 999 times indexed by run-idx.
               05  ru-event-id pic x(8).
               05  ru-completed pic x(1).
               05  ru-last-status pic x(9).
               05  ru-last-date pic x(10).
       01  run-count pic 9(3) value zero.

       01  found-switch pic x(1).
           88  tally-entry-found value 'Y'.
           88  tally-entry-not-found value 'N'.

      *> -- event-ids already seen on the master, so a duplicate
      *> is flagged instead of drawn twice --

       01  seen-table.
           03  seen-entry occurs 999 times indexed by seen-idx
                   pic x(8).
       01  seen-count pic 9(3) value zero.

       01  asof-date-arg pic x(10) value spaces.
       01  run-date pic 9(8).

       01  cd-date-x pic x(8).
       01  cd-date-9 redefines cd-date-x pic 9(8).

       01  date-check-field pic x(10).
       01  date-check-switch pic x(1).
           88  date-is-valid value 'Y'.
           88  date-is-invalid value 'N'.

       01  event-state pic x(14).
       01  event-note pic x(26).
       01  event-completed-switch pic x(1).
           88  event-completed value 'Y'.
           88  event-not-completed value 'N'.
       01  event-last-status pic x(9).

       01  deck-switch pic x(1) value 'N'.
           88  deck-cut value 'Y'.
           88  deck-not-cut value 'N'.
       01  carded-event-id pic x(8) value spaces.

       01  card-line pic x(80).
       01  card-number-edit pic 9(3).

       01  events-read pic 9(9) value zero.
       01  events-flagged pic 9(9) value zero.
       01  events-completed pic 9(9) value zero.
       01  events-cancelled pic 9(9) value zero.
       01  events-waiting pic 9(9) value zero.
       01  cards-written pic 9(9) value zero.
       01  runs-read pic 9(9) value zero.

       01  report-line pic x(110).
       01  count-edit pic z(4)9.

       01  event-line.
           03  el-event-id pic x(8).
           03  filler pic x(2) value spaces.
           03  el-title pic x(32).
           03  filler pic x(2) value spaces.
           03  el-draw-date pic x(10).
           03  filler pic x(2) value spaces.
           03  el-cutoff-date pic x(10).
           03  filler pic x(2) value spaces.
           03  el-state pic x(14).
           03  filler pic x(2) value spaces.
           03  el-note pic x(26).

       01  display-count pic z,zzz,zzz.

procedure division.
    display 'raffle event scheduler'.
    perform 100-initialize.
    perform 110-load-run-control thru 110-load-run-control-exit.
    perform 120-open-files.
    perform 125-write-report-heading.

    read event-master

    perform until event-master-status = '10'
        add 1 to events-read
        move event-master-record to event-columns
        perform 130-schedule-one-event thru 130-schedule-one-event-exit
        read event-master
    end-perform

    perform 190-close-files.
    perform 195-report-totals.

stop run.

100-initialize.
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

    accept asof-date-arg from argument-value
        on exception
            move spaces to asof-date-arg
    end-accept.

    if asof-date-arg = spaces
        accept run-date from date yyyymmdd
        string
            run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
            delimited by size
            into asof-date-arg
        end-string
    end-if

    move asof-date-arg to date-check-field
    perform 150-check-date

    if date-is-invalid
        display
            "as-of-date must be yyyy-mm-dd" upon syserr
        move 16 to return-code
        stop run
    end-if

    display "scheduling events due " asof-date-arg.

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

      *> -- draws run before the event master carry no event-id
      *> and cannot complete any event.
        if rc-event-id not = spaces
            perform 115-note-run-record
        end-if

        read run-control
    end-perform

    close run-control.

    110-load-run-control-exit.
        exit.

115-note-run-record.
    set tally-entry-not-found to true

    perform varying run-idx from 1 by 1
            until run-idx > run-count
            or tally-entry-found
        if ru-event-id (run-idx) = rc-event-id
            set tally-entry-found to true
            move rc-status to ru-last-status (run-idx)
            move rc-date to ru-last-date (run-idx)

            if rc-status = "COMPLETED"
                move 'Y' to ru-completed (run-idx)
            end-if
        end-if
    end-perform

    if tally-entry-not-found
        if run-count >= 999
            display
                "too many events on the run-control registry"
                upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to run-count
        set run-idx to run-count
        move rc-event-id to ru-event-id (run-idx)
        move 'N' to ru-completed (run-idx)
        move rc-status to ru-last-status (run-idx)
        move rc-date to ru-last-date (run-idx)

        if rc-status = "COMPLETED"
            move 'Y' to ru-completed (run-idx)
        end-if
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

    open output raffle-cards

    if raffle-cards-status not = '00'
        display
            "unable to open the RAFCARDS card deck" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output event-report

    if event-report-status not = '00'
        display
            "unable to open event report" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

125-write-report-heading.
    move spaces to report-line
    string
        "RAFFLE EVENT SCHEDULE - " delimited by size
        asof-date-arg delimited by size
        into report-line
    end-string
    write event-report-record from report-line

    move spaces to report-line
    write event-report-record from report-line

    move spaces to event-line
    move "EVENT" to el-event-id
    move "TITLE" to el-title
    move "DRAW DATE" to el-draw-date
    move "CUTOFF" to el-cutoff-date
    move "STATE" to el-state
    move "NOTE" to el-note
    write event-report-record from event-line

    move all "-" to report-line
    write event-report-record from report-line
    .

130-schedule-one-event.
    move spaces to event-state
    move spaces to event-note

    perform 135-find-run-status

    evaluate true
        when ev-event-id = spaces
            move "IN ERROR" to event-state
            move "NO EVENT-ID" to event-note
        when not ev-active and not ev-cancelled
            move "IN ERROR" to event-state
            move "STATUS NOT A OR X" to event-note
        when other
            perform 140-check-event-fields
                thru 140-check-event-fields-exit
    end-evaluate

    if event-state not = spaces
        go to 130-schedule-one-event-write
    end-if

    if ev-cancelled
        move "CANCELLED" to event-state
        add 1 to events-cancelled
        go to 130-schedule-one-event-write
    end-if

    if event-completed
        move "COMPLETED" to event-state
        add 1 to events-completed
        go to 130-schedule-one-event-write
    end-if

      *> -- passed its date with no COMPLETED record: flagged, not
      *> carded. a draw that crashed part-way is resumed with
      *> RESTART=Y; one that never ran is rescheduled.
    if ev-draw-date < asof-date-arg
        move "OVERDUE" to event-state
        if event-last-status = "STARTED"
            move "LAST RUN STARTED - RESTART" to event-note
        else
            move "NO COMPLETED RUN" to event-note
        end-if
        add 1 to events-flagged
        go to 130-schedule-one-event-write
    end-if

    if ev-draw-date > asof-date-arg
        move "SCHEDULED" to event-state
        go to 130-schedule-one-event-write
    end-if

    if event-last-status = "STARTED"
        move "DUE - STARTED" to event-state
        move "RERUN WITH RESTART=Y" to event-note
        add 1 to events-flagged
        go to 130-schedule-one-event-write
    end-if

    if deck-cut
        move "DUE - WAITING" to event-state
        string
            "AFTER " delimited by size
            carded-event-id delimited by space
            " - RUN AGAIN" delimited by size
            into event-note
        end-string
        add 1 to events-waiting
        add 1 to events-flagged
        go to 130-schedule-one-event-write
    end-if

    perform 160-write-card-deck
    move "CARDED TONIGHT" to event-state.

    130-schedule-one-event-write.
        move spaces to event-line
        move ev-event-id to el-event-id
        move ev-title to el-title
        move ev-draw-date to el-draw-date
        move ev-cutoff-date to el-cutoff-date
        move event-state to el-state
        move event-note to el-note
        write event-report-record from event-line.

    130-schedule-one-event-exit.
        exit.

135-find-run-status.
    set event-not-completed to true
    move spaces to event-last-status

    perform varying run-idx from 1 by 1
            until run-idx > run-count
        if ru-event-id (run-idx) = ev-event-id
            if ru-completed (run-idx) = 'Y'
                set event-completed to true
            end-if
            move ru-last-status (run-idx) to event-last-status
        end-if
    end-perform
    .

140-check-event-fields.
      *> -- a record that cannot be drawn safely is flagged IN
      *> ERROR and never carded; event-state stays blank when
      *> the record is sound.
    set tally-entry-not-found to true

    perform varying seen-idx from 1 by 1
            until seen-idx > seen-count
            or tally-entry-found
        if seen-entry (seen-idx) = ev-event-id
            set tally-entry-found to true
        end-if
    end-perform

    if tally-entry-found
        move "IN ERROR" to event-state
        move "DUPLICATE EVENT-ID" to event-note
        add 1 to events-flagged
        go to 140-check-event-fields-exit
    end-if

    if seen-count >= 999
        display
            "too many events on the event master" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to seen-count
    move ev-event-id to seen-entry (seen-count)

    move ev-draw-date to date-check-field
    perform 150-check-date

    if date-is-invalid
        move "IN ERROR" to event-state
        move "BAD DRAW DATE" to event-note
        add 1 to events-flagged
        go to 140-check-event-fields-exit
    end-if

    if ev-cutoff-date not = spaces
        move ev-cutoff-date to date-check-field
        perform 150-check-date

        if date-is-invalid
            move "IN ERROR" to event-state
            move "BAD CUTOFF DATE" to event-note
            add 1 to events-flagged
            go to 140-check-event-fields-exit
        end-if

        if ev-cutoff-date > ev-draw-date
            move "IN ERROR" to event-state
            move "CUTOFF AFTER DRAW DATE" to event-note
            add 1 to events-flagged
            go to 140-check-event-fields-exit
        end-if
    end-if

    if ev-cancelled
        go to 140-check-event-fields-exit
    end-if

    if ev-names-file = spaces
        move "IN ERROR" to event-state
        move "NO NAMES-FILE" to event-note
        add 1 to events-flagged
        go to 140-check-event-fields-exit
    end-if

    if ev-prizes is not numeric
        or ev-cooldown is not numeric
        move "IN ERROR" to event-state
        move "BAD PRIZES OR COOL-DOWN" to event-note
        add 1 to events-flagged
        go to 140-check-event-fields-exit
    end-if

    if (ev-dept-mode not = 'Y' and ev-dept-mode not = 'N')
        or (ev-carryover not = 'Y' and ev-carryover not = 'N')
        move "IN ERROR" to event-state
        move "DEPTMODE/CARRYOVER NOT Y/N" to event-note
        add 1 to events-flagged
    end-if.

    140-check-event-fields-exit.
        exit.

150-check-date.
    set date-is-valid to true
    move date-check-field (1:4) to cd-date-x (1:4)
    move date-check-field (6:2) to cd-date-x (5:2)
    move date-check-field (9:2) to cd-date-x (7:2)

    if cd-date-x is not numeric
        or date-check-field (5:1) not = '-'
        or date-check-field (8:1) not = '-'
        set date-is-invalid to true
    end-if
    .

160-write-card-deck.
      *> -- the deck raffler reads on RAFPARM: one KEYWORD=VALUE
      *> per card, every option spelled out so the echoed card
      *> images on the draw step's SYSOUT show the whole run.
    move spaces to card-line
    string
        "* RAFFLE EVENT " delimited by size
        ev-event-id delimited by space
        " DUE " delimited by size
        ev-draw-date delimited by size
        ", CUT BY EVTSCHED" delimited by size
        into card-line
    end-string
    perform 165-write-card

    if ev-cutoff-date not = spaces
        move spaces to card-line
        string
            "* ENTRIES CUT OFF " delimited by size
            ev-cutoff-date delimited by size
            into card-line
        end-string
        perform 165-write-card
    end-if

    move spaces to card-line
    string
        "EVENT=" delimited by size
        ev-event-id delimited by space
        into card-line
    end-string
    perform 165-write-card

    move spaces to card-line
    string
        "TITLE=" delimited by size
        ev-title delimited by size
        into card-line
    end-string
    perform 165-write-card

    move spaces to card-line
    string
        "NAMES=" delimited by size
        ev-names-file delimited by space
        into card-line
    end-string
    perform 165-write-card

    move ev-prizes to card-number-edit
    if card-number-edit = zero
        move 1 to card-number-edit
    end-if
    move spaces to card-line
    string
        "PRIZES=" delimited by size
        card-number-edit delimited by size
        into card-line
    end-string
    perform 165-write-card

    move "SEED=0" to card-line
    perform 165-write-card

    if ev-exclude-file not = spaces
        move spaces to card-line
        string
            "EXCLUDE=" delimited by size
            ev-exclude-file delimited by space
            into card-line
        end-string
        perform 165-write-card
    end-if

    if ev-prize-file not = spaces
        move spaces to card-line
        string
            "PRIZEFILE=" delimited by size
            ev-prize-file delimited by space
            into card-line
        end-string
        perform 165-write-card
    end-if

    if ev-inventory not = spaces
        move spaces to card-line
        string
            "INVENTORY=" delimited by size
            ev-inventory delimited by space
            into card-line
        end-string
        perform 165-write-card
    end-if

    move "RESTART=N" to card-line
    perform 165-write-card

    move ev-cooldown to card-number-edit
    move spaces to card-line
    string
        "COOLDOWN=" delimited by size
        card-number-edit delimited by size
        into card-line
    end-string
    perform 165-write-card

    move spaces to card-line
    string
        "DEPTMODE=" delimited by size
        ev-dept-mode delimited by size
        into card-line
    end-string
    perform 165-write-card

    move spaces to card-line
    string
        "CARRYOVER=" delimited by size
        ev-carryover delimited by size
        into card-line
    end-string
    perform 165-write-card

    set deck-cut to true
    move ev-event-id to carded-event-id

    display
        "carded event " ev-event-id space function trim(ev-title)
    .

165-write-card.
    move card-line to raffle-cards-record
    write raffle-cards-record

    if raffle-cards-status not = '00'
        display
            "unable to write the RAFCARDS card deck" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to cards-written
    .

190-close-files.
    close event-master
    close raffle-cards

    move all "-" to report-line
    write event-report-record from report-line

    if deck-not-cut
        move "NO EVENT CARDED TONIGHT - THE DRAW STEP IS BYPASSED"
            to report-line
        write event-report-record from report-line
    end-if

    move events-flagged to count-edit
    move spaces to report-line
    string
        "EVENTS FLAGGED:        " delimited by size
        count-edit delimited by size
        " (OVERDUE, WAITING, OR IN ERROR)" delimited by size
        into report-line
    end-string
    write event-report-record from report-line

    close event-report
    .

195-report-totals.
    move runs-read to display-count
    display display-count space 'run-control records read'
    move events-read to display-count
    display display-count space 'events read'
    move events-completed to display-count
    display display-count space 'events completed'
    move events-cancelled to display-count
    display display-count space 'events cancelled'
    move events-waiting to display-count
    display display-count space 'events due but waiting'
    move events-flagged to display-count
    display display-count space 'events flagged'
    move cards-written to display-count
    display display-count space 'control cards written'

    if deck-not-cut
        display "no event carded tonight"
        move 8 to return-code
    end-if

    if events-flagged > zero
        add 4 to return-code
    end-if
    .

900-show-usage.
    display
        "usage: evtsched {event-master} {run-control} "
        "[as-of-date]"
        upon syserr
    move 16 to return-code
    stop run
    .
