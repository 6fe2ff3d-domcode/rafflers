        >>source format is free
identification division.
    program-id. suspense.
    author. Lucas van Lierop.
      *> =============================================
      *> carry the rejected-entrant suspense file
      *> forward: add the night's rejects, clear the
      *> items corrected through entmaint, and age
      *> what is still open
      *> =============================================
      *> cobc suspense.cbl -free -x -0
      *> ./suspense {suspense-master} {suspense-feed}
      *>            [as-of-date]
      *> =============================================
      *> the draw (bad employee-id, blank name, no
      *> department, duplicate entry), entmaint
      *> (every ENTREJ reject) and hrcomp (every
      *> NEWHIRE line) append their data-error
      *> rejects to the suspense feed, and entmaint
      *> appends a clearance for every transaction
      *> applied that names a suspense item. excluded
      *> entrants and recent winners are held out of
      *> a draw on purpose and never reach the feed.
      *> each reject opens a numbered suspense item
      *> carrying its reason, the program that raised
      *> it and the date it was first seen; the same
      *> reject seen again while its item is still
      *> open only counts as seen again, so the item
      *> keeps its first-seen date night after night
      *> until a correction clears it. cleared items
      *> stay on file for 30 days and then drop off.
      *> as with tktsale, the suspense master is
      *> never updated in place: the updated master
      *> goes to SUSPN and the roll-in step rolls it
      *> in. SUSPRPT lists the clearances and any
      *> feed record refused, then every open item
      *> aged: over 30 days, over 7 days, and the
      *> rest, and proves the master. a refused feed
      *> record ends the run with condition code 4,
      *> anything out of balance with 8. the draw
      *> itself reads the suspense master and ends
      *> with condition code 4 when anything rejected
      *> before its draw date is still open.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select suspense-master
               assign to suspense-master-name
               file status is suspense-master-status
               organization is line sequential.

           select suspense-feed
               assign to suspense-feed-name
               file status is suspense-feed-status
               organization is line sequential.

           select suspense-master-new
               assign to "SUSPN"
               file status is suspense-master-new-status
               organization is line sequential.

           select aging-report
               assign to "SUSPRPT"
               file status is aging-report-status
               organization is line sequential.

           select control-totals
               assign to "CTLTOTS"
               file status is control-totals-status
               organization is line sequential.

data division.
    file section.
        fd suspense-master.
        01 suspense-master-record pic x(180).

        fd suspense-feed.
        01 suspense-feed-record pic x(150).

        fd suspense-master-new.
        01 suspense-master-new-record pic x(180).

        fd aging-report.
        01 aging-report-record pic x(132).

        fd control-totals.
        01 control-totals-record pic x(100).

    working-storage section.
        01 suspense-master-name pic x(50).
        01 suspense-master-status pic x(2).
        01 suspense-feed-name pic x(50).
        01 suspense-feed-status pic x(2).
        01 suspense-master-new-status pic x(2).
        01 aging-report-status pic x(2).

       01  master-switch pic x(1) value 'Y'.
           88  master-on-file value 'Y'.
           88  master-not-on-file value 'N'.

       01  feed-switch pic x(1) value 'Y'.
           88  feed-on-file value 'Y'.
           88  feed-not-on-file value 'N'.

      *> -- suspense master record, fixed columns, in item-number
      *> sequence. status O = open, C = cleared. the employee-id,
      *> event, name and detail are whatever the raising program
      *> had (a blank names-file line has only its line number, in
      *> the detail). cleared-by names the program, action and
      *> employee-id of the correction.

       01  suspense-line.
           03  sp-item-number pic 9(8).
           03  filler pic x(1).
           03  sp-status pic x(1).
               88  sp-open value 'O'.
               88  sp-cleared value 'C'.
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
           03  filler pic x(1).
           03  sp-last-seen pic x(10).
           03  filler pic x(1).
           03  sp-times-seen pic 9(5).
           03  filler pic x(1).
           03  sp-cleared-date pic x(10).
           03  filler pic x(1).
           03  sp-cleared-by pic x(20).

      *> -- suspense feed record, fixed columns, appended by each
      *> raising program. type R = a reject, C = a clearance of the
      *> item numbered on it (entmaint, from the transaction's
      *> suspense item column). action is the entmaint transaction
      *> action, where there is one.

       01  feed-line.
           03  sf-type pic x(1).
               88  sf-reject value 'R'.
               88  sf-clear value 'C'.
           03  filler pic x(1).
           03  sf-item-number-x pic x(8).
           03  sf-item-number redefines sf-item-number-x pic 9(8).
           03  filler pic x(1).
           03  sf-source pic x(8).
           03  filler pic x(1).
           03  sf-date pic x(10).
           03  filler pic x(1).
           03  sf-reason pic x(30).
           03  filler pic x(1).
           03  sf-employee-id pic x(6).
           03  filler pic x(1).
           03  sf-event-id pic x(8).
           03  filler pic x(1).
           03  sf-name pic x(32).
           03  filler pic x(1).
           03  sf-detail pic x(20).
           03  filler pic x(1).
           03  sf-action pic x(1).
           03  filler pic x(17).

      *> -- the suspense items, in item-number order: the master's
      *> as read, then the ones opened this run. an open item is
      *> found again through its match key - the raising program,
      *> reason, employee-id and event, and the name and detail
      *> only when there is no employee-id - by a hash table, as
      *> tktsale finds its positions; a clearance finds its item
      *> by number, with a binary search.

       01  item-table.
           03  item-entry occurs 20000 times.
               05  it-number pic 9(8).
               05  it-status pic x(1).
               05  it-source pic x(8).
               05  it-reason pic x(30).
               05  it-employee-id pic x(6).
               05  it-event-id pic x(8).
               05  it-name pic x(32).
               05  it-detail pic x(20).
               05  it-first-seen pic x(10).
               05  it-last-seen pic x(10).
               05  it-times-seen pic 9(5).
               05  it-cleared-date pic x(10).
               05  it-cleared-by pic x(20).
               05  it-match-key pic x(104).
               05  it-age pic 9(5).
       01  item-count pic 9(9) value zero.
       01  it-sub pic 9(9) comp value zero.
       01  last-item-number pic 9(8) value zero.

       01  match-key.
           03  mk-source pic x(8).
           03  mk-reason pic x(30).
           03  mk-employee-id pic x(6).
           03  mk-event-id pic x(8).
           03  mk-name pic x(32).
           03  mk-detail pic x(20).

       01  item-found-switch pic x(1).
           88  item-found value 'Y'.
           88  item-not-found value 'N'.

       01  hash-table-size pic 9(9) comp value 65536.

       01  item-hash-table.
           03  item-hash-slot occurs 65536 times
                   pic 9(9) comp value zero.

       01  hash-key pic x(104).
       01  hash-value pic 9(9) comp.
       01  hash-probe pic 9(9) comp.
       01  hash-char-ix pic 9(4) comp.

       01  search-lo pic 9(9) comp.
       01  search-hi pic 9(9) comp.
       01  search-mid pic 9(9) comp.

      *> -- dates: the as-of date ages the open items and decides
      *> which cleared items have been on file long enough.

       01  run-date pic 9(8).
       01  today-date-x pic x(10).
       01  asof-date-arg pic x(10) value spaces.

       01  cd-date-x pic x(8).
       01  cd-date-9 redefines cd-date-x pic 9(8).
       01  cd-asof-int pic 9(9) value zero.
       01  cd-item-int pic 9(9) value zero.
       01  item-age-days pic s9(9) value zero.

       01  date-check-field pic x(10).
       01  date-check-switch pic x(1).
           88  date-is-valid value 'Y'.
           88  date-is-invalid value 'N'.

       01  purge-days pic 9(3) value 30.
       01  older-days pic 9(3) value 30.
       01  aged-days pic 9(3) value 7.

       01  feed-reason pic x(30).

      *> -- aging report lines --

       01  report-line pic x(132).
       01  count-edit pic z(8)9.

       01  item-line.
           03  il-number pic 9(8).
           03  filler pic x(1).
           03  il-source pic x(8).
           03  filler pic x(1).
           03  il-reason pic x(30).
           03  filler pic x(1).
           03  il-employee-id pic x(6).
           03  filler pic x(1).
           03  il-event-id pic x(8).
           03  filler pic x(1).
           03  il-name pic x(30).
           03  filler pic x(1).
           03  il-first-seen pic x(10).
           03  filler pic x(1).
           03  il-last-seen pic x(10).
           03  filler pic x(1).
           03  il-age pic zzzz9.
           03  filler pic x(1).
           03  il-times-seen pic zzzz9.

       01  action-line.
           03  al-result pic x(12).
           03  filler pic x(1).
           03  al-number pic x(8).
           03  filler pic x(1).
           03  al-source pic x(8).
           03  filler pic x(1).
           03  al-reason pic x(30).
           03  filler pic x(1).
           03  al-employee-id pic x(6).
           03  filler pic x(1).
           03  al-text pic x(50).

       01  section-heading pic x(60).
       01  section-low pic 9(5).
       01  section-high pic 9(5).
       01  section-count pic 9(9).

      *> -- control totals: the master read plus the items opened,
      *> less the cleared items dropped, must be the master
      *> written; every feed record is a reject opened or seen
      *> again, a clearance, or refused.

       01  master-read pic 9(9) value zero.
       01  master-written pic 9(9) value zero.
       01  feed-read pic 9(9) value zero.
       01  items-opened pic 9(9) value zero.
       01  items-seen-again pic 9(9) value zero.
       01  items-cleared pic 9(9) value zero.
       01  feed-refused pic 9(9) value zero.
       01  items-purged pic 9(9) value zero.
       01  open-total pic 9(9) value zero.
       01  open-over-older pic 9(9) value zero.
       01  open-over-aged pic 9(9) value zero.
       01  open-from-raffler pic 9(9) value zero.
       01  open-from-entmaint pic 9(9) value zero.
       01  open-from-hrcomp pic 9(9) value zero.
       01  open-from-other pic 9(9) value zero.

       01  out-of-balance-switch pic x(1) value 'N'.
           88  out-of-balance value 'Y'.

       01  display-count pic z,zzz,zzz.

      *> -- control totals for the roll-in step: a RUN record with
      *> the condition code the run ended with, then one record for
      *> the .NEW master with the records read, the records written,
      *> and the items opened less the items dropped between the
      *> two. CTLTOTS is written last, so a run that stops short
      *> leaves it empty and nothing is promoted.

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
    display 'rejected-entrant suspense'.
    perform 100-initialize.
    perform 110-open-files.
    perform 115-write-headings.
    perform 120-load-master thru 120-load-master-done.

    if feed-on-file
        read suspense-feed

        perform until suspense-feed-status = '10'
            add 1 to feed-read
            move suspense-feed-record to feed-line
            perform 130-apply-one-feed thru 130-apply-one-feed-exit
            read suspense-feed
        end-perform
    end-if

    perform 150-write-new-master.
    perform 160-write-aging.
    perform 180-prove-master.
    perform 190-close-files.
    perform 195-report-totals.
    perform 197-write-control-totals
        thru 197-write-control-totals-exit.

stop run.

100-initialize.
    accept suspense-master-name from argument-value
        on exception
            perform 101-usage
    end-accept.

    accept suspense-feed-name from argument-value
        on exception
            perform 101-usage
    end-accept.

    accept asof-date-arg from argument-value
        on exception
            move spaces to asof-date-arg
    end-accept.

    accept run-date from date yyyymmdd.

    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into today-date-x
    end-string.

    if asof-date-arg = spaces
        move today-date-x to asof-date-arg
    end-if.

    move asof-date-arg to date-check-field.
    perform 140-check-date.

    if date-is-invalid
        display
            "as-of date must be yyyy-mm-dd: " asof-date-arg
            upon syserr
        move 16 to return-code
        stop run
    end-if.

    compute cd-asof-int = function integer-of-date(cd-date-9).

    display "suspense master " suspense-master-name.
    display "adding feed " suspense-feed-name.
    display "aged as of " asof-date-arg.

101-usage.
    display
        "usage: suspense {suspense-master} {suspense-feed}"
        " [as-of-date]"
        upon syserr
    move 16 to return-code
    stop run
    .

110-open-files.
      *> -- no suspense master on file yet is the first run, and
      *> no feed is a night nothing was rejected; neither is an
      *> error.
    open input suspense-master

    if suspense-master-status = '35'
        set master-not-on-file to true
        display "no suspense master on file yet"
    else
        if suspense-master-status not = '00'
            display
                "unable to open suspense-master " suspense-master-name
                upon syserr
            move 16 to return-code
            stop run
        end-if
    end-if

    open input suspense-feed

    if suspense-feed-status = '35'
        set feed-not-on-file to true
        display "no suspense feed on file"
    else
        if suspense-feed-status not = '00'
            display
                "unable to open suspense-feed " suspense-feed-name
                upon syserr
            move 16 to return-code
            stop run
        end-if
    end-if

    open output suspense-master-new

    if suspense-master-new-status not = '00'
        display
            "unable to open updated suspense master" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output aging-report

    if aging-report-status not = '00'
        display
            "unable to open aging report" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

113-hash-key.
    move zero to hash-value

    perform varying hash-char-ix from 1 by 1
            until hash-char-ix > 104
        compute hash-value = function mod(
            hash-value * 31
            + function ord(hash-key (hash-char-ix:1)),
            hash-table-size)
    end-perform

    add 1 to hash-value
    move hash-value to hash-probe
    .

113-advance-probe.
    add 1 to hash-probe

    if hash-probe > hash-table-size
        move 1 to hash-probe
    end-if
    .

115-write-headings.
    move spaces to report-line
    string
        "REJECTED-ENTRANT SUSPENSE - " delimited by size
        today-date-x delimited by size
        " - AGED AS OF " delimited by size
        asof-date-arg delimited by size
        " - " delimited by size
        function trim(suspense-master-name) delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move all "-" to report-line
    write aging-report-record from report-line

    move "CLEARANCES AND REFUSED FEED RECORDS" to report-line
    write aging-report-record from report-line

    move spaces to report-line
    string
        "RESULT       ITEM     SOURCE   REASON" delimited by size
        "                         EMPID  " delimited by size
        "CLEARED BY / FEED RECORD" delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move all "-" to report-line
    write aging-report-record from report-line
    .

120-load-master.
    if master-not-on-file
        go to 120-load-master-done
    end-if

    read suspense-master

    perform until suspense-master-status = '10'
        add 1 to master-read
        move suspense-master-record to suspense-line

        if sp-item-number is not numeric
            or (not sp-open and not sp-cleared)
            or sp-times-seen is not numeric
            display
                "bad suspense record " master-read ": "
                suspense-master-record upon syserr
            move 16 to return-code
            stop run
        end-if

        if sp-item-number <= last-item-number
            display
                "suspense master out of sequence at record "
                master-read upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to item-count

        if item-count > 20000
            display
                "too many suspense items to hold" upon syserr
            move 16 to return-code
            stop run
        end-if

        move item-count to it-sub
        move sp-item-number to it-number (it-sub)
        move sp-status to it-status (it-sub)
        move sp-source to it-source (it-sub)
        move sp-reason to it-reason (it-sub)
        move sp-employee-id to it-employee-id (it-sub)
        move sp-event-id to it-event-id (it-sub)
        move sp-name to it-name (it-sub)
        move sp-detail to it-detail (it-sub)
        move sp-first-seen to it-first-seen (it-sub)
        move sp-last-seen to it-last-seen (it-sub)
        move sp-times-seen to it-times-seen (it-sub)
        move sp-cleared-date to it-cleared-date (it-sub)
        move sp-cleared-by to it-cleared-by (it-sub)
        move sp-item-number to last-item-number

        move sp-source to mk-source
        move sp-reason to mk-reason
        move sp-employee-id to mk-employee-id
        move sp-event-id to mk-event-id
        move sp-name to mk-name
        move sp-detail to mk-detail
        perform 125-add-to-hash

        read suspense-master
    end-perform.

    120-load-master-done.
        exit.

122-build-match-key.
      *> -- the employee-id is who the item is about; the name and
      *> detail only tell items apart when there is no id (a
      *> names-file line with a name but no id, or a blank line).
    if mk-employee-id not = spaces
        move spaces to mk-name
        move spaces to mk-detail
    end-if
    .

124-find-open-item.
    perform 122-build-match-key
    set item-not-found to true
    move match-key to hash-key
    perform 113-hash-key

    perform until item-found
            or item-hash-slot (hash-probe) = zero
        move item-hash-slot (hash-probe) to it-sub

        if it-match-key (it-sub) = match-key
            and it-status (it-sub) = 'O'
            set item-found to true
        else
            perform 113-advance-probe
        end-if
    end-perform
    .

125-add-to-hash.
      *> -- every item takes a slot, cleared or not, so a chain is
      *> never broken; only an open item is ever matched.
    perform 122-build-match-key
    move match-key to it-match-key (it-sub)
    move match-key to hash-key
    perform 113-hash-key

    perform until item-hash-slot (hash-probe) = zero
        perform 113-advance-probe
    end-perform

    move it-sub to item-hash-slot (hash-probe)
    .

126-find-item-number.
    set item-not-found to true
    move 1 to search-lo
    move item-count to search-hi

    perform until item-found or search-lo > search-hi
        compute search-mid = (search-lo + search-hi) / 2

        evaluate true
            when it-number (search-mid) = sf-item-number
                move search-mid to it-sub
                set item-found to true
            when it-number (search-mid) < sf-item-number
                compute search-lo = search-mid + 1
            when other
                compute search-hi = search-mid - 1
        end-evaluate
    end-perform
    .

130-apply-one-feed.
    move spaces to feed-reason

    if not sf-reject and not sf-clear
        move "BAD FEED RECORD TYPE" to feed-reason
        go to 130-apply-one-feed-refuse
    end-if

    move sf-date to date-check-field
    perform 140-check-date

    if date-is-invalid
        move "BAD FEED DATE" to feed-reason
        go to 130-apply-one-feed-refuse
    end-if

    if sf-clear
        perform 134-apply-clearance thru 134-apply-clearance-exit
    else
        perform 132-apply-reject thru 132-apply-reject-exit
    end-if

    if feed-reason = spaces
        go to 130-apply-one-feed-exit
    end-if.

    130-apply-one-feed-refuse.
        move spaces to action-line
        move "*REFUSED*" to al-result
        move sf-item-number-x to al-number
        move sf-source to al-source
        move feed-reason to al-reason
        move sf-employee-id to al-employee-id
        move feed-line (1:50) to al-text
        write aging-report-record from action-line
        add 1 to feed-refused.

    130-apply-one-feed-exit.
        exit.

132-apply-reject.
    if sf-source = spaces or sf-reason = spaces
        move "NO SOURCE OR REASON" to feed-reason
        go to 132-apply-reject-exit
    end-if

    move sf-source to mk-source
    move sf-reason to mk-reason
    move sf-employee-id to mk-employee-id
    move sf-event-id to mk-event-id
    move sf-name to mk-name
    move sf-detail to mk-detail
    perform 124-find-open-item

      *> -- still open from an earlier night: the item keeps the
      *> date it was first seen.
    if item-found
        if sf-date > it-last-seen (it-sub)
            move sf-date to it-last-seen (it-sub)
        end-if

        if it-times-seen (it-sub) < 99999
            add 1 to it-times-seen (it-sub)
        end-if

        add 1 to items-seen-again
        go to 132-apply-reject-exit
    end-if

    add 1 to item-count

    if item-count > 20000
        display
            "too many suspense items to hold" upon syserr
        move 16 to return-code
        stop run
    end-if

    move item-count to it-sub
    add 1 to last-item-number
    move last-item-number to it-number (it-sub)
    move 'O' to it-status (it-sub)
    move sf-source to it-source (it-sub)
    move sf-reason to it-reason (it-sub)
    move sf-employee-id to it-employee-id (it-sub)
    move sf-event-id to it-event-id (it-sub)
    move sf-name to it-name (it-sub)
    move sf-detail to it-detail (it-sub)
    move sf-date to it-first-seen (it-sub)
    move sf-date to it-last-seen (it-sub)
    move 1 to it-times-seen (it-sub)
    move spaces to it-cleared-date (it-sub)
    move spaces to it-cleared-by (it-sub)
    perform 125-add-to-hash
    add 1 to items-opened.

    132-apply-reject-exit.
        exit.

134-apply-clearance.
    if sf-item-number-x is not numeric
        move "BAD SUSPENSE ITEM NUMBER" to feed-reason
        go to 134-apply-clearance-exit
    end-if

    perform 126-find-item-number

    if item-not-found
        move "NO SUCH SUSPENSE ITEM" to feed-reason
        go to 134-apply-clearance-exit
    end-if

    if it-status (it-sub) not = 'O'
        move "ITEM ALREADY CLEARED" to feed-reason
        go to 134-apply-clearance-exit
    end-if

    move 'C' to it-status (it-sub)
    move sf-date to it-cleared-date (it-sub)
    move spaces to it-cleared-by (it-sub)
    string
        sf-source delimited by space
        " " delimited by size
        sf-action delimited by size
        " " delimited by size
        sf-employee-id delimited by size
        into it-cleared-by (it-sub)
    end-string
    add 1 to items-cleared

    move spaces to action-line
    move "CLEARED" to al-result
    move it-number (it-sub) to al-number
    move it-source (it-sub) to al-source
    move it-reason (it-sub) to al-reason
    move it-employee-id (it-sub) to al-employee-id
    move it-cleared-by (it-sub) to al-text
    write aging-report-record from action-line.

    134-apply-clearance-exit.
        exit.

140-check-date.
    set date-is-valid to true
    move date-check-field (1:4) to cd-date-x (1:4)
    move date-check-field (6:2) to cd-date-x (5:2)
    move date-check-field (9:2) to cd-date-x (7:2)

    if cd-date-x is not numeric
        or date-check-field (5:1) not = '-'
        or date-check-field (8:1) not = '-'
        set date-is-invalid to true
    else
        if cd-date-x (5:2) < '01' or cd-date-x (5:2) > '12'
            or cd-date-x (7:2) < '01' or cd-date-x (7:2) > '31'
            set date-is-invalid to true
        end-if
    end-if
    .

150-write-new-master.
      *> -- every item is written back in item-number order, but a
      *> cleared item drops off once it has been cleared for more
      *> than the purge window. an open item is aged on the way.
    perform varying it-sub from 1 by 1
            until it-sub > item-count
        if it-status (it-sub) = 'C'
            move it-cleared-date (it-sub) to date-check-field
            perform 152-days-before-asof
        else
            move it-first-seen (it-sub) to date-check-field
            perform 152-days-before-asof
            move item-age-days to it-age (it-sub)
        end-if

        if it-status (it-sub) = 'C'
            and item-age-days > purge-days
            add 1 to items-purged
        else
            perform 155-write-one-item
        end-if
    end-perform
    .

152-days-before-asof.
    perform 140-check-date

    if date-is-invalid
        move zero to item-age-days
    else
        compute cd-item-int = function integer-of-date(cd-date-9)
        compute item-age-days = cd-asof-int - cd-item-int

        if item-age-days < zero
            move zero to item-age-days
        end-if
    end-if
    .

155-write-one-item.
    move spaces to suspense-line
    move it-number (it-sub) to sp-item-number
    move it-status (it-sub) to sp-status
    move it-source (it-sub) to sp-source
    move it-reason (it-sub) to sp-reason
    move it-employee-id (it-sub) to sp-employee-id
    move it-event-id (it-sub) to sp-event-id
    move it-name (it-sub) to sp-name
    move it-detail (it-sub) to sp-detail
    move it-first-seen (it-sub) to sp-first-seen
    move it-last-seen (it-sub) to sp-last-seen
    move it-times-seen (it-sub) to sp-times-seen
    move it-cleared-date (it-sub) to sp-cleared-date
    move it-cleared-by (it-sub) to sp-cleared-by

    move suspense-line to suspense-master-new-record
    write suspense-master-new-record

    if suspense-master-new-status not = '00'
        display
            "unable to write updated suspense master" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to master-written
    .

160-write-aging.
      *> -- every open item, oldest band first: over 30 days, over
      *> 7 days, then 7 days or less.
    move "OPEN OVER 30 DAYS" to section-heading
    compute section-low = older-days + 1
    move 99999 to section-high
    perform 162-write-aging-section
    move section-count to open-over-older

    move "OPEN OVER 7 DAYS" to section-heading
    compute section-low = aged-days + 1
    move older-days to section-high
    perform 162-write-aging-section
    move section-count to open-over-aged

    move "OPEN 7 DAYS OR LESS" to section-heading
    move zero to section-low
    move aged-days to section-high
    perform 162-write-aging-section

    perform varying it-sub from 1 by 1
            until it-sub > item-count
        if it-status (it-sub) = 'O'
            add 1 to open-total

            evaluate it-source (it-sub)
                when "RAFFLER"
                    add 1 to open-from-raffler
                when "ENTMAINT"
                    add 1 to open-from-entmaint
                when "HRCOMP"
                    add 1 to open-from-hrcomp
                when other
                    add 1 to open-from-other
            end-evaluate
        end-if
    end-perform
    .

162-write-aging-section.
    move zero to section-count

    move spaces to report-line
    write aging-report-record from report-line
    move section-heading to report-line
    write aging-report-record from report-line

    move all "-" to report-line
    write aging-report-record from report-line

    move spaces to report-line
    string
        "ITEM     SOURCE   REASON                         "
            delimited by size
        "EMPID  EVENT    NAME / DETAIL                  "
            delimited by size
        "FIRST SEEN LAST SEEN   DAYS  SEEN" delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    perform varying it-sub from 1 by 1
            until it-sub > item-count
        if it-status (it-sub) = 'O'
            and it-age (it-sub) >= section-low
            and it-age (it-sub) <= section-high
            perform 164-write-item-line
            add 1 to section-count
        end-if
    end-perform

    move section-count to count-edit
    move spaces to report-line
    string
        "ITEMS: " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line
    .

164-write-item-line.
    move spaces to item-line
    move it-number (it-sub) to il-number
    move it-source (it-sub) to il-source
    move it-reason (it-sub) to il-reason
    move it-employee-id (it-sub) to il-employee-id
    move it-event-id (it-sub) to il-event-id

    if it-name (it-sub) = spaces
        move it-detail (it-sub) to il-name
    else
        move it-name (it-sub) to il-name
    end-if

    move it-first-seen (it-sub) to il-first-seen
    move it-last-seen (it-sub) to il-last-seen
    move it-age (it-sub) to il-age
    move it-times-seen (it-sub) to il-times-seen
    write aging-report-record from item-line
    .

180-prove-master.
    if master-read + items-opened - items-purged
            not = master-written
        or items-opened + items-seen-again + items-cleared
            + feed-refused not = feed-read
        set out-of-balance to true
    end-if

    move spaces to report-line
    write aging-report-record from report-line
    move all "-" to report-line
    write aging-report-record from report-line

    move open-total to count-edit
    move spaces to report-line
    string
        "ITEMS OPEN:               " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move open-over-older to count-edit
    move spaces to report-line
    string
        "  OVER 30 DAYS:           " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move open-over-aged to count-edit
    move spaces to report-line
    string
        "  OVER 7 DAYS:            " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move open-from-raffler to count-edit
    move spaces to report-line
    string
        "  RAISED BY THE DRAW:     " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move open-from-entmaint to count-edit
    move spaces to report-line
    string
        "  RAISED BY ENTMAINT:     " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move open-from-hrcomp to count-edit
    move spaces to report-line
    string
        "  RAISED BY HRCOMP:       " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    if open-from-other > zero
        move open-from-other to count-edit
        move spaces to report-line
        string
            "  RAISED ELSEWHERE:       " delimited by size
            count-edit delimited by size
            into report-line
        end-string
        write aging-report-record from report-line
    end-if

    move spaces to report-line
    write aging-report-record from report-line

    move feed-read to count-edit
    move spaces to report-line
    string
        "FEED RECORDS READ:        " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move items-opened to count-edit
    move spaces to report-line
    string
        "  NEW ITEMS OPENED:       " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move items-seen-again to count-edit
    move spaces to report-line
    string
        "  OPEN ITEMS SEEN AGAIN:  " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move items-cleared to count-edit
    move spaces to report-line
    string
        "  ITEMS CLEARED:          " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move feed-refused to count-edit
    move spaces to report-line
    string
        "  REFUSED:                " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move spaces to report-line
    write aging-report-record from report-line

    move master-read to count-edit
    move spaces to report-line
    string
        "MASTER RECORDS READ:      " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move items-opened to count-edit
    move spaces to report-line
    string
        "  + ITEMS OPENED:         " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move items-purged to count-edit
    move spaces to report-line
    string
        "  - CLEARED ITEMS DROPPED:" delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move master-written to count-edit
    move spaces to report-line
    string
        "MASTER RECORDS WRITTEN:   " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write aging-report-record from report-line

    move all "-" to report-line
    write aging-report-record from report-line

    if out-of-balance
        move "*** OUT OF BALANCE - DO NOT ROLL SUSPN IN ***"
            to report-line
    else
        move "IN BALANCE" to report-line
    end-if
    write aging-report-record from report-line
    .

190-close-files.
    if master-on-file
        close suspense-master
    end-if

    if feed-on-file
        close suspense-feed
    end-if

    close suspense-master-new
    close aging-report
    .

195-report-totals.
    move master-read to display-count
    display display-count space 'suspense items read'
    move feed-read to display-count
    display display-count space 'feed records read'
    move items-opened to display-count
    display display-count space 'items opened'
    move items-cleared to display-count
    display display-count space 'items cleared'
    move feed-refused to display-count
    display display-count space 'feed records refused'
    move items-purged to display-count
    display display-count space 'cleared items dropped'
    move open-total to display-count
    display display-count space 'items open'
    move open-over-older to display-count
    display display-count space 'open over 30 days'
    move master-written to display-count
    display display-count space 'suspense items written'

    if out-of-balance
        display "suspense master out of balance" upon syserr
        move 8 to return-code
    else
        if feed-refused > zero
            move 4 to return-code
        end-if
    end-if
    .

197-write-control-totals.
    open output control-totals

    if control-totals-status not = '00'
        display
            "no CTLTOTS file - control totals not written"
            upon syserr
        go to 197-write-control-totals-exit
    end-if

    accept control-totals-time from time

    move "SUSPENSE" to ct-producer
    move today-date-x to ct-run-date
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

      *> -- items are only ever opened or, once long cleared,
      *> dropped; a clearance moves no records.
    move "SUSPN" to ct-output
    move master-read to ct-old-count
    move master-written to ct-new-count
    move "RECORDS" to ct-check
    compute ct-movement = items-opened - items-purged
    write control-totals-record from control-totals-line

    close control-totals.

    197-write-control-totals-exit.
        exit.
