      *> ENTMASTN and rejected transactions to the
      *> ENTREJ report; nothing is ever changed in
      *> place, so a bad run can simply be re-run.
      *> every transaction applied is appended to the
      *> ENTJRNL change journal with the entrant's
      *> record as it stood before and after, so
      *> entrbld can put the master back as it stood
      *> on any past date. every reject also goes to
      *> the SUSPFEED suspense feed, to be followed up
      *> until corrected, and a transaction applied
      *> that names a suspense item clears that item
      *> on the same feed.
      *> =============================================

environment division.
               file status is reject-report-status
               organization is line sequential.

           select entrant-journal
               assign to "ENTJRNL"
               file status is entrant-journal-status
               organization is line sequential.

           select control-totals
               assign to "CTLTOTS"
               file status is control-totals-status
               organization is line sequential.

           select suspense-feed
               assign to "SUSPFEED"
               file status is suspense-feed-status
               organization is line sequential.

data division.
    file section.
        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd entrant-trans.
        01 entrant-trans-record pic x(100).

        fd entrant-master-new.
        01 entrant-master-new-record pic x(80).
        fd reject-report.
        01 reject-report-record pic x(110).

        fd entrant-journal.
        01 entrant-journal-record pic x(199).

        fd control-totals.
        01 control-totals-record pic x(100).

        fd suspense-feed.
        01 suspense-feed-record pic x(150).

    working-storage section.
        01 entrant-master-name pic x(50).
        01 entrant-master-status pic x(2).
        01 entrant-trans-status pic x(2).
        01 entrant-master-new-status pic x(2).
        01 reject-report-status pic x(2).
        01 entrant-journal-status pic x(2).
        01 suspense-feed-status pic x(2).

      *> -- entrant master record layout, fixed columns, in ascending
      *> employee-id sequence. status A = eligible for the draw,
      *> I = on file but ineligible (the extract skips these).
      *> publicity N = the entrant has opted out of being named in
      *> the winners announcement; Y (or blank, on records older
      *> than the flag) = may be named. hire date (yyyy-mm-dd),
      *> employee type (F full-time, P part-time, C contractor,
      *> T temporary) and location come from the HR roster by way
      *> of hrcomp; the extract tests them against an event's
      *> eligibility rules.

       01  master-columns.
           03  em-employee-id pic 9(6).
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
      *> -- transaction record layout, fixed columns, same sequence
      *> as the master. action A = add, C = change, D = delete. on a
      *> change, spaces in the name and zeros or spaces in the ticket
      *> count, status, publicity flag, hire date, employee type
      *> and location mean "leave that field alone"; an ADD with no
      *> publicity flag is Y. source
      *> names the program that cut the transaction (hrcomp fills
      *> it in); hand-keyed transactions leave it blank. suspense
      *> item is the number of the suspense item (from the aging
      *> report) this transaction corrects; once the transaction
      *> is applied the item is cleared. blank when it corrects
      *> nothing.

       01  trans-columns.
           03  tr-action pic x(1).
           03  tr-tickets redefines tr-tickets-x pic 9(3).
           03  tr-status pic x(1).
           03  tr-dept pic x(8).
           03  tr-source pic x(8).
           03  tr-publicity pic x(1).
           03  tr-hire-date pic x(10).
           03  tr-emp-type pic x(1).
           03  tr-location pic x(8).
           03  filler pic x(1).
           03  tr-suspense-item-x pic x(8).
           03  tr-suspense-item redefines tr-suspense-item-x pic 9(8).
           03  filler pic x(12).

       01  trans-key pic 9(9) value zero.
       01  trans-prior-key pic 9(9) value zero.
           03  wk-tickets pic 9(3).
           03  wk-status pic x(1).
           03  wk-dept pic x(8).
           03  wk-publicity pic x(1).
           03  wk-hire-date pic x(10).
           03  wk-emp-type pic x(1).
           03  wk-location pic x(8).
           03  filler pic x(10).

       01  allocated-switch pic x(1) value 'N'.
           88  work-allocated value 'Y'.
           88  work-not-allocated value 'N'.

      *> -- the work area as it stood before the transaction now
      *> being applied, for the journal's before image.

       01  before-columns pic x(80).
       01  before-allocated-switch pic x(1).
           88  before-allocated value 'Y'.

      *> -- change journal record: when, what, who, and the whole
      *> master record before and after. an ADD has no before
      *> image and a DELETE no after image (spaces). appended run
      *> after run, so it reads in the order things happened.

       01  journal-line.
           03  jr-date pic x(10).
           03  filler pic x(1) value space.
           03  jr-time pic x(8).
           03  filler pic x(1) value space.
           03  jr-action pic x(1).
           03  filler pic x(1) value space.
           03  jr-employee-id pic 9(6).
           03  filler pic x(1) value space.
           03  jr-source pic x(8).
           03  filler pic x(1) value space.
           03  jr-old-image.
               05  jo-employee-id pic x(6).
               05  jo-name pic x(32).
               05  jo-tickets pic x(3).
               05  jo-status pic x(1).
               05  jo-dept pic x(8).
               05  jo-publicity pic x(1).
               05  jo-hire-date pic x(10).
               05  jo-emp-type pic x(1).
               05  jo-location pic x(8).
               05  filler pic x(10).
           03  filler pic x(1) value space.
           03  jr-new-image.
               05  jn-employee-id pic x(6).
               05  jn-name pic x(32).
               05  jn-tickets pic x(3).
               05  jn-status pic x(1).
               05  jn-dept pic x(8).
               05  jn-publicity pic x(1).
               05  jn-hire-date pic x(10).
               05  jn-emp-type pic x(1).
               05  jn-location pic x(8).
               05  filler pic x(10).

       01  run-date pic 9(8).
       01  run-time pic 9(8).

       01  reject-reason pic x(30).

       01  hire-date-check pic x(8).
       01  hire-date-parts redefines hire-date-check.
           03  hd-year pic 9(4).
           03  hd-month pic 9(2).
           03  hd-day pic 9(2).

       01  reject-line.
           03  rj-action pic x(1).
           03  filler pic x(1) value space.
           03  filler pic x(1) value space.
           03  rj-name pic x(32).

      *> -- suspense feed record: R for a reject, C to clear the
      *> suspense item a transaction applied names. the suspense
      *> job carries both onto the suspense master.

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

       01  masters-read pic 9(9) value zero.
       01  masters-written pic 9(9) value zero.
       01  trans-read pic 9(9) value zero.
       01  trans-applied pic 9(9) value zero.
       01  trans-rejected pic 9(9) value zero.
       01  journal-written pic 9(9) value zero.
       01  trans-added pic 9(9) value zero.
       01  trans-deleted pic 9(9) value zero.
       01  suspense-rejects pic 9(9) value zero.
       01  suspense-clears pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

      *> -- control totals for the roll-in step: a RUN record with
      *> the condition code the run ended with, then one record per
      *> .NEW output with the master records read, the records
      *> written, and the movement the roll-in step must find
      *> between the two. CTLTOTS is written last, so a run that
      *> stops short leaves it empty and nothing is promoted.

       01  control-totals-status pic x(2).

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
    display 'entrant master maintenance'.
    perform 100-initialize.

    perform 190-close-files.
    perform 195-report-totals.
    perform 197-write-control-totals
        thru 197-write-control-totals-exit.

stop run.

            end-display
    end-accept.

    accept run-date from date yyyymmdd.
    accept run-time from time.

    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into jr-date
    end-string.

    string
        run-time (1:2) ":" run-time (3:2) ":" run-time (5:2)
        delimited by size
        into jr-time
    end-string.

110-open-files.
    open input entrant-master

        move 16 to return-code
        stop run
    end-if

    open extend entrant-journal

    if entrant-journal-status = '35'
        close entrant-journal
        open output entrant-journal
    end-if

    if entrant-journal-status not = '00'
        display
            "unable to open change journal" upon syserr
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
    end-if

    perform until trans-key not = current-key
        move work-columns to before-columns
        move allocated-switch to before-allocated-switch

        if tr-suspense-item-x not = spaces
                and tr-suspense-item-x is not numeric
            move "BAD SUSPENSE ITEM NUMBER" to reject-reason
            perform 150-reject-trans
        else
            evaluate tr-action
                when 'A'
                    perform 121-apply-add thru 121-apply-add-exit
                when 'C'
                    perform 122-apply-change
                        thru 122-apply-change-exit
                when 'D'
                    perform 123-apply-delete
                        thru 123-apply-delete-exit
                when other
                    move "INVALID ACTION CODE" to reject-reason
                    perform 150-reject-trans
            end-evaluate
        end-if

        perform 116-read-trans
    end-perform
        go to 121-apply-add-exit
    end-if

    if tr-publicity not = 'Y' and tr-publicity not = 'N'
            and tr-publicity not = space
        move "BAD PUBLICITY FLAG" to reject-reason
        perform 150-reject-trans
        go to 121-apply-add-exit
    end-if

    perform 125-edit-hr-fields thru 125-edit-hr-fields-exit

    if reject-reason not = spaces
        perform 150-reject-trans
        go to 121-apply-add-exit
    end-if

    move spaces to work-columns
    move tr-employee-id to wk-employee-id
    move tr-name to wk-name
    move tr-tickets to wk-tickets
    move tr-status to wk-status
    move tr-dept to wk-dept
    move 'Y' to wk-publicity

    if tr-publicity not = space
        move tr-publicity to wk-publicity
    end-if

    move tr-hire-date to wk-hire-date
    move tr-emp-type to wk-emp-type
    move tr-location to wk-location
    set work-allocated to true
    add 1 to trans-applied
    add 1 to trans-added
    perform 160-write-journal
    perform 165-write-suspense-clear.

    121-apply-add-exit.
        exit.
        go to 122-apply-change-exit
    end-if

    if tr-publicity not = 'Y' and tr-publicity not = 'N'
            and tr-publicity not = space
        move "BAD PUBLICITY FLAG" to reject-reason
        perform 150-reject-trans
        go to 122-apply-change-exit
    end-if

    perform 125-edit-hr-fields thru 125-edit-hr-fields-exit

    if reject-reason not = spaces
        perform 150-reject-trans
        go to 122-apply-change-exit
    end-if

    if tr-name not = spaces
        move tr-name to wk-name
    end-if
        move tr-dept to wk-dept
    end-if

    if tr-publicity not = space
        move tr-publicity to wk-publicity
    end-if

    if tr-hire-date not = spaces
        move tr-hire-date to wk-hire-date
    end-if

    if tr-emp-type not = space
        move tr-emp-type to wk-emp-type
    end-if

    if tr-location not = spaces
        move tr-location to wk-location
    end-if

    add 1 to trans-applied
    perform 160-write-journal
    perform 165-write-suspense-clear.

    122-apply-change-exit.
        exit.
    end-if

    set work-not-allocated to true
    add 1 to trans-applied
    add 1 to trans-deleted
    perform 160-write-journal
    perform 165-write-suspense-clear.

    123-apply-delete-exit.
        exit.

125-edit-hr-fields.
      *> -- hire date, employee type and location are optional on
      *> both an ADD and a CHANGE, but what is there must be good:
      *> the extract's eligibility rules are only as sound as these.
    move spaces to reject-reason

    if tr-hire-date not = spaces
        move tr-hire-date (1:4) to hire-date-check (1:4)
        move tr-hire-date (6:2) to hire-date-check (5:2)
        move tr-hire-date (9:2) to hire-date-check (7:2)

        if hire-date-check is not numeric
            or tr-hire-date (5:1) not = '-'
            or tr-hire-date (8:1) not = '-'
            move "BAD HIRE DATE" to reject-reason
            go to 125-edit-hr-fields-exit
        end-if

        if hd-month < 1 or hd-month > 12
            or hd-day < 1 or hd-day > 31
            move "BAD HIRE DATE" to reject-reason
            go to 125-edit-hr-fields-exit
        end-if
    end-if

    if tr-emp-type not = space
        and tr-emp-type not = 'F' and tr-emp-type not = 'P'
        and tr-emp-type not = 'C' and tr-emp-type not = 'T'
        move "BAD EMPLOYEE TYPE" to reject-reason
    end-if.

    125-edit-hr-fields-exit.
        exit.

150-reject-trans.
    move tr-action to rj-action
    move tr-employee-id-x to rj-employee-id
    move reject-line to reject-report-record
    write reject-report-record
    add 1 to trans-rejected

    move "R" to sf-type
    move spaces to sf-item-number
    move reject-reason to sf-reason
    perform 170-write-suspense-feed
    add 1 to suspense-rejects
    .

160-write-journal.
    move tr-action to jr-action
    move current-key to jr-employee-id

    if tr-source = spaces
        move "MANUAL" to jr-source
    else
        move tr-source to jr-source
    end-if

    if before-allocated
        move before-columns to jr-old-image
    else
        move spaces to jr-old-image
    end-if

    if work-allocated
        move work-columns to jr-new-image
    else
        move spaces to jr-new-image
    end-if

    move journal-line to entrant-journal-record
    write entrant-journal-record

    if entrant-journal-status not = '00'
        display
            "unable to write change journal" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to journal-written
    .

165-write-suspense-clear.
      *> -- the transaction just applied corrects a suspense item:
      *> clear it.
    if tr-suspense-item-x not = spaces
        move "C" to sf-type
        move tr-suspense-item-x to sf-item-number
        move spaces to sf-reason
        perform 170-write-suspense-feed
        add 1 to suspense-clears
    end-if
    .

170-write-suspense-feed.
    move "ENTMAINT" to sf-source
    move jr-date to sf-date
    move tr-employee-id-x to sf-employee-id
    move spaces to sf-event-id
    move tr-name to sf-name
    move spaces to sf-detail
    move tr-action to sf-action
    write suspense-feed-record from suspense-feed-line

    if suspense-feed-status not = '00'
        display
            "unable to write suspense feed" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

190-close-files.
    close entrant-trans
    close entrant-master-new
    close reject-report
    close entrant-journal
    close suspense-feed
    .

195-report-totals.
    display display-count space 'transactions applied'
    move trans-rejected to display-count
    display display-count space 'transactions rejected'
    move journal-written to display-count
    display display-count space 'changes journaled'
    move masters-written to display-count
    display display-count space 'master records written'
    move suspense-rejects to display-count
    display display-count space 'rejects sent to suspense'
    move suspense-clears to display-count
    display display-count space 'suspense items cleared'

    if trans-rejected > zero
        move 4 to return-code
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

    move "ENTMAINT" to ct-producer
    move jr-date to ct-run-date
    move jr-time to ct-run-time
    move spaces to ct-event-id
    move return-code to ct-return-code

    move "RUN" to ct-output
    move zero to ct-old-count
    move zero to ct-new-count
    move spaces to ct-check
    move zero to ct-movement
    write control-totals-record from control-totals-line

      *> -- the new master holds the old one plus the adds, less
      *> the deletes; changes move no records.
    move "ENTMASTN" to ct-output
    move masters-read to ct-old-count
    move masters-written to ct-new-count
    move "RECORDS" to ct-check
    compute ct-movement = trans-added - trans-deleted
    write control-totals-record from control-totals-line

    close control-totals.

    197-write-control-totals-exit.
        exit.
