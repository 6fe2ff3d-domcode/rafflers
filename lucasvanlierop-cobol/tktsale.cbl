        >>source format is free
identification division.
    program-id. tktsale.
    author. Lucas van Lierop.
      *> =============================================
      *> post charity-raffle ticket sales and refunds
      *> to the ticket-sales ledger, and cut the
      *> payroll deduction feed, the receipts, and
      *> the sales summary
      *> =============================================
      *> cobc tktsale.cbl -free -x -0
      *> ./tktsale {sales-ledger} {sales-trans}
      *>           {event-master} {entrant-master}
      *>           [as-of-date]
      *> =============================================
      *> a paid (charity) raffle is one whose event
      *> master record carries a ticket price, and
      *> it must carry the most tickets any one
      *> employee may buy as well. action S sells an
      *> employee tickets for a raffle, at the
      *> raffle's price, up to that maximum and no
      *> later than the entry cutoff (or the draw
      *> date); action R refunds them, all of them
      *> when no count is given. the sales ledger
      *> keeps one record per sale or refund, and
      *> entextr adds each employee's paid tickets to
      *> the raffle's names-file ticket count.
      *> refunds are also posted without a
      *> transaction: every paid ticket for a raffle
      *> cancelled on the event master, and, while
      *> the draw is still to come, every paid ticket
      *> of an entrant on the raffle's exclude-file
      *> or no longer active on the entrant master.
      *> a raffle already drawn refunds nothing.
      *> as with invmaint, the ledger is never
      *> updated in place: the updated ledger goes to
      *> TKTSALN, every sale and refund not yet sent
      *> to payroll is written to the PAYDED
      *> deduction feed (a refund as a credit) and
      *> marked sent, every posting gets a receipt on
      *> RECEIPTS, and SALESUM registers every
      *> transaction, summarizes each raffle's sales
      *> and proves its tickets, at the price each
      *> was posted at, against its money, then
      *> proves the ledger. rejects end the run
      *> with condition code 4, anything out of
      *> balance with 8.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select sales-ledger
               assign to sales-ledger-name
               file status is sales-ledger-status
               organization is line sequential.

           select sales-trans
               assign to sales-trans-name
               file status is sales-trans-status
               organization is line sequential.

           select event-master
               assign to event-master-name
               file status is event-master-status
               organization is line sequential.

           select entrant-master
               assign to entrant-master-name
               file status is entrant-master-status
               organization is line sequential.

           select exclude-file
               assign to exclude-file-name
               file status is exclude-file-status
               organization is line sequential.

           select sales-ledger-new
               assign to "TKTSALN"
               file status is sales-ledger-new-status
               organization is line sequential.

           select payroll-feed
               assign to "PAYDED"
               file status is payroll-feed-status
               organization is line sequential.

           select receipts-file
               assign to "RECEIPTS"
               file status is receipts-file-status
               organization is line sequential.

           select sales-summary
               assign to "SALESUM"
               file status is sales-summary-status
               organization is line sequential.

           select control-totals
               assign to "CTLTOTS"
               file status is control-totals-status
               organization is line sequential.

data division.
    file section.
        fd sales-ledger.
        01 sales-ledger-record pic x(100).

        fd sales-trans.
        01 sales-trans-record pic x(80).

        fd event-master.
        01 event-master-record pic x(300).

        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd exclude-file.
        01 exclude-record pic x(80).

        fd sales-ledger-new.
        01 sales-ledger-new-record pic x(100).

        fd payroll-feed.
        01 payroll-feed-record pic x(80).

        fd receipts-file.
        01 receipts-file-record pic x(80).

        fd sales-summary.
        01 sales-summary-record pic x(132).

        fd control-totals.
        01 control-totals-record pic x(100).

    working-storage section.
        01 sales-ledger-name pic x(50).
        01 sales-ledger-status pic x(2).
        01 sales-trans-name pic x(50).
        01 sales-trans-status pic x(2).
        01 event-master-name pic x(50).
        01 event-master-status pic x(2).
        01 entrant-master-name pic x(50).
        01 entrant-master-status pic x(2).
        01 exclude-file-name pic x(50) value spaces.
        01 exclude-file-status pic x(2).
        01 sales-ledger-new-status pic x(2).
        01 payroll-feed-status pic x(2).
        01 receipts-file-status pic x(2).
        01 sales-summary-status pic x(2).

       01  ledger-switch pic x(1) value 'Y'.
           88  ledger-on-file value 'Y'.
           88  ledger-not-on-file value 'N'.

      *> -- ticket-sales ledger record, fixed columns. one record
      *> per sale (S) or refund (R); the price is per ticket and
      *> the amount the tickets times the price. the payroll date
      *> is the run that sent it on the deduction feed.

       01  ledger-line.
           03  sl-event-id pic x(8).
           03  filler pic x(1).
           03  sl-employee-id pic x(6).
           03  filler pic x(1).
           03  sl-entry-type pic x(1).
               88  sl-sale value 'S'.
               88  sl-refund value 'R'.
           03  filler pic x(1).
           03  sl-posted-date pic x(10).
           03  filler pic x(1).
           03  sl-receipt pic 9(8).
           03  filler pic x(1).
           03  sl-tickets pic 9(3).
           03  filler pic x(1).
           03  sl-price pic 9(3)v99.
           03  filler pic x(1).
           03  sl-amount pic 9(5)v99.
           03  filler pic x(1).
           03  sl-payroll-date pic x(10).
           03  filler pic x(1).
           03  sl-reason pic x(12).
           03  filler pic x(1).
           03  sl-reference pic x(12).
           03  filler pic x(8).

      *> -- transaction record layout, fixed columns. action S =
      *> sell, R = refund (a blank ticket count refunds them all).
      *> the price, "nnn.nn" per ticket, may be left blank for the
      *> raffle's own.

       01  trans-columns.
           03  tc-action pic x(1).
           03  tc-employee-id pic x(6).
           03  tc-event-id pic x(8).
           03  tc-tickets pic x(3).
           03  tc-price pic x(6).
           03  tc-reference pic x(12).
           03  filler pic x(44).

      *> -- raffle event master record, as evtsched reads it, with
      *> the paid-raffle fields after the draw options: the ticket
      *> price in cents ("00200" is 2.00) and the most tickets one
      *> employee may buy. both blank for a free raffle.

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
           03  ev-ticket-price-x pic x(5).
           03  ev-ticket-price redefines ev-ticket-price-x
                   pic 9(3)v99.
           03  ev-max-paid-x pic x(3).
           03  ev-max-paid redefines ev-max-paid-x pic 9(3).
           03  filler pic x(23).

       01  event-table.
           03  event-entry occurs 999 times indexed by ev-idx.
               05  et-event-id pic x(8).
               05  et-title pic x(32).
               05  et-draw-date pic x(10).
               05  et-cutoff-date pic x(10).
               05  et-status pic x(1).
               05  et-exclude-file pic x(50).
               05  et-price pic 9(3)v99.
               05  et-max-paid pic 9(3).
               05  et-on-master pic x(1).
               05  et-lines pic 9(9).
               05  et-sold-tickets pic 9(9).
               05  et-refund-tickets pic 9(9).
               05  et-sold-amount pic 9(9)v99.
               05  et-refund-amount pic 9(9)v99.
               05  et-priced-amount pic s9(9)v99.
       01  event-count pic 9(3) value zero.
       01  ev-sub pic 9(3) value zero.
       01  event-key pic x(8).

       01  event-found-switch pic x(1).
           88  event-found value 'Y'.
           88  event-not-found value 'N'.

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

      *> -- entrants, paid-ticket positions (one per raffle and
      *> employee, net of refunds) and exclusions (one per raffle
      *> and excluded employee), each found through its own hash
      *> table, as entextr finds the carryover balances.

       01  entrant-table.
           03  entrant-entry occurs 50000 times.
               05  en-empid pic x(6).
               05  en-name pic x(32).
               05  en-status pic x(1).
       01  entrant-count pic 9(9) value zero.
       01  en-sub pic 9(9) comp value zero.

       01  position-table.
           03  position-entry occurs 50000 times.
               05  ps-key.
                   07  ps-event-id pic x(8).
                   07  ps-empid pic x(6).
               05  ps-event-sub pic 9(3).
               05  ps-tickets pic s9(5).
               05  ps-amount pic s9(7)v99.
               05  ps-priced pic s9(7)v99.
       01  position-count pic 9(9) value zero.
       01  ps-sub pic 9(9) comp value zero.

       01  exclusion-table.
           03  exclusion-entry occurs 50000 times.
               05  ex-key pic x(14).
       01  exclusion-count pic 9(9) value zero.
       01  ex-sub pic 9(9) comp value zero.

       01  lookup-key.
           03  lk-event-id pic x(8).
           03  lk-empid pic x(6).

       01  entrant-found-switch pic x(1).
           88  entrant-found value 'Y'.
           88  entrant-not-found value 'N'.

       01  position-found-switch pic x(1).
           88  position-found value 'Y'.
           88  position-not-found value 'N'.

       01  exclusion-found-switch pic x(1).
           88  exclusion-found value 'Y'.
           88  exclusion-not-found value 'N'.

       01  hash-table-size pic 9(9) comp value 131072.

       01  entrant-hash-table.
           03  entrant-hash-slot occurs 131072 times
                   pic 9(9) comp value zero.

       01  position-hash-table.
           03  position-hash-slot occurs 131072 times
                   pic 9(9) comp value zero.

       01  exclusion-hash-table.
           03  exclusion-hash-slot occurs 131072 times
                   pic 9(9) comp value zero.

       01  hash-key pic x(32).
       01  hash-value pic 9(9) comp.
       01  hash-probe pic 9(9) comp.
       01  hash-char-ix pic 9(4) comp.

      *> -- the transaction being applied, and the ledger record
      *> being posted --

       01  trans-tickets-x pic x(3) justified right.
       01  trans-tickets-9 redefines trans-tickets-x pic 9(3).
       01  trans-price pic 9(3)v99.
       01  price-dollars-part pic x(6).
       01  price-cents-part pic x(6).
       01  price-dollars-x pic x(3) justified right.
       01  price-dollars-9 redefines price-dollars-x pic 9(3).
       01  price-cents-x pic x(2).
       01  price-cents-9 redefines price-cents-x pic 9(2).
       01  tickets-after pic 9(5).
       01  reject-reason pic x(30).
       01  applied-note pic x(30).

       01  tickets-switch pic x(1).
           88  tickets-given value 'Y'.
           88  tickets-not-given value 'N'.

       01  trans-result-switch pic x(1).
           88  trans-rejected value 'Y'.
           88  trans-accepted value 'N'.

       01  post-type pic x(1).
       01  post-tickets pic 9(3).
       01  post-price pic 9(3)v99.
       01  post-amount pic 9(5)v99.
       01  post-reason pic x(12).
       01  post-reference pic x(12).
       01  last-receipt pic 9(8) value zero.

       01  refund-reason pic x(12).

       01  empid-line pic x(80).

       01  run-date pic 9(8).
       01  today-date-x pic x(10).
       01  asof-date-arg pic x(10) value spaces.

      *> -- payroll deduction feed: a header, one detail per sale
      *> (D, deduct) or refund (C, credit), and a trailer with the
      *> line count and the totals either way.

       01  payroll-header-line.
           03  ph-type pic x(1) value 'H'.
           03  filler pic x(1) value space.
           03  ph-date pic x(10).
           03  filler pic x(1) value space.
           03  ph-source pic x(30) value "RAFFLE TICKET SALES".
           03  filler pic x(37) value spaces.

       01  payroll-detail-line.
           03  pd-type pic x(1) value 'D'.
           03  filler pic x(1) value space.
           03  pd-employee-id pic x(6).
           03  filler pic x(1) value space.
           03  pd-dr-cr pic x(1).
           03  filler pic x(1) value space.
           03  pd-amount pic 9(5).99.
           03  filler pic x(1) value space.
           03  pd-event-id pic x(8).
           03  filler pic x(1) value space.
           03  pd-receipt pic 9(8).
           03  filler pic x(1) value space.
           03  pd-posted-date pic x(10).
           03  filler pic x(1) value space.
           03  pd-tickets pic 9(3).
           03  filler pic x(28) value spaces.

       01  payroll-trailer-line.
           03  pt-type pic x(1) value 'T'.
           03  filler pic x(1) value space.
           03  pt-lines pic 9(9).
           03  filler pic x(1) value space.
           03  pt-deductions pic 9(9).99.
           03  filler pic x(1) value space.
           03  pt-credits pic 9(9).99.
           03  filler pic x(43) value spaces.

      *> -- summary report lines --

       01  report-line pic x(132).
       01  count-edit pic z(8)9.
       01  money-edit pic zzz,zzz,zz9.99.
       01  price-edit pic zz9.99.
       01  amount-edit pic zz,zz9.99.
       01  tickets-edit pic zz9.

       01  register-line.
           03  rg-action pic x(1).
           03  filler pic x(2).
           03  rg-employee-id pic x(6).
           03  filler pic x(2).
           03  rg-event-id pic x(8).
           03  filler pic x(2).
           03  rg-tickets pic zz9.
           03  filler pic x(2).
           03  rg-price pic zz9.99.
           03  filler pic x(2).
           03  rg-amount pic zz,zz9.99.
           03  filler pic x(2).
           03  rg-receipt pic z(7)9.
           03  filler pic x(2).
           03  rg-reference pic x(12).
           03  filler pic x(2).
           03  rg-result pic x(40).

       01  summary-line.
           03  sm-event-id pic x(8).
           03  filler pic x(2).
           03  sm-title pic x(24).
           03  filler pic x(1).
           03  sm-price pic zz9.99.
           03  filler pic x(1).
           03  sm-sold pic zzz,zz9.
           03  filler pic x(1).
           03  sm-refunded pic zzz,zz9.
           03  filler pic x(1).
           03  sm-net pic zzz,zz9.
           03  filler pic x(1).
           03  sm-collected pic zz,zzz,zz9.99.
           03  filler pic x(1).
           03  sm-refund-amount pic zz,zzz,zz9.99.
           03  filler pic x(1).
           03  sm-net-amount pic zz,zzz,zz9.99.
           03  filler pic x(2).
           03  sm-check pic x(12).

       01  receipt-line.
           03  rc-label pic x(20).
           03  rc-text pic x(60).

      *> -- control totals: the ledger read plus what was posted
      *> must be the ledger written, in records and in money; and
      *> each raffle's net money must be its net tickets at its
      *> price.

       01  ledger-read pic 9(9) value zero.
       01  ledger-written pic 9(9) value zero.
       01  lines-posted pic 9(9) value zero.
       01  ledger-net-before pic s9(9)v99 value zero.
       01  ledger-net-after pic s9(9)v99 value zero.
       01  ledger-net-expected pic s9(9)v99 value zero.
       01  net-edit pic -(3),---,--9.99.

       01  sales-posted pic 9(9) value zero.
       01  sales-tickets pic 9(9) value zero.
       01  sales-amount pic 9(9)v99 value zero.
       01  refunds-posted pic 9(9) value zero.
       01  refunds-automatic pic 9(9) value zero.
       01  refund-tickets pic 9(9) value zero.
       01  refund-amount pic 9(9)v99 value zero.

       01  payroll-lines pic 9(9) value zero.
       01  payroll-deductions pic 9(9)v99 value zero.
       01  payroll-credits pic 9(9)v99 value zero.

       01  receipts-written pic 9(9) value zero.

       01  event-net-tickets pic s9(9).
       01  event-net-amount pic s9(9)v99.
       01  event-priced-amount pic s9(9)v99.
       01  line-priced-amount pic s9(7)v99.
       01  events-unreconciled pic 9(9) value zero.

       01  out-of-balance-switch pic x(1) value 'N'.
           88  out-of-balance value 'Y'.

       01  trans-read pic 9(9) value zero.
       01  trans-applied pic 9(9) value zero.
       01  trans-rejected-count pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

      *> -- control totals for the roll-in step: a RUN record with
      *> the condition code the run ended with, then one record for
      *> the .NEW ledger with the records read, the records
      *> written, and the records posted between the two. CTLTOTS is
      *> written last, so a run that stops short leaves it empty and
      *> nothing is promoted.

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
    display 'raffle ticket sales posting'.
    perform 100-initialize.
    perform 103-load-events.
    perform 104-load-entrants.
    perform 105-load-exclusions.
    perform 110-open-files.
    perform 115-write-headings.
    perform 120-copy-ledger thru 120-copy-ledger-done.

    read sales-trans

    perform until sales-trans-status = '10'
        add 1 to trans-read
        move sales-trans-record to trans-columns
        perform 130-apply-one-trans thru 130-apply-one-trans-exit
        perform 138-register-trans
        read sales-trans
    end-perform

    perform 140-automatic-refunds.
    perform 160-write-payroll-trailer.
    perform 180-finish-summary.
    perform 190-close-files.
    perform 195-report-totals.
    perform 197-write-control-totals
        thru 197-write-control-totals-exit.

stop run.

100-initialize.
    accept sales-ledger-name from argument-value
        on exception
            perform 101-usage
    end-accept.

    accept sales-trans-name from argument-value
        on exception
            perform 101-usage
    end-accept.

    accept event-master-name from argument-value
        on exception
            perform 101-usage
    end-accept.

    accept entrant-master-name from argument-value
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

    if asof-date-arg (1:4) is not numeric
        or asof-date-arg (5:1) not = '-'
        or asof-date-arg (6:2) is not numeric
        or asof-date-arg (8:1) not = '-'
        or asof-date-arg (9:2) is not numeric
        display
            "as-of date must be yyyy-mm-dd: " asof-date-arg
            upon syserr
        move 16 to return-code
        stop run
    end-if.

    display "posting " sales-trans-name.
    display "to ledger " sales-ledger-name.
    display "sales as of " asof-date-arg.

101-usage.
    display
        "usage: tktsale {sales-ledger} {sales-trans}"
        " {event-master} {entrant-master} [as-of-date]"
        upon syserr
    move 16 to return-code
    stop run
    .

103-load-events.
    open input event-master

    if event-master-status not = '00'
        display
            "unable to open event-master " event-master-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read event-master

    perform until event-master-status = '10'
        move event-master-record to event-columns

        if ev-event-id not = spaces
            if event-count >= 999
                display
                    "too many events on the event master" upon syserr
                move 16 to return-code
                stop run
            end-if

            add 1 to event-count
            set ev-idx to event-count
            move ev-event-id to et-event-id (ev-idx)
            move ev-title to et-title (ev-idx)
            move ev-draw-date to et-draw-date (ev-idx)
            move ev-cutoff-date to et-cutoff-date (ev-idx)
            move ev-status to et-status (ev-idx)
            move ev-exclude-file to et-exclude-file (ev-idx)
            move 'Y' to et-on-master (ev-idx)

            if ev-ticket-price-x is numeric
                move ev-ticket-price to et-price (ev-idx)
            else
                move zero to et-price (ev-idx)
            end-if

            if ev-max-paid-x is numeric
                move ev-max-paid to et-max-paid (ev-idx)
            else
                move zero to et-max-paid (ev-idx)
            end-if

            perform 103-clear-event-totals
        end-if

        read event-master
    end-perform

    close event-master

    move event-count to display-count
    display display-count space 'raffle events'.

103-clear-event-totals.
    move zero to et-lines (ev-idx)
    move zero to et-sold-tickets (ev-idx)
    move zero to et-refund-tickets (ev-idx)
    move zero to et-sold-amount (ev-idx)
    move zero to et-refund-amount (ev-idx)
    move zero to et-priced-amount (ev-idx)
    .

104-load-entrants.
    open input entrant-master

    if entrant-master-status not = '00'
        display
            "unable to open entrant-master " entrant-master-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read entrant-master

    perform until entrant-master-status = '10'
        move entrant-master-record to master-columns

        if em-employee-id is not numeric
            display
                "bad employee id on master record " entrant-master-record
                upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to entrant-count

        if entrant-count > 50000
            display
                "too many entrants to hold" upon syserr
            move 16 to return-code
            stop run
        end-if

        move em-employee-id to en-empid (entrant-count)
        move em-name to en-name (entrant-count)
        move em-status to en-status (entrant-count)

        move spaces to hash-key
        move en-empid (entrant-count) to hash-key
        perform 113-hash-key

        perform until entrant-hash-slot (hash-probe) = zero
            perform 113-advance-probe
        end-perform

        move entrant-count to entrant-hash-slot (hash-probe)

        read entrant-master
    end-perform

    close entrant-master

    move entrant-count to display-count
    display display-count space 'entrants on the master'.

105-load-exclusions.
      *> -- only the exclude-files of paid raffles still to be
      *> drawn matter: a sale to an excluded entrant is refused,
      *> and paid tickets they already hold are refunded.
    perform varying ev-idx from 1 by 1
            until ev-idx > event-count
        if et-price (ev-idx) > zero
            and et-status (ev-idx) not = 'X'
            and et-draw-date (ev-idx) >= asof-date-arg
            and et-exclude-file (ev-idx) not = spaces
            perform 106-load-exclude-file
        end-if
    end-perform

    move exclusion-count to display-count
    display display-count space 'exclusions from paid raffles'.

106-load-exclude-file.
    move et-exclude-file (ev-idx) to exclude-file-name
    open input exclude-file

    if exclude-file-status not = '00'
        display
            "unable to open exclude-file " exclude-file-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read exclude-file

    perform until exclude-file-status = '10'
      *> -- the leading employee-id is matched, as the draw step
      *> matches it; whatever follows the comma is commentary.
        move exclude-record to empid-line

        if empid-line (1:6) is not numeric
            or (empid-line (7:1) not = space
                and empid-line (7:1) not = ',')
            display
                "bad employee id in exclude-file: " exclude-record
                upon syserr
            move 16 to return-code
            stop run
        end-if

        move et-event-id (ev-idx) to lk-event-id
        move empid-line (1:6) to lk-empid
        perform 126-find-exclusion

        if exclusion-not-found
            add 1 to exclusion-count

            if exclusion-count > 50000
                display
                    "too many exclusions to hold" upon syserr
                move 16 to return-code
                stop run
            end-if

            move lookup-key to ex-key (exclusion-count)
            move exclusion-count to exclusion-hash-slot (hash-probe)
        end-if

        read exclude-file
    end-perform

    close exclude-file
    .

110-open-files.
      *> -- no ledger on file yet is the first sale, not an error.
    open input sales-ledger

    if sales-ledger-status = '35'
        set ledger-not-on-file to true
        display "no ticket-sales ledger on file yet"
    else
        if sales-ledger-status not = '00'
            display
                "unable to open sales-ledger " sales-ledger-name
                upon syserr
            move 16 to return-code
            stop run
        end-if
    end-if

    open input sales-trans

    if sales-trans-status not = '00'
        display
            "unable to open sales-trans " sales-trans-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    open output sales-ledger-new

    if sales-ledger-new-status not = '00'
        display
            "unable to open updated ledger" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output payroll-feed

    if payroll-feed-status not = '00'
        display
            "unable to open payroll deduction feed" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output receipts-file

    if receipts-file-status not = '00'
        display
            "unable to open receipts" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output sales-summary

    if sales-summary-status not = '00'
        display
            "unable to open sales summary" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

113-hash-key.
    move zero to hash-value

    perform varying hash-char-ix from 1 by 1
            until hash-char-ix > 32
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
        "RAFFLE TICKET SALES REGISTER - " delimited by size
        today-date-x delimited by size
        " - SALES AS OF " delimited by size
        asof-date-arg delimited by size
        " - " delimited by size
        function trim(sales-ledger-name) delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move all "-" to report-line
    write sales-summary-record from report-line

    move spaces to report-line
    string
        "A  EMPID   RAFFLE    TKT   PRICE     AMOUNT  " delimited by size
        " RECEIPT  REFERENCE     RESULT" delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move all "-" to report-line
    write sales-summary-record from report-line

    move today-date-x to ph-date
    write payroll-feed-record from payroll-header-line
    .

120-copy-ledger.
      *> -- the ledger is copied to TKTSALN as it stands, building
      *> each raffle's totals and each employee's paid tickets on
      *> the way; anything not yet sent to payroll is sent now.
    if ledger-not-on-file
        go to 120-copy-ledger-done
    end-if

    read sales-ledger

    perform until sales-ledger-status = '10'
        add 1 to ledger-read
        move sales-ledger-record to ledger-line

        if sl-employee-id is not numeric
            or (not sl-sale and not sl-refund)
            or sl-tickets is not numeric
            or sl-amount is not numeric
            or sl-receipt is not numeric
            display
                "bad ledger record " ledger-read ": "
                sales-ledger-record upon syserr
            move 16 to return-code
            stop run
        end-if

        move sl-event-id to event-key
        perform 121-find-event

        if event-not-found
            perform 122-add-unknown-event
        end-if

        move sl-event-id to lk-event-id
        move sl-employee-id to lk-empid
        perform 124-find-position

        if position-not-found
            perform 124-add-position
        end-if

        perform 127-accumulate-line

        if sl-sale
            add sl-amount to ledger-net-before
        else
            subtract sl-amount from ledger-net-before
        end-if

        if sl-receipt > last-receipt
            move sl-receipt to last-receipt
        end-if

        if sl-payroll-date = spaces
            move today-date-x to sl-payroll-date
            perform 150-write-payroll-detail
        end-if

        perform 128-write-ledger-line

        read sales-ledger
    end-perform.

    120-copy-ledger-done.
        exit.

121-find-event.
    set event-not-found to true

    perform varying ev-idx from 1 by 1
            until ev-idx > event-count
            or event-found
        if et-event-id (ev-idx) = event-key
            set event-found to true
            set ev-sub to ev-idx
        end-if
    end-perform
    .

122-add-unknown-event.
      *> -- a raffle since taken off the event master keeps its
      *> ledger; it is summarized, but never refunded by itself.
    if event-count >= 999
        display
            "too many events on the ledger" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to event-count
    set ev-idx to event-count
    move event-key to et-event-id (ev-idx)
    move "*NOT ON EVENT MASTER*" to et-title (ev-idx)
    move spaces to et-draw-date (ev-idx)
    move spaces to et-cutoff-date (ev-idx)
    move spaces to et-status (ev-idx)
    move spaces to et-exclude-file (ev-idx)
    move zero to et-price (ev-idx)
    move zero to et-max-paid (ev-idx)
    move 'N' to et-on-master (ev-idx)
    perform 103-clear-event-totals
    move event-count to ev-sub
    .

124-find-position.
    set position-not-found to true
    move spaces to hash-key
    move lookup-key to hash-key
    perform 113-hash-key

    perform until position-found
            or position-hash-slot (hash-probe) = zero
        move position-hash-slot (hash-probe) to ps-sub

        if ps-key (ps-sub) = lookup-key
            set position-found to true
        else
            perform 113-advance-probe
        end-if
    end-perform
    .

124-add-position.
      *> -- hash-probe is left on the free slot by 124-find-position.
    add 1 to position-count

    if position-count > 50000
        display
            "too many paid-ticket positions to hold" upon syserr
        move 16 to return-code
        stop run
    end-if

    move position-count to ps-sub
    move lookup-key to ps-key (ps-sub)
    move ev-sub to ps-event-sub (ps-sub)
    move zero to ps-tickets (ps-sub)
    move zero to ps-amount (ps-sub)
    move zero to ps-priced (ps-sub)
    move position-count to position-hash-slot (hash-probe)
    set position-found to true
    .

125-find-entrant.
    set entrant-not-found to true
    move spaces to hash-key
    move lk-empid to hash-key
    perform 113-hash-key

    perform until entrant-found
            or entrant-hash-slot (hash-probe) = zero
        move entrant-hash-slot (hash-probe) to en-sub

        if en-empid (en-sub) = lk-empid
            set entrant-found to true
        else
            perform 113-advance-probe
        end-if
    end-perform
    .

126-find-exclusion.
    set exclusion-not-found to true
    move spaces to hash-key
    move lookup-key to hash-key
    perform 113-hash-key

    perform until exclusion-found
            or exclusion-hash-slot (hash-probe) = zero
        move exclusion-hash-slot (hash-probe) to ex-sub

        if ex-key (ex-sub) = lookup-key
            set exclusion-found to true
        else
            perform 113-advance-probe
        end-if
    end-perform
    .

127-accumulate-line.
      *> -- each line is priced at the price it was posted at, so
      *> a raffle's price changed after sales still reconciles. a
      *> refund of the whole holding is posted at the money paid
      *> and a rounded average price; it takes off what the
      *> holding was priced at instead.
    add 1 to et-lines (ev-sub)
    compute line-priced-amount = sl-tickets * sl-price

    if sl-sale
        add sl-tickets to ps-tickets (ps-sub)
        add sl-amount to ps-amount (ps-sub)
        add line-priced-amount to ps-priced (ps-sub)
        add sl-tickets to et-sold-tickets (ev-sub)
        add sl-amount to et-sold-amount (ev-sub)
        add line-priced-amount to et-priced-amount (ev-sub)
    else
        if line-priced-amount not = sl-amount
            and sl-tickets = ps-tickets (ps-sub)
            move ps-priced (ps-sub) to line-priced-amount
        end-if

        subtract line-priced-amount from ps-priced (ps-sub)
        subtract line-priced-amount from et-priced-amount (ev-sub)
        subtract sl-tickets from ps-tickets (ps-sub)
        subtract sl-amount from ps-amount (ps-sub)
        add sl-tickets to et-refund-tickets (ev-sub)
        add sl-amount to et-refund-amount (ev-sub)
    end-if
    .

128-write-ledger-line.
    write sales-ledger-new-record from ledger-line
    add 1 to ledger-written

    if sl-sale
        add sl-amount to ledger-net-after
    else
        subtract sl-amount from ledger-net-after
    end-if
    .

130-apply-one-trans.
    set trans-accepted to true
    move spaces to reject-reason
    move spaces to applied-note
    move zero to trans-tickets-9
    move zero to trans-price
    move zero to post-tickets
    move zero to post-price
    move zero to post-amount
    set tickets-not-given to true
    set event-not-found to true
    set position-not-found to true

    if tc-action not = 'S' and tc-action not = 'R'
        move "INVALID ACTION CODE" to reject-reason
        go to 130-apply-one-trans-reject
    end-if

    move tc-event-id to event-key
    perform 121-find-event

    if event-not-found
        move "RAFFLE NOT ON EVENT MASTER" to reject-reason
        go to 130-apply-one-trans-reject
    end-if

    if tc-employee-id is not numeric
        move "EMPLOYEE ID NOT NUMERIC" to reject-reason
        go to 130-apply-one-trans-reject
    end-if

    move tc-event-id to lk-event-id
    move tc-employee-id to lk-empid
    perform 124-find-position

    move function trim(tc-tickets) to trans-tickets-x
    inspect trans-tickets-x replacing leading space by zero

    if tc-tickets not = spaces
        if trans-tickets-x is not numeric or trans-tickets-9 = zero
            move "TICKET COUNT INVALID" to reject-reason
            go to 130-apply-one-trans-reject
        end-if
        set tickets-given to true
    end-if

    if tc-action = 'R'
        perform 134-check-refund thru 134-check-refund-exit
        if trans-rejected
            go to 130-apply-one-trans-reject
        end-if
        go to 130-apply-one-trans-exit
    end-if

    perform 132-check-sale thru 132-check-sale-exit

    if trans-rejected
        go to 130-apply-one-trans-reject
    end-if

    go to 130-apply-one-trans-exit.

    130-apply-one-trans-reject.
        set trans-rejected to true.

    130-apply-one-trans-exit.
        exit.

132-check-sale.
    if et-status (ev-sub) = 'X'
        move "RAFFLE CANCELLED" to reject-reason
        go to 132-check-sale-reject
    end-if

    if et-status (ev-sub) not = 'A'
        move "RAFFLE NOT ACTIVE" to reject-reason
        go to 132-check-sale-reject
    end-if

    if et-price (ev-sub) = zero
        move "NOT A PAID RAFFLE" to reject-reason
        go to 132-check-sale-reject
    end-if

    if et-max-paid (ev-sub) = zero
        move "NO TICKET MAXIMUM ON RAFFLE" to reject-reason
        go to 132-check-sale-reject
    end-if

    if asof-date-arg > et-draw-date (ev-sub)
        move "RAFFLE ALREADY DRAWN" to reject-reason
        go to 132-check-sale-reject
    end-if

    if et-cutoff-date (ev-sub) not = spaces
        and asof-date-arg > et-cutoff-date (ev-sub)
        move "PAST THE ENTRY CUTOFF" to reject-reason
        go to 132-check-sale-reject
    end-if

    if tickets-not-given
        move "TICKET COUNT MISSING" to reject-reason
        go to 132-check-sale-reject
    end-if

    perform 125-find-entrant

    if entrant-not-found
        move "EMPLOYEE NOT ON ENTRANT MASTER" to reject-reason
        go to 132-check-sale-reject
    end-if

    if en-status (en-sub) not = 'A'
        move "EMPLOYEE NOT ACTIVE" to reject-reason
        go to 132-check-sale-reject
    end-if

    perform 126-find-exclusion

    if exclusion-found
        move "EMPLOYEE EXCLUDED FROM RAFFLE" to reject-reason
        go to 132-check-sale-reject
    end-if

    if tc-price not = spaces
        perform 133-edit-price thru 133-edit-price-exit
        if trans-rejected
            go to 132-check-sale-reject
        end-if

        if trans-price not = et-price (ev-sub)
            move "PRICE IS NOT THE RAFFLE PRICE" to reject-reason
            go to 132-check-sale-reject
        end-if
    end-if

      *> -- the lookups above have moved hash-probe, so the
      *> position is looked up again for its free slot.
    if position-not-found
        perform 124-find-position
        perform 124-add-position
    end-if

    compute tickets-after = ps-tickets (ps-sub) + trans-tickets-9

    if tickets-after > et-max-paid (ev-sub)
        move "OVER PER-EMPLOYEE MAXIMUM" to reject-reason
        go to 132-check-sale-reject
    end-if

    move 'S' to post-type
    move trans-tickets-9 to post-tickets
    move et-price (ev-sub) to post-price
    compute post-amount = post-tickets * post-price
    move "SALE" to post-reason
    move tc-reference to post-reference
    perform 135-post-ledger-line

    add 1 to sales-posted
    move "SOLD" to applied-note

    go to 132-check-sale-exit.

    132-check-sale-reject.
        set trans-rejected to true.

    132-check-sale-exit.
        exit.

133-edit-price.
    move spaces to price-dollars-part
    move spaces to price-cents-part
    unstring tc-price delimited by '.'
        into price-dollars-part price-cents-part
    end-unstring

    move function trim(price-dollars-part) to price-dollars-part
    move function trim(price-cents-part) to price-cents-part
    move function trim(price-dollars-part) to price-dollars-x
    inspect price-dollars-x replacing leading space by zero

    move price-cents-part to price-cents-x
    inspect price-cents-x replacing trailing space by zero

    if price-dollars-x is not numeric
        or price-cents-x is not numeric
        or price-dollars-part (4:3) not = spaces
        or price-cents-part (3:4) not = spaces
        move "PRICE INVALID" to reject-reason
        set trans-rejected to true
        go to 133-edit-price-exit
    end-if

    compute trans-price = price-dollars-9 + price-cents-9 / 100.

    133-edit-price-exit.
        exit.

134-check-refund.
    if position-not-found
        move "NO PAID TICKETS TO REFUND" to reject-reason
        go to 134-check-refund-reject
    end-if

    if ps-tickets (ps-sub) not > zero
        move "NO PAID TICKETS TO REFUND" to reject-reason
        go to 134-check-refund-reject
    end-if

    if et-status (ev-sub) not = 'X'
        and et-draw-date (ev-sub) not = spaces
        and asof-date-arg > et-draw-date (ev-sub)
        move "RAFFLE ALREADY DRAWN" to reject-reason
        go to 134-check-refund-reject
    end-if

    if tickets-given
        and trans-tickets-9 > ps-tickets (ps-sub)
        move "MORE THAN THE PAID TICKETS" to reject-reason
        go to 134-check-refund-reject
    end-if

    if tickets-given
        and trans-tickets-9 < ps-tickets (ps-sub)
        move trans-tickets-9 to post-tickets
    else
        move zero to post-tickets
    end-if

    move "REQUESTED" to refund-reason
    move tc-reference to post-reference
    perform 136-post-refund

    add 1 to refunds-posted
    move "REFUNDED" to applied-note

    go to 134-check-refund-exit.

    134-check-refund-reject.
        set trans-rejected to true.

    134-check-refund-exit.
        exit.

135-post-ledger-line.
    add 1 to last-receipt
    move spaces to ledger-line
    move et-event-id (ev-sub) to sl-event-id
    move ps-empid (ps-sub) to sl-employee-id
    move post-type to sl-entry-type
    move asof-date-arg to sl-posted-date
    move last-receipt to sl-receipt
    move post-tickets to sl-tickets
    move post-price to sl-price
    move post-amount to sl-amount
    move today-date-x to sl-payroll-date
    move post-reason to sl-reason
    move post-reference to sl-reference

    perform 127-accumulate-line
    perform 150-write-payroll-detail
    perform 128-write-ledger-line
    perform 155-write-receipt

    add 1 to lines-posted

    if sl-sale
        add sl-tickets to sales-tickets
        add sl-amount to sales-amount
    else
        add sl-tickets to refund-tickets
        add sl-amount to refund-amount
    end-if
    .

136-post-refund.
      *> -- post-tickets zero refunds everything held, for the
      *> money actually paid; part of a holding is refunded at
      *> the raffle's price.
    move 'R' to post-type
    move refund-reason to post-reason

    if post-tickets = zero
        move ps-tickets (ps-sub) to post-tickets
        move ps-amount (ps-sub) to post-amount
        compute post-price rounded = post-amount / post-tickets
    else
        move et-price (ev-sub) to post-price
        compute post-amount = post-tickets * post-price
    end-if

    perform 135-post-ledger-line
    .

138-register-trans.
    move spaces to register-line
    move tc-action to rg-action
    move tc-employee-id to rg-employee-id
    move tc-event-id to rg-event-id
    move tc-reference to rg-reference

    if trans-rejected
        if tickets-given
            move trans-tickets-9 to rg-tickets
        end-if

        add 1 to trans-rejected-count
        string
            "REJECTED " delimited by size
            reject-reason delimited by size
            into rg-result
        end-string
    else
        perform 139-register-posting
        add 1 to trans-applied
        move applied-note to rg-result
    end-if

    write sales-summary-record from register-line
    .

139-register-posting.
    move sl-tickets to rg-tickets
    move sl-price to rg-price
    move sl-amount to rg-amount
    move sl-receipt to rg-receipt
    .

140-automatic-refunds.
    perform varying ps-sub from 1 by 1
            until ps-sub > position-count
        perform 141-check-position thru 141-check-position-exit
    end-perform
    .

141-check-position.
    if ps-tickets (ps-sub) not > zero
        go to 141-check-position-exit
    end-if

    move ps-event-sub (ps-sub) to ev-sub

    if et-on-master (ev-sub) not = 'Y'
        go to 141-check-position-exit
    end-if

    if et-status (ev-sub) = 'X'
        move "CANCELLED" to refund-reason
        go to 141-check-position-refund
    end-if

    if asof-date-arg > et-draw-date (ev-sub)
        go to 141-check-position-exit
    end-if

    move ps-key (ps-sub) to lookup-key
    perform 126-find-exclusion

    if exclusion-found
        move "EXCLUDED" to refund-reason
        go to 141-check-position-refund
    end-if

    perform 125-find-entrant

    if entrant-not-found
        move "NOT ACTIVE" to refund-reason
        go to 141-check-position-refund
    end-if

    if en-status (en-sub) not = 'A'
        move "NOT ACTIVE" to refund-reason
        go to 141-check-position-refund
    end-if

    go to 141-check-position-exit.

    141-check-position-refund.
        move zero to post-tickets
        move "AUTOMATIC" to post-reference
        perform 136-post-refund
        add 1 to refunds-automatic

        move spaces to register-line
        move 'R' to rg-action
        move ps-empid (ps-sub) to rg-employee-id
        move et-event-id (ev-sub) to rg-event-id
        move post-reference to rg-reference
        perform 139-register-posting
        string
            "REFUNDED - " delimited by size
            refund-reason delimited by size
            into rg-result
        end-string
        write sales-summary-record from register-line.

    141-check-position-exit.
        exit.

150-write-payroll-detail.
    move sl-employee-id to pd-employee-id
    move sl-amount to pd-amount
    move sl-event-id to pd-event-id
    move sl-receipt to pd-receipt
    move sl-posted-date to pd-posted-date
    move sl-tickets to pd-tickets

    if sl-sale
        move 'D' to pd-dr-cr
        add sl-amount to payroll-deductions
    else
        move 'C' to pd-dr-cr
        add sl-amount to payroll-credits
    end-if

    write payroll-feed-record from payroll-detail-line
    add 1 to payroll-lines
    .

155-write-receipt.
    move sl-employee-id to lk-empid
    perform 125-find-entrant

    move all "=" to receipts-file-record
    write receipts-file-record

    move spaces to receipt-line
    move "RAFFLE TICKET" to rc-label
    string
        "RECEIPT NO. " delimited by size
        sl-receipt delimited by size
        "   " delimited by size
        sl-posted-date delimited by size
        into rc-text
    end-string
    write receipts-file-record from receipt-line

    move spaces to receipt-line
    move "EMPLOYEE" to rc-label

    if entrant-found
        string
            sl-employee-id delimited by size
            "  " delimited by size
            function trim(en-name (en-sub)) delimited by size
            into rc-text
        end-string
    else
        string
            sl-employee-id delimited by size
            "  (NOT ON ENTRANT MASTER)" delimited by size
            into rc-text
        end-string
    end-if
    write receipts-file-record from receipt-line

    move spaces to receipt-line
    move "RAFFLE" to rc-label
    string
        sl-event-id delimited by size
        "  " delimited by size
        function trim(et-title (ev-sub)) delimited by size
        into rc-text
    end-string
    write receipts-file-record from receipt-line

    move sl-tickets to tickets-edit
    move sl-price to price-edit
    move sl-amount to amount-edit
    move spaces to receipt-line

    if sl-sale
        move "TICKETS BOUGHT" to rc-label
    else
        move "TICKETS REFUNDED" to rc-label
    end-if

    string
        tickets-edit delimited by size
        " AT " delimited by size
        price-edit delimited by size
        "  =  " delimited by size
        amount-edit delimited by size
        into rc-text
    end-string
    write receipts-file-record from receipt-line

    move spaces to receipt-line

    if sl-sale
        move "TO BE DEDUCTED FROM YOUR PAY" to rc-text
    else
        move "REFUND" to rc-label
        string
            function trim(sl-reason) delimited by size
            " - TO BE CREDITED TO YOUR PAY" delimited by size
            into rc-text
        end-string
    end-if
    write receipts-file-record from receipt-line

    move ps-tickets (ps-sub) to tickets-edit
    move spaces to receipt-line
    move "PAID TICKETS HELD" to rc-label
    string
        tickets-edit delimited by size
        " FOR THIS RAFFLE" delimited by size
        into rc-text
    end-string
    write receipts-file-record from receipt-line

    move spaces to receipts-file-record
    write receipts-file-record
    add 1 to receipts-written
    .

160-write-payroll-trailer.
    move payroll-lines to pt-lines
    move payroll-deductions to pt-deductions
    move payroll-credits to pt-credits
    write payroll-feed-record from payroll-trailer-line
    .

180-finish-summary.
    move all "-" to report-line
    write sales-summary-record from report-line

    move trans-read to count-edit
    move spaces to report-line
    string
        "TRANSACTIONS READ:        " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move trans-applied to count-edit
    move spaces to report-line
    string
        "TRANSACTIONS APPLIED:     " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move trans-rejected-count to count-edit
    move spaces to report-line
    string
        "TRANSACTIONS REJECTED:    " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move refunds-automatic to count-edit
    move spaces to report-line
    string
        "AUTOMATIC REFUNDS:        " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    perform 182-summarize-raffles
    perform 185-prove-ledger
    .

182-summarize-raffles.
      *> -- each raffle's tickets sold less refunded, each at the
      *> price it was posted at, must be the money collected less
      *> refunded.
    move spaces to report-line
    write sales-summary-record from report-line
    move "SALES BY RAFFLE (WHOLE LEDGER)" to report-line
    write sales-summary-record from report-line

    move all "-" to report-line
    write sales-summary-record from report-line

    move spaces to report-line
    string
        "RAFFLE    TITLE                     PRICE    SOLD "
            delimited by size
        "REFUNDED     NET      COLLECTED       REFUNDED "
            delimited by size
        "           NET  CHECK" delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move all "-" to report-line
    write sales-summary-record from report-line

    perform varying ev-idx from 1 by 1
            until ev-idx > event-count
        if et-lines (ev-idx) > zero
            perform 183-summarize-one-raffle
        end-if
    end-perform
    .

183-summarize-one-raffle.
    compute event-net-tickets =
        et-sold-tickets (ev-idx) - et-refund-tickets (ev-idx)
    compute event-net-amount =
        et-sold-amount (ev-idx) - et-refund-amount (ev-idx)
    move et-priced-amount (ev-idx) to event-priced-amount

    move spaces to summary-line
    move et-event-id (ev-idx) to sm-event-id
    move et-title (ev-idx) to sm-title
    move et-price (ev-idx) to sm-price
    move et-sold-tickets (ev-idx) to sm-sold
    move et-refund-tickets (ev-idx) to sm-refunded
    move event-net-tickets to sm-net
    move et-sold-amount (ev-idx) to sm-collected
    move et-refund-amount (ev-idx) to sm-refund-amount
    move event-net-amount to sm-net-amount

    evaluate true
        when et-on-master (ev-idx) not = 'Y'
            move "NO PRICE" to sm-check
        when event-net-amount = event-priced-amount
            and event-net-tickets >= zero
            move "RECONCILED" to sm-check
        when other
            move "*OUT*" to sm-check
            add 1 to events-unreconciled
            set out-of-balance to true
    end-evaluate

    write sales-summary-record from summary-line
    .

185-prove-ledger.
    compute ledger-net-expected =
        ledger-net-before + sales-amount - refund-amount

    if ledger-read + lines-posted not = ledger-written
        or ledger-net-expected not = ledger-net-after
        or payroll-lines < lines-posted
        set out-of-balance to true
    end-if

    move all "-" to report-line
    write sales-summary-record from report-line

    move ledger-read to count-edit
    move spaces to report-line
    string
        "LEDGER RECORDS READ:      " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move lines-posted to count-edit
    move spaces to report-line
    string
        "  + POSTED THIS RUN:      " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move ledger-written to count-edit
    move spaces to report-line
    string
        "LEDGER RECORDS WRITTEN:   " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move spaces to report-line
    write sales-summary-record from report-line

    move ledger-net-before to net-edit
    move spaces to report-line
    string
        "NET COLLECTED BEFORE:     " delimited by size
        net-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move sales-amount to net-edit
    move spaces to report-line
    string
        "  + SOLD THIS RUN:        " delimited by size
        net-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move refund-amount to net-edit
    move spaces to report-line
    string
        "  - REFUNDED THIS RUN:    " delimited by size
        net-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move ledger-net-after to net-edit
    move spaces to report-line
    string
        "NET COLLECTED AFTER:      " delimited by size
        net-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move spaces to report-line
    write sales-summary-record from report-line

    move payroll-lines to count-edit
    move spaces to report-line
    string
        "PAYROLL FEED LINES:       " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move payroll-deductions to money-edit
    move spaces to report-line
    string
        "  DEDUCTIONS:        " delimited by size
        money-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move payroll-credits to money-edit
    move spaces to report-line
    string
        "  CREDITS:           " delimited by size
        money-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move receipts-written to count-edit
    move spaces to report-line
    string
        "RECEIPTS WRITTEN:         " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write sales-summary-record from report-line

    move all "-" to report-line
    write sales-summary-record from report-line

    if out-of-balance
        move "*** OUT OF BALANCE - DO NOT ROLL TKTSALN IN ***"
            to report-line
    else
        move "IN BALANCE" to report-line
    end-if
    write sales-summary-record from report-line
    .

190-close-files.
    if ledger-on-file
        close sales-ledger
    end-if

    close sales-trans
    close sales-ledger-new
    close payroll-feed
    close receipts-file
    close sales-summary
    .

195-report-totals.
    move ledger-read to display-count
    display display-count space 'ledger records read'
    move trans-read to display-count
    display display-count space 'transactions read'
    move trans-applied to display-count
    display display-count space 'transactions applied'
    move trans-rejected-count to display-count
    display display-count space 'transactions rejected'
    move refunds-automatic to display-count
    display display-count space 'automatic refunds'
    move payroll-lines to display-count
    display display-count space 'payroll feed lines'
    move ledger-written to display-count
    display display-count space 'ledger records written'

    if out-of-balance
        display "ticket sales out of balance" upon syserr
        move 8 to return-code
    else
        if trans-rejected-count > zero
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

    move "TKTSALE" to ct-producer
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

      *> -- the ledger only ever grows: every posting is a record
      *> added.
    move "TKTSALN" to ct-output
    move ledger-read to ct-old-count
    move ledger-written to ct-new-count
    move "RECORDS" to ct-check
    move lines-posted to ct-movement
    write control-totals-record from control-totals-line

    close control-totals.

    197-write-control-totals-exit.
        exit.
