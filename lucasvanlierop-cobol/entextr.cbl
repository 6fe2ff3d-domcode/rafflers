      *> =============================================
      *> cobc entextr.cbl -free -x -0
      *> ./entextr {entrant-master} [carryover-file]
      *>           [rules-file event-id [as-of-date]]
      *> =============================================
      *> only status-A entrants are extracted. the
      *> trailer carries the count of name records
      *> their base ticket count on the extract, so
      *> the draw's weighting and its odds
      *> disclosure both see the true count.
      *> with a rules-file and event-id given, the
      *> event's eligibility rules are applied as
      *> well and every status-A entrant they hold
      *> out is listed on the ELIGRPT report with the
      *> rule that excluded them. the rules-file has
      *> one rule per record, "event-id,rule,value":
      *>   MINDAYS,n       - at least n days' service
      *>                     at the as-of date (the
      *>                     event's draw date; today
      *>                     when omitted)
      *>   TYPE,x          - employee type must be
      *>                     one of those listed
      *>   NOTTYPE,x       - employee type x held out
      *>   LOCATION,x      - location must be one of
      *>                     those listed
      *>   NOTLOCATION,x   - location x held out
      *> with types F full-time, P part-time, C
      *> contractor, T temporary, and '*' in column 1
      *> for commentary. an entrant is held out by
      *> the first rule they fail. the trailer still
      *> counts exactly the names written, and the
      *> report proves master records read against
      *> inactive, held out and extracted. an event
      *> with no rules on file ends with CC 4. a
      *> rules-file of "-" cuts the event's extract
      *> with no rules.
      *> for an event's extract, the tickets each
      *> entrant has paid for (tktsale's ticket-sales
      *> ledger, on the TKTSALES DD, sales less
      *> refunds) are added to their count as well.
      *> an entrant the rules hold out who has paid
      *> tickets is flagged on ELIGRPT for a refund,
      *> and the run ends with CC 4.
      *> =============================================

environment division.
               file status is carryover-file-status
               organization is line sequential.

           select rules-file
               assign to rules-file-name
               file status is rules-file-status
               organization is line sequential.

           select sales-ledger
               assign to "TKTSALES"
               file status is sales-ledger-status
               organization is line sequential.

           select eligibility-report
               assign to "ELIGRPT"
               file status is eligibility-report-status
               organization is line sequential.

data division.
    file section.
        fd entrant-master.
        fd carryover-file.
        01 carryover-file-record pic x(10).

        fd rules-file.
        01 rules-file-record pic x(80).

        fd sales-ledger.
        01 sales-ledger-record pic x(100).

        fd eligibility-report.
        01 eligibility-report-record pic x(100).

    working-storage section.
        01 entrant-master-name pic x(50).
        01 entrant-master-status pic x(2).
        01 names-out-status pic x(2).
        01 carryover-file-name pic x(50) value spaces.
        01 carryover-file-status pic x(2).
        01 rules-file-name pic x(50) value spaces.
        01 rules-file-status pic x(2).
        01 eligibility-report-status pic x(2).
        01 sales-ledger-status pic x(2).

      *> -- entrant master record layout, as written by entmaint.

           03  em-tickets pic 9(3).
           03  em-status pic x(1).
           03  em-dept pic x(8).
           03  em-publicity pic x(1).
           03  em-hire-date pic x(10).
           03  em-emp-type pic x(1).
           03  em-location pic x(8).
           03  filler pic x(10).

      *> -- carryover balances, keyed by employee-id with the
      *> draw step's hashed lookup so a 50,000-entrant master

       01  work-tickets pic 9(4).

      *> -- ticket-sales ledger record, as tktsale writes it; only
      *> the columns needed to net each entrant's paid tickets.

       01  sales-ledger-columns.
           03  sl-event-id pic x(8).
           03  filler pic x(1).
           03  sl-employee-id pic x(6).
           03  filler pic x(1).
           03  sl-entry-type pic x(1).
               88  sl-sale value 'S'.
               88  sl-refund value 'R'.
           03  filler pic x(21).
           03  sl-tickets pic 9(3).
           03  filler pic x(59).

      *> -- the event's paid tickets, net of refunds, keyed by
      *> employee-id the same way as the carryover balances.

       01  paid-table.
           03  paid-entry occurs 50000 times.
               05  pd-empid pic x(6).
               05  pd-tickets pic s9(5).
       01  paid-count pic 9(9) value zero.
       01  paid-sub pic 9(9) comp.
       01  paid-tickets pic 9(5) value zero.
       01  paid-tickets-added pic 9(9) value zero.
       01  paid-lines-read pic 9(9) value zero.
       01  held-with-paid pic 9(9) value zero.

       01  paid-found-switch pic x(1).
           88  paid-entry-found value 'Y'.
           88  paid-entry-not-found value 'N'.

       01  paid-hash-table.
           03  paid-hash-slot occurs 131072 times
                   pic 9(9) comp value zero.

       01  paid-line.
           03  filler pic x(8) value spaces.
           03  filler pic x(14) value "PAID TICKETS: ".
           03  pl-tickets pic zz9.
           03  filler pic x(36)
                   value " - REFUND THROUGH TKTSALE (ACTION R)".
           03  filler pic x(39) value spaces.

      *> -- the event's eligibility rules, in rules-file order.

       01  event-id-arg pic x(8) value spaces.
       01  asof-date-arg pic x(10) value spaces.

       01  rules-switch pic x(1) value 'N'.
           88  rules-in-use value 'Y'.
           88  rules-not-in-use value 'N'.

       01  rule-table.
           03  rule-entry occurs 50 times indexed by ru-idx.
               05  ru-rule pic x(12).
               05  ru-value pic x(8).
               05  ru-days pic 9(5).
               05  ru-held pic 9(9).
       01  rule-count pic 9(3) value zero.

       01  rule-event pic x(8).
       01  rule-name pic x(12).
       01  rule-value pic x(20).
       01  rule-days-edit pic x(5) justified right.
       01  rule-days-display pic z(4)9.
       01  type-first-idx pic 9(3) value zero.
       01  location-first-idx pic 9(3) value zero.
       01  rules-read pic 9(9) value zero.

       01  held-switch pic x(1).
           88  entrant-held value 'Y'.
           88  entrant-not-held value 'N'.
       01  held-reason pic x(40).

       01  type-listed-switch pic x(1).
           88  type-listed value 'Y'.
       01  type-matched-switch pic x(1).
           88  type-matched value 'Y'.
       01  location-listed-switch pic x(1).
           88  location-listed value 'Y'.
       01  location-matched-switch pic x(1).
           88  location-matched value 'Y'.

       01  cd-date-x pic x(8).
       01  cd-date-9 redefines cd-date-x pic 9(8).
       01  cd-asof-int pic 9(9) value zero.
       01  cd-hire-int pic 9(9) value zero.
       01  service-days pic s9(9) value zero.
       01  service-days-edit pic -(8)9.
       01  today-date pic 9(8).

       01  date-check-field pic x(10).
       01  date-check-switch pic x(1).
           88  date-is-valid value 'Y'.
           88  date-is-invalid value 'N'.

       01  report-line pic x(100).

       01  held-line.
           03  hl-empid pic 9(6).
           03  filler pic x(2) value spaces.
           03  hl-name pic x(32).
           03  filler pic x(2) value spaces.
           03  hl-reason pic x(40).
           03  filler pic x(18) value spaces.

       01  rule-line.
           03  filler pic x(6) value "RULE  ".
           03  rl-rule pic x(12).
           03  filler pic x(1) value space.
           03  rl-value pic x(8).
           03  filler pic x(4) value spaces.
           03  rl-held pic z,zzz,zzz.
           03  rl-held-text pic x(9).
           03  filler pic x(51) value spaces.

       01  total-line.
           03  tl-label pic x(30).
           03  tl-count pic z,zzz,zzz.
           03  filler pic x(61) value spaces.

       01  entrants-held pic 9(9) value zero.
       01  balance-check pic 9(9) value zero.

       01  masters-read pic 9(9) value zero.
       01  names-written pic 9(9) value zero.
       01  inactives-skipped pic 9(9) value zero.

procedure division.
    display 'entrant extract'.
    perform 100-initialize thru 100-initialize-exit.

    if carryover-file-name not = spaces
        perform 105-load-carryover thru 105-load-carryover-exit
    end-if.

    if rules-file-name not = spaces
        perform 107-load-rules thru 107-load-rules-exit
    end-if.

    if event-id-arg not = spaces
        perform 106-load-paid-tickets thru 106-load-paid-tickets-exit
    end-if.

    perform 110-open-files.
    perform 120-extract-entrants.
    perform 130-write-trailer.

    if rules-in-use
        perform 180-finish-eligibility-report
    end-if.

    perform 190-close-files.
    perform 195-report-totals.

    accept carryover-file-name from argument-value
        on exception
            move spaces to carryover-file-name
    end-accept.

      *> -- a carryover-file of "-" means none, so the rules can be
      *> given without one.
    if carryover-file-name = "-"
        move spaces to carryover-file-name
    end-if

    if carryover-file-name not = spaces
        display
            "adding carryover bonuses from " carryover-file-name
    end-if

    accept rules-file-name from argument-value
        on exception
            move spaces to rules-file-name
    end-accept

    if rules-file-name = spaces
        go to 100-initialize-exit
    end-if

    accept event-id-arg from argument-value
        on exception
            display
                "usage: entextr {entrant-master} [carryover-file]"
                " [rules-file event-id [as-of-date]]" upon syserr
            move 16 to return-code
            stop run
    end-accept

      *> -- a rules-file of "-" is an event with no rules.
    if rules-file-name = "-"
        move spaces to rules-file-name
    end-if

    accept asof-date-arg from argument-value
        on exception
            move spaces to asof-date-arg
    end-accept

    if asof-date-arg = spaces
        accept today-date from date yyyymmdd
        string
            today-date (1:4) "-" today-date (5:2) "-"
            today-date (7:2)
            delimited by size
            into asof-date-arg
        end-string
    end-if

    move asof-date-arg to date-check-field
    perform 150-check-date

    if date-is-invalid
        display
            "as-of date must be yyyy-mm-dd: " asof-date-arg
            upon syserr
        move 16 to return-code
        stop run
    end-if

    compute cd-asof-int = function integer-of-date(cd-date-9)

    display
        "extracting for event " event-id-arg
        " as of " asof-date-arg.

    100-initialize-exit.
        exit.

105-load-carryover.
      *> -- no carryover master on file yet is the scheme's first
      *> run, not an error.
    115-find-carry-balance-done.
        exit.

106-load-paid-tickets.
      *> -- no ledger on the TKTSALES DD is an event with no paid
      *> tickets, not an error.
    open input sales-ledger

    if sales-ledger-status = '35'
        display "no ticket-sales ledger on TKTSALES"
        go to 106-load-paid-tickets-exit
    end-if

    if sales-ledger-status not = '00'
        display
            "unable to open ticket-sales ledger on TKTSALES"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read sales-ledger

    perform until sales-ledger-status = '10'
        move sales-ledger-record to sales-ledger-columns

        if sl-event-id = event-id-arg
            add 1 to paid-lines-read

            if sl-employee-id is not numeric
                or sl-tickets is not numeric
                or (not sl-sale and not sl-refund)
                display
                    "bad ticket-sales ledger record: "
                    sales-ledger-record upon syserr
                move 16 to return-code
                stop run
            end-if

            move sl-employee-id to carry-empid
            perform 116-find-paid-entry

            if paid-entry-not-found
                add 1 to paid-count

                if paid-count > 50000
                    display
                        "too many paid-ticket holders to hold"
                        upon syserr
                    move 16 to return-code
                    stop run
                end-if

                move paid-count to paid-sub
                move sl-employee-id to pd-empid (paid-sub)
                move zero to pd-tickets (paid-sub)
                move paid-count to paid-hash-slot (hash-probe)
            end-if

            if sl-sale
                add sl-tickets to pd-tickets (paid-sub)
            else
                subtract sl-tickets from pd-tickets (paid-sub)
            end-if
        end-if

        read sales-ledger
    end-perform

    close sales-ledger

    move paid-count to display-count
    display display-count space 'entrants with paid tickets'.

    106-load-paid-tickets-exit.
        exit.

107-load-rules.
    open input rules-file

    if rules-file-status not = '00'
        display
            "unable to open rules-file " rules-file-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    set rules-in-use to true
    read rules-file

    perform until rules-file-status = '10'
        add 1 to rules-read

        if rules-file-record not = spaces
            and rules-file-record (1:1) not = '*'
            perform 108-note-rule thru 108-note-rule-exit
        end-if

        read rules-file
    end-perform

    close rules-file

    move rule-count to display-count
    display display-count space 'eligibility rules for the event'.

    107-load-rules-exit.
        exit.

108-note-rule.
    move spaces to rule-event
    move spaces to rule-name
    move spaces to rule-value
    unstring rules-file-record delimited by ','
        into rule-event rule-name rule-value
    end-unstring

      *> -- other events' rules are not this run's business.
    if rule-event not = event-id-arg
        go to 108-note-rule-exit
    end-if

    move function trim(rule-value) to rule-value

    if rule-count >= 50
        display
            "more than 50 rules for event " event-id-arg upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to rule-count
    set ru-idx to rule-count
    move function trim(rule-name) to ru-rule (ru-idx)
    move rule-value to ru-value (ru-idx)
    move zero to ru-days (ru-idx)
    move zero to ru-held (ru-idx)

    evaluate ru-rule (ru-idx)
        when 'MINDAYS'
            move function trim(rule-value) to rule-days-edit
            inspect rule-days-edit replacing leading space by zero

            if rule-days-edit is not numeric
                or rule-value (6:15) not = spaces
                display
                    "bad MINDAYS rule: " rules-file-record
                    upon syserr
                move 16 to return-code
                stop run
            end-if

            move rule-days-edit to ru-days (ru-idx)
        when 'TYPE'
        when 'NOTTYPE'
            if ru-rule (ru-idx) = 'TYPE' and type-first-idx = zero
                move rule-count to type-first-idx
            end-if

            if rule-value not = 'F' and rule-value not = 'P'
                and rule-value not = 'C' and rule-value not = 'T'
                display
                    "bad employee type rule: " rules-file-record
                    upon syserr
                move 16 to return-code
                stop run
            end-if
        when 'LOCATION'
        when 'NOTLOCATION'
            if ru-rule (ru-idx) = 'LOCATION'
                and location-first-idx = zero
                move rule-count to location-first-idx
            end-if

            if rule-value = spaces
                or rule-value (9:12) not = spaces
                display
                    "bad location rule: " rules-file-record
                    upon syserr
                move 16 to return-code
                stop run
            end-if
        when other
            display
                "unknown eligibility rule: " rules-file-record
                upon syserr
            move 16 to return-code
            stop run
    end-evaluate.

    108-note-rule-exit.
        exit.

116-find-paid-entry.
      *> -- looks up carry-empid; when it is not there hash-probe is
      *> left on the free slot for it.
    set paid-entry-not-found to true
    move carry-empid to hash-key
    perform 113-hash-key

    perform until paid-entry-found
            or paid-hash-slot (hash-probe) = zero
        move paid-hash-slot (hash-probe) to paid-sub

        if pd-empid (paid-sub) = carry-empid
            set paid-entry-found to true
        else
            perform 113-advance-probe
        end-if
    end-perform
    .

117-find-paid-tickets.
    move zero to paid-tickets

    if paid-count = zero
        go to 117-find-paid-tickets-done
    end-if

    move em-employee-id to carry-empid
    perform 116-find-paid-entry

    if paid-entry-found and pd-tickets (paid-sub) > zero
        move pd-tickets (paid-sub) to paid-tickets
    end-if.

    117-find-paid-tickets-done.
        exit.

110-open-files.
    open input entrant-master

        move 16 to return-code
        stop run
    end-if

    if rules-in-use
        perform 111-open-eligibility-report
    end-if
    .

111-open-eligibility-report.
    open output eligibility-report

    if eligibility-report-status not = '00'
        display
            "unable to open eligibility report" upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to report-line
    string
        "ELIGIBILITY RULES - EVENT " delimited by size
        event-id-arg delimited by space
        " - SERVICE AS OF " delimited by size
        asof-date-arg delimited by size
        " - " delimited by size
        function trim(entrant-master-name) delimited by size
        into report-line
    end-string
    write eligibility-report-record from report-line

    move all "=" to report-line
    write eligibility-report-record from report-line

    if rule-count = zero
        move "*WARNING* NO RULES ON FILE FOR THIS EVENT - NOBODY HELD OUT"
            to report-line
        write eligibility-report-record from report-line
    end-if

    move spaces to report-line
    move "EMPID   NAME" to report-line
    move "HELD OUT BY" to report-line (43:11)
    write eligibility-report-record from report-line

    move all "-" to report-line
    write eligibility-report-record from report-line
    .

120-extract-entrants.
            stop run
        end-if

        if em-status not = 'A'
            add 1 to inactives-skipped
        else
            set entrant-not-held to true

            if rules-in-use
                perform 122-apply-rules thru 122-apply-rules-exit
            end-if

            if entrant-held
                perform 124-report-held-entrant
            else
                perform 125-write-name-record
            end-if
        end-if

        read entrant-master
    end-perform
    .

122-apply-rules.
      *> -- rules are tried in file order and the first one the
      *> entrant fails holds them out. the TYPE and LOCATION lists
      *> are settled after the hold-out rules have all passed, and
      *> an entrant missing from a list is counted against the
      *> list's first entry.
    move spaces to held-reason
    move spaces to type-listed-switch
    move spaces to type-matched-switch
    move spaces to location-listed-switch
    move spaces to location-matched-switch

    perform varying ru-idx from 1 by 1
            until ru-idx > rule-count
            or entrant-held
        evaluate ru-rule (ru-idx)
            when 'MINDAYS'
                perform 123-check-service
            when 'NOTTYPE'
                if em-emp-type = ru-value (ru-idx)
                    set entrant-held to true
                    string
                        "EMPLOYEE TYPE " delimited by size
                        em-emp-type delimited by size
                        " NOT ELIGIBLE" delimited by size
                        into held-reason
                    end-string
                end-if
            when 'TYPE'
                set type-listed to true

                if em-emp-type = ru-value (ru-idx)
                    set type-matched to true
                end-if
            when 'NOTLOCATION'
                if em-location = ru-value (ru-idx)
                    set entrant-held to true
                    string
                        "LOCATION " delimited by size
                        function trim(em-location) delimited by size
                        " NOT ELIGIBLE" delimited by size
                        into held-reason
                    end-string
                end-if
            when 'LOCATION'
                set location-listed to true

                if em-location = ru-value (ru-idx)
                    set location-matched to true
                end-if
        end-evaluate

        if entrant-held
            add 1 to ru-held (ru-idx)
        end-if
    end-perform

    if entrant-held
        go to 122-apply-rules-exit
    end-if

    if type-listed and not type-matched
        set entrant-held to true

        if em-emp-type = space
            move "NO EMPLOYEE TYPE ON MASTER" to held-reason
        else
            string
                "EMPLOYEE TYPE " delimited by size
                em-emp-type delimited by size
                " NOT LISTED" delimited by size
                into held-reason
            end-string
        end-if

        add 1 to ru-held (type-first-idx)
        go to 122-apply-rules-exit
    end-if

    if location-listed and not location-matched
        set entrant-held to true

        if em-location = spaces
            move "NO LOCATION ON MASTER" to held-reason
        else
            string
                "LOCATION " delimited by size
                function trim(em-location) delimited by size
                " NOT LISTED" delimited by size
                into held-reason
            end-string
        end-if

        add 1 to ru-held (location-first-idx)
    end-if.

    122-apply-rules-exit.
        exit.

123-check-service.
    move em-hire-date to date-check-field
    perform 150-check-date

    if em-hire-date = spaces or date-is-invalid
        set entrant-held to true
        move "NO HIRE DATE ON MASTER" to held-reason
    else
        compute cd-hire-int = function integer-of-date(cd-date-9)
        compute service-days = cd-asof-int - cd-hire-int

        if service-days < ru-days (ru-idx)
            set entrant-held to true
            move service-days to service-days-edit
            move ru-days (ru-idx) to rule-days-display
            string
                "SERVICE " delimited by size
                function trim(service-days-edit) delimited by size
                " DAYS, UNDER " delimited by size
                function trim(rule-days-display) delimited by size
                into held-reason
            end-string
        end-if
    end-if
    .

124-report-held-entrant.
    add 1 to entrants-held
    move em-employee-id to hl-empid
    move em-name to hl-name
    move held-reason to hl-reason
    write eligibility-report-record from held-line

    perform 117-find-paid-tickets
        thru 117-find-paid-tickets-done

    if paid-tickets > zero
        add 1 to held-with-paid
        move paid-tickets to pl-tickets
        write eligibility-report-record from paid-line
    end-if
    .

125-write-name-record.
      *> -- the record leads with the fixed six-digit employee-id
      *> and its comma; the draw step peels that off the front
      *> comma after that), so a name containing commas is
      *> carried through unharmed. a department code on the master
      *> is appended after the ticket count. the accrued carryover
      *> bonus and the tickets paid for are folded into the count
      *> here, capped at the three-digit field.
    perform 115-find-carry-balance
        thru 115-find-carry-balance-done
    perform 117-find-paid-tickets
        thru 117-find-paid-tickets-done

    compute work-tickets = em-tickets + carry-bonus + paid-tickets
    add paid-tickets to paid-tickets-added

    if work-tickets > 999
        move 999 to work-tickets
    write names-out-record
    .

150-check-date.
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

180-finish-eligibility-report.
      *> -- every master record read is accounted for once: not
      *> status A, held out by a rule, or written to the names-file
      *> (and so counted on its trailer).
    move all "-" to report-line
    write eligibility-report-record from report-line

    perform varying ru-idx from 1 by 1
            until ru-idx > rule-count
        move ru-rule (ru-idx) to rl-rule
        move ru-value (ru-idx) to rl-value
        move ru-held (ru-idx) to rl-held

      *> -- later entries of a TYPE or LOCATION list carry no count
      *> of their own.
        if ru-held (ru-idx) = zero
            and ((ru-rule (ru-idx) = 'TYPE'
                    and ru-idx not = type-first-idx)
                or (ru-rule (ru-idx) = 'LOCATION'
                    and ru-idx not = location-first-idx))
            move spaces to rl-held-text
        else
            move " HELD OUT" to rl-held-text
        end-if

        write eligibility-report-record from rule-line
    end-perform

    move spaces to report-line
    write eligibility-report-record from report-line

    move "MASTER RECORDS READ" to tl-label
    move masters-read to tl-count
    write eligibility-report-record from total-line
    move "NOT STATUS A" to tl-label
    move inactives-skipped to tl-count
    write eligibility-report-record from total-line
    move "HELD OUT BY THE RULES" to tl-label
    move entrants-held to tl-count
    write eligibility-report-record from total-line
    move "NAMES EXTRACTED (TRAILER)" to tl-label
    move trailer-count to tl-count
    write eligibility-report-record from total-line
    move "PAID TICKETS ADDED" to tl-label
    move paid-tickets-added to tl-count
    write eligibility-report-record from total-line

    if held-with-paid > zero
        move "*HELD OUT WITH PAID TICKETS*" to tl-label
        move held-with-paid to tl-count
        write eligibility-report-record from total-line
    end-if

    compute balance-check =
        inactives-skipped + entrants-held + names-written

    move spaces to report-line

    if balance-check = masters-read
        and trailer-count = names-written
        move "CONTROL TOTALS IN BALANCE" to report-line
    else
        move "*ERROR* CONTROL TOTALS OUT OF BALANCE" to report-line
        move 8 to return-code
    end-if
    write eligibility-report-record from report-line
    .

190-close-files.
    close entrant-master
    close names-out

    if rules-in-use
        close eligibility-report
    end-if
    .

195-report-totals.
    display display-count space 'names extracted'
    move inactives-skipped to display-count
    display display-count space 'ineligible entrants skipped'

    if rules-in-use
        move entrants-held to display-count
        display display-count space 'entrants held out by the rules'

        if (rule-count = zero or held-with-paid > zero)
            and return-code = zero
            move 4 to return-code
        end-if
    end-if

    if event-id-arg not = spaces
        move paid-tickets-added to display-count
        display display-count space 'paid tickets added'
    end-if
    .
