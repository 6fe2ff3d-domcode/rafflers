        >>source format is free
identification division.
    program-id. chgback.
    author. Lucas van Lierop.
      *> =============================================
      *> monthly prize-cost chargeback by department
      *> with the general-ledger journal extract
      *> =============================================
      *> cobc chgback.cbl -free -x -0
      *> ./chgback {claims-master} {entrant-master}
      *>           {winners-log} {prize-inventory}
      *>           {period}
      *> =============================================
      *> period is yyyy-mm. a claim is charged in the
      *> month its status date falls in: a CLAIMED
      *> prize at its claim value (cm-value) to the
      *> winner's department (em-dept on the entrant
      *> master), and a prize EXPIRED by clmexpir to
      *> the prize's own cost center (COSTCTR= on the
      *> prize inventory record). OPEN and FORFEIT
      *> claims cost nobody anything yet. winners
      *> voided on the winners-log are never charged.
      *> a claim that cannot be charged (winner not
      *> on the master or without a department, prize
      *> without a cost center, unreadable value) is
      *> listed on the report, left off the journal,
      *> and ends the run with condition code 4.
      *> the department cost report (CHGRPT) carries
      *> month and year-to-date totals per cost
      *> center; the journal (GLJRNL) debits the prize
      *> expense account per cost center for the
      *> month and credits the prize clearing account
      *> with the balancing total, with a trailer the
      *> finance import checks. the control totals
      *> tie the journal back to the claims counted;
      *> out of balance ends with condition code 8.
      *> the department used is the winner's today -
      *> for a past month, run against entrbld's
      *> as-of master instead.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select claims-master
               assign to claims-master-name
               file status is claims-master-status
               organization is line sequential.

           select entrant-master
               assign to entrant-master-name
               file status is entrant-master-status
               organization is line sequential.

           select winners-log
               assign to winners-log-name
               file status is winners-log-status
               organization is line sequential.

           select prize-inventory
               assign to prize-inv-name
               file status is prize-inv-status
               organization is line sequential.

           select chargeback-report
               assign to "CHGRPT"
               file status is chargeback-report-status
               organization is line sequential.

           select gl-journal
               assign to "GLJRNL"
               file status is gl-journal-status
               organization is line sequential.

data division.
    file section.
        fd claims-master.
        01 claims-master-record pic x(121).

        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd winners-log.
        01 winners-log-record pic x(264).

        fd prize-inventory.
        01 prize-inventory-record pic x(120).

        fd chargeback-report.
        01 chargeback-report-record pic x(100).

        fd gl-journal.
        01 gl-journal-record pic x(100).

    working-storage section.
        01 claims-master-name pic x(50).
        01 claims-master-status pic x(2).
        01 entrant-master-name pic x(50).
        01 entrant-master-status pic x(2).
        01 winners-log-name pic x(50).
        01 winners-log-status pic x(2).
        01 prize-inv-name pic x(50).
        01 prize-inv-status pic x(2).
        01 chargeback-report-status pic x(2).
        01 gl-journal-status pic x(2).

      *> -- prize-claims master record layout, as posted by
      *> clmbuild.

       01  claim-line.
           03  cm-pick-date pic x(10).
           03  filler pic x(1).
           03  cm-empid pic x(6).
           03  filler pic x(1).
           03  cm-winner pic x(32).
           03  filler pic x(1).
           03  cm-prize pic x(32).
           03  filler pic x(1).
           03  cm-value pic x(8).
           03  filler pic x(1).
           03  cm-status pic x(8).
           03  filler pic x(1).
           03  cm-status-date pic x(10).
           03  filler pic x(1).
           03  cm-event-id pic x(8).

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

      *> -- winners-log record layout, as written by the draw step.

       01  log-line.
           03  lg-date pic x(10).
           03  filler pic x(1).
           03  lg-time pic x(8).
           03  filler pic x(1).
           03  lg-names-file pic x(50).
           03  filler pic x(1).
           03  lg-names-count pic x(9).
           03  filler pic x(1).
           03  lg-winner-name pic x(32).
           03  filler pic x(1).
           03  lg-seed pic x(8).
           03  filler pic x(1).
           03  lg-status pic x(8).
           03  filler pic x(1).
           03  lg-void-reason pic x(20).
           03  filler pic x(1).
           03  lg-replaces pic x(32).
           03  filler pic x(1).
           03  lg-dept pic x(8).
           03  filler pic x(1).
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

      *> -- the period and the ledger accounts the journal posts to.
      *> the debit goes to the prize expense account under each
      *> department's cost center; the balancing credit relieves
      *> the prize clearing account, where the purchases were
      *> booked, under the raffle's own cost center.

       01  period-arg pic x(7).
       01  period-year pic x(4).

       01  gl-expense-account pic x(8) value "640150".
       01  gl-clearing-account pic x(8) value "149200".
       01  gl-clearing-cost-center pic x(8) value "RAFFLE".

       01  run-date pic 9(8).
       01  today-date-x pic x(10).

      *> -- the entrant master's departments, held in employee-id
      *> order (the master's own sequence) for a binary search.

       01  entrant-table.
           03  entrant-entry occurs 50000 times.
               05  et-employee-id pic 9(6).
               05  et-dept pic x(8).
       01  entrant-count pic 9(9) comp value zero.
       01  entrant-key pic 9(6).

       01  search-lo pic 9(9) comp.
       01  search-hi pic 9(9) comp.
       01  search-mid pic 9(9) comp.

       01  entrant-found-switch pic x(1).
           88  entrant-found value 'Y'.
           88  entrant-not-found value 'N'.

      *> -- voided wins, keyed by employee-id, draw date, and event.
      *> as in taxwin, each void is a count consumed claim by claim,
      *> never a blanket skip.

       01  void-table.
           03  void-entry occurs 10000 times.
               05  vd-empid pic x(6).
               05  vd-date pic x(10).
               05  vd-event-id pic x(8).
               05  vd-uses pic 9(3).
       01  void-count pic 9(5) value zero.
       01  void-sub pic 9(5).
       01  void-match pic 9(5) value zero.

       01  void-switch pic x(1).
           88  void-found value 'Y'.
           88  void-not-found value 'N'.

      *> -- prize cost centers from the inventory. the record is
      *> "name,value,on-hand" with KEYWORD=VALUE attributes after
      *> it; only the name and COSTCTR= matter here.

       01  prize-table.
           03  prize-entry occurs 99 times indexed by prize-idx.
               05  pz-name pic x(32).
               05  pz-cost-center pic x(8).
       01  prize-count pic 9(3) value zero.

       01  prize-found-switch pic x(1).
           88  prize-found value 'Y'.
           88  prize-not-found value 'N'.

       01  split-source-line pic x(80).
       01  split-line-length pic 9(3).
       01  split-rev-line pic x(80).
       01  split-ptr pic 9(3).
       01  raw-name-field pic x(80).
       01  inv-rev-onhand-part pic x(80).
       01  inv-rev-value-part pic x(80).

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

       01  attr-ptr pic 9(3).
       01  attr-field pic x(80).
       01  attr-keyword pic x(12).
       01  attr-value pic x(66).
       01  inv-cost-center pic x(8).

      *> -- claim value parse (the value is carried as the edited
      *> picture the draw step wrote, "  100.00") --

       01  value-dollars-x pic x(5) justified right.
       01  value-dollars-9 redefines value-dollars-x pic 9(5).
       01  value-cents-x pic x(2).
       01  value-cents-9 redefines value-cents-x pic 9(2).
       01  claim-value pic 9(5)v99.

       01  value-bad-switch pic x(1).
           88  claim-value-bad value 'Y'.
           88  claim-value-good value 'N'.

      *> -- the claim being charged --

       01  charge-cost-center pic x(8).
       01  charge-reason pic x(30).

       01  month-switch pic x(1).
           88  claim-in-month value 'Y'.
           88  claim-not-in-month value 'N'.

      *> -- per cost center, month and year to date, kept in code
      *> order as entries arrive --

       01  center-table.
           03  center-entry occurs 999 times.
               05  cc-code pic x(8).
               05  cc-month-claims pic 9(7).
               05  cc-month-amount pic 9(9)v99.
               05  cc-ytd-claims pic 9(7).
               05  cc-ytd-amount pic 9(9)v99.
       01  center-count pic 9(9) comp value zero.
       01  center-sub pic 9(9) comp.
       01  shift-sub pic 9(9) comp.

       01  center-found-switch pic x(1).
           88  center-found value 'Y'.
           88  center-not-found value 'N'.

      *> -- control totals --

       01  claims-read pic 9(9) value zero.
       01  claims-in-period pic 9(9) value zero.
       01  claims-voided pic 9(9) value zero.
       01  claims-not-charged pic 9(9) value zero.
       01  claims-charged pic 9(9) value zero.
       01  claims-claimed pic 9(9) value zero.
       01  claims-expired pic 9(9) value zero.
       01  amount-charged pic 9(9)v99 value zero.
       01  ytd-claims-charged pic 9(9) value zero.
       01  ytd-amount-charged pic 9(9)v99 value zero.
       01  claims-accounted pic 9(9) value zero.

       01  journal-debits pic 9(9)v99 value zero.
       01  journal-credits pic 9(9)v99 value zero.
       01  journal-debit-lines pic 9(9) value zero.
       01  journal-written pic 9(9) value zero.

       01  out-of-balance-switch pic x(1) value 'N'.
           88  out-of-balance value 'Y'.

      *> -- general-ledger journal layouts: one header, one debit
      *> line per cost center charged in the month, one balancing
      *> credit, and a trailer carrying the control totals.

       01  gl-header-line.
           03  gh-type pic x(1) value 'H'.
           03  filler pic x(1) value space.
           03  gh-period pic x(7).
           03  filler pic x(1) value space.
           03  gh-date pic x(10).
           03  filler pic x(1) value space.
           03  gh-source pic x(30) value "RAFFLE PRIZE CHARGEBACK".

       01  gl-detail-line.
           03  gd-type pic x(1) value 'D'.
           03  filler pic x(1) value space.
           03  gd-period pic x(7).
           03  filler pic x(1) value space.
           03  gd-cost-center pic x(8).
           03  filler pic x(1) value space.
           03  gd-account pic x(8).
           03  filler pic x(1) value space.
           03  gd-dr-cr pic x(1).
           03  filler pic x(1) value space.
           03  gd-amount pic 9(9).99.
           03  filler pic x(1) value space.
           03  gd-claims pic 9(7).
           03  filler pic x(1) value space.
           03  gd-description pic x(30).

       01  gl-trailer-line.
           03  gt-type pic x(1) value 'T'.
           03  filler pic x(1) value space.
           03  gt-period pic x(7).
           03  filler pic x(1) value space.
           03  gt-lines pic 9(9).
           03  filler pic x(1) value space.
           03  gt-debits pic 9(9).99.
           03  filler pic x(1) value space.
           03  gt-credits pic 9(9).99.
           03  filler pic x(1) value space.
           03  gt-claims pic 9(9).

      *> -- report lines --

       01  report-line pic x(100).
       01  count-edit pic z(6)9.
       01  money-edit pic zzz,zzz,zz9.99.

       01  exception-line.
           03  filler pic x(2) value spaces.
           03  xl-status-date pic x(10).
           03  filler pic x(2) value spaces.
           03  xl-empid pic x(6).
           03  filler pic x(2) value spaces.
           03  xl-prize pic x(32).
           03  filler pic x(2) value spaces.
           03  xl-reason pic x(30).

       01  center-line.
           03  cl-code pic x(8).
           03  filler pic x(4) value spaces.
           03  cl-month-claims pic z(6)9.
           03  filler pic x(2) value spaces.
           03  cl-month-amount pic zzz,zzz,zz9.99.
           03  filler pic x(4) value spaces.
           03  cl-ytd-claims pic z(6)9.
           03  filler pic x(2) value spaces.
           03  cl-ytd-amount pic zzz,zzz,zz9.99.

       01  display-count pic z,zzz,zzz.

procedure division.
    display 'prize-cost chargeback'.
    perform 100-initialize.
    perform 105-load-entrants.
    perform 110-load-voids thru 110-load-voids-exit.
    perform 115-load-prize-inventory.
    perform 120-open-outputs.
    perform 130-charge-claims.
    perform 150-write-journal.
    perform 160-write-cost-report.
    perform 170-write-control-totals.
    perform 190-close-files.
    perform 195-report-totals.

stop run.

100-initialize.
    accept claims-master-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "reading claims " claims-master-name
            end-display
    end-accept.

    accept entrant-master-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "departments from " entrant-master-name
            end-display
    end-accept.

    accept winners-log-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "voids from " winners-log-name
            end-display
    end-accept.

    accept prize-inv-name from argument-value
        on exception
            perform 900-show-usage
        not on exception
            display
                "cost centers from " prize-inv-name
            end-display
    end-accept.

    accept period-arg from argument-value
        on exception
            perform 900-show-usage
    end-accept.

    if period-arg (1:4) is not numeric
        or period-arg (5:1) not = '-'
        or period-arg (6:2) is not numeric
        or period-arg (6:2) < "01"
        or period-arg (6:2) > "12"
        display
            "period must be yyyy-mm" upon syserr
        move 16 to return-code
        stop run
    end-if

    move period-arg (1:4) to period-year

    display "charging period " period-arg

    accept run-date from date yyyymmdd.

    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into today-date-x
    end-string.

105-load-entrants.
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
                "bad employee id on master record "
                entrant-master-record upon syserr
            move 16 to return-code
            stop run
        end-if

        if entrant-count >= 50000
            display
                "entrant master too large to hold" upon syserr
            move 16 to return-code
            stop run
        end-if

        if entrant-count > zero
            and em-employee-id <= et-employee-id (entrant-count)
            display
                "entrant-master out of sequence at employee "
                em-employee-id upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to entrant-count
        move em-employee-id to et-employee-id (entrant-count)
        move em-dept to et-dept (entrant-count)

        read entrant-master
    end-perform

    close entrant-master

    move entrant-count to display-count
    display display-count space 'entrants loaded'
    .

106-find-entrant.
    set entrant-not-found to true
    move 1 to search-lo
    move entrant-count to search-hi

    perform until search-lo > search-hi
            or entrant-found
        compute search-mid = (search-lo + search-hi) / 2

        evaluate true
            when et-employee-id (search-mid) = entrant-key
                set entrant-found to true
            when et-employee-id (search-mid) < entrant-key
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

110-load-voids.
      *> -- a voided win and its claim carry the same employee-id,
      *> draw date, and event; the replacement winner's own claim
      *> is charged normally.
    open input winners-log

    if winners-log-status = '35'
        display "no winners-log on file - no voids to drop"
        go to 110-load-voids-exit
    end-if

    if winners-log-status not = '00'
        display
            "unable to open winners-log " winners-log-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read winners-log

    perform until winners-log-status = '10'
        move winners-log-record to log-line

        if lg-status = "VOIDED" and lg-empid not = spaces
            perform 111-note-void
        end-if

        read winners-log
    end-perform

    close winners-log.

    110-load-voids-exit.
        exit.

111-note-void.
    set void-not-found to true

    perform varying void-sub from 1 by 1
            until void-sub > void-count
            or void-found
        if vd-empid (void-sub) = lg-empid
            and vd-date (void-sub) = lg-date
            and vd-event-id (void-sub) = lg-event-id
            set void-found to true
            add 1 to vd-uses (void-sub)
        end-if
    end-perform

    if void-not-found
        if void-count >= 10000
            display
                "too many voided wins to hold" upon syserr
            move 16 to return-code
            stop run
        end-if

        add 1 to void-count
        move lg-empid to vd-empid (void-count)
        move lg-date to vd-date (void-count)
        move lg-event-id to vd-event-id (void-count)
        move 1 to vd-uses (void-count)
    end-if
    .

115-load-prize-inventory.
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
        add 1 to prize-count

        if prize-count > 99
            display
                "too many prizes in prize-inventory" upon syserr
            move 16 to return-code
            stop run
        end-if

        perform 116-peel-inventory-attributes
        perform 117-split-inventory-name
        perform 118-find-cost-center

        set prize-idx to prize-count
        move raw-name-field to pz-name (prize-idx)
        move inv-cost-center to pz-cost-center (prize-idx)

        read prize-inventory
    end-perform

    close prize-inventory
    .

116-peel-inventory-attributes.
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

117-split-inventory-name.
      *> -- the last two comma fields (on-hand, then unit value)
      *> come off; whatever is left is the prize name, commas and
      *> all, exactly as the draw step names it.
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

    move function reverse(split-rev-line (split-ptr:
        split-line-length - split-ptr + 1))
        to raw-name-field
    .

118-find-cost-center.
    move spaces to inv-cost-center
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

        if attr-keyword = "COSTCTR"
            move attr-value to inv-cost-center
        end-if
    end-perform
    .

120-open-outputs.
    open output chargeback-report

    if chargeback-report-status not = '00'
        display
            "unable to open chargeback report" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output gl-journal

    if gl-journal-status not = '00'
        display
            "unable to open general-ledger journal" upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to report-line
    string
        "DEPARTMENT PRIZE-COST CHARGEBACK - PERIOD " delimited by size
        period-arg delimited by size
        " - RUN " delimited by size
        today-date-x delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move all "-" to report-line
    write chargeback-report-record from report-line

    move "CLAIMS NOT CHARGED THIS PERIOD" to report-line
    write chargeback-report-record from report-line

    move spaces to report-line
    write chargeback-report-record from report-line
    .

130-charge-claims.
    open input claims-master

    if claims-master-status not = '00'
        display
            "unable to open claims-master " claims-master-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read claims-master

    perform until claims-master-status = '10'
        add 1 to claims-read
        move claims-master-record to claim-line
        perform 131-charge-one-claim thru 131-charge-one-claim-exit
        read claims-master
    end-perform

    close claims-master

    if claims-not-charged = zero
        move "  NONE" to report-line
        write chargeback-report-record from report-line
    end-if

    move spaces to report-line
    write chargeback-report-record from report-line
    .

131-charge-one-claim.
      *> -- every claim is checked against the voids, whatever its
      *> status or period, so each void is consumed by the same
      *> claim on every run.
    perform 132-check-voided

    if cm-status not = "CLAIMED " and cm-status not = "EXPIRED "
        go to 131-charge-one-claim-exit
    end-if

    if cm-status-date (1:4) not = period-year
        or cm-status-date (1:7) > period-arg
        go to 131-charge-one-claim-exit
    end-if

    if cm-status-date (1:7) = period-arg
        set claim-in-month to true
        add 1 to claims-in-period
    else
        set claim-not-in-month to true
    end-if

    if void-found
        if claim-in-month
            add 1 to claims-voided
        end-if
        go to 131-charge-one-claim-exit
    end-if

    perform 133-parse-claim-value

    if claim-value-bad
        move "UNREADABLE PRIZE VALUE" to charge-reason
        perform 138-report-not-charged
            thru 138-report-not-charged-exit
        go to 131-charge-one-claim-exit
    end-if

    move spaces to charge-cost-center

    if cm-status = "CLAIMED "
        perform 134-find-winner-dept
    else
        perform 135-find-prize-cost-center
    end-if

    if charge-cost-center = spaces
        perform 138-report-not-charged
            thru 138-report-not-charged-exit
        go to 131-charge-one-claim-exit
    end-if

    perform 136-add-to-center

    add 1 to ytd-claims-charged
    add claim-value to ytd-amount-charged

    if claim-in-month
        add 1 to claims-charged
        add claim-value to amount-charged

        if cm-status = "CLAIMED "
            add 1 to claims-claimed
        else
            add 1 to claims-expired
        end-if
    end-if.

    131-charge-one-claim-exit.
        exit.

132-check-voided.
    set void-not-found to true
    move zero to void-match

    perform varying void-sub from 1 by 1
            until void-sub > void-count
            or void-found
        if vd-uses (void-sub) > zero
            and vd-empid (void-sub) = cm-empid
            and vd-date (void-sub) = cm-pick-date
            and vd-event-id (void-sub) = cm-event-id
            set void-found to true
            move void-sub to void-match
        end-if
    end-perform

    if void-found
        subtract 1 from vd-uses (void-match)
    end-if
    .

133-parse-claim-value.
    set claim-value-good to true
    move zero to claim-value

    move zeros to value-dollars-x
    move zeros to value-cents-x
    unstring cm-value delimited by '.'
        into value-dollars-x value-cents-x
    end-unstring

    inspect value-dollars-x replacing leading space by zero
    inspect value-cents-x replacing trailing space by zero

    if value-dollars-x is numeric and value-cents-x is numeric
        compute claim-value =
            value-dollars-9 + value-cents-9 / 100
    else
        set claim-value-bad to true
    end-if
    .

134-find-winner-dept.
    if cm-empid is not numeric
        move "NO EMPLOYEE-ID ON CLAIM" to charge-reason
    else
        move cm-empid to entrant-key
        perform 106-find-entrant

        if entrant-not-found
            move "WINNER NOT ON ENTRANT MASTER" to charge-reason
        else
            if et-dept (search-mid) = spaces
                move "WINNER HAS NO DEPARTMENT" to charge-reason
            else
                move et-dept (search-mid) to charge-cost-center
            end-if
        end-if
    end-if
    .

135-find-prize-cost-center.
    set prize-not-found to true

    perform varying prize-idx from 1 by 1
            until prize-idx > prize-count
            or prize-found
        if pz-name (prize-idx) = cm-prize
            set prize-found to true
            move pz-cost-center (prize-idx) to charge-cost-center
        end-if
    end-perform

    if prize-not-found
        move "PRIZE NOT ON INVENTORY" to charge-reason
    else
        if charge-cost-center = spaces
            move "PRIZE HAS NO COST CENTER" to charge-reason
        end-if
    end-if
    .

136-add-to-center.
      *> -- entries are kept in cost-center order: a new code is
      *> slotted in ahead of the first code above it.
    set center-not-found to true

    perform varying center-sub from 1 by 1
            until center-sub > center-count
            or center-found
            or cc-code (center-sub) > charge-cost-center
        if cc-code (center-sub) = charge-cost-center
            set center-found to true
        end-if
    end-perform

    if center-found
        subtract 1 from center-sub
    else
        if center-count >= 999
            display
                "too many cost centers to hold" upon syserr
            move 16 to return-code
            stop run
        end-if

        perform varying shift-sub from center-count by -1
                until shift-sub < center-sub
            move center-entry (shift-sub)
                to center-entry (shift-sub + 1)
        end-perform

        add 1 to center-count
        move charge-cost-center to cc-code (center-sub)
        move zero to cc-month-claims (center-sub)
        move zero to cc-month-amount (center-sub)
        move zero to cc-ytd-claims (center-sub)
        move zero to cc-ytd-amount (center-sub)
    end-if

    add 1 to cc-ytd-claims (center-sub)
    add claim-value to cc-ytd-amount (center-sub)

    if claim-in-month
        add 1 to cc-month-claims (center-sub)
        add claim-value to cc-month-amount (center-sub)
    end-if
    .

138-report-not-charged.
      *> -- only the period's own exceptions are listed and
      *> counted; an earlier month's were listed on its run.
    if claim-not-in-month
        go to 138-report-not-charged-exit
    end-if

    add 1 to claims-not-charged

    move spaces to exception-line
    move cm-status-date to xl-status-date
    move cm-empid to xl-empid
    move cm-prize to xl-prize
    move charge-reason to xl-reason
    write chargeback-report-record from exception-line.

    138-report-not-charged-exit.
        exit.

150-write-journal.
    move period-arg to gh-period
    move today-date-x to gh-date
    move gl-header-line to gl-journal-record
    perform 155-write-journal-record

    perform varying center-sub from 1 by 1
            until center-sub > center-count
        if cc-month-amount (center-sub) > zero
            move spaces to gl-detail-line
            move 'D' to gd-type
            move period-arg to gd-period
            move cc-code (center-sub) to gd-cost-center
            move gl-expense-account to gd-account
            move 'D' to gd-dr-cr
            move cc-month-amount (center-sub) to gd-amount
            move cc-month-claims (center-sub) to gd-claims
            move "RAFFLE PRIZES CHARGED BACK" to gd-description
            move gl-detail-line to gl-journal-record
            perform 155-write-journal-record

            add cc-month-amount (center-sub) to journal-debits
            add 1 to journal-debit-lines
        end-if
    end-perform

      *> -- the balancing credit, written even for a quiet month so
      *> the import always sees a complete journal.
    move spaces to gl-detail-line
    move 'D' to gd-type
    move period-arg to gd-period
    move gl-clearing-cost-center to gd-cost-center
    move gl-clearing-account to gd-account
    move 'C' to gd-dr-cr
    move journal-debits to gd-amount
    move claims-charged to gd-claims
    move "RAFFLE PRIZE CLEARING RELIEF" to gd-description
    move gl-detail-line to gl-journal-record
    perform 155-write-journal-record
    move journal-debits to journal-credits

    move period-arg to gt-period
    compute gt-lines = journal-debit-lines + 1
    move journal-debits to gt-debits
    move journal-credits to gt-credits
    move claims-charged to gt-claims
    move gl-trailer-line to gl-journal-record
    perform 155-write-journal-record
    .

155-write-journal-record.
    write gl-journal-record

    if gl-journal-status not = '00'
        display
            "unable to write the general-ledger journal" upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to journal-written
    .

160-write-cost-report.
    move "PRIZE COST BY COST CENTER" to report-line
    write chargeback-report-record from report-line

    move spaces to report-line
    string
        "COST CTR MTH CLAIMS      MONTH COST" delimited by size
        " YTD CLAIMS        YTD COST" delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move all "-" to report-line
    write chargeback-report-record from report-line

    perform varying center-sub from 1 by 1
            until center-sub > center-count
        move spaces to center-line
        move cc-code (center-sub) to cl-code
        move cc-month-claims (center-sub) to cl-month-claims
        move cc-month-amount (center-sub) to cl-month-amount
        move cc-ytd-claims (center-sub) to cl-ytd-claims
        move cc-ytd-amount (center-sub) to cl-ytd-amount
        write chargeback-report-record from center-line
    end-perform

    if center-count = zero
        move "NO PRIZE COST IN THE YEAR TO DATE" to report-line
        write chargeback-report-record from report-line
    end-if

    move all "-" to report-line
    write chargeback-report-record from report-line

    move spaces to center-line
    move "TOTAL" to cl-code
    move claims-charged to cl-month-claims
    move amount-charged to cl-month-amount
    move ytd-claims-charged to cl-ytd-claims
    move ytd-amount-charged to cl-ytd-amount
    write chargeback-report-record from center-line

    move spaces to report-line
    write chargeback-report-record from report-line
    .

170-write-control-totals.
      *> -- every claim closed in the month is either voided, not
      *> charged, or on the journal; the journal's debits must
      *> equal the claims charged and its credit the debits.
    compute claims-accounted =
        claims-voided + claims-not-charged + claims-charged

    if claims-accounted not = claims-in-period
        or journal-debits not = amount-charged
        or journal-credits not = journal-debits
        set out-of-balance to true
    end-if

    move "CONTROL TOTALS" to report-line
    write chargeback-report-record from report-line
    move all "-" to report-line
    write chargeback-report-record from report-line

    move claims-read to count-edit
    move spaces to report-line
    string
        "CLAIMS READ:                  " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move claims-in-period to count-edit
    move spaces to report-line
    string
        "CLAIMED/EXPIRED IN PERIOD:    " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move claims-voided to count-edit
    move spaces to report-line
    string
        "  VOIDED WINNERS EXCLUDED:    " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move claims-not-charged to count-edit
    move spaces to report-line
    string
        "  NOT CHARGED (LISTED ABOVE): " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move claims-claimed to count-edit
    move spaces to report-line
    string
        "  CHARGED TO WINNER DEPT:     " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move claims-expired to count-edit
    move spaces to report-line
    string
        "  CHARGED TO PRIZE COST CTR:  " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move amount-charged to money-edit
    move spaces to report-line
    string
        "AMOUNT CHARGED:          " delimited by size
        money-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move journal-debits to money-edit
    move spaces to report-line
    string
        "JOURNAL DEBITS:          " delimited by size
        money-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move journal-credits to money-edit
    move spaces to report-line
    string
        "JOURNAL CREDITS:         " delimited by size
        money-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move journal-written to count-edit
    move spaces to report-line
    string
        "JOURNAL RECORDS WRITTEN:      " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write chargeback-report-record from report-line

    move all "-" to report-line
    write chargeback-report-record from report-line

    if out-of-balance
        move "*** OUT OF BALANCE - DO NOT RELEASE THE JOURNAL ***"
            to report-line
    else
        move "IN BALANCE" to report-line
    end-if
    write chargeback-report-record from report-line
    .

190-close-files.
    close chargeback-report
    close gl-journal

    if gl-journal-status not = '00'
        display
            "general-ledger journal did not close clean" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

195-report-totals.
    move claims-read to display-count
    display display-count space 'claims read'
    move claims-in-period to display-count
    display display-count space 'claims closed in the period'
    move claims-voided to display-count
    display display-count space 'voided winners excluded'
    move claims-charged to display-count
    display display-count space 'claims charged'
    move claims-not-charged to display-count
    display display-count space 'claims not charged'
    move journal-written to display-count
    display display-count space 'journal records written'

    if out-of-balance
        display "chargeback out of balance" upon syserr
        move 8 to return-code
    else
        if claims-not-charged > zero
            move 4 to return-code
        end-if
    end-if
    .

900-show-usage.
    display
        "usage: chgback {claims-master} {entrant-master} "
        "{winners-log} {prize-inventory} {period}"
        upon syserr
    move 16 to return-code
    stop run
    .
