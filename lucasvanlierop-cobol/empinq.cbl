        >>source format is free
identification division.
    program-id. empinq.
    author. Lucas van Lierop.
      *> =============================================
      *> raffle history inquiry: one page per
      *> employee from every raffle file
      *> =============================================
      *> cobc empinq.cbl -free -x -0
      *> ./empinq   (control cards on INQPARM)
      *> =============================================
      *> the help desk's answer to "did I ever get my
      *> prize?" and "why wasn't I in the draw?". the
      *> INQPARM deck takes one KEYWORD=VALUE card
      *> each, as RAFPARM does: EMPID= (one card per
      *> employee asked about, up to 50), MASTER= (the
      *> entrant master, required), and whichever of
      *> WINLOG=, CLAIMS=, SHIPMENTS= (the mailroom's
      *> confirmations shiprec matches), CARRYOVER=,
      *> EXCLUDE=, EVENTS= (the raffle event master)
      *> and RULES= (the extract's eligibility rules)
      *> are wanted; COOLDOWN= gives a window
      *> in days and ASOF= a date other than today.
      *> each file is read once for all the ids. the
      *> HISTRPT page per employee shows the master
      *> record and status, the carryover bonus, the
      *> exclude list and cool-down standing, every
      *> win on the winners-log (voided ones with
      *> their reason and replacement) with its prize,
      *> claim status and ship date, and - with
      *> EVENTS= - the employee's standing for each
      *> active event drawn in the last 31 days or
      *> still to come: held out by the event's
      *> eligibility rules (with the rule failed, as
      *> entextr applies them at the draw date),
      *> excluded by the event's own exclude file,
      *> held out by its cool-down, or eligible. an
      *> id not on the master ends the
      *> run with condition code 4.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select inquiry-parms
               assign to "INQPARM"
               file status is inquiry-parms-status
               organization is line sequential.

           select entrant-master
               assign to entrant-master-name
               file status is entrant-master-status
               organization is line sequential.

           select winners-log
               assign to winners-log-name
               file status is winners-log-status
               organization is line sequential.

           select claims-master
               assign to claims-master-name
               file status is claims-master-status
               organization is line sequential.

           select confirm-file
               assign to confirm-file-name
               file status is confirm-file-status
               organization is line sequential.

           select carryover-in
               assign to carryover-name
               file status is carryover-in-status
               organization is line sequential.

           select exclude-file
               assign to exclude-file-name
               file status is exclude-file-status
               organization is line sequential.

           select event-master
               assign to event-master-name
               file status is event-master-status
               organization is line sequential.

           select rules-file
               assign to rules-file-name
               file status is rules-file-status
               organization is line sequential.

           select history-report
               assign to "HISTRPT"
               file status is history-report-status
               organization is line sequential.

data division.
    file section.
        fd inquiry-parms.
        01 inquiry-parms-record pic x(80).

        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd winners-log.
        01 winners-log-record pic x(264).

        fd claims-master.
        01 claims-master-record pic x(121).

        fd confirm-file.
        01 confirm-file-record pic x(94).

        fd carryover-in.
        01 carryover-in-record pic x(10).

        fd exclude-file.
        01 exclude-record pic x(80).

        fd event-master.
        01 event-master-record pic x(300).

        fd rules-file.
        01 rules-file-record pic x(80).

        fd history-report.
        01 history-report-record pic x(110).

    working-storage section.
        01 inquiry-parms-status pic x(2).
        01 entrant-master-name pic x(50) value spaces.
        01 entrant-master-status pic x(2).
        01 winners-log-name pic x(50) value spaces.
        01 winners-log-status pic x(2).
        01 claims-master-name pic x(50) value spaces.
        01 claims-master-status pic x(2).
        01 confirm-file-name pic x(50) value spaces.
        01 confirm-file-status pic x(2).
        01 carryover-name pic x(50) value spaces.
        01 carryover-in-status pic x(2).
        01 exclude-file-name pic x(50) value spaces.
        01 exclude-list-name pic x(50) value spaces.
        01 exclude-file-status pic x(2).
        01 event-master-name pic x(50) value spaces.
        01 event-master-status pic x(2).
        01 rules-file-name pic x(50) value spaces.
        01 rules-file-status pic x(2).
        01 history-report-status pic x(2).

        01 parm-keyword pic x(12).
        01 parm-value pic x(66).
        01 parm-equals-count pic 9(2) value zero.
        01 parm-numeric-edit pic x(8) justified right.
        01 parm-cards-read pic 9(3) value zero.

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

      *> -- shipment confirmation layout, as the mailroom returns
      *> it to shiprec.

       01  confirm-line.
           03  cf-pick-date pic x(10).
           03  filler pic x(1).
           03  cf-empid pic x(6).
           03  filler pic x(1).
           03  cf-winner pic x(32).
           03  filler pic x(1).
           03  cf-prize pic x(32).
           03  filler pic x(1).
           03  cf-ship-date pic x(10).

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

      *> -- carryover and exclude records lead with the six-digit
      *> employee-id ("001234,003" and "001234,DOE, JOHN").

       01  empid-line pic x(80).
       01  carry-bonus-edit pic x(3) justified right.

      *> -- the employees asked about, and what each file says of
      *> them --

       01  inquiry-table.
           03  inquiry-entry occurs 50 times indexed by iq-idx.
               05  iq-empid pic x(6).
               05  iq-master-switch pic x(1).
                   88  iq-on-master value 'Y'.
                   88  iq-not-on-master value 'N'.
               05  iq-name pic x(32).
               05  iq-tickets pic 9(3).
               05  iq-status pic x(1).
               05  iq-dept pic x(8).
               05  iq-hire-date pic x(10).
               05  iq-emp-type pic x(1).
               05  iq-location pic x(8).
               05  iq-carry-switch pic x(1).
                   88  iq-has-carry value 'Y'.
                   88  iq-no-carry value 'N'.
               05  iq-carry-bonus pic 9(3).
               05  iq-exclude-switch pic x(1).
                   88  iq-excluded value 'Y'.
                   88  iq-not-excluded value 'N'.
               05  iq-last-win-date pic x(10).
       01  inquiry-count pic 9(3) value zero.
       01  inquiry-key pic x(6).
       01  inquiry-match pic 9(3) value zero.

       01  inquiry-found-switch pic x(1).
           88  inquiry-found value 'Y'.
           88  inquiry-not-found value 'N'.

      *> -- every win of an employee asked about, in winners-log
      *> order, with the claim and shipment matched to it --

       01  win-table.
           03  win-entry occurs 2000 times indexed by win-idx.
               05  wn-inquiry pic 9(3).
               05  wn-date pic x(10).
               05  wn-event-id pic x(8).
               05  wn-names-file pic x(50).
               05  wn-status pic x(8).
               05  wn-void-reason pic x(20).
               05  wn-replaces pic x(32).
               05  wn-replaced-by pic x(32).
               05  wn-prize pic x(32).
               05  wn-claim-status pic x(8).
               05  wn-claim-date pic x(10).
               05  wn-ship-date pic x(10).
       01  win-count pic 9(5) value zero.
       01  win-match pic 9(5) value zero.

       01  win-found-switch pic x(1).
           88  win-found value 'Y'.
           88  win-not-found value 'N'.

      *> -- active events drawn in the last 31 days or still to
      *> come, each with a flag per employee asked about for its
      *> own exclude file --

       01  event-table.
           03  event-entry occurs 200 times indexed by evt-idx.
               05  et-event-id pic x(8).
               05  et-title pic x(32).
               05  et-draw-date pic x(10).
               05  et-draw-int pic 9(9).
               05  et-cooldown pic 9(3).
               05  et-exclude-file pic x(50).
               05  et-excluded occurs 50 times pic x(1).
       01  event-count pic 9(3) value zero.

      *> -- the eligibility rules of those events, in rules-file
      *> order, as the extract applies them --

       01  rule-table.
           03  rule-entry occurs 1000 times indexed by ru-idx.
               05  ru-event pic x(8).
               05  ru-rule pic x(12).
               05  ru-value pic x(8).
               05  ru-days pic 9(5).
       01  rule-count pic 9(4) value zero.

       01  rule-event pic x(8).
       01  rule-name pic x(12).
       01  rule-value pic x(20).
       01  rule-days-edit pic x(5) justified right.
       01  rule-days-display pic z(4)9.
       01  rules-read pic 9(9) value zero.

       01  rule-event-switch pic x(1).
           88  rule-event-wanted value 'Y'.
           88  rule-event-not-wanted value 'N'.

       01  held-switch pic x(1).
           88  entrant-held value 'Y'.
           88  entrant-not-held value 'N'.
       01  held-reason pic x(40).
       01  held-rule pic x(12).

       01  type-listed-switch pic x(1).
           88  type-listed value 'Y'.
       01  type-matched-switch pic x(1).
           88  type-matched value 'Y'.
       01  location-listed-switch pic x(1).
           88  location-listed value 'Y'.
       01  location-matched-switch pic x(1).
           88  location-matched value 'Y'.

       01  cd-hire-int pic 9(9) value zero.
       01  service-days pic s9(9) value zero.
       01  service-days-edit pic -(8)9.

      *> -- dates --

       01  asof-date-x pic x(10) value spaces.
       01  run-date pic 9(8).
       01  cooldown-days pic 9(3) value zero.

       01  cd-date-x pic x(8).
       01  cd-date-9 redefines cd-date-x pic 9(8).
       01  cd-asof-int pic 9(9) value zero.
       01  cd-window-int pic 9(9) value zero.
       01  cd-win-int pic 9(9) value zero.
       01  cd-clear-int pic 9(9) value zero.
       01  cd-age-days pic s9(9) value zero.
       01  cd-clear-date pic 9(8).

       01  date-check-field pic x(10).
       01  date-check-switch pic x(1).
           88  date-is-valid value 'Y'.
           88  date-is-invalid value 'N'.

      *> -- report lines --

       01  report-line pic x(110).
       01  tickets-edit pic zz9.
       01  cooldown-edit pic zz9.
       01  standing-text pic x(50).
       01  clear-date-x pic x(10).
       01  wins-shown pic 9(5).
       01  events-shown pic 9(3).

       01  win-line.
           03  wl-date pic x(10).
           03  filler pic x(2).
           03  wl-event-id pic x(8).
           03  filler pic x(2).
           03  wl-status pic x(8).
           03  filler pic x(2).
           03  wl-prize pic x(32).
           03  filler pic x(2).
           03  wl-claim-part.
               05  wl-claim-status pic x(8).
               05  filler pic x(2).
               05  wl-claim-date pic x(10).
           03  filler pic x(2).
           03  wl-ship-date pic x(10).

       01  event-line.
           03  el-event-id pic x(8).
           03  filler pic x(2).
           03  el-title pic x(32).
           03  filler pic x(2).
           03  el-draw-date pic x(10).
           03  filler pic x(2).
           03  el-standing pic x(50).

       01  wins-read pic 9(9) value zero.
       01  wins-dropped pic 9(9) value zero.
       01  claims-matched pic 9(9) value zero.
       01  ships-matched pic 9(9) value zero.
       01  ids-not-on-master pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

procedure division.
    display 'raffle history inquiry'.
    perform 100-initialize.
    perform 105-load-master.
    perform 110-load-winners-log thru 110-load-winners-log-exit.
    perform 120-load-claims thru 120-load-claims-exit.
    perform 125-load-shipments thru 125-load-shipments-exit.
    perform 130-load-carryover thru 130-load-carryover-exit.
    perform 135-load-exclude-file thru 135-load-exclude-file-exit.
    perform 140-load-events thru 140-load-events-exit.
    perform 146-load-rules thru 146-load-rules-exit.
    perform 160-print-histories.
    perform 195-report-totals.

stop run.

100-initialize.
    open input inquiry-parms

    if inquiry-parms-status not = '00'
        display
            "unable to open the INQPARM control card file"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read inquiry-parms

    perform 101-process-one-card thru 101-process-one-card-exit
        until inquiry-parms-status = '10'

    close inquiry-parms

    if entrant-master-name = spaces
        display
            "control card error: MASTER= is required" upon syserr
        move 16 to return-code
        stop run
    end-if

    if inquiry-count = zero
        display
            "control card error: no EMPID= card" upon syserr
        move 16 to return-code
        stop run
    end-if

    if asof-date-x = spaces
        accept run-date from date yyyymmdd
        string
            run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
            delimited by size
            into asof-date-x
        end-string
    end-if

    move asof-date-x to date-check-field
    perform 150-check-date

    if date-is-invalid
        display
            "control card error: ASOF= must be yyyy-mm-dd"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    compute cd-asof-int = function integer-of-date(cd-date-9)
    compute cd-window-int = cd-asof-int - 31

    move inquiry-count to display-count
    display display-count space 'employees asked about'
    display "history as of " asof-date-x.

101-process-one-card.
    add 1 to parm-cards-read
    display "INQPARM: " inquiry-parms-record

    if inquiry-parms-record = spaces
        or inquiry-parms-record (1:1) = '*'
        go to 101-process-one-card-next
    end-if

    move zero to parm-equals-count
    inspect inquiry-parms-record
        tallying parm-equals-count for all '='

    if parm-equals-count = zero
        display
            "control card error: no '=' on card: "
            function trim(inquiry-parms-record) upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to parm-keyword
    move spaces to parm-value
    unstring inquiry-parms-record delimited by '='
        into parm-keyword parm-value
    end-unstring

    evaluate parm-keyword
        when 'EMPID'
            perform 102-add-inquiry thru 102-add-inquiry-exit
        when 'MASTER'
            move parm-value to entrant-master-name
        when 'WINLOG'
            move parm-value to winners-log-name
        when 'CLAIMS'
            move parm-value to claims-master-name
        when 'SHIPMENTS'
            move parm-value to confirm-file-name
        when 'CARRYOVER'
            move parm-value to carryover-name
        when 'EXCLUDE'
            move parm-value to exclude-list-name
        when 'EVENTS'
            move parm-value to event-master-name
        when 'RULES'
            move parm-value to rules-file-name
        when 'COOLDOWN'
            perform 103-edit-numeric-value
            move parm-numeric-edit to cooldown-days
        when 'ASOF'
            move parm-value to asof-date-x
        when other
            display
                "control card error: unknown keyword "
                function trim(parm-keyword) upon syserr
            move 16 to return-code
            stop run
    end-evaluate.

    101-process-one-card-next.
        read inquiry-parms.

    101-process-one-card-exit.
        exit.

102-add-inquiry.
    if parm-value (1:6) is not numeric
        or parm-value (7:60) not = spaces
        display
            "control card error: EMPID= must be six digits"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    move parm-value (1:6) to inquiry-key
    perform 170-find-inquiry

    if inquiry-found
        go to 102-add-inquiry-exit
    end-if

    if inquiry-count >= 50
        display
            "control card error: more than 50 EMPID= cards"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to inquiry-count
    set iq-idx to inquiry-count
    move inquiry-key to iq-empid (iq-idx)
    set iq-not-on-master (iq-idx) to true
    move spaces to iq-name (iq-idx)
    move zero to iq-tickets (iq-idx)
    move spaces to iq-status (iq-idx)
    move spaces to iq-dept (iq-idx)
    move spaces to iq-hire-date (iq-idx)
    move spaces to iq-emp-type (iq-idx)
    move spaces to iq-location (iq-idx)
    set iq-no-carry (iq-idx) to true
    move zero to iq-carry-bonus (iq-idx)
    set iq-not-excluded (iq-idx) to true
    move spaces to iq-last-win-date (iq-idx).

    102-add-inquiry-exit.
        exit.

103-edit-numeric-value.
    move function trim(parm-value) to parm-numeric-edit
    inspect parm-numeric-edit replacing leading space by zero

    if parm-numeric-edit is not numeric
        display
            "control card error: bad numeric value for "
            function trim(parm-keyword) upon syserr
        move 16 to return-code
        stop run
    end-if
    .

105-load-master.
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
        move entrant-master-record (1:6) to inquiry-key
        perform 170-find-inquiry

        if inquiry-found
            set iq-idx to inquiry-match
            set iq-on-master (iq-idx) to true
            move em-name to iq-name (iq-idx)
            move em-tickets to iq-tickets (iq-idx)
            move em-status to iq-status (iq-idx)
            move em-dept to iq-dept (iq-idx)
            move em-hire-date to iq-hire-date (iq-idx)
            move em-emp-type to iq-emp-type (iq-idx)
            move em-location to iq-location (iq-idx)
        end-if

        read entrant-master
    end-perform

    close entrant-master
    .

110-load-winners-log.
    if winners-log-name = spaces
        go to 110-load-winners-log-exit
    end-if

    open input winners-log

    if winners-log-status = '35'
        display "no winners-log on file yet"
        go to 110-load-winners-log-exit
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

      *> -- a replacement names the voided winner it stands in
      *> for; that win is told who replaced them.
        if lg-replaces-id not = spaces
            move lg-replaces-id to inquiry-key
            perform 170-find-inquiry

            if inquiry-found
                perform 116-note-replacement
            end-if
        end-if

        if lg-empid not = spaces
            move lg-empid to inquiry-key
            perform 170-find-inquiry

            if inquiry-found
                perform 115-note-win thru 115-note-win-exit
            end-if
        end-if

        read winners-log
    end-perform

    close winners-log.

    110-load-winners-log-exit.
        exit.

115-note-win.
    add 1 to wins-read

    if win-count >= 2000
        add 1 to wins-dropped
        go to 115-note-win-exit
    end-if

    add 1 to win-count
    set win-idx to win-count
    move inquiry-match to wn-inquiry (win-idx)
    move lg-date to wn-date (win-idx)
    move lg-event-id to wn-event-id (win-idx)
    move lg-names-file to wn-names-file (win-idx)
    move lg-status to wn-status (win-idx)
    move lg-void-reason to wn-void-reason (win-idx)
    move lg-replaces to wn-replaces (win-idx)
    move spaces to wn-replaced-by (win-idx)
    move lg-prize to wn-prize (win-idx)
    move spaces to wn-claim-status (win-idx)
    move spaces to wn-claim-date (win-idx)
    move spaces to wn-ship-date (win-idx)

    if lg-status not = "VOIDED"
        set iq-idx to inquiry-match

        if lg-date > iq-last-win-date (iq-idx)
            move lg-date to iq-last-win-date (iq-idx)
        end-if
    end-if.

    115-note-win-exit.
        exit.

116-note-replacement.
    perform varying win-idx from 1 by 1
            until win-idx > win-count
        if wn-inquiry (win-idx) = inquiry-match
            and wn-status (win-idx) = "VOIDED"
            and wn-date (win-idx) = lg-date
            and wn-event-id (win-idx) = lg-event-id
            and wn-replaced-by (win-idx) = spaces
            move lg-winner-name to wn-replaced-by (win-idx)
        end-if
    end-perform
    .

120-load-claims.
      *> -- each claim goes to the first win of the same employee,
      *> draw date, and event that has none yet, in log order.
    if claims-master-name = spaces or win-count = zero
        go to 120-load-claims-exit
    end-if

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
        move claims-master-record to claim-line
        move cm-empid to inquiry-key
        perform 170-find-inquiry

        if inquiry-found
            set win-not-found to true

            perform varying win-idx from 1 by 1
                    until win-idx > win-count
                    or win-found
                if wn-inquiry (win-idx) = inquiry-match
                    and wn-date (win-idx) = cm-pick-date
                    and wn-event-id (win-idx) = cm-event-id
                    and wn-claim-status (win-idx) = spaces
                    set win-found to true
                    move cm-prize to wn-prize (win-idx)
                    move cm-status to wn-claim-status (win-idx)
                    move cm-status-date to wn-claim-date (win-idx)
                    add 1 to claims-matched
                end-if
            end-perform
        end-if

        read claims-master
    end-perform

    close claims-master.

    120-load-claims-exit.
        exit.

125-load-shipments.
    if confirm-file-name = spaces or win-count = zero
        go to 125-load-shipments-exit
    end-if

    open input confirm-file

    if confirm-file-status not = '00'
        display
            "unable to open shipment confirmations "
            confirm-file-name upon syserr
        move 16 to return-code
        stop run
    end-if

    read confirm-file

    perform until confirm-file-status = '10'
        move confirm-file-record to confirm-line
        move cf-empid to inquiry-key
        perform 170-find-inquiry

        if inquiry-found
            set win-not-found to true

            perform varying win-idx from 1 by 1
                    until win-idx > win-count
                    or win-found
                if wn-inquiry (win-idx) = inquiry-match
                    and wn-date (win-idx) = cf-pick-date
                    and wn-prize (win-idx) = cf-prize
                    and wn-ship-date (win-idx) = spaces
                    set win-found to true
                    move cf-ship-date to wn-ship-date (win-idx)
                    add 1 to ships-matched
                end-if
            end-perform
        end-if

        read confirm-file
    end-perform

    close confirm-file.

    125-load-shipments-exit.
        exit.

130-load-carryover.
    if carryover-name = spaces
        go to 130-load-carryover-exit
    end-if

    open input carryover-in

    if carryover-in-status = '35'
        display "no carryover master on file yet"
        go to 130-load-carryover-exit
    end-if

    if carryover-in-status not = '00'
        display
            "unable to open carryover master " carryover-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read carryover-in

    perform until carryover-in-status = '10'
        move carryover-in-record to empid-line
        move empid-line (1:6) to inquiry-key
        perform 170-find-inquiry

        if inquiry-found
            move function trim(empid-line (8:3)) to carry-bonus-edit
            inspect carry-bonus-edit replacing leading space by zero

            if carry-bonus-edit is numeric
                set iq-idx to inquiry-match
                set iq-has-carry (iq-idx) to true
                move carry-bonus-edit to iq-carry-bonus (iq-idx)
            end-if
        end-if

        read carryover-in
    end-perform

    close carryover-in.

    130-load-carryover-exit.
        exit.

135-load-exclude-file.
    if exclude-list-name = spaces
        go to 135-load-exclude-file-exit
    end-if

    move exclude-list-name to exclude-file-name

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
        move exclude-record (1:6) to inquiry-key
        perform 170-find-inquiry

        if inquiry-found
            set iq-idx to inquiry-match
            set iq-excluded (iq-idx) to true
        end-if

        read exclude-file
    end-perform

    close exclude-file.

    135-load-exclude-file-exit.
        exit.

140-load-events.
    if event-master-name = spaces
        go to 140-load-events-exit
    end-if

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
        perform 141-note-event thru 141-note-event-exit
        read event-master
    end-perform

    close event-master

    perform varying evt-idx from 1 by 1
            until evt-idx > event-count
        if et-exclude-file (evt-idx) not = spaces
            perform 145-load-event-exclude
                thru 145-load-event-exclude-exit
        end-if
    end-perform.

    140-load-events-exit.
        exit.

141-note-event.
    if not ev-active
        go to 141-note-event-exit
    end-if

    move ev-draw-date to date-check-field
    perform 150-check-date

    if date-is-invalid
        go to 141-note-event-exit
    end-if

    compute cd-win-int = function integer-of-date(cd-date-9)

    if cd-win-int < cd-window-int
        go to 141-note-event-exit
    end-if

    if event-count >= 200
        display
            "more than 200 recent and coming events - the rest "
            "are left off the inquiry"
        go to 141-note-event-exit
    end-if

    add 1 to event-count
    set evt-idx to event-count
    move ev-event-id to et-event-id (evt-idx)
    move ev-title to et-title (evt-idx)
    move ev-draw-date to et-draw-date (evt-idx)
    move cd-win-int to et-draw-int (evt-idx)
    move ev-cooldown to et-cooldown (evt-idx)
    move ev-exclude-file to et-exclude-file (evt-idx)

    perform varying iq-idx from 1 by 1
            until iq-idx > 50
        move 'N' to et-excluded (evt-idx, iq-idx)
    end-perform.

    141-note-event-exit.
        exit.

145-load-event-exclude.
      *> -- an event's exclude file that will not open is left
      *> unchecked and said so on the page, not treated as empty.
    move et-exclude-file (evt-idx) to exclude-file-name
    open input exclude-file

    if exclude-file-status not = '00'
        perform varying iq-idx from 1 by 1
                until iq-idx > 50
            move '?' to et-excluded (evt-idx, iq-idx)
        end-perform
        go to 145-load-event-exclude-exit
    end-if

    read exclude-file

    perform until exclude-file-status = '10'
        move exclude-record (1:6) to inquiry-key
        perform 170-find-inquiry

        if inquiry-found
            move 'Y' to et-excluded (evt-idx, inquiry-match)
        end-if

        read exclude-file
    end-perform

    close exclude-file.

    145-load-event-exclude-exit.
        exit.

146-load-rules.
      *> -- only the rules of the events on the inquiry are kept,
      *> and they are checked as strictly as the extract checks
      *> them: a bad rule would stop that event's extract too.
    if rules-file-name = spaces or event-count = zero
        go to 146-load-rules-exit
    end-if

    open input rules-file

    if rules-file-status not = '00'
        display
            "unable to open rules-file " rules-file-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read rules-file

    perform until rules-file-status = '10'
        add 1 to rules-read

        if rules-file-record not = spaces
            and rules-file-record (1:1) not = '*'
            perform 147-note-rule thru 147-note-rule-exit
        end-if

        read rules-file
    end-perform

    close rules-file.

    146-load-rules-exit.
        exit.

147-note-rule.
    move spaces to rule-event
    move spaces to rule-name
    move spaces to rule-value
    unstring rules-file-record delimited by ','
        into rule-event rule-name rule-value
    end-unstring

    set rule-event-not-wanted to true

    perform varying evt-idx from 1 by 1
            until evt-idx > event-count
            or rule-event-wanted
        if et-event-id (evt-idx) = rule-event
            set rule-event-wanted to true
        end-if
    end-perform

    if rule-event-not-wanted
        go to 147-note-rule-exit
    end-if

    move function trim(rule-value) to rule-value

    if rule-count >= 1000
        display
            "more than 1000 rules for the recent and coming events"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to rule-count
    set ru-idx to rule-count
    move rule-event to ru-event (ru-idx)
    move function trim(rule-name) to ru-rule (ru-idx)
    move rule-value to ru-value (ru-idx)
    move zero to ru-days (ru-idx)

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

    147-note-rule-exit.
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

160-print-histories.
    open output history-report

    if history-report-status not = '00'
        display
            "unable to open history report" upon syserr
        move 16 to return-code
        stop run
    end-if

    perform varying iq-idx from 1 by 1
            until iq-idx > inquiry-count
        perform 165-print-master-part
        perform 166-print-wins
        perform 168-print-events thru 168-print-events-exit
    end-perform

    close history-report
    .

165-print-master-part.
    move spaces to report-line
    string
        "RAFFLE HISTORY - EMPLOYEE " delimited by size
        iq-empid (iq-idx) delimited by size
        " - AS OF " delimited by size
        asof-date-x delimited by size
        into report-line
    end-string

    if iq-idx > 1
        move spaces to history-report-record
        write history-report-record
        write history-report-record
    end-if

    write history-report-record from report-line

    move all "=" to report-line
    write history-report-record from report-line

    if iq-not-on-master (iq-idx)
        add 1 to ids-not-on-master
        move "NOT ON THE ENTRANT MASTER" to report-line
        write history-report-record from report-line
    else
        move iq-tickets (iq-idx) to tickets-edit
        move spaces to report-line
        string
            "NAME:    " delimited by size
            iq-name (iq-idx) delimited by size
            "  DEPT: " delimited by size
            iq-dept (iq-idx) delimited by size
            "  TICKETS: " delimited by size
            tickets-edit delimited by size
            into report-line
        end-string
        write history-report-record from report-line

        move spaces to report-line

        evaluate iq-status (iq-idx)
            when 'A'
                move "STATUS:  A - ACTIVE, ENTERED IN DRAWS"
                    to report-line
            when 'I'
                move "STATUS:  I - INACTIVE, NOT ENTERED IN ANY DRAW"
                    to report-line
            when other
                string
                    "STATUS:  " delimited by size
                    iq-status (iq-idx) delimited by size
                    " - UNKNOWN STATUS CODE" delimited by size
                    into report-line
                end-string
        end-evaluate
        write history-report-record from report-line
    end-if

    move spaces to report-line

    evaluate true
        when carryover-name = spaces
            move "CARRYOVER BONUS:  NOT CHECKED" to report-line
        when iq-has-carry (iq-idx)
            move iq-carry-bonus (iq-idx) to tickets-edit
            string
                "CARRYOVER BONUS:  " delimited by size
                tickets-edit delimited by size
                " TICKET(S) TOWARD THE NEXT CARRYOVER RAFFLE"
                    delimited by size
                into report-line
            end-string
        when other
            move "CARRYOVER BONUS:  NONE" to report-line
    end-evaluate
    write history-report-record from report-line

    move spaces to report-line

    evaluate true
        when exclude-list-name = spaces
            move "EXCLUDE LIST:     NOT CHECKED" to report-line
        when iq-excluded (iq-idx)
            string
                "EXCLUDE LIST:     ON THE LIST IN " delimited by size
                function trim(exclude-list-name) delimited by size
                into report-line
            end-string
        when other
            move "EXCLUDE LIST:     NOT LISTED" to report-line
    end-evaluate
    write history-report-record from report-line

    perform 167-cool-down-standing
        thru 167-cool-down-standing-exit
    write history-report-record from report-line
    .

166-print-wins.
    move spaces to report-line
    write history-report-record from report-line

    move "WINS ON THE WINNERS-LOG" to report-line
    write history-report-record from report-line

    move spaces to report-line
    string
        "DRAW DATE   EVENT     STATUS    PRIZE" delimited by size
        "                             CLAIM     " delimited by size
        "CLAIM DATE  SHIPPED" delimited by size
        into report-line
    end-string
    write history-report-record from report-line

    move all "-" to report-line
    write history-report-record from report-line

    move zero to wins-shown

    perform varying win-idx from 1 by 1
            until win-idx > win-count
        if wn-inquiry (win-idx) = iq-idx
            add 1 to wins-shown
            move spaces to win-line
            move wn-date (win-idx) to wl-date
            move wn-event-id (win-idx) to wl-event-id

            if wn-status (win-idx) = spaces
                move "WON" to wl-status
            else
                move wn-status (win-idx) to wl-status
            end-if

            move wn-prize (win-idx) to wl-prize

            if wn-claim-status (win-idx) = spaces
                if claims-master-name = spaces
                    move "CLAIMS NOT CHECKED" to wl-claim-part
                else
                    move "NO CLAIM POSTED" to wl-claim-part
                end-if
            else
                move wn-claim-status (win-idx) to wl-claim-status
                move wn-claim-date (win-idx) to wl-claim-date
            end-if

            if wn-ship-date (win-idx) = spaces
                if wn-claim-status (win-idx) not = spaces
                    move "NOT YET" to wl-ship-date
                end-if
            else
                move wn-ship-date (win-idx) to wl-ship-date
            end-if

            write history-report-record from win-line

            if wn-status (win-idx) = "VOIDED"
                move spaces to report-line
                string
                    "            VOID REASON: " delimited by size
                    wn-void-reason (win-idx) delimited by size
                    "  REPLACED BY: " delimited by size
                    wn-replaced-by (win-idx) delimited by size
                    into report-line
                end-string
                write history-report-record from report-line
            end-if

            if wn-replaces (win-idx) not = spaces
                move spaces to report-line
                string
                    "            DRAWN AS REPLACEMENT FOR: "
                        delimited by size
                    wn-replaces (win-idx) delimited by size
                    into report-line
                end-string
                write history-report-record from report-line
            end-if

            if wn-names-file (win-idx) not = spaces
                and wn-event-id (win-idx) = spaces
                move spaces to report-line
                string
                    "            NAMES-FILE: " delimited by size
                    wn-names-file (win-idx) delimited by size
                    into report-line
                end-string
                write history-report-record from report-line
            end-if
        end-if
    end-perform

    if wins-shown = zero
        if winners-log-name = spaces
            move "  WINNERS-LOG NOT CHECKED" to report-line
        else
            move "  NONE" to report-line
        end-if
        write history-report-record from report-line
    end-if
    .

167-cool-down-standing.
      *> -- against the COOLDOWN= window as of the inquiry date,
      *> measured from the last win that was not voided.
    move spaces to report-line

    if cooldown-days = zero
        move "COOL-DOWN:        NOT CHECKED" to report-line
        go to 167-cool-down-standing-exit
    end-if

    move cooldown-days to cooldown-edit

    if iq-last-win-date (iq-idx) = spaces
        string
            "COOL-DOWN:        CLEAR OF THE " delimited by size
            function trim(cooldown-edit) delimited by size
            "-DAY WINDOW - NO WINS ON THE LOG" delimited by size
            into report-line
        end-string
        go to 167-cool-down-standing-exit
    end-if

    move iq-last-win-date (iq-idx) to date-check-field
    perform 150-check-date

    if date-is-invalid
        string
            "COOL-DOWN:        LAST WIN DATE UNREADABLE: "
                delimited by size
            iq-last-win-date (iq-idx) delimited by size
            into report-line
        end-string
        go to 167-cool-down-standing-exit
    end-if

    compute cd-win-int = function integer-of-date(cd-date-9)
    compute cd-age-days = cd-asof-int - cd-win-int

    if cd-age-days >= zero and cd-age-days < cooldown-days
        compute cd-clear-int = cd-win-int + cooldown-days
        compute cd-clear-date = function date-of-integer(cd-clear-int)
        string
            cd-clear-date (1:4) "-" cd-clear-date (5:2) "-"
            cd-clear-date (7:2)
            delimited by size
            into clear-date-x
        end-string
        string
            "COOL-DOWN:        INSIDE THE " delimited by size
            function trim(cooldown-edit) delimited by size
            "-DAY WINDOW - LAST WIN " delimited by size
            iq-last-win-date (iq-idx) delimited by size
            ", CLEAR FROM " delimited by size
            clear-date-x delimited by size
            into report-line
        end-string
    else
        string
            "COOL-DOWN:        CLEAR OF THE " delimited by size
            function trim(cooldown-edit) delimited by size
            "-DAY WINDOW - LAST WIN " delimited by size
            iq-last-win-date (iq-idx) delimited by size
            into report-line
        end-string
    end-if.

    167-cool-down-standing-exit.
        exit.

168-print-events.
    if event-master-name = spaces
        go to 168-print-events-exit
    end-if

    move spaces to report-line
    write history-report-record from report-line

    move "STANDING FOR EVENTS OF THE LAST 31 DAYS AND TO COME"
        to report-line
    write history-report-record from report-line

    move spaces to report-line
    string
        "EVENT     TITLE                             " delimited by size
        "DRAW DATE   STANDING" delimited by size
        into report-line
    end-string
    write history-report-record from report-line

    move all "-" to report-line
    write history-report-record from report-line

    move zero to events-shown

    perform varying evt-idx from 1 by 1
            until evt-idx > event-count
        add 1 to events-shown
        perform 169-event-standing thru 169-event-standing-exit

        move spaces to event-line
        move et-event-id (evt-idx) to el-event-id
        move et-title (evt-idx) to el-title
        move et-draw-date (evt-idx) to el-draw-date
        move standing-text to el-standing
        write history-report-record from event-line
    end-perform

    if events-shown = zero
        move "  NONE" to report-line
        write history-report-record from report-line
    end-if.

    168-print-events-exit.
        exit.

169-event-standing.
      *> -- the checks are made in the order the draw makes them:
      *> the master, the event's eligibility rules as the extract
      *> applies them, the event's exclude file, then its cool-down
      *> against every other win that was not voided. the master
      *> record checked is today's.
    move spaces to standing-text

    if iq-not-on-master (iq-idx)
        move "NOT ON THE ENTRANT MASTER" to standing-text
        go to 169-event-standing-exit
    end-if

    if iq-status (iq-idx) not = 'A'
        move "NOT ACTIVE ON THE MASTER" to standing-text
        go to 169-event-standing-exit
    end-if

    perform 171-apply-rules thru 171-apply-rules-exit

    if entrant-held
        string
            "RULE " delimited by size
            function trim(held-rule) delimited by size
            ": " delimited by size
            held-reason delimited by size
            into standing-text
        end-string
        go to 169-event-standing-exit
    end-if

    if et-excluded (evt-idx, iq-idx) = 'Y'
        move "EXCLUDED BY THE EVENT'S EXCLUDE FILE" to standing-text
        go to 169-event-standing-exit
    end-if

    perform varying win-idx from 1 by 1
            until win-idx > win-count
        if wn-inquiry (win-idx) = iq-idx
            and wn-event-id (win-idx) = et-event-id (evt-idx)
            and wn-status (win-idx) not = "VOIDED"
            move "WON IN THIS DRAW" to standing-text
        end-if
    end-perform

    if standing-text not = spaces
        go to 169-event-standing-exit
    end-if

    if et-cooldown (evt-idx) > zero
        perform varying win-idx from 1 by 1
                until win-idx > win-count
                or standing-text not = spaces
            if wn-inquiry (win-idx) = iq-idx
                and wn-event-id (win-idx) not = et-event-id (evt-idx)
                and wn-status (win-idx) not = "VOIDED"
                move wn-date (win-idx) to date-check-field
                perform 150-check-date

                if date-is-valid
                    compute cd-win-int =
                        function integer-of-date(cd-date-9)
                    compute cd-age-days =
                        et-draw-int (evt-idx) - cd-win-int

                    if cd-age-days >= zero
                        and cd-age-days < et-cooldown (evt-idx)
                        string
                            "HELD OUT BY COOL-DOWN - WON "
                                delimited by size
                            wn-date (win-idx) delimited by size
                            into standing-text
                        end-string
                    end-if
                end-if
            end-if
        end-perform
    end-if

    if standing-text not = spaces
        go to 169-event-standing-exit
    end-if

    evaluate true
        when et-excluded (evt-idx, iq-idx) = '?'
            move "ELIGIBLE - EXCLUDE FILE NOT READABLE"
                to standing-text
        when rules-file-name = spaces
            move "ELIGIBLE - RULES NOT CHECKED" to standing-text
        when other
            move "ELIGIBLE" to standing-text
    end-evaluate.

    169-event-standing-exit.
        exit.

170-find-inquiry.
    set inquiry-not-found to true
    move zero to inquiry-match

    perform varying iq-idx from 1 by 1
            until iq-idx > inquiry-count
            or inquiry-found
        if iq-empid (iq-idx) = inquiry-key
            set inquiry-found to true
            move iq-idx to inquiry-match
        end-if
    end-perform
    .

171-apply-rules.
      *> -- as the extract applies them: the event's rules in file
      *> order, the first one failed holds the employee out, and
      *> the TYPE and LOCATION lists are settled once the hold-out
      *> rules have all passed. service is measured to the event's
      *> draw date.
    set entrant-not-held to true
    move spaces to held-reason
    move spaces to held-rule
    move spaces to type-listed-switch
    move spaces to type-matched-switch
    move spaces to location-listed-switch
    move spaces to location-matched-switch

    perform varying ru-idx from 1 by 1
            until ru-idx > rule-count
            or entrant-held
        if ru-event (ru-idx) = et-event-id (evt-idx)
            evaluate ru-rule (ru-idx)
                when 'MINDAYS'
                    perform 172-check-service
                when 'NOTTYPE'
                    if iq-emp-type (iq-idx) = ru-value (ru-idx)
                        set entrant-held to true
                        string
                            "EMPLOYEE TYPE " delimited by size
                            iq-emp-type (iq-idx) delimited by size
                            " NOT ELIGIBLE" delimited by size
                            into held-reason
                        end-string
                    end-if
                when 'TYPE'
                    set type-listed to true

                    if iq-emp-type (iq-idx) = ru-value (ru-idx)
                        set type-matched to true
                    end-if
                when 'NOTLOCATION'
                    if iq-location (iq-idx) = ru-value (ru-idx)
                        set entrant-held to true
                        string
                            "LOCATION " delimited by size
                            function trim(iq-location (iq-idx))
                                delimited by size
                            " NOT ELIGIBLE" delimited by size
                            into held-reason
                        end-string
                    end-if
                when 'LOCATION'
                    set location-listed to true

                    if iq-location (iq-idx) = ru-value (ru-idx)
                        set location-matched to true
                    end-if
            end-evaluate

            if entrant-held
                move ru-rule (ru-idx) to held-rule
            end-if
        end-if
    end-perform

    if entrant-held
        go to 171-apply-rules-exit
    end-if

    if type-listed and not type-matched
        set entrant-held to true
        move "TYPE" to held-rule

        if iq-emp-type (iq-idx) = space
            move "NO EMPLOYEE TYPE ON MASTER" to held-reason
        else
            string
                "EMPLOYEE TYPE " delimited by size
                iq-emp-type (iq-idx) delimited by size
                " NOT LISTED" delimited by size
                into held-reason
            end-string
        end-if

        go to 171-apply-rules-exit
    end-if

    if location-listed and not location-matched
        set entrant-held to true
        move "LOCATION" to held-rule

        if iq-location (iq-idx) = spaces
            move "NO LOCATION ON MASTER" to held-reason
        else
            string
                "LOCATION " delimited by size
                function trim(iq-location (iq-idx)) delimited by size
                " NOT LISTED" delimited by size
                into held-reason
            end-string
        end-if
    end-if.

    171-apply-rules-exit.
        exit.

172-check-service.
    move iq-hire-date (iq-idx) to date-check-field
    perform 150-check-date

    if iq-hire-date (iq-idx) = spaces or date-is-invalid
        set entrant-held to true
        move "NO HIRE DATE ON MASTER" to held-reason
    else
        compute cd-hire-int = function integer-of-date(cd-date-9)
        compute service-days = et-draw-int (evt-idx) - cd-hire-int

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

195-report-totals.
    move inquiry-count to display-count
    display display-count space 'histories printed'
    move wins-read to display-count
    display display-count space 'wins found on the winners-log'
    move claims-matched to display-count
    display display-count space 'claims matched'
    move ships-matched to display-count
    display display-count space 'shipments matched'
    move event-count to display-count
    display display-count space 'recent and coming events checked'
    move rule-count to display-count
    display display-count space 'eligibility rules for those events'

    if wins-dropped > zero
        move wins-dropped to display-count
        display
            display-count space
            'wins past the first 2000 left off the histories'
            upon syserr
    end-if

    if ids-not-on-master > zero
        move ids-not-on-master to display-count
        display
            display-count space 'employee-ids not on the master'
        move 4 to return-code
    end-if
    .
