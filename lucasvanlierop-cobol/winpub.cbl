        >>source format is free
identification division.
    program-id. winpub.
    author. Lucas van Lierop.
      *> =============================================
      *> winners announcement for the intranet, cut
      *> straight from the winners-log
      *> =============================================
      *> cobc winpub.cbl -free -x -0
      *> ./winpub   (control cards on PUBPARM)
      *> =============================================
      *> communications used to retype the winners
      *> from the certificates, and twice published a
      *> winner who had since been voided. this reads
      *> the winners-log for one draw and writes the
      *> announcement itself. the PUBPARM deck takes
      *> one KEYWORD=VALUE card each, as RAFPARM does:
      *> WINLOG= and MASTER= (the entrant master) are
      *> required; EVENT=, DATE= (yyyy-mm-dd) and
      *> NAMES= pick the draw - EVENT= or DATE= at
      *> least, NAMES= for draws logged before the
      *> event calendar - and a deck matching more
      *> than one draw is refused. EVENTS= (the event
      *> master) supplies the event title for the
      *> heading, or TITLE= gives one outright.
      *> voided winners are never published: the
      *> winner who replaced them is listed in their
      *> place, with their tier and prize. each
      *> winner appears as first name and last
      *> initial ("Jane S.") with their department,
      *> never with the employee-id; an entrant whose
      *> master record has opted out of publicity, or
      *> who is no longer on the master, appears as
      *> "Employee, <dept>". the announcement goes to
      *> PUBCSV (comma delimited, a heading record
      *> first) and PUBHTML (a plain page), with the
      *> entrants and tickets from the odds report in
      *> the closing line; the PUBRPT listing proves
      *> what was published. condition code 4 when a
      *> voided winner has no replacement, a winner is
      *> not on the master, or the log predates the
      *> ticket total - check PUBRPT before posting.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select publish-parms
               assign to "PUBPARM"
               file status is publish-parms-status
               organization is line sequential.

           select entrant-master
               assign to entrant-master-name
               file status is entrant-master-status
               organization is line sequential.

           select winners-log
               assign to winners-log-name
               file status is winners-log-status
               organization is line sequential.

           select event-master
               assign to event-master-name
               file status is event-master-status
               organization is line sequential.

           select publish-delimited
               assign to "PUBCSV"
               file status is publish-delimited-status
               organization is line sequential.

           select publish-html
               assign to "PUBHTML"
               file status is publish-html-status
               organization is line sequential.

           select publish-report
               assign to "PUBRPT"
               file status is publish-report-status
               organization is line sequential.

data division.
    file section.
        fd publish-parms.
        01 publish-parms-record pic x(80).

        fd entrant-master.
        01 entrant-master-record pic x(80).

        fd winners-log.
        01 winners-log-record pic x(264).

        fd event-master.
        01 event-master-record pic x(300).

        fd publish-delimited.
        01 publish-delimited-record pic x(120).

        fd publish-html.
        01 publish-html-record pic x(200).

        fd publish-report.
        01 publish-report-record pic x(100).

    working-storage section.
        01 publish-parms-status pic x(2).
        01 entrant-master-name pic x(50) value spaces.
        01 entrant-master-status pic x(2).
        01 winners-log-name pic x(50) value spaces.
        01 winners-log-status pic x(2).
        01 event-master-name pic x(50) value spaces.
        01 event-master-status pic x(2).
        01 publish-delimited-status pic x(2).
        01 publish-html-status pic x(2).
        01 publish-report-status pic x(2).

        01 parm-keyword pic x(12).
        01 parm-value pic x(66).
        01 parm-equals-count pic 9(2) value zero.
        01 parm-cards-read pic 9(3) value zero.

      *> -- the draw asked for, and the draw actually found: the
      *> first log record matching the cards fixes the draw, and
      *> any later match on a different draw makes the deck
      *> ambiguous.

       01  event-key pic x(8) value spaces.
       01  date-key pic x(10) value spaces.
       01  names-key pic x(50) value spaces.
       01  publish-title pic x(60) value spaces.

       01  draw-date pic x(10) value spaces.
       01  draw-names-file pic x(50) value spaces.
       01  draw-event-id pic x(8) value spaces.
       01  draw-entrants pic x(9) value spaces.
       01  draw-tickets pic x(9) value spaces.

       01  draw-found-switch pic x(1) value 'N'.
           88  draw-found value 'Y'.
           88  draw-not-found value 'N'.

      *> -- entrant master record layout, as written by entmaint.

       01  master-columns.
           03  em-employee-id pic 9(6).
           03  em-name pic x(32).
           03  em-tickets pic 9(3).
           03  em-status pic x(1).
           03  em-dept pic x(8).
           03  em-publicity pic x(1).
               88  em-opted-out value 'N'.
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

      *> -- raffle event master record layout, as evtsched reads
      *> it.

       01  event-columns.
           03  ev-event-id pic x(8).
           03  ev-title pic x(32).
           03  ev-draw-date pic x(10).
           03  filler pic x(250).

      *> -- every log record of the draw, in log order, with what
      *> the entrant master says about the winner.

       01  draw-table.
           03  draw-entry occurs 999 times indexed by dr-idx.
               05  dr-empid pic x(6).
               05  dr-name pic x(32).
               05  dr-log-dept pic x(8).
               05  dr-status pic x(8).
               05  dr-replaces-id pic x(6).
               05  dr-tier pic x(3).
               05  dr-prize pic x(32).
               05  dr-master-dept pic x(8).
               05  dr-master-switch pic x(1).
                   88  dr-on-master value 'Y'.
                   88  dr-not-on-master value 'N'.
               05  dr-publicity pic x(1).
                   88  dr-opted-out value 'N'.
               05  dr-published-switch pic x(1).
                   88  dr-published value 'Y'.
                   88  dr-not-published value 'N'.
       01  draw-count pic 9(3) value zero.
       01  draw-match pic 9(3) value zero.
       01  chain-idx pic 9(3).
       01  chain-steps pic 9(3).
       01  search-empid pic x(6).

       01  search-switch pic x(1) value 'N'.
           88  entry-found value 'Y'.
           88  entry-not-found value 'N'.

      *> -- the winner as published: masked name and department.

       01  pub-tier pic x(3).
       01  pub-prize pic x(32).
       01  pub-winner pic x(24).
       01  pub-dept pic x(8).
       01  pub-note pic x(24).

       01  mask-source pic x(32).
       01  mask-last-part pic x(32).
       01  mask-first-part pic x(32).
       01  mask-words.
           03  mask-word occurs 6 times pic x(32).
       01  mask-word-count pic 9(2).

      *> -- one field escaped for the page or quoted for the
      *> delimited file, a character at a time.

       01  escape-source pic x(60).
       01  escape-length pic 9(3).
       01  escape-char-idx pic 9(3).
       01  escape-char pic x(1).
       01  escape-result pic x(180).
       01  escape-ptr pic 9(3).

       01  csv-line pic x(120).
       01  csv-ptr pic 9(3).
       01  html-line pic x(200).
       01  html-ptr pic 9(3).

       01  today-date pic 9(8).
       01  today-date-x pic x(10).

       01  report-line pic x(100).

       01  publish-line.
           03  pl-tier pic x(4).
           03  filler pic x(2) value spaces.
           03  pl-prize pic x(32).
           03  filler pic x(2) value spaces.
           03  pl-winner pic x(24).
           03  filler pic x(2) value spaces.
           03  pl-dept pic x(8).
           03  filler pic x(2) value spaces.
           03  pl-note pic x(24).

       01  summary-entrants pic x(9).
       01  summary-tickets pic x(9).

       01  log-records-read pic 9(9) value zero.
       01  draw-records pic 9(9) value zero.
       01  other-draw-records pic 9(9) value zero.
       01  winners-published pic 9(9) value zero.
       01  voided-replaced pic 9(9) value zero.
       01  voided-unreplaced pic 9(9) value zero.
       01  winners-opted-out pic 9(9) value zero.
       01  winners-not-on-master pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

procedure division.
    display 'winners announcement'.
    perform 100-initialize.
    perform 105-load-event-title thru 105-load-event-title-exit.
    perform 110-load-draw.
    perform 120-load-master.
    perform 130-open-outputs.
    perform 140-publish-draw.
    perform 180-close-outputs.
    perform 195-report-totals.

stop run.

100-initialize.
    open input publish-parms

    if publish-parms-status not = '00'
        display
            "unable to open the PUBPARM control card file"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read publish-parms

    perform 101-process-one-card thru 101-process-one-card-exit
        until publish-parms-status = '10'

    close publish-parms

    if winners-log-name = spaces
        display
            "control card error: WINLOG= is required" upon syserr
        move 16 to return-code
        stop run
    end-if

    if entrant-master-name = spaces
        display
            "control card error: MASTER= is required" upon syserr
        move 16 to return-code
        stop run
    end-if

    if event-key = spaces and date-key = spaces
        display
            "control card error: EVENT= or DATE= is required"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    accept today-date from date yyyymmdd
    string
        today-date (1:4) "-" today-date (5:2) "-" today-date (7:2)
        delimited by size
        into today-date-x
    end-string.

101-process-one-card.
    add 1 to parm-cards-read
    display "PUBPARM: " publish-parms-record

    if publish-parms-record = spaces
        or publish-parms-record (1:1) = '*'
        go to 101-process-one-card-next
    end-if

    move zero to parm-equals-count
    inspect publish-parms-record
        tallying parm-equals-count for all '='

    if parm-equals-count = zero
        display
            "control card error: no '=' on card: "
            function trim(publish-parms-record) upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to parm-keyword
    move spaces to parm-value
    unstring publish-parms-record delimited by '='
        into parm-keyword parm-value
    end-unstring

    evaluate parm-keyword
        when 'WINLOG'
            move parm-value to winners-log-name
        when 'MASTER'
            move parm-value to entrant-master-name
        when 'EVENTS'
            move parm-value to event-master-name
        when 'EVENT'
            move parm-value to event-key
        when 'DATE'
            move parm-value to date-key
        when 'NAMES'
            move parm-value to names-key
        when 'TITLE'
            move parm-value to publish-title
        when other
            display
                "control card error: unknown keyword "
                function trim(parm-keyword) upon syserr
            move 16 to return-code
            stop run
    end-evaluate.

    101-process-one-card-next.
        read publish-parms.

    101-process-one-card-exit.
        exit.

105-load-event-title.
    if publish-title not = spaces
        or event-master-name = spaces
        or event-key = spaces
        go to 105-load-event-title-exit
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

        if ev-event-id = event-key
            move ev-title to publish-title
        end-if

        read event-master
    end-perform

    close event-master

    if publish-title = spaces
        display
            "event " function trim(event-key)
            " is not on the event master" upon syserr
    end-if.

    105-load-event-title-exit.
        exit.

110-load-draw.
    open input winners-log

    if winners-log-status not = '00'
        display
            "unable to open winners-log " winners-log-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read winners-log

    perform until winners-log-status = '10'
        add 1 to log-records-read
        move winners-log-record to log-line

        if (event-key = spaces or lg-event-id = event-key)
            and (date-key = spaces or lg-date = date-key)
            and (names-key = spaces or lg-names-file = names-key)
            perform 111-note-draw-record thru 111-note-draw-record-exit
        end-if

        read winners-log
    end-perform

    close winners-log

    if other-draw-records > zero
        display
            "control cards match more than one draw - add DATE= "
            "or NAMES= to pick one" upon syserr
        move 16 to return-code
        stop run
    end-if

    if draw-not-found
        display
            "no winners-log records for the draw asked for"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    if publish-title = spaces
        if draw-event-id not = spaces
            move draw-event-id to publish-title
        else
            move draw-names-file to publish-title
        end-if
    end-if
    .

111-note-draw-record.
    if draw-not-found
        set draw-found to true
        move lg-date to draw-date
        move lg-names-file to draw-names-file
        move lg-event-id to draw-event-id
        move lg-names-count to draw-entrants
        move lg-tickets to draw-tickets
    end-if

    if lg-date not = draw-date
        or lg-names-file not = draw-names-file
        or lg-event-id not = draw-event-id
        add 1 to other-draw-records
        go to 111-note-draw-record-exit
    end-if

    add 1 to draw-records

    if draw-count >= 999
        display
            "more than 999 winners-log records for one draw"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    add 1 to draw-count
    set dr-idx to draw-count
    move lg-empid to dr-empid (dr-idx)
    move lg-winner-name to dr-name (dr-idx)
    move lg-dept to dr-log-dept (dr-idx)
    move lg-status to dr-status (dr-idx)
    move lg-replaces-id to dr-replaces-id (dr-idx)
    move lg-tier to dr-tier (dr-idx)
    move lg-prize to dr-prize (dr-idx)
    move spaces to dr-master-dept (dr-idx)
    set dr-not-on-master (dr-idx) to true
    move spaces to dr-publicity (dr-idx)
    set dr-not-published (dr-idx) to true.

    111-note-draw-record-exit.
        exit.

120-load-master.
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

        perform varying dr-idx from 1 by 1
                until dr-idx > draw-count
            if dr-empid (dr-idx) = entrant-master-record (1:6)
                set dr-on-master (dr-idx) to true
                move em-dept to dr-master-dept (dr-idx)
                move em-publicity to dr-publicity (dr-idx)
            end-if
        end-perform

        read entrant-master
    end-perform

    close entrant-master
    .

130-open-outputs.
    open output publish-delimited

    if publish-delimited-status not = '00'
        display
            "unable to open announcement file PUBCSV" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output publish-html

    if publish-html-status not = '00'
        display
            "unable to open announcement page PUBHTML" upon syserr
        move 16 to return-code
        stop run
    end-if

    open output publish-report

    if publish-report-status not = '00'
        display
            "unable to open announcement report PUBRPT" upon syserr
        move 16 to return-code
        stop run
    end-if

    move "TIER,PRIZE,WINNER,DEPARTMENT" to publish-delimited-record
    write publish-delimited-record

    move "<html>" to publish-html-record
    write publish-html-record

    move function trim(publish-title) to escape-source
    perform 160-escape-html
    move spaces to html-line
    string
        "<head><title>" delimited by size
        escape-result (1:escape-ptr - 1) delimited by size
        "</title></head>" delimited by size
        into html-line
    end-string
    write publish-html-record from html-line

    move "<body>" to publish-html-record
    write publish-html-record

    move spaces to html-line
    string
        "<h1>" delimited by size
        escape-result (1:escape-ptr - 1) delimited by size
        "</h1>" delimited by size
        into html-line
    end-string
    write publish-html-record from html-line

    move spaces to html-line
    string
        "<p>Drawn " delimited by size
        draw-date delimited by size
        "</p>" delimited by size
        into html-line
    end-string
    write publish-html-record from html-line

    move "<table>" to publish-html-record
    write publish-html-record
    move spaces to html-line
    string
        "<tr><th>Tier</th><th>Prize</th>" delimited by size
        "<th>Winner</th><th>Department</th></tr>" delimited by size
        into html-line
    end-string
    write publish-html-record from html-line

    move spaces to report-line
    string
        "WINNERS ANNOUNCEMENT - " delimited by size
        today-date-x delimited by size
        " - " delimited by size
        function trim(publish-title) delimited by size
        into report-line
    end-string
    write publish-report-record from report-line

    move spaces to report-line
    string
        "DRAW OF " delimited by size
        draw-date delimited by size
        " - " delimited by size
        function trim(draw-names-file) delimited by size
        into report-line
    end-string

    if draw-event-id not = spaces
        move "EVENT" to report-line (76:5)
        move draw-event-id to report-line (82:8)
    end-if
    write publish-report-record from report-line

    move all "=" to report-line
    write publish-report-record from report-line

    move spaces to publish-line
    move "TIER" to pl-tier
    move "PRIZE" to pl-prize
    move "WINNER AS PUBLISHED" to pl-winner
    move "DEPT" to pl-dept
    move "NOTE" to pl-note
    write publish-report-record from publish-line

    move all "-" to report-line
    write publish-report-record from report-line
    .

140-publish-draw.
      *> -- the draw in log order. a voided winner's place goes to
      *> whoever finally replaced them - a replacement may itself
      *> have been voided and replaced - so replacement records
      *> are not published where they sit on the log.
    perform varying draw-match from 1 by 1
            until draw-match > draw-count
        set dr-idx to draw-match

        if dr-replaces-id (dr-idx) = spaces
            if dr-status (dr-idx) = "VOIDED"
                perform 142-follow-replacements
                    thru 142-follow-replacements-exit
            else
                move dr-tier (dr-idx) to pub-tier
                move dr-prize (dr-idx) to pub-prize
                perform 150-publish-winner
            end-if
        end-if
    end-perform

      *> -- a live replacement whose voided winner is not part of
      *> this draw's records still won: publish it at the end.
    perform varying draw-match from 1 by 1
            until draw-match > draw-count
        set dr-idx to draw-match

        if dr-not-published (dr-idx)
            and dr-status (dr-idx) not = "VOIDED"
            move dr-tier (dr-idx) to pub-tier
            move dr-prize (dr-idx) to pub-prize
            perform 150-publish-winner
        end-if
    end-perform
    .

142-follow-replacements.
    move dr-tier (dr-idx) to pub-tier
    move dr-prize (dr-idx) to pub-prize
    move draw-match to chain-idx
    move zero to chain-steps

    perform until chain-steps > draw-count
        set dr-idx to chain-idx
        move dr-empid (dr-idx) to search-empid
        perform 145-find-replacement

        if entry-not-found
            add 1 to voided-unreplaced
            move spaces to publish-line
            move pub-tier to pl-tier
            move pub-prize to pl-prize
            move "(NOT PUBLISHED)" to pl-winner
            move "VOIDED - NO REPLACEMENT" to pl-note
            write publish-report-record from publish-line
            go to 142-follow-replacements-exit
        end-if

        add 1 to voided-replaced
        set dr-idx to chain-idx

        if dr-status (dr-idx) not = "VOIDED"
            perform 150-publish-winner
            go to 142-follow-replacements-exit
        end-if

        add 1 to chain-steps
    end-perform.

    142-follow-replacements-exit.
        exit.

145-find-replacement.
    set entry-not-found to true

    perform varying dr-idx from 1 by 1
            until dr-idx > draw-count
            or entry-found
        if dr-replaces-id (dr-idx) = search-empid
            and search-empid not = spaces
            set entry-found to true
            set chain-idx to dr-idx
        end-if
    end-perform
    .

150-publish-winner.
    set dr-published (dr-idx) to true
    add 1 to winners-published

      *> -- a replacement logged before the log carried tiers
      *> keeps the tier and prize of the winner it replaced.
    if dr-prize (dr-idx) not = spaces
        move dr-tier (dr-idx) to pub-tier
        move dr-prize (dr-idx) to pub-prize
    end-if

    move function trim(pub-tier) to pub-tier
    move spaces to pub-note

    if dr-master-dept (dr-idx) not = spaces
        move dr-master-dept (dr-idx) to pub-dept
    else
        move dr-log-dept (dr-idx) to pub-dept
    end-if

    evaluate true
        when dr-not-on-master (dr-idx)
            add 1 to winners-not-on-master
            move "NOT ON MASTER - MASKED" to pub-note
            perform 152-employee-only
        when dr-opted-out (dr-idx)
            add 1 to winners-opted-out
            move "OPTED OUT OF PUBLICITY" to pub-note
            perform 152-employee-only
        when other
            move dr-name (dr-idx) to mask-source
            perform 155-mask-name thru 155-mask-name-exit
    end-evaluate

    perform 170-write-winner
    .

152-employee-only.
    move spaces to pub-winner

    if pub-dept = spaces
        move "Employee" to pub-winner
    else
        string
            "Employee, " delimited by size
            function trim(pub-dept) delimited by size
            into pub-winner
        end-string
    end-if
    .

155-mask-name.
      *> -- first name and last initial. a name logged as
      *> "Smith, Jane" is turned round first.
    move spaces to mask-first-part
    move spaces to mask-last-part
    move spaces to mask-words
    move zero to mask-word-count

    if mask-source = spaces
        move "Employee" to pub-winner
        go to 155-mask-name-exit
    end-if

    inspect mask-source tallying mask-word-count for all ','

    if mask-word-count > zero
        unstring mask-source delimited by ','
            into mask-last-part mask-first-part
        end-unstring
        move function trim(mask-first-part) to mask-source
        move function trim(mask-last-part) to mask-last-part
    else
        move function trim(mask-source) to mask-source
    end-if

    move zero to mask-word-count
    unstring mask-source delimited by all space
        into mask-word (1) mask-word (2) mask-word (3)
             mask-word (4) mask-word (5) mask-word (6)
        tallying in mask-word-count
    end-unstring

    if mask-last-part = spaces and mask-word-count > 1
        move mask-word (mask-word-count) to mask-last-part
    end-if

    move spaces to pub-winner

    if mask-last-part = spaces
        move mask-word (1) to pub-winner
    else
        string
            function trim(mask-word (1)) delimited by size
            " " delimited by size
            mask-last-part (1:1) delimited by size
            "." delimited by size
            into pub-winner
        end-string
    end-if.

    155-mask-name-exit.
        exit.

160-escape-html.
      *> -- & < > and " would break the page: write them as
      *> entities. escape-ptr is left one past the last byte.
    move spaces to escape-result
    move 1 to escape-ptr
    move zero to escape-length

    if escape-source not = spaces
        inspect function reverse(escape-source)
            tallying escape-length for leading spaces
        compute escape-length = length of escape-source
            - escape-length
    end-if

    perform varying escape-char-idx from 1 by 1
            until escape-char-idx > escape-length
        move escape-source (escape-char-idx:1) to escape-char

        evaluate escape-char
            when '&'
                string "&amp;" delimited by size
                    into escape-result with pointer escape-ptr
            when '<'
                string "&lt;" delimited by size
                    into escape-result with pointer escape-ptr
            when '>'
                string "&gt;" delimited by size
                    into escape-result with pointer escape-ptr
            when '"'
                string "&quot;" delimited by size
                    into escape-result with pointer escape-ptr
            when other
                string escape-char delimited by size
                    into escape-result with pointer escape-ptr
        end-evaluate
    end-perform

    if escape-ptr = 1
        move "&nbsp;" to escape-result
        move 7 to escape-ptr
    end-if
    .

165-quote-csv.
      *> -- wrap the field in double quotes, doubling any quote
      *> inside it, and append it to csv-line at csv-ptr.
    move zero to escape-length

    if escape-source not = spaces
        inspect function reverse(escape-source)
            tallying escape-length for leading spaces
        compute escape-length = length of escape-source
            - escape-length
    end-if

    string '"' delimited by size
        into csv-line with pointer csv-ptr

    perform varying escape-char-idx from 1 by 1
            until escape-char-idx > escape-length
        move escape-source (escape-char-idx:1) to escape-char

        if escape-char = '"'
            string '""' delimited by size
                into csv-line with pointer csv-ptr
        else
            string escape-char delimited by size
                into csv-line with pointer csv-ptr
        end-if
    end-perform

    string '"' delimited by size
        into csv-line with pointer csv-ptr
    .

170-write-winner.
    move spaces to csv-line
    move 1 to csv-ptr
    string
        function trim(pub-tier) delimited by size
        "," delimited by size
        into csv-line with pointer csv-ptr
    end-string
    move pub-prize to escape-source
    perform 165-quote-csv
    string "," delimited by size into csv-line with pointer csv-ptr
    move pub-winner to escape-source
    perform 165-quote-csv
    string "," delimited by size into csv-line with pointer csv-ptr
    move pub-dept to escape-source
    perform 165-quote-csv
    write publish-delimited-record from csv-line

    move spaces to html-line
    move 1 to html-ptr
    string "<tr><td>" delimited by size
        into html-line with pointer html-ptr
    move pub-tier to escape-source
    perform 160-escape-html
    string
        escape-result (1:escape-ptr - 1) delimited by size
        "</td><td>" delimited by size
        into html-line with pointer html-ptr
    end-string
    move pub-prize to escape-source
    perform 160-escape-html
    string
        escape-result (1:escape-ptr - 1) delimited by size
        "</td><td>" delimited by size
        into html-line with pointer html-ptr
    end-string
    move pub-winner to escape-source
    perform 160-escape-html
    string
        escape-result (1:escape-ptr - 1) delimited by size
        "</td><td>" delimited by size
        into html-line with pointer html-ptr
    end-string
    move pub-dept to escape-source
    perform 160-escape-html
    string
        escape-result (1:escape-ptr - 1) delimited by size
        "</td></tr>" delimited by size
        into html-line with pointer html-ptr
    end-string
    write publish-html-record from html-line

    move spaces to publish-line
    move pub-tier to pl-tier
    move pub-prize to pl-prize
    move pub-winner to pl-winner
    move pub-dept to pl-dept
    move pub-note to pl-note
    write publish-report-record from publish-line
    .

180-close-outputs.
      *> -- the closing line gives the entrants and tickets exactly
      *> as the odds report disclosed them before the draw.
    move function trim(draw-entrants) to summary-entrants
    move function trim(draw-tickets) to summary-tickets

    move "</table>" to publish-html-record
    write publish-html-record

    move spaces to html-line

    if summary-tickets = spaces
        string
            "<p>" delimited by size
            function trim(summary-entrants) delimited by size
            " entrants took part in this draw.</p>" delimited by size
            into html-line
        end-string
    else
        string
            "<p>" delimited by size
            function trim(summary-entrants) delimited by size
            " entrants held " delimited by size
            function trim(summary-tickets) delimited by size
            " tickets in this draw.</p>" delimited by size
            into html-line
        end-string
    end-if
    write publish-html-record from html-line

    move "</body>" to publish-html-record
    write publish-html-record
    move "</html>" to publish-html-record
    write publish-html-record

    move all "-" to report-line
    write publish-report-record from report-line

    move spaces to report-line

    if summary-tickets = spaces
        string
            "ENTRANTS LISTED: " delimited by size
            function trim(summary-entrants) delimited by size
            "   TOTAL TICKETS: NOT ON THE LOG FOR THIS DRAW"
                delimited by size
            into report-line
        end-string
    else
        string
            "ENTRANTS LISTED: " delimited by size
            function trim(summary-entrants) delimited by size
            "   TOTAL TICKETS: " delimited by size
            function trim(summary-tickets) delimited by size
            "   (AS ON THE ODDS REPORT)" delimited by size
            into report-line
        end-string
    end-if
    write publish-report-record from report-line

    close publish-delimited
    close publish-html
    close publish-report
    .

195-report-totals.
    move log-records-read to display-count
    display display-count space 'winners-log records read'
    move draw-records to display-count
    display display-count space 'records for the draw'
    move winners-published to display-count
    display display-count space 'winners published'
    move voided-replaced to display-count
    display display-count space 'voided winners replaced'
    move voided-unreplaced to display-count
    display display-count space 'voided winners with no replacement'
    move winners-opted-out to display-count
    display display-count space 'winners opted out of publicity'
    move winners-not-on-master to display-count
    display display-count space 'winners not on the master'

    if voided-unreplaced > zero
        or winners-not-on-master > zero
        or summary-tickets = spaces
        move 4 to return-code
    end-if
    .
