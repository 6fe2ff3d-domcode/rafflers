        >>source format is free
identification division.
    program-id. rollin.
    author. Lucas van Lierop.
      *> =============================================
      *> prove the .NEW generations a step wrote and
      *> promote them over their masters together
      *> =============================================
      *> cobc rollin.cbl -free -x -0
      *> ./rollin   (control cards on ROLLPARM)
      *> =============================================
      *> the draw, clmexpir, entmaint, logarch,
      *> tktsale and suspense end by writing their
      *> control totals to CTLTOTS: a RUN record with
      *> the condition code the step ended with, and
      *> one record per .NEW output with the master
      *> records read, the records written, and the
      *> movement the run reported (on-hand down by
      *> the picks written, claims newly EXPIRED,
      *> records added less deleted).
      *> ROLLPARM names the CTLTOTS file (CTLTOTS=),
      *> the highest condition code that may be
      *> rolled in (MAXCC=, default 4), and one card
      *> per output, keyed by its DD name, giving the
      *> master and the .NEW generation:
      *>     PRZINVN=master,new-generation
      *> (also CARRYOUT=, CLAIMSN=, ENTMASTN=,
      *> TKTSALN=, SUSPN=, and WINLOGN=). the step's
      *> condition code is checked, and the ROLLCTL
      *> registry to see the run was not rolled in
      *> before; then for every output the master and
      *> the .NEW are counted and the movement
      *> measured between them. only
      *> when every check passes is every output
      *> copied over its master, as one unit - one
      *> failed check refuses them all. before any
      *> master is overwritten, every one of them is
      *> copied to a backup named for it with
      *> .ROLLBAK on the end (kept until the next
      *> roll-in of that master); a copy that fails
      *> part-way puts every master already touched
      *> back from its backup. an output the
      *> run did not write (a draw without prize
      *> tiers writes no inventory) is not touched.
      *> ROLLRPT lists every check; the outcome goes
      *> on the ROLLCTL registry. condition code 4
      *> means the run wrote nothing to promote, 8
      *> that the roll-in was refused, 16 a card
      *> error or a promotion that failed part-way
      *> (the masters put back as they were; ROLLRPT
      *> names any that could not be).
      *> =============================================

environment division.
    input-output section.
       file-control.
           select roll-parms
               assign to "ROLLPARM"
               file status is roll-parms-status
               organization is line sequential.

           select control-totals
               assign to control-totals-name
               file status is control-totals-status
               organization is line sequential.

           select roll-registry
               assign to "ROLLCTL"
               file status is roll-registry-status
               organization is line sequential.

           select roll-report
               assign to "ROLLRPT"
               file status is roll-report-status
               organization is line sequential.

           select master-file
               assign to master-file-name
               file status is master-file-status
               organization is line sequential.

           select new-file
               assign to new-file-name
               file status is new-file-status
               organization is line sequential.

           select backup-file
               assign to backup-file-name
               file status is backup-file-status
               organization is line sequential.

data division.
    file section.
        fd roll-parms.
        01 roll-parms-record pic x(120).

        fd control-totals.
        01 control-totals-record pic x(150).

        fd roll-registry.
        01 roll-registry-record pic x(130).

        fd roll-report.
        01 roll-report-record pic x(100).

        fd master-file.
        01 master-file-record pic x(300).

        fd new-file.
        01 new-file-record pic x(300).

        fd backup-file.
        01 backup-file-record pic x(300).

    working-storage section.
        01 roll-parms-status pic x(2).
        01 control-totals-name pic x(50) value spaces.
        01 control-totals-status pic x(2).
        01 roll-registry-status pic x(2).
        01 roll-report-status pic x(2).
        01 master-file-name pic x(50) value spaces.
        01 master-file-status pic x(2).
        01 new-file-name pic x(50) value spaces.
        01 new-file-status pic x(2).
        01 backup-file-name pic x(60) value spaces.
        01 backup-file-status pic x(2).

        01 parm-keyword pic x(12).
        01 parm-value pic x(106).
        01 parm-equals-count pic 9(2) value zero.
        01 parm-numeric-edit pic x(8) justified right.
        01 parm-master-part pic x(60).
        01 parm-new-part pic x(60).

      *> -- control totals record, as the producing steps write
      *> it. ct-output is RUN on the record that carries the
      *> step's condition code, else the DD name of the output.
      *> ct-check says how the movement is measured: ONHAND (the
      *> inventory's on-hand total), EXPIRED (claims in EXPIRED
      *> status), RECORDS (the record count), or COUNTS (counts
      *> only, no movement). ct-master, where the producer fills it
      *> in, is the master dataset the run actually read; it must
      *> be the one the output's ROLLPARM card names.

       01  control-totals-line.
           03  ct-producer pic x(8).
           03  filler pic x(1).
           03  ct-run-date pic x(10).
           03  filler pic x(1).
           03  ct-run-time pic x(8).
           03  filler pic x(1).
           03  ct-event-id pic x(8).
           03  filler pic x(1).
           03  ct-return-code pic 9(3).
           03  filler pic x(1).
           03  ct-output pic x(8).
           03  filler pic x(1).
           03  ct-old-count pic 9(9).
           03  filler pic x(1).
           03  ct-new-count pic 9(9).
           03  filler pic x(1).
           03  ct-check pic x(8).
           03  filler pic x(1).
           03  ct-movement pic s9(9) sign leading separate.
           03  filler pic x(10).
           03  ct-master pic x(50).

      *> -- roll-in registry record (append-only, like RUNCTL).

       01  registry-line.
           03  rg-date pic x(10).
           03  filler pic x(1) value space.
           03  rg-time pic x(8).
           03  filler pic x(1) value space.
           03  rg-producer pic x(8).
           03  filler pic x(1) value space.
           03  rg-run-date pic x(10).
           03  filler pic x(1) value space.
           03  rg-run-time pic x(8).
           03  filler pic x(1) value space.
           03  rg-event-id pic x(8).
           03  filler pic x(1) value space.
           03  rg-output pic x(8).
           03  filler pic x(1) value space.
           03  rg-status pic x(8).
           03  filler pic x(1) value space.
           03  rg-master pic x(50).

      *> -- claims master status column, as clmbuild posts it.

       01  claim-line.
           03  filler pic x(93).
           03  cm-status pic x(8).
           03  filler pic x(199).

      *> -- the outputs carded on ROLLPARM, with the producer's
      *> figures and what this step counted --

       01  roll-table.
           03  roll-entry occurs 7 times indexed by roll-idx.
               05  rl-output pic x(8).
               05  rl-master-name pic x(50).
               05  rl-new-name pic x(50).
               05  rl-carded-switch pic x(1).
                   88  rl-carded value 'Y'.
                   88  rl-not-carded value 'N'.
               05  rl-produced-switch pic x(1).
                   88  rl-produced value 'Y'.
                   88  rl-not-produced value 'N'.
               05  rl-check pic x(8).
               05  rl-ct-old-count pic 9(9).
               05  rl-ct-new-count pic 9(9).
               05  rl-ct-movement pic s9(9).
               05  rl-ct-master pic x(50).
               05  rl-old-count pic 9(9).
               05  rl-new-count pic 9(9).
               05  rl-old-measure pic s9(9).
               05  rl-new-measure pic s9(9).
               05  rl-promoted-count pic 9(9).
               05  rl-backup-name pic x(60).
               05  rl-backup-count pic 9(9).
               05  rl-master-switch pic x(1).
                   88  rl-master-existed value 'Y'.
                   88  rl-no-master value 'N'.
               05  rl-touched-switch pic x(1).
                   88  rl-master-touched value 'Y'.
                   88  rl-master-untouched value 'N'.
       01  roll-count pic 9(1) value 7.
       01  roll-match pic 9(1) value zero.
       01  outputs-produced pic 9(1) value zero.
       01  outputs-promoted pic 9(1) value zero.

       01  roll-found-switch pic x(1).
           88  roll-found value 'Y'.
           88  roll-not-found value 'N'.

      *> -- the producing run, from its RUN record --

       01  run-record-switch pic x(1) value 'N'.
           88  run-record-found value 'Y'.
           88  run-record-missing value 'N'.
       01  producer-name pic x(8) value spaces.
       01  producer-run-date pic x(10) value spaces.
       01  producer-run-time pic x(8) value spaces.
       01  producer-event-id pic x(8) value spaces.
       01  producer-return-code pic 9(3) value zero.
       01  max-return-code pic 9(3) value 4.
       01  control-records-read pic 9(9) value zero.

       01  registry-hit-switch pic x(1) value 'N'.
           88  run-already-promoted value 'Y'.

      *> -- the outcome: any refusal refuses every output --

       01  refusal-switch pic x(1) value 'N'.
           88  roll-in-refused value 'Y'.
           88  roll-in-clear value 'N'.
       01  refusal-text pic x(100).
       01  refusals-listed pic 9(3) value zero.

      *> -- a promotion that fails part-way, and whether every
      *> master it touched could be put back --

       01  promotion-switch pic x(1) value 'N'.
           88  promotion-failed value 'Y'.
           88  promotion-clean value 'N'.
       01  restore-switch pic x(1) value 'N'.
           88  restore-failed value 'Y'.
       01  backup-failure-text pic x(40).

       01  file-measure-switch pic x(1).
           88  file-opened value 'Y'.
           88  file-missing value 'N'.
       01  measure-count pic 9(9).
       01  measure-total pic s9(9).
       01  measure-unreadable pic 9(9).
       01  measure-record pic x(300).

      *> -- on-hand scan: the first comma field from the right
      *> without an '=' in it, as the draw step peels it.

       01  onhand-scan-line pic x(300).
       01  onhand-scan-rev pic x(300).
       01  onhand-scan-length pic 9(3).
       01  onhand-field-length pic 9(3).
       01  onhand-field pic x(80).
       01  onhand-equals pic 9(3).
       01  onhand-edit pic x(9) justified right.
       01  onhand-units pic 9(9).

       01  onhand-scan-switch pic x(1).
           88  onhand-scan-done value 'Y'.
           88  onhand-scan-more value 'N'.

       01  onhand-read-switch pic x(1).
           88  onhand-readable value 'Y'.
           88  onhand-unreadable value 'N'.

      *> -- report lines --

       01  report-line pic x(100).
       01  check-desc pic x(30).
       01  check-expected pic s9(9).
       01  check-actual pic s9(9).
       01  return-code-edit pic zz9.

       01  check-line.
           03  ck-output pic x(8).
           03  filler pic x(2).
           03  ck-desc pic x(30).
           03  filler pic x(2).
           03  ck-expected pic -(9)9.
           03  filler pic x(2).
           03  ck-actual pic -(9)9.
           03  filler pic x(2).
           03  ck-status pic x(8).

       01  run-date pic 9(8).
       01  today-date-x pic x(10).
       01  run-time pic 9(8).
       01  time-now-x pic x(8).

       01  display-count pic z,zzz,zzz.

procedure division.
    display 'verified roll-in of new generations'.
    perform 100-initialize.
    perform 110-open-report.
    perform 115-load-control-totals
        thru 115-load-control-totals-exit.
    perform 120-check-producer thru 120-check-producer-exit.
    perform 125-check-registry thru 125-check-registry-exit.

    perform varying roll-idx from 1 by 1
            until roll-idx > roll-count
        if rl-produced (roll-idx)
            perform 130-verify-one-output
                thru 130-verify-one-output-exit
        end-if
    end-perform

    if roll-in-clear and outputs-produced > zero
        perform 150-promote-outputs thru 150-promote-outputs-exit
    end-if

    perform 170-write-registry.
    perform 180-finish-report.
    perform 195-report-totals.

stop run.

100-initialize.
    move "PRZINVN" to rl-output (1)
    move "CARRYOUT" to rl-output (2)
    move "CLAIMSN" to rl-output (3)
    move "ENTMASTN" to rl-output (4)
    move "WINLOGN" to rl-output (5)
    move "TKTSALN" to rl-output (6)
    move "SUSPN" to rl-output (7)

    perform varying roll-idx from 1 by 1
            until roll-idx > roll-count
        move spaces to rl-master-name (roll-idx)
        move spaces to rl-new-name (roll-idx)
        set rl-not-carded (roll-idx) to true
        set rl-not-produced (roll-idx) to true
        move spaces to rl-check (roll-idx)
        move zero to rl-ct-old-count (roll-idx)
        move zero to rl-ct-new-count (roll-idx)
        move zero to rl-ct-movement (roll-idx)
        move spaces to rl-ct-master (roll-idx)
        move zero to rl-old-count (roll-idx)
        move zero to rl-new-count (roll-idx)
        move zero to rl-old-measure (roll-idx)
        move zero to rl-new-measure (roll-idx)
        move zero to rl-promoted-count (roll-idx)
        move spaces to rl-backup-name (roll-idx)
        move zero to rl-backup-count (roll-idx)
        set rl-master-existed (roll-idx) to true
        set rl-master-untouched (roll-idx) to true
    end-perform

    open input roll-parms

    if roll-parms-status not = '00'
        display
            "unable to open the ROLLPARM control card file"
            upon syserr
        move 16 to return-code
        stop run
    end-if

    read roll-parms

    perform 101-process-one-card thru 101-process-one-card-exit
        until roll-parms-status = '10'

    close roll-parms

    if control-totals-name = spaces
        display
            "control card error: CTLTOTS= is required" upon syserr
        move 16 to return-code
        stop run
    end-if

    accept run-date from date yyyymmdd
    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into today-date-x
    end-string

    accept run-time from time
    string
        run-time (1:2) ":" run-time (3:2) ":" run-time (5:2)
        delimited by size
        into time-now-x
    end-string
    .

101-process-one-card.
    display "ROLLPARM: " roll-parms-record

    if roll-parms-record = spaces
        or roll-parms-record (1:1) = '*'
        go to 101-process-one-card-next
    end-if

    move zero to parm-equals-count
    inspect roll-parms-record
        tallying parm-equals-count for all '='

    if parm-equals-count = zero
        display
            "control card error: no '=' on card: "
            function trim(roll-parms-record) upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to parm-keyword
    move spaces to parm-value
    unstring roll-parms-record delimited by '='
        into parm-keyword parm-value
    end-unstring

    evaluate parm-keyword
        when 'CTLTOTS'
            move parm-value to control-totals-name
        when 'MAXCC'
            perform 102-edit-numeric-value
            move parm-numeric-edit to max-return-code
        when other
            perform 103-card-one-output
    end-evaluate.

    101-process-one-card-next.
        read roll-parms.

    101-process-one-card-exit.
        exit.

102-edit-numeric-value.
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

103-card-one-output.
    move parm-keyword to ct-output
    perform 140-find-output

    if roll-not-found
        display
            "control card error: unknown keyword "
            function trim(parm-keyword) upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to parm-master-part
    move spaces to parm-new-part
    unstring parm-value delimited by ','
        into parm-master-part parm-new-part
    end-unstring

    if parm-master-part = spaces or parm-new-part = spaces
        display
            "control card error: "
            function trim(parm-keyword)
            "= needs master,new-generation" upon syserr
        move 16 to return-code
        stop run
    end-if

    set roll-idx to roll-match
    move function trim(parm-master-part) to rl-master-name (roll-idx)
    move function trim(parm-new-part) to rl-new-name (roll-idx)
    set rl-carded (roll-idx) to true
    .

110-open-report.
    open output roll-report

    if roll-report-status not = '00'
        display
            "unable to open roll-in report" upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to report-line
    string
        "ROLL-IN VERIFICATION - " delimited by size
        today-date-x delimited by size
        " " delimited by size
        time-now-x delimited by size
        " - " delimited by size
        function trim(control-totals-name) delimited by size
        into report-line
    end-string
    write roll-report-record from report-line

    move all "=" to report-line
    write roll-report-record from report-line
    .

115-load-control-totals.
      *> -- an empty or missing CTLTOTS means the producing step
      *> never reached its end: nothing it wrote can be trusted.
    open input control-totals

    if control-totals-status not = '00'
        move "NO CONTROL TOTALS FILE - THE PRODUCING STEP DID NOT RUN"
            to refusal-text
        perform 160-refuse
        go to 115-load-control-totals-exit
    end-if

    read control-totals

    perform until control-totals-status = '10'
        add 1 to control-records-read
        move control-totals-record to control-totals-line

        if ct-output = "RUN"
            set run-record-found to true
            move ct-producer to producer-name
            move ct-run-date to producer-run-date
            move ct-run-time to producer-run-time
            move ct-event-id to producer-event-id
            move ct-return-code to producer-return-code
        else
            perform 116-note-output-totals
        end-if

        read control-totals
    end-perform

    close control-totals

    if run-record-missing
        move
            "CONTROL TOTALS EMPTY - THE PRODUCING STEP DID NOT FINISH"
            to refusal-text
        perform 160-refuse
    end-if.

    115-load-control-totals-exit.
        exit.

116-note-output-totals.
    perform 140-find-output

    if roll-not-found
        move spaces to refusal-text
        string
            "CONTROL TOTALS FOR AN OUTPUT ROLLIN DOES NOT KNOW: "
                delimited by size
            ct-output delimited by size
            into refusal-text
        end-string
        perform 160-refuse
    else
        set roll-idx to roll-match

        if rl-produced (roll-idx)
            move spaces to refusal-text
            string
                "CONTROL TOTALS FOR " delimited by size
                function trim(ct-output) delimited by size
                " APPEAR TWICE" delimited by size
                into refusal-text
            end-string
            perform 160-refuse
        else
            add 1 to outputs-produced
            set rl-produced (roll-idx) to true
            move ct-check to rl-check (roll-idx)
            move ct-old-count to rl-ct-old-count (roll-idx)
            move ct-new-count to rl-ct-new-count (roll-idx)
            move ct-movement to rl-ct-movement (roll-idx)
            move ct-master to rl-ct-master (roll-idx)

            if rl-not-carded (roll-idx)
                move spaces to refusal-text
                string
                    "THE RUN WROTE " delimited by size
                    function trim(ct-output) delimited by size
                    " BUT ROLLPARM HAS NO " delimited by size
                    function trim(ct-output) delimited by size
                    "= CARD" delimited by size
                    into refusal-text
                end-string
                perform 160-refuse
            end-if
        end-if
    end-if
    .

120-check-producer.
    if run-record-missing
        go to 120-check-producer-exit
    end-if

    move producer-return-code to return-code-edit
    move spaces to report-line
    string
        "PRODUCED BY " delimited by size
        producer-name delimited by size
        " ON " delimited by size
        producer-run-date delimited by size
        " " delimited by size
        producer-run-time delimited by size
        "  CONDITION CODE " delimited by size
        return-code-edit delimited by size
        into report-line
    end-string

    if producer-event-id not = spaces
        string
            "  EVENT " delimited by size
            producer-event-id delimited by size
            into report-line (66:35)
        end-string
    end-if
    write roll-report-record from report-line

    if producer-return-code > max-return-code
        move max-return-code to return-code-edit
        move spaces to refusal-text
        string
            "THE PRODUCING STEP ENDED OVER THE MAXCC OF "
                delimited by size
            function trim(return-code-edit) delimited by size
            " - SEE ITS OWN REPORTS" delimited by size
            into refusal-text
        end-string
        perform 160-refuse
    end-if.

    120-check-producer-exit.
        exit.

125-check-registry.
      *> -- a run already promoted is never promoted again.
    if run-record-missing
        go to 125-check-registry-exit
    end-if

    open input roll-registry

    if roll-registry-status = '35'
        go to 125-check-registry-exit
    end-if

    if roll-registry-status not = '00'
        display
            "unable to open roll-in registry" upon syserr
        move 16 to return-code
        stop run
    end-if

    read roll-registry

    perform until roll-registry-status = '10'
        move roll-registry-record to registry-line

        if rg-status = "PROMOTED"
            and not run-already-promoted
            and rg-producer = producer-name
            and rg-run-date = producer-run-date
            and rg-run-time = producer-run-time
            set run-already-promoted to true
            move spaces to refusal-text
            string
                "THIS RUN WAS ALREADY ROLLED IN ON " delimited by size
                rg-date delimited by size
                " " delimited by size
                rg-time delimited by size
                into refusal-text
            end-string
            perform 160-refuse
        end-if

        read roll-registry
    end-perform

    close roll-registry.

    125-check-registry-exit.
        exit.

130-verify-one-output.
    move spaces to report-line
    write roll-report-record from report-line

    move spaces to report-line
    string
        function trim(rl-output (roll-idx)) delimited by size
        ": " delimited by size
        function trim(rl-new-name (roll-idx)) delimited by size
        " OVER " delimited by size
        function trim(rl-master-name (roll-idx)) delimited by size
        into report-line
    end-string
    write roll-report-record from report-line

    move spaces to report-line
    string
        "OUTPUT    CHECK                           " delimited by size
        "  EXPECTED      ACTUAL  STATUS" delimited by size
        into report-line
    end-string
    write roll-report-record from report-line

    move all "-" to report-line
    write roll-report-record from report-line

    if rl-not-carded (roll-idx)
        go to 130-verify-one-output-exit
    end-if

      *> -- the run must have read the master it would overwrite:
      *> an event that draws on its own inventory is checked and
      *> moved against that inventory, not the one carded here.
    if rl-ct-master (roll-idx) not = spaces
        and rl-ct-master (roll-idx) not = rl-master-name (roll-idx)
        move spaces to refusal-text
        string
            "THE RUN READ ITS MASTER FROM " delimited by size
            function trim(rl-ct-master (roll-idx)) delimited by size
            into refusal-text
        end-string
        perform 160-refuse
        move spaces to refusal-text
        string
            "BUT ROLLPARM WOULD PROMOTE OVER " delimited by size
            function trim(rl-master-name (roll-idx))
                delimited by size
            into refusal-text
        end-string
        perform 160-refuse
        go to 130-verify-one-output-exit
    end-if

      *> -- the master as it stands now: a missing master is an
      *> empty one (the first carryover run has none).
    move rl-master-name (roll-idx) to master-file-name
    open input master-file

    if master-file-status = '35'
        move zero to measure-count
        move zero to measure-total
        move zero to measure-unreadable
    else
        if master-file-status not = '00'
            move spaces to refusal-text
            string
                "MASTER WILL NOT OPEN: " delimited by size
                function trim(rl-master-name (roll-idx))
                    delimited by size
                into refusal-text
            end-string
            perform 160-refuse
            go to 130-verify-one-output-exit
        end-if

        perform 135-measure-master
    end-if

    move measure-count to rl-old-count (roll-idx)
    move measure-total to rl-old-measure (roll-idx)

    move "MASTER RECORDS (BEFORE)" to check-desc
    move rl-ct-old-count (roll-idx) to check-expected
    move rl-old-count (roll-idx) to check-actual
    perform 145-report-one-check

    if measure-unreadable > zero
        move "MASTER ON-HAND UNREADABLE" to check-desc
        move zero to check-expected
        move measure-unreadable to check-actual
        perform 145-report-one-check
    end-if

    move rl-new-name (roll-idx) to new-file-name
    open input new-file

    if new-file-status not = '00'
        move spaces to refusal-text
        string
            "NEW GENERATION WILL NOT OPEN: " delimited by size
            function trim(rl-new-name (roll-idx)) delimited by size
            into refusal-text
        end-string
        perform 160-refuse
        go to 130-verify-one-output-exit
    end-if

    perform 136-measure-new

    move measure-count to rl-new-count (roll-idx)
    move measure-total to rl-new-measure (roll-idx)

    move "NEW GENERATION RECORDS" to check-desc
    move rl-ct-new-count (roll-idx) to check-expected
    move rl-new-count (roll-idx) to check-actual
    perform 145-report-one-check

    if measure-unreadable > zero
        move "NEW ON-HAND UNREADABLE" to check-desc
        move zero to check-expected
        move measure-unreadable to check-actual
        perform 145-report-one-check
    end-if

      *> -- the movement between master and .NEW must be what the
      *> run said it did.
    evaluate rl-check (roll-idx)
        when "ONHAND"
            move "ON-HAND UNITS MOVED" to check-desc
        when "EXPIRED"
            move "CLAIMS NEWLY EXPIRED" to check-desc
        when "RECORDS"
            move "RECORDS ADDED LESS REMOVED" to check-desc
        when "COUNTS"
            go to 130-verify-one-output-exit
        when other
            move spaces to refusal-text
            string
                "UNKNOWN CHECK ON THE CONTROL TOTALS FOR "
                    delimited by size
                rl-output (roll-idx) delimited by size
                into refusal-text
            end-string
            perform 160-refuse
            go to 130-verify-one-output-exit
    end-evaluate

    move rl-ct-movement (roll-idx) to check-expected
    compute check-actual =
        rl-new-measure (roll-idx) - rl-old-measure (roll-idx)
    perform 145-report-one-check.

    130-verify-one-output-exit.
        exit.

135-measure-master.
    move zero to measure-count
    move zero to measure-total
    move zero to measure-unreadable

    read master-file

    perform until master-file-status = '10'
        add 1 to measure-count
        move master-file-record to measure-record
        perform 137-measure-one-record
        read master-file
    end-perform

    close master-file
    .

136-measure-new.
    move zero to measure-count
    move zero to measure-total
    move zero to measure-unreadable

    read new-file

    perform until new-file-status = '10'
        add 1 to measure-count
        move new-file-record to measure-record
        perform 137-measure-one-record
        read new-file
    end-perform

    close new-file
    .

137-measure-one-record.
    evaluate rl-check (roll-idx)
        when "ONHAND"
            perform 138-find-onhand

            if onhand-readable
                add onhand-units to measure-total
            else
                add 1 to measure-unreadable
            end-if
        when "EXPIRED"
            move measure-record to claim-line

            if cm-status = "EXPIRED"
                add 1 to measure-total
            end-if
        when "RECORDS"
            add 1 to measure-total
    end-evaluate
    .

138-find-onhand.
    move measure-record to onhand-scan-line
    move zero to onhand-units
    set onhand-readable to true
    set onhand-scan-more to true

    if onhand-scan-line = spaces
        set onhand-unreadable to true
        set onhand-scan-done to true
    end-if

    perform until onhand-scan-done
        move function length(function trim(onhand-scan-line trailing))
            to onhand-scan-length
        move function reverse(onhand-scan-line (1:onhand-scan-length))
            to onhand-scan-rev
        move zero to onhand-field-length
        inspect onhand-scan-rev (1:onhand-scan-length)
            tallying onhand-field-length
            for characters before initial ','

        if onhand-field-length >= onhand-scan-length
            or onhand-field-length = zero
            set onhand-unreadable to true
            set onhand-scan-done to true
        else
            move onhand-scan-line (onhand-scan-length
                - onhand-field-length + 1:onhand-field-length)
                to onhand-field
            move zero to onhand-equals
            inspect onhand-field tallying onhand-equals for all '='

            if onhand-equals = zero
                set onhand-scan-done to true
                move function trim(onhand-field) to onhand-edit
                inspect onhand-edit replacing leading space by zero

                if onhand-edit is numeric
                    move onhand-edit to onhand-units
                else
                    set onhand-unreadable to true
                end-if
            else
                move spaces to onhand-scan-line (onhand-scan-length
                    - onhand-field-length:onhand-field-length + 1)
            end-if
        end-if
    end-perform
    .

140-find-output.
    set roll-not-found to true
    move zero to roll-match

    perform varying roll-idx from 1 by 1
            until roll-idx > roll-count
            or roll-found
        if rl-output (roll-idx) = ct-output
            set roll-found to true
            move roll-idx to roll-match
        end-if
    end-perform
    .

145-report-one-check.
    move spaces to check-line
    move rl-output (roll-idx) to ck-output
    move check-desc to ck-desc
    move check-expected to ck-expected
    move check-actual to ck-actual

    if check-expected = check-actual
        move "OK" to ck-status
    else
        move "*ERROR*" to ck-status
        set roll-in-refused to true
    end-if

    write roll-report-record from check-line
    .

150-promote-outputs.
      *> -- every check has passed. every master is backed up
      *> first, so nothing is overwritten until all of them can be
      *> put back; then each .NEW is copied over its master in
      *> turn. a copy that fails part-way puts back every master
      *> it has touched, so the masters stay one unit either way.
    perform varying roll-idx from 1 by 1
            until roll-idx > roll-count
            or promotion-failed
        if rl-produced (roll-idx)
            perform 151-backup-one-output
                thru 151-backup-one-output-exit
        end-if
    end-perform

    if promotion-failed
        go to 150-promote-outputs-exit
    end-if

    perform varying roll-idx from 1 by 1
            until roll-idx > roll-count
            or promotion-failed
        if rl-produced (roll-idx)
            perform 155-promote-one-output
                thru 155-promote-one-output-exit
        end-if
    end-perform

    if promotion-failed
        perform varying roll-idx from 1 by 1
                until roll-idx > roll-count
            if rl-master-touched (roll-idx)
                perform 158-restore-one-output
                    thru 158-restore-one-output-exit
            end-if
        end-perform

        move zero to outputs-promoted
        set roll-in-refused to true
    end-if

    if restore-failed
        move spaces to report-line
        move
            "PUT BACK BY HAND EACH MASTER NAMED ABOVE BEFORE ANY OTHER RUN"
            to report-line
        write roll-report-record from report-line
        display
            "promotion failed and a master could not be put back"
            " - see roll-in report" upon syserr
        close roll-report
        move 16 to return-code
        stop run
    end-if.

    150-promote-outputs-exit.
        exit.

151-backup-one-output.
      *> -- copy the master as it stands to its backup. a master
      *> that does not exist yet (the first carryover run) has
      *> nothing to back up; putting it back means emptying it.
    move spaces to backup-file-name
    string
        function trim(rl-master-name (roll-idx)) delimited by size
        ".ROLLBAK" delimited by size
        into backup-file-name
    end-string
    move backup-file-name to rl-backup-name (roll-idx)
    move rl-master-name (roll-idx) to master-file-name

    open input master-file

    if master-file-status = '35'
        set rl-no-master (roll-idx) to true
        go to 151-backup-one-output-exit
    end-if

    if master-file-status not = '00'
        move "BACKUP FAILED OPENING THE MASTER FOR" to backup-failure-text
        perform 152-report-backup-failure
        go to 151-backup-one-output-exit
    end-if

    open output backup-file

    if backup-file-status not = '00'
        close master-file
        move "BACKUP FAILED OPENING THE BACKUP FOR" to backup-failure-text
        perform 152-report-backup-failure
        go to 151-backup-one-output-exit
    end-if

    read master-file

    perform until master-file-status = '10'
        move master-file-record to backup-file-record
        write backup-file-record

        if backup-file-status = '00'
            add 1 to rl-backup-count (roll-idx)
        end-if

        read master-file
    end-perform

    close master-file
    close backup-file

    if rl-backup-count (roll-idx) not = rl-old-count (roll-idx)
        or backup-file-status not = '00'
        move "BACKUP DID NOT COPY CLEAN FOR" to backup-failure-text
        perform 152-report-backup-failure
        go to 151-backup-one-output-exit
    end-if

    move spaces to report-line
    string
        "BACKED UP " delimited by size
        function trim(rl-master-name (roll-idx)) delimited by size
        " TO " delimited by size
        function trim(rl-backup-name (roll-idx)) delimited by size
        into report-line
    end-string
    write roll-report-record from report-line.

    151-backup-one-output-exit.
        exit.

152-report-backup-failure.
      *> -- no master has been touched yet, so the roll-in simply
      *> stops here with every master as it was.
    move spaces to report-line
    string
        function trim(backup-failure-text) delimited by size
        " " delimited by size
        function trim(rl-output (roll-idx)) delimited by size
        " - NO MASTER WAS TOUCHED" delimited by size
        into report-line
    end-string
    write roll-report-record from report-line
    set promotion-failed to true
    .

155-promote-one-output.
    move rl-new-name (roll-idx) to new-file-name
    move rl-master-name (roll-idx) to master-file-name

    open input new-file

    if new-file-status not = '00'
        move spaces to report-line
        string
            "PROMOTION FAILED OPENING THE NEW GENERATION FOR "
                delimited by size
            function trim(rl-output (roll-idx)) delimited by size
            into report-line
        end-string
        write roll-report-record from report-line
        set promotion-failed to true
        go to 155-promote-one-output-exit
    end-if

    set rl-master-touched (roll-idx) to true
    open output master-file

    if master-file-status not = '00'
        close new-file
        move spaces to report-line
        string
            "PROMOTION FAILED OPENING THE MASTER FOR "
                delimited by size
            function trim(rl-output (roll-idx)) delimited by size
            into report-line
        end-string
        write roll-report-record from report-line
        set promotion-failed to true
        go to 155-promote-one-output-exit
    end-if

    read new-file

    perform until new-file-status = '10'
        move new-file-record to master-file-record
        write master-file-record

        if master-file-status = '00'
            add 1 to rl-promoted-count (roll-idx)
        end-if

        read new-file
    end-perform

    close new-file
    close master-file

    if rl-promoted-count (roll-idx) not = rl-new-count (roll-idx)
        or master-file-status not = '00'
        move spaces to report-line
        string
            "PROMOTION OF " delimited by size
            function trim(rl-output (roll-idx)) delimited by size
            " DID NOT COPY CLEAN" delimited by size
            into report-line
        end-string
        write roll-report-record from report-line
        set promotion-failed to true
        go to 155-promote-one-output-exit
    end-if

    add 1 to outputs-promoted

    move spaces to report-line
    string
        "PROMOTED " delimited by size
        function trim(rl-new-name (roll-idx)) delimited by size
        " OVER " delimited by size
        function trim(rl-master-name (roll-idx)) delimited by size
        into report-line
    end-string
    write roll-report-record from report-line.

    155-promote-one-output-exit.
        exit.

158-restore-one-output.
      *> -- put a master the failed promotion touched back from its
      *> backup. one that cannot be put back is named and the rest
      *> are still restored.
    move rl-master-name (roll-idx) to master-file-name
    move rl-backup-name (roll-idx) to backup-file-name
    move zero to rl-promoted-count (roll-idx)

    open output master-file

    if master-file-status not = '00'
        go to 158-restore-one-output-failed
    end-if

    if rl-no-master (roll-idx)
        close master-file
        move spaces to report-line
        string
            "PUT BACK " delimited by size
            function trim(rl-master-name (roll-idx)) delimited by size
            " EMPTY, AS IT WAS" delimited by size
            into report-line
        end-string
        write roll-report-record from report-line
        go to 158-restore-one-output-exit
    end-if

    open input backup-file

    if backup-file-status not = '00'
        close master-file
        go to 158-restore-one-output-failed
    end-if

    read backup-file

    perform until backup-file-status = '10'
        move backup-file-record to master-file-record
        write master-file-record

        if master-file-status = '00'
            add 1 to rl-promoted-count (roll-idx)
        end-if

        read backup-file
    end-perform

    close backup-file
    close master-file

    if rl-promoted-count (roll-idx) not = rl-backup-count (roll-idx)
        or master-file-status not = '00'
        go to 158-restore-one-output-failed
    end-if

    move spaces to report-line
    string
        "PUT BACK " delimited by size
        function trim(rl-master-name (roll-idx)) delimited by size
        " FROM " delimited by size
        function trim(rl-backup-name (roll-idx)) delimited by size
        into report-line
    end-string
    write roll-report-record from report-line
    go to 158-restore-one-output-exit.

    158-restore-one-output-failed.
        set restore-failed to true
        move spaces to report-line

        if rl-no-master (roll-idx)
            string
                "*NOT PUT BACK* " delimited by size
                function trim(rl-master-name (roll-idx))
                    delimited by size
                " - IT DID NOT EXIST BEFORE, DELETE IT"
                    delimited by size
                into report-line
            end-string
        else
            string
                "*NOT PUT BACK* " delimited by size
                function trim(rl-master-name (roll-idx))
                    delimited by size
                " - ITS BACKUP IS " delimited by size
                function trim(rl-backup-name (roll-idx))
                    delimited by size
                into report-line
            end-string
        end-if

        write roll-report-record from report-line.

    158-restore-one-output-exit.
        exit.

160-refuse.
    set roll-in-refused to true
    add 1 to refusals-listed

    move spaces to report-line
    string
        "*REFUSED* " delimited by size
        refusal-text delimited by size
        into report-line
    end-string
    write roll-report-record from report-line
    .

170-write-registry.
    open extend roll-registry

    if roll-registry-status = '35'
        close roll-registry
        open output roll-registry
    end-if

    if roll-registry-status not = '00'
        display
            "unable to open roll-in registry" upon syserr
        move 16 to return-code
        stop run
    end-if

    move spaces to registry-line
    move today-date-x to rg-date
    move time-now-x to rg-time
    move producer-name to rg-producer
    move producer-run-date to rg-run-date
    move producer-run-time to rg-run-time
    move producer-event-id to rg-event-id

    if outputs-produced = zero
        move "RUN" to rg-output

        if roll-in-refused
            move "REFUSED" to rg-status
        else
            move "NOTHING" to rg-status
        end-if

        move control-totals-name to rg-master
        move registry-line to roll-registry-record
        write roll-registry-record
    end-if

    perform varying roll-idx from 1 by 1
            until roll-idx > roll-count
        if rl-produced (roll-idx)
            move rl-output (roll-idx) to rg-output

            if roll-in-refused
                move "REFUSED" to rg-status
            else
                move "PROMOTED" to rg-status
            end-if

            move rl-master-name (roll-idx) to rg-master
            move registry-line to roll-registry-record
            write roll-registry-record
        end-if
    end-perform

    close roll-registry

    if roll-registry-status not = '00'
        display
            "roll-in registry did not close clean" upon syserr
        move 16 to return-code
    end-if
    .

180-finish-report.
    move spaces to report-line
    write roll-report-record from report-line

    move all "=" to report-line
    write roll-report-record from report-line

    move spaces to report-line

    evaluate true
        when promotion-failed
            move
                "PROMOTION FAILED PART-WAY - EVERY MASTER WAS PUT BACK AS IT WAS"
                to report-line
        when roll-in-refused
            move
                "ROLL-IN REFUSED - NOTHING PROMOTED, EVERY MASTER IS AS IT WAS"
                to report-line
        when outputs-produced = zero
            move "THE RUN WROTE NO OUTPUTS - NOTHING TO PROMOTE"
                to report-line
        when other
            move outputs-promoted to display-count
            string
                "ALL CHECKS PASSED - " delimited by size
                function trim(display-count) delimited by size
                " OUTPUT(S) PROMOTED AS ONE UNIT" delimited by size
                into report-line
            end-string
    end-evaluate

    write roll-report-record from report-line

    close roll-report
    .

195-report-totals.
    move control-records-read to display-count
    display display-count space 'control total records read'
    move outputs-produced to display-count
    display display-count space 'outputs written by the run'
    move outputs-promoted to display-count
    display display-count space 'outputs promoted'

    evaluate true
        when promotion-failed
            display
                "promotion failed part-way, masters put back - see"
                " roll-in report" upon syserr
            move 16 to return-code
        when roll-in-refused
            display
                "roll-in refused - see roll-in report" upon syserr
            move 8 to return-code
        when outputs-produced = zero
            move 4 to return-code
    end-evaluate
    .
