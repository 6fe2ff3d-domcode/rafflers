               file status is expiry-report-status
               organization is line sequential.

           select control-totals
               assign to "CTLTOTS"
               file status is control-totals-status
               organization is line sequential.

data division.
    file section.
        fd claims-master.
        01 claims-master-record pic x(121).

        fd prize-inventory.
        01 prize-inventory-record pic x(120).

        fd claims-master-new.
        01 claims-master-new-record pic x(121).

        fd prize-inventory-new.
        01 prize-inventory-new-record pic x(120).

        fd expiry-report.
        01 expiry-report-record pic x(100).

        fd control-totals.
        01 control-totals-record pic x(100).

    working-storage section.
        01 claims-master-name pic x(50).
        01 claims-master-status pic x(2).
           03  cm-status pic x(8).
           03  filler pic x(1).
           03  cm-status-date pic x(10).
           03  filler pic x(1).
           03  cm-event-id pic x(8).

      *> -- expiry window --

               05  pi-name pic x(32).
               05  pi-value pic 9(5)v99.
               05  pi-onhand pic 9(5).
               05  pi-attributes pic x(80).
       01  prize-inv-count pic 9(3) value zero.
       01  inv-match pic 9(3) value zero.

       01  split-ptr pic 9(3).
       01  raw-name-field pic x(80).

      *> -- prize attributes: after "name,value,on-hand" a record
      *> may carry KEYWORD=VALUE fields (COSTCTR=, the cost center
      *> the prize is bought on). they are peeled off the right
      *> before the fields above are split, and written back on
      *> the updated inventory exactly as they were read.

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
       01  claims-expired pic 9(9) value zero.
       01  units-returned pic 9(9) value zero.
       01  stock-not-returned pic 9(9) value zero.
       01  claims-written pic 9(9) value zero.
       01  inventory-written pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

      *> -- control totals for the roll-in step: a RUN record with
      *> the condition code the run ended with, then one record per
      *> .NEW output with the master records read, the records
      *> written, and the movement the roll-in step must find
      *> between the two. CTLTOTS is written last, so a run that
      *> stops short leaves it empty and nothing is promoted.

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
    display 'prize-claims expiry pass'.
    perform 100-initialize.
    perform 180-finish-report.
    perform 190-close-files.
    perform 195-report-totals.
    perform 197-write-control-totals
        thru 197-write-control-totals-exit.

stop run.

            stop run
        end-if

        perform 108-peel-inventory-attributes
        perform 108-split-inventory-fields

        set inv-idx to prize-inv-count
        move inv-attributes to pi-attributes (inv-idx)
        move raw-name-field to pi-name (inv-idx)
        move inv-work-value to pi-value (inv-idx)
        move inv-onhand-edit to pi-onhand (inv-idx)
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
        move claim-line to claims-master-new-record
        write claims-master-new-record

        if claims-master-new-status = '00'
            add 1 to claims-written
        end-if

        read claims-master
    end-perform

        move pi-value (inv-idx) to inv-value-edit
        move pi-onhand (inv-idx) to inv-onhand-out
        move spaces to prize-inventory-new-record

        if pi-attributes (inv-idx) = spaces
            string
                function trim(pi-name (inv-idx)) delimited by size
                "," delimited by size
                function trim(inv-value-edit) delimited by size
                "," delimited by size
                inv-onhand-out delimited by size
                into prize-inventory-new-record
            end-string
        else
            string
                function trim(pi-name (inv-idx)) delimited by size
                "," delimited by size
                function trim(inv-value-edit) delimited by size
                "," delimited by size
                inv-onhand-out delimited by size
                "," delimited by size
                function trim(pi-attributes (inv-idx))
                    delimited by size
                into prize-inventory-new-record
            end-string
        end-if
        write prize-inventory-new-record

        if prize-inv-new-status = '00'
            add 1 to inventory-written
        end-if
    end-perform

    close prize-inventory-new
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

    accept control-totals-time from time

    move "CLMEXPIR" to ct-producer
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

    move "CLAIMSN" to ct-output
    move claims-read to ct-old-count
    move claims-written to ct-new-count
    move "EXPIRED" to ct-check
    move claims-expired to ct-movement
    write control-totals-record from control-totals-line

      *> -- every expired claim whose prize is on the inventory
      *> puts one unit back on the on-hand stock.
    move "PRZINVN" to ct-output
    move prize-inv-count to ct-old-count
    move inventory-written to ct-new-count
    move "ONHAND" to ct-check
    move units-returned to ct-movement
    write control-totals-record from control-totals-line

    close control-totals.

    197-write-control-totals-exit.
        exit.
