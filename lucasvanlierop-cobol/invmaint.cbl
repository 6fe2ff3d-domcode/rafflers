        >>source format is free
identification division.
    program-id. invmaint.
    author. Lucas van Lierop.
      *> =============================================
      *> maintain the prize inventory master from
      *> receiving, adjustment, and write-off
      *> transactions
      *> =============================================
      *> cobc invmaint.cbl -free -x -0
      *> ./invmaint {prize-inventory} {transactions}
      *> =============================================
      *> action R receives stock bought in, A adjusts
      *> the on-hand count up (+) or down (-) after a
      *> stock count, W writes damaged or lost units
      *> off, and M maintains the prize's attributes:
      *> its reorder point (REORDER=), vendor
      *> (VENDOR=), and cost center (COSTCTR=). a
      *> transaction names the prize exactly as the
      *> inventory does; one for a prize not on the
      *> master is rejected, as is one that would
      *> take the on-hand count below zero.
      *> transactions apply in file order. as with
      *> clmmaint, the master is never updated in
      *> place: the updated inventory goes to PRZINVN
      *> and every transaction, applied or rejected,
      *> is listed on the INVREG register with the
      *> on-hand count before and after, followed by
      *> the unit totals, which must balance. rejects
      *> end the run with condition code 4, an out
      *> of balance register with 8.
      *> =============================================

environment division.
    input-output section.
       file-control.
           select prize-inventory
               assign to prize-inv-name
               file status is prize-inv-status
               organization is line sequential.

           select inventory-trans
               assign to inventory-trans-name
               file status is inventory-trans-status
               organization is line sequential.

           select prize-inventory-new
               assign to "PRZINVN"
               file status is prize-inv-new-status
               organization is line sequential.

           select inventory-register
               assign to "INVREG"
               file status is inventory-register-status
               organization is line sequential.

data division.
    file section.
        fd prize-inventory.
        01 prize-inventory-record pic x(120).

        fd inventory-trans.
        01 inventory-trans-record pic x(80).

        fd prize-inventory-new.
        01 prize-inventory-new-record pic x(120).

        fd inventory-register.
        01 inventory-register-record pic x(120).

    working-storage section.
        01 prize-inv-name pic x(50).
        01 prize-inv-status pic x(2).
        01 inventory-trans-name pic x(50).
        01 inventory-trans-status pic x(2).
        01 prize-inv-new-status pic x(2).
        01 inventory-register-status pic x(2).

      *> -- transaction record layout, fixed columns. action R =
      *> receive, A = adjust (sign + or -), W = write off, M =
      *> maintain attributes (a blank field is left as it is).

       01  trans-columns.
           03  tc-action pic x(1).
           03  tc-prize pic x(32).
           03  tc-sign pic x(1).
           03  tc-quantity pic x(5).
           03  tc-reference pic x(12).
           03  tc-reorder pic x(5).
           03  tc-vendor pic x(16).
           03  tc-cost-center pic x(8).

      *> -- prize inventory master, split exactly as the draw step
      *> splits it: the last two comma fields are the on-hand stock
      *> and unit value, whatever is left is the prize name.

       01  prize-inv-table.
           03  prize-inv-entry occurs 99 times indexed by inv-idx.
               05  pi-name pic x(32).
               05  pi-value pic 9(5)v99.
               05  pi-onhand pic 9(5).
               05  pi-attributes pic x(80).
       01  prize-inv-count pic 9(3) value zero.
       01  inv-match pic 9(3) value zero.

       01  inv-found-switch pic x(1).
           88  inventory-entry-found value 'Y'.
           88  inventory-entry-not-found value 'N'.

       01  split-source-line pic x(80).
       01  split-line-length pic 9(3).
       01  split-rev-line pic x(80).
       01  split-ptr pic 9(3).
       01  raw-name-field pic x(80).

      *> -- prize attributes: after "name,value,on-hand" a record
      *> may carry KEYWORD=VALUE fields (COSTCTR=, REORDER=,
      *> VENDOR=). they are peeled off the right before the fields
      *> above are split, and written back on the updated inventory
      *> as they were read, with whatever M transactions changed.

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
       01  inv-value-field pic x(10).
       01  inv-dollars-x pic x(5) justified right.
       01  inv-dollars-9 redefines inv-dollars-x pic 9(5).
       01  inv-cents-x pic x(2).
       01  inv-cents-9 redefines inv-cents-x pic 9(2).
       01  inv-work-value pic 9(5)v99.

       01  inv-value-edit pic zzzz9.99.
       01  inv-onhand-out pic 9(5).

      *> -- attribute maintenance: the prize's attributes are
      *> rebuilt field by field into attr-current, the named
      *> keyword replaced where it stands or added at the end.
      *> nothing is kept unless every change on the transaction
      *> fits.

       01  attr-current pic x(80).
       01  attr-ptr pic 9(3).
       01  attr-out-ptr pic 9(3).
       01  attr-field pic x(80).
       01  attr-keyword pic x(12).
       01  attr-value pic x(66).
       01  attr-set-keyword pic x(12).
       01  attr-set-field pic x(80).
       01  attr-reorder-edit pic z(4)9.
       01  attr-bad-chars pic 9(3).

       01  attr-replaced-switch pic x(1).
           88  attr-replaced value 'Y'.
           88  attr-not-replaced value 'N'.

       01  attr-overflow-switch pic x(1).
           88  attr-overflow value 'Y'.
           88  attr-fits value 'N'.

      *> -- the transaction being applied --

       01  trans-quantity-x pic x(5) justified right.
       01  trans-quantity-9 redefines trans-quantity-x pic 9(5).
       01  trans-reorder-x pic x(5) justified right.
       01  trans-reorder-9 redefines trans-reorder-x pic 9(5).
       01  onhand-before pic 9(5).
       01  onhand-after pic s9(7).
       01  reject-reason pic x(30).
       01  applied-note pic x(30).

       01  quantity-switch pic x(1).
           88  quantity-valid value 'Y'.
           88  quantity-invalid value 'N'.

       01  trans-result-switch pic x(1).
           88  trans-rejected value 'Y'.
           88  trans-accepted value 'N'.

      *> -- register lines --

       01  report-line pic x(120).
       01  count-edit pic z(8)9.

       01  register-line.
           03  rg-action pic x(1).
           03  filler pic x(2).
           03  rg-prize pic x(32).
           03  filler pic x(2).
           03  rg-quantity pic -(5)9.
           03  filler pic x(2).
           03  rg-reference pic x(12).
           03  filler pic x(2).
           03  rg-before pic z(4)9.
           03  filler pic x(2).
           03  rg-after pic z(4)9.
           03  filler pic x(2).
           03  rg-result pic x(40).

       01  run-date pic 9(8).
       01  today-date-x pic x(10).

      *> -- control totals: the on-hand count over the whole
      *> inventory before, plus what came in, less what went out,
      *> must be the count written.

       01  onhand-total-before pic 9(9) value zero.
       01  onhand-total-after pic 9(9) value zero.
       01  onhand-total-expected pic 9(9) value zero.
       01  units-received pic 9(9) value zero.
       01  units-adjusted-up pic 9(9) value zero.
       01  units-adjusted-down pic 9(9) value zero.
       01  units-written-off pic 9(9) value zero.

       01  out-of-balance-switch pic x(1) value 'N'.
           88  out-of-balance value 'Y'.

       01  prizes-read pic 9(9) value zero.
       01  prizes-written pic 9(9) value zero.
       01  trans-read pic 9(9) value zero.
       01  trans-applied pic 9(9) value zero.
       01  trans-rejected-count pic 9(9) value zero.
       01  display-count pic z,zzz,zzz.

procedure division.
    display 'prize inventory maintenance'.
    perform 100-initialize.
    perform 105-load-prize-inventory.
    perform 110-open-files.
    perform 115-write-register-heading.

    read inventory-trans

    perform until inventory-trans-status = '10'
        add 1 to trans-read
        move inventory-trans-record to trans-columns
        perform 120-apply-one-trans thru 120-apply-one-trans-exit
        perform 130-register-trans
        read inventory-trans
    end-perform

    perform 150-write-updated-inventory.
    perform 180-finish-register.
    perform 190-close-files.
    perform 195-report-totals.

stop run.

100-initialize.
    accept prize-inv-name from argument-value
        on exception
            display
                "usage: invmaint {prize-inventory} {transactions}"
                upon syserr
            move 16 to return-code
            stop run
        not on exception
            display
                "reading prize inventory " prize-inv-name
            end-display
    end-accept.

    accept inventory-trans-name from argument-value
        on exception
            display
                "usage: invmaint {prize-inventory} {transactions}"
                upon syserr
            move 16 to return-code
            stop run
        not on exception
            display
                "applying transactions " inventory-trans-name
            end-display
    end-accept.

    accept run-date from date yyyymmdd.

    string
        run-date (1:4) "-" run-date (5:2) "-" run-date (7:2)
        delimited by size
        into today-date-x
    end-string.

105-load-prize-inventory.
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
        add 1 to prize-inv-count
        add 1 to prizes-read

        if prize-inv-count > 99
            display
                "too many prizes in prize-inventory" upon syserr
            move 16 to return-code
            stop run
        end-if

        perform 108-peel-inventory-attributes
        perform 108-split-inventory-fields

        set inv-idx to prize-inv-count
        move inv-attributes to pi-attributes (inv-idx)
        move raw-name-field to pi-name (inv-idx)
        move inv-work-value to pi-value (inv-idx)
        move inv-onhand-edit to pi-onhand (inv-idx)
        add pi-onhand (inv-idx) to onhand-total-before

        read prize-inventory
    end-perform

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
      *> name, commas and all.
    move function trim(split-source-line) to raw-name-field
    move zero to inv-work-value
    move zeros to inv-onhand-edit

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

    move function reverse(function trim(inv-rev-onhand-part))
        to inv-onhand-edit
    inspect inv-onhand-edit replacing leading space by zero

    if inv-onhand-edit is not numeric
        display
            "bad on-hand stock in prize-inventory: "
            split-source-line upon syserr
        move 16 to return-code
        stop run
    end-if

    move function reverse(function trim(inv-rev-value-part))
        to inv-value-field

    move zeros to inv-dollars-x
    move zeros to inv-cents-x
    unstring inv-value-field delimited by '.' or ' '
        into inv-dollars-x inv-cents-x
    end-unstring

    inspect inv-dollars-x replacing leading space by zero
    inspect inv-cents-x replacing trailing space by zero

    if inv-dollars-x is not numeric
        or inv-cents-x is not numeric
        display
            "bad unit value in prize-inventory: "
            split-source-line upon syserr
        move 16 to return-code
        stop run
    end-if

    compute inv-work-value =
        inv-dollars-9 + inv-cents-9 / 100

    move function reverse(split-rev-line (split-ptr:
        split-line-length - split-ptr + 1))
        to raw-name-field
    .

110-open-files.
    open input inventory-trans

    if inventory-trans-status not = '00'
        display
            "unable to open transactions " inventory-trans-name
            upon syserr
        move 16 to return-code
        stop run
    end-if

    open output inventory-register

    if inventory-register-status not = '00'
        display
            "unable to open inventory register" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

115-write-register-heading.
    move spaces to report-line
    string
        "PRIZE INVENTORY TRANSACTION REGISTER - " delimited by size
        today-date-x delimited by size
        " - " delimited by size
        function trim(prize-inv-name) delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move all "-" to report-line
    write inventory-register-record from report-line

    move spaces to report-line
    string
        "A  PRIZE                             " delimited by size
        "   QTY  REFERENCE     BEFORE  AFTER  " delimited by size
        "RESULT" delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move all "-" to report-line
    write inventory-register-record from report-line
    .

120-apply-one-trans.
    set trans-accepted to true
    move spaces to reject-reason
    move spaces to applied-note
    move zero to trans-quantity-9
    move zero to onhand-before
    move zero to onhand-after
    set inventory-entry-not-found to true
    set quantity-invalid to true

    if tc-action not = 'M'
        move function trim(tc-quantity) to trans-quantity-x
        inspect trans-quantity-x replacing leading space by zero

        if trans-quantity-x is numeric and trans-quantity-9 > zero
            set quantity-valid to true
        else
            move zero to trans-quantity-9
        end-if
    end-if

    if tc-action not = 'R' and tc-action not = 'A'
        and tc-action not = 'W' and tc-action not = 'M'
        move "INVALID ACTION CODE" to reject-reason
        go to 120-apply-one-trans-reject
    end-if

    move zero to inv-match

    perform varying inv-idx from 1 by 1
            until inv-idx > prize-inv-count
            or inventory-entry-found
        if pi-name (inv-idx) = tc-prize
            set inventory-entry-found to true
            move inv-idx to inv-match
        end-if
    end-perform

    if inventory-entry-not-found
        move "PRIZE NOT ON INVENTORY" to reject-reason
        go to 120-apply-one-trans-reject
    end-if

    set inv-idx to inv-match
    move pi-onhand (inv-idx) to onhand-before
    move pi-onhand (inv-idx) to onhand-after

    if tc-action = 'M'
        perform 140-maintain-attributes
        if trans-rejected
            go to 120-apply-one-trans-reject
        end-if
        go to 120-apply-one-trans-exit
    end-if

    if quantity-invalid
        move "QUANTITY MISSING OR INVALID" to reject-reason
        go to 120-apply-one-trans-reject
    end-if

    evaluate tc-action
        when 'R'
            if tc-sign not = space and tc-sign not = '+'
                move "RECEIPT CANNOT BE NEGATIVE" to reject-reason
                go to 120-apply-one-trans-reject
            end-if
            compute onhand-after = onhand-before + trans-quantity-9
        when 'W'
            if tc-sign not = space and tc-sign not = '+'
                move "WRITE-OFF CANNOT BE NEGATIVE" to reject-reason
                go to 120-apply-one-trans-reject
            end-if
            compute onhand-after = onhand-before - trans-quantity-9
        when 'A'
            evaluate tc-sign
                when '+'
                    compute onhand-after =
                        onhand-before + trans-quantity-9
                when '-'
                    compute onhand-after =
                        onhand-before - trans-quantity-9
                when other
                    move "ADJUSTMENT NEEDS SIGN + OR -"
                        to reject-reason
                    go to 120-apply-one-trans-reject
            end-evaluate
    end-evaluate

    if onhand-after < zero
        move "WOULD TAKE ON-HAND BELOW ZERO" to reject-reason
        go to 120-apply-one-trans-reject
    end-if

    if onhand-after > 99999
        move "WOULD TAKE ON-HAND OVER 99999" to reject-reason
        go to 120-apply-one-trans-reject
    end-if

    move onhand-after to pi-onhand (inv-idx)

    evaluate tc-action
        when 'R'
            add trans-quantity-9 to units-received
            move "RECEIVED" to applied-note
        when 'W'
            add trans-quantity-9 to units-written-off
            move "WRITTEN OFF" to applied-note
        when 'A'
            if tc-sign = '+'
                add trans-quantity-9 to units-adjusted-up
            else
                add trans-quantity-9 to units-adjusted-down
            end-if
            move "ADJUSTED" to applied-note
    end-evaluate

    go to 120-apply-one-trans-exit.

    120-apply-one-trans-reject.
        set trans-rejected to true
        move onhand-before to onhand-after.

    120-apply-one-trans-exit.
        exit.

130-register-trans.
    move spaces to register-line
    move tc-action to rg-action
    move tc-prize to rg-prize
    move tc-reference to rg-reference

    if tc-action not = 'M' and quantity-valid
        if tc-sign = '-' or tc-action = 'W'
            compute rg-quantity = zero - trans-quantity-9
        else
            move trans-quantity-9 to rg-quantity
        end-if
    end-if

    if inventory-entry-found
        move onhand-before to rg-before
        move onhand-after to rg-after
    end-if

    if trans-rejected
        add 1 to trans-rejected-count
        move spaces to rg-result
        string
            "REJECTED " delimited by size
            reject-reason delimited by size
            into rg-result
        end-string
    else
        add 1 to trans-applied
        move applied-note to rg-result
    end-if

    write inventory-register-record from register-line
    .

140-maintain-attributes.
      *> -- each non-blank field on the transaction replaces its
      *> keyword; a vendor or cost center holding a comma or an
      *> equals sign would corrupt the record and is refused.
    move pi-attributes (inv-idx) to attr-current
    set attr-fits to true

    if tc-reorder = spaces and tc-vendor = spaces
        and tc-cost-center = spaces
        move "NOTHING TO CHANGE" to reject-reason
        set trans-rejected to true
    end-if

    if trans-accepted and tc-reorder not = spaces
        move function trim(tc-reorder) to trans-reorder-x
        inspect trans-reorder-x replacing leading space by zero

        if trans-reorder-x is not numeric
            move "REORDER POINT NOT NUMERIC" to reject-reason
            set trans-rejected to true
        else
            move trans-reorder-9 to attr-reorder-edit
            move "REORDER" to attr-set-keyword
            move spaces to attr-set-field
            string
                "REORDER=" delimited by size
                function trim(attr-reorder-edit) delimited by size
                into attr-set-field
            end-string
            perform 145-set-attribute
        end-if
    end-if

    if trans-accepted and tc-vendor not = spaces
        move zero to attr-bad-chars
        inspect tc-vendor tallying attr-bad-chars for all ','
            attr-bad-chars for all '='

        if attr-bad-chars > zero
            move "VENDOR HOLDS A COMMA OR =" to reject-reason
            set trans-rejected to true
        else
            move "VENDOR" to attr-set-keyword
            move spaces to attr-set-field
            string
                "VENDOR=" delimited by size
                function trim(tc-vendor) delimited by size
                into attr-set-field
            end-string
            perform 145-set-attribute
        end-if
    end-if

    if trans-accepted and tc-cost-center not = spaces
        move zero to attr-bad-chars
        inspect tc-cost-center tallying attr-bad-chars for all ','
            attr-bad-chars for all '='

        if attr-bad-chars > zero
            move "COST CENTER HOLDS A COMMA OR =" to reject-reason
            set trans-rejected to true
        else
            move "COSTCTR" to attr-set-keyword
            move spaces to attr-set-field
            string
                "COSTCTR=" delimited by size
                function trim(tc-cost-center) delimited by size
                into attr-set-field
            end-string
            perform 145-set-attribute
        end-if
    end-if

    if trans-accepted and attr-overflow
        move "ATTRIBUTES TOO LONG TO HOLD" to reject-reason
        set trans-rejected to true
    end-if

    if trans-accepted
        move attr-current to pi-attributes (inv-idx)
        move "ATTRIBUTES CHANGED" to applied-note
    end-if
    .

145-set-attribute.
    set attr-not-replaced to true
    move attr-current to inv-attributes
    move spaces to inv-attributes-work
    move 1 to attr-out-ptr
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

        if attr-keyword = attr-set-keyword
            move attr-set-field to attr-field
            set attr-replaced to true
        end-if

        perform 146-append-attribute
    end-perform

    if attr-not-replaced
        move attr-set-field to attr-field
        perform 146-append-attribute
    end-if

    move inv-attributes-work to attr-current
    .

146-append-attribute.
    if attr-out-ptr > 1
        string
            "," delimited by size
            into inv-attributes-work
            with pointer attr-out-ptr
            on overflow
                set attr-overflow to true
        end-string
    end-if

    string
        function trim(attr-field) delimited by size
        into inv-attributes-work
        with pointer attr-out-ptr
        on overflow
            set attr-overflow to true
    end-string
    .

150-write-updated-inventory.
    open output prize-inventory-new

    if prize-inv-new-status not = '00'
        display
            "unable to open new prize-inventory" upon syserr
        move 16 to return-code
        stop run
    end-if

    perform varying inv-idx from 1 by 1
            until inv-idx > prize-inv-count
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
            add 1 to prizes-written
        end-if

        add pi-onhand (inv-idx) to onhand-total-after
    end-perform

    close prize-inventory-new

    if prize-inv-new-status not = '00'
        display
            "new prize-inventory did not close clean" upon syserr
        move 16 to return-code
        stop run
    end-if
    .

180-finish-register.
    compute onhand-total-expected =
        onhand-total-before + units-received + units-adjusted-up
        - units-adjusted-down - units-written-off

    if onhand-total-expected not = onhand-total-after
        or prizes-written not = prizes-read
        set out-of-balance to true
    end-if

    move all "-" to report-line
    write inventory-register-record from report-line

    move trans-read to count-edit
    move spaces to report-line
    string
        "TRANSACTIONS READ:        " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move trans-applied to count-edit
    move spaces to report-line
    string
        "TRANSACTIONS APPLIED:     " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move trans-rejected-count to count-edit
    move spaces to report-line
    string
        "TRANSACTIONS REJECTED:    " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move spaces to report-line
    write inventory-register-record from report-line

    move onhand-total-before to count-edit
    move spaces to report-line
    string
        "UNITS ON HAND BEFORE:     " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move units-received to count-edit
    move spaces to report-line
    string
        "  + RECEIVED:             " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move units-adjusted-up to count-edit
    move spaces to report-line
    string
        "  + ADJUSTED UP:          " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move units-adjusted-down to count-edit
    move spaces to report-line
    string
        "  - ADJUSTED DOWN:        " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move units-written-off to count-edit
    move spaces to report-line
    string
        "  - WRITTEN OFF:          " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move onhand-total-after to count-edit
    move spaces to report-line
    string
        "UNITS ON HAND AFTER:      " delimited by size
        count-edit delimited by size
        into report-line
    end-string
    write inventory-register-record from report-line

    move all "-" to report-line
    write inventory-register-record from report-line

    if out-of-balance
        move "*** OUT OF BALANCE - DO NOT ROLL PRZINVN IN ***"
            to report-line
    else
        move "IN BALANCE" to report-line
    end-if
    write inventory-register-record from report-line
    .

190-close-files.
    close inventory-trans
    close inventory-register
    .

195-report-totals.
    move prizes-read to display-count
    display display-count space 'prizes read'
    move trans-read to display-count
    display display-count space 'transactions read'
    move trans-applied to display-count
    display display-count space 'transactions applied'
    move trans-rejected-count to display-count
    display display-count space 'transactions rejected'
    move prizes-written to display-count
    display display-count space 'prizes written'

    if out-of-balance
        display "inventory register out of balance" upon syserr
        move 8 to return-code
    else
        if trans-rejected-count > zero
            move 4 to return-code
        end-if
    end-if
    .
