    input-output section.
        file-control.
            *> which subordinate units feed this run, one CSV row per
            *> unit: unit-id,items-file-path,home-zip -- the same
            *> control file the consolidation job reads
            select unitsfile
            assign to '../units.dat'
            organization is line sequential.
            assign to '../allowance-master.dat'
            organization is line sequential.

            *> recommended moves, then one SHORT row per unit per
            *> tamcn that redistribution still leaves short -- the
            *> requisition generator raises its orders from those:
            *>   SHORT <tamcn> unit <unit> qty <qty> nsn <nsn>
            select planfile
            assign to '../redistribution-plan.txt'
            organization is line sequential.
    01 csv-field pic X(64) occurs 3 times.
    01 bad-rate-count pic 9(5) value 0.
    01 move-count pic 9(5) value 0.
    01 uncovered-count pic 9(5) value 0.

    *> the units themselves, in control-file order
    01 unit-list-capacity pic 9(2) value 50.
        02 tally-tamcn pic X(12).
        02 tally-onhand pic 9(7).
        02 tally-rate-total pic 9(12)v99.
        02 tally-nsn pic X(13).
    01 tally-found-flag pic 9(1) value 0.
        88 tally-found value 1 false 0.

    01 move-value pic 9(12)v99 value 0.
    01 move-value-display pic Z(11)9.99.
    01 qty-display pic Z(6)9.
    01 short-nsn pic X(13) value spaces.

    *> straight-line miles between two units' home zips, from the
    *> unit-mileage module
    01 mileage-from-unit pic X(12) value spaces.
    01 mileage-to-unit pic X(12) value spaces.
    01 mileage-miles pic 9(5) value 0.
    01 mileage-known pic X(1) value "N".
    01 best-donor-idx pic 9(2) value 0.
    01 best-miles pic 9(5) value 0.
    01 best-miles-known pic X(1) value "N".
    01 miles-display pic Z(4)9.
    01 miles-text pic X(7) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
    *> every unit's extract per tamcn, compare each unit against
    *> the allowance, then pair one unit's excess with another's
    *> shortfall on the same tamcn and print the recommended moves
    *> -- from-unit, to-unit, tamcn, quantity, dollar value at the
    *> donor's average unit rate and the miles between the units.
    *>*************************************************************
    main.
        display "redistribution planner starting..."
        close planfile

        display "planner done: " unit-count " unit(s), " move-count
            " recommended move(s), " uncovered-count " uncovered shortfall(s), "
            bad-rate-count " bad rate(s) skipped"
        goback
    .

            move tamcn in item-rec to tally-tamcn(tally-idx)
            move 0 to tally-onhand(tally-idx)
            move 0 to tally-rate-total(tally-idx)
            move nsn in item-rec to tally-nsn(tally-idx)
        end-if

        if serial in item-rec equal to spaces
    *>*************************************************************
    *> One tamcn's plan: each unit's variance against the shared
    *> allowance, then donors matched greedily against the needy --
    *> each shortfall in control-file order is covered from the
    *> nearest donor first, then the next nearest, until one side
    *> runs out.
    *>*************************************************************
    plan-one-tamcn.
        perform varying variance-idx from 1 by 1
                perform cover-one-shortfall
            end-if
        end-perform

        perform varying needy-idx from 1 by 1
                until needy-idx > unit-list-count
            if unit-variance(needy-idx) less than 0
                perform write-uncovered-shortfall
            end-if
        end-perform
        exit paragraph
    .

        exit paragraph
    .

    *> donors are taken nearest first: each pass picks the donor
    *> with surplus closest to the needy unit by straight-line miles
    *> between home zips, a donor of unknown distance only after
    *> every known one, ties in control-file order
    cover-one-shortfall.
        perform until unit-variance(needy-idx) not less than 0
            perform pick-nearest-donor
            if best-donor-idx equal to 0
                exit perform
            end-if
            move best-donor-idx to donor-idx
            move best-miles to mileage-miles
            move best-miles-known to mileage-known
            perform recommend-move
        end-perform
        exit paragraph
    .

    pick-nearest-donor.
        move 0 to best-donor-idx
        move 0 to best-miles
        move "N" to best-miles-known
        perform varying scan-idx from 1 by 1
                until scan-idx > unit-list-count
            if unit-variance(scan-idx) greater than 0
                and scan-idx not equal to needy-idx
                move unit-list-id(scan-idx) to mileage-from-unit
                move unit-list-id(needy-idx) to mileage-to-unit
                call "unit-mileage" using mileage-from-unit, mileage-to-unit,
                    mileage-miles, mileage-known
                end-call
                evaluate true
                    when best-donor-idx equal to 0
                        perform take-donor-as-best
                    when mileage-known equal to "Y"
                        and best-miles-known equal to "N"
                        perform take-donor-as-best
                    when mileage-known equal to "Y"
                        and mileage-miles less than best-miles
                        perform take-donor-as-best
                end-evaluate
            end-if
        end-perform
        exit paragraph
    .

    take-donor-as-best.
        move scan-idx to best-donor-idx
        move mileage-miles to best-miles
        move mileage-known to best-miles-known
        exit paragraph
    .

    recommend-move.
        compute move-qty = 0 - unit-variance(needy-idx)
        if unit-variance(donor-idx) less than move-qty
        add 1 to move-count
        move move-qty to qty-display
        move move-value to move-value-display
        move "unknown" to miles-text
        if mileage-known equal to "Y"
            move mileage-miles to miles-display
            move miles-display to miles-text
        end-if
        move spaces to plan-line
        string "MOVE  " allowance-tamcn(allowance-idx)
            " from " unit-list-id(donor-idx)
            " to " unit-list-id(needy-idx)
            " qty " qty-display
            " value " move-value-display
            " miles " miles-text
            into plan-line
        write plan-line
        exit paragraph
    .

    *>*************************************************************
    *> Whatever the donors could not cover. The nsn is the first one
    *> any unit's extract carried under the tamcn, so a unit holding
    *> none of the item still gets a priceable line; it stays blank
    *> when no unit holds the tamcn at all.
    *>*************************************************************
    write-uncovered-shortfall.
        move spaces to short-nsn
        perform varying tally-idx from 1 by 1 until tally-idx > tally-count
            if tally-tamcn(tally-idx) equal to allowance-tamcn(allowance-idx)
                and tally-nsn(tally-idx) not equal to spaces
                move tally-nsn(tally-idx) to short-nsn
                exit perform
            end-if
        end-perform

        add 1 to uncovered-count
        compute move-qty = 0 - unit-variance(needy-idx)
        move move-qty to qty-display
        move spaces to plan-line
        string "SHORT " allowance-tamcn(allowance-idx)
            " unit " unit-list-id(needy-idx)
            " qty " qty-display
            " nsn " short-nsn
            into plan-line
        write plan-line
        exit paragraph
    write-plan-trailer.
        move spaces to plan-line
        string "units " unit-count " recommended-moves " move-count
            " uncovered-shortfalls " uncovered-count
            into plan-line
        write plan-line
        exit paragraph
