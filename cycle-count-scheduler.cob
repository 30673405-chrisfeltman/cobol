       >>source format is free
identification division.
    program-id. cycle-count-scheduler.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select countcoverage
            assign to '../datafiles/count-coverage.db'
            organization is indexed
            access mode is dynamic
            record key is cov-key.

            select itemlocations
            assign to '../datafiles/item-locations.db'
            organization is indexed
            access mode is dynamic
            record key is il-item-key
            alternate record key is il-location
                with duplicates.

            *> this week's slice, one tamcn per line -- what the
            *> CYCLE run of the count reconciliation holds the book to
            select slicefile
            assign to '../cycle-count-slice.dat'
            organization is line sequential.

            select sheetfile
            assign to '../cycle-count-sheets.txt'
            organization is line sequential.

            select coveragefile
            assign to '../cycle-count-coverage.txt'
            organization is line sequential.

data division.
    file section.
        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd countcoverage.
        01 cov-rec.
            05 cov-key.
                10 cov-nsn pic X(13).
                10 cov-serial pic X(18).
            05 cov-tamcn pic X(12).
            05 cov-last-counted pic 9(8).
            05 cov-last-result pic X(8).
            05 cov-result-date pic 9(8).
            05 cov-discrepancies pic 9(5).
            05 cov-times-counted pic 9(5).

        fd itemlocations.
        01 il-rec.
            05 il-item-key.
                10 il-nsn pic X(13).
                10 il-item-id pic X(18).
            05 il-kind pic X(1).
            05 il-location pic X(12).
            05 il-tamcn pic X(12).
            05 il-since-date pic 9(8).

        fd slicefile.
        01 slice-rec pic X(40).

        fd sheetfile.
        01 sheet-line pic X(132).

        fd coveragefile.
        01 coverage-line pic X(160).

working-storage section.
    *> the cycle is this many days long -- every serial must have
    *> been counted within it. first argument, a quarter by default
    01 cycle-param pic X(10) value spaces.
    01 cycle-days pic 9(3) value 91.
    01 weeks-in-cycle pic 9(3) value 13.

    01 serial-count pic 9(7) value 0.
    01 covered-count pic 9(7) value 0.
    01 overdue-count pic 9(7) value 0.
    01 never-count pic 9(7) value 0.
    01 sheet-serial-count pic 9(7) value 0.

    01 today-date pic 9(8) value 0.
    01 today-integer pic 9(8) value 0.
    01 days-since-count pic 9(5) value 0.
    01 coverage-pct pic 9(3)v9 value 0.
    01 pct-display pic ZZ9.9.

    *> every tamcn on the index with what the choice is weighted on:
    *> its dollar value, the discrepancies found in it before, and
    *> how long its least-recently-counted serial has waited
    01 tamcn-capacity pic 9(5) value 5000.
    01 tamcn-count pic 9(5) value 0.
    01 tamcn-table occurs 5000 times indexed by tamcn-idx.
        02 tamcn-key pic X(12).
        02 tamcn-serials pic 9(7).
        02 tamcn-value pic 9(12)v99.
        02 tamcn-discrepancies pic 9(7).
        02 tamcn-oldest-days pic 9(5).
        02 tamcn-overdue pic 9(7).
        02 tamcn-score pic 9(9).
        02 tamcn-picked-flag pic 9(1).
            88 tamcn-picked value 1 false 0.
    01 tamcn-found-flag pic 9(1) value 0.
        88 tamcn-found value 1 false 0.

    01 slice-target pic 9(5) value 0.
    01 slice-count pic 9(5) value 0.
    01 best-idx pic 9(5) value 0.
    01 best-score pic 9(9) value 0.
    01 value-weight pic 9(5) value 0.
    01 pick-reason pic X(10) value spaces.

    01 coverage-exists-flag pic 9(1) value 0.
        88 coverage-exists value 1 false 0.
    01 locations-available-flag pic 9(1) value 0.
        88 locations-available value 1 false 0.
    01 sheet-location pic X(12) value spaces.
    01 last-counted-text pic X(10) value spaces.

    01 value-display pic Z(11)9.99.
    01 days-display pic Z(4)9.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

procedure division.

    *>*************************************************************
    *> The weekly cycle-count scheduler, run between the
    *> wall-to-walls. Each week it picks a rotating slice of tamcns
    *> off item-lookup.db, about one cycle's worth divided by the
    *> weeks in it. Any tamcn holding a serial that would otherwise
    *> run past the cycle uncounted is picked whatever the slice
    *> size, then the rest of the slice goes to the tamcns scoring
    *> highest on days waiting, dollar value and past discrepancies.
    *> It writes the slice for the CYCLE run of reconcile-count, the
    *> count sheets, and a coverage report proving which serials
    *> were counted within the cycle and which were not.
    *>*************************************************************
    main.
        display "cycle-count scheduler starting..."

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date
        move integer-of-date(today-date) to today-integer

        accept cycle-param from argument-value
        if trim(cycle-param) not equal to spaces
            if trim(cycle-param) is numeric and numval(cycle-param) >= 7
                move numval(cycle-param) to cycle-days
            else
                display "cycle length must be a number of days, 7 or more - using 91"
            end-if
        end-if
        compute weeks-in-cycle = cycle-days / 7

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/count-coverage.db', file-info end-call
        if return-code equal to 0
            set coverage-exists to true
            open input countcoverage
        else
            display "no count coverage on disk - every serial is uncounted"
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-locations.db', file-info end-call
        if return-code equal to 0
            set locations-available to true
            open input itemlocations
        end-if
        move 0 to return-code

        open input itemindex
        open output coveragefile
        perform write-coverage-header

        perform weigh-all-serials
        perform pick-slice
        perform write-slice-file
        perform write-count-sheets
        perform write-coverage-trailer

        close coveragefile
        close itemindex
        if coverage-exists
            close countcoverage
        end-if
        if locations-available
            close itemlocations
        end-if

        display "scheduler done: " slice-count " tamcn(s) in this week's slice, "
            sheet-serial-count " serial(s) on the count sheets"
        display "coverage " pct-display "% of " serial-count " serial(s) counted within "
            cycle-days " days, " overdue-count " overdue, " never-count " never counted"
        move 0 to return-code
        if overdue-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    *>*************************************************************
    *> One pass over the index: each serial's last count from the
    *> coverage file, rolled up by tamcn, and every serial not
    *> counted within the cycle listed on the coverage report.
    *>*************************************************************
    weigh-all-serials.
        move low-values to item-key
        start itemindex key not less than item-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if key-serial not equal to spaces
                        perform weigh-one-serial
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    weigh-one-serial.
        add 1 to serial-count
        perform find-tamcn-entry
        if not tamcn-found
            exit paragraph
        end-if
        add 1 to tamcn-serials(tamcn-idx)
        add idx-rate to tamcn-value(tamcn-idx)

        move 0 to cov-last-counted cov-discrepancies
        if coverage-exists
            move key-nsn to cov-nsn
            move key-serial to cov-serial
            read countcoverage
                invalid key
                    move 0 to cov-last-counted cov-discrepancies
            end-read
        end-if
        add cov-discrepancies to tamcn-discrepancies(tamcn-idx)

        *> never counted waits the whole cycle and then some
        if cov-last-counted equal to 0
            compute days-since-count = cycle-days * 2
        else
            compute days-since-count = today-integer - integer-of-date(cov-last-counted)
        end-if
        if days-since-count > tamcn-oldest-days(tamcn-idx)
            move days-since-count to tamcn-oldest-days(tamcn-idx)
        end-if

        if cov-last-counted not equal to 0 and days-since-count <= cycle-days
            add 1 to covered-count
        else
            add 1 to overdue-count
            move "never" to last-counted-text
            if cov-last-counted equal to 0
                add 1 to never-count
            else
                move cov-last-counted to last-counted-text
            end-if
            move spaces to coverage-line
            string "NOT-COVERED  " key-nsn " " key-serial " " idx-tamcn
                " last counted " last-counted-text
                into coverage-line
            write coverage-line
        end-if

        *> due before next week's slice -- this one cannot wait
        if days-since-count + 7 > cycle-days
            add 1 to tamcn-overdue(tamcn-idx)
        end-if
        exit paragraph
    .

    find-tamcn-entry.
        set tamcn-found to false
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-key(tamcn-idx) equal to idx-tamcn
                set tamcn-found to true
                exit perform
            end-if
        end-perform
        if tamcn-found
            exit paragraph
        end-if
        if tamcn-count >= tamcn-capacity
            display "*** WARNING: tamcn table at capacity -- tamcn "
                trim(idx-tamcn) " not scheduled ***"
            exit paragraph
        end-if
        add 1 to tamcn-count
        set tamcn-idx to tamcn-count
        move idx-tamcn to tamcn-key(tamcn-idx)
        move 0 to tamcn-serials(tamcn-idx) tamcn-value(tamcn-idx)
            tamcn-discrepancies(tamcn-idx) tamcn-oldest-days(tamcn-idx)
            tamcn-overdue(tamcn-idx) tamcn-score(tamcn-idx)
        set tamcn-picked(tamcn-idx) to false
        set tamcn-found to true
        exit paragraph
    .

    *>*************************************************************
    *> Score = days waiting + one day per $10,000 held (capped at
    *> 60) + 14 days per past discrepancy. Tamcns with a serial
    *> coming due are taken first, then the highest scores until
    *> the slice holds its share of the cycle.
    *>*************************************************************
    pick-slice.
        if weeks-in-cycle equal to 0
            move 1 to weeks-in-cycle
        end-if
        compute slice-target = (tamcn-count + weeks-in-cycle - 1) / weeks-in-cycle

        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            compute value-weight = tamcn-value(tamcn-idx) / 10000
            if value-weight > 60
                move 60 to value-weight
            end-if
            compute tamcn-score(tamcn-idx) = tamcn-oldest-days(tamcn-idx)
                + value-weight + (tamcn-discrepancies(tamcn-idx) * 14)
            if tamcn-overdue(tamcn-idx) greater than 0
                set tamcn-picked(tamcn-idx) to true
                add 1 to slice-count
                move "DUE" to pick-reason
                perform write-pick-line
            end-if
        end-perform

        perform until slice-count >= slice-target
            move 0 to best-idx best-score
            perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
                if not tamcn-picked(tamcn-idx)
                    and (best-idx equal to 0 or tamcn-score(tamcn-idx) > best-score)
                    set best-idx to tamcn-idx
                    move tamcn-score(tamcn-idx) to best-score
                end-if
            end-perform
            if best-idx equal to 0
                exit perform
            end-if
            set tamcn-idx to best-idx
            set tamcn-picked(tamcn-idx) to true
            add 1 to slice-count
            move "WEIGHTED" to pick-reason
            perform write-pick-line
        end-perform
        exit paragraph
    .

    write-pick-line.
        move tamcn-value(tamcn-idx) to value-display
        move tamcn-oldest-days(tamcn-idx) to days-display
        move spaces to coverage-line
        string "SLICE        " tamcn-key(tamcn-idx) " " pick-reason
            " serials " tamcn-serials(tamcn-idx) " value " value-display
            " discrepancies " tamcn-discrepancies(tamcn-idx)
            " oldest-count-days " days-display " score " tamcn-score(tamcn-idx)
            into coverage-line
        write coverage-line
        exit paragraph
    .

    write-slice-file.
        open output slicefile
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-picked(tamcn-idx)
                move tamcn-key(tamcn-idx) to slice-rec
                write slice-rec
            end-if
        end-perform
        close slicefile
        exit paragraph
    .

    *> one sheet per picked tamcn, each serial with its bin and a
    *> blank for the counter's mark
    write-count-sheets.
        open output sheetfile
        move spaces to sheet-line
        string "cycle count sheets " cur-year "-" cur-month "-" cur-day
            into sheet-line
        write sheet-line
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-picked(tamcn-idx)
                perform write-one-sheet
            end-if
        end-perform
        close sheetfile
        exit paragraph
    .

    write-one-sheet.
        move spaces to sheet-line
        write sheet-line
        move spaces to sheet-line
        string "COUNT SHEET  tamcn " tamcn-key(tamcn-idx) "  serials "
            tamcn-serials(tamcn-idx) "  team ________  date ________"
            into sheet-line
        write sheet-line

        move low-values to item-key
        start itemindex key not less than item-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if idx-tamcn equal to tamcn-key(tamcn-idx)
                        and key-serial not equal to spaces
                        perform write-sheet-serial
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    write-sheet-serial.
        add 1 to sheet-serial-count
        move spaces to sheet-location
        if locations-available
            move key-nsn to il-nsn
            move key-serial to il-item-id
            read itemlocations
                invalid key
                    move spaces to sheet-location
                not invalid key
                    move il-location to sheet-location
            end-read
        end-if
        move spaces to sheet-line
        string "  " key-nsn " " key-serial " " idx-nomen " " sheet-location
            "  [ ] found  [ ] not found"
            into sheet-line
        write sheet-line
        exit paragraph
    .

    write-coverage-header.
        move spaces to coverage-line
        string "cycle-count coverage " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into coverage-line
        write coverage-line
        exit paragraph
    .

    write-coverage-trailer.
        move 0 to coverage-pct
        if serial-count greater than 0
            compute coverage-pct rounded = covered-count * 100 / serial-count
        end-if
        move coverage-pct to pct-display
        move spaces to coverage-line
        write coverage-line
        move spaces to coverage-line
        string "serials " serial-count " counted-within-cycle " covered-count
            " not-covered " overdue-count " never-counted " never-count
            " coverage " pct-display "%" " cycle-days " cycle-days
            " slice " slice-count
            into coverage-line
        write coverage-line
        exit paragraph
    .
