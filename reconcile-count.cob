            assign to '../count-reconciliation.txt'
            organization is line sequential.

            *> this week's cycle-count slice from the scheduler, one
            *> tamcn per line -- read only for a CYCLE run
            select slicefile
            assign to '../cycle-count-slice.dat'
            organization is line sequential.

            *> when each serial was last counted and how it came out,
            *> the coverage record the cycle-count scheduler reads
            select countcoverage
            assign to '../datafiles/count-coverage.db'
            organization is indexed
            access mode is dynamic
            record key is cov-key.

data division.
    file section.
        fd countfile.
        fd reportfile.
        01 report-line pic X(160).

        fd slicefile.
        01 slice-rec pic X(40).

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

working-storage section.
    01 scan-count pic 9(7) value 0.
    01 dup-scan-count pic 9(7) value 0.
    01 team-found-flag pic 9(1) value 0.
        88 team-found value 1 false 0.

    *> CYCLE as the first argument restricts the book to the
    *> tamcns in this week's slice; anything else is a wall-to-wall
    01 mode-param pic X(10) value spaces.
    01 cycle-run-flag pic 9(1) value 0.
        88 cycle-run value 1 false 0.
    01 slice-capacity pic 9(4) value 2000.
    01 slice-count pic 9(4) value 0.
    01 slice-table occurs 2000 times indexed by slice-idx.
        02 slice-tamcn pic X(12).
    01 slice-found-flag pic 9(1) value 0.
        88 slice-found value 1 false 0.
    01 out-of-slice-count pic 9(7) value 0.

    01 coverage-result pic X(8) value spaces.
    01 coverage-written-count pic 9(7) value 0.
    01 run-date pic 9(8) value 0.
    01 mismatch-found-flag pic 9(1) value 0.
        88 mismatch-found value 1 false 0.

    01 index-available-flag pic 9(1) value 0.
        88 index-available value 1 false 0.

    *> tamcn), and the report carries the three sections the board
    *> signs off -- on record but never counted, counted but not on
    *> record, and counted under a tamcn the index disagrees with
    *> -- plus a per-team summary page at the end. Run with CYCLE
    *> it reconciles a weekly cycle count instead, holding the book
    *> to the tamcns in the scheduler's slice. Either way every
    *> book serial's outcome goes to the count coverage file.
    *>*************************************************************
    main.
        display "count reconciliation starting..."

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        accept mode-param from argument-value
        set cycle-run to false
        if upper-case(trim(mode-param)) equal to "CYCLE"
            set cycle-run to true
            perform load-cycle-slice
        end-if

        perform load-item-book
        perform open-count-coverage

        set index-available to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-lookup.db', file-info end-call
        perform write-report-trailer

        close reportfile
        close countcoverage
        if index-available
            close itemindex
        end-if
            dup-scan-count " duplicate(s), " malformed-count " malformed"
        display counted-count " counted, " shortage-count " shortage(s), "
            overage-count " overage(s), " mismatch-count " tamcn mismatch(es)"
        display coverage-written-count " serial(s) recorded in the count coverage"
        if shortage-count greater than 0 or overage-count greater than 0
            or mismatch-count greater than 0
            move 1 to return-code
        close itemfile
        display "item book loaded: " item-count " serialized record(s), "
            unserialized-count " bulk/adjustment line(s) passed over"
        if cycle-run
            display out-of-slice-count " serial(s) outside this week's slice passed over"
        end-if
        exit paragraph
    .

    load-cycle-slice.
        call "CBL_CHECK_FILE_EXIST" using '../cycle-count-slice.dat', file-info end-call
        if return-code not equal to 0
            display "no cycle-count slice on disk - nothing is in scope"
            move 0 to return-code
            exit paragraph
        end-if
        open input slicefile
        perform until exit
            read slicefile
                at end
                    exit perform
                not at end
                    if trim(slice-rec) not equal to spaces
                        if slice-count >= slice-capacity
                            display "*** WARNING: slice table at capacity -- remaining tamcns not in scope ***"
                            exit perform
                        end-if
                        add 1 to slice-count
                        move trim(slice-rec) to slice-tamcn(slice-count)
                    end-if
            end-read
        end-perform
        close slicefile
        display "cycle-count slice loaded: " slice-count " tamcn(s)"
        exit paragraph
    .

    open-count-coverage.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/count-coverage.db', file-info end-call
        if return-code equal to 0
            open i-o countcoverage
        else
            display "no count coverage on disk - starting a fresh one"
            open output countcoverage
            close countcoverage
            open i-o countcoverage
        end-if
        move 0 to return-code
        exit paragraph
    .

    *>*************************************************************
    *> A serial found in the count advances its last-counted date;
    *> a shortage or a tamcn mismatch is a discrepancy, which the
    *> scheduler weights toward an earlier recount. A shortage
    *> was looked for but not seen, so its last-counted date stands.
    *>*************************************************************
    record-coverage.
        move item-nsn(item-idx) to cov-nsn
        move item-serial(item-idx) to cov-serial
        read countcoverage
            invalid key
                move item-tamcn(item-idx) to cov-tamcn
                move 0 to cov-last-counted
                move 0 to cov-discrepancies
                move 0 to cov-times-counted
        end-read
        move item-tamcn(item-idx) to cov-tamcn
        move coverage-result to cov-last-result
        move run-date to cov-result-date
        if coverage-result not equal to "SHORTAGE"
            move run-date to cov-last-counted
            add 1 to cov-times-counted
        end-if
        if coverage-result not equal to "COUNTED"
            add 1 to cov-discrepancies
        end-if
        write cov-rec
            invalid key
                rewrite cov-rec
        end-write
        add 1 to coverage-written-count
        exit paragraph
    .

            exit paragraph
        end-if

        if cycle-run
            set slice-found to false
            perform varying slice-idx from 1 by 1 until slice-idx > slice-count
                if slice-tamcn(slice-idx) equal to tamcn in item-rec
                    set slice-found to true
                    exit perform
                end-if
            end-perform
            if not slice-found
                add 1 to out-of-slice-count
                exit paragraph
            end-if
        end-if

        if item-count >= item-table-capacity
            display "*** WARNING: item table at capacity -- remaining records not loaded ***"
            exit paragraph
        if item-found
            add 1 to counted-count
            set item-counted(item-idx) to true
            set mismatch-found to false
            perform check-tamcn-agreement
            if mismatch-found
                move "MISMATCH" to coverage-result
            else
                move "COUNTED" to coverage-result
            end-if
            perform record-coverage
        else
            add 1 to overage-count
            add 1 to team-overage-count(team-idx)
        end-if

        if idx-tamcn not equal to scan-tamcn
            set mismatch-found to true
            add 1 to mismatch-count
            add 1 to team-mismatch-count(team-idx)
            move spaces to report-line
                    " under " item-tamcn(item-idx) " on record but never counted"
                    into report-line
                write report-line
                move "SHORTAGE" to coverage-result
                perform record-coverage
            end-if
        end-perform
        exit paragraph

    write-report-header.
        move spaces to report-line
        if cycle-run
            string "cycle count reconciliation " cur-year "-" cur-month "-" cur-day
                " " cur-hour ":" cur-minute ":" cur-second
                " slice of " slice-count " tamcn(s)"
                into report-line
            write report-line
            exit paragraph
        end-if
        string "count reconciliation " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
