       >>source format is free
identification division.
    program-id. depreciation-run.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> useful life by commodity, one CSV row each:
            *> commodity,useful-life-months
            select usefullifefile
            assign to '../useful-life.dat'
            organization is line sequential.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select acquisitionfile
            assign to '../datafiles/acquisitions.db'
            organization is indexed
            access mode is dynamic
            record key is acq-key.

            *> accumulated depreciation per serial, carried from month
            *> to month
            select depreciationfile
            assign to '../datafiles/depreciation.db'
            organization is indexed
            access mode is dynamic
            record key is dep-key.

            select registerfile
            assign to '../book-value-register.txt'
            organization is line sequential.

data division.
    file section.
        fd usefullifefile.
        01 useful-life-rec pic X(60).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd acquisitionfile.
        01 acq-rec.
            05 acq-key.
                10 acq-nsn pic X(13).
                10 acq-serial pic X(18).
            05 acq-date pic 9(8).
            *> GAIN or FIRST-SEEN
            05 acq-source pic X(10).

        fd depreciationfile.
        01 dep-rec.
            05 dep-key.
                10 dep-nsn pic X(13).
                10 dep-serial pic X(18).
            05 dep-tamcn pic X(12).
            05 dep-commodity pic X(10).
            *> the rate when the serial was first depreciated -- a
            *> later revaluation does not change what it cost
            05 dep-cost pic 9(10)v99.
            05 dep-acquired-date pic 9(8).
            05 dep-life-months pic 9(4).
            05 dep-months pic 9(4).
            05 dep-accumulated pic 9(10)v99.
            *> accumulated as it stood before the last period posted,
            *> so a rerun of that period posts the same charge again
            05 dep-opening-accumulated pic 9(10)v99.
            05 dep-last-period pic 9(6).

        fd registerfile.
        01 register-rec pic X(200).

working-storage section.
    *> the month being depreciated, first argument as yyyymm --
    *> the current month when omitted
    01 period-param pic X(10) value spaces.
    01 run-period pic 9(6) value 0.
    01 run-period-parts redefines run-period.
        05 run-period-year pic 9(4).
        05 run-period-month pic 9(2).

    01 item-count pic 9(7) value 0.
    01 depreciated-count pic 9(7) value 0.
    01 fully-depreciated-count pic 9(7) value 0.
    01 undated-count pic 9(7) value 0.
    01 no-life-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 csv-field pic X(40) occurs 2 times.
    01 life-capacity pic 9(4) value 1000.
    01 life-count pic 9(4) value 0.
    01 life-table occurs 1000 times indexed by life-idx.
        02 life-commodity pic X(10).
        02 life-months pic 9(4).
        02 life-missed-count pic 9(7).
    01 life-found-flag pic 9(1) value 0.
        88 life-found value 1 false 0.
    01 find-commodity pic X(10) value spaces.

    *> the register's book value by tamcn and commodity
    01 group-capacity pic 9(5) value 5000.
    01 group-count pic 9(5) value 0.
    01 group-table occurs 5000 times indexed by group-idx.
        02 group-tamcn pic X(12).
        02 group-commodity pic X(10).
        02 group-items pic 9(7).
        02 group-cost pic 9(14)v99.
        02 group-accumulated pic 9(14)v99.
        02 group-charge pic s9(14)v99.
        02 group-full-count pic 9(7).
    01 group-found-flag pic 9(1) value 0.
        88 group-found value 1 false 0.

    01 acquired-period pic 9(6) value 0.
    01 acquired-period-parts redefines acquired-period.
        05 acquired-year pic 9(4).
        05 acquired-month pic 9(2).
    01 months-elapsed pic s9(6) value 0.
    01 month-charge pic s9(10)v99 value 0.
    01 book-value pic 9(10)v99 value 0.
    01 dep-exists-flag pic 9(1) value 0.
        88 dep-exists value 1 false 0.

    01 total-cost pic 9(14)v99 value 0.
    01 total-accumulated pic 9(14)v99 value 0.
    01 total-charge pic s9(14)v99 value 0.
    01 total-book pic 9(14)v99 value 0.

    01 money-display pic Z(13)9.99.
    01 accum-display pic Z(13)9.99.
    01 book-display pic Z(13)9.99.
    01 charge-display pic -(13)9.99.
    01 count-display pic Z(6)9.

    01 ledger-job-name pic X(20) value "depreciation-run".
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

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
    *> The monthly depreciation run. Every serial on item-lookup.db
    *> is written down straight-line over its commodity's useful
    *> life from useful-life.dat, starting the month after it was
    *> acquired (its first GAIN posting, or else the first time the
    *> serial history saw it). Accumulated depreciation is posted
    *> to depreciation.db; a rerun of the same month posts the same
    *> figures, not a second month's charge. The register gives
    *> cost, accumulated depreciation, book value and the month's
    *> charge by tamcn and commodity, then lists the serials fully
    *> written down, the serials with no acquisition date, and the
    *> commodities with no useful life on the table.
    *>*************************************************************
    main.
        display "depreciation run starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:6) to run-period

        accept period-param from argument-value
        if trim(period-param) not equal to spaces
            if trim(period-param) is numeric
                and length(trim(period-param)) equal to 6
                and numval(period-param(5:2)) >= 1
                and numval(period-param(5:2)) <= 12
                move numval(period-param) to run-period
            else
                display "period must be yyyymm - depreciating the current month"
            end-if
        end-if

        perform load-useful-life

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/depreciation.db', file-info end-call
        if return-code equal to 0
            open i-o depreciationfile
        else
            display "no depreciation file on disk - starting a fresh one"
            open output depreciationfile
            close depreciationfile
            open i-o depreciationfile
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/acquisitions.db', file-info end-call
        if return-code equal to 0
            open input acquisitionfile
        else
            display "no acquisition file on disk - starting a fresh one"
            open output acquisitionfile
            close acquisitionfile
            open input acquisitionfile
        end-if
        move 0 to return-code

        open input itemindex
        open output registerfile
        perform write-register-header

        move spaces to register-rec
        write register-rec
        move "FULLY DEPRECIATED" to register-rec
        write register-rec

        move low-values to item-key
        start itemindex key not less than item-key
            invalid key
                continue
        end-start
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if key-serial not equal to spaces
                        add 1 to item-count
                        perform depreciate-one-serial
                    end-if
            end-read
        end-perform

        perform write-book-value-section
        perform write-undated-section
        perform write-no-life-section
        perform write-register-trailer

        close registerfile
        close itemindex
        close acquisitionfile
        close depreciationfile

        display "depreciation run done for " run-period ": " item-count " serial(s), "
            depreciated-count " depreciated, " fully-depreciated-count " fully depreciated, "
            undated-count " undated, " no-life-count " with no useful life"
        move 0 to return-code
        if undated-count greater than 0 or no-life-count greater than 0
            move 1 to return-code
        end-if

        move item-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    *>*************************************************************
    *> Straight line: after n whole months of an L-month life the
    *> serial has lost n/L of its cost, and all of it once n reaches
    *> L. The accumulated figure is worked out fresh each month from
    *> the months elapsed, so a skipped month catches up in the next
    *> run rather than being lost.
    *>*************************************************************
    depreciate-one-serial.
        move idx-commodity to find-commodity
        perform find-useful-life
        if not life-found or life-months(life-idx) equal to 0
            add 1 to no-life-count
            if life-found
                add 1 to life-missed-count(life-idx)
            else
                perform add-missing-life
            end-if
            exit paragraph
        end-if

        move key-nsn to acq-nsn
        move key-serial to acq-serial
        read acquisitionfile
            invalid key
                add 1 to undated-count
                exit paragraph
        end-read

        move key-nsn to dep-nsn
        move key-serial to dep-serial
        set dep-exists to true
        read depreciationfile
            invalid key
                set dep-exists to false
                move idx-rate to dep-cost
                move 0 to dep-accumulated dep-opening-accumulated
                move 0 to dep-months dep-last-period
        end-read

        *> a serial acquired after the period being run has nothing
        *> to depreciate yet
        move acq-date(1:6) to acquired-period
        compute months-elapsed = (run-period-year * 12 + run-period-month)
            - (acquired-year * 12 + acquired-month)
        if months-elapsed < 0
            move 0 to months-elapsed
        end-if
        if months-elapsed > life-months(life-idx)
            move life-months(life-idx) to months-elapsed
        end-if

        if dep-last-period not equal to run-period
            move dep-accumulated to dep-opening-accumulated
        end-if
        move idx-tamcn to dep-tamcn
        move idx-commodity to dep-commodity
        move acq-date to dep-acquired-date
        move life-months(life-idx) to dep-life-months
        move months-elapsed to dep-months
        if months-elapsed >= life-months(life-idx)
            move dep-cost to dep-accumulated
        else
            compute dep-accumulated rounded =
                dep-cost * months-elapsed / life-months(life-idx)
        end-if
        move run-period to dep-last-period
        compute month-charge = dep-accumulated - dep-opening-accumulated
        compute book-value = dep-cost - dep-accumulated

        if dep-exists
            rewrite dep-rec
                invalid key
                    display "*** depreciation rewrite failed for serial "
                        trim(key-serial) " ***"
            end-rewrite
        else
            write dep-rec
                invalid key
                    display "*** depreciation write failed for serial "
                        trim(key-serial) " ***"
            end-write
        end-if
        add 1 to depreciated-count

        perform find-or-add-group
        if group-found
            add 1 to group-items(group-idx)
            add dep-cost to group-cost(group-idx)
            add dep-accumulated to group-accumulated(group-idx)
            add month-charge to group-charge(group-idx)
        end-if
        add dep-cost to total-cost
        add dep-accumulated to total-accumulated
        add month-charge to total-charge
        add book-value to total-book

        if months-elapsed >= life-months(life-idx)
            add 1 to fully-depreciated-count
            if group-found
                add 1 to group-full-count(group-idx)
            end-if
            move dep-cost to money-display
            move spaces to register-rec
            string "FULLY-DEPRECIATED " dep-nsn " " dep-serial " " dep-tamcn " "
                dep-commodity " cost " money-display " acquired " dep-acquired-date
                " life " dep-life-months " month(s)"
                into register-rec
            write register-rec
        end-if
        exit paragraph
    .

    find-useful-life.
        set life-found to false
        perform varying life-idx from 1 by 1 until life-idx > life-count
            if life-commodity(life-idx) equal to find-commodity
                set life-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    *> a commodity the table doesn't know is remembered with no
    *> life, so the register can name it once with its count
    add-missing-life.
        if life-count >= life-capacity
            display "*** WARNING: useful life table at capacity -- commodity "
                trim(find-commodity) " not listed ***"
            exit paragraph
        end-if
        add 1 to life-count
        set life-idx to life-count
        move find-commodity to life-commodity(life-idx)
        move 0 to life-months(life-idx)
        move 1 to life-missed-count(life-idx)
        exit paragraph
    .

    find-or-add-group.
        set group-found to false
        perform varying group-idx from 1 by 1 until group-idx > group-count
            if group-tamcn(group-idx) equal to dep-tamcn
                and group-commodity(group-idx) equal to dep-commodity
                set group-found to true
                exit perform
            end-if
        end-perform
        if group-found
            exit paragraph
        end-if
        if group-count >= group-capacity
            display "*** WARNING: book value table at capacity -- tamcn "
                trim(dep-tamcn) " commodity " trim(dep-commodity) " not totalled ***"
            exit paragraph
        end-if
        add 1 to group-count
        set group-idx to group-count
        move dep-tamcn to group-tamcn(group-idx)
        move dep-commodity to group-commodity(group-idx)
        move 0 to group-items(group-idx) group-cost(group-idx)
            group-accumulated(group-idx) group-charge(group-idx)
            group-full-count(group-idx)
        set group-found to true
        exit paragraph
    .

    write-book-value-section.
        move spaces to register-rec
        write register-rec
        move "BOOK VALUE BY TAMCN AND COMMODITY" to register-rec
        write register-rec
        perform varying group-idx from 1 by 1 until group-idx > group-count
            move group-items(group-idx) to count-display
            move group-cost(group-idx) to money-display
            move group-accumulated(group-idx) to accum-display
            compute book-value = group-cost(group-idx) - group-accumulated(group-idx)
            move book-value to book-display
            move group-charge(group-idx) to charge-display
            move spaces to register-rec
            string "BOOK-VALUE " group-tamcn(group-idx) " " group-commodity(group-idx)
                " items " count-display " cost " money-display
                " accumulated " accum-display " book " book-display
                " this-month " charge-display
                into register-rec
            write register-rec
        end-perform
        exit paragraph
    .

    *> undated serials are found by walking the index again -- few
    *> enough, once acquisitions are being recorded, to list them all
    write-undated-section.
        if undated-count equal to 0
            exit paragraph
        end-if
        move spaces to register-rec
        write register-rec
        move "NO ACQUISITION DATE - NOT DEPRECIATED" to register-rec
        write register-rec
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
                        move key-nsn to acq-nsn
                        move key-serial to acq-serial
                        read acquisitionfile
                            invalid key
                                perform write-undated-line
                        end-read
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    write-undated-line.
        move idx-commodity to find-commodity
        perform find-useful-life
        if not life-found or life-months(life-idx) equal to 0
            exit paragraph
        end-if
        move spaces to register-rec
        string "UNDATED  " key-nsn " " key-serial " " idx-tamcn " " idx-commodity
            into register-rec
        write register-rec
        exit paragraph
    .

    write-no-life-section.
        if no-life-count equal to 0
            exit paragraph
        end-if
        move spaces to register-rec
        write register-rec
        move "NO USEFUL LIFE FOR COMMODITY - NOT DEPRECIATED" to register-rec
        write register-rec
        perform varying life-idx from 1 by 1 until life-idx > life-count
            if life-months(life-idx) equal to 0
                move life-missed-count(life-idx) to count-display
                move spaces to register-rec
                string "NO-LIFE  " life-commodity(life-idx) " serials " count-display
                    into register-rec
                write register-rec
            end-if
        end-perform
        exit paragraph
    .

    load-useful-life.
        call "CBL_CHECK_FILE_EXIST" using '../useful-life.dat', file-info end-call
        if return-code not equal to 0
            display "no useful life table on disk - nothing can be depreciated"
            move 0 to return-code
            exit paragraph
        end-if
        open input usefullifefile
        perform until exit
            read usefullifefile
                at end
                    exit perform
                not at end
                    perform store-useful-life-rec
            end-read
        end-perform
        close usefullifefile
        display "useful life table loaded: " life-count " commodit(ies)"
        exit paragraph
    .

    store-useful-life-rec.
        move spaces to csv-field(1) csv-field(2)
        unstring useful-life-rec delimited by ","
            into csv-field(1) csv-field(2)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        if trim(csv-field(2)) is not numeric
            add 1 to reject-count
            display "useful life for " trim(csv-field(1)) " is not a number of months - skipped"
            exit paragraph
        end-if
        if life-count >= life-capacity
            display "*** WARNING: useful life table at capacity -- remaining commodities not loaded ***"
            exit paragraph
        end-if
        add 1 to life-count
        set life-idx to life-count
        move trim(csv-field(1)) to life-commodity(life-idx)
        move numval(csv-field(2)) to life-months(life-idx)
        move 0 to life-missed-count(life-idx)
        exit paragraph
    .

    write-register-header.
        move spaces to register-rec
        string "book value register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            " period " run-period
            into register-rec
        write register-rec
        exit paragraph
    .

    write-register-trailer.
        move total-cost to money-display
        move total-accumulated to accum-display
        move total-book to book-display
        move total-charge to charge-display
        move spaces to register-rec
        write register-rec
        move spaces to register-rec
        string "serials " item-count " depreciated " depreciated-count
            " fully-depreciated " fully-depreciated-count
            " undated " undated-count " no-life " no-life-count
            into register-rec
        write register-rec
        move spaces to register-rec
        string "total cost " money-display " accumulated " accum-display
            " book " book-display " this-month " charge-display
            into register-rec
        write register-rec
        exit paragraph
    .
