       >>source format is free
identification division.
    program-id. audit-sample.

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

            select itemlocations
            assign to '../datafiles/item-locations.db'
            organization is indexed
            access mode is dynamic
            record key is il-item-key
            alternate record key is il-location
                with duplicates.

            select conditionsince
            assign to '../datafiles/condition-since.db'
            organization is indexed
            access mode is dynamic
            record key is cs-key.

            *> the drawn sample, pipe-delimited -- everything the
            *> projection needs, so it never goes back to the book:
            *>   SAMPLE|seed|yyyymmdd|population|book-dollars|sample-size
            *>   STRATUM|band|floor|population|dollars|sample-size
            *>   ITEM|seq|band|nsn|serial|tamcn|nomen|rate|location|condition
            select samplefile
            assign to '../audit-sample.dat'
            organization is line sequential.

            *> the selected serials in walking order, between the
            *> draw and the sample file
            select drawnfile
            assign to '../audit-sample.tmp'
            organization is line sequential.

            select worksheetfile
            assign to '../audit-worksheets.txt'
            organization is line sequential.

            *> what the inspectors found, one serial per line:
            *>   nsn|serial|result[|location-found|condition-found]
            *> result is FOUND, NOT-FOUND, WRONG-LOCATION or
            *> WRONG-CONDITION
            select resultsfile
            assign to '../audit-results.dat'
            organization is line sequential.

            select projectionfile
            assign to '../audit-projection.txt'
            organization is line sequential.

            select sortwork
            assign to '../audit-sample.sortwork'.

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

        fd itemlocations.
        01 il-rec.
            05 il-item-key.
                10 il-nsn pic X(13).
                10 il-item-id pic X(18).
            05 il-kind pic X(1).
            05 il-location pic X(12).
            05 il-tamcn pic X(12).
            05 il-since-date pic 9(8).

        fd conditionsince.
        01 cs-rec.
            05 cs-key.
                10 cs-nsn pic X(13).
                10 cs-serial pic X(18).
            05 cs-condition pic X(1).
            05 cs-since-date pic 9(8).
            05 cs-last-seen pic 9(8).

        fd samplefile.
        01 sample-rec pic X(160).

        fd drawnfile.
        01 drawn-rec.
            05 drawn-location pic X(12).
            05 drawn-nsn pic X(13).
            05 drawn-serial pic X(18).
            05 drawn-band pic 9(1).
            05 drawn-tamcn pic X(12).
            05 drawn-nomen pic X(19).
            05 drawn-rate pic 9(10)v99.
            05 drawn-condition pic X(1).

        fd worksheetfile.
        01 worksheet-line pic X(160).

        fd resultsfile.
        01 results-rec pic X(120).

        fd projectionfile.
        01 projection-line pic X(160).

        sd sortwork.
        01 sort-rec.
            05 sort-location pic X(12).
            05 sort-nsn pic X(13).
            05 sort-serial pic X(18).
            05 sort-band pic 9(1).
            05 sort-tamcn pic X(12).
            05 sort-nomen pic X(19).
            05 sort-rate pic 9(10)v99.
            05 sort-condition pic X(1).

working-storage section.
    01 mode-param pic X(10) value spaces.
    01 size-param pic X(10) value spaces.
    01 seed-param pic X(12) value spaces.
    01 run-mode pic X(8) value spaces.
    01 run-date pic 9(8) value 0.

    *> the dollar bands the book is stratified by -- a serial falls
    *> in the highest band whose floor its rate reaches
    01 band-count pic 9(1) value 4.
    01 band-floor-table.
        05 filler pic 9(10)v99 value 0.
        05 filler pic 9(10)v99 value 1000.00.
        05 filler pic 9(10)v99 value 10000.00.
        05 filler pic 9(10)v99 value 100000.00.
    01 band-floor-list redefines band-floor-table.
        05 band-floor pic 9(10)v99 occurs 4 times.
    01 band-idx pic 9(1) value 0.
    01 item-band pic 9(1) value 0.

    01 stratum-table.
        05 stratum-entry occurs 4 times.
            10 stratum-population pic 9(7) value 0.
            10 stratum-dollars pic 9(13)v99 value 0.
            10 stratum-sample-size pic 9(5) value 0.
            10 stratum-seen pic 9(7) value 0.
            10 stratum-selected pic 9(5) value 0.
            10 stratum-inspected pic 9(5) value 0.
            10 stratum-errors pic 9(5) value 0.
            10 stratum-not-found pic 9(5) value 0.
            10 stratum-wrong-location pic 9(5) value 0.
            10 stratum-wrong-condition pic 9(5) value 0.
            10 stratum-error-dollars pic 9(13)v99 value 0.
            10 stratum-error-dollars-sq comp-2 value 0.

    *> sample size: the first draw argument, 100 by default; every
    *> band holding serials gets at least min-per-band of them
    01 sample-size pic 9(5) value 100.
    01 min-per-band pic 9(3) value 5.
    01 sample-capacity pic 9(5) value 2000.
    01 population-count pic 9(7) value 0.
    01 book-dollars pic 9(13)v99 value 0.
    01 drawn-count pic 9(5) value 0.
    01 allocation-share comp-2 value 0.

    *> the draw is reproducible: the same seed against the same
    *> book picks the same serials. Selection sampling off the
    *> same rolling generator generate-test-data uses -- each
    *> serial in key order is taken with probability (still
    *> needed / still to come) in its band, which lands exactly
    *> the band's sample size
    01 draw-seed pic 9(10) value 0.
    01 random-seed pic 9(10) value 0.
    01 lcg-work pic 9(18) value 0.
    01 still-needed pic 9(7) value 0.
    01 still-to-come pic 9(7) value 0.

    *> the sample as the projection reads it back
    01 sample-count pic 9(5) value 0.
    01 sample-table occurs 2000 times indexed by sample-idx.
        05 smp-seq pic 9(5).
        05 smp-band pic 9(1).
        05 smp-nsn pic X(13).
        05 smp-serial pic X(18).
        05 smp-rate pic 9(10)v99.
        05 smp-location pic X(12).
        05 smp-condition pic X(1).
        05 smp-result pic X(16).
        05 smp-found-location pic X(12).
        05 smp-found-condition pic X(1).
    01 sample-found-flag pic 9(1) value 0.
        88 sample-found value 1 false 0.
    01 sample-loaded-flag pic 9(1) value 0.
        88 sample-loaded value 1 false 0.

    01 sample-field pic X(40) occurs 10 times.
    01 field-idx pic 9(2) value 0.
    01 result-field pic X(40) occurs 5 times.
    01 result-code pic X(16) value spaces.
    01 results-read-count pic 9(5) value 0.
    01 results-applied-count pic 9(5) value 0.
    01 results-rejected-count pic 9(5) value 0.
    01 not-inspected-count pic 9(5) value 0.
    01 reject-reason pic X(70) value spaces.

    *> projection workspace -- stratified estimates at 95% (z of
    *> 1.96), the finite-population correction applied per band
    01 z-value comp-2 value 1.96.
    01 covered-population pic 9(7) value 0.
    01 band-weight comp-2 value 0.
    01 band-rate comp-2 value 0.
    01 band-fpc comp-2 value 0.
    01 band-mean-dollars comp-2 value 0.
    01 band-variance comp-2 value 0.
    01 error-rate comp-2 value 0.
    01 error-rate-variance comp-2 value 0.
    01 error-rate-low comp-2 value 0.
    01 error-rate-high comp-2 value 0.
    01 dollar-error comp-2 value 0.
    01 dollar-error-variance comp-2 value 0.
    01 dollar-error-low comp-2 value 0.
    01 dollar-error-high comp-2 value 0.
    01 margin comp-2 value 0.
    01 thin-band-count pic 9(1) value 0.

    01 pct-display pic ZZ9.99.
    01 pct-display-2 pic ZZ9.99.
    01 pct-display-3 pic ZZ9.99.
    01 dollar-display pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    01 dollar-display-2 pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    01 dollar-display-3 pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    01 floor-display pic Z,ZZZ,ZZZ,ZZ9.
    01 count-display pic Z(6)9.
    01 count-display-2 pic Z(6)9.
    01 count-display-3 pic Z(6)9.
    01 seq-display pic Z(4)9.
    01 rate-text pic Z(9)9.99.
    01 dollars-text pic Z(12)9.99.

    01 locations-available-flag pic 9(1) value 0.
        88 locations-available value 1 false 0.
    01 conditions-available-flag pic 9(1) value 0.
        88 conditions-available value 1 false 0.

    01 ledger-job-name pic X(20) value "audit-sample".
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
    *> The statistical audit sample, for the day the inspectors
    *> come. DRAW stratifies the serialized book on item-lookup.db
    *> by dollar band and draws a reproducible random sample from
    *> each band, writing the sample file and the inspection
    *> worksheets in walking order. PROJECT takes the inspection
    *> results back against the sample and projects the book's
    *> error rate and dollar error, each with 95% confidence
    *> bounds -- the number to hand the inspectors before they
    *> work out their own.
    *>
    *>   audit-sample DRAW [sample-size] [seed]
    *>   audit-sample PROJECT
    *> the seed defaults to today's date and is printed on every
    *> worksheet, so a draw can be repeated exactly.
    *>*************************************************************
    main.
        display "audit sample starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        accept mode-param from argument-value
        move upper-case(trim(mode-param)) to run-mode

        evaluate run-mode
            when "DRAW"
                perform draw-audit-sample
            when "PROJECT"
                perform project-audit-sample
            when other
                display "usage: audit-sample DRAW [sample-size] [seed] | PROJECT"
                move 1 to return-code
        end-evaluate

        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        move ledger-reg-rc to return-code
        goback
    .

    *>*************************************************************
    *> DRAW: one pass to size the bands, the allocation, then the
    *> selection pass feeding a sort into walking order.
    *>*************************************************************
    draw-audit-sample.
        accept size-param from argument-value
        if trim(size-param) not equal to spaces
            if trim(size-param) is numeric and numval(size-param) > 0
                and numval(size-param) <= sample-capacity
                move numval(size-param) to sample-size
            else
                display "*** sample size must be 1 to " sample-capacity " ***"
                move 1 to return-code
                exit paragraph
            end-if
        end-if
        accept seed-param from argument-value
        if trim(seed-param) is numeric and trim(seed-param) not equal to spaces
            move numval(seed-param) to random-seed
        else
            move run-date to random-seed
        end-if
        move random-seed to draw-seed

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-lookup.db', file-info end-call
        if return-code not equal to 0
            display "*** no item index on disk - nothing to sample ***"
            move 1 to return-code
            exit paragraph
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-locations.db', file-info end-call
        if return-code equal to 0
            set locations-available to true
            open input itemlocations
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/condition-since.db', file-info end-call
        if return-code equal to 0
            set conditions-available to true
            open input conditionsince
        end-if
        move 0 to return-code

        open input itemindex
        perform size-the-bands
        close itemindex
        if population-count equal to 0
            display "*** no serialized items on the book - nothing to sample ***"
            perform close-draw-references
            move 1 to return-code
            exit paragraph
        end-if
        perform allocate-sample

        sort sortwork
            on ascending key sort-location sort-nsn sort-serial
            input procedure is release-drawn-serials
            giving drawnfile

        perform close-draw-references
        perform write-sample-and-worksheets

        move drawn-count to ledger-reg-count
        move drawn-count to count-display
        move population-count to count-display-2
        display "audit sample drawn: " trim(count-display) " serial(s) of "
            trim(count-display-2) " in " band-count " dollar band(s), seed " draw-seed
        display "worksheets in ../audit-worksheets.txt, sample in ../audit-sample.dat"
        move 0 to return-code
        exit paragraph
    .

    close-draw-references.
        if locations-available
            close itemlocations
        end-if
        if conditions-available
            close conditionsince
        end-if
        exit paragraph
    .

    size-the-bands.
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if key-serial not equal to spaces
                        perform find-item-band
                        add 1 to population-count
                        add idx-rate to book-dollars
                        add 1 to stratum-population(item-band)
                        add idx-rate to stratum-dollars(item-band)
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    find-item-band.
        move 1 to item-band
        perform varying band-idx from 1 by 1 until band-idx > band-count
            if idx-rate >= band-floor(band-idx)
                move band-idx to item-band
            end-if
        end-perform
        exit paragraph
    .

    *> each band's share is the average of its share of the serials
    *> and its share of the dollars -- the dollars put the weight
    *> where the money is, the serials keep the error-rate estimate
    *> honest in the cheap bands. every band with serials gets at
    *> least min-per-band, and none more than it holds.
    allocate-sample.
        perform varying band-idx from 1 by 1 until band-idx > band-count
            move 0 to stratum-sample-size(band-idx)
            if stratum-population(band-idx) > 0
                if book-dollars > 0
                    compute allocation-share =
                        (stratum-population(band-idx) / population-count
                        + stratum-dollars(band-idx) / book-dollars) / 2
                else
                    compute allocation-share =
                        stratum-population(band-idx) / population-count
                end-if
                compute stratum-sample-size(band-idx) rounded =
                    sample-size * allocation-share
                if stratum-sample-size(band-idx) < min-per-band
                    move min-per-band to stratum-sample-size(band-idx)
                end-if
                if stratum-sample-size(band-idx) > stratum-population(band-idx)
                    move stratum-population(band-idx) to stratum-sample-size(band-idx)
                end-if
            end-if
        end-perform
        exit paragraph
    .

    release-drawn-serials.
        open input itemindex
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if key-serial not equal to spaces
                        perform consider-one-serial
                    end-if
            end-read
        end-perform
        close itemindex
        exit paragraph
    .

    consider-one-serial.
        perform find-item-band
        compute still-needed = stratum-sample-size(item-band)
            - stratum-selected(item-band)
        compute still-to-come = stratum-population(item-band)
            - stratum-seen(item-band)
        add 1 to stratum-seen(item-band)
        if still-needed equal to 0
            exit paragraph
        end-if

        perform next-random
        if lcg-work * still-to-come >= still-needed * 2147483648
            exit paragraph
        end-if

        add 1 to stratum-selected(item-band)
        add 1 to drawn-count
        move spaces to sort-rec
        move key-nsn to sort-nsn
        move key-serial to sort-serial
        move item-band to sort-band
        move idx-tamcn to sort-tamcn
        move idx-nomen to sort-nomen
        move idx-rate to sort-rate
        move "?" to sort-condition
        if locations-available
            move key-nsn to il-nsn
            move key-serial to il-item-id
            read itemlocations
                invalid key
                    continue
                not invalid key
                    move il-location to sort-location
            end-read
        end-if
        if conditions-available
            move key-nsn to cs-nsn
            move key-serial to cs-serial
            read conditionsince
                invalid key
                    continue
                not invalid key
                    move cs-condition to sort-condition
            end-read
        end-if
        release sort-rec
        exit paragraph
    .

    *> next pseudo-random value off the rolling seed, 0 to 2^31-1
    next-random.
        compute lcg-work =
            mod(random-seed * 1103515245 + 12345, 2147483648)
        move lcg-work to random-seed
        exit paragraph
    .

    write-sample-and-worksheets.
        open output samplefile
        open output worksheetfile

        move spaces to sample-rec
        move book-dollars to dollars-text
        string "SAMPLE|" draw-seed "|" run-date "|" population-count "|"
            trim(dollars-text) "|" drawn-count into sample-rec
        write sample-rec

        move drawn-count to count-display
        move spaces to worksheet-line
        string "AUDIT SAMPLE INSPECTION WORKSHEET  drawn " run-date
            "  seed " draw-seed "  serials " trim(count-display)
            into worksheet-line
        write worksheet-line
        move spaces to worksheet-line
        write worksheet-line

        perform varying band-idx from 1 by 1 until band-idx > band-count
            move band-floor(band-idx) to rate-text
            move stratum-dollars(band-idx) to dollars-text
            move spaces to sample-rec
            string "STRATUM|" band-idx "|" trim(rate-text) "|"
                stratum-population(band-idx) "|" trim(dollars-text) "|"
                stratum-selected(band-idx) into sample-rec
            write sample-rec
        end-perform

        move spaces to worksheet-line
        string "    SEQ LOCATION     NSN           SERIAL             NOMEN"
            "               COND RESULT (tick one)"
            "                                              FOUND AT      COND"
            into worksheet-line
        write worksheet-line

        move 0 to sample-count
        open input drawnfile
        perform until exit
            read drawnfile
                at end
                    exit perform
                not at end
                    add 1 to sample-count
                    perform write-drawn-serial
            end-read
        end-perform
        close drawnfile
        call "CBL_DELETE_FILE" using '../audit-sample.tmp' end-call
        move 0 to return-code

        move spaces to worksheet-line
        write worksheet-line
        move "  return results to ../audit-results.dat as nsn|serial|result[|location-found|condition-found]"
            to worksheet-line
        write worksheet-line
        close worksheetfile
        close samplefile
        exit paragraph
    .

    write-drawn-serial.
        move drawn-rate to rate-text
        move spaces to sample-rec
        string "ITEM|" sample-count "|" drawn-band "|" trim(drawn-nsn) "|"
            trim(drawn-serial) "|" trim(drawn-tamcn) "|" trim(drawn-nomen) "|"
            trim(rate-text) "|" trim(drawn-location) "|" drawn-condition
            into sample-rec
        write sample-rec

        move sample-count to seq-display
        move spaces to worksheet-line
        string "  " seq-display " " drawn-location " " drawn-nsn " " drawn-serial
            " " drawn-nomen " " drawn-condition
            "   [ ] FOUND [ ] NOT-FOUND [ ] WRONG-LOCATION [ ] WRONG-CONDITION"
            "  ____________  __"
            into worksheet-line
        write worksheet-line
        exit paragraph
    .

    *>*************************************************************
    *> PROJECT: the sample back in, the results matched to it, and
    *> the stratified projection. A serial drawn but not inspected
    *> is left out of its band's estimate and listed.
    *>*************************************************************
    project-audit-sample.
        perform load-audit-sample
        if not sample-loaded
            move 1 to return-code
            exit paragraph
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../audit-results.dat', file-info end-call
        if return-code not equal to 0
            display "*** no inspection results in ../audit-results.dat ***"
            move 1 to return-code
            exit paragraph
        end-if
        move 0 to return-code

        open output projectionfile
        perform write-projection-header

        open input resultsfile
        perform until exit
            read resultsfile
                at end
                    exit perform
                not at end
                    if results-rec not equal to spaces
                        add 1 to results-read-count
                        perform take-one-result
                    end-if
            end-read
        end-perform
        close resultsfile

        perform tally-inspected-sample
        perform project-book-error
        perform write-projection-summary
        close projectionfile

        move results-applied-count to ledger-reg-count
        move results-applied-count to count-display
        move sample-count to count-display-2
        move results-rejected-count to count-display-3
        display "audit projection: " trim(count-display) " of " trim(count-display-2)
            " serial(s) inspected, " trim(count-display-3) " result line(s) rejected"
        display "see ../audit-projection.txt"
        move 0 to return-code
        exit paragraph
    .

    load-audit-sample.
        set sample-loaded to false
        call "CBL_CHECK_FILE_EXIST" using '../audit-sample.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "*** no audit sample on disk - run audit-sample DRAW first ***"
            exit paragraph
        end-if

        move 0 to sample-count population-count
        open input samplefile
        perform until exit
            read samplefile
                at end
                    exit perform
                not at end
                    perform take-sample-line
            end-read
        end-perform
        close samplefile
        if sample-count equal to 0
            display "*** the audit sample holds no serials ***"
            exit paragraph
        end-if
        set sample-loaded to true
        exit paragraph
    .

    take-sample-line.
        perform varying field-idx from 1 by 1 until field-idx > 10
            move spaces to sample-field(field-idx)
        end-perform
        unstring sample-rec delimited by "|"
            into sample-field(1) sample-field(2) sample-field(3) sample-field(4)
                sample-field(5) sample-field(6) sample-field(7) sample-field(8)
                sample-field(9) sample-field(10)
        end-unstring
        evaluate sample-field(1)
            when "SAMPLE"
                move numval(sample-field(2)) to draw-seed
                move numval(sample-field(3)) to run-date
                move numval(sample-field(4)) to population-count
                move numval(sample-field(5)) to book-dollars
            when "STRATUM"
                move numval(sample-field(2)) to band-idx
                if band-idx >= 1 and band-idx <= band-count
                    move numval(sample-field(4)) to stratum-population(band-idx)
                    move numval(sample-field(5)) to stratum-dollars(band-idx)
                    move numval(sample-field(6)) to stratum-sample-size(band-idx)
                end-if
            when "ITEM"
                if sample-count >= sample-capacity
                    display "*** WARNING: sample table at capacity -- "
                        trim(sample-field(5)) " not loaded ***"
                    exit paragraph
                end-if
                add 1 to sample-count
                set sample-idx to sample-count
                move numval(sample-field(2)) to smp-seq(sample-idx)
                move numval(sample-field(3)) to smp-band(sample-idx)
                move sample-field(4) to smp-nsn(sample-idx)
                move sample-field(5) to smp-serial(sample-idx)
                move numval(sample-field(8)) to smp-rate(sample-idx)
                move sample-field(9) to smp-location(sample-idx)
                move sample-field(10) to smp-condition(sample-idx)
                move spaces to smp-result(sample-idx) smp-found-location(sample-idx)
                    smp-found-condition(sample-idx)
            when other
                continue
        end-evaluate
        exit paragraph
    .

    take-one-result.
        perform varying field-idx from 1 by 1 until field-idx > 5
            move spaces to result-field(field-idx)
        end-perform
        unstring results-rec delimited by "|"
            into result-field(1) result-field(2) result-field(3) result-field(4)
                result-field(5)
        end-unstring
        move upper-case(trim(result-field(3))) to result-code

        move spaces to reject-reason
        evaluate result-code
            when "FOUND"
            when "NOT-FOUND"
            when "WRONG-LOCATION"
            when "WRONG-CONDITION"
                continue
            when other
                move "result must be FOUND, NOT-FOUND, WRONG-LOCATION or WRONG-CONDITION"
                    to reject-reason
        end-evaluate
        if reject-reason equal to spaces
            set sample-found to false
            perform varying sample-idx from 1 by 1 until sample-idx > sample-count
                if smp-nsn(sample-idx) equal to trim(result-field(1))
                    and smp-serial(sample-idx) equal to trim(result-field(2))
                    set sample-found to true
                    exit perform
                end-if
            end-perform
            if not sample-found
                move "serial is not in the drawn sample" to reject-reason
            else
                if smp-result(sample-idx) not equal to spaces
                    move "serial already has a result" to reject-reason
                end-if
            end-if
        end-if

        if reject-reason not equal to spaces
            add 1 to results-rejected-count
            move spaces to projection-line
            string "REJECTED " trim(results-rec) " - " trim(reject-reason)
                into projection-line
            write projection-line
            exit paragraph
        end-if

        add 1 to results-applied-count
        move result-code to smp-result(sample-idx)
        move result-field(4) to smp-found-location(sample-idx)
        move result-field(5) to smp-found-condition(sample-idx)
        exit paragraph
    .

    *> a serial that isn't there is a full-dollar error; wrong place
    *> or wrong condition is an error in the record, not the dollars
    tally-inspected-sample.
        perform varying sample-idx from 1 by 1 until sample-idx > sample-count
            move smp-band(sample-idx) to band-idx
            if smp-result(sample-idx) equal to spaces
                add 1 to not-inspected-count
                move smp-seq(sample-idx) to seq-display
                move spaces to projection-line
                string "NOT INSPECTED  seq " seq-display " " smp-nsn(sample-idx) " "
                    smp-serial(sample-idx) " " smp-location(sample-idx)
                    into projection-line
                write projection-line
            else
                add 1 to stratum-inspected(band-idx)
                evaluate smp-result(sample-idx)
                    when "NOT-FOUND"
                        add 1 to stratum-errors(band-idx) stratum-not-found(band-idx)
                        add smp-rate(sample-idx) to stratum-error-dollars(band-idx)
                        compute stratum-error-dollars-sq(band-idx) =
                            stratum-error-dollars-sq(band-idx)
                            + smp-rate(sample-idx) * smp-rate(sample-idx)
                    when "WRONG-LOCATION"
                        add 1 to stratum-errors(band-idx) stratum-wrong-location(band-idx)
                    when "WRONG-CONDITION"
                        add 1 to stratum-errors(band-idx) stratum-wrong-condition(band-idx)
                end-evaluate
                if smp-result(sample-idx) not equal to "FOUND"
                    move smp-seq(sample-idx) to seq-display
                    move smp-rate(sample-idx) to rate-text
                    move spaces to projection-line
                    string "ERROR  seq " seq-display " band " band-idx " "
                        smp-nsn(sample-idx) " " smp-serial(sample-idx) " "
                        smp-result(sample-idx) " book " smp-location(sample-idx)
                        " " smp-condition(sample-idx) " found "
                        smp-found-location(sample-idx) " "
                        smp-found-condition(sample-idx) " rate " rate-text
                        into projection-line
                    write projection-line
                end-if
            end-if
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> Stratified projection over the bands that were inspected:
    *>   error rate  p = sum Wh.ph,  var = sum Wh^2 (1-nh/Nh) ph(1-ph)/(nh-1)
    *>   dollars     D = sum Nh.dh,  var = sum Nh^2 (1-nh/Nh) sh^2/nh
    *> with Wh = Nh/N, ph the band's error rate, dh its mean dollar
    *> error per serial and sh^2 that error's sample variance. The
    *> bounds are the estimate plus and minus 1.96 standard errors,
    *> held to what is possible (no rate below 0 or above 100%).
    *>*************************************************************
    project-book-error.
        move 0 to covered-population
        perform varying band-idx from 1 by 1 until band-idx > band-count
            if stratum-inspected(band-idx) > 0
                add stratum-population(band-idx) to covered-population
            end-if
        end-perform
        if covered-population equal to 0
            exit paragraph
        end-if

        perform varying band-idx from 1 by 1 until band-idx > band-count
            if stratum-inspected(band-idx) > 0
                perform project-one-band
            end-if
        end-perform

        compute margin = z-value * sqrt(error-rate-variance)
        compute error-rate-low = error-rate - margin
        compute error-rate-high = error-rate + margin
        if error-rate-low < 0
            move 0 to error-rate-low
        end-if
        if error-rate-high > 1
            move 1 to error-rate-high
        end-if

        compute margin = z-value * sqrt(dollar-error-variance)
        compute dollar-error-low = dollar-error - margin
        compute dollar-error-high = dollar-error + margin
        if dollar-error-low < 0
            move 0 to dollar-error-low
        end-if
        exit paragraph
    .

    project-one-band.
        compute band-weight = stratum-population(band-idx) / covered-population
        compute band-rate = stratum-errors(band-idx) / stratum-inspected(band-idx)
        compute band-fpc = 1 - stratum-inspected(band-idx) / stratum-population(band-idx)
        if band-fpc < 0
            move 0 to band-fpc
        end-if
        compute error-rate = error-rate + band-weight * band-rate

        compute band-mean-dollars =
            stratum-error-dollars(band-idx) / stratum-inspected(band-idx)
        compute dollar-error = dollar-error
            + stratum-population(band-idx) * band-mean-dollars

        *> one serial says nothing about the spread -- the band adds
        *> to the estimate but not to its variance, and is flagged
        if stratum-inspected(band-idx) < 2
            add 1 to thin-band-count
            exit paragraph
        end-if
        compute error-rate-variance = error-rate-variance
            + band-weight * band-weight * band-fpc
            * band-rate * (1 - band-rate) / (stratum-inspected(band-idx) - 1)

        compute band-variance =
            (stratum-error-dollars-sq(band-idx)
            - stratum-inspected(band-idx) * band-mean-dollars * band-mean-dollars)
            / (stratum-inspected(band-idx) - 1)
        if band-variance < 0
            move 0 to band-variance
        end-if
        compute dollar-error-variance = dollar-error-variance
            + stratum-population(band-idx) * stratum-population(band-idx)
            * band-fpc * band-variance / stratum-inspected(band-idx)
        exit paragraph
    .

    write-projection-header.
        move spaces to projection-line
        string "AUDIT SAMPLE PROJECTION  run " cur-year "-" cur-month "-" cur-day
            "  sample drawn " run-date "  seed " draw-seed
            into projection-line
        write projection-line
        move spaces to projection-line
        write projection-line
        exit paragraph
    .

    write-projection-summary.
        move spaces to projection-line
        write projection-line
        move spaces to projection-line
        string "BAND          FLOOR SERIALS  DRAWN INSPECTED ERRORS NOT-FOUND"
            " WRONG-LOC WRONG-COND   ERROR-RATE       ERROR-DOLLARS"
            into projection-line
        write projection-line
        perform varying band-idx from 1 by 1 until band-idx > band-count
            perform write-band-line
        end-perform

        move spaces to projection-line
        write projection-line
        move covered-population to count-display
        move population-count to count-display-2
        move results-applied-count to count-display-3
        move spaces to projection-line
        string "PROJECTED OVER " trim(count-display) " of " trim(count-display-2)
            " serials, from " trim(count-display-3) " inspected"
            into projection-line
        write projection-line
        if covered-population equal to 0
            move "*** NO INSPECTED SERIALS - NOTHING TO PROJECT ***" to projection-line
            write projection-line
            exit paragraph
        end-if

        compute pct-display rounded = error-rate * 100
        compute pct-display-2 rounded = error-rate-low * 100
        compute pct-display-3 rounded = error-rate-high * 100
        move spaces to projection-line
        string "BOOK ERROR RATE    " pct-display "%   95% bounds " pct-display-2
            "% to " pct-display-3 "%" into projection-line
        write projection-line

        compute dollar-display rounded = dollar-error
        compute dollar-display-2 rounded = dollar-error-low
        compute dollar-display-3 rounded = dollar-error-high
        move spaces to projection-line
        string "BOOK DOLLAR ERROR  " trim(dollar-display) "   95% bounds "
            trim(dollar-display-2) " to " trim(dollar-display-3)
            into projection-line
        write projection-line

        if book-dollars > 0
            compute pct-display rounded = dollar-error * 100 / book-dollars
            compute pct-display-3 rounded = dollar-error-high * 100 / book-dollars
            move book-dollars to dollar-display
            move spaces to projection-line
            string "                   " pct-display "% of book dollars "
                trim(dollar-display) ", at most " pct-display-3 "%"
                into projection-line
            write projection-line
        end-if

        if not-inspected-count > 0 or thin-band-count > 0
            or covered-population < population-count
            move not-inspected-count to count-display
            move spaces to projection-line
            string "*** " trim(count-display) " drawn serial(s) not inspected;"
                " bands with fewer than 2 inspected add no spread,"
                " uninspected bands are left out ***" into projection-line
            write projection-line
        end-if
        exit paragraph
    .

    write-band-line.
        move band-floor(band-idx) to floor-display
        move 0 to band-rate
        if stratum-inspected(band-idx) > 0
            compute band-rate = stratum-errors(band-idx) / stratum-inspected(band-idx)
        end-if
        compute pct-display rounded = band-rate * 100
        move stratum-error-dollars(band-idx) to dollar-display
        move spaces to projection-line
        string "  " band-idx "   " floor-display " " stratum-population(band-idx)
            "  " stratum-sample-size(band-idx) "     " stratum-inspected(band-idx)
            "  " stratum-errors(band-idx) "     " stratum-not-found(band-idx)
            "     " stratum-wrong-location(band-idx) "      "
            stratum-wrong-condition(band-idx) "     " pct-display "% "
            dollar-display into projection-line
        write projection-line
        exit paragraph
    .
