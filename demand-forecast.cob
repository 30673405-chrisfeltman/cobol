       >>source format is free
identification division.
    program-id. demand-forecast.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the last item posting run's register -- its LOSS lines
            *> are demand
            select postingregister
            assign to '../item-posting-register.txt'
            organization is line sequential.

            *> which posting register was last taken into the history,
            *> by its header line, so a register is never counted twice
            select registermarkfile
            assign to '../demand-register-mark.dat'
            organization is line sequential.

            select itemfile
            assign to '../items.dat'
            organization is line sequential.

            *> bulk on-hand by nsn as of the last run, to measure the
            *> movement since: nsn,quantity,tamcn
            select priorbulkfile
            assign to '../bulk-onhand.prior.dat'
            organization is line sequential.

            select newbulkfile
            assign to '../bulk-onhand.prior.dat.tmp'
            organization is line sequential.

            select demandhistory
            assign to '../datafiles/demand-history.db'
            organization is indexed
            access mode is dynamic
            record key is dh-key.

            select reportfile
            assign to '../reorder-report.txt'
            organization is line sequential.

            *> reorder needs in the redistribution plan's SHORT row
            *> layout, so the requisition run can take it as its plan:
            *>   SHORT <tamcn> unit <unit> qty <qty> nsn <nsn>
            select reorderplanfile
            assign to '../reorder-plan.txt'
            organization is line sequential.

data division.
    file section.
        fd postingregister.
        01 posting-register-rec pic X(240).

        fd registermarkfile.
        01 register-mark-rec pic X(80).

        fd itemfile.
        01 item-rec.
            05 item-nsn pic X(13).
            05 item-tamcn pic X(12).
            05 item-serial pic X(18).
            05 item-nomen pic X(19).
            05 item-commodity pic X(10).
            05 item-rate pic 9(10)v99.
            05 item-condition pic X(1).
            05 item-quantity pic 9(5).
            05 item-rec-type pic X(1).
            05 item-adj-sign pic X(1).

        fd priorbulkfile.
        01 prior-bulk-rec pic X(60).

        fd newbulkfile.
        01 new-bulk-rec pic X(60).

        fd demandhistory.
        01 dh-rec.
            05 dh-key.
                10 dh-nsn pic X(13).
                10 dh-month pic 9(6).
            05 dh-loss-qty pic 9(7).
            05 dh-bulk-qty pic 9(7).
            05 dh-last-date pic 9(8).

        fd reportfile.
        01 report-line pic X(160).

        fd reorderplanfile.
        01 plan-line pic X(132).

working-storage section.
    *> days from order to receipt, first argument -- 30 by default
    01 lead-param pic X(10) value spaces.
    01 lead-days pic 9(3) value 30.
    *> months of history averaged
    01 window-months pic 9(2) value 12.

    01 loss-line-count pic 9(7) value 0.
    01 bulk-drop-count pic 9(7) value 0.
    01 nsn-reported-count pic 9(7) value 0.
    01 reorder-count pic 9(7) value 0.

    01 register-header pic X(80) value spaces.
    01 register-month pic 9(6) value 0.
    01 register-marked-flag pic 9(1) value 0.
        88 register-already-taken value 1 false 0.

    01 run-date pic 9(8) value 0.
    01 run-month pic 9(6) value 0.
    01 run-month-parts redefines run-month.
        05 run-year-part pic 9(4).
        05 run-month-part pic 9(2).
    01 window-start-month pic 9(6) value 0.
    01 month-year pic 9(4) value 0.
    01 month-number pic 9(2) value 0.
    01 months-seen pic 9(2) value 0.

    01 csv-field pic X(40) occurs 3 times.
    01 loss-nsn pic X(13) value spaces.
    01 demand-qty pic 9(7) value 0.
    01 demand-kind pic X(1) value space.
        88 demand-from-loss value "L".
        88 demand-from-bulk value "B".

    *> every nsn with bulk on hand now, with what it held last run
    *> and the demand history rolled up for the reorder math
    01 nsn-capacity pic 9(5) value 5000.
    01 nsn-count pic 9(5) value 0.
    01 nsn-table occurs 5000 times indexed by nsn-idx.
        02 nsn-key pic X(13).
        02 nsn-tamcn pic X(12).
        02 nsn-nomen pic X(19).
        02 nsn-onhand pic 9(7).
        02 nsn-prior pic 9(7).
        02 nsn-prior-flag pic 9(1).
            88 nsn-has-prior value 1 false 0.
        02 nsn-bulk-flag pic 9(1).
            88 nsn-is-bulk value 1 false 0.
    01 nsn-found-flag pic 9(1) value 0.
        88 nsn-found value 1 false 0.
    01 find-nsn pic X(13) value spaces.

    01 month-demand pic 9(7) value 0.
    01 total-demand pic 9(9) value 0.
    01 peak-demand pic 9(7) value 0.
    01 average-demand pic 9(7)v99 value 0.
    01 safety-level pic 9(7) value 0.
    01 reorder-point pic 9(7) value 0.
    01 order-qty pic 9(7) value 0.
    01 first-month pic 9(6) value 0.
    01 first-month-parts redefines first-month.
        05 first-month-year pic 9(4).
        05 first-month-month pic 9(2).

    01 avg-display pic Z(6)9.99.
    01 qty-display pic Z(6)9.
    01 rop-display pic Z(6)9.
    01 safety-display pic Z(6)9.
    01 onhand-display pic Z(6)9.

    01 history-exists-flag pic 9(1) value 0.
        88 history-exists value 1 false 0.

    *> the header is remembered without its hash-chain seal
    01 chain-line pic X(400) value spaces.

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
    *> Demand history and reorder points for bulk nsns. Each run
    *> adds to the monthly history from two places: the LOSS lines
    *> of the last item posting register (taken once per register),
    *> and the drop in each nsn's bulk quantity on items.dat since
    *> the last run. From up to twelve months of history it works
    *> out average monthly demand, a safety level (the worst month
    *> over the average) and the reorder point (demand over the
    *> lead time plus the safety level). Every bulk nsn below its
    *> reorder point is reported and written to reorder-plan.txt
    *> as a SHORT row ordering it back up to a month above the
    *> reorder point -- run the requisition job with that file as
    *> its plan.
    *>*************************************************************
    main.
        display "demand forecast starting..."

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date
        move current-timestamp(1:6) to run-month

        accept lead-param from argument-value
        if trim(lead-param) not equal to spaces
            if trim(lead-param) is numeric
                move numval(lead-param) to lead-days
            else
                display "lead time must be a number of days - using 30"
            end-if
        end-if

        *> the first month of the averaging window
        move run-month(1:4) to month-year
        move run-month(5:2) to month-number
        compute month-number = month-number + 1
        compute month-year = month-year - 1
        if month-number > 12
            move 1 to month-number
            add 1 to month-year
        end-if
        compute window-start-month = month-year * 100 + month-number

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/demand-history.db', file-info end-call
        if return-code equal to 0
            set history-exists to true
            open i-o demandhistory
        else
            display "no demand history on disk - starting a fresh one"
            open output demandhistory
            close demandhistory
            open i-o demandhistory
        end-if
        move 0 to return-code

        perform load-bulk-onhand
        perform load-prior-bulk
        perform take-posting-register
        perform take-bulk-movement

        open output reportfile
        open output reorderplanfile
        perform write-report-header
        perform varying nsn-idx from 1 by 1 until nsn-idx > nsn-count
            if nsn-is-bulk(nsn-idx)
                perform forecast-one-nsn
            end-if
        end-perform
        perform write-report-trailer
        close reorderplanfile
        close reportfile
        close demandhistory

        perform save-bulk-snapshot

        display "demand forecast done: " loss-line-count " loss posting(s), "
            bulk-drop-count " bulk drop(s) taken into the history"
        display nsn-reported-count " bulk nsn(s) forecast, " reorder-count
            " below their reorder point"
        move 0 to return-code
        if reorder-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    *> bulk lines only, summed by nsn
    load-bulk-onhand.
        call "CBL_CHECK_FILE_EXIST" using '../items.dat', file-info end-call
        if return-code not equal to 0
            display "no item extract on disk - no bulk on hand to forecast"
            move 0 to return-code
            exit paragraph
        end-if
        open input itemfile
        perform until exit
            read itemfile
                at end
                    exit perform
                not at end
                    if item-serial equal to spaces
                        and item-rec-type not equal to "A"
                        and item-quantity is numeric
                        move item-nsn to find-nsn
                        perform find-or-add-nsn
                        if nsn-found
                            set nsn-is-bulk(nsn-idx) to true
                            add item-quantity to nsn-onhand(nsn-idx)
                            if nsn-tamcn(nsn-idx) equal to spaces
                                move item-tamcn to nsn-tamcn(nsn-idx)
                                move item-nomen to nsn-nomen(nsn-idx)
                            end-if
                        end-if
                    end-if
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    load-prior-bulk.
        call "CBL_CHECK_FILE_EXIST" using '../bulk-onhand.prior.dat', file-info end-call
        if return-code not equal to 0
            display "no prior bulk snapshot - movement starts from this run"
            move 0 to return-code
            exit paragraph
        end-if
        open input priorbulkfile
        perform until exit
            read priorbulkfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2) csv-field(3)
                    unstring prior-bulk-rec delimited by ","
                        into csv-field(1) csv-field(2) csv-field(3)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        and trim(csv-field(2)) is numeric
                        move csv-field(1)(1:13) to find-nsn
                        perform find-or-add-nsn
                        if nsn-found
                            set nsn-has-prior(nsn-idx) to true
                            move numval(csv-field(2)) to nsn-prior(nsn-idx)
                            if nsn-tamcn(nsn-idx) equal to spaces
                                move csv-field(3)(1:12) to nsn-tamcn(nsn-idx)
                            end-if
                        end-if
                    end-if
            end-read
        end-perform
        close priorbulkfile
        exit paragraph
    .

    *>*************************************************************
    *> The LOSS lines of the posting register, dated to the month
    *> on its header. The header is remembered, so a register the
    *> history already has is passed over when nothing has posted
    *> since.
    *>*************************************************************
    take-posting-register.
        call "CBL_CHECK_FILE_EXIST" using '../item-posting-register.txt', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if

        open input postingregister
        read postingregister
            at end
                close postingregister
                exit paragraph
        end-read
        call "audit-chain" end-call  *> load the module so its entry points resolve
        move posting-register-rec to chain-line
        call "chain-unseal" using chain-line end-call
        move chain-line(1:80) to register-header
        *> item posting register yyyy-mm-dd hh:mm:ss
        if register-header(1:22) not equal to "item posting register "
            or register-header(23:4) is not numeric
            or register-header(28:2) is not numeric
            display "posting register has no dated header - not taken"
            close postingregister
            exit paragraph
        end-if
        compute register-month = numval(register-header(23:4)) * 100
            + numval(register-header(28:2))

        set register-already-taken to false
        call "CBL_CHECK_FILE_EXIST" using '../demand-register-mark.dat', file-info end-call
        if return-code equal to 0
            open input registermarkfile
            read registermarkfile
                at end
                    continue
                not at end
                    if register-mark-rec equal to register-header
                        set register-already-taken to true
                    end-if
            end-read
            close registermarkfile
        end-if
        move 0 to return-code
        if register-already-taken
            display "posting register of " register-header(23:19) " already in the history"
            close postingregister
            exit paragraph
        end-if

        perform until exit
            read postingregister
                at end
                    exit perform
                not at end
                    if posting-register-rec(1:14) equal to "APPLIED  LOSS "
                        add 1 to loss-line-count
                        move posting-register-rec(15:13) to loss-nsn
                        move loss-nsn to dh-nsn
                        move register-month to dh-month
                        move 1 to demand-qty
                        set demand-from-loss to true
                        perform post-demand
                    end-if
            end-read
        end-perform
        close postingregister

        open output registermarkfile
        move register-header to register-mark-rec
        write register-mark-rec
        close registermarkfile
        exit paragraph
    .

    *> a drop since the last run is stock consumed; a rise is a
    *> receipt and is not demand
    take-bulk-movement.
        perform varying nsn-idx from 1 by 1 until nsn-idx > nsn-count
            if nsn-has-prior(nsn-idx)
                and nsn-onhand(nsn-idx) < nsn-prior(nsn-idx)
                add 1 to bulk-drop-count
                move nsn-key(nsn-idx) to dh-nsn
                move run-month to dh-month
                compute demand-qty = nsn-prior(nsn-idx) - nsn-onhand(nsn-idx)
                set demand-from-bulk to true
                perform post-demand
            end-if
        end-perform
        exit paragraph
    .

    post-demand.
        read demandhistory
            invalid key
                move 0 to dh-loss-qty dh-bulk-qty
        end-read
        if demand-from-loss
            add demand-qty to dh-loss-qty
        else
            add demand-qty to dh-bulk-qty
        end-if
        move run-date to dh-last-date
        write dh-rec
            invalid key
                rewrite dh-rec
        end-write
        exit paragraph
    .

    *>*************************************************************
    *> Average over the months since the nsn's first demand inside
    *> the window (never fewer than one, never more than twelve),
    *> so a new nsn is not averaged down by months it did not exist.
    *>*************************************************************
    forecast-one-nsn.
        add 1 to nsn-reported-count
        move 0 to total-demand peak-demand first-month
        move nsn-key(nsn-idx) to dh-nsn
        move window-start-month to dh-month
        start demandhistory key not less than dh-key
            invalid key
                continue
            not invalid key
                perform until exit
                    read demandhistory next record
                        at end
                            exit perform
                        not at end
                            if dh-nsn not equal to nsn-key(nsn-idx)
                                or dh-month > run-month
                                exit perform
                            end-if
                            if first-month equal to 0
                                move dh-month to first-month
                            end-if
                            compute month-demand = dh-loss-qty + dh-bulk-qty
                            add month-demand to total-demand
                            if month-demand > peak-demand
                                move month-demand to peak-demand
                            end-if
                    end-read
                end-perform
        end-start

        move 1 to months-seen
        if first-month not equal to 0
            compute months-seen = (run-year-part * 12 + run-month-part)
                - (first-month-year * 12 + first-month-month) + 1
        end-if
        if months-seen > window-months
            move window-months to months-seen
        end-if
        if months-seen < 1
            move 1 to months-seen
        end-if

        compute average-demand rounded = total-demand / months-seen
        compute safety-level = peak-demand - average-demand
        compute reorder-point rounded = average-demand * lead-days / 30 + safety-level

        move average-demand to avg-display
        move safety-level to safety-display
        move reorder-point to rop-display
        move nsn-onhand(nsn-idx) to onhand-display

        if total-demand equal to 0 or nsn-onhand(nsn-idx) >= reorder-point
            move spaces to report-line
            string "OK       " nsn-key(nsn-idx) " " nsn-tamcn(nsn-idx)
                " on hand " onhand-display " avg/month " avg-display
                " safety " safety-display " reorder-point " rop-display
                into report-line
            write report-line
            exit paragraph
        end-if

        add 1 to reorder-count
        compute order-qty rounded = reorder-point + average-demand - nsn-onhand(nsn-idx)
        move order-qty to qty-display
        move spaces to report-line
        string "REORDER  " nsn-key(nsn-idx) " " nsn-tamcn(nsn-idx)
            " on hand " onhand-display " avg/month " avg-display
            " safety " safety-display " reorder-point " rop-display
            " order " qty-display
            into report-line
        write report-line

        move spaces to plan-line
        string "SHORT " nsn-tamcn(nsn-idx)
            " unit " "REORDER "
            " qty " qty-display
            " nsn " nsn-key(nsn-idx)
            into plan-line
        write plan-line
        exit paragraph
    .

    save-bulk-snapshot.
        open output newbulkfile
        perform varying nsn-idx from 1 by 1 until nsn-idx > nsn-count
            if nsn-is-bulk(nsn-idx)
                move spaces to new-bulk-rec
                string trim(nsn-key(nsn-idx)) "," nsn-onhand(nsn-idx) ","
                    trim(nsn-tamcn(nsn-idx))
                    delimited by size into new-bulk-rec
                write new-bulk-rec
            end-if
        end-perform
        close newbulkfile
        call "CBL_CHECK_FILE_EXIST" using '../bulk-onhand.prior.dat', file-info end-call
        if return-code equal to 0
            call "CBL_DELETE_FILE" using '../bulk-onhand.prior.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using '../bulk-onhand.prior.dat.tmp',
            '../bulk-onhand.prior.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    find-or-add-nsn.
        set nsn-found to false
        perform varying nsn-idx from 1 by 1 until nsn-idx > nsn-count
            if nsn-key(nsn-idx) equal to find-nsn
                set nsn-found to true
                exit perform
            end-if
        end-perform
        if nsn-found
            exit paragraph
        end-if
        if nsn-count >= nsn-capacity
            display "*** WARNING: nsn table at capacity -- nsn "
                trim(find-nsn) " not forecast ***"
            exit paragraph
        end-if
        add 1 to nsn-count
        set nsn-idx to nsn-count
        move find-nsn to nsn-key(nsn-idx)
        move spaces to nsn-tamcn(nsn-idx) nsn-nomen(nsn-idx)
        move 0 to nsn-onhand(nsn-idx) nsn-prior(nsn-idx)
        set nsn-has-prior(nsn-idx) to false
        set nsn-is-bulk(nsn-idx) to false
        set nsn-found to true
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "reorder-point forecast " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            " lead time " lead-days " day(s)"
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        string "bulk nsns " nsn-reported-count " below-reorder-point " reorder-count
            " loss postings taken " loss-line-count " bulk drops taken " bulk-drop-count
            into report-line
        write report-line
        exit paragraph
    .
