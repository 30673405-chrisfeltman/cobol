            assign to '../output.dat'
            organization is line sequential.

            *> per-tamcn kit completeness from the component check:
            *> tamcn,complete,incomplete,missing-dollars -- optional
            select completenessfile
            assign to '../completeness-summary.dat'
            organization is line sequential.

            *> interchangeability groups, one CSV row per member:
            *> tamcn,prime-nsn,member-nsn,SUBSTITUTE|SUPERSEDED-BY --
            *> the tamcn is the one the prime is authorized under
            select interchangefile
            assign to '../interchangeability.dat'
            organization is line sequential.

            *> the extract itself, read only for substitute holdings
            select itemfile
            assign to '../items.dat'
            organization is line sequential.

            *> bulk shelf-life lots -- expired stock is on the
            *> tally but is not ready for anything
            select lotfile
            assign to '../datafiles/lots.db'
            organization is indexed
            access mode is dynamic
            record key is lot-key.

            select reportfile
            assign to '../readiness-report.txt'
            organization is line sequential.
        fd tallyfile.
        01 tally-rec pic X(128).

        fd completenessfile.
        01 completeness-rec pic X(80).

        fd interchangefile.
        01 interchange-rec pic X(80).

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

        fd lotfile.
        01 lot-rec.
            05 lot-key.
                10 lot-nsn pic X(13).
                10 lot-number pic X(15).
            05 lot-tamcn pic X(12).
            05 lot-qty pic 9(7).
            05 lot-mfg-date pic 9(8).
            05 lot-expiry-date pic 9(8).
            05 lot-last-date pic 9(8).

        fd reportfile.
        01 report-line pic X(132).

    01 allowance-found-flag pic 9(1) value 0.
        88 allowance-found value 1 false 0.

    *> how full the fixed tables got this run, handed to the
    *> capacity-usage log at the end for capacity-monitor to trend
    01 capacity-job-name pic X(20) value "readiness-report".
    01 capacity-table-name pic X(30) value spaces.
    01 capacity-high-water pic 9(9) value 0.
    01 capacity-limit pic 9(9) value 0.

    *> one tally line picked apart: tamcn, on-hand count, dollar total.
    *> both report formats are handled -- the raw tab layout has the
    *> tamcn in the first field, the CSV layout tags tally rows "TALLY"
    01 rep-display pic Z(6)9.
    01 uns-display pic Z(6)9.

    *> complete vs incomplete end items by tamcn, when the component
    *> completeness check has run -- a kit missing its parts is on
    *> hand but not whole
    01 completeness-capacity pic 9(5) value 5000.
    01 completeness-count pic 9(5) value 0.
    01 completeness-table occurs 5000 times indexed by completeness-idx.
        02 completeness-tamcn pic X(12).
        02 completeness-complete pic 9(7).
        02 completeness-incomplete pic 9(7).
        02 completeness-missing pic 9(12)v99.
    01 completeness-found-flag pic 9(1) value 0.
        88 completeness-found value 1 false 0.
    01 complete-display pic Z(6)9.
    01 incomplete-display pic Z(6)9.
    01 missing-display pic Z(11)9.99.
    01 incomplete-tamcn-count pic 9(5) value 0.

    *> approved substitutes and superseding nsns held under some
    *> other tamcn, credited serviceable quantity toward the
    *> prime's tamcn and shown in a column of their own
    01 interchange-capacity pic 9(5) value 5000.
    01 interchange-count pic 9(5) value 0.
    01 interchange-table occurs 5000 times indexed by interchange-idx.
        02 interchange-tamcn pic X(12).
        02 interchange-prime pic X(13).
        02 interchange-member pic X(13).
    01 credit-capacity pic 9(5) value 5000.
    01 credit-count pic 9(5) value 0.
    01 credit-table occurs 5000 times indexed by credit-idx.
        02 credit-tamcn pic X(12).
        02 credit-holder pic X(12).
        02 credit-qty pic 9(7).
        02 credit-granted pic 9(7).
    01 credit-found-flag pic 9(1) value 0.
        88 credit-found value 1 false 0.
    01 credit-lookup-tamcn pic X(12) value spaces.
    01 item-line-qty pic 9(5) value 0.
    01 substitute-qty pic 9(7) value 0.
    01 credited-qty pic 9(7) value 0.
    01 credit-display pic Z(6)9.
    01 substitute-credit-total pic 9(9) value 0.
    01 withheld-credit-total pic 9(9) value 0.

    *> what each tamcn holding substitutes can spare: its own
    *> serviceable stock over its own allowance. Only that much is
    *> lent to a prime, and what is lent comes off the holder's
    *> count, so one item never meets two allowances
    01 holder-capacity pic 9(5) value 5000.
    01 holder-count pic 9(5) value 0.
    01 holder-table occurs 5000 times indexed by holder-idx.
        02 holder-tamcn pic X(12).
        02 holder-spare pic 9(7).
        02 holder-lent pic 9(7).
    01 holder-found-flag pic 9(1) value 0.
        88 holder-found value 1 false 0.
    01 holder-lookup-tamcn pic X(12) value spaces.
    01 grant-qty pic 9(7) value 0.
    01 lent-display pic Z(6)9.

    *> the tally is read twice when substitutes are held: once to
    *> size what each holder can spare, then for the verdicts
    01 tally-pass-flag pic X(1) value "V".
        88 sizing-pass value "S".
        88 verdict-pass value "V".

    *> expired lot quantity by tamcn, taken off serviceable on-hand
    01 expired-capacity pic 9(5) value 5000.
    01 expired-count pic 9(5) value 0.
    01 expired-table occurs 5000 times indexed by expired-idx.
        02 expired-tamcn pic X(12).
        02 expired-qty pic 9(7).
    01 expired-found-flag pic 9(1) value 0.
        88 expired-found value 1 false 0.
    01 tamcn-expired-qty pic 9(7) value 0.

    *> the same expired lots by tamcn and nsn, so expired bulk of a
    *> substitute nsn is not credited to the prime either
    01 expired-member-capacity pic 9(5) value 5000.
    01 expired-member-count pic 9(5) value 0.
    01 expired-member-table occurs 5000 times indexed by expired-member-idx.
        02 expired-member-tamcn pic X(12).
        02 expired-member-nsn pic X(13).
        02 expired-member-qty pic 9(7).
    01 member-expired-qty pic 9(7) value 0.
    01 expired-substitute-total pic 9(9) value 0.
    01 expired-display pic Z(6)9.
    01 expired-excluded-total pic 9(9) value 0.

    01 history-exists-flag pic 9(1) value 0.
        88 history-exists value 1 false 0.
    01 history-written-count pic 9(5) value 0.
        display "readiness report starting..."

        perform load-allowance-master
        perform load-completeness-summary
        perform load-interchangeability
        perform total-expired-lots
        perform tally-substitute-holdings
        perform size-holder-spare
        perform open-readiness-history

        open input tallyfile
        display shortfall-count " shortfall(s), " excess-count " excess(es), "
            no-onhand-count " authorized tamcn(s) with no on-hand records, "
            unauthorized-count " on-hand tamcn(s) with no allowance"
        display incomplete-tamcn-count " tamcn(s) holding incomplete end items"
        display expired-excluded-total " expired lot quantity excluded from on-hand"
        display substitute-credit-total " substitute/superseding item(s) credited to a prime's tamcn"
        display withheld-credit-total " substitute/superseding item(s) not credited - needed by their own tamcn"
        display expired-substitute-total " expired substitute lot quantity not credited"
        perform record-table-headroom
        goback
    .

    record-table-headroom.
        call "capacity-usage" end-call  *> load the module so its entry points resolve
        move "allowance-table" to capacity-table-name
        move allowance-count to capacity-high-water
        move allowance-table-capacity to capacity-limit
        call "capacity-record" using capacity-job-name, capacity-table-name,
            capacity-high-water, capacity-limit end-call
        exit paragraph
    .

    open-readiness-history.
        move current-date(1:8) to run-date
        set history-exists to false
    archive-verdict.
        move run-date to rhist-date
        move tally-tamcn to rhist-tamcn
        move credited-qty to rhist-onhand
        move authorized-qty(allowance-idx) to rhist-authorized
        write rhist-rec
            invalid key
        exit paragraph
    .

    load-completeness-summary.
        call "CBL_CHECK_FILE_EXIST" using '../completeness-summary.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input completenessfile
        perform until exit
            read completenessfile
                at end
                    exit perform
                not at end
                    perform store-completeness-rec
            end-read
        end-perform
        close completenessfile
        display "loaded completeness for " completeness-count " tamcn(s)"
        exit paragraph
    .

    store-completeness-rec.
        if completeness-count >= completeness-capacity
            display "*** WARNING: completeness table at capacity -- remaining tamcns not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring completeness-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            or trim(csv-field(2)) is not numeric
            exit paragraph
        end-if
        add 1 to completeness-count
        set completeness-idx to completeness-count
        move csv-field(1) to completeness-tamcn(completeness-idx)
        move numval(csv-field(2)) to completeness-complete(completeness-idx)
        move numval(csv-field(3)) to completeness-incomplete(completeness-idx)
        move numval(csv-field(4)) to completeness-missing(completeness-idx)
        exit paragraph
    .

    load-interchangeability.
        call "CBL_CHECK_FILE_EXIST" using '../interchangeability.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input interchangefile
        perform until exit
            read interchangefile
                at end
                    exit perform
                not at end
                    perform store-interchange-rec
            end-read
        end-perform
        close interchangefile
        display "loaded " interchange-count " interchangeable member(s)"
        exit paragraph
    .

    store-interchange-rec.
        if interchange-count >= interchange-capacity
            display "*** WARNING: interchangeability table at capacity -- remaining members not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring interchange-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces or trim(csv-field(3)) equal to spaces
            exit paragraph
        end-if
        if upper-case(trim(csv-field(4))) not equal to "SUBSTITUTE"
            and upper-case(trim(csv-field(4))) not equal to "SUPERSEDED-BY"
            display "*** WARNING: interchangeability row with no usable role skipped: "
                trim(interchange-rec) " ***"
            exit paragraph
        end-if
        add 1 to interchange-count
        set interchange-idx to interchange-count
        move csv-field(1) to interchange-tamcn(interchange-idx)
        move csv-field(2) to interchange-prime(interchange-idx)
        move csv-field(3) to interchange-member(interchange-idx)
        exit paragraph
    .

    *>*************************************************************
    *> Serviceable holdings of a group member carried under some
    *> other tamcn count toward the prime's tamcn, as far as the
    *> holding tamcn can spare them. A member already carried under
    *> the prime's own tamcn is in the tally as it is and is not
    *> counted twice; expired bulk lots of the member are not
    *> counted at all.
    *>*************************************************************
    tally-substitute-holdings.
        if interchange-count equal to 0
            exit paragraph
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../items.dat', file-info end-call
        if return-code not equal to 0
            display "no item extract on disk - no substitute credit"
            move 0 to return-code
            exit paragraph
        end-if
        open input itemfile
        perform until exit
            read itemfile
                at end
                    exit perform
                not at end
                    perform credit-one-item
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    credit-one-item.
        if item-rec-type equal to "A"
            exit paragraph
        end-if
        if item-condition not equal to "S" and item-condition not equal to space
            exit paragraph
        end-if
        perform varying interchange-idx from 1 by 1
                until interchange-idx > interchange-count
            if interchange-member(interchange-idx) equal to item-nsn
                exit perform
            end-if
        end-perform
        if interchange-idx > interchange-count
            exit paragraph
        end-if
        if interchange-tamcn(interchange-idx) equal to item-tamcn
            exit paragraph
        end-if

        move 1 to item-line-qty
        if item-serial equal to spaces
            if item-quantity is numeric
                move item-quantity to item-line-qty
            else
                move 0 to item-line-qty
            end-if
            perform take-expired-member
        end-if
        if item-line-qty equal to 0
            exit paragraph
        end-if

        move item-tamcn to holder-lookup-tamcn
        perform find-holder
        if not holder-found
            if holder-count >= holder-capacity
                display "*** WARNING: substitute holder table at capacity -- tamcn "
                    trim(item-tamcn) " not credited ***"
                exit paragraph
            end-if
            add 1 to holder-count
            set holder-idx to holder-count
            move item-tamcn to holder-tamcn(holder-idx)
            move 0 to holder-spare(holder-idx)
            move 0 to holder-lent(holder-idx)
        end-if

        set credit-found to false
        perform varying credit-idx from 1 by 1 until credit-idx > credit-count
            if credit-tamcn(credit-idx) equal to interchange-tamcn(interchange-idx)
                and credit-holder(credit-idx) equal to item-tamcn
                set credit-found to true
                exit perform
            end-if
        end-perform
        if not credit-found
            if credit-count >= credit-capacity
                display "*** WARNING: substitute credit table at capacity -- tamcn "
                    trim(interchange-tamcn(interchange-idx)) " not credited ***"
                exit paragraph
            end-if
            add 1 to credit-count
            set credit-idx to credit-count
            move interchange-tamcn(interchange-idx) to credit-tamcn(credit-idx)
            move item-tamcn to credit-holder(credit-idx)
            move 0 to credit-qty(credit-idx)
            move 0 to credit-granted(credit-idx)
        end-if
        add item-line-qty to credit-qty(credit-idx)
        exit paragraph
    .

    *> expired lots of this nsn under this tamcn come off the bulk
    *> line first, used up as the lines are read
    take-expired-member.
        perform varying expired-member-idx from 1 by 1
                until expired-member-idx > expired-member-count
            if expired-member-tamcn(expired-member-idx) equal to item-tamcn
                and expired-member-nsn(expired-member-idx) equal to item-nsn
                exit perform
            end-if
        end-perform
        if expired-member-idx > expired-member-count
            exit paragraph
        end-if
        move expired-member-qty(expired-member-idx) to member-expired-qty
        if member-expired-qty greater than item-line-qty
            move item-line-qty to member-expired-qty
        end-if
        subtract member-expired-qty from expired-member-qty(expired-member-idx)
        subtract member-expired-qty from item-line-qty
        add member-expired-qty to expired-substitute-total
        exit paragraph
    .

    find-holder.
        set holder-found to false
        perform varying holder-idx from 1 by 1 until holder-idx > holder-count
            if holder-tamcn(holder-idx) equal to holder-lookup-tamcn
                set holder-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> A first pass over the tally for the tamcns holding
    *> substitutes: each can spare what its serviceable stock
    *> (expired lots off) exceeds its own allowance by. The credits
    *> are then granted out of that spare, in the order the items
    *> were read, and the rest is withheld.
    *>*************************************************************
    size-holder-spare.
        if credit-count equal to 0
            exit paragraph
        end-if
        set sizing-pass to true
        move spaces to pending-cond-tamcn
        open input tallyfile
        perform until exit
            read tallyfile
                at end
                    exit perform
                not at end
                    perform process-tally-line
            end-read
        end-perform
        close tallyfile
        set verdict-pass to true
        move spaces to pending-cond-tamcn

        perform varying credit-idx from 1 by 1 until credit-idx > credit-count
            move credit-holder(credit-idx) to holder-lookup-tamcn
            perform find-holder
            move credit-qty(credit-idx) to grant-qty
            if grant-qty greater than holder-spare(holder-idx)
                move holder-spare(holder-idx) to grant-qty
            end-if
            move grant-qty to credit-granted(credit-idx)
            subtract grant-qty from holder-spare(holder-idx)
            add grant-qty to holder-lent(holder-idx)
            add grant-qty to substitute-credit-total
            compute withheld-credit-total = withheld-credit-total
                + credit-qty(credit-idx) - grant-qty
        end-perform
        exit paragraph
    .

    take-holder-spare.
        move tally-tamcn to holder-lookup-tamcn
        perform find-holder
        if not holder-found
            exit paragraph
        end-if
        if pending-cond-tamcn equal to tally-tamcn
            move pending-serviceable to serviceable-qty
        else
            move onhand-qty to serviceable-qty
        end-if
        perform find-tamcn-expired
        subtract tamcn-expired-qty from serviceable-qty
        move serviceable-qty to holder-spare(holder-idx)
        perform varying allowance-idx from 1 by 1 until allowance-idx > allowance-count
            if allowance-tamcn(allowance-idx) equal to tally-tamcn
                if authorized-qty(allowance-idx) less than serviceable-qty
                    subtract authorized-qty(allowance-idx) from holder-spare(holder-idx)
                else
                    move 0 to holder-spare(holder-idx)
                end-if
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> Lots past their expiry date still holding stock, summed by
    *> the tamcn they are carried under.
    *>*************************************************************
    total-expired-lots.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/lots.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input lotfile
        move low-values to lot-key
        start lotfile key not less than lot-key
            invalid key
                close lotfile
                exit paragraph
        end-start
        perform until exit
            read lotfile next record
                at end
                    exit perform
                not at end
                    if lot-qty greater than 0
                        and lot-expiry-date less than current-date(1:8)
                        perform store-expired-lot
                    end-if
            end-read
        end-perform
        close lotfile
        display "loaded expired lots for " expired-count " tamcn(s)"
        exit paragraph
    .

    store-expired-lot.
        set expired-found to false
        perform varying expired-idx from 1 by 1 until expired-idx > expired-count
            if expired-tamcn(expired-idx) equal to lot-tamcn
                set expired-found to true
                exit perform
            end-if
        end-perform
        if not expired-found
            if expired-count >= expired-capacity
                display "*** WARNING: expired lot table at capacity -- tamcn "
                    trim(lot-tamcn) " not excluded ***"
                exit paragraph
            end-if
            add 1 to expired-count
            set expired-idx to expired-count
            move lot-tamcn to expired-tamcn(expired-idx)
            move 0 to expired-qty(expired-idx)
        end-if
        add lot-qty to expired-qty(expired-idx)

        if expired-member-count >= expired-member-capacity
            display "*** WARNING: expired lot table at capacity -- nsn "
                trim(lot-nsn) " not excluded from substitute credit ***"
            exit paragraph
        end-if
        add 1 to expired-member-count
        set expired-member-idx to expired-member-count
        move lot-tamcn to expired-member-tamcn(expired-member-idx)
        move lot-nsn to expired-member-nsn(expired-member-idx)
        move lot-qty to expired-member-qty(expired-member-idx)
        exit paragraph
    .

    *> expired stock is still on the tally as serviceable bulk, so
    *> it comes off serviceable -- never below zero
    exclude-expired-stock.
        perform find-tamcn-expired
        if tamcn-expired-qty equal to 0
            exit paragraph
        end-if
        subtract tamcn-expired-qty from serviceable-qty
        add tamcn-expired-qty to expired-excluded-total
        move tamcn-expired-qty to expired-display
        move spaces to report-line
        string "EXPIRED      " tally-tamcn " expired lot quantity " expired-display
            " excluded from serviceable on-hand"
            into report-line
        write report-line
        exit paragraph
    .

    find-tamcn-expired.
        move 0 to tamcn-expired-qty
        perform varying expired-idx from 1 by 1 until expired-idx > expired-count
            if expired-tamcn(expired-idx) equal to tally-tamcn
                move expired-qty(expired-idx) to tamcn-expired-qty
                exit perform
            end-if
        end-perform
        if tamcn-expired-qty greater than serviceable-qty
            move serviceable-qty to tamcn-expired-qty
        end-if
        exit paragraph
    .

    *> what the holders granted this prime, summed over holders
    find-substitute-credit.
        move 0 to substitute-qty
        perform varying credit-idx from 1 by 1 until credit-idx > credit-count
            if credit-tamcn(credit-idx) equal to credit-lookup-tamcn
                add credit-granted(credit-idx) to substitute-qty
            end-if
        end-perform
        exit paragraph
    .

    *> stock lent to primes as substitutes is theirs now, not the
    *> holder's -- it never takes the holder below its allowance
    deduct-lent-stock.
        move tally-tamcn to holder-lookup-tamcn
        perform find-holder
        if not holder-found
            exit paragraph
        end-if
        if holder-lent(holder-idx) equal to 0
            exit paragraph
        end-if
        subtract holder-lent(holder-idx) from serviceable-qty
        move holder-lent(holder-idx) to lent-display
        move spaces to report-line
        string "LENT         " tally-tamcn " substitute quantity " lent-display
            " credited to other tamcns, taken off serviceable on-hand"
            into report-line
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> Pick one tally-report line apart. Non-tally rows (the CSV
    *> header, GRAND-TOTAL, COMMODITY-SUMMARY and reject noise) are
        end-if

        if tally-line-ok
            if sizing-pass
                perform take-holder-spare
            else
                add 1 to tally-line-count
                perform match-tally-to-allowance
            end-if
        end-if
        exit paragraph
    .
        else
            move onhand-qty to serviceable-qty
        end-if
        perform exclude-expired-stock
        perform deduct-lent-stock
        move tally-tamcn to credit-lookup-tamcn
        perform find-substitute-credit
        compute credited-qty = serviceable-qty + substitute-qty
        compute qty-variance = credited-qty - authorized-qty(allowance-idx)

        move substitute-qty to credit-display
        move serviceable-qty to qty-display
        move authorized-qty(allowance-idx) to auth-display
        move qty-variance to variance-display
                perform archive-verdict
                move spaces to report-line
                string "SHORTFALL    " tally-tamcn " serviceable " qty-display
                    " substitute " credit-display
                    " authorized " auth-display " variance " variance-display
                    into report-line
                write report-line
                perform archive-verdict
                move spaces to report-line
                string "EXCESS       " tally-tamcn " serviceable " qty-display
                    " substitute " credit-display
                    " authorized " auth-display " variance " variance-display
                    into report-line
                write report-line
                perform archive-verdict
                move spaces to report-line
                string "OK           " tally-tamcn " serviceable " qty-display
                    " substitute " credit-display
                    " authorized " auth-display
                    into report-line
                write report-line
                into report-line
            write report-line
        end-if
        perform write-completeness-line
        exit paragraph
    .

    write-completeness-line.
        set completeness-found to false
        perform varying completeness-idx from 1 by 1
                until completeness-idx > completeness-count
            if completeness-tamcn(completeness-idx) equal to tally-tamcn
                set completeness-found to true
                exit perform
            end-if
        end-perform
        if not completeness-found
            exit paragraph
        end-if
        if completeness-incomplete(completeness-idx) greater than 0
            add 1 to incomplete-tamcn-count
        end-if
        move completeness-complete(completeness-idx) to complete-display
        move completeness-incomplete(completeness-idx) to incomplete-display
        move completeness-missing(completeness-idx) to missing-display
        move spaces to report-line
        string "COMPLETENESS " tally-tamcn " complete " complete-display
            " incomplete " incomplete-display " missing value " missing-display
            into report-line
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> Every allowance tamcn the tally never mentioned -- authorized
    *> but with no on-hand records at all. This is the category that
    *> bites in inspections, so it gets its own section. A tamcn
    *> whose substitute or superseding items are on hand is not
    *> missing: it gets the verdict their quantity earns.
    *>*************************************************************
    report-missing-onhand.
        perform varying allowance-idx from 1 by 1 until allowance-idx > allowance-count
            if not allowance-seen(allowance-idx)
                move allowance-tamcn(allowance-idx) to credit-lookup-tamcn
                perform find-substitute-credit
                if substitute-qty greater than 0
                    perform evaluate-substitute-cover
                else
                    perform report-no-onhand
                end-if
            end-if
        end-perform
        exit paragraph
    .

    report-no-onhand.
        add 1 to no-onhand-count
        move run-date to rhist-date
        move allowance-tamcn(allowance-idx) to rhist-tamcn
        move 0 to rhist-onhand
        move authorized-qty(allowance-idx) to rhist-authorized
        move "NO-ON-HAND" to rhist-verdict
        write rhist-rec
            invalid key
                rewrite rhist-rec
        end-write
        add 1 to history-written-count
        move authorized-qty(allowance-idx) to auth-display
        move spaces to report-line
        string "NO-ON-HAND   " allowance-tamcn(allowance-idx)
            " authorized " auth-display " but no on-hand records"
            into report-line
        write report-line
        exit paragraph
    .

    evaluate-substitute-cover.
        move allowance-tamcn(allowance-idx) to tally-tamcn
        move 0 to serviceable-qty
        move substitute-qty to credited-qty
        compute qty-variance = credited-qty - authorized-qty(allowance-idx)

        move substitute-qty to credit-display
        move serviceable-qty to qty-display
        move authorized-qty(allowance-idx) to auth-display
        move qty-variance to variance-display

        evaluate true
            when qty-variance less than 0
                add 1 to shortfall-count
                move "SHORTFALL" to rhist-verdict
                perform archive-verdict
                move spaces to report-line
                string "SHORTFALL    " tally-tamcn " serviceable " qty-display
                    " substitute " credit-display
                    " authorized " auth-display " variance " variance-display
                    into report-line
                write report-line
            when qty-variance greater than 0
                add 1 to excess-count
                move "EXCESS" to rhist-verdict
                perform archive-verdict
                move spaces to report-line
                string "EXCESS       " tally-tamcn " serviceable " qty-display
                    " substitute " credit-display
                    " authorized " auth-display " variance " variance-display
                    into report-line
                write report-line
            when other
                add 1 to ok-count
                move "OK" to rhist-verdict
                perform archive-verdict
                move spaces to report-line
                string "OK           " tally-tamcn " serviceable " qty-display
                    " substitute " credit-display
                    " authorized " auth-display
                    into report-line
                write report-line
        end-evaluate
        exit paragraph
    .

