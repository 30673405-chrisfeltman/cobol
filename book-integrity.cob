       >>source format is free
identification division.
    program-id. book-integrity.

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

            select serialhist
            assign to '../datafiles/serial-history.db'
            organization is indexed
            access mode is dynamic
            record key is hist-serial.

            select transferorders
            assign to '../datafiles/transfer-orders.db'
            organization is indexed
            access mode is dynamic
            record key is order-number.

            *> the last tally, raw tab or CSV layout
            select tallyfile
            assign to '../output.dat'
            organization is line sequential.

            *> the extract the tally was run from, for the bulk
            *> quantities the index doesn't carry
            select itemfile
            assign to '../items.dat'
            organization is line sequential.

            *> the index's serials put in serial order, to be walked
            *> side by side with the serial history
            select sortwork
            assign to '../book-integrity.sortwork'.

            select serialsfile
            assign to '../book-integrity.serials.tmp'
            organization is line sequential.

            select reportfile
            assign to '../book-integrity.rpt'
            organization is line sequential.

            *> one line, PASS or FAILED, for the morning summary
            select verdictfile
            assign to '../book-integrity.verdict'
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

        fd serialhist.
        01 hist-rec.
            05 hist-serial pic X(18).
            05 hist-tamcn pic X(12).
            05 hist-last-seen pic 9(8).
            05 hist-service-date pic 9(8).
            05 hist-service-interval pic 9(4).

        fd transferorders.
        01 order-rec.
            05 order-number pic 9(6).
            05 order-serial pic X(18).
            05 order-from-tamcn pic X(12).
            05 order-to-tamcn pic X(12).
            05 order-date pic 9(8).
            05 order-status pic X(6).
            05 order-closed-date pic 9(8).
            *> straight-line miles between the two units' home zips;
            *> known N when either unit has no placed home zip
            05 order-miles pic 9(5).
            05 order-miles-known pic X(1).

        fd tallyfile.
        01 tally-rec pic X(160).

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

        sd sortwork.
        01 sort-rec.
            05 sort-serial pic X(18).
            05 sort-nsn pic X(13).
            05 sort-tamcn pic X(12).

        fd serialsfile.
        01 serials-rec.
            05 ser-serial pic X(18).
            05 ser-nsn pic X(13).
            05 ser-tamcn pic X(12).

        fd reportfile.
        01 report-line pic X(160).

        fd verdictfile.
        01 verdict-rec pic X(120).

working-storage section.
    01 index-serial-count pic 9(9) value 0.
    01 history-serial-count pic 9(9) value 0.
    01 open-order-count pic 9(7) value 0.
    01 disagreement-count pic 9(7) value 0.
    01 not-in-history-count pic 9(7) value 0.
    01 not-on-index-count pic 9(7) value 0.
    01 tamcn-disagree-count pic 9(7) value 0.
    01 duplicate-serial-count pic 9(7) value 0.
    01 transfer-problem-count pic 9(7) value 0.
    01 tally-problem-count pic 9(7) value 0.

    *> the side-by-side walk
    01 serials-eof-flag pic 9(1) value 0.
        88 serials-eof value 1 false 0.
    01 history-eof-flag pic 9(1) value 0.
        88 history-eof value 1 false 0.
    01 previous-serial pic X(18) value spaces.
    01 previous-nsn pic X(13) value spaces.
    01 history-exists-flag pic 9(1) value 0.
        88 history-exists value 1 false 0.

    *> per tamcn: serials on the index plus bulk on the extract,
    *> against what the tally counted
    01 tamcn-capacity pic 9(5) value 5000.
    01 tamcn-count pic 9(5) value 0.
    01 tamcn-table occurs 5000 times indexed by tamcn-idx.
        02 tamcn-key pic X(12).
        02 tamcn-index-serials pic 9(7).
        02 tamcn-bulk-qty pic 9(9).
        02 tamcn-tally-count pic 9(9).
        02 tamcn-tally-flag pic 9(1).
            88 tamcn-tallied value 1 false 0.
    01 tamcn-found-flag pic 9(1) value 0.
        88 tamcn-found value 1 false 0.
    01 find-tamcn pic X(12) value spaces.
    01 book-count pic 9(9) value 0.

    01 tally-field pic X(40) occurs 6 times.
    01 parsed-tag pic X(30) value spaces.
    01 field-2-clean pic X(40) value spaces.
    01 tally-row-count pic 9(7) value 0.
    01 selection-run-flag pic 9(1) value 0.
        88 selection-run value 1 false 0.
    01 tally-exists-flag pic 9(1) value 0.
        88 tally-exists value 1 false 0.

    01 count-display pic Z(8)9.
    01 tally-display pic Z(8)9.

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
    *> Nightly proof that the item stores agree with each other.
    *> Serial by serial, the index and the serial history must hold
    *> the same serials under the same tamcn, and no serial may be
    *> on the index twice. Every OPEN transfer order must still be
    *> waiting -- its serial still in the history under the
    *> receiving tamcn, not gone on somewhere else. Tamcn
    *> by tamcn, the index's serials plus the extract's bulk must
    *> equal what the last tally counted. Every disagreement is
    *> listed; the run ends PASS or FAILED, in the report and in
    *> book-integrity.verdict for the morning summary.
    *>*************************************************************
    main.
        display "book integrity reconciliation starting..."
        move current-date to current-timestamp

        open output reportfile
        perform write-report-header

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-lookup.db', file-info end-call
        if return-code not equal to 0
            display "no item index on disk - nothing to reconcile"
            move 0 to return-code
            move spaces to report-line
            string "NO-INDEX item-lookup.db is not on disk" into report-line
            write report-line
            add 1 to disagreement-count
        else
            perform sort-index-serials
            perform compare-index-to-history
            perform check-open-transfers
            perform total-extract-bulk
            perform load-tally
            perform compare-tamcn-counts
        end-if

        perform write-report-trailer
        close reportfile
        perform write-verdict

        call "CBL_DELETE_FILE" using '../book-integrity.serials.tmp' end-call
        move 0 to return-code

        display "book integrity done: " index-serial-count " index serial(s), "
            history-serial-count " history serial(s), " disagreement-count " disagreement(s)"
        if disagreement-count greater than 0
            display "*** book integrity FAILED ***"
            move 1 to return-code
        else
            display "book integrity PASS"
        end-if
        goback
    .

    sort-index-serials.
        sort sortwork
            on ascending key sort-serial sort-nsn
            input procedure is release-index-serials
            giving serialsfile
        exit paragraph
    .

    *> serials only -- the index's bulk keys have a blank serial
    release-index-serials.
        open input itemindex
        move low-values to item-key
        start itemindex key not less than item-key
            invalid key
                close itemindex
                exit paragraph
        end-start
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if key-serial not equal to spaces
                        add 1 to index-serial-count
                        move key-serial to sort-serial
                        move key-nsn to sort-nsn
                        move idx-tamcn to sort-tamcn
                        release sort-rec
                        move idx-tamcn to find-tamcn
                        perform find-or-add-tamcn
                        if tamcn-found
                            add 1 to tamcn-index-serials(tamcn-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close itemindex
        exit paragraph
    .

    *>*************************************************************
    *> Both sides in serial order, walked together: a serial only
    *> on the index is missing from the history, one only in the
    *> history has left the index, and one on both must be under
    *> the same tamcn.
    *>*************************************************************
    compare-index-to-history.
        set history-exists to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/serial-history.db', file-info end-call
        if return-code equal to 0
            set history-exists to true
            open input serialhist
            move low-values to hist-serial
            start serialhist key not less than hist-serial
                invalid key
                    set history-eof to true
            end-start
        else
            set history-eof to true
            move spaces to report-line
            string "NO-HISTORY serial-history.db is not on disk" into report-line
            write report-line
            add 1 to disagreement-count
        end-if
        move 0 to return-code

        move spaces to serials-rec
        open input serialsfile
        perform read-next-serial
        if not history-eof
            perform read-next-history
        end-if

        perform until serials-eof and history-eof
            evaluate true
                when history-eof
                    perform report-not-in-history
                    perform read-next-serial
                when serials-eof
                    perform report-not-on-index
                    perform read-next-history
                when ser-serial < hist-serial
                    perform report-not-in-history
                    perform read-next-serial
                when ser-serial > hist-serial
                    perform report-not-on-index
                    perform read-next-history
                when other
                    if ser-tamcn not equal to hist-tamcn
                        add 1 to tamcn-disagree-count
                        add 1 to disagreement-count
                        move spaces to report-line
                        string "TAMCN-DISAGREES      " ser-serial " nsn " ser-nsn
                            " index " ser-tamcn " history " hist-tamcn
                            into report-line
                        write report-line
                    end-if
                    perform read-next-serial
                    perform read-next-history
            end-evaluate
        end-perform

        close serialsfile
        if history-exists
            close serialhist
        end-if
        exit paragraph
    .

    *> the history is keyed by serial alone, so a serial the index
    *> carries under two nsns is itself a disagreement
    read-next-serial.
        move ser-serial to previous-serial
        move ser-nsn to previous-nsn
        read serialsfile
            at end
                set serials-eof to true
                move high-values to ser-serial
                exit paragraph
        end-read
        if ser-serial equal to previous-serial
            add 1 to duplicate-serial-count
            add 1 to disagreement-count
            move spaces to report-line
            string "DUPLICATE-SERIAL     " ser-serial " on the index under nsn "
                previous-nsn " and nsn " ser-nsn
                into report-line
            write report-line
        end-if
        exit paragraph
    .

    read-next-history.
        read serialhist next record
            at end
                set history-eof to true
                move high-values to hist-serial
                exit paragraph
        end-read
        add 1 to history-serial-count
        exit paragraph
    .

    report-not-in-history.
        add 1 to not-in-history-count
        add 1 to disagreement-count
        move spaces to report-line
        string "NOT-IN-HISTORY       " ser-serial " nsn " ser-nsn " tamcn " ser-tamcn
            " on the index but not in the serial history"
            into report-line
        write report-line
        exit paragraph
    .

    report-not-on-index.
        add 1 to not-on-index-count
        add 1 to disagreement-count
        move spaces to report-line
        string "NOT-ON-INDEX         " hist-serial " tamcn " hist-tamcn
            " last seen " hist-last-seen " in the history but not on the index"
            into report-line
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> An OPEN order is still waiting for the receiving side to
    *> confirm, and the history moved the serial to the receiving
    *> tamcn when the order was raised. A serial the history now
    *> has under any other tamcn has moved on without the order,
    *> and one the history no longer has can't arrive at all.
    *>*************************************************************
    check-open-transfers.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/transfer-orders.db', file-info end-call
        if return-code not equal to 0 or not history-exists
            move 0 to return-code
            exit paragraph
        end-if
        open input transferorders
        open input serialhist
        move 0 to order-number
        start transferorders key not less than order-number
            invalid key
                continue
        end-start
        perform until exit
            read transferorders next record
                at end
                    exit perform
                not at end
                    if order-status equal to "OPEN"
                        add 1 to open-order-count
                        perform check-one-open-order
                    end-if
            end-read
        end-perform
        close serialhist
        close transferorders
        exit paragraph
    .

    check-one-open-order.
        move order-serial to hist-serial
        read serialhist
            invalid key
                add 1 to transfer-problem-count
                add 1 to disagreement-count
                move spaces to report-line
                string "OPEN-TRANSFER-GONE   " order-number " " order-serial
                    " from " order-from-tamcn " to " order-to-tamcn
                    " - serial no longer in the history"
                    into report-line
                write report-line
                exit paragraph
        end-read
        if hist-tamcn not equal to order-to-tamcn
            add 1 to transfer-problem-count
            add 1 to disagreement-count
            move spaces to report-line
            string "OPEN-TRANSFER-MOVED  " order-number " " order-serial
                " from " order-from-tamcn " to " order-to-tamcn
                " - serial now under " hist-tamcn
                into report-line
            write report-line
        end-if
        exit paragraph
    .

    total-extract-bulk.
        call "CBL_CHECK_FILE_EXIST" using '../items.dat', file-info end-call
        if return-code not equal to 0
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
                        move item-tamcn to find-tamcn
                        perform find-or-add-tamcn
                        if tamcn-found
                            add item-quantity to tamcn-bulk-qty(tamcn-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    *> the TALLY rows, picked out the same way the output verifier
    *> reads them
    load-tally.
        call "CBL_CHECK_FILE_EXIST" using '../output.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move spaces to report-line
            string "NO-TALLY output.dat is not on disk - tamcn counts not compared"
                into report-line
            write report-line
            exit paragraph
        end-if
        set tally-exists to true
        open input tallyfile
        perform until exit
            read tallyfile
                at end
                    exit perform
                not at end
                    perform take-tally-line
            end-read
        end-perform
        close tallyfile
        exit paragraph
    .

    take-tally-line.
        move spaces to tally-field(1) tally-field(2) tally-field(3)
            tally-field(4) tally-field(5) tally-field(6)

        if tally-rec(1:1) equal to '"'
            unstring tally-rec delimited by ","
                into tally-field(1) tally-field(2) tally-field(3)
                    tally-field(4) tally-field(5) tally-field(6)
            end-unstring
            inspect tally-field(1) replacing all '"' by space
            inspect tally-field(2) replacing all '"' by space
            move trim(tally-field(1)) to parsed-tag
            evaluate parsed-tag
                when "TALLY"
                    move trim(tally-field(2)) to find-tamcn
                    move tally-field(3) to field-2-clean
                    perform store-tally-count
                when "SELECTION"
                when "SELECTION-SUMMARY"
                    set selection-run to true
                when other
                    continue
            end-evaluate
            exit paragraph
        end-if

        unstring tally-rec delimited by X'09'
            into tally-field(1) tally-field(2) tally-field(3) tally-field(4)
        end-unstring
        move trim(tally-field(1)) to parsed-tag
        evaluate parsed-tag
            when "SELECTION"
            when "SELECTION-SUMMARY"
                set selection-run to true
            when "GRAND-TOTAL"
            when "COMMODITY-SUMMARY"
            when "RANKING"
            when "CONDITION"
            when "ADJUSTMENT"
            when "PRICE-VARIANCE-SUMMARY"
            when "MISCODING-SUMMARY"
            when "RECORD-TYPE,KEY,COUNT,TOTAL"
                continue
            when other
                *> a raw-tab tally row leads with the tamcn itself
                move tally-field(2) to field-2-clean
                if parsed-tag not equal to spaces
                    and trim(field-2-clean) is numeric
                    move tally-field(1)(1:12) to find-tamcn
                    perform store-tally-count
                end-if
        end-evaluate
        exit paragraph
    .

    store-tally-count.
        if trim(field-2-clean) is not numeric
            exit paragraph
        end-if
        add 1 to tally-row-count
        perform find-or-add-tamcn
        if tamcn-found
            set tamcn-tallied(tamcn-idx) to true
            add numval(field-2-clean) to tamcn-tally-count(tamcn-idx)
        end-if
        exit paragraph
    .

    *> a tally run under selection criteria counted only part of
    *> the book, so its tamcn counts prove nothing either way
    compare-tamcn-counts.
        if not tally-exists
            exit paragraph
        end-if
        if selection-run
            move spaces to report-line
            string "NOTE the last tally was a selection run - tamcn counts not compared"
                into report-line
            write report-line
            exit paragraph
        end-if
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            compute book-count = tamcn-index-serials(tamcn-idx) + tamcn-bulk-qty(tamcn-idx)
            if book-count not equal to tamcn-tally-count(tamcn-idx)
                or (not tamcn-tallied(tamcn-idx) and book-count > 0)
                add 1 to tally-problem-count
                add 1 to disagreement-count
                move book-count to count-display
                move tamcn-tally-count(tamcn-idx) to tally-display
                move spaces to report-line
                if tamcn-tallied(tamcn-idx)
                    string "TALLY-DISAGREES      " tamcn-key(tamcn-idx)
                        " index serials + extract bulk " count-display
                        " tally " tally-display
                        into report-line
                else
                    string "NOT-TALLIED          " tamcn-key(tamcn-idx)
                        " index serials + extract bulk " count-display
                        " - no tally row"
                        into report-line
                end-if
                write report-line
            end-if
        end-perform
        exit paragraph
    .

    find-or-add-tamcn.
        set tamcn-found to false
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-key(tamcn-idx) equal to find-tamcn
                set tamcn-found to true
                exit perform
            end-if
        end-perform
        if tamcn-found
            exit paragraph
        end-if
        if tamcn-count >= tamcn-capacity
            display "*** WARNING: tamcn table at capacity -- tamcn "
                trim(find-tamcn) " not compared ***"
            exit paragraph
        end-if
        add 1 to tamcn-count
        set tamcn-idx to tamcn-count
        move find-tamcn to tamcn-key(tamcn-idx)
        move 0 to tamcn-index-serials(tamcn-idx) tamcn-bulk-qty(tamcn-idx)
            tamcn-tally-count(tamcn-idx)
        set tamcn-tallied(tamcn-idx) to false
        set tamcn-found to true
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "book integrity reconciliation " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "index-serials " index-serial-count " history-serials " history-serial-count
            " open-transfers " open-order-count " tally-rows " tally-row-count
            into report-line
        write report-line
        move spaces to report-line
        string "not-in-history " not-in-history-count " not-on-index " not-on-index-count
            " tamcn-disagrees " tamcn-disagree-count " duplicates " duplicate-serial-count
            " transfers " transfer-problem-count " tally " tally-problem-count
            into report-line
        write report-line
        move spaces to report-line
        if disagreement-count equal to 0
            string "VERDICT PASS - the stores agree" into report-line
        else
            string "VERDICT FAILED - " disagreement-count " disagreement(s)" into report-line
        end-if
        write report-line
        exit paragraph
    .

    write-verdict.
        open output verdictfile
        move spaces to verdict-rec
        if disagreement-count equal to 0
            string "book integrity PASS " cur-year "-" cur-month "-" cur-day
                " - index, history, transfers and tally agree"
                into verdict-rec
        else
            string "book integrity FAILED " cur-year "-" cur-month "-" cur-day
                " - " disagreement-count " disagreement(s), see book-integrity.rpt"
                into verdict-rec
        end-if
        write verdict-rec
        close verdictfile
        exit paragraph
    .
