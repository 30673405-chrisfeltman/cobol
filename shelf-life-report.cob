       >>source format is free
identification division.
    program-id. shelf-life-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select lotfile
            assign to '../datafiles/lots.db'
            organization is indexed
            access mode is dynamic
            record key is lot-key.

            *> the extract, for the bulk quantities the lots must
            *> add up to
            select itemfile
            assign to '../items.dat'
            organization is line sequential.

            select reportfile
            assign to '../shelf-life-report.txt'
            organization is line sequential.

data division.
    file section.
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

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 lot-read-count pic 9(7) value 0.
    01 expired-count pic 9(7) value 0.
    01 expired-qty-total pic 9(9) value 0.
    01 window-count pic 9(7) value 0 occurs 3 times.
    01 window-qty pic 9(9) value 0 occurs 3 times.
    01 mismatch-count pic 9(7) value 0.

    01 today-date pic 9(8) value 0.
    01 today-integer pic 9(8) value 0.
    01 days-to-expiry pic s9(7) value 0.
    01 window-number pic 9(1) value 0.
    01 window-label pic X(11) value spaces.
    01 days-display pic -(6)9.
    01 qty-display pic Z(6)9.
    01 lots-display pic Z(8)9.
    01 bulk-display pic Z(8)9.

    *> per-nsn lot totals against the extract's bulk quantity
    01 nsn-capacity pic 9(5) value 5000.
    01 nsn-count pic 9(5) value 0.
    01 nsn-table occurs 5000 times indexed by nsn-idx.
        02 nsn-key pic X(13).
        02 nsn-lot-qty pic 9(9).
        02 nsn-bulk-qty pic 9(9).
    01 nsn-found-flag pic 9(1) value 0.
        88 nsn-found value 1 false 0.
    01 find-nsn pic X(13) value spaces.

    01 lots-exist-flag pic 9(1) value 0.
        88 lots-exist value 1 false 0.

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
    *> The monthly shelf-life report. Every lot still holding stock
    *> is aged against its expiry date: EXPIRED for stock past its
    *> date and still counted on hand, then what runs out within
    *> 30, 60 and 90 days. Last, the lots of each nsn are summed
    *> against the bulk quantity the extract carries for it, and
    *> any nsn where the two disagree is listed LOT-MISMATCH.
    *>*************************************************************
    main.
        display "shelf-life report starting..."

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date
        move integer-of-date(today-date) to today-integer

        open output reportfile
        perform write-report-header

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/lots.db', file-info end-call
        if return-code equal to 0
            set lots-exist to true
            open input lotfile
            perform age-all-lots
            close lotfile
        else
            display "no lot file on disk - nothing to age"
        end-if
        move 0 to return-code

        perform total-bulk-quantities
        perform write-reconciliation

        perform write-report-trailer
        close reportfile

        display "shelf-life report done: " lot-read-count " lot(s), "
            expired-count " expired, " window-count(1) " within 30 days, "
            window-count(2) " within 60, " window-count(3) " within 90, "
            mismatch-count " nsn(s) not reconciled"
        move 0 to return-code
        if expired-count greater than 0 or mismatch-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    age-all-lots.
        move low-values to lot-key
        start lotfile key not less than lot-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read lotfile next record
                at end
                    exit perform
                not at end
                    add 1 to lot-read-count
                    perform age-one-lot
            end-read
        end-perform
        exit paragraph
    .

    age-one-lot.
        move lot-nsn to find-nsn
        perform find-nsn-entry
        if not nsn-found
            perform add-nsn-entry
        end-if
        if nsn-found
            add lot-qty to nsn-lot-qty(nsn-idx)
        end-if
        if lot-qty equal to 0
            exit paragraph
        end-if

        compute days-to-expiry = integer-of-date(lot-expiry-date) - today-integer
        move days-to-expiry to days-display
        move lot-qty to qty-display

        evaluate true
            when days-to-expiry < 0
                add 1 to expired-count
                add lot-qty to expired-qty-total
                move spaces to report-line
                string "EXPIRED      " lot-nsn " lot " lot-number " " lot-tamcn
                    " quantity " qty-display " expired " lot-expiry-date
                    " still counted on hand"
                    into report-line
                write report-line
                exit paragraph
            when days-to-expiry <= 30
                move 1 to window-number
                move "EXPIRES-30 " to window-label
            when days-to-expiry <= 60
                move 2 to window-number
                move "EXPIRES-60 " to window-label
            when days-to-expiry <= 90
                move 3 to window-number
                move "EXPIRES-90 " to window-label
            when other
                exit paragraph
        end-evaluate

        add 1 to window-count(window-number)
        add lot-qty to window-qty(window-number)
        move spaces to report-line
        string window-label "  " lot-nsn " lot " lot-number " " lot-tamcn
            " quantity " qty-display " expires " lot-expiry-date
            " in " days-display " day(s)"
            into report-line
        write report-line
        exit paragraph
    .

    *> bulk lines only -- a serialized nsn has no lots
    total-bulk-quantities.
        call "CBL_CHECK_FILE_EXIST" using '../items.dat', file-info end-call
        if return-code not equal to 0
            display "no item extract on disk - lots not reconciled"
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
                        perform find-nsn-entry
                        if nsn-found
                            add item-quantity to nsn-bulk-qty(nsn-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    *> an nsn the lots never mention is not a shelf-life item, so
    *> only nsns with at least one lot on file are reconciled
    write-reconciliation.
        move spaces to report-line
        write report-line
        perform varying nsn-idx from 1 by 1 until nsn-idx > nsn-count
            if nsn-lot-qty(nsn-idx) not equal to nsn-bulk-qty(nsn-idx)
                add 1 to mismatch-count
                move nsn-lot-qty(nsn-idx) to lots-display
                move nsn-bulk-qty(nsn-idx) to bulk-display
                move spaces to report-line
                string "LOT-MISMATCH " nsn-key(nsn-idx) " lots total " lots-display
                    " extract bulk quantity " bulk-display
                    into report-line
                write report-line
            end-if
        end-perform
        exit paragraph
    .

    find-nsn-entry.
        set nsn-found to false
        perform varying nsn-idx from 1 by 1 until nsn-idx > nsn-count
            if nsn-key(nsn-idx) equal to find-nsn
                set nsn-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    add-nsn-entry.
        if nsn-count >= nsn-capacity
            display "*** WARNING: lot reconciliation table at capacity -- nsn "
                trim(find-nsn) " not reconciled ***"
            exit paragraph
        end-if
        add 1 to nsn-count
        set nsn-idx to nsn-count
        move find-nsn to nsn-key(nsn-idx)
        move 0 to nsn-lot-qty(nsn-idx) nsn-bulk-qty(nsn-idx)
        set nsn-found to true
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "shelf-life report " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "lots " lot-read-count " expired " expired-count
            " (quantity " expired-qty-total ")"
            " 30-day " window-count(1) " 60-day " window-count(2)
            " 90-day " window-count(3) " mismatched-nsns " mismatch-count
            into report-line
        write report-line
        exit paragraph
    .
