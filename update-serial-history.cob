            access mode is dynamic
            record key is ghost-serial.

            *> acquisition dates for depreciation -- a serial's first
            *> appearance here dates it unless a GAIN posting already has
            select acquisitionfile
            assign to '../datafiles/acquisitions.db'
            organization is indexed
            access mode is dynamic
            record key is acq-key.

            *> serials coming due for service in the next 30/60/90
            *> days, plus everything already overdue -- produced on
            *> the same pass that sweeps for ghosts
            05 order-date pic 9(8).
            05 order-status pic X(6).
            05 order-closed-date pic 9(8).
            *> straight-line miles between the two units' home zips;
            *> known N when either unit has no placed home zip
            05 order-miles pic 9(5).
            05 order-miles-known pic X(1).

        fd ghostledger.
        01 ghost-rec.
            05 ghost-code pic X(1).
            05 ghost-resolved pic 9(8).

        fd acquisitionfile.
        01 acq-rec.
            05 acq-key.
                10 acq-nsn pic X(13).
                10 acq-serial pic X(18).
            05 acq-date pic 9(8).
            *> GAIN or FIRST-SEEN
            05 acq-source pic X(10).

        fd servicereportfile.
        01 service-report-line pic X(132).

    01 orders-exist-flag pic 9(1) value 0.
        88 orders-exist value 1 false 0.
    01 next-order-number pic 9(6) value 1.
    01 acquired-count pic 9(7) value 0.
    01 orders-written-count pic 9(5) value 0.
    01 order-miles-display pic Z(4)9.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        perform open-history-file
        perform open-ghost-ledger
        perform open-transfer-orders
        perform open-acquisitions

        move integer-of-date(run-stamp) to today-integer

        close serialhist
        close ghostledger
        close transferorders
        close acquisitionfile

        display "serial history update done: " rec-count " record(s) posted"
        display new-serial-count " new serial(s), " transfer-count " transfer(s), "
            ghost-count " ghost(s) removed"
        display skipped-rec-count " bulk/adjustment record(s) passed over"
        display orders-written-count " transfer order(s) opened"
        display acquired-count " serial(s) given a first-seen acquisition date"
        display "service due: " overdue-count " overdue, " due-30-count
            " within 30 days, " due-60-count " within 60, " due-90-count " within 90"
        goback
        exit paragraph
    .

    open-acquisitions.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/acquisitions.db', file-info end-call
        if return-code equal to 0
            open i-o acquisitionfile
        else
            display "no acquisition file on disk - starting a fresh one"
            open output acquisitionfile
            close acquisitionfile
            open i-o acquisitionfile
        end-if
        move 0 to return-code
        exit paragraph
    .

    open-ghost-ledger.
        set ghost-ledger-exists to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/ghost-ledger.db', file-info end-call
            not invalid key
                if hist-tamcn not equal to tamcn in item-rec
                    add 1 to transfer-count
                    perform open-transfer-order
                    perform write-transfer-line
                    move tamcn in item-rec to hist-tamcn
                else
                    add 1 to unchanged-count
                move run-stamp to hist-last-seen
                rewrite hist-rec
        end-read
        perform record-first-seen
        exit paragraph
    .

    *> a serial with no acquisition date yet is dated by this run,
    *> which is the first the history has seen of it
    record-first-seen.
        move nsn in item-rec to acq-nsn
        move serial in item-rec to acq-serial
        move run-stamp to acq-date
        move "FIRST-SEEN" to acq-source
        write acq-rec
            invalid key
                continue
            not invalid key
                add 1 to acquired-count
        end-write
        exit paragraph
    .

    write-transfer-line.
        move hist-tamcn to previous-tamcn
        move spaces to report-line
        if order-miles-known equal to "Y"
            move order-miles to order-miles-display
            string "TRANSFER " serial in item-rec " was under " previous-tamcn
                " now under " tamcn in item-rec " " trim(order-miles-display) " mile(s)"
                into report-line
        else
            string "TRANSFER " serial in item-rec " was under " previous-tamcn
                " now under " tamcn in item-rec " miles unknown"
                into report-line
        end-if
        write report-line
        exit paragraph
    .
        move hist-serial to order-serial
        move hist-tamcn to order-from-tamcn
        move tamcn in item-rec to order-to-tamcn
        call "unit-mileage" using order-from-tamcn, order-to-tamcn,
            order-miles, order-miles-known
        end-call
        move run-stamp to order-date
        move "OPEN" to order-status
        move 0 to order-closed-date
