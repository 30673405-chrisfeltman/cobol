       >>source format is free
identification division.
    program-id. open-work-orders.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the cycle's extract -- items.dat unless a different
            *> path is named as the first argument
            select itemfile
            assign using extract-path
            organization is line sequential.

            *> repair work orders, numbered; the nsn+serial is an
            *> alternate key so a serial's orders can be found
            *> together
            select workorders
            assign to '../datafiles/work-orders.db'
            organization is indexed
            access mode is dynamic
            record key is wo-number
            alternate record key is wo-item-key
                with duplicates.

            *> manufacturer warranties, one per nsn+serial
            select warranties
            assign to '../datafiles/warranties.db'
            organization is indexed
            access mode is dynamic
            record key is wty-key.

            *> a warranty claim per repair order on a covered serial,
            *> keyed by the order it claims for
            select warrantyclaims
            assign to '../datafiles/warranty-claims.db'
            organization is indexed
            access mode is dynamic
            record key is clm-wo-number
            alternate record key is clm-item-key
                with duplicates.

            select reportfile
            assign to '../work-orders-opened.txt'
            organization is line sequential.

data division.
    file section.
        fd itemfile.
        01 item-rec.
            02 nsn pic X(13).
            02 tamcn pic X(12).
            02 serial pic X(18).
            02 nomen pic X(19).
            02 commodity pic X(10).
            02 rate pic 9(10)v99.
            02 condition-code pic X(1).
            02 quantity pic 9(5).
            02 rec-type pic X(1).
            02 adj-sign pic X(1).

        fd workorders.
        01 wo-rec.
            05 wo-number pic 9(6).
            05 wo-item-key.
                10 wo-nsn pic X(13).
                10 wo-serial pic X(18).
            05 wo-tamcn pic X(12).
            05 wo-nomen pic X(19).
            05 wo-commodity pic X(10).
            *> R or U as reported when the order opened
            05 wo-condition pic X(1).
            05 wo-shop pic X(10).
            05 wo-parts-on-order pic 9(3).
            05 wo-labor-hours pic 9(5)v9.
            *> OPEN, INWORK, PARTS (awaiting parts) or CLOSED
            05 wo-status pic X(8).
            05 wo-opened-date pic 9(8).
            05 wo-status-date pic 9(8).
            05 wo-closed-date pic 9(8).

        fd warranties.
        01 wty-rec.
            05 wty-key.
                10 wty-nsn pic X(13).
                10 wty-serial pic X(18).
            05 wty-vendor pic X(20).
            05 wty-start-date pic 9(8).
            05 wty-end-date pic 9(8).
            *> FULL, PARTS or LABOR
            05 wty-coverage pic X(8).
            05 wty-recorded-date pic 9(8).

        fd warrantyclaims.
        01 clm-rec.
            05 clm-wo-number pic 9(6).
            05 clm-item-key.
                10 clm-nsn pic X(13).
                10 clm-serial pic X(18).
            05 clm-vendor pic X(20).
            05 clm-coverage pic X(8).
            *> CANDIDATE, SUBMITTED, APPROVED, REIMBURSED or DENIED
            05 clm-status pic X(10).
            05 clm-opened-date pic 9(8).
            05 clm-status-date pic 9(8).
            05 clm-submitted-date pic 9(8).
            05 clm-approved-date pic 9(8).
            05 clm-reimbursed-date pic 9(8).
            05 clm-amount pic 9(9)v99.
            05 clm-approved-amount pic 9(9)v99.
            05 clm-reimbursed-amount pic 9(9)v99.
            05 clm-reference pic X(20).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 extract-path pic X(64) value '../items.dat'.
    01 path-param pic X(64) value spaces.

    01 extract-rec-count pic 9(7) value 0.
    01 deadlined-count pic 9(7) value 0.
    01 opened-count pic 9(7) value 0.
    01 already-open-count pic 9(7) value 0.
    01 awaiting-extract-count pic 9(7) value 0.
    01 warranty-candidate-count pic 9(7) value 0.

    01 warranty-file-flag pic 9(1) value 0.
        88 warranty-file-present value 1 false 0.

    01 next-wo-number pic 9(6) value 1.
    01 run-date pic 9(8) value 0.
    01 extract-date pic 9(8) value 0.

    *> what the serial's earlier orders say about this sighting
    01 open-order-flag pic 9(1) value 0.
        88 order-still-open value 1 false 0.
    01 recent-close-flag pic 9(1) value 0.
        88 closed-since-extract value 1 false 0.
    01 found-wo-number pic 9(6) value 0.

    01 ledger-job-name pic X(20) value "work-order-open".
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
    *> Opens a repair work order for every serial the extract newly
    *> reports R or U. A serial with an order still open is already
    *> being worked; a serial whose order closed after this extract
    *> was cut is the extract lagging the shop, not a new failure.
    *> Anything else coded R or U gets a new order, OPEN with no
    *> shop until one is assigned; an order on a serial under
    *> manufacturer warranty also opens a warranty claim.
    *>*************************************************************
    main.
        display "work-order opening starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        accept path-param from argument-value
        if trim(path-param) not equal to spaces
            move trim(path-param) to extract-path
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        call "CBL_CHECK_FILE_EXIST" using extract-path, file-info end-call
        if return-code not equal to 0
            display "*** extract " trim(extract-path) " not found ***"
            move 1 to ledger-reg-rc
            call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
            move 1 to return-code
            goback
        end-if
        compute extract-date = mod-yyyy * 10000 + mod-mo * 100 + mod-dd

        perform open-work-order-file
        perform open-warranty-files

        open input itemfile
        open output reportfile
        perform write-report-header

        perform until exit
            read itemfile
                at end
                    exit perform
                not at end
                    add 1 to extract-rec-count
                    if serial in item-rec not equal to spaces
                        and rec-type in item-rec not equal to "A"
                        and (condition-code in item-rec equal to "R"
                            or condition-code in item-rec equal to "U")
                        add 1 to deadlined-count
                        perform consider-deadlined-serial
                    end-if
            end-read
        end-perform

        perform write-report-trailer
        close reportfile
        close itemfile
        close workorders
        if warranty-file-present
            close warranties
        end-if
        close warrantyclaims

        display "work-order opening done: " deadlined-count " serial(s) coded R or U, "
            opened-count " order(s) opened"
        display already-open-count " already open, " awaiting-extract-count
            " closed since the extract, " warranty-candidate-count
            " warranty candidate(s)"
        move 0 to return-code

        move opened-count to ledger-reg-count
        move 0 to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    *> numbering continues from the highest order already issued
    open-work-order-file.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/work-orders.db', file-info end-call
        if return-code equal to 0
            open i-o workorders
            perform find-next-wo-number
        else
            display "no work-order file on disk - starting a fresh one"
            open output workorders
            close workorders
            open i-o workorders
        end-if
        move 0 to return-code
        exit paragraph
    .

    *> no warranty file yet means nothing is known to be covered;
    *> the claim file is started on first use
    open-warranty-files.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/warranties.db', file-info end-call
        if return-code equal to 0
            open input warranties
            set warranty-file-present to true
        else
            display "no warranty file on disk - orders not checked for warranty"
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/warranty-claims.db', file-info end-call
        if return-code equal to 0
            open i-o warrantyclaims
        else
            open output warrantyclaims
            close warrantyclaims
            open i-o warrantyclaims
        end-if
        move 0 to return-code
        exit paragraph
    .

    find-next-wo-number.
        move 0 to wo-number
        start workorders key not less than wo-number
            invalid key
                exit paragraph
        end-start
        perform until exit
            read workorders next record
                at end
                    exit perform
                not at end
                    compute next-wo-number = wo-number + 1
            end-read
        end-perform
        exit paragraph
    .

    consider-deadlined-serial.
        set order-still-open to false
        set closed-since-extract to false
        move nsn in item-rec to wo-nsn
        move serial in item-rec to wo-serial
        start workorders key equal to wo-item-key
            invalid key
                perform open-one-work-order
                exit paragraph
        end-start
        perform until exit
            read workorders next record
                at end
                    exit perform
                not at end
                    if wo-nsn not equal to nsn in item-rec
                        or wo-serial not equal to serial in item-rec
                        exit perform
                    end-if
                    if wo-status not equal to "CLOSED"
                        set order-still-open to true
                        move wo-number to found-wo-number
                    else
                        if wo-closed-date not less than extract-date
                            set closed-since-extract to true
                            move wo-number to found-wo-number
                        end-if
                    end-if
            end-read
        end-perform

        evaluate true
            when order-still-open
                add 1 to already-open-count
            when closed-since-extract
                add 1 to awaiting-extract-count
                move spaces to report-line
                string "LAGGING    " nsn in item-rec " " serial in item-rec
                    " coded " condition-code in item-rec " - order " found-wo-number
                    " closed after the extract was cut"
                    into report-line
                write report-line
            when other
                perform open-one-work-order
        end-evaluate
        exit paragraph
    .

    open-one-work-order.
        move next-wo-number to wo-number
        move nsn in item-rec to wo-nsn
        move serial in item-rec to wo-serial
        move tamcn in item-rec to wo-tamcn
        move nomen in item-rec to wo-nomen
        move commodity in item-rec to wo-commodity
        move condition-code in item-rec to wo-condition
        move spaces to wo-shop
        move 0 to wo-parts-on-order
        move 0 to wo-labor-hours
        move "OPEN" to wo-status
        move run-date to wo-opened-date
        move run-date to wo-status-date
        move 0 to wo-closed-date
        write wo-rec
            invalid key
                display "*** work order " wo-number " could not be written ***"
                exit paragraph
        end-write
        add 1 to next-wo-number
        add 1 to opened-count

        move spaces to report-line
        string "OPENED     order " wo-number " " wo-nsn " " wo-serial
            " tamcn " wo-tamcn " " wo-nomen " coded " wo-condition
            into report-line
        write report-line
        perform check-warranty-coverage
        exit paragraph
    .

    *>*************************************************************
    *> A repair opening on a serial still inside its manufacturer
    *> warranty is a warranty candidate: the claim is opened here,
    *> keyed by the order, and post-warranties carries it through
    *> submitted, approved and reimbursed.
    *>*************************************************************
    check-warranty-coverage.
        if not warranty-file-present
            exit paragraph
        end-if
        move wo-nsn to wty-nsn
        move wo-serial to wty-serial
        read warranties
            invalid key
                exit paragraph
        end-read
        if wo-opened-date < wty-start-date or wo-opened-date > wty-end-date
            exit paragraph
        end-if

        move spaces to clm-rec
        move wo-number to clm-wo-number
        move wo-nsn to clm-nsn
        move wo-serial to clm-serial
        move wty-vendor to clm-vendor
        move wty-coverage to clm-coverage
        move "CANDIDATE" to clm-status
        move run-date to clm-opened-date
        move run-date to clm-status-date
        move 0 to clm-submitted-date clm-approved-date clm-reimbursed-date
        move 0 to clm-amount clm-approved-amount clm-reimbursed-amount
        write clm-rec
            invalid key
                display "*** warranty claim for order " wo-number
                    " could not be written ***"
                exit paragraph
        end-write
        add 1 to warranty-candidate-count

        move spaces to report-line
        string "WARRANTY   order " wo-number " " wo-nsn " " wo-serial
            " covered by " trim(wty-vendor) " " trim(wty-coverage)
            " to " wty-end-date " - claim opened as a warranty candidate"
            into report-line
        write report-line
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "work orders opened " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            " from " trim(extract-path) " cut " extract-date
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        string "records " extract-rec-count " deadlined " deadlined-count
            " opened " opened-count " already-open " already-open-count
            " lagging " awaiting-extract-count
            " warranty " warranty-candidate-count
            into report-line
        write report-line
        exit paragraph
    .
