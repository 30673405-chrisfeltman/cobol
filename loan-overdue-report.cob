       >>source format is free
identification division.
    program-id. loan-overdue-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select loanfile
            assign to '../datafiles/loans.db'
            organization is indexed
            access mode is dynamic
            record key is loan-key
            alternate record key is loan-signer-id
                with duplicates.

            *> an escalated loan becomes an ordinary transfer order,
            *> closed out and aged like any other
            select transferorders
            assign to '../datafiles/transfer-orders.db'
            organization is indexed
            access mode is dynamic
            record key is order-number.

            select reportfile
            assign to '../loan-overdue.txt'
            organization is line sequential.

data division.
    file section.
        fd loanfile.
        01 loan-rec.
            05 loan-key.
                10 loan-nsn pic X(13).
                10 loan-serial pic X(18).
            05 loan-lender-tamcn pic X(12).
            05 loan-borrower pic X(12).
            05 loan-signer-id pic 9(10).
            05 loan-date pic 9(8).
            05 loan-due-date pic 9(8).
            05 loan-status pic X(9).
            05 loan-closed-date pic 9(8).
            05 loan-order-number pic 9(6).

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

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 loan-count pic 9(7) value 0.
    01 open-loan-count pic 9(7) value 0.
    01 overdue-count pic 9(7) value 0.
    01 escalated-count pic 9(7) value 0.

    *> a loan this many days past its due-back date stops being a
    *> loan and becomes a transfer order; first argument, 30 by
    *> default
    01 escalate-param pic X(5) value spaces.
    01 escalate-days pic 9(4) value 30.

    01 today-date pic 9(8) value 0.
    01 today-integer pic 9(8) value 0.
    01 days-overdue pic s9(5) value 0.
    01 overdue-display pic -(4)9.
    01 order-miles-display pic Z(4)9.
    01 order-miles-text pic X(20) value spaces.

    01 next-order-number pic 9(6) value 1.

    01 ledger-job-name pic X(20) value "loan-overdue".
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
    *> The weekly overdue-loan report: every loan still out past its
    *> due-back date gets a line with the lender, the borrower and
    *> how late it is. A loan past the escalation threshold is not
    *> left open forever -- it is written up as a transfer order
    *> from the lender to the borrower and the loan is closed
    *> ESCALATED, so close-out and aging take it from there.
    *>*************************************************************
    main.
        display "overdue loan report starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        accept escalate-param from argument-value
        if escalate-param not equal to spaces and trim(escalate-param) is numeric
            move numval(escalate-param) to escalate-days
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date
        move integer-of-date(today-date) to today-integer

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/loans.db', file-info end-call
        if return-code not equal to 0
            display "no loan file on disk - starting a fresh one"
            open output loanfile
            close loanfile
        end-if
        move 0 to return-code

        perform open-transfer-orders
        open i-o loanfile
        open output reportfile

        perform write-report-header

        move low-values to loan-key
        start loanfile key not less than loan-key
            invalid key
                continue
        end-start

        perform until exit
            read loanfile next record
                at end
                    exit perform
                not at end
                    add 1 to loan-count
                    perform age-one-loan
            end-read
        end-perform

        perform write-report-trailer
        close reportfile
        close loanfile
        close transferorders

        display "overdue loan report done: " loan-count " loan(s), " open-loan-count
            " out, " overdue-count " overdue, " escalated-count
            " escalated past " escalate-days " day(s)"
        move 0 to return-code
        if overdue-count greater than 0
            move 1 to return-code
        end-if

        move loan-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    *> numbering continues from the highest order already issued,
    *> the same walk the serial-history job makes
    open-transfer-orders.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/transfer-orders.db', file-info end-call
        if return-code equal to 0
            open i-o transferorders
            perform find-next-order-number
        else
            display "no transfer-order file on disk - starting a fresh one"
            open output transferorders
            close transferorders
            open i-o transferorders
        end-if
        move 0 to return-code
        exit paragraph
    .

    find-next-order-number.
        move 0 to order-number
        start transferorders key not less than order-number
            invalid key
                exit paragraph
        end-start
        perform until exit
            read transferorders next record
                at end
                    exit perform
                not at end
                    compute next-order-number = order-number + 1
            end-read
        end-perform
        exit paragraph
    .

    age-one-loan.
        if loan-status not equal to "ON-LOAN"
            exit paragraph
        end-if
        add 1 to open-loan-count

        compute days-overdue = today-integer - integer-of-date(loan-due-date)
        if days-overdue not greater than 0
            exit paragraph
        end-if
        add 1 to overdue-count
        move days-overdue to overdue-display

        if days-overdue greater than escalate-days
            perform escalate-loan
            exit paragraph
        end-if

        move spaces to report-line
        string "OVERDUE    " loan-nsn " " loan-serial " from " loan-lender-tamcn
            " to " loan-borrower " due " loan-due-date " late " overdue-display
            " day(s)"
            into report-line
        write report-line
        exit paragraph
    .

    escalate-loan.
        move next-order-number to order-number
        move loan-serial to order-serial
        move loan-lender-tamcn to order-from-tamcn
        move loan-borrower to order-to-tamcn
        call "unit-mileage" using order-from-tamcn, order-to-tamcn,
            order-miles, order-miles-known
        end-call
        move today-date to order-date
        move "OPEN" to order-status
        move 0 to order-closed-date
        write order-rec
            invalid key
                display "*** transfer order " order-number
                    " could not be written ***"
                exit paragraph
        end-write
        add 1 to next-order-number

        move "ESCALATED" to loan-status
        move today-date to loan-closed-date
        move order-number to loan-order-number
        rewrite loan-rec
            invalid key
                display "*** loan escalation rewrite failed for serial "
                    trim(loan-serial) " ***"
        end-rewrite
        add 1 to escalated-count

        move "miles unknown" to order-miles-text
        if order-miles-known equal to "Y"
            move order-miles to order-miles-display
            move spaces to order-miles-text
            string trim(order-miles-display) " mile(s)" into order-miles-text
        end-if
        move spaces to report-line
        string "ESCALATED  " loan-nsn " " loan-serial " from " loan-lender-tamcn
            " to " loan-borrower " due " loan-due-date " late " overdue-display
            " day(s) - transfer order " order-number " " trim(order-miles-text)
            into report-line
        write report-line
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "overdue loans " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            " (escalated after " escalate-days " day(s) overdue)"
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        string "loans " loan-count " out " open-loan-count
            " overdue " overdue-count " escalated " escalated-count
            into report-line
        write report-line
        exit paragraph
    .
