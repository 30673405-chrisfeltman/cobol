            access mode is dynamic
            record key is item-key.

            *> temporary loans -- a serial out on one shows ON-LOAN
            select loanfile
            assign to '../datafiles/loans.db'
            organization is indexed
            access mode is dynamic
            record key is loan-key
            alternate record key is loan-signer-id
                with duplicates.

data division.
    file section.
        fd itemindex.
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

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

    working-storage section.
        01 user-input pic X(4096).
        01 query-nsn pic X(13) value spaces.
        01 query-serial pic X(18) value spaces.
        01 match-count pic 9(5) value 0.
        01 today-date pic 9(8) value 0.
        01 loan-note pic X(60) value spaces.
        01 loans-on-disk-flag pic 9(1) value 0.
            88 loans-on-disk value 1 false 0.

        01 file-info.
            05 file-size-in-bytes pic 9(18) comp.
            05 mod-dd pic 9(2) comp.
            05 mod-mo pic 9(2) comp.
            05 mod-yyyy pic 9(4) comp.
            05 mod-hh pic 9(2) comp.
            05 mod-mm pic 9(2) comp.
            05 mod-ss pic 9(2) comp.
            05 filler pic 9(2) comp.

procedure division.

    *> every serial held under that nsn.
    main.
        open input itemindex
        move current-date(1:8) to today-date
        set loans-on-disk to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/loans.db', file-info end-call
        if return-code equal to 0
            set loans-on-disk to true
            open input loanfile
        end-if
        move 0 to return-code

        accept user-input from argument-value
        move user-input(1:13) to query-nsn
        if trim(query-nsn) equal to spaces
            display "usage: query-items <nsn> [serial]" upon stdout
            move 1 to return-code
            perform close-files
            goback
        end-if

            perform list-by-nsn
        end-if

        perform close-files
        goback
    .

    close-files.
        close itemindex
        if loans-on-disk
            close loanfile
        end-if
        exit paragraph
    .

    single-lookup.
        move query-nsn to key-nsn
        move query-serial to key-serial
    .

    display-index-rec.
        perform find-loan-note
        display "nsn: " key-nsn " serial: " key-serial
            " tamcn: " idx-tamcn " nomen: " trim(idx-nomen)
            " commodity: " trim(idx-commodity) " rate: " idx-rate
            trim(loan-note, trailing) upon stdout
        exit paragraph
    .

    *> the serial stays on the lender's book while it is out, so
    *> the loan is what tells the reader where it actually is
    find-loan-note.
        move spaces to loan-note
        if not loans-on-disk or key-serial equal to spaces
            exit paragraph
        end-if
        move key-nsn to loan-nsn
        move key-serial to loan-serial
        read loanfile
            invalid key
                exit paragraph
        end-read
        if loan-status not equal to "ON-LOAN"
            exit paragraph
        end-if
        if loan-due-date less than today-date
            string " ON-LOAN to " trim(loan-borrower) " due " loan-due-date
                " OVERDUE" into loan-note
        else
            string " ON-LOAN to " trim(loan-borrower) " due " loan-due-date
                into loan-note
        end-if
        exit paragraph
    .
