        file-control.
            *> one transaction per line, pipe-delimited:
            *>   GAIN|nsn|serial|tamcn|nomen|commodity|rate
            *>   LOSS|nsn|serial[|reason]
            *>   TRANSFER|nsn|serial|new-tamcn
            *>   LOAN|nsn|serial|lending-tamcn|borrowing-unit|loan-date|due-back-date[|signer-id]
            *>   RETURN|nsn|serial
            select transfile
            assign to '../item-trans.dat'
            organization is line sequential.
            access mode is dynamic
            record key is item-key.

            *> temporary loans: the serial stays on the lender's book
            *> while another unit has it, one loan per nsn+serial --
            *> the person who signed for it at the borrowing unit is
            *> an alternate key so clearance can find their loans
            select loanfile
            assign to '../datafiles/loans.db'
            organization is indexed
            access mode is dynamic
            record key is loan-key
            alternate record key is loan-signer-id
                with duplicates.

            *> when each serial came on the books, for depreciation --
            *> a GAIN posting dates it, ahead of the date the serial
            *> history first saw it
            select acquisitionfile
            assign to '../datafiles/acquisitions.db'
            organization is indexed
            access mode is dynamic
            record key is acq-key.

            *> posting register: one line per transaction, applied or
            *> rejected, so the day's postings reconcile on paper
            select registerfile
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
            *> ON-LOAN, RETURNED, ESCALATED (overdue and turned into
            *> a transfer order) or LOST
            05 loan-status pic X(9).
            05 loan-closed-date pic 9(8).
            05 loan-order-number pic 9(6).

        fd acquisitionfile.
        01 acq-rec.
            05 acq-key.
                10 acq-nsn pic X(13).
                10 acq-serial pic X(18).
            05 acq-date pic 9(8).
            *> GAIN or FIRST-SEEN
            05 acq-source pic X(10).

        fd registerfile.
        01 register-rec pic X(240).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 gain-applied pic 9(7) value 0.
    01 loss-applied pic 9(7) value 0.
    01 transfer-applied pic 9(7) value 0.
    01 loan-applied pic 9(7) value 0.
    01 return-applied pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 8 times.
    01 trans-action pic X(10) value spaces.
    01 trans-nsn pic X(13) value spaces.
    01 trans-serial pic X(18) value spaces.
    01 trans-rate pic X(13) value spaces.

    01 old-tamcn pic X(12) value spaces.
    01 loss-reason pic X(40) value spaces.

    01 trans-borrower pic X(12) value spaces.
    01 trans-loan-date pic 9(8) value 0.
    01 trans-due-date pic 9(8) value 0.
    01 trans-signer-id pic 9(10) value 0.
    01 run-date pic 9(8) value 0.

    01 loan-open-flag pic 9(1) value 0.
        88 loan-open value 1 false 0.
    01 reject-reason pic X(60) value spaces.

    01 index-exists-flag pic 9(1) value 0.
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    01 feed-entity pic X(8) value "ITEM".
    01 feed-op pic X(10) value spaces.
    01 feed-key pic X(40) value spaces.
    01 feed-detail pic X(120) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    *> the hash chain the register is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value '../item-posting-register.txt'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> item-lookup.db, keyed on the same nsn+serial pair the loader
    *> builds, so the index stays current between full snapshot
    *> rebuilds instead of query-items answering from week-old
    *> data. Temporary loans and their returns post to loans.db and
    *> leave the owning tamcn alone. Every transaction -- applied or
    *> rejected -- lands in the posting register with what happened
    *> to it.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-item-transactions" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "item transaction posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        set index-exists to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-lookup.db', file-info end-call
            open i-o itemindex
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/loans.db', file-info end-call
        if return-code equal to 0
            open i-o loanfile
        else
            display "no loan file on disk - starting a fresh one"
            open output loanfile
            close loanfile
            open i-o loanfile
        end-if

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

        open input transfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output registerfile
        call "chain-start" using chain-log-path end-call

        perform write-register-header

        perform write-register-trailer

        close transfile
        close loanfile
        close acquisitionfile
        close itemindex
        close registerfile

        display "posting done: " trans-count " transaction(s)"
        display gain-applied " gain(s), " loss-applied " loss(es), "
            transfer-applied " transfer(s), " loan-applied " loan(s), "
            return-applied " loan return(s), " reject-count " rejected"
        if reject-count greater than 0
            move 1 to return-code
        end-if
    apply-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3)
            trans-field(4) trans-field(5) trans-field(6) trans-field(7)
            trans-field(8)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3)
                trans-field(4) trans-field(5) trans-field(6) trans-field(7)
                trans-field(8)
        end-unstring

        move upper-case(trans-field(1)) to trans-action
                perform apply-loss
            when "TRANSFER"
                perform apply-transfer
            when "LOAN"
                perform apply-loan
            when "RETURN"
                perform apply-loan-return
            when other
                move "action must be GAIN, LOSS, TRANSFER, LOAN or RETURN" to reject-reason
                perform write-register-reject
        end-evaluate
        exit paragraph
            not invalid key
                add 1 to gain-applied
                perform write-register-applied
                perform record-acquisition
        end-write
        exit paragraph
    .

    *> the first GAIN of a serial is its acquisition date; it
    *> replaces a first-seen date from the serial history, but a
    *> later re-gain (lost, then found) leaves the original alone
    record-acquisition.
        move trans-nsn to acq-nsn
        move trans-serial to acq-serial
        read acquisitionfile
            invalid key
                move run-date to acq-date
                move "GAIN" to acq-source
                write acq-rec
                    invalid key
                        continue
                end-write
            not invalid key
                if acq-source not equal to "GAIN"
                    move run-date to acq-date
                    move "GAIN" to acq-source
                    rewrite acq-rec
                        invalid key
                            continue
                    end-rewrite
                end-if
        end-read
        exit paragraph
    .

    *> a serial lost while out on loan closes the loan as LOST
    apply-loss.
        read itemindex
            invalid key
                perform write-register-reject
                exit paragraph
        end-read
        move idx-tamcn to old-tamcn
        delete itemindex record
            invalid key
                move "loss delete failed on the index" to reject-reason
                perform write-register-reject
            not invalid key
                add 1 to loss-applied
                perform write-register-loss
                perform close-loan-as-lost
        end-delete
        exit paragraph
    .

    close-loan-as-lost.
        perform check-loan-open
        if loan-open
            move "LOST" to loan-status
            move run-date to loan-closed-date
            rewrite loan-rec
                invalid key
                    display "*** loan close failed for nsn " trim(trans-nsn)
                        " serial " trim(trans-serial) " ***"
            end-rewrite
        end-if
        exit paragraph
    .

    *> a transfer moves the serial to its new owning tamcn in place;
    *> the rest of the record rides along unchanged
    apply-transfer.
                exit paragraph
        end-read
        move idx-tamcn to old-tamcn
        perform check-loan-open
        if loan-open
            move "serial is out on loan - return it before transferring" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if old-tamcn equal to trans-tamcn
            move "transfer to the tamcn already holding the serial" to reject-reason
            perform write-register-reject
        exit paragraph
    .

    *> leaves loan-rec holding the serial's loan when there is one
    check-loan-open.
        set loan-open to false
        move trans-nsn to loan-nsn
        move trans-serial to loan-serial
        read loanfile
            invalid key
                exit paragraph
        end-read
        if loan-status equal to "ON-LOAN"
            set loan-open to true
        end-if
        exit paragraph
    .

    *> a loan leaves ownership alone: the serial must be on the
    *> lender's book, and the loan record is what says where it is.
    *> A serial whose last loan is closed can go out again.
    apply-loan.
        if trim(trans-tamcn) equal to spaces
            or trim(trans-field(5)) equal to spaces
            move "loan needs the lending tamcn and the borrowing unit" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trans-field(5)(1:12) to trans-borrower

        if trim(trans-field(6)) equal to spaces
            move run-date to trans-loan-date
        else
            if trim(trans-field(6)) is not numeric
                or test-date-yyyymmdd(numval(trans-field(6))) not equal to 0
                move "loan date is not yyyymmdd" to reject-reason
                perform write-register-reject
                exit paragraph
            end-if
            move numval(trans-field(6)) to trans-loan-date
        end-if
        if trim(trans-field(7)) is not numeric
            or test-date-yyyymmdd(numval(trans-field(7))) not equal to 0
            move "due-back date is not yyyymmdd" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(trans-field(7)) to trans-due-date
        if trans-due-date not greater than trans-loan-date
            move "due-back date must be after the loan date" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move 0 to trans-signer-id
        if trim(trans-field(8)) not equal to spaces
            if trim(trans-field(8)) is not numeric
                move "signer id must be numeric" to reject-reason
                perform write-register-reject
                exit paragraph
            end-if
            move numval(trans-field(8)) to trans-signer-id
        end-if

        read itemindex
            invalid key
                move "loan of a serial not on the index" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        if idx-tamcn not equal to trans-tamcn
            move "serial is not on the lending tamcn's book" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trans-borrower equal to idx-tamcn
            move "loan to the tamcn already holding the serial" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        perform check-loan-open
        if loan-open
            move "serial is already out on loan" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move trans-nsn to loan-nsn
        move trans-serial to loan-serial
        move idx-tamcn to loan-lender-tamcn
        move trans-borrower to loan-borrower
        move trans-signer-id to loan-signer-id
        move trans-loan-date to loan-date
        move trans-due-date to loan-due-date
        move "ON-LOAN" to loan-status
        move 0 to loan-closed-date
        move 0 to loan-order-number
        perform store-loan-rec
        exit paragraph
    .

    *> a serial loaned before is already keyed -- the new loan
    *> replaces the closed one
    store-loan-rec.
        write loan-rec
            invalid key
                rewrite loan-rec
                    invalid key
                        move "loan write failed on the loan file" to reject-reason
                        perform write-register-reject
                        exit paragraph
                end-rewrite
        end-write
        add 1 to loan-applied
        perform write-register-loan
        exit paragraph
    .

    apply-loan-return.
        perform check-loan-open
        if not loan-open
            move "serial is not out on loan" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move "RETURNED" to loan-status
        move run-date to loan-closed-date
        rewrite loan-rec
            invalid key
                move "return rewrite failed on the loan file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-rewrite
        add 1 to return-applied
        move spaces to register-rec
        string "APPLIED  RETURN " trans-nsn " " trans-serial
            " from " loan-borrower " to " loan-lender-tamcn
            " due " loan-due-date
            into register-rec
        perform write-sealed-register
        perform publish-applied-change
        exit paragraph
    .

    write-register-loan.
        move spaces to register-rec
        string "APPLIED  LOAN " trans-nsn " " trans-serial
            " from " loan-lender-tamcn " to " loan-borrower
            " due " loan-due-date
            into register-rec
        perform write-sealed-register
        perform publish-applied-change
        exit paragraph
    .

    write-register-applied.
        move spaces to register-rec
        string "APPLIED  " trim(trans-action) " " trans-nsn " " trans-serial
            " tamcn " trans-tamcn
            into register-rec
        perform write-sealed-register
        perform publish-applied-change
        exit paragraph
    .

    *> a loss with a reason (a disposal turn-in, a survey) carries
    *> it into the register so the removal traces back to it
    write-register-loss.
        move trans-field(4) to loss-reason
        if loss-reason equal to spaces
            perform write-register-applied
            exit paragraph
        end-if
        move spaces to register-rec
        string "APPLIED  LOSS " trans-nsn " " trans-serial
            " tamcn " old-tamcn " reason " trim(loss-reason)
            into register-rec
        perform write-sealed-register
        perform publish-applied-change
        exit paragraph
    .

        string "APPLIED  TRANSFER " trans-nsn " " trans-serial
            " from " old-tamcn " to " trans-tamcn
            into register-rec
        perform write-sealed-register
        perform publish-applied-change
        exit paragraph
    .

    *> every applied posting also goes to the change feed, with the
    *> register line as its detail
    publish-applied-change.
        move trans-action to feed-op
        move spaces to feed-key
        string trans-nsn " " trans-serial into feed-key
        move register-rec(10:120) to feed-detail
        call "change-feed" using feed-entity, feed-op, feed-key, feed-detail end-call
        exit paragraph
    .

        move spaces to register-rec
        string "REJECTED " trim(trans-rec) " - " trim(reject-reason)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-header.
        move spaces to register-rec
        string "item posting register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

        move spaces to register-rec
        string "transactions " trans-count " gains " gain-applied
            " losses " loss-applied " transfers " transfer-applied
            " loans " loan-applied " returns " return-applied
            " rejected " reject-count
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    *> every register line goes out sealed into the register's hash
    *> chain; the record is left as built for whatever reads it next
    write-sealed-register.
        move register-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write register-rec from chain-sealed
        move chain-line to register-rec
        exit paragraph
    .
