       >>source format is free
identification division.
    program-id. post-hand-receipts.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one hand-receipt transaction per line, pipe-delimited:
            *>   ISSUE|nsn|serial|holder-id
            *>   RETURN|nsn|serial
            *>   TRANSFER|nsn|serial|new-holder-id
            select transfile
            assign to '../hand-receipt-trans.dat'
            organization is line sequential.

            *> who has signed for each serial -- one holder per
            *> nsn+serial, with the holder as an alternate key so the
            *> listing can walk one person's property together
            select handreceipts
            assign to '../datafiles/hand-receipts.db'
            organization is indexed
            access mode is dynamic
            record key is hr-key
            alternate record key is hr-holder-id
                with duplicates.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id.

            select registerfile
            assign to '../hand-receipt-register.txt'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(120).

        fd handreceipts.
        01 hr-rec.
            05 hr-key.
                10 hr-nsn pic X(13).
                10 hr-serial pic X(18).
            05 hr-holder-id pic 9(10).
            05 hr-tamcn pic X(12).
            05 hr-issue-date pic 9(8).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd registerfile.
        01 register-rec pic X(240).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 issue-applied pic 9(7) value 0.
    01 return-applied pic 9(7) value 0.
    01 transfer-applied pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 4 times.
    01 trans-action pic X(10) value spaces.
    01 trans-nsn pic X(13) value spaces.
    01 trans-serial pic X(18) value spaces.
    01 trans-holder-text pic X(40) value spaces.
    01 trans-holder-id pic 9(10) value 0.
    01 old-holder-id pic 9(10) value 0.
    01 reject-reason pic X(60) value spaces.

    01 holder-ok-flag pic 9(1) value 0.
        88 holder-ok value 1 false 0.

    01 run-date pic 9(8) value 0.

    *> certifications the master ties to the item's commodity --
    *> weapons, say -- must be current for whoever signs for it
    01 cert-commodity pic X(10) value spaces.
    01 cert-result pic X(60) value spaces.

    01 ledger-job-name pic X(20) value "hand-receipts".
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

    *> the hash chain the register is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value '../hand-receipt-register.txt'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> Posts hand-receipt issues, returns and holder-to-holder
    *> transfers. The serial must be on item-lookup.db, and anyone
    *> signing for it must be on names-vsam, active, and currently
    *> hold any certification the master ties to the item's
    *> commodity; a serial can only be held by one person at a time. Every transaction
    *> lands in the register, applied or rejected with the reason.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-hand-receipts" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "hand receipt posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "cert-register" end-call
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/hand-receipts.db', file-info end-call
        if return-code equal to 0
            open i-o handreceipts
        else
            display "no hand-receipt file on disk - starting a fresh one"
            open output handreceipts
            close handreceipts
            open i-o handreceipts
        end-if

        open input itemindex
        open input names-vsam
        open input transfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output registerfile
        call "chain-start" using chain-log-path end-call

        perform write-register-header

        perform until exit
            read transfile
                at end
                    exit perform
                not at end
                    add 1 to trans-count
                    perform apply-transaction
            end-read
        end-perform

        perform write-register-trailer

        close transfile
        close registerfile
        close names-vsam
        close itemindex
        close handreceipts

        display "hand receipt posting done: " trans-count " transaction(s)"
        display issue-applied " issue(s), " return-applied " return(s), "
            transfer-applied " transfer(s), " reject-count " rejected"
        move 0 to return-code
        if reject-count greater than 0
            move 1 to return-code
        end-if

        move trans-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    apply-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3) trans-field(4)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3) trans-field(4)
        end-unstring

        move upper-case(trans-field(1)) to trans-action
        move trans-field(2)(1:13) to trans-nsn
        move trans-field(3)(1:18) to trans-serial
        move trim(trans-field(4)) to trans-holder-text

        if trim(trans-nsn) equal to spaces or trim(trans-serial) equal to spaces
            move "transaction needs both nsn and serial" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move trans-nsn to hr-nsn
        move trans-serial to hr-serial

        evaluate trim(trans-action)
            when "ISSUE"
                perform apply-issue
            when "RETURN"
                perform apply-return
            when "TRANSFER"
                perform apply-transfer
            when other
                move "action must be ISSUE, RETURN or TRANSFER" to reject-reason
                perform write-register-reject
        end-evaluate
        exit paragraph
    .

    *> the named holder must be on names-vsam and active
    check-holder.
        set holder-ok to false
        if trans-holder-text equal to spaces or trim(trans-holder-text) is not numeric
            move "holder id must be numeric" to reject-reason
            exit paragraph
        end-if
        move numval(trans-holder-text) to trans-holder-id
        move trans-holder-id to names-id
        read names-vsam
            invalid key
                move "holder not on names-vsam" to reject-reason
                exit paragraph
        end-read
        if out-status not equal to "A"
            move "holder is not active on names-vsam" to reject-reason
            exit paragraph
        end-if
        set holder-ok to true
        exit paragraph
    .

    check-holder-certified.
        move idx-commodity to cert-commodity
        call "cert-check-commodity" using trans-holder-id, cert-commodity, run-date,
            cert-result end-call
        if return-code not equal to 0
            move 0 to return-code
            move cert-result to reject-reason
            set holder-ok to false
        end-if
        exit paragraph
    .

    apply-issue.
        move trans-nsn to key-nsn
        move trans-serial to key-serial
        read itemindex
            invalid key
                move "serial not on the item index" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read

        perform check-holder
        if not holder-ok
            perform write-register-reject
            exit paragraph
        end-if
        perform check-holder-certified
        if not holder-ok
            perform write-register-reject
            exit paragraph
        end-if

        move trans-holder-id to hr-holder-id
        move idx-tamcn to hr-tamcn
        move run-date to hr-issue-date
        write hr-rec
            invalid key
                move "serial already on a hand receipt - return or transfer it" to reject-reason
                perform write-register-reject
                exit paragraph
        end-write
        add 1 to issue-applied
        perform write-register-applied
        exit paragraph
    .

    apply-return.
        read handreceipts
            invalid key
                move "serial is not on a hand receipt" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        move hr-holder-id to trans-holder-id
        delete handreceipts record
            invalid key
                move "return delete failed on the hand-receipt file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-delete
        add 1 to return-applied
        perform write-register-applied
        exit paragraph
    .

    apply-transfer.
        read handreceipts
            invalid key
                move "serial is not on a hand receipt - issue it" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        move hr-holder-id to old-holder-id

        perform check-holder
        if not holder-ok
            perform write-register-reject
            exit paragraph
        end-if
        if trans-holder-id equal to old-holder-id
            move "transfer to the person already holding the serial" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move hr-nsn to key-nsn
        move hr-serial to key-serial
        read itemindex
            invalid key
                move spaces to idx-commodity
        end-read
        perform check-holder-certified
        if not holder-ok
            perform write-register-reject
            exit paragraph
        end-if

        move trans-holder-id to hr-holder-id
        move run-date to hr-issue-date
        rewrite hr-rec
            invalid key
                move "transfer rewrite failed on the hand-receipt file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-rewrite
        add 1 to transfer-applied
        perform write-register-transfer
        exit paragraph
    .

    write-register-applied.
        move spaces to register-rec
        string "APPLIED  " trim(trans-action) " " trans-nsn " " trans-serial
            " holder " trans-holder-id
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-transfer.
        move spaces to register-rec
        string "APPLIED  TRANSFER " trans-nsn " " trans-serial
            " from " old-holder-id " to " trans-holder-id
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-reject.
        add 1 to reject-count
        move spaces to register-rec
        string "REJECTED " trim(trans-rec) " - " trim(reject-reason)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-header.
        move spaces to register-rec
        string "hand receipt register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "transactions " trans-count " issues " issue-applied
            " returns " return-applied " transfers " transfer-applied
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
