       >>source format is free
identification division.
    program-id. post-turn-ins.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one turn-in status update per line, pipe-delimited:
            *>   SHIPPED|document
            *>   ACCEPTED|document[|disposal-reason]
            *>   CANCELLED|document
            *> the document number with or without its TI prefix
            select statusfile
            assign to '../turn-in-status.dat'
            organization is line sequential.

            select turnins
            assign to '../datafiles/turn-ins.db'
            organization is indexed
            access mode is dynamic
            record key is ti-number
            alternate record key is ti-item-key
                with duplicates.

            *> accepted disposals come off the book through the item
            *> posting, as a LOSS carrying the disposal reason
            select itemtransfile
            assign to '../item-trans.dat'
            organization is line sequential.

            select registerfile
            assign to '../turn-in-register.txt'
            organization is line sequential.

data division.
    file section.
        fd statusfile.
        01 status-rec pic X(120).

        fd turnins.
        01 ti-rec.
            05 ti-number pic 9(6).
            05 ti-item-key.
                10 ti-nsn pic X(13).
                10 ti-serial pic X(18).
            05 ti-tamcn pic X(12).
            05 ti-nomen pic X(19).
            05 ti-commodity pic X(10).
            05 ti-rate pic 9(10)v99.
            05 ti-u-since pic 9(8).
            05 ti-status pic X(9).
            05 ti-doc-date pic 9(8).
            05 ti-status-date pic 9(8).

        fd itemtransfile.
        01 item-trans-rec pic X(120).

        fd registerfile.
        01 register-rec pic X(240).

working-storage section.
    01 status-count pic 9(7) value 0.
    01 applied-count pic 9(7) value 0.
    01 loss-queued pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 status-field pic X(60) occurs 3 times.
    01 status-action pic X(10) value spaces.
    01 document-text pic X(20) value spaces.
    01 document-number-text pic X(20) value spaces.
    01 disposal-reason pic X(40) value spaces.
    01 reject-reason pic X(60) value spaces.
    01 previous-status pic X(9) value spaces.

    01 run-date pic 9(8) value 0.

    01 ledger-job-name pic X(20) value "turn-in-status".
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
    01 chain-log-path pic X(80) value '../turn-in-register.txt'.
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
    *> Moves turn-in documents along PENDING -> SHIPPED -> ACCEPTED.
    *> Acceptance by the disposal activity queues a LOSS for the
    *> serial in item-trans.dat with the document number and the
    *> disposal reason on it, so the removal from the book traces
    *> back to the turn-in. A document not yet accepted can be
    *> CANCELLED (repaired after all, or refused by disposal).
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-turn-ins" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "turn-in status posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/turn-ins.db', file-info end-call
        if return-code equal to 0
            open i-o turnins
        else
            display "no turn-in file on disk - starting a fresh one"
            open output turnins
            close turnins
            open i-o turnins
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../item-trans.dat', file-info end-call
        if return-code equal to 0
            open extend itemtransfile
        else
            open output itemtransfile
        end-if
        move 0 to return-code

        open input statusfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output registerfile
        call "chain-start" using chain-log-path end-call
        perform write-register-header

        perform until exit
            read statusfile
                at end
                    exit perform
                not at end
                    add 1 to status-count
                    perform apply-status
            end-read
        end-perform

        perform write-register-trailer
        close registerfile
        close statusfile
        close itemtransfile
        close turnins

        display "turn-in status posting done: " status-count " update(s), "
            applied-count " applied, " loss-queued " loss(es) queued for item posting, "
            reject-count " rejected"
        move 0 to return-code
        if reject-count greater than 0
            move 1 to return-code
        end-if

        move status-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    apply-status.
        move spaces to status-field(1) status-field(2) status-field(3)
        unstring status-rec delimited by "|"
            into status-field(1) status-field(2) status-field(3)
        end-unstring

        move upper-case(trim(status-field(1))) to status-action
        move upper-case(trim(status-field(2))) to document-text
        if document-text(1:2) equal to "TI"
            move document-text(3:18) to document-number-text
        else
            move document-text to document-number-text
        end-if
        move trim(status-field(3)) to disposal-reason

        if trim(document-number-text) equal to spaces
            or trim(document-number-text) is not numeric
            move "turn-in document number must be numeric" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(document-number-text) to ti-number
        read turnins
            invalid key
                move "turn-in document not on file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        move ti-status to previous-status

        evaluate trim(status-action)
            when "SHIPPED"
                if ti-status not equal to "PENDING"
                    move "only a PENDING document can ship" to reject-reason
                    perform write-register-reject
                    exit paragraph
                end-if
            when "ACCEPTED"
                if ti-status not equal to "SHIPPED"
                    move "only a SHIPPED document can be accepted" to reject-reason
                    perform write-register-reject
                    exit paragraph
                end-if
            when "CANCELLED"
                if ti-status not equal to "PENDING" and ti-status not equal to "SHIPPED"
                    move "only a PENDING or SHIPPED document can be cancelled" to reject-reason
                    perform write-register-reject
                    exit paragraph
                end-if
            when other
                move "status must be SHIPPED, ACCEPTED or CANCELLED" to reject-reason
                perform write-register-reject
                exit paragraph
        end-evaluate

        move status-action to ti-status
        move run-date to ti-status-date
        rewrite ti-rec
            invalid key
                move "turn-in rewrite failed" to reject-reason
                perform write-register-reject
                exit paragraph
        end-rewrite
        add 1 to applied-count

        if ti-status equal to "ACCEPTED"
            perform queue-loss-transaction
        end-if

        move spaces to register-rec
        string "APPLIED  TI" ti-number " " ti-nsn " " ti-serial " " ti-tamcn
            " " trim(previous-status) " -> " trim(ti-status)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    queue-loss-transaction.
        if disposal-reason equal to spaces
            move "DISPOSAL ACCEPTED" to disposal-reason
        end-if
        move spaces to item-trans-rec
        string "LOSS|" trim(ti-nsn) "|" trim(ti-serial) "|DISPOSAL TI" ti-number
            " " trim(disposal-reason)
            delimited by size into item-trans-rec
        write item-trans-rec
        add 1 to loss-queued
        exit paragraph
    .

    write-register-reject.
        add 1 to reject-count
        move spaces to register-rec
        string "REJECTED " trim(status-rec) " - " trim(reject-reason)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-header.
        move spaces to register-rec
        string "turn-in status register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "updates " status-count " applied " applied-count
            " losses-queued " loss-queued " rejected " reject-count
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
