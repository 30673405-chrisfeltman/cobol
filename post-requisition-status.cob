       >>source format is free
identification division.
    program-id. post-requisition-status.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one status update per line, pipe-delimited:
            *>   SHIPPED|req-number
            *>   RECEIVED|req-number|serial
            *>   CANCELLED|req-number
            *>   RELEASED|req-number
            *> a RECEIVED line names one serial coming in, so a
            *> requisition for several is received line by line
            select statusfile
            assign to '../requisition-status.dat'
            organization is line sequential.

            select requisitions
            assign to '../datafiles/requisitions.db'
            organization is indexed
            access mode is dynamic
            record key is req-number.

            *> every receipt is queued here as a GAIN for the next
            *> item posting run -- the same transaction file the
            *> property office feeds by hand
            select itemtransfile
            assign to '../item-trans.dat'
            organization is line sequential.

            select registerfile
            assign to '../requisition-status-register.txt'
            organization is line sequential.

data division.
    file section.
        fd statusfile.
        01 status-rec pic X(120).

        fd requisitions.
        01 req-rec.
            05 req-number pic 9(6).
            05 req-unit pic X(8).
            05 req-tamcn pic X(12).
            05 req-nsn pic X(13).
            05 req-nomen pic X(19).
            05 req-commodity pic X(10).
            05 req-qty pic 9(7).
            05 req-received-qty pic 9(7).
            05 req-unit-price pic 9(10)v99.
            05 req-extended pic 9(12)v99.
            05 req-date pic 9(8).
            *> HELD, OPEN, SHIPPED, RECEIVED or CANCELLED
            05 req-status pic X(9).
            05 req-status-date pic 9(8).

        fd itemtransfile.
        01 item-trans-rec pic X(120).

        fd registerfile.
        01 register-rec pic X(240).

working-storage section.
    01 update-count pic 9(7) value 0.
    01 shipped-applied pic 9(7) value 0.
    01 received-applied pic 9(7) value 0.
    01 cancelled-applied pic 9(7) value 0.
    01 released-applied pic 9(7) value 0.
    01 gain-queued pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.
    01 onorder-listed pic 9(7) value 0.

    01 status-field pic X(40) occurs 3 times.
    01 status-action pic X(10) value spaces.
    01 status-req-text pic X(6) value spaces.
    01 status-serial pic X(18) value spaces.
    01 reject-reason pic X(60) value spaces.

    01 run-date pic 9(8) value 0.
    01 rate-display pic Z(9)9.99.
    01 qty-display pic Z(6)9.
    01 received-display pic Z(6)9.

    *> budget-ledger call workspace
    01 budget-post-type pic X(8) value spaces.
    01 budget-amount pic s9(12)v99 value 0.
    01 budget-remaining pic s9(12)v99 value 0.
    01 budget-reference pic X(30) value spaces.

    01 ledger-job-name pic X(20) value "requisition-status".
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
    01 chain-log-path pic X(80) value '../requisition-status-register.txt'.
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
    *> Moves requisitions along: SHIPPED from OPEN; CANCELLED from
    *> HELD, OPEN or SHIPPED while nothing has been received (giving
    *> back whatever was obligated); RELEASED from HELD once the
    *> commodity's budget covers it, which obligates the money; and
    *> RECEIVED one serial at a time -- each receipt is appended to
    *> item-trans.dat as a GAIN at the requisition's unit price, so
    *> nothing is keyed twice, and is expended against the budget.
    *> The requisition goes RECEIVED once the ordered quantity is
    *> in. The register closes with the on-order listing: every
    *> requisition still HELD, OPEN or SHIPPED.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-requisition-status" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "requisition status posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "budget-ledger" end-call
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/requisitions.db', file-info end-call
        if return-code not equal to 0
            display "no requisition register on disk - nothing to update"
            move 0 to return-code
            move 0 to ledger-reg-count
            move 0 to ledger-reg-rc
            call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
            goback
        end-if
        open i-o requisitions

        call "CBL_CHECK_FILE_EXIST" using '../item-trans.dat', file-info end-call
        if return-code equal to 0
            open extend itemtransfile
        else
            open output itemtransfile
        end-if

        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output registerfile
        call "chain-start" using chain-log-path end-call
        perform write-register-header

        call "CBL_CHECK_FILE_EXIST" using '../requisition-status.dat', file-info end-call
        if return-code equal to 0
            open input statusfile
            perform until exit
                read statusfile
                    at end
                        exit perform
                    not at end
                        add 1 to update-count
                        perform apply-status-update
                end-read
            end-perform
            close statusfile
        else
            display "no status updates on disk - listing what is on order"
        end-if

        perform list-on-order
        perform write-register-trailer

        close itemtransfile
        close registerfile
        close requisitions

        display "requisition status done: " update-count " update(s), "
            shipped-applied " shipped, " received-applied " received, "
            cancelled-applied " cancelled, " released-applied " released, "
            reject-count " rejected"
        display gain-queued " gain(s) queued for item posting, "
            onorder-listed " requisition(s) still on order"
        move 0 to return-code
        if reject-count greater than 0
            move 1 to return-code
        end-if

        move update-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    apply-status-update.
        move spaces to status-field(1) status-field(2) status-field(3)
        unstring status-rec delimited by "|"
            into status-field(1) status-field(2) status-field(3)
        end-unstring
        move upper-case(trim(status-field(1))) to status-action
        move trim(status-field(2)) to status-req-text
        move status-field(3)(1:18) to status-serial

        if trim(status-field(2)) is not numeric
            move "requisition number is not numeric" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(status-field(2)) to req-number

        read requisitions
            invalid key
                move "requisition not on the register" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read

        evaluate trim(status-action)
            when "SHIPPED"
                perform apply-shipped
            when "RECEIVED"
                perform apply-received
            when "CANCELLED"
                perform apply-cancelled
            when "RELEASED"
                perform apply-released
            when other
                move "action must be SHIPPED, RECEIVED, CANCELLED or RELEASED" to reject-reason
                perform write-register-reject
        end-evaluate
        exit paragraph
    .

    apply-shipped.
        if req-status not equal to "OPEN"
            move spaces to reject-reason
            string "requisition is " trim(req-status) ", not OPEN"
                delimited by size into reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move "SHIPPED" to req-status
        move run-date to req-status-date
        perform rewrite-requisition
        add 1 to shipped-applied
        perform write-register-applied
        exit paragraph
    .

    *> a receipt can arrive without a SHIPPED ever being posted --
    *> the goods on the dock are proof enough that it shipped
    apply-received.
        if req-status not equal to "OPEN" and req-status not equal to "SHIPPED"
            move spaces to reject-reason
            string "requisition is " trim(req-status) ", nothing left to receive"
                delimited by size into reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if status-serial equal to spaces
            move "receipt needs the serial coming in" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        perform queue-gain-transaction
        move "EXPEND" to budget-post-type
        move req-unit-price to budget-amount
        perform post-to-budget
        add 1 to req-received-qty
        if req-received-qty not less than req-qty
            move "RECEIVED" to req-status
        else
            move "SHIPPED" to req-status
        end-if
        move run-date to req-status-date
        perform rewrite-requisition
        add 1 to received-applied
        perform write-register-applied
        exit paragraph
    .

    apply-cancelled.
        if req-status not equal to "OPEN" and req-status not equal to "SHIPPED"
            and req-status not equal to "HELD"
            move spaces to reject-reason
            string "requisition is " trim(req-status) ", cannot cancel"
                delimited by size into reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if req-received-qty greater than 0
            move "requisition is part received - cannot cancel" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        *> a held requisition never obligated anything to give back
        if req-status not equal to "HELD"
            move "DEOBLIG" to budget-post-type
            move req-extended to budget-amount
            perform post-to-budget
        end-if
        move "CANCELLED" to req-status
        move run-date to req-status-date
        perform rewrite-requisition
        add 1 to cancelled-applied
        perform write-register-applied
        exit paragraph
    .

    *> a release is re-checked against what the line has left today
    *> -- money may have been freed or budgeted since it was held
    apply-released.
        if req-status not equal to "HELD"
            move spaces to reject-reason
            string "requisition is " trim(req-status) ", not HELD"
                delimited by size into reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move req-extended to budget-amount
        call "budget-check" using req-commodity, budget-amount, budget-remaining end-call
        if return-code not equal to 0
            move 0 to return-code
            move "still over the commodity's remaining budget" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move "OBLIGATE" to budget-post-type
        perform post-to-budget
        move "OPEN" to req-status
        move run-date to req-status-date
        perform rewrite-requisition
        add 1 to released-applied
        perform write-register-applied
        exit paragraph
    .

    post-to-budget.
        move spaces to budget-reference
        string "REQ " req-number " " req-unit delimited by size
            into budget-reference
        call "budget-post" using budget-post-type, req-commodity, budget-amount,
            budget-reference end-call
        exit paragraph
    .

    rewrite-requisition.
        rewrite req-rec
            invalid key
                display "*** requisition " req-number " could not be rewritten ***"
        end-rewrite
        exit paragraph
    .

    queue-gain-transaction.
        move req-unit-price to rate-display
        move spaces to item-trans-rec
        string "GAIN|" trim(req-nsn) "|" trim(status-serial) "|"
            trim(req-tamcn) "|" trim(req-nomen) "|" trim(req-commodity) "|"
            trim(rate-display)
            delimited by size into item-trans-rec
        write item-trans-rec
        add 1 to gain-queued
        exit paragraph
    .

    *>*************************************************************
    *> The on-order listing: every requisition still HELD, OPEN or
    *> SHIPPED, with how much of it has come in so far.
    *>*************************************************************
    list-on-order.
        move spaces to register-rec
        string "on order as of " cur-year "-" cur-month "-" cur-day
            into register-rec
        perform write-sealed-register

        move 0 to req-number
        start requisitions key not less than req-number
            invalid key
                exit paragraph
        end-start
        perform until exit
            read requisitions next record
                at end
                    exit perform
                not at end
                    if req-status equal to "OPEN" or req-status equal to "SHIPPED"
                        or req-status equal to "HELD"
                        add 1 to onorder-listed
                        move req-qty to qty-display
                        move req-received-qty to received-display
                        move spaces to register-rec
                        string "ON-ORDER " req-number " " req-status " " req-unit
                            " " req-tamcn " " req-nsn " qty " qty-display
                            " received " received-display " raised " req-date
                            into register-rec
                        perform write-sealed-register
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    write-register-applied.
        move req-received-qty to received-display
        move spaces to register-rec
        string "APPLIED  " status-action " " req-number " " req-unit " "
            req-tamcn " now " req-status " received " received-display
            " " status-serial
            into register-rec
        perform write-sealed-register
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
        string "requisition status register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "updates " update-count " shipped " shipped-applied
            " received " received-applied " cancelled " cancelled-applied
            " released " released-applied
            " rejected " reject-count " gains-queued " gain-queued
            " on-order " onorder-listed
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
