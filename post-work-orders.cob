       >>source format is free
identification division.
    program-id. post-work-orders.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one work-order update per line, pipe-delimited:
            *>   ASSIGN|wo-number|shop
            *>   PARTS|wo-number|parts-on-order
            *>   LABOR|wo-number|hours
            *>   CLOSE|wo-number[|condition]
            *> a close posts S unless the shop codes it U (beyond
            *> economical repair)
            select transfile
            assign to '../work-order-trans.dat'
            organization is line sequential.

            select workorders
            assign to '../datafiles/work-orders.db'
            organization is indexed
            access mode is dynamic
            record key is wo-number
            alternate record key is wo-item-key
                with duplicates.

            *> a closed order's condition goes back to the tally
            *> through here: nsn|serial|condition|yyyymmdd|reference
            select conditionchangefile
            assign to '../condition-changes.dat'
            organization is line sequential.

            select registerfile
            assign to '../work-order-register.txt'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(120).

        fd workorders.
        01 wo-rec.
            05 wo-number pic 9(6).
            05 wo-item-key.
                10 wo-nsn pic X(13).
                10 wo-serial pic X(18).
            05 wo-tamcn pic X(12).
            05 wo-nomen pic X(19).
            05 wo-commodity pic X(10).
            05 wo-condition pic X(1).
            05 wo-shop pic X(10).
            05 wo-parts-on-order pic 9(3).
            05 wo-labor-hours pic 9(5)v9.
            05 wo-status pic X(8).
            05 wo-opened-date pic 9(8).
            05 wo-status-date pic 9(8).
            05 wo-closed-date pic 9(8).

        fd conditionchangefile.
        01 condition-change-rec pic X(80).

        fd registerfile.
        01 register-rec pic X(240).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 applied-count pic 9(7) value 0.
    01 closed-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 3 times.
    01 trans-action pic X(10) value spaces.
    01 trans-wo-text pic X(40) value spaces.
    01 trans-value pic X(40) value spaces.
    01 reject-reason pic X(60) value spaces.

    01 labor-add pic 9(5)v9 value 0.
    01 parts-count pic 9(3) value 0.
    01 close-condition pic X(1) value "S".
    01 hours-display pic Z(4)9.9.

    01 run-date pic 9(8) value 0.
    01 condition-file-open-flag pic 9(1) value 0.
        88 condition-file-open value 1 false 0.

    01 ledger-job-name pic X(20) value "work-orders".
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
    01 chain-log-path pic X(80) value '../work-order-register.txt'.
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
    *> Posts the shops' work-order updates: shop assignment, parts
    *> on order, labor hours, and close-out. A close writes the
    *> serial's new condition to condition-changes.dat, which the
    *> item reader applies until an extract newer than the close
    *> comes in -- so a repaired serial stops counting deadlined the
    *> day the shop closes it. A closed order takes no more updates.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-work-orders" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "work-order posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/work-orders.db', file-info end-call
        if return-code equal to 0
            open i-o workorders
        else
            display "no work-order file on disk - starting a fresh one"
            open output workorders
            close workorders
            open i-o workorders
        end-if
        move 0 to return-code

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
        close registerfile
        close transfile
        close workorders
        if condition-file-open
            close conditionchangefile
        end-if

        display "work-order posting done: " trans-count " transaction(s), "
            applied-count " applied, " closed-count " closed, " reject-count " rejected"
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
        move spaces to trans-field(1) trans-field(2) trans-field(3)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3)
        end-unstring

        move upper-case(trans-field(1)) to trans-action
        move trim(trans-field(2)) to trans-wo-text
        move trim(trans-field(3)) to trans-value

        if trans-wo-text equal to spaces or trim(trans-wo-text) is not numeric
            move "work-order number must be numeric" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(trans-wo-text) to wo-number
        read workorders
            invalid key
                move "work order not on file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        if wo-status equal to "CLOSED"
            move "work order is already closed" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        evaluate trim(trans-action)
            when "ASSIGN"
                perform apply-assign
            when "PARTS"
                perform apply-parts
            when "LABOR"
                perform apply-labor
            when "CLOSE"
                perform apply-close
            when other
                move "action must be ASSIGN, PARTS, LABOR or CLOSE" to reject-reason
                perform write-register-reject
        end-evaluate
        exit paragraph
    .

    apply-assign.
        if trans-value equal to spaces
            move "assign needs a shop" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trans-value(1:10) to wo-shop
        if wo-status equal to "OPEN"
            move "INWORK" to wo-status
            move run-date to wo-status-date
        end-if
        perform rewrite-work-order
        exit paragraph
    .

    *> the count on order now, not a delta -- zero means the parts
    *> are in and the order goes back to being worked
    apply-parts.
        if trans-value equal to spaces or trim(trans-value) is not numeric
            move "parts on order must be a whole number" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(trans-value) to parts-count
        move parts-count to wo-parts-on-order
        if parts-count greater than 0
            move "PARTS" to wo-status
        else
            move "INWORK" to wo-status
        end-if
        move run-date to wo-status-date
        perform rewrite-work-order
        exit paragraph
    .

    apply-labor.
        if trans-value equal to spaces or test-numval(trans-value) not equal to 0
            move "labor hours must be numeric" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(trans-value) to labor-add
        add labor-add to wo-labor-hours
        if wo-status equal to "OPEN"
            move "INWORK" to wo-status
            move run-date to wo-status-date
        end-if
        perform rewrite-work-order
        exit paragraph
    .

    apply-close.
        if wo-parts-on-order greater than 0
            move "parts still on order - post PARTS 0 before closing" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move "S" to close-condition
        if trans-value not equal to spaces
            move upper-case(trans-value(1:1)) to close-condition
        end-if
        if close-condition not equal to "S" and close-condition not equal to "U"
            move "close condition must be S or U" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move "CLOSED" to wo-status
        move run-date to wo-status-date
        move run-date to wo-closed-date
        perform rewrite-work-order
        if reject-reason not equal to spaces
            exit paragraph
        end-if
        add 1 to closed-count
        perform post-condition-change
        exit paragraph
    .

    post-condition-change.
        if not condition-file-open
            call "CBL_CHECK_FILE_EXIST" using '../condition-changes.dat', file-info end-call
            if return-code equal to 0
                open extend conditionchangefile
            else
                open output conditionchangefile
            end-if
            move 0 to return-code
            set condition-file-open to true
        end-if
        move spaces to condition-change-rec
        string trim(wo-nsn) "|" trim(wo-serial) "|" close-condition "|" run-date
            "|WO " wo-number
            into condition-change-rec
        write condition-change-rec
        exit paragraph
    .

    rewrite-work-order.
        move spaces to reject-reason
        rewrite wo-rec
            invalid key
                move "work-order rewrite failed" to reject-reason
                perform write-register-reject
                exit paragraph
        end-rewrite
        add 1 to applied-count
        move wo-labor-hours to hours-display
        move spaces to register-rec
        string "APPLIED  " trim(trans-action) " order " wo-number " " wo-nsn " "
            wo-serial " shop " wo-shop " status " wo-status
            " parts " wo-parts-on-order " hours " hours-display
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
        string "work-order register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "transactions " trans-count " applied " applied-count
            " closed " closed-count " rejected " reject-count
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
