       >>source format is free
identification division.
    program-id. post-lots.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one lot movement per line, pipe-delimited:
            *>   RECEIVE|nsn|lot|tamcn|quantity|manufacture-date|expiry-date
            *>   ISSUE|nsn|lot|quantity
            *>   COUNT|nsn|lot|quantity
            *> dates yyyymmdd. RECEIVE into a lot already on file adds
            *> to it; COUNT sets the lot to what was physically found
            select transfile
            assign to '../lot-trans.dat'
            organization is line sequential.

            select lotfile
            assign to '../datafiles/lots.db'
            organization is indexed
            access mode is dynamic
            record key is lot-key.

            select registerfile
            assign to '../lot-register.txt'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(120).

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

        fd registerfile.
        01 register-rec pic X(240).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 receive-applied pic 9(7) value 0.
    01 issue-applied pic 9(7) value 0.
    01 count-applied pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 7 times.
    01 trans-action pic X(10) value spaces.
    01 trans-nsn pic X(13) value spaces.
    01 trans-lot pic X(15) value spaces.
    01 trans-qty pic 9(7) value 0.
    01 qty-field pic X(40) value spaces.
    01 reject-reason pic X(60) value spaces.
    01 lot-on-file-flag pic 9(1) value 0.
        88 lot-on-file value 1 false 0.

    01 run-date pic 9(8) value 0.

    01 ledger-job-name pic X(20) value "lot-posting".
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
    01 chain-log-path pic X(80) value '../lot-register.txt'.
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
    *> Keeps the lot file for bulk shelf-life stock: batteries,
    *> sealants, medical supplies. Each lot carries its quantity,
    *> manufacture date and expiry date, so the shelf-life report
    *> can see what is about to go bad and the readiness report can
    *> stop counting what already has. The lots of an nsn should sum
    *> to its bulk quantity on items.dat; the shelf-life report
    *> checks that.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-lots" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "lot posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/lots.db', file-info end-call
        if return-code equal to 0
            open i-o lotfile
        else
            display "no lot file on disk - starting a fresh one"
            open output lotfile
            close lotfile
            open i-o lotfile
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
        close lotfile

        display "lot posting done: " trans-count " transaction(s), "
            receive-applied " received, " issue-applied " issued, "
            count-applied " counted, " reject-count " rejected"
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
            trans-field(5) trans-field(6) trans-field(7)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3) trans-field(4)
                trans-field(5) trans-field(6) trans-field(7)
        end-unstring

        move upper-case(trans-field(1)) to trans-action
        move trans-field(2)(1:13) to trans-nsn
        move trans-field(3)(1:15) to trans-lot

        if trim(trans-nsn) equal to spaces or trim(trans-lot) equal to spaces
            move "transaction needs both nsn and lot number" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        *> the quantity sits after the tamcn on a RECEIVE
        if trim(trans-action) equal to "RECEIVE"
            move trim(trans-field(5)) to qty-field
        else
            move trim(trans-field(4)) to qty-field
        end-if
        if qty-field equal to spaces or trim(qty-field) is not numeric
            move "quantity must be a whole number" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(qty-field) to trans-qty

        move trans-nsn to lot-nsn
        move trans-lot to lot-number
        set lot-on-file to true
        read lotfile
            invalid key
                set lot-on-file to false
        end-read

        evaluate trim(trans-action)
            when "RECEIVE"
                perform apply-receive
            when "ISSUE"
                perform apply-issue
            when "COUNT"
                perform apply-count
            when other
                move "action must be RECEIVE, ISSUE or COUNT" to reject-reason
                perform write-register-reject
        end-evaluate
        exit paragraph
    .

    apply-receive.
        if trim(trans-field(6)) is not numeric
            or test-date-yyyymmdd(numval(trans-field(6))) not equal to 0
            move "manufacture date must be a valid yyyymmdd" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trim(trans-field(7)) is not numeric
            or test-date-yyyymmdd(numval(trans-field(7))) not equal to 0
            move "expiry date must be a valid yyyymmdd" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if numval(trans-field(7)) not greater than numval(trans-field(6))
            move "expiry date must follow the manufacture date" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        if lot-on-file
            if numval(trans-field(7)) not equal to lot-expiry-date
                move "lot already on file with a different expiry date" to reject-reason
                perform write-register-reject
                exit paragraph
            end-if
            add trans-qty to lot-qty
        else
            move trans-field(4)(1:12) to lot-tamcn
            move trans-qty to lot-qty
            move numval(trans-field(6)) to lot-mfg-date
            move numval(trans-field(7)) to lot-expiry-date
        end-if
        move run-date to lot-last-date
        perform store-lot
        if reject-reason not equal to spaces
            exit paragraph
        end-if
        add 1 to receive-applied
        perform write-register-applied
        exit paragraph
    .

    apply-issue.
        if not lot-on-file
            move "lot not on file" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trans-qty greater than lot-qty
            move "issue is more than the lot holds" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        subtract trans-qty from lot-qty
        move run-date to lot-last-date
        perform store-lot
        if reject-reason not equal to spaces
            exit paragraph
        end-if
        add 1 to issue-applied
        perform write-register-applied
        exit paragraph
    .

    apply-count.
        if not lot-on-file
            move "lot not on file - RECEIVE it first" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trans-qty to lot-qty
        move run-date to lot-last-date
        perform store-lot
        if reject-reason not equal to spaces
            exit paragraph
        end-if
        add 1 to count-applied
        perform write-register-applied
        exit paragraph
    .

    store-lot.
        move spaces to reject-reason
        if lot-on-file
            rewrite lot-rec
                invalid key
                    move "lot rewrite failed" to reject-reason
                    perform write-register-reject
            end-rewrite
        else
            write lot-rec
                invalid key
                    move "lot write failed" to reject-reason
                    perform write-register-reject
            end-write
        end-if
        exit paragraph
    .

    write-register-applied.
        move spaces to register-rec
        string "APPLIED  " trim(trans-action) " " lot-nsn " lot " lot-number
            " " lot-tamcn " quantity " trans-qty " lot now " lot-qty
            " expires " lot-expiry-date
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
        string "lot register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "transactions " trans-count " received " receive-applied
            " issued " issue-applied " counted " count-applied
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
