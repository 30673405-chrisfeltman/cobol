       >>source format is free
identification division.
    program-id. post-component-inventory.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one component count per line, pipe-delimited:
            *>   SET|end-item-nsn|serial|component-nsn|quantity-on-hand
            *>   CLEAR|end-item-nsn|serial
            *> SET records what a layout inventory found; CLEAR drops a
            *> serial's components (the end item left the book)
            select transfile
            assign to '../component-trans.dat'
            organization is line sequential.

            *> the component master: end-item-nsn,component-nsn,
            *> required-quantity -- one row per required component
            select componentmaster
            assign to '../component-master.dat'
            organization is line sequential.

            select componentinventory
            assign to '../datafiles/component-inventory.db'
            organization is indexed
            access mode is dynamic
            record key is ci-key.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select registerfile
            assign to '../component-register.txt'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(120).

        fd componentmaster.
        01 component-master-rec pic X(60).

        fd componentinventory.
        01 ci-rec.
            05 ci-key.
                10 ci-nsn pic X(13).
                10 ci-serial pic X(18).
                10 ci-component-nsn pic X(13).
            05 ci-qty pic 9(5).
            05 ci-count-date pic 9(8).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd registerfile.
        01 register-rec pic X(240).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 set-applied pic 9(7) value 0.
    01 clear-applied pic 9(7) value 0.
    01 cleared-rec-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 5 times.
    01 trans-action pic X(10) value spaces.
    01 trans-nsn pic X(13) value spaces.
    01 trans-serial pic X(18) value spaces.
    01 trans-component pic X(13) value spaces.
    01 trans-qty pic 9(5) value 0.
    01 reject-reason pic X(60) value spaces.

    *> end-item/component pairs the master allows
    01 component-capacity pic 9(5) value 5000.
    01 component-count pic 9(5) value 0.
    01 component-table occurs 5000 times indexed by component-idx.
        02 comp-end-nsn pic X(13).
        02 comp-nsn pic X(13).
    01 csv-field pic X(40) occurs 3 times.
    01 component-found-flag pic 9(1) value 0.
        88 component-found value 1 false 0.

    01 run-date pic 9(8) value 0.

    01 ledger-job-name pic X(20) value "component-inventory".
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
    01 chain-log-path pic X(80) value '../component-register.txt'.
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
    *> Posts component counts against serialized end items. The end
    *> item must be on item-lookup.db and the component must be one
    *> the component master lists for its nsn; the count replaces
    *> whatever was on file for that component of that serial.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-component-inventory" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "component inventory posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        perform load-component-master

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/component-inventory.db', file-info end-call
        if return-code equal to 0
            open i-o componentinventory
        else
            display "no component inventory on disk - starting a fresh one"
            open output componentinventory
            close componentinventory
            open i-o componentinventory
        end-if
        move 0 to return-code

        open input itemindex
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
        close itemindex
        close componentinventory

        display "component inventory posting done: " trans-count " transaction(s), "
            set-applied " count(s) set, " clear-applied " serial(s) cleared, "
            reject-count " rejected"
        move 0 to return-code
        if reject-count greater than 0
            move 1 to return-code
        end-if

        move trans-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    load-component-master.
        call "CBL_CHECK_FILE_EXIST" using '../component-master.dat', file-info end-call
        if return-code not equal to 0
            display "no component master on disk - every count will reject"
            move 0 to return-code
            exit paragraph
        end-if
        open input componentmaster
        perform until exit
            read componentmaster
                at end
                    exit perform
                not at end
                    perform store-component-master-rec
            end-read
        end-perform
        close componentmaster
        display "component master loaded: " component-count " component row(s)"
        exit paragraph
    .

    store-component-master-rec.
        if component-count >= component-capacity
            display "*** WARNING: component master table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring component-master-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces or trim(csv-field(2)) equal to spaces
            exit paragraph
        end-if
        add 1 to component-count
        move csv-field(1)(1:13) to comp-end-nsn(component-count)
        move csv-field(2)(1:13) to comp-nsn(component-count)
        exit paragraph
    .

    apply-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3)
            trans-field(4) trans-field(5)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3)
                trans-field(4) trans-field(5)
        end-unstring

        move upper-case(trans-field(1)) to trans-action
        move trans-field(2)(1:13) to trans-nsn
        move trans-field(3)(1:18) to trans-serial
        move trans-field(4)(1:13) to trans-component

        if trim(trans-nsn) equal to spaces or trim(trans-serial) equal to spaces
            move "transaction needs both end-item nsn and serial" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        evaluate trim(trans-action)
            when "SET"
                perform apply-set
            when "CLEAR"
                perform apply-clear
            when other
                move "action must be SET or CLEAR" to reject-reason
                perform write-register-reject
        end-evaluate
        exit paragraph
    .

    apply-set.
        if trim(trans-field(5)) equal to spaces or trim(trans-field(5)) is not numeric
            move "quantity on hand must be a whole number" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(trans-field(5)) to trans-qty

        move trans-nsn to key-nsn
        move trans-serial to key-serial
        read itemindex
            invalid key
                move "end item not on the item index" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read

        set component-found to false
        perform varying component-idx from 1 by 1 until component-idx > component-count
            if comp-end-nsn(component-idx) equal to trans-nsn
                and comp-nsn(component-idx) equal to trans-component
                set component-found to true
                exit perform
            end-if
        end-perform
        if not component-found
            move "component not in the master for this end item" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move trans-nsn to ci-nsn
        move trans-serial to ci-serial
        move trans-component to ci-component-nsn
        move trans-qty to ci-qty
        move run-date to ci-count-date
        perform store-component-count
        exit paragraph
    .

    store-component-count.
        write ci-rec
            invalid key
                rewrite ci-rec
                    invalid key
                        move "component count could not be stored" to reject-reason
                        perform write-register-reject
                        exit paragraph
                end-rewrite
        end-write
        add 1 to set-applied
        move spaces to register-rec
        string "APPLIED  SET " ci-nsn " " ci-serial " component " ci-component-nsn
            " on hand " ci-qty
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    apply-clear.
        move trans-nsn to ci-nsn
        move trans-serial to ci-serial
        move low-values to ci-component-nsn
        start componentinventory key not less than ci-key
            invalid key
                move "no components on file for the serial" to reject-reason
                perform write-register-reject
                exit paragraph
        end-start
        move 0 to cleared-rec-count
        perform until exit
            read componentinventory next record
                at end
                    exit perform
                not at end
                    if ci-nsn not equal to trans-nsn or ci-serial not equal to trans-serial
                        exit perform
                    end-if
                    delete componentinventory record
                    add 1 to cleared-rec-count
            end-read
        end-perform
        if cleared-rec-count equal to 0
            move "no components on file for the serial" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        add 1 to clear-applied
        move spaces to register-rec
        string "APPLIED  CLEAR " trans-nsn " " trans-serial " components "
            cleared-rec-count
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
        string "component inventory register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "transactions " trans-count " set " set-applied
            " cleared " clear-applied " rejected " reject-count
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
