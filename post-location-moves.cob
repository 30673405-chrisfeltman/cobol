       >>source format is free
identification division.
    program-id. post-location-moves.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one location movement per line, pipe-delimited:
            *>   ASSIGN|nsn|serial-or-lot|location
            *>   MOVE|nsn|serial-or-lot|to-location
            *> a serialized item by its serial, a bulk lot by its lot
            *> number. ASSIGN places something not yet located; MOVE
            *> relocates something already placed
            select transfile
            assign to '../location-trans.dat'
            organization is line sequential.

            *> the storage location master, one CSV row per bin:
            *> location-code,building,bay,bin[,description]
            select locationmaster
            assign to '../location-master.dat'
            organization is line sequential.

            select itemlocations
            assign to '../datafiles/item-locations.db'
            organization is indexed
            access mode is dynamic
            record key is il-item-key
            alternate record key is il-location
                with duplicates.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select lotfile
            assign to '../datafiles/lots.db'
            organization is indexed
            access mode is dynamic
            record key is lot-key.

            select registerfile
            assign to '../location-register.txt'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(120).

        fd locationmaster.
        01 location-master-rec pic X(100).

        fd itemlocations.
        01 il-rec.
            05 il-item-key.
                10 il-nsn pic X(13).
                10 il-item-id pic X(18).
            *> S serialized item, L bulk lot
            05 il-kind pic X(1).
            05 il-location pic X(12).
            05 il-tamcn pic X(12).
            05 il-since-date pic 9(8).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

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
    01 assign-applied pic 9(7) value 0.
    01 move-applied pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 4 times.
    01 trans-action pic X(10) value spaces.
    01 trans-nsn pic X(13) value spaces.
    01 trans-item-id pic X(18) value spaces.
    01 trans-location pic X(12) value spaces.
    01 reject-reason pic X(60) value spaces.
    01 from-location pic X(12) value spaces.
    01 item-kind pic X(1) value space.
    01 item-tamcn pic X(12) value spaces.

    01 csv-field pic X(40) occurs 5 times.
    01 location-capacity pic 9(5) value 5000.
    01 location-count pic 9(5) value 0.
    01 location-table occurs 5000 times indexed by location-idx.
        02 location-code pic X(12).
    01 location-found-flag pic 9(1) value 0.
        88 location-found value 1 false 0.
    01 located-flag pic 9(1) value 0.
        88 already-located value 1 false 0.
    01 lots-available-flag pic 9(1) value 0.
        88 lots-available value 1 false 0.

    01 run-date pic 9(8) value 0.

    01 ledger-job-name pic X(20) value "location-moves".
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
    01 chain-log-path pic X(80) value '../location-register.txt'.
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
    *> Where things physically sit. Every serial on item-lookup.db
    *> and every bulk lot on lots.db can be placed in a bin from the
    *> location master, and moved from bin to bin after that; the
    *> register shows each placement and each move with both ends.
    *> item-locations.db is keyed by item with the bin as an
    *> alternate key, so the location report and the handheld
    *> download can walk it bin by bin.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-location-moves" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "location posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        perform load-location-master

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-locations.db', file-info end-call
        if return-code equal to 0
            open i-o itemlocations
        else
            display "no item location file on disk - starting a fresh one"
            open output itemlocations
            close itemlocations
            open i-o itemlocations
        end-if

        set lots-available to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/lots.db', file-info end-call
        if return-code equal to 0
            open input lotfile
            set lots-available to true
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
        if lots-available
            close lotfile
        end-if
        close itemlocations

        display "location posting done: " trans-count " transaction(s), "
            assign-applied " assigned, " move-applied " moved, "
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

    load-location-master.
        call "CBL_CHECK_FILE_EXIST" using '../location-master.dat', file-info end-call
        if return-code not equal to 0
            display "no location master on disk - every placement will reject"
            move 0 to return-code
            exit paragraph
        end-if
        open input locationmaster
        perform until exit
            read locationmaster
                at end
                    exit perform
                not at end
                    perform store-location-master-rec
            end-read
        end-perform
        close locationmaster
        display "location master loaded: " location-count " location(s)"
        exit paragraph
    .

    store-location-master-rec.
        if location-count >= location-capacity
            display "*** WARNING: location master table at capacity -- remaining locations not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1)
        unstring location-master-rec delimited by ","
            into csv-field(1)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to location-count
        set location-idx to location-count
        move upper-case(trim(csv-field(1))) to location-code(location-idx)
        exit paragraph
    .

    apply-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3) trans-field(4)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3) trans-field(4)
        end-unstring

        move upper-case(trans-field(1)) to trans-action
        move trans-field(2)(1:13) to trans-nsn
        move trans-field(3)(1:18) to trans-item-id
        move upper-case(trim(trans-field(4))) to trans-location

        if trim(trans-action) not equal to "ASSIGN" and trim(trans-action) not equal to "MOVE"
            move "action must be ASSIGN or MOVE" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trim(trans-nsn) equal to spaces or trim(trans-item-id) equal to spaces
            move "transaction needs both nsn and serial or lot" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        set location-found to false
        perform varying location-idx from 1 by 1 until location-idx > location-count
            if location-code(location-idx) equal to trans-location
                set location-found to true
                exit perform
            end-if
        end-perform
        if not location-found
            move "location not in the location master" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        perform identify-item
        if item-kind equal to space
            move "no such serial on the item index or lot on the lot file" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move trans-nsn to il-nsn
        move trans-item-id to il-item-id
        set already-located to true
        read itemlocations
            invalid key
                set already-located to false
        end-read

        if trim(trans-action) equal to "ASSIGN"
            perform apply-assign
        else
            perform apply-move
        end-if
        exit paragraph
    .

    *> a serial on the item index first, then a lot of that nsn
    identify-item.
        move space to item-kind
        move trans-nsn to key-nsn
        move trans-item-id to key-serial
        read itemindex
            invalid key
                continue
            not invalid key
                move "S" to item-kind
                move idx-tamcn to item-tamcn
        end-read
        if item-kind not equal to space or not lots-available
            exit paragraph
        end-if
        move trans-nsn to lot-nsn
        move trans-item-id(1:15) to lot-number
        read lotfile
            invalid key
                continue
            not invalid key
                move "L" to item-kind
                move lot-tamcn to item-tamcn
        end-read
        exit paragraph
    .

    apply-assign.
        if already-located
            move "already placed - use MOVE" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trans-nsn to il-nsn
        move trans-item-id to il-item-id
        move item-kind to il-kind
        move trans-location to il-location
        move item-tamcn to il-tamcn
        move run-date to il-since-date
        write il-rec
            invalid key
                move "location write failed" to reject-reason
                perform write-register-reject
                exit paragraph
        end-write
        add 1 to assign-applied
        move spaces to register-rec
        string "APPLIED  ASSIGN " il-nsn " " il-item-id " " il-tamcn
            " to " il-location
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    apply-move.
        if not already-located
            move "not placed yet - use ASSIGN" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if il-location equal to trans-location
            move "already in that location" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move il-location to from-location
        move trans-location to il-location
        move item-tamcn to il-tamcn
        move run-date to il-since-date
        rewrite il-rec
            invalid key
                move "location rewrite failed" to reject-reason
                perform write-register-reject
                exit paragraph
        end-rewrite
        add 1 to move-applied
        move spaces to register-rec
        string "APPLIED  MOVE " il-nsn " " il-item-id " " il-tamcn
            " from " from-location " to " il-location
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
        string "location register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "transactions " trans-count " assigned " assign-applied
            " moved " move-applied " rejected " reject-count
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
