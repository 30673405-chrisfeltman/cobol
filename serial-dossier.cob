       >>source format is free
identification division.
    program-id. serial-dossier.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select serialhist
            assign to '../datafiles/serial-history.db'
            organization is indexed
            access mode is dynamic
            record key is hist-serial.

            select transferorders
            assign to '../datafiles/transfer-orders.db'
            organization is indexed
            access mode is dynamic
            record key is order-number.

            select ghostledger
            assign to '../datafiles/ghost-ledger.db'
            organization is indexed
            access mode is dynamic
            record key is ghost-serial.

            select loanfile
            assign to '../datafiles/loans.db'
            organization is indexed
            access mode is dynamic
            record key is loan-key
            alternate record key is loan-signer-id
                with duplicates.

            select workorders
            assign to '../datafiles/work-orders.db'
            organization is indexed
            access mode is dynamic
            record key is wo-number
            alternate record key is wo-item-key
                with duplicates.

            select turnins
            assign to '../datafiles/turn-ins.db'
            organization is indexed
            access mode is dynamic
            record key is ti-number
            alternate record key is ti-item-key
                with duplicates.

            select conditionsince
            assign to '../datafiles/condition-since.db'
            organization is indexed
            access mode is dynamic
            record key is cs-key.

            select acquisitionfile
            assign to '../datafiles/acquisitions.db'
            organization is indexed
            access mode is dynamic
            record key is acq-key.

            select itemlocations
            assign to '../datafiles/item-locations.db'
            organization is indexed
            access mode is dynamic
            record key is il-item-key
            alternate record key is il-location
                with duplicates.

            select countcoverage
            assign to '../datafiles/count-coverage.db'
            organization is indexed
            access mode is dynamic
            record key is cov-key.

            *> nsn|serial|condition|yyyymmdd|reference
            select conditionchangefile
            assign to '../condition-changes.dat'
            organization is line sequential.

            *> the last run's registers -- each is dated by its header
            select itemregister
            assign to '../item-posting-register.txt'
            organization is line sequential.

            select serviceregister
            assign to '../service-posting-register.txt'
            organization is line sequential.

data division.
    file section.
        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd serialhist.
        01 hist-rec.
            05 hist-serial pic X(18).
            05 hist-tamcn pic X(12).
            05 hist-last-seen pic 9(8).
            05 hist-service-date pic 9(8).
            05 hist-service-interval pic 9(4).

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

        fd ghostledger.
        01 ghost-rec.
            05 ghost-serial pic X(18).
            05 ghost-tamcn pic X(12).
            05 ghost-detected pic 9(8).
            05 ghost-status pic X(1).
            05 ghost-code pic X(1).
            05 ghost-resolved pic 9(8).

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

        fd conditionsince.
        01 cs-rec.
            05 cs-key.
                10 cs-nsn pic X(13).
                10 cs-serial pic X(18).
            05 cs-condition pic X(1).
            05 cs-since-date pic 9(8).
            05 cs-last-seen pic 9(8).

        fd acquisitionfile.
        01 acq-rec.
            05 acq-key.
                10 acq-nsn pic X(13).
                10 acq-serial pic X(18).
            05 acq-date pic 9(8).
            05 acq-source pic X(10).

        fd itemlocations.
        01 il-rec.
            05 il-item-key.
                10 il-nsn pic X(13).
                10 il-item-id pic X(18).
            05 il-kind pic X(1).
            05 il-location pic X(12).
            05 il-tamcn pic X(12).
            05 il-since-date pic 9(8).

        fd countcoverage.
        01 cov-rec.
            05 cov-key.
                10 cov-nsn pic X(13).
                10 cov-serial pic X(18).
            05 cov-tamcn pic X(12).
            05 cov-last-counted pic 9(8).
            05 cov-last-result pic X(8).
            05 cov-result-date pic 9(8).
            05 cov-discrepancies pic 9(5).
            05 cov-times-counted pic 9(5).

        fd conditionchangefile.
        01 condition-change-rec pic X(80).

        fd itemregister.
        01 item-register-rec pic X(240).

        fd serviceregister.
        01 service-register-rec pic X(200).

working-storage section.
    01 user-input pic X(80) value spaces.
    01 query-nsn pic X(13) value spaces.
    01 query-serial pic X(18) value spaces.
    01 today-date pic 9(8) value 0.

    *> what the serial is doing now, for the top of the dossier
    01 owner-tamcn pic X(12) value spaces.
    01 owner-nomen pic X(19) value spaces.
    01 owner-condition pic X(1) value space.
    01 owner-location pic X(12) value spaces.
    01 status-text pic X(80) value spaces.
    01 on-book-flag pic 9(1) value 0.
        88 on-book value 1 false 0.

    *> the life events, gathered from every store and then put in
    *> date order
    01 event-capacity pic 9(4) value 500.
    01 event-count pic 9(4) value 0.
    01 event-table occurs 500 times indexed by event-idx.
        02 event-date pic 9(8).
        02 event-kind pic X(12).
        02 event-text pic X(100).
    01 event-hold.
        02 hold-date pic 9(8).
        02 hold-kind pic X(12).
        02 hold-text pic X(100).
    01 sort-idx pic 9(4) value 0.
    01 scan-idx pic 9(4) value 0.
    01 new-date pic 9(8) value 0.
    01 new-kind pic X(12) value spaces.
    01 new-text pic X(100) value spaces.
    01 order-miles-display pic Z(4)9.

    01 trans-field pic X(40) occurs 5 times.
    01 register-date pic 9(8) value 0.
    01 match-tally pic 9(4) value 0.
    01 match-pattern pic X(32) value spaces.
    01 last-service-date pic 9(8) value 0.

    *> register lines are shown without their hash-chain seals
    01 chain-line pic X(400) value spaces.

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

    *>*************************************************************
    *> Everything the item stores know about one serial, in one
    *> listing: the current owner, condition, bin and status first,
    *> then the serial's life in date order -- acquisition, the
    *> last posting run's gains, losses and transfers, transfer
    *> orders, condition changes, work orders, service, loans,
    *> counts, ghost detections and their dispositions, and
    *> turn-ins. Takes the nsn and serial as its two arguments;
    *> the operations console runs it the same way.
    *>*************************************************************
    main.
        move current-date(1:8) to today-date

        accept user-input from argument-value
        move user-input(1:13) to query-nsn
        move spaces to user-input
        accept user-input from argument-value
        move user-input(1:18) to query-serial

        if trim(query-nsn) equal to spaces or trim(query-serial) equal to spaces
            display "usage: serial-dossier <nsn> <serial>" upon stdout
            move 1 to return-code
            goback
        end-if

        perform read-item-index
        perform read-condition-since
        perform read-location
        perform gather-acquisition
        perform gather-item-register
        perform gather-transfer-orders
        perform gather-condition-changes
        perform gather-work-orders
        perform gather-service
        perform gather-loan
        perform gather-count-coverage
        perform gather-ghost
        perform gather-turn-ins

        perform sort-events
        perform display-dossier

        move 0 to return-code
        if not on-book and event-count equal to 0
            move 1 to return-code
        end-if
        goback
    .

    read-item-index.
        set on-book to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-lookup.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input itemindex
        move query-nsn to key-nsn
        move query-serial to key-serial
        read itemindex
            invalid key
                continue
            not invalid key
                set on-book to true
                move idx-tamcn to owner-tamcn
                move idx-nomen to owner-nomen
        end-read
        close itemindex
        exit paragraph
    .

    read-condition-since.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/condition-since.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input conditionsince
        move query-nsn to cs-nsn
        move query-serial to cs-serial
        read conditionsince
            invalid key
                continue
            not invalid key
                move cs-condition to owner-condition
        end-read
        close conditionsince
        exit paragraph
    .

    read-location.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-locations.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input itemlocations
        move query-nsn to il-nsn
        move query-serial to il-item-id
        read itemlocations
            invalid key
                continue
            not invalid key
                move il-location to owner-location
                move il-since-date to new-date
                move "LOCATED" to new-kind
                move spaces to new-text
                string "placed in " trim(il-location) into new-text
                perform add-event
        end-read
        close itemlocations
        exit paragraph
    .

    gather-acquisition.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/acquisitions.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input acquisitionfile
        move query-nsn to acq-nsn
        move query-serial to acq-serial
        read acquisitionfile
            invalid key
                continue
            not invalid key
                move acq-date to new-date
                move "ACQUIRED" to new-kind
                move spaces to new-text
                if acq-source equal to "GAIN"
                    move "gained on the books" to new-text
                else
                    move "first seen by the serial history" to new-text
                end-if
                perform add-event
        end-read
        close acquisitionfile
        exit paragraph
    .

    *> only the last posting run's register is on disk, so this
    *> shows the serial's most recent postings, dated by the header
    gather-item-register.
        call "CBL_CHECK_FILE_EXIST" using '../item-posting-register.txt', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        move spaces to match-pattern
        string query-nsn " " query-serial delimited by size into match-pattern
        move 0 to register-date
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open input itemregister
        read itemregister
            at end
                close itemregister
                exit paragraph
        end-read
        *> item posting register yyyy-mm-dd hh:mm:ss
        if item-register-rec(23:4) is numeric
            and item-register-rec(28:2) is numeric
            and item-register-rec(31:2) is numeric
            string item-register-rec(23:4) item-register-rec(28:2) item-register-rec(31:2)
                delimited by size into register-date
        end-if
        perform until exit
            read itemregister
                at end
                    exit perform
                not at end
                    move 0 to match-tally
                    inspect item-register-rec tallying match-tally for all match-pattern
                    if match-tally > 0
                        move item-register-rec to chain-line
                        call "chain-unseal" using chain-line end-call
                        move register-date to new-date
                        move "POSTED" to new-kind
                        move chain-line(1:100) to new-text
                        perform add-event
                    end-if
            end-read
        end-perform
        close itemregister
        exit paragraph
    .

    *> the order file is keyed by order number, so every order is
    *> read to find this serial's
    gather-transfer-orders.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/transfer-orders.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input transferorders
        move 0 to order-number
        start transferorders key not less than order-number
            invalid key
                continue
        end-start
        perform until exit
            read transferorders next record
                at end
                    exit perform
                not at end
                    if order-serial equal to query-serial
                        move order-date to new-date
                        move "TRANSFER" to new-kind
                        move spaces to new-text
                        if order-miles-known equal to "Y"
                            move order-miles to order-miles-display
                            string "order " order-number " from " trim(order-from-tamcn)
                                " to " trim(order-to-tamcn) " opened, "
                                trim(order-miles-display) " mile(s)"
                                into new-text
                        else
                            string "order " order-number " from " trim(order-from-tamcn)
                                " to " trim(order-to-tamcn) " opened"
                                into new-text
                        end-if
                        perform add-event
                        if order-status equal to "CLOSED"
                            move order-closed-date to new-date
                            move spaces to new-text
                            string "order " order-number " confirmed under "
                                trim(order-to-tamcn) " and closed"
                                into new-text
                            perform add-event
                        end-if
                    end-if
            end-read
        end-perform
        close transferorders
        exit paragraph
    .

    gather-condition-changes.
        call "CBL_CHECK_FILE_EXIST" using '../condition-changes.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input conditionchangefile
        perform until exit
            read conditionchangefile
                at end
                    exit perform
                not at end
                    move spaces to trans-field(1) trans-field(2) trans-field(3)
                        trans-field(4) trans-field(5)
                    unstring condition-change-rec delimited by "|"
                        into trans-field(1) trans-field(2) trans-field(3)
                            trans-field(4) trans-field(5)
                    end-unstring
                    if trans-field(1)(1:13) equal to query-nsn
                        and trans-field(2)(1:18) equal to query-serial
                        and trim(trans-field(4)) is numeric
                        move numval(trans-field(4)) to new-date
                        move "CONDITION" to new-kind
                        move spaces to new-text
                        string "condition " trim(trans-field(3)) " " trim(trans-field(5))
                            into new-text
                        perform add-event
                    end-if
            end-read
        end-perform
        close conditionchangefile
        exit paragraph
    .

    gather-work-orders.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/work-orders.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input workorders
        move query-nsn to wo-nsn
        move query-serial to wo-serial
        start workorders key equal to wo-item-key
            invalid key
                close workorders
                exit paragraph
        end-start
        perform until exit
            read workorders next record
                at end
                    exit perform
                not at end
                    if wo-nsn not equal to query-nsn or wo-serial not equal to query-serial
                        exit perform
                    end-if
                    move wo-opened-date to new-date
                    move "WORK-ORDER" to new-kind
                    move spaces to new-text
                    string "WO " wo-number " opened, condition " wo-condition
                        " shop " trim(wo-shop)
                        into new-text
                    perform add-event
                    if wo-status equal to "CLOSED"
                        move wo-closed-date to new-date
                        move spaces to new-text
                        string "WO " wo-number " closed, " wo-labor-hours " labor hour(s)"
                            into new-text
                        perform add-event
                    else
                        if status-text equal to spaces
                            string "in the shop on WO " wo-number " (" trim(wo-status) ")"
                                into status-text
                        end-if
                    end-if
            end-read
        end-perform
        close workorders
        exit paragraph
    .

    *> the history holds the last service; the last service run's
    *> register may show it and any other posting since
    gather-service.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/serial-history.db', file-info end-call
        if return-code equal to 0
            open input serialhist
            move query-serial to hist-serial
            read serialhist
                invalid key
                    continue
                not invalid key
                    if hist-service-date not equal to 0
                        move hist-service-date to last-service-date
                        move hist-service-date to new-date
                        move "SERVICE" to new-kind
                        move spaces to new-text
                        string "serviced, interval " hist-service-interval " day(s)"
                            into new-text
                        perform add-event
                    end-if
                    move hist-last-seen to new-date
                    move "LAST-SEEN" to new-kind
                    move spaces to new-text
                    string "last on an extract under " trim(hist-tamcn) into new-text
                    perform add-event
            end-read
            close serialhist
        end-if
        move 0 to return-code

        call "CBL_CHECK_FILE_EXIST" using '../service-posting-register.txt', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open input serviceregister
        perform until exit
            read serviceregister
                at end
                    exit perform
                not at end
                    *> APPLIED  <serial> under <tamcn> serviced yyyymmdd ...
                    if service-register-rec(1:9) equal to "APPLIED  "
                        and service-register-rec(10:18) equal to query-serial
                        and service-register-rec(57:8) is numeric
                        and numval(service-register-rec(57:8)) not equal to last-service-date
                        move service-register-rec to chain-line
                        call "chain-unseal" using chain-line end-call
                        move numval(service-register-rec(57:8)) to new-date
                        move "SERVICE" to new-kind
                        move chain-line(47:54) to new-text
                        perform add-event
                    end-if
            end-read
        end-perform
        close serviceregister
        exit paragraph
    .

    gather-loan.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/loans.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input loanfile
        move query-nsn to loan-nsn
        move query-serial to loan-serial
        read loanfile
            invalid key
                continue
            not invalid key
                move loan-date to new-date
                move "LOAN" to new-kind
                move spaces to new-text
                string "lent by " trim(loan-lender-tamcn) " to " trim(loan-borrower)
                    " due back " loan-due-date
                    into new-text
                perform add-event
                if loan-status equal to "ON-LOAN"
                    move spaces to status-text
                    if loan-due-date less than today-date
                        string "on loan to " trim(loan-borrower) " due " loan-due-date
                            " OVERDUE" into status-text
                    else
                        string "on loan to " trim(loan-borrower) " due " loan-due-date
                            into status-text
                    end-if
                else
                    move loan-closed-date to new-date
                    move spaces to new-text
                    string "loan closed " trim(loan-status) into new-text
                    perform add-event
                end-if
        end-read
        close loanfile
        exit paragraph
    .

    gather-count-coverage.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/count-coverage.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input countcoverage
        move query-nsn to cov-nsn
        move query-serial to cov-serial
        read countcoverage
            invalid key
                continue
            not invalid key
                move cov-result-date to new-date
                move "COUNT" to new-kind
                move spaces to new-text
                string "count result " trim(cov-last-result) ", counted "
                    cov-times-counted " time(s), " cov-discrepancies " discrepanc(ies)"
                    into new-text
                perform add-event
        end-read
        close countcoverage
        exit paragraph
    .

    gather-ghost.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/ghost-ledger.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input ghostledger
        move query-serial to ghost-serial
        read ghostledger
            invalid key
                continue
            not invalid key
                move ghost-detected to new-date
                move "GHOST" to new-kind
                move spaces to new-text
                string "gone from the extract under " trim(ghost-tamcn) into new-text
                perform add-event
                if ghost-status equal to "R"
                    move ghost-resolved to new-date
                    move "DISPOSITION" to new-kind
                    move spaces to new-text
                    string "ghost resolved, code " ghost-code into new-text
                    perform add-event
                else
                    move spaces to status-text
                    string "ghost under " trim(ghost-tamcn) " since " ghost-detected
                        ", not resolved" into status-text
                end-if
        end-read
        close ghostledger
        exit paragraph
    .

    gather-turn-ins.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/turn-ins.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input turnins
        move query-nsn to ti-nsn
        move query-serial to ti-serial
        start turnins key equal to ti-item-key
            invalid key
                close turnins
                exit paragraph
        end-start
        perform until exit
            read turnins next record
                at end
                    exit perform
                not at end
                    if ti-nsn not equal to query-nsn or ti-serial not equal to query-serial
                        exit perform
                    end-if
                    move ti-doc-date to new-date
                    move "TURN-IN" to new-kind
                    move spaces to new-text
                    string "turn-in TI" ti-number " raised" into new-text
                    perform add-event
                    if ti-status-date not equal to ti-doc-date
                        move ti-status-date to new-date
                        move spaces to new-text
                        string "turn-in TI" ti-number " " trim(ti-status) into new-text
                        perform add-event
                    end-if
                    if ti-status equal to "ACCEPTED"
                        move spaces to status-text
                        string "disposed of on turn-in TI" ti-number " " ti-status-date
                            into status-text
                    end-if
                    if (ti-status equal to "PENDING" or ti-status equal to "SHIPPED")
                        and status-text equal to spaces
                        string "turn-in TI" ti-number " " trim(ti-status) into status-text
                    end-if
            end-read
        end-perform
        close turnins
        exit paragraph
    .

    add-event.
        if event-count >= event-capacity
            display "*** WARNING: dossier event table at capacity -- later events not listed ***"
            exit paragraph
        end-if
        add 1 to event-count
        set event-idx to event-count
        move new-date to event-date(event-idx)
        move new-kind to event-kind(event-idx)
        move new-text to event-text(event-idx)
        exit paragraph
    .

    *> an insertion sort on the date -- a serial's life is a few
    *> dozen events at most, and events on the same day keep the
    *> order they were gathered in
    sort-events.
        perform varying sort-idx from 2 by 1 until sort-idx > event-count
            move event-table(sort-idx) to event-hold
            move sort-idx to scan-idx
            perform until scan-idx < 2
                if event-date(scan-idx - 1) <= hold-date
                    exit perform
                end-if
                move event-table(scan-idx - 1) to event-table(scan-idx)
                subtract 1 from scan-idx
            end-perform
            move event-hold to event-table(scan-idx)
        end-perform
        exit paragraph
    .

    display-dossier.
        display "serial dossier: nsn " trim(query-nsn) " serial " trim(query-serial)
            upon stdout
        if on-book
            display "  owner:     " trim(owner-tamcn) "  " trim(owner-nomen) upon stdout
        else
            display "  owner:     not on the item index" upon stdout
        end-if
        if owner-condition not equal to space
            display "  condition: " owner-condition upon stdout
        end-if
        if owner-location not equal to spaces
            display "  location:  " trim(owner-location) upon stdout
        end-if
        if status-text equal to spaces
            if on-book
                move "on hand" to status-text
            else
                move "off the books" to status-text
            end-if
        end-if
        display "  status:    " trim(status-text) upon stdout
        display " " upon stdout
        perform varying event-idx from 1 by 1 until event-idx > event-count
            display "  " event-date(event-idx) " " event-kind(event-idx) " "
                trim(event-text(event-idx)) upon stdout
        end-perform
        display event-count " event(s)" upon stdout
        exit paragraph
    .
