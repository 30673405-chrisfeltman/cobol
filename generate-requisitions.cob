       >>source format is free
identification division.
    program-id. generate-requisitions.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the redistribution plan -- only its SHORT rows are read:
            *>   SHORT <tamcn> unit <unit> qty <qty> nsn <nsn>
            *> the first argument names another plan in the same layout,
            *> such as the reorder plan from the demand forecast
            select planfile
            assign using plan-file-path
            organization is line sequential.

            *> catalog price master, one CSV row per nsn:
            *> nsn,catalog-unit-price,tolerance-percent
            select pricemasterfile
            assign to '../price-master.dat'
            organization is line sequential.

            *> NSN reference master, one CSV row per catalogued nsn:
            *> nsn,nomenclature
            select nsnmasterfile
            assign to '../nsn-master.dat'
            organization is line sequential.

            *> TAMCN authority reference, one CSV row per tamcn:
            *> tamcn,commodity,description
            select tamcnauthfile
            assign to '../tamcn-authority.dat'
            organization is line sequential.

            *> the requisition register, numbered in issue order and
            *> carried OPEN -> SHIPPED -> RECEIVED (or CANCELLED) by
            *> post-requisition-status; one the commodity's budget
            *> can't cover is raised HELD until it is released
            select requisitions
            assign to '../datafiles/requisitions.db'
            organization is indexed
            access mode is dynamic
            record key is req-number.

            select reportfile
            assign to '../requisition-register.txt'
            organization is line sequential.

data division.
    file section.
        fd planfile.
        01 plan-line pic X(160).

        fd pricemasterfile.
        01 price-master-rec pic X(60).

        fd nsnmasterfile.
        01 nsn-master-rec pic X(40).

        fd tamcnauthfile.
        01 tamcn-auth-rec pic X(80).

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

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 plan-file-path pic X(60) value '../redistribution-plan.txt'.
    01 plan-param pic X(60) value spaces.
    01 plan-line-count pic 9(7) value 0.
    01 short-line-count pic 9(7) value 0.
    01 raised-count pic 9(7) value 0.
    01 covered-count pic 9(7) value 0.
    01 held-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.
    01 raised-dollars pic 9(12)v99 value 0.

    *> one SHORT row picked apart by position -- the planner writes
    *> every field at its full picture width
    01 short-tamcn pic X(12) value spaces.
    01 short-unit pic X(8) value spaces.
    01 short-qty-text pic X(7) value spaces.
    01 short-qty pic 9(7) value 0.
    01 short-nsn pic X(13) value spaces.
    01 need-qty pic s9(7) value 0.
    01 reject-reason pic X(60) value spaces.

    01 csv-field pic X(40) occurs 3 times.

    01 price-master-capacity pic 9(5) value 10000.
    01 price-master-count pic 9(5) value 0.
    01 price-master-table occurs 10000 times indexed by price-master-idx.
        02 price-master-nsn pic X(13).
        02 price-master-price pic 9(10)v99.
    01 price-found-flag pic 9(1) value 0.
        88 price-found value 1 false 0.

    01 nsn-master-capacity pic 9(5) value 10000.
    01 nsn-master-count pic 9(5) value 0.
    01 nsn-master-table occurs 10000 times indexed by nsn-master-idx.
        02 nsn-master-nsn pic X(13).
        02 nsn-master-nomen pic X(19).
    01 nsn-found-flag pic 9(1) value 0.
        88 nsn-found value 1 false 0.

    01 auth-table-capacity pic 9(4) value 2000.
    01 auth-count pic 9(4) value 0.
    01 auth-table occurs 2000 times indexed by auth-idx.
        02 auth-tamcn pic X(12).
        02 auth-commodity pic X(10).
    01 auth-found-flag pic 9(1) value 0.
        88 auth-found value 1 false 0.

    *> quantity already on order per unit per tamcn -- HELD, OPEN
    *> and SHIPPED requisitions less anything already received -- so a
    *> shortfall that is still being filled is not ordered twice
    01 onorder-capacity pic 9(5) value 10000.
    01 onorder-count pic 9(5) value 0.
    01 onorder-table occurs 10000 times indexed by onorder-idx.
        02 onorder-unit pic X(8).
        02 onorder-tamcn pic X(12).
        02 onorder-qty pic 9(7).
    01 onorder-found-flag pic 9(1) value 0.
        88 onorder-found value 1 false 0.

    01 requisitions-exist-flag pic 9(1) value 0.
        88 requisitions-exist value 1 false 0.
    01 next-req-number pic 9(6) value 1.
    01 run-date pic 9(8) value 0.

    *> budget-ledger call workspace
    01 budget-post-type pic X(8) value spaces.
    01 budget-amount pic s9(12)v99 value 0.
    01 budget-remaining pic s9(12)v99 value 0.
    01 budget-reference pic X(30) value spaces.
    01 remaining-display pic -(11)9.99.

    01 qty-display pic Z(6)9.
    01 price-display pic Z(9)9.99.
    01 extended-display pic Z(11)9.99.

    01 ledger-job-name pic X(20) value "requisitions".
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

procedure division.

    *>*************************************************************
    *> Raises requisitions for whatever the redistribution plan
    *> leaves short: each SHORT row, less anything already on order
    *> for that unit and tamcn, is priced from the price master,
    *> named from the nsn master and written to the requisition
    *> register under the next requisition number. Rows that can't
    *> be priced are rejected to the register listing rather than
    *> ordered at a guessed price. Each one is checked against what
    *> is left of its commodity's fiscal-year budget first: a
    *> requisition the line can cover is obligated and goes out
    *> OPEN, one that would take the line over is raised HELD and
    *> flagged so it is not released without a decision.
    *>*************************************************************
    main.
        move "FINANCE" to auth-role
        move "generate-requisitions" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing raised or obligated ***"
            move 8 to return-code
            goback
        end-if

        display "requisition generation starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "budget-ledger" end-call
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        perform load-price-master
        perform load-nsn-master
        perform load-tamcn-authority
        perform open-requisitions
        perform load-on-order

        accept plan-param from argument-value
        if trim(plan-param) not equal to spaces
            move trim(plan-param) to plan-file-path
        end-if
        display "requisitioning from " trim(plan-file-path)

        open input planfile
        open output reportfile
        perform write-report-header

        perform until exit
            read planfile
                at end
                    exit perform
                not at end
                    add 1 to plan-line-count
                    if plan-line(1:6) equal to "SHORT "
                        add 1 to short-line-count
                        perform raise-one-requisition
                    end-if
            end-read
        end-perform

        perform write-report-trailer
        close planfile
        close reportfile
        close requisitions

        display "requisition generation done: " short-line-count " shortfall(s), "
            raised-count " requisition(s) raised, " held-count " held for funds, "
            covered-count " already on order, " reject-count " rejected"
        if reject-count greater than 0
            move 1 to return-code
        end-if

        move raised-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    *> first run creates the register; every run then walks it once
    *> for the highest requisition number already issued, so
    *> numbering continues across runs without a control record
    open-requisitions.
        set requisitions-exist to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/requisitions.db', file-info end-call
        if return-code equal to 0
            set requisitions-exist to true
            open i-o requisitions
        else
            display "no requisition register on disk - starting a fresh one"
            open output requisitions
            close requisitions
            open i-o requisitions
        end-if
        exit paragraph
    .

    load-on-order.
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
                    compute next-req-number = req-number + 1
                    if req-status equal to "OPEN" or req-status equal to "SHIPPED"
                        or req-status equal to "HELD"
                        perform add-on-order
                    end-if
            end-read
        end-perform
        display "on order: " onorder-count " unit/tamcn pair(s), next requisition "
            next-req-number
        exit paragraph
    .

    add-on-order.
        move req-unit to short-unit
        move req-tamcn to short-tamcn
        perform seek-on-order
        if not onorder-found
            if onorder-count >= onorder-capacity
                display "*** WARNING: on-order table at capacity -- requisition "
                    req-number " not netted ***"
                exit paragraph
            end-if
            add 1 to onorder-count
            set onorder-idx to onorder-count
            move req-unit to onorder-unit(onorder-idx)
            move req-tamcn to onorder-tamcn(onorder-idx)
            move 0 to onorder-qty(onorder-idx)
        end-if
        if req-qty greater than req-received-qty
            compute onorder-qty(onorder-idx) =
                onorder-qty(onorder-idx) + req-qty - req-received-qty
        end-if
        exit paragraph
    .

    seek-on-order.
        set onorder-found to false
        perform varying onorder-idx from 1 by 1 until onorder-idx > onorder-count
            if onorder-unit(onorder-idx) equal to short-unit
                and onorder-tamcn(onorder-idx) equal to short-tamcn
                set onorder-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    raise-one-requisition.
        move plan-line(7:12) to short-tamcn
        move plan-line(25:8) to short-unit
        move plan-line(38:7) to short-qty-text
        move plan-line(50:13) to short-nsn

        if trim(short-qty-text) is not numeric
            move "shortfall quantity is not numeric" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(short-qty-text) to short-qty

        *> net off what is already coming
        move short-qty to need-qty
        perform seek-on-order
        if onorder-found
            subtract onorder-qty(onorder-idx) from need-qty
        end-if
        if need-qty not greater than 0
            add 1 to covered-count
            move short-qty to qty-display
            move spaces to report-line
            string "ON-ORDER  " short-tamcn " unit " short-unit
                " short " qty-display " already covered by open requisitions"
                into report-line
            write report-line
            exit paragraph
        end-if

        if short-nsn equal to spaces
            move "no nsn known for the tamcn - requisition by hand" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        perform lookup-price-master
        if not price-found
            move "nsn not in the price master" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move next-req-number to req-number
        move short-unit to req-unit
        move short-tamcn to req-tamcn
        move short-nsn to req-nsn
        move spaces to req-nomen
        perform lookup-nsn-master
        if nsn-found
            move nsn-master-nomen(nsn-master-idx) to req-nomen
        end-if
        move spaces to req-commodity
        perform lookup-tamcn-authority
        if auth-found
            move auth-commodity(auth-idx) to req-commodity
        end-if
        move need-qty to req-qty
        move 0 to req-received-qty
        move price-master-price(price-master-idx) to req-unit-price
        compute req-extended = req-qty * req-unit-price
        move run-date to req-date
        move run-date to req-status-date

        move req-extended to budget-amount
        call "budget-check" using req-commodity, budget-amount, budget-remaining end-call
        if return-code equal to 0
            move "OPEN" to req-status
        else
            move "HELD" to req-status
        end-if
        move 0 to return-code

        write req-rec
            invalid key
                move "requisition number already on the register" to reject-reason
                perform write-register-reject
                exit paragraph
        end-write

        add 1 to next-req-number
        if req-status equal to "HELD"
            add 1 to held-count
            perform write-register-held
            exit paragraph
        end-if

        add 1 to raised-count
        add req-extended to raised-dollars
        move "OBLIGATE" to budget-post-type
        move spaces to budget-reference
        string "REQ " req-number " " req-unit delimited by size
            into budget-reference
        call "budget-post" using budget-post-type, req-commodity, budget-amount,
            budget-reference end-call
        perform write-register-raised
        exit paragraph
    .

    lookup-price-master.
        set price-found to false
        perform varying price-master-idx from 1 by 1
                until price-master-idx > price-master-count
            if price-master-nsn(price-master-idx) equal to short-nsn
                set price-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    lookup-nsn-master.
        set nsn-found to false
        perform varying nsn-master-idx from 1 by 1
                until nsn-master-idx > nsn-master-count
            if nsn-master-nsn(nsn-master-idx) equal to short-nsn
                set nsn-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    lookup-tamcn-authority.
        set auth-found to false
        perform varying auth-idx from 1 by 1 until auth-idx > auth-count
            if auth-tamcn(auth-idx) equal to short-tamcn
                set auth-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    load-price-master.
        call "CBL_CHECK_FILE_EXIST" using '../price-master.dat', file-info end-call
        if return-code not equal to 0
            display "no price master on disk - every shortfall will reject unpriced"
            exit paragraph
        end-if

        open input pricemasterfile
        perform until exit
            read pricemasterfile
                at end
                    exit perform
                not at end
                    perform store-price-master-rec
            end-read
        end-perform
        close pricemasterfile
        display "price master loaded: " price-master-count " catalog record(s)"
        exit paragraph
    .

    store-price-master-rec.
        if price-master-count >= price-master-capacity
            display "*** WARNING: price master table at capacity -- remaining catalog records not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring price-master-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            or test-numval(csv-field(2)) not equal to 0
            exit paragraph
        end-if
        add 1 to price-master-count
        set price-master-idx to price-master-count
        move csv-field(1) to price-master-nsn(price-master-idx)
        move numval(csv-field(2)) to price-master-price(price-master-idx)
        exit paragraph
    .

    load-nsn-master.
        call "CBL_CHECK_FILE_EXIST" using '../nsn-master.dat', file-info end-call
        if return-code not equal to 0
            display "no nsn master on disk - requisitions go out without nomenclature"
            exit paragraph
        end-if

        open input nsnmasterfile
        perform until exit
            read nsnmasterfile
                at end
                    exit perform
                not at end
                    perform store-nsn-master-rec
            end-read
        end-perform
        close nsnmasterfile
        display "nsn master loaded: " nsn-master-count " reference record(s)"
        exit paragraph
    .

    store-nsn-master-rec.
        if nsn-master-count >= nsn-master-capacity
            display "*** WARNING: nsn master table at capacity -- remaining reference records not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2)
        unstring nsn-master-rec delimited by ","
            into csv-field(1) csv-field(2)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to nsn-master-count
        set nsn-master-idx to nsn-master-count
        move csv-field(1) to nsn-master-nsn(nsn-master-idx)
        move csv-field(2) to nsn-master-nomen(nsn-master-idx)
        exit paragraph
    .

    load-tamcn-authority.
        call "CBL_CHECK_FILE_EXIST" using '../tamcn-authority.dat', file-info end-call
        if return-code not equal to 0
            display "no tamcn authority on disk - commodity codes left blank"
            exit paragraph
        end-if

        open input tamcnauthfile
        perform until exit
            read tamcnauthfile
                at end
                    exit perform
                not at end
                    perform store-tamcn-auth-rec
            end-read
        end-perform
        close tamcnauthfile
        display "tamcn authority loaded: " auth-count " reference record(s)"
        exit paragraph
    .

    store-tamcn-auth-rec.
        if auth-count >= auth-table-capacity
            display "*** WARNING: tamcn authority table at capacity -- remaining reference records not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring tamcn-auth-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to auth-count
        set auth-idx to auth-count
        move csv-field(1) to auth-tamcn(auth-idx)
        move csv-field(2) to auth-commodity(auth-idx)
        exit paragraph
    .

    write-register-raised.
        move req-qty to qty-display
        move req-unit-price to price-display
        move req-extended to extended-display
        move spaces to report-line
        string "RAISED    " req-number " " req-unit " " req-tamcn " " req-nsn
            " " req-nomen " qty " qty-display " @ " price-display
            " = " extended-display
            into report-line
        write report-line
        exit paragraph
    .

    write-register-held.
        move req-qty to qty-display
        move req-extended to extended-display
        move budget-remaining to remaining-display
        move spaces to report-line
        string "OVER-FUNDS " req-number " " req-unit " " req-tamcn " " req-nsn
            " qty " qty-display " = " extended-display
            " commodity " req-commodity " remaining " remaining-display
            " - HELD"
            into report-line
        write report-line
        exit paragraph
    .

    write-register-reject.
        add 1 to reject-count
        move spaces to report-line
        string "REJECTED  " trim(plan-line) " - " trim(reject-reason)
            into report-line
        write report-line
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "requisition register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move raised-dollars to extended-display
        move spaces to report-line
        string "shortfalls " short-line-count " raised " raised-count
            " held " held-count " on-order " covered-count " rejected " reject-count
            " value " extended-display
            into report-line
        write report-line
        exit paragraph
    .
