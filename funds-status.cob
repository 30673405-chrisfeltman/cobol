       >>source format is free
identification division.
    program-id. funds-status.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the year's money per commodity, one CSV row each:
            *> fiscal-year,commodity,budget-dollars
            select budgetfile
            assign to '../budget-master.dat'
            organization is line sequential.

            *> the obligation ledger budget-ledger appends to
            select obligationfile
            assign to '../obligation-ledger.dat'
            organization is line sequential.

            select requisitions
            assign to '../datafiles/requisitions.db'
            organization is indexed
            access mode is sequential
            record key is req-number.

            select reportfile
            assign to '../funds-status.txt'
            organization is line sequential.

data division.
    file section.
        fd budgetfile.
        01 budget-rec pic X(60).

        fd obligationfile.
        01 obligation-rec pic X(100).

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
    01 fiscal-year pic 9(4) value 0.
    01 fy-param pic X(8) value spaces.
    01 budget-line-count pic 9(5) value 0.
    01 posting-count pic 9(7) value 0.
    01 over-count pic 9(5) value 0.
    01 at-risk-count pic 9(5) value 0.
    01 held-count pic 9(5) value 0.

    01 csv-field pic X(40) occurs 3 times.
    01 line-amount pic s9(12)v99 value 0.
    01 line-commodity pic X(10) value spaces.

    *> one row per commodity seen in the budget or the ledger
    01 funds-capacity pic 9(4) value 1000.
    01 funds-count pic 9(4) value 0.
    01 funds-table occurs 1000 times indexed by funds-idx.
        02 funds-commodity pic X(10).
        02 funds-budget pic s9(12)v99.
        02 funds-obligated pic s9(12)v99.
        02 funds-expended pic s9(12)v99.
        02 funds-remaining pic s9(12)v99.
        02 funds-held pic s9(12)v99.
    01 funds-found-flag pic 9(1) value 0.
        88 funds-found value 1 false 0.

    01 total-budget pic s9(12)v99 value 0.
    01 total-obligated pic s9(12)v99 value 0.
    01 total-expended pic s9(12)v99 value 0.
    01 total-remaining pic s9(12)v99 value 0.

    01 budget-display pic -(12)9.99.
    01 obligated-display pic -(12)9.99.
    01 expended-display pic -(12)9.99.
    01 remaining-display pic -(12)9.99.
    01 held-display pic -(12)9.99.
    01 flag-text pic X(16) value spaces.

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
    *> Funds status for one fiscal year (the current one unless a
    *> year is given as the first argument): budget, obligated,
    *> expended and remaining per commodity. A line already past
    *> its budget is flagged OVER; one that the requisitions held
    *> for funds would take over if released is flagged
    *> OVER-IF-RELEASED, so the decision is made before the order
    *> goes out rather than after.
    *>*************************************************************
    main.
        display "funds status starting..."
        move current-date to current-timestamp
        move cur-year to fiscal-year
        if cur-month greater than 9
            add 1 to fiscal-year
        end-if
        accept fy-param from argument-value
        if trim(fy-param) not equal to spaces
            if trim(fy-param) is numeric
                move numval(fy-param) to fiscal-year
            else
                display "fiscal year " trim(fy-param) " is not numeric - using "
                    fiscal-year
            end-if
        end-if

        perform load-budget-master
        perform total-obligation-ledger
        perform total-held-requisitions

        open output reportfile
        perform write-report-header
        perform varying funds-idx from 1 by 1 until funds-idx > funds-count
            perform write-funds-line
        end-perform
        perform write-report-trailer
        close reportfile

        display "funds status done: FY" fiscal-year " " funds-count " commodity line(s), "
            over-count " over, " at-risk-count " over if held requisitions are released"
        move 0 to return-code
        if over-count greater than 0 or at-risk-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    seek-commodity.
        set funds-found to false
        perform varying funds-idx from 1 by 1 until funds-idx > funds-count
            if funds-commodity(funds-idx) equal to line-commodity
                set funds-found to true
                exit perform
            end-if
        end-perform
        if funds-found
            exit paragraph
        end-if
        if funds-count >= funds-capacity
            display "*** WARNING: funds table at capacity -- commodity "
                trim(line-commodity) " not reported ***"
            exit paragraph
        end-if
        add 1 to funds-count
        set funds-idx to funds-count
        move line-commodity to funds-commodity(funds-idx)
        move 0 to funds-budget(funds-idx)
        move 0 to funds-obligated(funds-idx)
        move 0 to funds-expended(funds-idx)
        move 0 to funds-remaining(funds-idx)
        move 0 to funds-held(funds-idx)
        set funds-found to true
        exit paragraph
    .

    load-budget-master.
        call "CBL_CHECK_FILE_EXIST" using '../budget-master.dat', file-info end-call
        if return-code not equal to 0
            display "no budget master on disk - every line reports a zero budget"
            exit paragraph
        end-if
        open input budgetfile
        perform until exit
            read budgetfile
                at end
                    exit perform
                not at end
                    perform store-budget-rec
            end-read
        end-perform
        close budgetfile
        display "budget master loaded: " budget-line-count " line(s) for FY" fiscal-year
        exit paragraph
    .

    store-budget-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring budget-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) not numeric
            or test-numval(csv-field(3)) not equal to 0
            exit paragraph
        end-if
        if numval(csv-field(1)) not equal to fiscal-year
            exit paragraph
        end-if
        move csv-field(2)(1:10) to line-commodity
        perform seek-commodity
        if funds-found
            add 1 to budget-line-count
            add numval(csv-field(3)) to funds-budget(funds-idx)
        end-if
        exit paragraph
    .

    total-obligation-ledger.
        call "CBL_CHECK_FILE_EXIST" using '../obligation-ledger.dat', file-info end-call
        if return-code not equal to 0
            display "no obligation ledger on disk - nothing obligated yet"
            exit paragraph
        end-if
        open input obligationfile
        perform until exit
            read obligationfile
                at end
                    exit perform
                not at end
                    perform total-one-posting
            end-read
        end-perform
        close obligationfile
        exit paragraph
    .

    total-one-posting.
        if obligation-rec(16:4) not numeric
            exit paragraph
        end-if
        if numval(obligation-rec(16:4)) not equal to fiscal-year
            exit paragraph
        end-if
        add 1 to posting-count
        move obligation-rec(21:10) to line-commodity
        perform seek-commodity
        if not funds-found
            exit paragraph
        end-if
        move numval(obligation-rec(41:16)) to line-amount
        evaluate obligation-rec(32:8)
            when "OBLIGATE"
                add line-amount to funds-obligated(funds-idx)
            when "DEOBLIG"
                subtract line-amount from funds-obligated(funds-idx)
            when "EXPEND"
                subtract line-amount from funds-obligated(funds-idx)
                add line-amount to funds-expended(funds-idx)
            when "REVALUE"
            when "ADJUST"
                add line-amount to funds-expended(funds-idx)
            when other
                continue
        end-evaluate
        exit paragraph
    .

    *> requisitions parked HELD by the generator have not touched
    *> the ledger yet -- their value is what a release would add
    total-held-requisitions.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/requisitions.db', file-info end-call
        if return-code not equal to 0
            exit paragraph
        end-if
        open input requisitions
        perform until exit
            read requisitions
                at end
                    exit perform
                not at end
                    if req-status equal to "HELD"
                        add 1 to held-count
                        move req-commodity to line-commodity
                        perform seek-commodity
                        if funds-found
                            add req-extended to funds-held(funds-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close requisitions
        exit paragraph
    .

    write-funds-line.
        compute funds-remaining(funds-idx) = funds-budget(funds-idx)
            - funds-obligated(funds-idx) - funds-expended(funds-idx)
        add funds-budget(funds-idx) to total-budget
        add funds-obligated(funds-idx) to total-obligated
        add funds-expended(funds-idx) to total-expended
        add funds-remaining(funds-idx) to total-remaining

        move spaces to flag-text
        if funds-remaining(funds-idx) less than 0
            add 1 to over-count
            move "OVER" to flag-text
        else
            if funds-held(funds-idx) greater than funds-remaining(funds-idx)
                add 1 to at-risk-count
                move "OVER-IF-RELEASED" to flag-text
            end-if
        end-if

        move funds-budget(funds-idx) to budget-display
        move funds-obligated(funds-idx) to obligated-display
        move funds-expended(funds-idx) to expended-display
        move funds-remaining(funds-idx) to remaining-display
        move funds-held(funds-idx) to held-display
        move spaces to report-line
        string "FUNDS      " funds-commodity(funds-idx)
            " budget " budget-display " obligated " obligated-display
            " expended " expended-display " remaining " remaining-display
            " held " held-display " " flag-text
            into report-line
        write report-line
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "funds status FY" fiscal-year " as of " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move total-budget to budget-display
        move total-obligated to obligated-display
        move total-expended to expended-display
        move total-remaining to remaining-display
        move spaces to report-line
        string "TOTAL      " "          "
            " budget " budget-display " obligated " obligated-display
            " expended " expended-display " remaining " remaining-display
            into report-line
        write report-line
        move spaces to report-line
        string "commodities " funds-count " postings " posting-count
            " over " over-count " over-if-released " at-risk-count
            " held-requisitions " held-count
            into report-line
        write report-line
        exit paragraph
    .
