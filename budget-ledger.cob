       >>source format is free
identification division.
    program-id. budget-ledger.

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

            select obligationfile
            assign to '../obligation-ledger.dat'
            organization is line sequential.

data division.
    file section.
        fd budgetfile.
        01 budget-rec pic X(60).

        fd obligationfile.
        01 obligation-rec pic X(100).

    working-storage section.
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

        01 fiscal-year pic 9(4) value 0.
        01 amount-display pic -9(12).99.
        01 csv-field pic X(40) occurs 3 times.
        01 budget-amount pic s9(12)v99 value 0.
        01 committed-amount pic s9(12)v99 value 0.
        01 line-amount pic s9(12)v99 value 0.

    linkage section.
        01 post-type pic X(8).
        01 post-commodity pic X(10).
        01 post-amount pic s9(12)v99.
        01 post-reference pic X(30).
        01 check-remaining pic s9(12)v99.

procedure division.

    *>*************************************************************
    *> The fiscal-year obligation ledger, callable in the run-ledger
    *> style by every job that commits or spends money against a
    *> commodity's budget.
    *>
    *>   budget-post  appends one posting for the current fiscal
    *>                year (October starts the next year's money)
    *>   budget-check answers what is left on a commodity's line --
    *>                budget less everything obligated or expended --
    *>                and comes back 4 when the amount asked about
    *>                would take it over (a commodity with no budget
    *>                row has nothing to spend)
    *>
    *> posting types: OBLIGATE and DEOBLIG move the obligated
    *> column, EXPEND moves money from obligated to expended, and
    *> REVALUE and ADJUST are signed book-value changes charged
    *> straight to expended.
    *>
    *> line layout (fixed offsets, parsed by position):
    *>   1-14  timestamp yyyymmddhhmmss
    *>   16-19 fiscal year
    *>   21-30 commodity
    *>   32-39 posting type
    *>   41-56 signed amount
    *>   58-87 reference
    *>
    *> each call opens, appends and closes, so several writers can
    *> interleave whole lines without holding the file.
    *>*************************************************************
    main.
        goback
    .

    entry "budget-post" using post-type, post-commodity, post-amount, post-reference.
        perform derive-fiscal-year
        call "CBL_CHECK_FILE_EXIST" using '../obligation-ledger.dat', file-info end-call
        if return-code equal to 0
            open extend obligationfile
        else
            open output obligationfile
        end-if

        move post-amount to amount-display
        move spaces to obligation-rec
        move current-date(1:14) to obligation-rec(1:14)
        move fiscal-year to obligation-rec(16:4)
        move post-commodity to obligation-rec(21:10)
        move post-type to obligation-rec(32:8)
        move amount-display to obligation-rec(41:16)
        move post-reference to obligation-rec(58:30)
        write obligation-rec

        close obligationfile
        move zero to return-code
        goback
    .

    entry "budget-check" using post-commodity, post-amount, check-remaining.
        perform derive-fiscal-year
        move 0 to budget-amount
        move 0 to committed-amount

        call "CBL_CHECK_FILE_EXIST" using '../budget-master.dat', file-info end-call
        if return-code equal to 0
            open input budgetfile
            perform until exit
                read budgetfile
                    at end
                        exit perform
                    not at end
                        perform match-budget-rec
                end-read
            end-perform
            close budgetfile
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../obligation-ledger.dat', file-info end-call
        if return-code equal to 0
            open input obligationfile
            perform until exit
                read obligationfile
                    at end
                        exit perform
                    not at end
                        perform match-obligation-rec
                end-read
            end-perform
            close obligationfile
        end-if

        compute check-remaining = budget-amount - committed-amount
        move zero to return-code
        if post-amount greater than check-remaining
            move 4 to return-code
        end-if
        goback
    .

    derive-fiscal-year.
        move current-date to current-timestamp
        move cur-year to fiscal-year
        if cur-month greater than 9
            add 1 to fiscal-year
        end-if
        exit paragraph
    .

    match-budget-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring budget-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) not numeric
            or test-numval(csv-field(3)) not equal to 0
            exit paragraph
        end-if
        if numval(csv-field(1)) equal to fiscal-year
            and csv-field(2)(1:10) equal to post-commodity
            add numval(csv-field(3)) to budget-amount
        end-if
        exit paragraph
    .

    *> obligated and expended both count against the line, so the
    *> type only matters for the sign -- an EXPEND just moves money
    *> already obligated, and nets to nothing here
    match-obligation-rec.
        if obligation-rec(16:4) not numeric
            exit paragraph
        end-if
        if numval(obligation-rec(16:4)) not equal to fiscal-year
            or obligation-rec(21:10) not equal to post-commodity
            exit paragraph
        end-if
        move numval(obligation-rec(41:16)) to line-amount
        evaluate obligation-rec(32:8)
            when "OBLIGATE"
            when "REVALUE"
            when "ADJUST"
                add line-amount to committed-amount
            when "DEOBLIG"
                subtract line-amount from committed-amount
            when other
                continue
        end-evaluate
        exit paragraph
    .
