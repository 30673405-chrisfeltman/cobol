       >>source format is free
identification division.
    program-id. post-budget-adjustments.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the cycle's extract -- items.dat unless a different
            *> path is named as the first argument
            select itemfile
            assign using extract-path
            organization is line sequential.

            *> read here only to see whether this extract's
            *> adjustments were already posted
            select obligationfile
            assign to '../obligation-ledger.dat'
            organization is line sequential.

            select reportfile
            assign to '../budget-adjustments.txt'
            organization is line sequential.

data division.
    file section.
        fd itemfile.
        01 item-rec.
            02 nsn pic X(13).
            02 tamcn pic X(12).
            02 serial pic X(18).
            02 nomen pic X(19).
            02 commodity pic X(10).
            02 rate pic 9(10)v99.
            02 condition-code pic X(1).
            02 quantity pic 9(5).
            *> A = adjustment; its amount is the rate, negated when
            *> adj-sign is "-"
            02 rec-type pic X(1).
            02 adj-sign pic X(1).

        fd obligationfile.
        01 obligation-rec pic X(100).

        fd reportfile.
        01 report-line pic X(240).

working-storage section.
    01 extract-path pic X(64) value '../items.dat'.
    01 path-param pic X(64) value spaces.

    01 extract-rec-count pic 9(7) value 0.
    01 adjustment-count pic 9(7) value 0.
    01 bad-rate-count pic 9(7) value 0.
    01 adjusted-dollars pic s9(12)v99 value 0.

    *> the extract's modification stamp identifies it in the ledger,
    *> so the same extract run through twice posts only once
    01 extract-stamp.
        05 extract-yyyy pic 9(4).
        05 extract-mo pic 9(2).
        05 extract-dd pic 9(2).
        05 extract-hh pic 9(2).
        05 extract-mm pic 9(2).
        05 extract-ss pic 9(2).
    01 extract-ref-prefix pic X(22) value spaces.
    01 already-posted-flag pic 9(1) value 0.
        88 already-posted value 1 false 0.

    *> budget-ledger call workspace
    01 budget-post-type pic X(8) value "ADJUST".
    01 budget-amount pic s9(12)v99 value 0.
    01 budget-reference pic X(30) value spaces.

    01 amount-display pic -(11)9.99.

    01 ledger-job-name pic X(20) value "budget-adjustments".
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

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> the hash chain the register is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value '../budget-adjustments.txt'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> Charges the extract's adjustment records (rec-type A) to the
    *> obligation ledger: each one is a signed ADJUST against its
    *> commodity's fiscal-year line, the same amount the tally moves
    *> the dollar totals by. An extract whose adjustments are already
    *> in the ledger is recognised by its modification stamp and
    *> passed over, so a rerun never charges them twice.
    *>*************************************************************
    main.
        move "FINANCE" to auth-role
        move "post-budget-adjustments" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "budget adjustment posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "budget-ledger" end-call
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        accept path-param from argument-value
        if trim(path-param) not equal to spaces
            move trim(path-param) to extract-path
        end-if

        move current-date to current-timestamp

        call "CBL_CHECK_FILE_EXIST" using extract-path, file-info end-call
        if return-code not equal to 0
            display "*** extract " trim(extract-path) " not found ***"
            move 1 to ledger-reg-rc
            call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
            move 1 to return-code
            goback
        end-if
        move mod-yyyy to extract-yyyy
        move mod-mo to extract-mo
        move mod-dd to extract-dd
        move mod-hh to extract-hh
        move mod-mm to extract-mm
        move mod-ss to extract-ss
        move spaces to extract-ref-prefix
        string "EXTRACT " extract-stamp delimited by size into extract-ref-prefix

        perform check-already-posted

        open output reportfile
        call "chain-start" using chain-log-path end-call
        perform write-report-header

        if already-posted
            move spaces to report-line
            string "SKIPPED    extract " trim(extract-path) " stamped " extract-stamp
                " - adjustments already in the obligation ledger"
                into report-line
            perform write-sealed-register
            display "adjustments from this extract are already posted - nothing to do"
        else
            open input itemfile
            perform until exit
                read itemfile
                    at end
                        exit perform
                    not at end
                        add 1 to extract-rec-count
                        if rec-type in item-rec equal to "A"
                            perform post-one-adjustment
                        end-if
                end-read
            end-perform
            close itemfile
        end-if

        perform write-report-trailer
        close reportfile

        display "budget adjustment posting done: " extract-rec-count " record(s), "
            adjustment-count " adjustment(s) posted, " bad-rate-count " bad rate(s)"
        move 0 to return-code
        if bad-rate-count greater than 0
            move 1 to return-code
        end-if

        move adjustment-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    check-already-posted.
        set already-posted to false
        call "CBL_CHECK_FILE_EXIST" using '../obligation-ledger.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input obligationfile
        perform until exit
            read obligationfile
                at end
                    exit perform
                not at end
                    if obligation-rec(32:8) equal to "ADJUST"
                        and obligation-rec(58:22) equal to extract-ref-prefix
                        set already-posted to true
                        exit perform
                    end-if
            end-read
        end-perform
        close obligationfile
        exit paragraph
    .

    post-one-adjustment.
        if rate in item-rec is not numeric
            add 1 to bad-rate-count
            move spaces to report-line
            string "BAD-RATE   " nsn in item-rec " " tamcn in item-rec
                " record " extract-rec-count " - rate is not numeric"
                into report-line
            perform write-sealed-register
            exit paragraph
        end-if

        move rate in item-rec to budget-amount
        if adj-sign in item-rec equal to "-"
            compute budget-amount = 0 - budget-amount
        end-if
        move spaces to budget-reference
        string extract-ref-prefix " " extract-rec-count(2:6) delimited by size
            into budget-reference
        call "budget-post" using budget-post-type, commodity in item-rec,
            budget-amount, budget-reference end-call

        add 1 to adjustment-count
        add budget-amount to adjusted-dollars
        move budget-amount to amount-display
        move spaces to report-line
        string "ADJUST     " commodity in item-rec " " tamcn in item-rec " "
            nsn in item-rec " " amount-display
            into report-line
        perform write-sealed-register
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "budget adjustment posting " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into report-line
        perform write-sealed-register
        exit paragraph
    .

    write-report-trailer.
        move adjusted-dollars to amount-display
        move spaces to report-line
        string "records " extract-rec-count " adjustments " adjustment-count
            " bad-rates " bad-rate-count " net " amount-display
            into report-line
        perform write-sealed-register
        exit paragraph
    .

    write-sealed-register.
        move report-line to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write report-line from chain-sealed
        move chain-line to report-line
        exit paragraph
    .
