    01 grand-swing pic s9(14)v99 value 0.
    01 grand-swing-display pic -(13)9.99.

    *> budget-ledger call workspace -- each commodity's swing is
    *> charged to its fiscal-year line as one REVALUE posting
    01 budget-post-type pic X(8) value "REVALUE".
    01 budget-amount pic s9(12)v99 value 0.
    01 budget-reference pic X(30) value spaces.
    01 budget-post-count pic 9(5) value 0.

    01 ledger-job-name pic X(20) value "item-revaluation".
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    01 feed-entity pic X(8) value "ITEM".
    01 feed-op pic X(10) value "REVALUE".
    01 feed-key pic X(40) value spaces.
    01 feed-detail pic X(120) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> reported, not applied.
    *>*************************************************************
    main.
        move "FINANCE" to auth-role
        move "revalue-items" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "item revaluation starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "budget-ledger" end-call
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            applied-change-count " applied to " rewritten-count " record(s)"
        display not-held-count " nsn(s) not held, " deferred-count
            " deferred, " malformed-count " malformed"
        display budget-post-count " commodity swing(s) posted to the obligation ledger"

        move rewritten-count to ledger-reg-count
        move 0 to ledger-reg-rc
            " swing " swing-display
            into report-line
        write report-line

        move spaces to feed-key
        string key-nsn " " key-serial into feed-key
        move spaces to feed-detail
        string "old " old-rate-display " new " new-rate-display
            " swing " swing-display
            into feed-detail
        call "change-feed" using feed-entity, feed-op, feed-key, feed-detail end-call
        exit paragraph
    .

                " swing " commodity-swing-display
                into report-line
            write report-line
            perform post-commodity-swing
        end-perform
        move grand-swing to grand-swing-display
        move spaces to report-line
        exit paragraph
    .

    post-commodity-swing.
        if commodity-swing(commodity-idx) equal to 0
            exit paragraph
        end-if
        move commodity-swing(commodity-idx) to budget-amount
        move spaces to budget-reference
        string "REVALUATION " cur-year cur-month cur-day delimited by size
            into budget-reference
        call "budget-post" using budget-post-type, commodity-key(commodity-idx),
            budget-amount, budget-reference end-call
        add 1 to budget-post-count
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "revaluation report " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into report-line
        write report-line
        exit paragraph
