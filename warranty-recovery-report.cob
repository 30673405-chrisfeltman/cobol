       >>source format is free
identification division.
    program-id. warranty-recovery-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select warranties
            assign to '../datafiles/warranties.db'
            organization is indexed
            access mode is dynamic
            record key is wty-key.

            select warrantyclaims
            assign to '../datafiles/warranty-claims.db'
            organization is indexed
            access mode is dynamic
            record key is clm-wo-number
            alternate record key is clm-item-key
                with duplicates.

            select workorders
            assign to '../datafiles/work-orders.db'
            organization is indexed
            access mode is dynamic
            record key is wo-number
            alternate record key is wo-item-key
                with duplicates.

            select reportfile
            assign to '../warranty-recovery.txt'
            organization is line sequential.

data division.
    file section.
        fd warranties.
        01 wty-rec.
            05 wty-key.
                10 wty-nsn pic X(13).
                10 wty-serial pic X(18).
            05 wty-vendor pic X(20).
            05 wty-start-date pic 9(8).
            05 wty-end-date pic 9(8).
            *> FULL, PARTS or LABOR
            05 wty-coverage pic X(8).
            05 wty-recorded-date pic 9(8).

        fd warrantyclaims.
        01 clm-rec.
            05 clm-wo-number pic 9(6).
            05 clm-item-key.
                10 clm-nsn pic X(13).
                10 clm-serial pic X(18).
            05 clm-vendor pic X(20).
            05 clm-coverage pic X(8).
            *> CANDIDATE, SUBMITTED, APPROVED, REIMBURSED or DENIED
            05 clm-status pic X(10).
            05 clm-opened-date pic 9(8).
            05 clm-status-date pic 9(8).
            05 clm-submitted-date pic 9(8).
            05 clm-approved-date pic 9(8).
            05 clm-reimbursed-date pic 9(8).
            05 clm-amount pic 9(9)v99.
            05 clm-approved-amount pic 9(9)v99.
            05 clm-reimbursed-amount pic 9(9)v99.
            05 clm-reference pic X(20).

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

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 quarter-param pic X(10) value spaces.
    01 report-year pic 9(4) value 0.
    01 report-quarter pic 9(1) value 0.
    01 quarter-start pic 9(8) value 0.
    01 quarter-end pic 9(8) value 0.
    01 run-date pic 9(8) value 0.

    *> the order carries labor hours but no dollars, so a missed
    *> repair is costed at the standard shop labor rate; parts are
    *> not costed
    01 shop-labor-rate pic 9(4)v99 value 85.00.

    01 recovered-count pic 9(7) value 0.
    01 recovered-claimed pic 9(11)v99 value 0.
    01 recovered-total pic 9(11)v99 value 0.
    01 denied-count pic 9(7) value 0.
    01 denied-claimed pic 9(11)v99 value 0.
    01 candidate-count pic 9(7) value 0.
    01 submitted-count pic 9(7) value 0.
    01 submitted-total pic 9(11)v99 value 0.
    01 approved-count pic 9(7) value 0.
    01 approved-total pic 9(11)v99 value 0.

    01 closed-in-quarter-count pic 9(7) value 0.
    01 covered-repair-count pic 9(7) value 0.
    01 missed-count pic 9(7) value 0.
    01 missed-hours pic 9(7)v9 value 0.
    01 missed-cost pic 9(11)v99 value 0.
    01 repair-cost pic 9(11)v99 value 0.
    01 missed-claim-state pic X(10) value spaces.

    01 warranty-file-flag pic 9(1) value 0.
        88 warranty-file-present value 1 false 0.
    01 claim-file-flag pic 9(1) value 0.
        88 claim-file-present value 1 false 0.
    01 claim-found-flag pic 9(1) value 0.
        88 claim-found value 1 false 0.

    01 count-display pic Z(6)9.
    01 count-display-2 pic Z(6)9.
    01 amount-display pic Z,ZZZ,ZZZ,ZZ9.99.
    01 amount-display-2 pic Z,ZZZ,ZZZ,ZZ9.99.
    01 hours-display pic Z(5)9.9.
    01 rate-display pic Z,ZZ9.99.

    01 ledger-job-name pic X(20) value "warranty-recovery".
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

procedure division.

    *>*************************************************************
    *> Quarterly warranty recovery: the dollars vendors reimbursed
    *> in the quarter, claim by claim, and the missed claims -- the
    *> repairs closed in the quarter on a serial that was under
    *> warranty the day its order opened, which were never claimed
    *> (no claim at all, or a candidate nobody submitted). Denied
    *> claims and the claims still in flight are totalled below.
    *>
    *>   warranty-recovery-report [yyyyQn]
    *> defaults to the last quarter that has ended.
    *>*************************************************************
    main.
        display "warranty recovery report starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        accept quarter-param from argument-value
        perform set-report-quarter
        if report-quarter equal to 0
            display "usage: warranty-recovery-report [yyyyQn]"
            move 1 to ledger-reg-rc
            call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
            move 1 to return-code
            goback
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/warranties.db', file-info end-call
        if return-code equal to 0
            open input warranties
            set warranty-file-present to true
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/warranty-claims.db', file-info end-call
        if return-code equal to 0
            open input warrantyclaims
            set claim-file-present to true
        end-if
        move 0 to return-code

        open output reportfile
        perform write-report-header
        perform report-recovered-claims
        perform report-missed-claims
        perform report-claim-pipeline
        close reportfile

        if warranty-file-present
            close warranties
        end-if
        if claim-file-present
            close warrantyclaims
        end-if

        move recovered-total to amount-display
        move missed-cost to amount-display-2
        display "warranty recovery " report-year " Q" report-quarter ": "
            recovered-count " claim(s) reimbursed, " trim(amount-display)
            " recovered; " missed-count " missed claim(s), est "
            trim(amount-display-2)
        move 0 to return-code

        compute ledger-reg-count = recovered-count + missed-count
        move 0 to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    *> a quarter named as yyyyQn, otherwise the last one that ended
    set-report-quarter.
        move 0 to report-quarter
        if trim(quarter-param) equal to spaces
            compute report-quarter = (cur-month - 1) / 3 + 1
            move cur-year to report-year
            if report-quarter equal to 1
                move 4 to report-quarter
                subtract 1 from report-year
            else
                subtract 1 from report-quarter
            end-if
        else
            move upper-case(quarter-param) to quarter-param
            if quarter-param(1:4) is numeric and quarter-param(5:1) equal to "Q"
                and quarter-param(6:1) >= "1" and quarter-param(6:1) <= "4"
                and quarter-param(7:4) equal to spaces
                move quarter-param(1:4) to report-year
                move quarter-param(6:1) to report-quarter
            else
                exit paragraph
            end-if
        end-if
        compute quarter-start = report-year * 10000
            + ((report-quarter - 1) * 3 + 1) * 100 + 1
        compute quarter-end = report-year * 10000 + (report-quarter * 3) * 100 + 31
        if report-quarter equal to 2 or report-quarter equal to 3
            subtract 1 from quarter-end
        end-if
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "WARRANTY RECOVERY  " report-year " Q" report-quarter
            "  (" quarter-start " - " quarter-end ")  run " run-date
            into report-line
        write report-line
        move spaces to report-line
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> Recovered: every claim reimbursed inside the quarter.
    *>*************************************************************
    report-recovered-claims.
        move "RECOVERED (claims reimbursed this quarter)" to report-line
        write report-line
        move spaces to report-line
        string "  ORDER  NSN           SERIAL             VENDOR              "
            "          CLAIMED       REIMBURSED" into report-line
        write report-line

        if claim-file-present
            perform until exit
                read warrantyclaims next record
                    at end
                        exit perform
                    not at end
                        perform tally-one-claim
                end-read
            end-perform
        end-if

        move recovered-count to count-display
        move recovered-claimed to amount-display
        move recovered-total to amount-display-2
        move spaces to report-line
        string "  TOTAL RECOVERED " count-display " claim(s)"
            "                             " amount-display " " amount-display-2
            into report-line
        write report-line
        move spaces to report-line
        write report-line
        exit paragraph
    .

    tally-one-claim.
        evaluate clm-status
            when "REIMBURSED"
                if clm-reimbursed-date >= quarter-start
                    and clm-reimbursed-date <= quarter-end
                    add 1 to recovered-count
                    add clm-amount to recovered-claimed
                    add clm-reimbursed-amount to recovered-total
                    move clm-amount to amount-display
                    move clm-reimbursed-amount to amount-display-2
                    move spaces to report-line
                    string "  " clm-wo-number " " clm-nsn " " clm-serial " "
                        clm-vendor " " amount-display " " amount-display-2
                        into report-line
                    write report-line
                end-if
            when "DENIED"
                if clm-status-date >= quarter-start
                    and clm-status-date <= quarter-end
                    add 1 to denied-count
                    add clm-amount to denied-claimed
                end-if
            when "CANDIDATE"
                add 1 to candidate-count
            when "SUBMITTED"
                add 1 to submitted-count
                add clm-amount to submitted-total
            when "APPROVED"
                add 1 to approved-count
                add clm-approved-amount to approved-total
        end-evaluate
        exit paragraph
    .

    *>*************************************************************
    *> Missed: repairs closed in the quarter on a serial under
    *> warranty the day the order opened, with no claim or a claim
    *> that never got past candidate -- repairs paid for out of our
    *> own dollars.
    *>*************************************************************
    report-missed-claims.
        move "MISSED CLAIMS (repairs closed this quarter under warranty, never claimed)"
            to report-line
        write report-line
        move spaces to report-line
        string "  ORDER  NSN           SERIAL             VENDOR              "
            " OPENED   CLOSED      HOURS        EST LABOR  CLAIM" into report-line
        write report-line

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/work-orders.db', file-info end-call
        if return-code equal to 0 and warranty-file-present
            move 0 to return-code
            open input workorders
            perform until exit
                read workorders next record
                    at end
                        exit perform
                    not at end
                        if wo-status equal to "CLOSED"
                            and wo-closed-date >= quarter-start
                            and wo-closed-date <= quarter-end
                            add 1 to closed-in-quarter-count
                            perform check-missed-claim
                        end-if
                end-read
            end-perform
            close workorders
        end-if
        move 0 to return-code

        move missed-count to count-display
        move missed-cost to amount-display
        move shop-labor-rate to rate-display
        move missed-hours to hours-display
        move spaces to report-line
        string "  TOTAL MISSED " count-display " order(s)"
            "                                                  " hours-display " "
            amount-display "  at " trim(rate-display) "/hr, parts not costed"
            into report-line
        write report-line
        move closed-in-quarter-count to count-display
        move covered-repair-count to count-display-2
        move spaces to report-line
        string "  repairs closed this quarter " trim(count-display)
            ", under warranty " trim(count-display-2)
            into report-line
        write report-line
        move spaces to report-line
        write report-line
        exit paragraph
    .

    check-missed-claim.
        move wo-nsn to wty-nsn
        move wo-serial to wty-serial
        read warranties
            invalid key
                exit paragraph
        end-read
        if wo-opened-date < wty-start-date or wo-opened-date > wty-end-date
            exit paragraph
        end-if
        add 1 to covered-repair-count

        set claim-found to false
        if claim-file-present
            move wo-number to clm-wo-number
            read warrantyclaims
                invalid key
                    continue
                not invalid key
                    set claim-found to true
            end-read
        end-if
        if claim-found
            if clm-status not equal to "CANDIDATE"
                exit paragraph
            end-if
            move "CANDIDATE" to missed-claim-state
        else
            move "NONE" to missed-claim-state
        end-if

        add 1 to missed-count
        add wo-labor-hours to missed-hours
        compute repair-cost rounded = wo-labor-hours * shop-labor-rate
        add repair-cost to missed-cost
        move wo-labor-hours to hours-display
        move repair-cost to amount-display
        move spaces to report-line
        string "  " wo-number " " wo-nsn " " wo-serial " " wty-vendor " "
            wo-opened-date " " wo-closed-date " " hours-display " "
            amount-display "  " missed-claim-state
            into report-line
        write report-line
        exit paragraph
    .

    report-claim-pipeline.
        move denied-count to count-display
        move denied-claimed to amount-display
        move spaces to report-line
        string "DENIED THIS QUARTER     " count-display " claim(s), claimed "
            amount-display into report-line
        write report-line
        move spaces to report-line
        write report-line

        move "CLAIMS STILL OPEN (all quarters)" to report-line
        write report-line
        move candidate-count to count-display
        move spaces to report-line
        string "  CANDIDATE             " count-display " claim(s), not yet submitted"
            into report-line
        write report-line
        move submitted-count to count-display
        move submitted-total to amount-display
        move spaces to report-line
        string "  SUBMITTED             " count-display " claim(s), claimed  "
            amount-display into report-line
        write report-line
        move approved-count to count-display
        move approved-total to amount-display
        move spaces to report-line
        string "  APPROVED              " count-display " claim(s), approved "
            amount-display into report-line
        write report-line
        exit paragraph
    .
