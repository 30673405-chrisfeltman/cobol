       >>source format is free
identification division.
    program-id. post-warranties.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one warranty or claim update per line, pipe-delimited:
            *>   WARRANTY|nsn|serial|vendor|start|end|coverage
            *>   DROP|nsn|serial
            *>   SUBMIT|wo-number|amount[|reference]
            *>   APPROVE|wo-number[|amount]
            *>   REIMBURSE|wo-number[|amount]
            *>   DENY|wo-number[|reference]
            *> coverage is FULL, PARTS or LABOR; dates are yyyymmdd.
            *> an approval or reimbursement with no amount takes the
            *> amount the claim already carries
            select transfile
            assign to '../warranty-trans.dat'
            organization is line sequential.

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

            *> a SUBMIT for an order that never got a claim looks the
            *> order up here to open one late
            select workorders
            assign to '../datafiles/work-orders.db'
            organization is indexed
            access mode is dynamic
            record key is wo-number
            alternate record key is wo-item-key
                with duplicates.

            select registerfile
            assign to '../warranty-register.txt'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(160).

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

        fd registerfile.
        01 register-rec pic X(400).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 applied-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 7 times.
    01 trans-action pic X(10) value spaces.
    01 reject-reason pic X(60) value spaces.
    01 field-idx pic 9(1) value 0.

    01 trans-start-date pic 9(8) value 0.
    01 trans-end-date pic 9(8) value 0.
    01 trans-amount pic 9(9)v99 value 0.
    01 trans-wo-number pic 9(6) value 0.
    01 amount-display pic Z(8)9.99.

    01 run-date pic 9(8) value 0.
    01 claim-found-flag pic 9(1) value 0.
        88 claim-found value 1 false 0.
    01 work-order-file-flag pic 9(1) value 0.
        88 work-order-file-present value 1 false 0.

    01 ledger-job-name pic X(20) value "warranties".
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
    01 chain-log-path pic X(80) value '../warranty-register.txt'.
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
    *> Posts the warranty master and the claims against it. A
    *> WARRANTY line records (or replaces) a serial's manufacturer
    *> warranty; open-work-orders checks it whenever a repair opens
    *> and opens a CANDIDATE claim for a covered serial. The claim
    *> then moves forward only: CANDIDATE -> SUBMITTED -> APPROVED
    *> -> REIMBURSED, or DENIED from any open step. A SUBMIT for an
    *> order that never got a claim opens one late, provided the
    *> warranty covered the serial the day the order opened -- that
    *> is how a missed claim gets recovered.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-warranties" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "warranty posting starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to run-date

        call "CBL_CHECK_FILE_EXIST" using '../warranty-trans.dat', file-info end-call
        if return-code not equal to 0
            display "*** ../warranty-trans.dat not found - nothing to post ***"
            move 1 to ledger-reg-rc
            call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
            move 1 to return-code
            goback
        end-if

        perform open-warranty-files

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
                    if trans-rec not equal to spaces
                        add 1 to trans-count
                        perform apply-transaction
                    end-if
            end-read
        end-perform

        perform write-register-trailer
        close registerfile
        close transfile
        close warranties
        close warrantyclaims
        if work-order-file-present
            close workorders
        end-if

        display "warranty posting done: " trans-count " transaction(s), "
            applied-count " applied, " reject-count " rejected"
        move 0 to return-code
        if reject-count greater than 0
            move 1 to return-code
        end-if

        move trans-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    open-warranty-files.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/warranties.db', file-info end-call
        if return-code equal to 0
            open i-o warranties
        else
            display "no warranty file on disk - starting a fresh one"
            open output warranties
            close warranties
            open i-o warranties
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/warranty-claims.db', file-info end-call
        if return-code equal to 0
            open i-o warrantyclaims
        else
            display "no warranty claim file on disk - starting a fresh one"
            open output warrantyclaims
            close warrantyclaims
            open i-o warrantyclaims
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/work-orders.db', file-info end-call
        if return-code equal to 0
            open input workorders
            set work-order-file-present to true
        end-if
        move 0 to return-code
        exit paragraph
    .

    apply-transaction.
        perform varying field-idx from 1 by 1 until field-idx > 7
            move spaces to trans-field(field-idx)
        end-perform
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3) trans-field(4)
                trans-field(5) trans-field(6) trans-field(7)
        end-unstring
        move upper-case(trim(trans-field(1))) to trans-action

        evaluate trans-action
            when "WARRANTY"
                perform apply-warranty
            when "DROP"
                perform apply-drop
            when "SUBMIT"
            when "APPROVE"
            when "REIMBURSE"
            when "DENY"
                perform apply-claim-transaction
            when other
                move "action must be WARRANTY, DROP, SUBMIT, APPROVE, REIMBURSE or DENY"
                    to reject-reason
                perform write-register-reject
        end-evaluate
        exit paragraph
    .

    *>*************************************************************
    *> The warranty master: one warranty per nsn+serial, replaced
    *> whole when a later WARRANTY line names the same serial.
    *>*************************************************************
    apply-warranty.
        if trans-field(2) equal to spaces or trans-field(3) equal to spaces
            move "warranty needs an nsn and a serial" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trans-field(4) equal to spaces
            move "warranty needs a vendor" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trim(trans-field(5)) is not numeric or length(trim(trans-field(5))) not = 8
            or trim(trans-field(6)) is not numeric or length(trim(trans-field(6))) not = 8
            move "start and end dates must be yyyymmdd" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trim(trans-field(5)) to trans-start-date
        move trim(trans-field(6)) to trans-end-date
        if trans-end-date < trans-start-date
            move "warranty ends before it starts" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move upper-case(trim(trans-field(7))) to trans-field(7)
        if trans-field(7) not equal to "FULL" and trans-field(7) not equal to "PARTS"
            and trans-field(7) not equal to "LABOR"
            move "coverage must be FULL, PARTS or LABOR" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move trim(trans-field(2)) to wty-nsn
        move trim(trans-field(3)) to wty-serial
        read warranties
            invalid key
                perform fill-warranty-rec
                write wty-rec
                    invalid key
                        move "warranty write failed" to reject-reason
                        perform write-register-reject
                        exit paragraph
                end-write
            not invalid key
                perform fill-warranty-rec
                rewrite wty-rec
                    invalid key
                        move "warranty rewrite failed" to reject-reason
                        perform write-register-reject
                        exit paragraph
                end-rewrite
        end-read

        add 1 to applied-count
        move spaces to register-rec
        string "APPLIED  WARRANTY " wty-nsn " " wty-serial " " wty-vendor
            " " wty-start-date "-" wty-end-date " " wty-coverage
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    fill-warranty-rec.
        move trim(trans-field(4)) to wty-vendor
        move trans-start-date to wty-start-date
        move trans-end-date to wty-end-date
        move trans-field(7) to wty-coverage
        move run-date to wty-recorded-date
        exit paragraph
    .

    *> claims already opened against the warranty stand -- dropping
    *> the warranty only stops new repairs being flagged
    apply-drop.
        move trim(trans-field(2)) to wty-nsn
        move trim(trans-field(3)) to wty-serial
        read warranties
            invalid key
                move "warranty not on file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        delete warranties
            invalid key
                move "warranty delete failed" to reject-reason
                perform write-register-reject
                exit paragraph
        end-delete
        add 1 to applied-count
        move spaces to register-rec
        string "APPLIED  DROP " wty-nsn " " wty-serial " " wty-vendor
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    *>*************************************************************
    *> Claim steps, keyed by the repair order's number. Each step
    *> only follows the one before it; a reimbursed or denied claim
    *> takes no more updates.
    *>*************************************************************
    apply-claim-transaction.
        if trim(trans-field(2)) equal to spaces or trim(trans-field(2)) is not numeric
            move "work-order number must be numeric" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move numval(trans-field(2)) to trans-wo-number

        move 0 to trans-amount
        if trans-action not equal to "DENY" and trans-field(3) not equal to spaces
            if test-numval(trans-field(3)) not equal to 0
                or numval(trans-field(3)) < 0
                move "claim amount must be a positive number" to reject-reason
                perform write-register-reject
                exit paragraph
            end-if
            move numval(trans-field(3)) to trans-amount
        end-if

        set claim-found to false
        move trans-wo-number to clm-wo-number
        read warrantyclaims
            invalid key
                continue
            not invalid key
                set claim-found to true
        end-read
        if not claim-found
            if trans-action not equal to "SUBMIT"
                move "no warranty claim for this work order" to reject-reason
                perform write-register-reject
                exit paragraph
            end-if
            perform open-late-claim
            if not claim-found
                exit paragraph
            end-if
        end-if

        if clm-status equal to "REIMBURSED" or clm-status equal to "DENIED"
            move "claim is already closed" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        evaluate trans-action
            when "SUBMIT"
                perform apply-submit
            when "APPROVE"
                perform apply-approve
            when "REIMBURSE"
                perform apply-reimburse
            when "DENY"
                perform apply-deny
        end-evaluate
        exit paragraph
    .

    apply-submit.
        if clm-status not equal to "CANDIDATE"
            move "claim has already been submitted" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trans-amount equal to 0
            move "submit needs the amount claimed" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trans-amount to clm-amount
        if trans-field(4) not equal to spaces
            move trim(trans-field(4)) to clm-reference
        end-if
        move "SUBMITTED" to clm-status
        move run-date to clm-submitted-date
        perform rewrite-claim
        exit paragraph
    .

    apply-approve.
        if clm-status not equal to "SUBMITTED"
            move "only a submitted claim can be approved" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trans-amount equal to 0
            move clm-amount to trans-amount
        end-if
        if trans-amount > clm-amount
            move "approved amount exceeds the amount claimed" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trans-amount to clm-approved-amount
        move "APPROVED" to clm-status
        move run-date to clm-approved-date
        perform rewrite-claim
        exit paragraph
    .

    apply-reimburse.
        if clm-status not equal to "APPROVED"
            move "only an approved claim can be reimbursed" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        if trans-amount equal to 0
            move clm-approved-amount to trans-amount
        end-if
        move trans-amount to clm-reimbursed-amount
        move "REIMBURSED" to clm-status
        move run-date to clm-reimbursed-date
        perform rewrite-claim
        exit paragraph
    .

    apply-deny.
        if trans-field(3) not equal to spaces
            move trim(trans-field(3)) to clm-reference
        end-if
        move "DENIED" to clm-status
        perform rewrite-claim
        exit paragraph
    .

    *> the order has to exist and its serial has to have been under
    *> warranty the day it opened -- the same test open-work-orders
    *> makes, applied after the fact
    open-late-claim.
        if not work-order-file-present
            move "work order not on file" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if
        move trans-wo-number to wo-number
        read workorders
            invalid key
                move "work order not on file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        move wo-nsn to wty-nsn
        move wo-serial to wty-serial
        read warranties
            invalid key
                move "serial has no warranty on file" to reject-reason
                perform write-register-reject
                exit paragraph
        end-read
        if wo-opened-date < wty-start-date or wo-opened-date > wty-end-date
            move "serial was not under warranty when the order opened" to reject-reason
            perform write-register-reject
            exit paragraph
        end-if

        move spaces to clm-rec
        move wo-number to clm-wo-number
        move wo-nsn to clm-nsn
        move wo-serial to clm-serial
        move wty-vendor to clm-vendor
        move wty-coverage to clm-coverage
        move "CANDIDATE" to clm-status
        move run-date to clm-opened-date
        move run-date to clm-status-date
        move 0 to clm-submitted-date clm-approved-date clm-reimbursed-date
        move 0 to clm-amount clm-approved-amount clm-reimbursed-amount
        write clm-rec
            invalid key
                move "warranty claim write failed" to reject-reason
                perform write-register-reject
                exit paragraph
        end-write
        set claim-found to true
        move spaces to register-rec
        string "OPENED   claim for order " clm-wo-number " " clm-nsn " " clm-serial
            " " trim(clm-vendor) " - opened late, off the submit"
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    rewrite-claim.
        move run-date to clm-status-date
        rewrite clm-rec
            invalid key
                move "warranty claim rewrite failed" to reject-reason
                perform write-register-reject
                exit paragraph
        end-rewrite
        add 1 to applied-count
        evaluate clm-status
            when "APPROVED"
                move clm-approved-amount to amount-display
            when "REIMBURSED"
                move clm-reimbursed-amount to amount-display
            when other
                move clm-amount to amount-display
        end-evaluate
        move spaces to register-rec
        string "APPLIED  " trim(trans-action) " claim for order " clm-wo-number " "
            clm-nsn " " clm-serial " status " clm-status
            " amount " amount-display " ref " clm-reference
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
        string "warranty register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-trailer.
        move spaces to register-rec
        string "transactions " trans-count " applied " applied-count
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
