       >>source format is free
identification division.
    program-id. chargeback-run.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the extract the tally was run from -- charging off the
            *> same rows is what lets the statements tie to output.dat
            select itemfile
            assign to '../items.dat'
            organization is line sequential.

            select handreceipts
            assign to '../datafiles/hand-receipts.db'
            organization is indexed
            access mode is dynamic
            record key is hr-key
            alternate record key is hr-holder-id
                with duplicates.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select depreciationfile
            assign to '../datafiles/depreciation.db'
            organization is indexed
            access mode is dynamic
            record key is dep-key.

            *> dept-code,description -- for the statement headings
            select deptfile
            assign to './departments.dat'
            organization is line sequential.

            *> the last tally, raw tab or CSV layout
            select tallyfile
            assign to '../output.dat'
            organization is line sequential.

            *> every serial's charge line put in department and
            *> holder order, overhead last
            select sortwork
            assign to '../chargeback-run.sortwork'.

            select sortedfile
            assign to '../chargeback-run.sorted.tmp'
            organization is line sequential.

            select statementfile
            assign to '../chargeback-statements.txt'
            organization is line sequential.

data division.
    file section.
        fd itemfile.
        01 item-rec.
            05 item-nsn pic X(13).
            05 item-tamcn pic X(12).
            05 item-serial pic X(18).
            05 item-nomen pic X(19).
            05 item-commodity pic X(10).
            05 item-rate pic 9(10)v99.
            05 item-condition pic X(1).
            05 item-quantity pic 9(5).
            05 item-rec-type pic X(1).
            05 item-adj-sign pic X(1).

        fd handreceipts.
        01 hr-rec.
            05 hr-key.
                10 hr-nsn pic X(13).
                10 hr-serial pic X(18).
            05 hr-holder-id pic 9(10).
            05 hr-tamcn pic X(12).
            05 hr-issue-date pic 9(8).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd depreciationfile.
        01 dep-rec.
            05 dep-key.
                10 dep-nsn pic X(13).
                10 dep-serial pic X(18).
            05 dep-tamcn pic X(12).
            05 dep-commodity pic X(10).
            05 dep-cost pic 9(10)v99.
            05 dep-acquired-date pic 9(8).
            05 dep-life-months pic 9(4).
            05 dep-months pic 9(4).
            05 dep-accumulated pic 9(10)v99.
            05 dep-opening-accumulated pic 9(10)v99.
            05 dep-last-period pic 9(6).

        fd deptfile.
        01 dept-rec pic X(60).

        fd tallyfile.
        01 tally-rec pic X(160).

        sd sortwork.
        01 sort-rec.
            *> D a department's line, O overhead
            05 sort-class pic X(1).
            05 sort-dept pic X(15).
            05 sort-holder-id pic 9(10).
            05 sort-nsn pic X(13).
            05 sort-serial pic X(18).
            05 sort-tamcn pic X(12).
            05 sort-nomen pic X(19).
            05 sort-holder-name pic X(20).
            05 sort-rate pic 9(10)v99.
            05 sort-charge pic 9(10)v99.
            *> why an overhead line is overhead
            05 sort-reason pic X(12).

        fd sortedfile.
        01 sorted-rec.
            05 sorted-class pic X(1).
            05 sorted-dept pic X(15).
            05 sorted-holder-id pic 9(10).
            05 sorted-nsn pic X(13).
            05 sorted-serial pic X(18).
            05 sorted-tamcn pic X(12).
            05 sorted-nomen pic X(19).
            05 sorted-holder-name pic X(20).
            05 sorted-rate pic 9(10)v99.
            05 sorted-charge pic 9(10)v99.
            05 sorted-reason pic X(12).

        fd statementfile.
        01 statement-line pic X(160).

working-storage section.
    *> the month being charged, first argument as yyyymm -- the
    *> current month when omitted
    01 period-param pic X(10) value spaces.
    01 run-period pic 9(6) value 0.
    01 run-period-parts redefines run-period.
        05 run-period-year pic 9(4).
        05 run-period-month pic 9(2).

    *> second argument BOOK charges each serial's depreciated book
    *> value off depreciation.db instead of its rate; a serial the
    *> depreciation run has not reached is charged at rate
    01 basis-param pic X(10) value spaces.
    01 basis-flag pic 9(1) value 0.
        88 book-basis value 1 false 0.
    01 basis-name pic X(10) value "RATE".

    01 names-status pic X(2) value "00".
    01 receipts-available-flag pic 9(1) value 0.
        88 receipts-available value 1 false 0.
    01 names-available-flag pic 9(1) value 0.
        88 names-available value 1 false 0.
    01 depreciation-available-flag pic 9(1) value 0.
        88 depreciation-available value 1 false 0.

    01 item-count pic 9(7) value 0.
    01 serial-count pic 9(7) value 0.
    01 charged-count pic 9(7) value 0.
    01 overhead-count pic 9(7) value 0.
    01 bulk-count pic 9(7) value 0.
    01 adjustment-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.
    01 at-rate-count pic 9(7) value 0.

    *> the departments, off departments.dat first and then any a
    *> holder carries that the reference doesn't
    01 csv-field pic X(40) occurs 2 times.
    01 dept-capacity pic 9(3) value 500.
    01 dept-count pic 9(3) value 0.
    01 dept-table occurs 500 times indexed by dept-idx.
        02 dt-code pic X(15).
        02 dt-desc pic X(30).
        02 dt-items pic 9(7).
        02 dt-rate pic 9(14)v99.
        02 dt-charge pic 9(14)v99.
    01 dept-found-flag pic 9(1) value 0.
        88 dept-found value 1 false 0.
    01 find-dept pic X(15) value spaces.

    *> the statement being written
    01 first-statement-flag pic 9(1) value 1.
        88 first-statement value 1 false 0.
    01 current-class pic X(1) value spaces.
    01 current-dept pic X(15) value spaces.
    01 statement-items pic 9(7) value 0.
    01 statement-rate pic 9(14)v99 value 0.
    01 statement-charge pic 9(14)v99 value 0.
    01 statement-count pic 9(5) value 0.

    01 book-value pic s9(10)v99 value 0.
    01 charged-rate-total pic 9(14)v99 value 0.
    01 charged-total pic 9(14)v99 value 0.
    01 overhead-rate-total pic 9(14)v99 value 0.
    01 overhead-total pic 9(14)v99 value 0.
    01 bulk-total pic 9(14)v99 value 0.
    01 adjustment-total pic s9(14)v99 value 0.
    01 uncharged-total pic s9(14)v99 value 0.
    01 book-rate-total pic s9(14)v99 value 0.
    01 grand-charge-total pic 9(14)v99 value 0.
    01 extended-rate pic 9(14)v99 value 0.

    *> the tally's own GRAND-TOTAL trailer
    01 tally-field pic X(40) occurs 4 times.
    01 parsed-tag pic X(40) value spaces.
    01 tally-grand-total pic s9(14)v99 value 0.
    01 tie-difference pic s9(14)v99 value 0.
    01 tally-found-flag pic 9(1) value 0.
        88 tally-found value 1 false 0.
    01 selection-run-flag pic 9(1) value 0.
        88 selection-run value 1 false 0.

    01 rate-display pic Z(9)9.99.
    01 charge-display pic Z(9)9.99.
    01 money-display pic Z(13)9.99.
    01 charge-total-display pic Z(13)9.99.
    01 signed-display pic -(13)9.99.
    01 count-display pic Z(6)9.

    *> one line of the summary
    01 summary-code pic X(15) value spaces.
    01 summary-desc pic X(30) value spaces.
    01 summary-items pic 9(7) value 0.
    01 summary-rate pic s9(14)v99 value 0.
    01 summary-charge pic 9(14)v99 value 0.
    01 summary-charged-flag pic 9(1) value 1.
        88 summary-charged value 1 false 0.

    01 ledger-job-name pic X(20) value "chargeback-run".
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
    *> The monthly equipment chargeback. Every serialized line of
    *> the item extract is charged to the department of whoever
    *> holds it on hand receipt (names-vsam gives the department),
    *> at its rate -- or at its depreciated book value when run
    *> with BOOK. Each department gets a statement listing what its
    *> people hold and what it costs; serials nobody holds, or held
    *> by someone with no department, go on a separate OVERHEAD
    *> statement. The summary then ties the lot back to output.dat:
    *> department lines plus overhead plus the bulk stock and
    *> adjustments nobody is charged for must come to the tally's
    *> GRAND-TOTAL, all taken at rate.
    *>
    *>   chargeback-run [yyyymm] [BOOK]
    *>
    *> return-code 0 ties, 1 not compared (no tally on disk, or the
    *> tally was a selection run), 4 out of balance.
    *>*************************************************************
    main.
        display "chargeback run starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:6) to run-period

        accept period-param from argument-value
        if trim(period-param) not equal to spaces
            if trim(period-param) is numeric
                and length(trim(period-param)) equal to 6
                and numval(period-param(5:2)) >= 1
                and numval(period-param(5:2)) <= 12
                move numval(period-param) to run-period
            else
                display "period must be yyyymm - charging the current month"
            end-if
        end-if
        accept basis-param from argument-value
        if upper-case(trim(basis-param)) equal to "BOOK"
            set book-basis to true
            move "BOOK VALUE" to basis-name
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../items.dat', file-info end-call
        if return-code not equal to 0
            display "no item extract on disk - nothing to charge"
            move 1 to return-code
            move 0 to ledger-reg-count
            move return-code to ledger-reg-rc
            call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
            move ledger-reg-rc to return-code
            goback
        end-if

        perform load-departments
        perform open-references

        sort sortwork
            on ascending key sort-class sort-dept sort-holder-id sort-nsn sort-serial
            input procedure is release-charge-lines
            giving sortedfile

        perform close-references

        open output statementfile
        perform write-statements
        perform write-summary
        perform tie-to-tally
        close statementfile

        call "CBL_DELETE_FILE" using '../chargeback-run.sorted.tmp' end-call
        move 0 to return-code

        display "chargeback run done for " run-period ": " serial-count " serial(s), "
            charged-count " charged to " statement-count " statement(s), "
            overhead-count " to overhead"
        if not tally-found or selection-run
            move 1 to return-code
        else
            if tie-difference not equal to 0
                move 4 to return-code
            end-if
        end-if

        move serial-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        move ledger-reg-rc to return-code
        goback
    .

    load-departments.
        call "CBL_CHECK_FILE_EXIST" using './departments.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no department reference on disk - statements carry the code alone"
            exit paragraph
        end-if
        open input deptfile
        perform until exit
            read deptfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2)
                    unstring dept-rec delimited by ","
                        into csv-field(1) csv-field(2)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        move upper-case(csv-field(1)(1:15)) to find-dept
                        perform find-or-add-dept
                        if dept-found
                            move csv-field(2)(1:30) to dt-desc(dept-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close deptfile
        exit paragraph
    .

    find-or-add-dept.
        set dept-found to false
        perform varying dept-idx from 1 by 1 until dept-idx > dept-count
            if dt-code(dept-idx) equal to find-dept
                set dept-found to true
                exit perform
            end-if
        end-perform
        if dept-found
            exit paragraph
        end-if
        if dept-count >= dept-capacity
            display "*** WARNING: department table at capacity - " trim(find-dept)
                " left out of the summary ***"
            exit paragraph
        end-if
        add 1 to dept-count
        set dept-idx to dept-count
        move find-dept to dt-code(dept-idx)
        move "(not on the dept reference)" to dt-desc(dept-idx)
        move 0 to dt-items(dept-idx) dt-rate(dept-idx) dt-charge(dept-idx)
        set dept-found to true
        exit paragraph
    .

    open-references.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/hand-receipts.db', file-info end-call
        if return-code equal to 0
            open input handreceipts
            set receipts-available to true
        else
            display "no hand-receipt file on disk - every serial goes to overhead"
        end-if
        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-available to true
            end-if
        end-if
        if not names-available
            display "names-vsam not available - every serial goes to overhead"
        end-if
        if book-basis
            call "CBL_CHECK_FILE_EXIST" using '../datafiles/depreciation.db', file-info end-call
            if return-code equal to 0
                open input depreciationfile
                set depreciation-available to true
            else
                display "no depreciation file on disk - charging at rate"
            end-if
        end-if
        move 0 to return-code
        exit paragraph
    .

    close-references.
        if receipts-available
            close handreceipts
        end-if
        if names-available
            close names-vsam
        end-if
        if depreciation-available
            close depreciationfile
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> One pass of the extract, valued the way the tally values it:
    *> a serialized line is one of its rate, a bulk line its
    *> quantity times its rate, an adjustment its signed amount. A
    *> line the tally would reject for its rate or quantity is left
    *> out here too. Only the serialized lines are charged; bulk
    *> and adjustments are carried to the summary so it can tie.
    *>*************************************************************
    release-charge-lines.
        open input itemfile
        perform until exit
            read itemfile
                at end
                    exit perform
                not at end
                    add 1 to item-count
                    perform take-item-line
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    take-item-line.
        if item-rate is not numeric
            add 1 to reject-count
            exit paragraph
        end-if
        if item-rec-type equal to "A"
            add 1 to adjustment-count
            if item-adj-sign equal to "-"
                subtract item-rate from adjustment-total
            else
                add item-rate to adjustment-total
            end-if
            exit paragraph
        end-if
        if item-serial equal to spaces
            if item-quantity is numeric and item-quantity greater than 0
                add 1 to bulk-count
                compute extended-rate = item-quantity * item-rate
                add extended-rate to bulk-total
            else
                add 1 to reject-count
            end-if
            exit paragraph
        end-if

        add 1 to serial-count
        move item-nsn to sort-nsn
        move item-serial to sort-serial
        move item-tamcn to sort-tamcn
        move item-nomen to sort-nomen
        move item-rate to sort-rate
        perform resolve-holder-dept
        perform value-the-charge
        if sort-class equal to "D"
            add 1 to charged-count
            add sort-rate to charged-rate-total
            add sort-charge to charged-total
        else
            add 1 to overhead-count
            add sort-rate to overhead-rate-total
            add sort-charge to overhead-total
        end-if
        release sort-rec
        exit paragraph
    .

    *> hand receipt gives the holder, names-vsam the holder's
    *> department; a break anywhere in the chain is overhead, and
    *> the statement says which break
    resolve-holder-dept.
        move "O" to sort-class
        move spaces to sort-dept sort-holder-name sort-reason
        move 0 to sort-holder-id
        if not receipts-available
            move "NO-HOLDER" to sort-reason
            exit paragraph
        end-if
        move item-nsn to hr-nsn
        move item-serial to hr-serial
        read handreceipts key is hr-key
            invalid key
                move "NO-HOLDER" to sort-reason
                exit paragraph
        end-read
        move hr-holder-id to sort-holder-id
        if not names-available
            move "NOT-ON-FILE" to sort-reason
            exit paragraph
        end-if
        move hr-holder-id to names-id
        read names-vsam
            invalid key
                move "NOT-ON-FILE" to sort-reason
                exit paragraph
        end-read
        move out-name to sort-holder-name
        if out-department equal to spaces
            move "NO-DEPT" to sort-reason
            exit paragraph
        end-if
        move "D" to sort-class
        move upper-case(out-department) to sort-dept
        exit paragraph
    .

    value-the-charge.
        move item-rate to sort-charge
        if not book-basis
            exit paragraph
        end-if
        if not depreciation-available
            add 1 to at-rate-count
            exit paragraph
        end-if
        move item-nsn to dep-nsn
        move item-serial to dep-serial
        read depreciationfile
            invalid key
                add 1 to at-rate-count
                exit paragraph
        end-read
        compute book-value = dep-cost - dep-accumulated
        if book-value < 0
            move 0 to book-value
        end-if
        move book-value to sort-charge
        exit paragraph
    .

    *>*************************************************************
    *> One statement per department in code order, holders grouped
    *> within it, then the OVERHEAD statement.
    *>*************************************************************
    write-statements.
        move spaces to statement-line
        string "EQUIPMENT CHARGEBACK STATEMENTS  period " run-period-year "-"
            run-period-month "  basis " trim(basis-name)
            "  run " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into statement-line
        write statement-line
        move spaces to statement-line
        write statement-line

        open input sortedfile
        perform until exit
            read sortedfile
                at end
                    exit perform
                not at end
                    if first-statement or sorted-class not equal to current-class
                        or sorted-dept not equal to current-dept
                        if not first-statement
                            perform close-statement
                        end-if
                        perform open-statement
                    end-if
                    perform write-statement-line
            end-read
        end-perform
        close sortedfile
        if not first-statement
            perform close-statement
        end-if
        exit paragraph
    .

    open-statement.
        set first-statement to false
        add 1 to statement-count
        move sorted-class to current-class
        move sorted-dept to current-dept
        move 0 to statement-items statement-rate statement-charge

        move spaces to statement-line
        if current-class equal to "D"
            move current-dept to find-dept
            perform find-or-add-dept
            if dept-found
                string "DEPARTMENT " current-dept " " dt-desc(dept-idx)
                    into statement-line
            else
                string "DEPARTMENT " current-dept into statement-line
            end-if
        else
            string "OVERHEAD  equipment charged to no department"
                into statement-line
        end-if
        write statement-line
        move spaces to statement-line
        string "  holder     name                 nsn           serial            "
            " tamcn        nomenclature                rate        charge"
            into statement-line
        write statement-line
        exit paragraph
    .

    write-statement-line.
        add 1 to statement-items
        add sorted-rate to statement-rate
        add sorted-charge to statement-charge
        move sorted-rate to rate-display
        move sorted-charge to charge-display
        move spaces to statement-line
        string "  " sorted-holder-id " " sorted-holder-name " " sorted-nsn " "
            sorted-serial " " sorted-tamcn " " sorted-nomen " " rate-display
            " " charge-display " " sorted-reason
            into statement-line
        write statement-line
        exit paragraph
    .

    close-statement.
        move statement-items to count-display
        move statement-rate to money-display
        move statement-charge to charge-total-display
        move spaces to statement-line
        string "  items " trim(count-display) "   value at rate " trim(money-display)
            "   charge " trim(charge-total-display)
            into statement-line
        write statement-line
        move spaces to statement-line
        write statement-line

        if current-class equal to "D" and dept-found
            add statement-items to dt-items(dept-idx)
            add statement-rate to dt-rate(dept-idx)
            add statement-charge to dt-charge(dept-idx)
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> The summary: a line per department charged, the overhead
    *> line, and what the extract carries that nobody is charged
    *> for, down to a total at rate for the tie to the tally.
    *>*************************************************************
    write-summary.
        move spaces to statement-line
        string "CHARGEBACK SUMMARY  period " run-period-year "-" run-period-month
            "  basis " trim(basis-name)
            into statement-line
        write statement-line
        move spaces to statement-line
        string "  department      description                      items"
            "    value at rate           charge"
            into statement-line
        write statement-line

        set summary-charged to true
        perform varying dept-idx from 1 by 1 until dept-idx > dept-count
            if dt-items(dept-idx) > 0
                move dt-code(dept-idx) to summary-code
                move dt-desc(dept-idx) to summary-desc
                move dt-items(dept-idx) to summary-items
                move dt-rate(dept-idx) to summary-rate
                move dt-charge(dept-idx) to summary-charge
                perform write-summary-line
            end-if
        end-perform

        move "OVERHEAD" to summary-code
        move "unassigned equipment" to summary-desc
        move overhead-count to summary-items
        move overhead-rate-total to summary-rate
        move overhead-total to summary-charge
        perform write-summary-line

        compute grand-charge-total = charged-total + overhead-total
        compute uncharged-total = bulk-total + adjustment-total
        compute book-rate-total = charged-rate-total + overhead-rate-total
            + uncharged-total
        set summary-charged to false
        move "NOT CHARGED" to summary-code
        move "bulk stock and adjustments" to summary-desc
        compute summary-items = bulk-count + adjustment-count
        move uncharged-total to summary-rate
        perform write-summary-line

        set summary-charged to true
        move "TOTAL" to summary-code
        move spaces to summary-desc
        compute summary-items = serial-count + bulk-count + adjustment-count
        move book-rate-total to summary-rate
        move grand-charge-total to summary-charge
        perform write-summary-line

        if book-basis
            move at-rate-count to count-display
            move spaces to statement-line
            string "  " trim(count-display)
                " serial(s) not yet on depreciation.db charged at rate"
                into statement-line
            write statement-line
        end-if
        if reject-count > 0
            move reject-count to count-display
            move spaces to statement-line
            string "  " trim(count-display)
                " extract line(s) with a bad rate or quantity left out, as the tally leaves them out"
                into statement-line
            write statement-line
        end-if
        exit paragraph
    .

    write-summary-line.
        move summary-items to count-display
        move summary-rate to signed-display
        move summary-charge to charge-total-display
        move spaces to statement-line
        if summary-charged
            string "  " summary-code " " summary-desc " " count-display " "
                signed-display " " charge-total-display
                into statement-line
        else
            string "  " summary-code " " summary-desc " " count-display " "
                signed-display
                into statement-line
        end-if
        write statement-line
        exit paragraph
    .

    tie-to-tally.
        move spaces to statement-line
        write statement-line
        call "CBL_CHECK_FILE_EXIST" using '../output.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "TIE-OUT  output.dat is not on disk - totals not compared" to statement-line
            write statement-line
            display "output.dat is not on disk - chargeback not tied to the tally"
            exit paragraph
        end-if

        open input tallyfile
        perform until exit
            read tallyfile
                at end
                    exit perform
                not at end
                    perform take-tally-line
            end-read
        end-perform
        close tallyfile

        if selection-run
            move "TIE-OUT  the last tally was a selection run - totals not compared"
                to statement-line
            write statement-line
            display "the last tally was a selection run - chargeback not tied to it"
            exit paragraph
        end-if
        if not tally-found
            move "TIE-OUT  output.dat carries no GRAND-TOTAL trailer - totals not compared"
                to statement-line
            write statement-line
            display "output.dat has no GRAND-TOTAL - chargeback not tied to the tally"
            exit paragraph
        end-if

        compute tie-difference = book-rate-total - tally-grand-total
        move tally-grand-total to signed-display
        move spaces to statement-line
        string "TIE-OUT  output.dat GRAND-TOTAL " trim(signed-display)
            into statement-line
        write statement-line
        move spaces to statement-line
        if tie-difference equal to 0
            string "TIE-OUT  statements tie to the tally" into statement-line
            display "chargeback ties to the output.dat grand total"
        else
            move tie-difference to signed-display
            string "TIE-OUT  *** OUT OF BALANCE by " trim(signed-display) " ***"
                into statement-line
            display "*** chargeback is OUT OF BALANCE with output.dat by "
                trim(signed-display) " ***"
        end-if
        write statement-line
        exit paragraph
    .

    *> the GRAND-TOTAL trailer and the SELECTION marker, picked out
    *> of either layout the way the output verifier reads them
    take-tally-line.
        move spaces to tally-field(1) tally-field(2) tally-field(3) tally-field(4)
        if tally-rec(1:1) equal to '"'
            unstring tally-rec delimited by ","
                into tally-field(1) tally-field(2) tally-field(3) tally-field(4)
            end-unstring
            inspect tally-field(1) replacing all '"' by space
            move trim(tally-field(1)) to parsed-tag
            evaluate parsed-tag
                when "GRAND-TOTAL"
                    if test-numval(tally-field(4)) equal to 0
                        move numval(tally-field(4)) to tally-grand-total
                        set tally-found to true
                    end-if
                when "SELECTION"
                when "SELECTION-SUMMARY"
                    set selection-run to true
                when other
                    continue
            end-evaluate
            exit paragraph
        end-if

        unstring tally-rec delimited by X'09'
            into tally-field(1) tally-field(2) tally-field(3) tally-field(4)
        end-unstring
        move trim(tally-field(1)) to parsed-tag
        evaluate parsed-tag
            when "GRAND-TOTAL"
                if test-numval(tally-field(3)) equal to 0
                    move numval(tally-field(3)) to tally-grand-total
                    set tally-found to true
                end-if
            when "SELECTION"
            when "SELECTION-SUMMARY"
                set selection-run to true
            when other
                continue
        end-evaluate
        exit paragraph
    .
