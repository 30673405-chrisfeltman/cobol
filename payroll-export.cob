       >>source format is free
identification division.
    program-id. payroll-export.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the lines post-timecards posted on its last run:
            *>   employee-id|date|hours|charge-code|W or L|name|department
            select postedfile
            assign to './timecards-posted.dat'
            organization is line sequential.

            *> the interface file payroll loads, fixed width
            select exportfile
            assign to './payroll-export.dat'
            organization is line sequential.

            *> every detail and adjustment record ever sent, each
            *> prefixed with the stamp of the batch that carried it
            select registerfile
            assign to './payroll-export.register'
            organization is line sequential.

data division.
    file section.
        fd postedfile.
        01 posted-rec pic X(100).

        fd exportfile.
        01 export-rec pic X(240).

        fd registerfile.
        01 register-rec.
            05 register-stamp pic X(14).
            05 filler pic X(1).
            05 register-image pic X(240).

working-storage section.
    *>*************************************************************
    *> interface record layouts. Hours carry two implied decimals
    *> and a leading separate sign; adjustment records carry the
    *> change since what was sent, so they may be negative.
    *>*************************************************************
    01 export-header.
        05 header-type pic X(1) value "H".
        05 header-period pic 9(8).
        05 header-batch pic X(14).
        05 header-source pic X(14) value "POST-TIMECARDS".
        05 header-kind pic X(10).
        05 filler pic X(193) value spaces.

    *> D = a period's first export for the employee, A = adjustment
    01 export-detail.
        05 detail-type pic X(1).
        05 detail-emp pic 9(6).
        05 detail-period pic 9(8).
        05 detail-name pic X(20).
        05 detail-dept pic X(15).
        05 detail-regular pic s9(5)v99 sign leading separate.
        05 detail-overtime pic s9(5)v99 sign leading separate.
        05 detail-leave-total pic s9(5)v99 sign leading separate.
        05 detail-leave occurs 4 times.
            10 detail-leave-code pic X(10).
            10 detail-leave-hours pic s9(5)v99 sign leading separate.
        05 detail-charge occurs 5 times.
            10 detail-charge-code pic X(10).
            10 detail-charge-hours pic s9(5)v99 sign leading separate.
        05 filler pic X(4).

    01 export-trailer.
        05 trailer-type pic X(1) value "T".
        05 trailer-period pic 9(8).
        05 trailer-records pic 9(6).
        05 trailer-regular pic s9(7)v99 sign leading separate.
        05 trailer-overtime pic s9(7)v99 sign leading separate.
        05 trailer-leave pic s9(7)v99 sign leading separate.
        05 trailer-hours pic s9(7)v99 sign leading separate.
        05 filler pic X(185) value spaces.

    *> overtime thresholds: daily hours over the first argument (8)
    *> and weekly regular hours over the second (40)
    01 daily-param pic X(5) value spaces.
    01 weekly-param pic X(5) value spaces.
    01 daily-threshold pic 9(2)v9 value 8.0.
    01 weekly-threshold pic 9(3)v9 value 40.0.

    01 csv-field pic X(40) occurs 7 times.
    01 line-emp pic 9(6) value 0.
    01 line-date pic 9(8) value 0.
    01 line-hours pic s9(5)v99 value 0.
    01 line-regular pic s9(5)v99 value 0.
    01 line-overtime pic s9(5)v99 value 0.
    01 line-charge pic X(10) value spaces.
    01 line-kind pic X(1) value spaces.
    01 line-week pic 9(7) value 0.
    01 period-end pic 9(8) value 0.
    01 batch-stamp pic X(14) value spaces.
    01 posted-lines pic 9(5) value 0.

    01 emp-capacity pic 9(3) value 999.
    01 emp-count pic 9(3) value 0.
    01 emp-table occurs 999 times indexed by emp-idx.
        05 emp-id pic 9(6).
        05 emp-name pic X(20).
        05 emp-dept pic X(15).
        05 emp-new-flag pic 9(1).
            88 emp-in-this-run value 1 false 0.
        05 emp-sent-flag pic 9(1).
            88 emp-already-sent value 1 false 0.
    01 find-emp pic 9(6) value 0.
    01 emp-found-flag pic 9(1) value 0.
        88 emp-found value 1 false 0.

    *> an employee's week of regular hours, for weekly overtime
    01 week-capacity pic 9(4) value 3000.
    01 week-count pic 9(4) value 0.
    01 week-table occurs 3000 times indexed by week-idx.
        05 week-emp pic 9(6).
        05 week-key pic 9(7).
        05 week-regular pic s9(5)v99.

    *> every figure on an employee's record, as this run computes
    *> it and as already sent for the period: category R(egular),
    *> O(vertime), L(eave, by leave code) or C(harge-code split)
    01 fig-capacity pic 9(5) value 20000.
    01 fig-count pic 9(5) value 0.
    01 fig-table occurs 20000 times indexed by fig-idx.
        05 fig-emp pic 9(6).
        05 fig-cat pic X(1).
        05 fig-code pic X(10).
        05 fig-new pic s9(5)v99.
        05 fig-sent pic s9(5)v99.
    01 find-cat pic X(1) value spaces.
    01 find-code pic X(10) value spaces.
    01 add-hours pic s9(5)v99 value 0.
    01 add-to-sent-flag pic 9(1) value 0.
        88 add-to-sent value 1 false 0.
    01 fig-value pic s9(5)v99 value 0.

    01 period-sent-flag pic 9(1) value 0.
        88 period-already-sent value 1 false 0.
    01 adjust-flag pic 9(1) value 0.
        88 building-adjustment value 1 false 0.
    01 slot-idx pic 9(1) value 0.
    01 leave-slots pic 9(1) value 0.
    01 charge-slots pic 9(1) value 0.
    01 record-changed-flag pic 9(1) value 0.
        88 record-changed value 1 false 0.
    01 detail-count pic 9(6) value 0.

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
    *> The payroll interface file from the timecards post-timecards
    *> posted: one fixed-width record per employee for the pay
    *> period (its latest posted day) with regular hours, overtime
    *> over the daily or weekly threshold, leave hours by leave code
    *> and the split of hours by charge code, between a header and
    *> a trailer of control totals.
    *>
    *> Every record sent is kept in the export register. A period
    *> already sent is never sent again: a rerun after corrections
    *> sends only adjustment records carrying the differences, and
    *> a rerun with nothing changed sends nothing and ends 4.
    *>
    *>   payroll-export [daily-threshold] [weekly-threshold]
    *>*************************************************************
    main.
        accept daily-param from argument-value
        accept weekly-param from argument-value
        if daily-param not equal to spaces
            and test-numval(daily-param) equal to 0
            move numval(daily-param) to daily-threshold
        end-if
        if weekly-param not equal to spaces
            and test-numval(weekly-param) equal to 0
            move numval(weekly-param) to weekly-threshold
        end-if
        move current-date(1:14) to batch-stamp

        call "CBL_CHECK_FILE_EXIST" using './timecards-posted.dat', file-info end-call
        if return-code not equal to 0
            display "no posted timecards on disk - run post-timecards first"
            move 1 to return-code
            goback
        end-if

        open input postedfile
        perform until exit
            read postedfile
                at end
                    exit perform
                not at end
                    perform take-posted-line
            end-read
        end-perform
        close postedfile
        if posted-lines equal to 0
            display "post-timecards posted nothing - no payroll export"
            move 1 to return-code
            goback
        end-if

        perform load-register

        if period-already-sent
            set building-adjustment to true
            move "ADJUSTMENT" to header-kind
        else
            set building-adjustment to false
            move "PERIOD" to header-kind
        end-if

        open output exportfile
        move period-end to header-period
        move batch-stamp to header-batch
        move export-header to export-rec
        write export-rec

        call "CBL_CHECK_FILE_EXIST" using './payroll-export.register', file-info end-call
        if return-code equal to 0
            open extend registerfile
        else
            open output registerfile
        end-if
        move 0 to return-code

        move 0 to trailer-regular trailer-overtime trailer-leave trailer-hours
        perform varying emp-idx from 1 by 1 until emp-idx > emp-count
            perform build-employee-record
            if record-changed
                perform send-detail-record
            end-if
        end-perform
        close registerfile

        move period-end to trailer-period
        move detail-count to trailer-records
        compute trailer-hours = trailer-regular + trailer-overtime + trailer-leave
        move export-trailer to export-rec
        write export-rec
        close exportfile

        if building-adjustment and detail-count equal to 0
            call "CBL_DELETE_FILE" using './payroll-export.dat' end-call
            display "pay period " period-end " already exported and nothing has changed - "
                "no payroll export written"
            move 4 to return-code
            goback
        end-if
        display "payroll export " trim(header-kind) " for pay period " period-end ": "
            detail-count " record(s), batch " batch-stamp
        move 0 to return-code
        goback
    .

    take-posted-line.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6) csv-field(7)
        unstring posted-rec delimited by "|"
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6) csv-field(7)
        end-unstring
        if trim(csv-field(1)) is not numeric or trim(csv-field(2)) is not numeric
            or test-numval(csv-field(3)) not equal to 0
            display "posted line skipped: " trim(posted-rec)
            exit paragraph
        end-if
        add 1 to posted-lines
        move numval(csv-field(1)) to line-emp
        move numval(csv-field(2)) to line-date
        move numval(csv-field(3)) to line-hours
        move csv-field(4) to line-charge
        move csv-field(5) to line-kind
        if line-date > period-end
            move line-date to period-end
        end-if

        move line-emp to find-emp
        perform find-employee
        if not emp-found
            exit paragraph
        end-if
        set emp-in-this-run(emp-idx) to true
        move csv-field(6) to emp-name(emp-idx)
        move csv-field(7) to emp-dept(emp-idx)
        set add-to-sent to false

        if line-kind equal to "L"
            move "L" to find-cat
            move line-charge to find-code
            move line-hours to add-hours
            perform add-figure
            exit paragraph
        end-if

        *> hours worked: past the daily threshold is overtime, and
        *> regular hours past the weekly threshold for the week
        *> (Monday to Sunday) are overtime too
        move line-hours to line-regular
        move 0 to line-overtime
        if line-regular > daily-threshold
            compute line-overtime = line-regular - daily-threshold
            move daily-threshold to line-regular
        end-if
        compute line-week = (integer-of-date(line-date) - 1) / 7
        perform find-week
        if week-regular(week-idx) + line-regular > weekly-threshold
            compute line-overtime = line-overtime
                + week-regular(week-idx) + line-regular - weekly-threshold
            compute line-regular = weekly-threshold - week-regular(week-idx)
            if line-regular < 0
                move 0 to line-regular
            end-if
        end-if
        add line-regular to week-regular(week-idx)

        move "R" to find-cat
        move spaces to find-code
        move line-regular to add-hours
        perform add-figure
        move "O" to find-cat
        move line-overtime to add-hours
        perform add-figure
        move "C" to find-cat
        move line-charge to find-code
        move line-hours to add-hours
        perform add-figure
        exit paragraph
    .

    find-employee.
        set emp-found to false
        perform varying emp-idx from 1 by 1 until emp-idx > emp-count
            if emp-id(emp-idx) equal to find-emp
                set emp-found to true
                exit perform
            end-if
        end-perform
        if emp-found
            exit paragraph
        end-if
        if emp-count >= emp-capacity
            display "*** WARNING: employee table at capacity ***"
            exit paragraph
        end-if
        add 1 to emp-count
        set emp-idx to emp-count
        move find-emp to emp-id(emp-idx)
        move spaces to emp-name(emp-idx)
        move spaces to emp-dept(emp-idx)
        set emp-in-this-run(emp-idx) to false
        set emp-already-sent(emp-idx) to false
        set emp-found to true
        exit paragraph
    .

    find-week.
        perform varying week-idx from 1 by 1 until week-idx > week-count
            if week-emp(week-idx) equal to line-emp
                and week-key(week-idx) equal to line-week
                exit paragraph
            end-if
        end-perform
        if week-count >= week-capacity
            display "*** WARNING: week table at capacity -- weekly overtime pooled ***"
            set week-idx to week-count
            exit paragraph
        end-if
        add 1 to week-count
        set week-idx to week-count
        move line-emp to week-emp(week-idx)
        move line-week to week-key(week-idx)
        move 0 to week-regular(week-idx)
        exit paragraph
    .

    add-figure.
        perform varying fig-idx from 1 by 1 until fig-idx > fig-count
            if fig-emp(fig-idx) equal to find-emp
                and fig-cat(fig-idx) equal to find-cat
                and fig-code(fig-idx) equal to find-code
                exit perform
            end-if
        end-perform
        if fig-idx > fig-count
            if fig-count >= fig-capacity
                display "*** WARNING: figure table at capacity ***"
                exit paragraph
            end-if
            add 1 to fig-count
            set fig-idx to fig-count
            move find-emp to fig-emp(fig-idx)
            move find-cat to fig-cat(fig-idx)
            move find-code to fig-code(fig-idx)
            move 0 to fig-new(fig-idx)
            move 0 to fig-sent(fig-idx)
        end-if
        if add-to-sent
            add add-hours to fig-sent(fig-idx)
        else
            add add-hours to fig-new(fig-idx)
        end-if
        exit paragraph
    .

    *> what was already sent for this period, net of adjustments
    load-register.
        call "CBL_CHECK_FILE_EXIST" using './payroll-export.register', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input registerfile
        perform until exit
            read registerfile
                at end
                    exit perform
                not at end
                    move register-image to export-detail
                    if detail-period equal to period-end
                        perform take-register-record
                    end-if
            end-read
        end-perform
        close registerfile
        exit paragraph
    .

    take-register-record.
        set period-already-sent to true
        move detail-emp to find-emp
        perform find-employee
        if not emp-found
            exit paragraph
        end-if
        set emp-already-sent(emp-idx) to true
        if emp-name(emp-idx) equal to spaces
            move detail-name to emp-name(emp-idx)
            move detail-dept to emp-dept(emp-idx)
        end-if
        set add-to-sent to true
        move spaces to find-code
        move "R" to find-cat
        move detail-regular to add-hours
        perform add-figure
        move "O" to find-cat
        move detail-overtime to add-hours
        perform add-figure
        perform varying slot-idx from 1 by 1 until slot-idx > 4
            if detail-leave-code(slot-idx) not equal to spaces
                move "L" to find-cat
                move detail-leave-code(slot-idx) to find-code
                move detail-leave-hours(slot-idx) to add-hours
                perform add-figure
            end-if
        end-perform
        perform varying slot-idx from 1 by 1 until slot-idx > 5
            if detail-charge-code(slot-idx) not equal to spaces
                move "C" to find-cat
                move detail-charge-code(slot-idx) to find-code
                move detail-charge-hours(slot-idx) to add-hours
                perform add-figure
            end-if
        end-perform
        set add-to-sent to false
        exit paragraph
    .

    *> the employee's record for the period, or for an adjustment
    *> the difference between it and what was sent; charge codes
    *> past the fifth, and leave codes past the fourth, pool into
    *> an OTHER slot
    build-employee-record.
        move spaces to export-detail
        set record-changed to false
        if building-adjustment
            move "A" to detail-type
        else
            move "D" to detail-type
        end-if
        move emp-id(emp-idx) to detail-emp
        move period-end to detail-period
        move emp-name(emp-idx) to detail-name
        move emp-dept(emp-idx) to detail-dept
        move 0 to detail-regular detail-overtime detail-leave-total
        perform varying slot-idx from 1 by 1 until slot-idx > 4
            move 0 to detail-leave-hours(slot-idx)
        end-perform
        perform varying slot-idx from 1 by 1 until slot-idx > 5
            move 0 to detail-charge-hours(slot-idx)
        end-perform
        move 0 to leave-slots
        move 0 to charge-slots

        perform varying fig-idx from 1 by 1 until fig-idx > fig-count
            if fig-emp(fig-idx) equal to emp-id(emp-idx)
                perform place-figure
            end-if
        end-perform
        exit paragraph
    .

    place-figure.
        if building-adjustment
            compute fig-value = fig-new(fig-idx) - fig-sent(fig-idx)
        else
            move fig-new(fig-idx) to fig-value
        end-if
        if fig-value equal to 0
            exit paragraph
        end-if
        set record-changed to true
        evaluate fig-cat(fig-idx)
            when "R"
                add fig-value to detail-regular
            when "O"
                add fig-value to detail-overtime
            when "L"
                add fig-value to detail-leave-total
                if leave-slots < 4
                    add 1 to leave-slots
                    move fig-code(fig-idx) to detail-leave-code(leave-slots)
                    move fig-value to detail-leave-hours(leave-slots)
                else
                    move "OTHER" to detail-leave-code(4)
                    add fig-value to detail-leave-hours(4)
                end-if
            when "C"
                if charge-slots < 5
                    add 1 to charge-slots
                    move fig-code(fig-idx) to detail-charge-code(charge-slots)
                    move fig-value to detail-charge-hours(charge-slots)
                else
                    move "OTHER" to detail-charge-code(5)
                    add fig-value to detail-charge-hours(5)
                end-if
        end-evaluate
        exit paragraph
    .

    send-detail-record.
        move export-detail to export-rec
        write export-rec
        move spaces to register-rec
        move batch-stamp to register-stamp
        move export-detail to register-image
        write register-rec
        add 1 to detail-count
        add detail-regular to trailer-regular
        add detail-overtime to trailer-overtime
        add detail-leave-total to trailer-leave
        exit paragraph
    .
