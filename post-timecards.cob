            organization is line sequential.

            *> the employee roster the array loader reads:
            *> employee-id,name,department[,status]
            select rosterfile
            assign to './names.dat'
            organization is line sequential.
            assign to './timecard-exceptions.txt'
            organization is line sequential.

            *> every line this run posted, for the payroll export:
            *>   employee-id|date|hours|charge-code|W(ork) or L(eave)|
            *>   name|department
            select postedfile
            assign to './timecards-posted.dat'
            organization is line sequential.

            *> leave accrual rates, one row per leave code and basis:
            *>   leave-code|DEPT, STATUS or ALL|dept or status|
            *>   hours per pay period|carryover cap (0 = no cap)
            *> a timecard charge code naming a leave code is leave
            *> taken, not hours worked
            select ratefile
            assign to './leave-rates.dat'
            organization is line sequential.

            *> the leave ledger, every accrual and every day taken
            select leaveledger
            assign to './leave-ledger.dat'
            organization is line sequential.

            select statementfile
            assign to './leave-statement.txt'
            organization is line sequential.

            select uselosefile
            assign to './leave-use-or-lose.txt'
            organization is line sequential.

            *> the leave accrual calendar the fiscal year-end opens:
            *>   leave-year|period|start yyyymmdd|end yyyymmdd
            *> once it exists, a pay period in a leave year it has not
            *> opened accrues nothing
            select periodfile
            assign to './leave-periods.dat'
            organization is line sequential.

data division.
    file section.
        fd timecardfile.
        fd exceptionfile.
        01 exception-rec pic X(160).

        fd postedfile.
        01 posted-rec pic X(100).

        fd ratefile.
        01 rate-rec pic X(80).

        fd leaveledger.
        01 leave-rec pic X(100).

        fd statementfile.
        01 statement-line pic X(132).

        fd uselosefile.
        01 uselose-line pic X(132).

        fd periodfile.
        01 period-rec pic X(40).

working-storage section.
    01 card-count pic 9(5) value 0.
    01 posted-count pic 9(5) value 0.
    01 limit-param pic X(5) value spaces.
    01 daily-limit pic 9(2)v9 value 12.0.

    01 csv-field pic X(40) occurs 5 times.
    01 card-id pic X(6) value spaces.
    01 card-date pic 9(8) value 0.
    01 card-hours pic 9(2)v9 value 0.
    01 card-charge pic X(10) value spaces.
    01 exception-reason pic X(60) value spaces.
    01 posted-kind pic X(1) value spaces.

    *> the roster, with per-employee hour accumulation riding on it
    01 roster-capacity pic 9(3) value 999.
        05 roster-id pic 9(6).
        05 roster-name pic X(20).
        05 roster-dept pic X(15).
        05 roster-status pic X(15).
        05 roster-hours pic 9(4)v9.
    01 roster-idx pic 9(3) value 0.
    01 roster-found-flag pic 9(1) value 0.
    01 dept-found-flag pic 9(1) value 0.
        88 dept-found value 1 false 0.

    *>*************************************************************
    *> leave: the rates, and a balance per employee and leave code
    *> carried forward from the ledger. Each run of the job is one
    *> pay period, dated by the latest day on the timecards.
    *>*************************************************************
    01 leave-flag pic 9(1) value 0.
        88 leave-enabled value 1 false 0.
    01 rate-capacity pic 9(3) value 100.
    01 rate-count pic 9(3) value 0.
    01 rate-table occurs 100 times.
        05 rate-code pic X(10).
        05 rate-basis pic X(6).
        05 rate-key pic X(15).
        05 rate-hours pic 9(3)v99.
        05 rate-cap pic 9(4)v99.
    01 rate-idx pic 9(3) value 0.
    01 best-rate-idx pic 9(3) value 0.
    01 best-rate-rank pic 9(1) value 0.

    01 leave-code-capacity pic 9(2) value 10.
    01 leave-code-count pic 9(2) value 0.
    01 leave-code-table occurs 10 times.
        05 leave-code pic X(10).
    01 leave-code-idx pic 9(2) value 0.
    01 leave-code-flag pic 9(1) value 0.
        88 leave-code-found value 1 false 0.

    01 balance-capacity pic 9(4) value 5000.
    01 balance-count pic 9(4) value 0.
    01 balance-table occurs 5000 times.
        05 bal-emp pic 9(6).
        05 bal-code pic X(10).
        05 bal-rate-idx pic 9(3).
        05 bal-opening pic s9(5)v99.
        05 bal-accrued pic s9(5)v99.
        05 bal-taken pic s9(5)v99.
        05 bal-ytd-accrued pic s9(5)v99.
        05 bal-ytd-taken pic s9(5)v99.
        05 bal-period-flag pic 9(1).
            88 bal-period-accrued value 1 false 0.
    01 bal-idx pic 9(4) value 0.
    01 bal-found-flag pic 9(1) value 0.
        88 bal-found value 1 false 0.
    01 find-emp pic 9(6) value 0.
    01 find-code pic X(10) value spaces.

    *> days already on the ledger as taken, so a rerun of the same
    *> timecards does not charge the leave twice
    01 taken-capacity pic 9(4) value 5000.
    01 taken-count pic 9(4) value 0.
    01 taken-table occurs 5000 times.
        05 taken-key pic X(24).
    01 taken-idx pic 9(4) value 0.
    01 taken-pair-key pic X(24) value spaces.
    01 taken-found-flag pic 9(1) value 0.
        88 taken-on-ledger value 1 false 0.

    01 period-date pic 9(8) value 0.
    01 period-year pic 9(4) value 0.
    01 leave-year-flag pic 9(1) value 1.
        88 leave-year-open value 1 false 0.
    01 leave-available pic s9(5)v99 value 0.
    01 leave-balance pic s9(5)v99 value 0.
    01 leave-hours pic s9(5)v99 value 0.
    01 leave-type pic X(7) value spaces.
    01 leave-reference pic X(30) value spaces.
    01 leave-posted-count pic 9(5) value 0.
    01 accrual-count pic 9(5) value 0.
    01 days-to-year-end pic 9(3) value 0.
    01 periods-to-year-end pic 9(3) value 0.
    01 projected-balance pic s9(5)v99 value 0.
    01 at-risk-hours pic s9(5)v99 value 0.
    01 at-risk-count pic 9(5) value 0.
    01 ledger-hours-display pic -9(5).99.
    01 leave-display pic -(5)9.99.
    01 leave-display-2 pic -(5)9.99.
    01 leave-display-3 pic -(5)9.99.
    01 leave-display-4 pic -(5)9.99.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 hours-display pic Z(3)9.9.
    01 limit-display pic Z9.9.
    01 dept-hours-display pic Z(5)9.9.
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> daily hours over the limit flag -- the three things payroll
    *> kicks back today because nothing checked them. Clean lines
    *> accumulate by employee and department into the summary.
    *>
    *> With leave rates on disk the run is also the pay period's
    *> leave posting: every rostered employee accrues at the rate
    *> for their department, else their status, else the ALL row;
    *> a card charged to a leave code is leave taken and must fit
    *> the available balance. The leave balance statement and, from
    *> October on, the use-or-lose report come out of the same run.
    *> Once the fiscal year-end has opened leave years in
    *> leave-periods.dat, a pay period in an unopened year accrues
    *> nothing until that year is opened.
    *>
    *> leave ledger layout (fixed offsets, parsed by position):
    *>   1-14  timestamp yyyymmddhhmmss
    *>   16-21 employee id
    *>   23-30 date: the pay period for ACCRUE, the day for TAKEN
    *>   32-38 type ACCRUE, TAKEN, ADJUST (signed) or FORFEIT
    *>   40-49 leave code
    *>   51-59 hours, signed
    *>   61-90 reference
    *>*************************************************************
    main.
        move "PAYROLL" to auth-role
        move "post-timecards" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "timecard posting starting..."

        accept limit-param from argument-value
            goback
        end-if

        perform load-leave-rates
        if leave-enabled
            perform find-pay-period
            perform load-leave-ledger
            call "CBL_CHECK_FILE_EXIST" using './leave-ledger.dat', file-info end-call
            if return-code equal to 0
                open extend leaveledger
            else
                open output leaveledger
            end-if
            move 0 to return-code
            perform check-leave-year-open
            if leave-year-open
                perform post-period-accruals
            else
                display "*** LEAVE: leave year " period-year
                    " is not open - no accruals posted for period " period-date " ***"
            end-if
        end-if

        open input timecardfile
        open output exceptionfile
        open output postedfile

        perform until exit
            read timecardfile

        close timecardfile
        close exceptionfile
        close postedfile

        perform write-summary-report
        if leave-enabled
            close leaveledger
            perform write-leave-statement
            perform write-use-or-lose-report
            display "leave: period " period-date ", " accrual-count " accrual(s), "
                leave-posted-count " leave day(s) taken"
        end-if

        display "timecard posting done: " card-count " line(s), "
            posted-count " posted, " exception-count " exception(s)"
            display "*** WARNING: roster table at capacity -- remaining employees not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring roster-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            or trim(csv-field(1)) is not numeric
        move numval(csv-field(1)) to roster-id(roster-count)
        move csv-field(2) to roster-name(roster-count)
        move csv-field(3) to roster-dept(roster-count)
        move csv-field(4) to roster-status(roster-count)
        move 0 to roster-hours(roster-count)
        exit paragraph
    .
            exit paragraph
        end-if

        if leave-enabled
            move card-charge to find-code
            perform find-leave-code
            if leave-code-found
                perform post-leave-taken
                exit paragraph
            end-if
        end-if

        perform record-posted-day
        move "W" to posted-kind
        perform write-posted-rec
        add card-hours to roster-hours(roster-idx)
        perform accumulate-department-hours
        add 1 to posted-count
        exit paragraph
    .

    write-posted-rec.
        move card-hours to hours-display
        move spaces to posted-rec
        string roster-id(roster-idx) "|" card-date "|" trim(hours-display) "|"
            trim(card-charge) "|" posted-kind "|" trim(roster-name(roster-idx)) "|"
            trim(roster-dept(roster-idx)) into posted-rec
        write posted-rec
        exit paragraph
    .

    write-exception-rec.
        add 1 to exception-count
        move spaces to exception-rec
        close summaryfile
        exit paragraph
    .

    load-leave-rates.
        call "CBL_CHECK_FILE_EXIST" using './leave-rates.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input ratefile
        perform until exit
            read ratefile
                at end
                    exit perform
                not at end
                    perform store-rate-rec
            end-read
        end-perform
        close ratefile
        if rate-count > 0
            set leave-enabled to true
        end-if
        display "leave rates loaded: " rate-count " row(s), " leave-code-count " leave code(s)"
        exit paragraph
    .

    store-rate-rec.
        if rate-rec(1:1) equal to "*" or rate-rec equal to spaces
            exit paragraph
        end-if
        if rate-count >= rate-capacity
            display "*** WARNING: leave rate table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4) csv-field(5)
        unstring rate-rec delimited by "|"
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4) csv-field(5)
        end-unstring
        move upper-case(csv-field(2)) to csv-field(2)
        if trim(csv-field(1)) equal to spaces
            or (trim(csv-field(2)) not equal to "DEPT"
                and trim(csv-field(2)) not equal to "STATUS"
                and trim(csv-field(2)) not equal to "ALL")
            or test-numval(csv-field(4)) not equal to 0
            display "leave rate row skipped: " trim(rate-rec)
            exit paragraph
        end-if
        add 1 to rate-count
        move csv-field(1) to rate-code(rate-count)
        move csv-field(2) to rate-basis(rate-count)
        move csv-field(3) to rate-key(rate-count)
        move numval(csv-field(4)) to rate-hours(rate-count)
        move 0 to rate-cap(rate-count)
        if trim(csv-field(5)) not equal to spaces
            and test-numval(csv-field(5)) equal to 0
            move numval(csv-field(5)) to rate-cap(rate-count)
        end-if

        move rate-code(rate-count) to find-code
        perform find-leave-code
        if not leave-code-found
            if leave-code-count >= leave-code-capacity
                display "*** WARNING: leave code table at capacity ***"
                exit paragraph
            end-if
            add 1 to leave-code-count
            move find-code to leave-code(leave-code-count)
        end-if
        exit paragraph
    .

    find-leave-code.
        set leave-code-found to false
        perform varying leave-code-idx from 1 by 1
                until leave-code-idx > leave-code-count
            if leave-code(leave-code-idx) equal to find-code
                set leave-code-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    *> the pay period is the latest valid day on the timecards, or
    *> today when there are none
    find-pay-period.
        move 0 to period-date
        call "CBL_CHECK_FILE_EXIST" using './timecards.dat', file-info end-call
        if return-code equal to 0
            open input timecardfile
            perform until exit
                read timecardfile
                    at end
                        exit perform
                    not at end
                        move spaces to csv-field(2)
                        unstring timecard-rec delimited by "|"
                            into csv-field(1) csv-field(2)
                        end-unstring
                        if trim(csv-field(2)) is numeric
                            and numval(csv-field(2)) > period-date
                            move numval(csv-field(2)) to period-date
                        end-if
                end-read
            end-perform
            close timecardfile
        end-if
        move 0 to return-code
        if period-date equal to 0
            move current-date(1:8) to period-date
        end-if
        move period-date(1:4) to period-year
        exit paragraph
    .

    *> with no leave calendar on disk every year is open
    check-leave-year-open.
        set leave-year-open to true
        call "CBL_CHECK_FILE_EXIST" using './leave-periods.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        set leave-year-open to false
        open input periodfile
        perform until exit
            read periodfile
                at end
                    exit perform
                not at end
                    if period-rec(1:4) equal to period-year
                        set leave-year-open to true
                        exit perform
                    end-if
            end-read
        end-perform
        close periodfile
        exit paragraph
    .

    *> balances carried forward: everything on the ledger before
    *> this run is the opening balance
    load-leave-ledger.
        call "CBL_CHECK_FILE_EXIST" using './leave-ledger.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input leaveledger
        perform until exit
            read leaveledger
                at end
                    exit perform
                not at end
                    perform take-ledger-rec
            end-read
        end-perform
        close leaveledger
        exit paragraph
    .

    take-ledger-rec.
        if leave-rec(16:6) is not numeric or leave-rec(23:8) is not numeric
            exit paragraph
        end-if
        move leave-rec(16:6) to find-emp
        move leave-rec(40:10) to find-code
        perform find-balance-entry
        if not bal-found
            exit paragraph
        end-if
        move numval(leave-rec(51:9)) to leave-hours
        evaluate leave-rec(32:7)
            when "ACCRUE"
            when "ADJUST"
                add leave-hours to bal-opening(bal-idx)
                if leave-rec(23:4) equal to period-date(1:4)
                    add leave-hours to bal-ytd-accrued(bal-idx)
                end-if
                if leave-rec(32:7) equal to "ACCRUE"
                    and numval(leave-rec(23:8)) equal to period-date
                    set bal-period-accrued(bal-idx) to true
                end-if
            when "TAKEN"
            when "FORFEIT"
                subtract leave-hours from bal-opening(bal-idx)
                if leave-rec(23:4) equal to period-date(1:4)
                    and leave-rec(32:7) equal to "TAKEN"
                    add leave-hours to bal-ytd-taken(bal-idx)
                end-if
                if leave-rec(32:7) equal to "TAKEN"
                    perform remember-ledger-taken
                end-if
            when other
                continue
        end-evaluate
        exit paragraph
    .

    remember-ledger-taken.
        if taken-count >= taken-capacity
            display "*** WARNING: leave-taken table at capacity -- rerun coverage incomplete ***"
            exit paragraph
        end-if
        add 1 to taken-count
        move spaces to taken-key(taken-count)
        string leave-rec(16:6) leave-rec(23:8) leave-rec(40:10)
            delimited by size into taken-key(taken-count)
        exit paragraph
    .

    *> an employee's balance for one leave code, added on first use
    find-balance-entry.
        set bal-found to false
        perform varying bal-idx from 1 by 1 until bal-idx > balance-count
            if bal-emp(bal-idx) equal to find-emp
                and bal-code(bal-idx) equal to find-code
                set bal-found to true
                exit perform
            end-if
        end-perform
        if bal-found
            exit paragraph
        end-if
        if balance-count >= balance-capacity
            display "*** WARNING: leave balance table at capacity ***"
            exit paragraph
        end-if
        add 1 to balance-count
        move balance-count to bal-idx
        move find-emp to bal-emp(bal-idx)
        move find-code to bal-code(bal-idx)
        move 0 to bal-rate-idx(bal-idx)
        move 0 to bal-opening(bal-idx)
        move 0 to bal-accrued(bal-idx)
        move 0 to bal-taken(bal-idx)
        move 0 to bal-ytd-accrued(bal-idx)
        move 0 to bal-ytd-taken(bal-idx)
        set bal-period-accrued(bal-idx) to false
        set bal-found to true
        exit paragraph
    .

    post-period-accruals.
        perform varying roster-idx from 1 by 1 until roster-idx > roster-count
            perform varying leave-code-idx from 1 by 1
                    until leave-code-idx > leave-code-count
                perform accrue-one-code
            end-perform
        end-perform
        exit paragraph
    .

    *> the department's rate, else the status's, else the ALL row
    accrue-one-code.
        move 0 to best-rate-idx
        move 0 to best-rate-rank
        perform varying rate-idx from 1 by 1 until rate-idx > rate-count
            if rate-code(rate-idx) equal to leave-code(leave-code-idx)
                evaluate true
                    when rate-basis(rate-idx) equal to "DEPT"
                        and rate-key(rate-idx) equal to roster-dept(roster-idx)
                        move rate-idx to best-rate-idx
                        move 3 to best-rate-rank
                    when rate-basis(rate-idx) equal to "STATUS"
                        and rate-key(rate-idx) equal to roster-status(roster-idx)
                        and best-rate-rank < 2
                        move rate-idx to best-rate-idx
                        move 2 to best-rate-rank
                    when rate-basis(rate-idx) equal to "ALL"
                        and best-rate-rank < 1
                        move rate-idx to best-rate-idx
                        move 1 to best-rate-rank
                end-evaluate
            end-if
        end-perform
        if best-rate-idx equal to 0
            exit paragraph
        end-if

        move roster-id(roster-idx) to find-emp
        move leave-code(leave-code-idx) to find-code
        perform find-balance-entry
        if not bal-found
            exit paragraph
        end-if
        move best-rate-idx to bal-rate-idx(bal-idx)
        if bal-period-accrued(bal-idx) or rate-hours(best-rate-idx) equal to 0
            exit paragraph
        end-if

        add rate-hours(best-rate-idx) to bal-accrued(bal-idx)
        add rate-hours(best-rate-idx) to bal-ytd-accrued(bal-idx)
        set bal-period-accrued(bal-idx) to true
        move "ACCRUE" to leave-type
        move rate-hours(best-rate-idx) to leave-hours
        move period-date to card-date
        move spaces to leave-reference
        string "rate " trim(rate-basis(best-rate-idx)) " "
            trim(rate-key(best-rate-idx)) into leave-reference
        perform write-leave-ledger-rec
        add 1 to accrual-count
        exit paragraph
    .

    *> a leave day posts against the balance as it stands, this
    *> period's accrual and earlier days of the same cards included
    post-leave-taken.
        move numval(card-id) to find-emp
        move card-charge to find-code
        perform find-balance-entry
        if not bal-found
            move "no room to carry this leave balance" to exception-reason
            perform write-exception-rec
            exit paragraph
        end-if

        move spaces to taken-pair-key
        string find-emp card-date card-charge delimited by size into taken-pair-key
        set taken-on-ledger to false
        perform varying taken-idx from 1 by 1 until taken-idx > taken-count
            if taken-key(taken-idx) equal to taken-pair-key
                set taken-on-ledger to true
                exit perform
            end-if
        end-perform
        if taken-on-ledger
            perform record-posted-day
            move "L" to posted-kind
            perform write-posted-rec
            add 1 to posted-count
            exit paragraph
        end-if

        compute leave-available = bal-opening(bal-idx) + bal-accrued(bal-idx)
            - bal-taken(bal-idx)
        if card-hours > leave-available
            move leave-available to leave-display
            move spaces to exception-reason
            string "leave taken beyond available balance (" trim(leave-display)
                " hour(s))" into exception-reason
            perform write-exception-rec
            exit paragraph
        end-if

        perform record-posted-day
        move "L" to posted-kind
        perform write-posted-rec
        add card-hours to bal-taken(bal-idx)
        add card-hours to bal-ytd-taken(bal-idx)
        move "TAKEN" to leave-type
        move card-hours to leave-hours
        move "timecard" to leave-reference
        perform write-leave-ledger-rec
        add 1 to posted-count
        add 1 to leave-posted-count
        exit paragraph
    .

    write-leave-ledger-rec.
        move leave-hours to ledger-hours-display
        move spaces to leave-rec
        move current-date(1:14) to leave-rec(1:14)
        move find-emp to leave-rec(16:6)
        move card-date to leave-rec(23:8)
        move leave-type to leave-rec(32:7)
        move find-code to leave-rec(40:10)
        move ledger-hours-display to leave-rec(51:9)
        move leave-reference to leave-rec(61:30)
        write leave-rec
        exit paragraph
    .

    write-leave-statement.
        open output statementfile
        move spaces to statement-line
        string "leave balance statement for pay period ending " period-date(1:4) "-"
            period-date(5:2) "-" period-date(7:2) into statement-line
        write statement-line
        perform varying roster-idx from 1 by 1 until roster-idx > roster-count
            perform write-employee-statement
        end-perform
        close statementfile
        exit paragraph
    .

    write-employee-statement.
        move 0 to bal-found-flag
        perform varying bal-idx from 1 by 1 until bal-idx > balance-count
            if bal-emp(bal-idx) equal to roster-id(roster-idx)
                if not bal-found
                    set bal-found to true
                    move spaces to statement-line
                    write statement-line
                    move spaces to statement-line
                    string "EMPLOYEE " roster-id(roster-idx) " "
                        trim(roster-name(roster-idx))
                        " (" trim(roster-dept(roster-idx)) ")"
                        into statement-line
                    write statement-line
                end-if
                compute leave-balance = bal-opening(bal-idx) + bal-accrued(bal-idx)
                    - bal-taken(bal-idx)
                move bal-opening(bal-idx) to leave-display
                move bal-accrued(bal-idx) to leave-display-2
                move bal-taken(bal-idx) to leave-display-3
                move leave-balance to leave-display-4
                move spaces to statement-line
                string "  " bal-code(bal-idx) " opening " leave-display
                    " accrued " leave-display-2 " taken " leave-display-3
                    " balance " leave-display-4 into statement-line
                write statement-line
                move bal-ytd-accrued(bal-idx) to leave-display
                move bal-ytd-taken(bal-idx) to leave-display-2
                move spaces to statement-line
                string "             " period-year " to date: accrued " leave-display
                    " taken " leave-display-2 into statement-line
                write statement-line
            end-if
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> Use-or-lose: from October on, every balance projected past
    *> its leave code's carryover cap at December 31 -- this
    *> balance plus the weekly accruals still to come -- with the
    *> hours that will be lost unless taken.
    *>*************************************************************
    write-use-or-lose-report.
        open output uselosefile
        move spaces to uselose-line
        string "use-or-lose for year end " period-year "-12-31, as of pay period "
            period-date(1:4) "-" period-date(5:2) "-" period-date(7:2)
            into uselose-line
        write uselose-line
        if period-date(5:2) < "10"
            move "  not due until the pay periods from October on" to uselose-line
            write uselose-line
            close uselosefile
            exit paragraph
        end-if

        compute days-to-year-end =
            integer-of-date(period-year * 10000 + 1231) - integer-of-date(period-date)
        compute periods-to-year-end = days-to-year-end / 7
        move 0 to at-risk-count
        perform varying bal-idx from 1 by 1 until bal-idx > balance-count
            perform check-use-or-lose
        end-perform
        if at-risk-count equal to 0
            move "  no balance is projected over its carryover cap" to uselose-line
            write uselose-line
        end-if
        close uselosefile
        if at-risk-count > 0
            display "*** LEAVE: " at-risk-count " balance(s) at risk of use-or-lose - see leave-use-or-lose.txt ***"
        end-if
        exit paragraph
    .

    check-use-or-lose.
        move bal-rate-idx(bal-idx) to rate-idx
        if rate-idx equal to 0
            exit paragraph
        end-if
        if rate-cap(rate-idx) equal to 0
            exit paragraph
        end-if
        compute projected-balance = bal-opening(bal-idx) + bal-accrued(bal-idx)
            - bal-taken(bal-idx) + (rate-hours(rate-idx) * periods-to-year-end)
        if projected-balance not > rate-cap(rate-idx)
            exit paragraph
        end-if
        compute at-risk-hours = projected-balance - rate-cap(rate-idx)
        add 1 to at-risk-count
        perform varying roster-idx from 1 by 1 until roster-idx > roster-count
            if roster-id(roster-idx) equal to bal-emp(bal-idx)
                exit perform
            end-if
        end-perform
        move projected-balance to leave-display
        move rate-cap(rate-idx) to leave-display-2
        move at-risk-hours to leave-display-3
        move spaces to uselose-line
        if roster-idx > roster-count
            string "  " bal-emp(bal-idx) " " bal-code(bal-idx)
                " year-end balance " leave-display " cap " leave-display-2
                " at risk " leave-display-3 into uselose-line
        else
            string "  " bal-emp(bal-idx) " " roster-name(roster-idx) " "
                bal-code(bal-idx) " year-end balance " leave-display " cap "
                leave-display-2 " at risk " leave-display-3 into uselose-line
        end-if
        write uselose-line
        exit paragraph
    .
