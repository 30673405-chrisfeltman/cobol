       >>source format is free
identification division.
    program-id. operator-activity-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> operator-auth's log of every sign-on, sign-off and
            *> authorization: stamp|operator|program|role|outcome|detail
            select activityfile
            assign to './operator-activity.log'
            organization is line sequential.

            select reportfile
            assign to './operator-activity-report.txt'
            organization is line sequential.

data division.
    file section.
        fd activityfile.
        01 activity-rec pic X(400).

        fd reportfile.
        01 report-line pic X(132).

working-storage section.
    01 from-param pic X(8) value spaces.
    01 to-param pic X(8) value spaces.
    01 from-date pic 9(8) value 0.
    01 to-date pic 9(8) value 0.
    01 activity-field pic X(60) occurs 6 times.
    01 activity-date pic 9(8) value 0.
    *> a log line with its chain seal taken off
    01 chain-line pic X(400) value spaces.

    *> one row per operator and program run
    01 run-capacity pic 9(4) value 3000.
    01 run-count pic 9(4) value 0.
    01 run-table occurs 3000 times indexed by run-idx.
        05 run-key.
            10 run-operator pic X(8).
            10 run-program pic X(30).
        05 run-granted pic 9(5).
        05 run-refused pic 9(5).
        05 run-first pic X(14).
        05 run-last pic X(14).
    01 run-hold pic X(76) value spaces.
    01 find-key.
        05 find-operator pic X(8).
        05 find-program pic X(30).
    01 sort-idx pic 9(4) value 0.
    01 sort-back pic 9(4) value 0.
    01 current-operator pic X(8) value spaces.

    *> the refusals, in log order, for the detail section
    01 refusal-capacity pic 9(4) value 2000.
    01 refusal-count pic 9(4) value 0.
    01 refusal-table occurs 2000 times indexed by refusal-idx.
        05 refusal-line pic X(132).

    01 line-count pic 9(6) value 0.
    01 granted-total pic 9(6) value 0.
    01 refused-total pic 9(6) value 0.
    01 granted-display pic z(4)9.
    01 refused-display pic z(4)9.

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
    *> Who ran what: every maintenance and posting run, sign-on and
    *> sign-off on the operator activity log between two dates,
    *> counted per operator and program with the first and last
    *> time, then every refusal in full -- the refusals being the
    *> part an auditor reads first.
    *>
    *>   operator-activity-report [from-date [to-date]]
    *>   (yyyymmdd; default the month to date)
    *>*************************************************************
    main.
        accept from-param from argument-value
        accept to-param from argument-value
        move current-date(1:8) to to-date
        if to-param is numeric
            move to-param to to-date
        end-if
        if from-param is numeric
            move from-param to from-date
        else
            move to-date to from-date
            move "01" to from-date(7:2)
        end-if

        call "CBL_CHECK_FILE_EXIST" using './operator-activity.log', file-info end-call
        if return-code not equal to 0
            display "no operator activity on disk - nothing to report"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        call "audit-chain" end-call  *> load the module so its entry points resolve
        open input activityfile
        perform until exit
            read activityfile
                at end
                    exit perform
                not at end
                    perform take-activity-rec
            end-read
        end-perform
        close activityfile

        perform sort-runs
        perform write-activity-report

        display "operator activity " from-date " to " to-date ": " line-count
            " line(s), " granted-total " granted, " refused-total
            " refused - see operator-activity-report.txt"
        goback
    .

    take-activity-rec.
        move activity-rec to chain-line
        call "chain-unseal" using chain-line end-call
        move chain-line to activity-rec
        if activity-rec(1:8) is not numeric
            exit paragraph
        end-if
        move activity-rec(1:8) to activity-date
        if activity-date < from-date or activity-date > to-date
            exit paragraph
        end-if
        move spaces to activity-field(1) activity-field(2) activity-field(3)
            activity-field(4) activity-field(5) activity-field(6)
        unstring activity-rec delimited by "|"
            into activity-field(1) activity-field(2) activity-field(3)
                activity-field(4) activity-field(5) activity-field(6)
        end-unstring
        add 1 to line-count

        move activity-field(2)(1:8) to find-operator
        move activity-field(3)(1:30) to find-program
        perform varying run-idx from 1 by 1 until run-idx > run-count
            if run-key(run-idx) equal to find-key
                exit perform
            end-if
        end-perform
        if run-idx > run-count
            if run-count >= run-capacity
                display "*** WARNING: activity table at capacity ***"
                exit paragraph
            end-if
            add 1 to run-count
            set run-idx to run-count
            move find-key to run-key(run-idx)
            move 0 to run-granted(run-idx) run-refused(run-idx)
            move activity-field(1)(1:14) to run-first(run-idx)
        end-if
        move activity-field(1)(1:14) to run-last(run-idx)

        if activity-field(5)(1:7) equal to "REFUSED"
            add 1 to run-refused(run-idx) refused-total
            if refusal-count < refusal-capacity
                add 1 to refusal-count
                move activity-rec to refusal-line(refusal-count)
            end-if
        else
            add 1 to run-granted(run-idx) granted-total
        end-if
        exit paragraph
    .

    sort-runs.
        perform varying sort-idx from 2 by 1 until sort-idx > run-count
            move run-table(sort-idx) to run-hold
            move sort-idx to sort-back
            perform until sort-back <= 1
                if run-key(sort-back - 1) <= run-hold(1:38)
                    exit perform
                end-if
                move run-table(sort-back - 1) to run-table(sort-back)
                subtract 1 from sort-back
            end-perform
            move run-hold to run-table(sort-back)
        end-perform
        exit paragraph
    .

    write-activity-report.
        open output reportfile
        move spaces to report-line
        string "OPERATOR ACTIVITY " from-date(1:4) "-" from-date(5:2) "-" from-date(7:2)
            " to " to-date(1:4) "-" to-date(5:2) "-" to-date(7:2)
            delimited by size into report-line
        write report-line
        move spaces to report-line
        write report-line
        move "OPERATOR PROGRAM                        GRANTED REFUSED FIRST          LAST"
            to report-line
        write report-line

        move spaces to current-operator
        perform varying run-idx from 1 by 1 until run-idx > run-count
            if run-operator(run-idx) not equal to current-operator
                and current-operator not equal to spaces
                move spaces to report-line
                write report-line
            end-if
            move run-operator(run-idx) to current-operator
            move run-granted(run-idx) to granted-display
            move run-refused(run-idx) to refused-display
            move spaces to report-line
            string run-operator(run-idx) " " run-program(run-idx) " "
                granted-display "   " refused-display "   " run-first(run-idx) " "
                run-last(run-idx) delimited by size into report-line
            write report-line
        end-perform

        move spaces to report-line
        write report-line
        move granted-total to granted-display
        move refused-total to refused-display
        move spaces to report-line
        string "TOTAL                                   " granted-display "   "
            refused-display delimited by size into report-line
        write report-line

        move spaces to report-line
        write report-line
        move "REFUSED" to report-line
        write report-line
        if refusal-count equal to 0
            move "  none" to report-line
            write report-line
        end-if
        perform varying refusal-idx from 1 by 1 until refusal-idx > refusal-count
            move spaces to report-line
            string "  " refusal-line(refusal-idx) delimited by size into report-line
            write report-line
        end-perform
        close reportfile
        exit paragraph
    .
