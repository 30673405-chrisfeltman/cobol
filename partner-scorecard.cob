       >>source format is free
identification division.
    program-id. partner-scorecard.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the partner list -- every code with rows in the layout
            *> catalog gets a scorecard
            select layoutfile
            assign to './partner-layouts.dat'
            organization is line sequential.

            *> when each partner owes us an extract:
            *>   partner-code,file-prefix,frequency,cutoff-hhmm
            *> frequency as the batch calendar spells it: DAILY,
            *> WEEKDAYS, DOW=n (Sunday=0), DOM=nn, MONTHEND
            select schedulefile
            assign to './partner-delivery-schedule.dat'
            organization is line sequential.

            *> what the landing-zone sweep took in, one line per
            *> extract, with readfixed's counts for it
            select deliveryfile
            assign to './partner-deliveries.dat'
            organization is line sequential.

            *> the outbound hand-offs and their acks
            select sentregister
            assign to './sent-register.dat'
            organization is line sequential.

            *> one line of raw counts per month per partner -- the
            *> rolling trend reads back through it
            select historyfile
            assign to './partner-scorecard-history.dat'
            organization is line sequential.

            select newhistoryfile
            assign to './partner-scorecard-history.dat.tmp'
            organization is line sequential.

            select reportfile
            assign to './partner-scorecard.txt'
            organization is line sequential.

data division.
    file section.
        fd layoutfile.
        01 layout-rec pic X(80).

        fd schedulefile.
        01 schedule-rec pic X(80).

        fd deliveryfile.
        01 delivery-rec pic X(200).

        fd sentregister.
        01 sent-register-rec pic X(80).

        fd historyfile.
        01 history-rec pic X(200).

        fd newhistoryfile.
        01 new-history-rec pic X(200).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    *> month to score and trend length, the two arguments
    01 month-param pic X(6) value spaces.
    01 score-month pic 9(6) value 0.
    01 trend-param pic X(4) value spaces.
    01 trend-months pic 9(2) value 6.
    01 today-date pic 9(8) value 0.
    01 month-first-date pic 9(8) value 0.
    01 month-next-first-date pic 9(8) value 0.
    01 month-day-count pic 9(2) value 0.
    01 month-day pic 9(2) value 0.

    01 csv-field pic X(40) occurs 4 times.
    01 pipe-field pic X(40) occurs 17 times.
    01 pipe-idx pic 9(2) value 0.

    *> one slot per partner, this month's counts beside its
    *> schedule
    01 partner-capacity pic 9(3) value 100.
    01 partner-count pic 9(3) value 0.
    01 partner-table occurs 100 times indexed by partner-idx.
        05 pt-code pic X(8).
        05 pt-scheduled-flag pic 9(1).
            88 pt-scheduled value 1 false 0.
        05 pt-frequency pic X(10).
        05 pt-cutoff pic 9(4).
        05 pt-due pic 9(3).
        05 pt-on-time pic 9(3).
        05 pt-late pic 9(3).
        05 pt-missed pic 9(3).
        05 pt-files pic 9(5).
        05 pt-redrops pic 9(5).
        05 pt-read pic 9(9).
        05 pt-bad-length pic 9(9).
        05 pt-layout pic 9(9).
        05 pt-field pic 9(9).
        05 pt-duplicates pic 9(9).
        05 pt-dead-letters pic 9(9).
        05 pt-sent pic 9(7).
        05 pt-acked pic 9(7).
        05 pt-ack-days pic 9(9).
    01 partner-found-flag pic 9(1) value 0.
        88 partner-found value 1 false 0.
    01 lookup-code pic X(8) value spaces.

    *> the month's arrivals, in sweep order
    01 arrival-capacity pic 9(5) value 20000.
    01 arrival-count pic 9(5) value 0.
    01 arrival-table occurs 20000 times indexed by arrival-idx.
        05 arr-partner pic X(8).
        05 arr-stamp pic 9(12).
        05 arr-claimed-flag pic 9(1).
            88 arr-claimed value 1 false 0.
    01 best-arrival-idx pic 9(5) value 0.
    01 best-arrival-stamp pic 9(12) value 0.

    *> due-date workspace
    01 check-date pic 9(8) value 0.
    01 check-date-parts redefines check-date.
        05 check-yyyy pic 9(4).
        05 check-mo pic 9(2).
        05 check-dd pic 9(2).
    01 check-integer pic 9(8) value 0.
    01 check-dow pic 9(1) value 0.
    01 check-next-date pic 9(8) value 0.
    01 check-next-parts redefines check-next-date.
        05 check-next-yyyy pic 9(4).
        05 check-next-mo pic 9(2).
        05 check-next-dd pic 9(2).
    01 due-flag pic 9(1) value 0.
        88 date-is-due value 1 false 0.
    01 freq-number pic 9(2) value 0.
    01 due-date pic 9(8) value 0.
    01 due-stamp pic 9(12) value 0.
    01 prev-due-stamp pic 9(12) value 0.
    01 next-due-stamp pic 9(12) value 0.
    01 step-integer pic 9(8) value 0.
    01 step-count pic 9(3) value 0.

    *> delivery and register line workspace
    01 delivery-month pic 9(6) value 0.
    01 handoff-date pic 9(8) value 0.
    01 ack-turnaround pic s9(5) value 0.

    *> history kept from earlier runs, less the month being scored
    01 history-capacity pic 9(4) value 5000.
    01 history-count pic 9(4) value 0.
    01 history-table occurs 5000 times indexed by history-idx.
        05 hist-line pic X(200).
        05 hist-month pic 9(6).
        05 hist-partner pic X(8).
    01 trend-month pic 9(6) value 0.
    01 trend-month-parts redefines trend-month.
        05 trend-yyyy pic 9(4).
        05 trend-mo pic 9(2).
    01 trend-step pic 9(2) value 0.
    01 trend-found-flag pic 9(1) value 0.
        88 trend-found value 1 false 0.

    *> rate workspace
    01 rate-numerator pic 9(9) value 0.
    01 rate-denominator pic 9(9) value 0.
    01 rate-pct pic 9(3)v9 value 0.
    01 rate-display pic ZZ9.9.
    01 ontime-display pic ZZ9.9.
    01 reject-display pic ZZ9.9.
    01 dup-display pic ZZ9.9.
    01 ack-avg pic 9(5)v9 value 0.
    01 ack-avg-display pic ZZZZ9.9.
    01 trend-ack-display pic X(8) value spaces.
    01 trend-ontime-text pic X(6) value spaces.
    01 reject-total pic 9(9) value 0.

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
    *> Monthly scorecard per data partner, keyed by the partner's
    *> code in partner-layouts.dat:
    *>   - on-time delivery: each due date in the month (from the
    *>     delivery schedule) is met by the first extract whose
    *>     marker landed after the previous due cutoff -- on time
    *>     by the cutoff, late before the next one, else missed
    *>   - reject rate by reason, from the reconciliation counts
    *>     the sweep logged per extract: bad length, layout
    *>     mismatch, field-edit failures, dead-lettered loads
    *>   - duplicate rate: rows the dup policy dropped, plus whole
    *>     extracts re-dropped after they had been processed
    *>   - average ack turnaround on the month's hand-offs
    *> Each month's raw counts are kept in the scorecard history,
    *> replaced on a rerun, and the report closes each partner
    *> with a rolling trend over the months before it.
    *>
    *>   partner-scorecard [yyyymm] [trend-months]
    *>*************************************************************
    main.
        display "partner scorecard starting..."
        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date

        accept month-param from argument-value
        if month-param is numeric
            and month-param(5:2) >= "01" and month-param(5:2) <= "12"
            move month-param to score-month
        else
            move current-timestamp(1:6) to score-month
        end-if
        accept trend-param from argument-value
        if trim(trend-param) not equal to spaces
            and trim(trend-param) is numeric
            and numval(trend-param) > 0 and numval(trend-param) < 25
            move numval(trend-param) to trend-months
        end-if

        compute month-first-date = score-month * 100 + 1
        move month-first-date to check-date
        perform compute-next-month-first
        compute month-day-count = integer-of-date(month-next-first-date)
            - integer-of-date(month-first-date)

        perform load-partners
        if partner-count equal to 0
            display "no partners in partner-layouts.dat - nothing to score"
            move 1 to return-code
            goback
        end-if
        perform load-delivery-schedule
        perform load-deliveries
        perform load-sent-register
        perform score-on-time-delivery

        perform load-history
        perform write-history

        open output reportfile
        perform write-report-header
        perform varying partner-idx from 1 by 1 until partner-idx > partner-count
            perform write-partner-card
        end-perform
        close reportfile

        display "scorecard for " score-month " written for " partner-count
            " partner(s) to partner-scorecard.txt"
        goback
    .

    load-partners.
        call "CBL_CHECK_FILE_EXIST" using './partner-layouts.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input layoutfile
        perform until exit
            read layoutfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1)
                    unstring layout-rec delimited by "," into csv-field(1)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        move upper-case(trim(csv-field(1))) to lookup-code
                        perform find-or-add-partner
                    end-if
            end-read
        end-perform
        close layoutfile
        exit paragraph
    .

    find-or-add-partner.
        perform find-partner
        if partner-found
            exit paragraph
        end-if
        if partner-count >= partner-capacity
            display "*** WARNING: partner table at capacity -- partner "
                trim(lookup-code) " not scored ***"
            exit paragraph
        end-if
        add 1 to partner-count
        set partner-idx to partner-count
        initialize partner-table(partner-idx)
        move lookup-code to pt-code(partner-idx)
        set pt-scheduled(partner-idx) to false
        set partner-found to true
        exit paragraph
    .

    find-partner.
        set partner-found to false
        perform varying partner-idx from 1 by 1 until partner-idx > partner-count
            if pt-code(partner-idx) equal to lookup-code
                set partner-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    load-delivery-schedule.
        call "CBL_CHECK_FILE_EXIST" using './partner-delivery-schedule.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no partner delivery schedule on disk - on-time delivery not scored"
            exit paragraph
        end-if
        open input schedulefile
        perform until exit
            read schedulefile
                at end
                    exit perform
                not at end
                    perform store-schedule-row
            end-read
        end-perform
        close schedulefile
        exit paragraph
    .

    store-schedule-row.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring schedule-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            or csv-field(1)(1:1) equal to "*"
            exit paragraph
        end-if
        move upper-case(trim(csv-field(1))) to lookup-code
        perform find-partner
        if not partner-found
            display "*** WARNING: schedule row for " trim(lookup-code)
                ", which has no partner-layouts.dat entry -- ignored ***"
            exit paragraph
        end-if
        set pt-scheduled(partner-idx) to true
        move upper-case(trim(csv-field(3))) to pt-frequency(partner-idx)
        if trim(csv-field(4)) is numeric
            move numval(csv-field(4)) to pt-cutoff(partner-idx)
        else
            move 2359 to pt-cutoff(partner-idx)
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> The sweep's delivery lines for the month: counts summed per
    *> partner, arrivals kept for the on-time matching. A whole
    *> file dropped again is a re-drop, not a delivery.
    *>   date|partner|arrival|status|read|bad-length|layout|
    *>   field|duplicates|dead-letters|file
    *>*************************************************************
    load-deliveries.
        call "CBL_CHECK_FILE_EXIST" using './partner-deliveries.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no partner deliveries logged yet"
            exit paragraph
        end-if
        open input deliveryfile
        perform until exit
            read deliveryfile
                at end
                    exit perform
                not at end
                    perform take-delivery-line
            end-read
        end-perform
        close deliveryfile
        exit paragraph
    .

    take-delivery-line.
        perform split-pipe-line-delivery
        if trim(pipe-field(3)) is not numeric
            exit paragraph
        end-if
        move pipe-field(3)(1:6) to delivery-month
        if delivery-month not equal to score-month
            exit paragraph
        end-if
        move upper-case(trim(pipe-field(2))) to lookup-code
        perform find-partner
        if not partner-found
            exit paragraph
        end-if

        if trim(pipe-field(4)) equal to "DUPLICATE"
            add 1 to pt-redrops(partner-idx)
            exit paragraph
        end-if

        add 1 to pt-files(partner-idx)
        perform varying pipe-idx from 5 by 1 until pipe-idx > 10
            if trim(pipe-field(pipe-idx)) is not numeric
                move "0" to pipe-field(pipe-idx)
            end-if
        end-perform
        add numval(pipe-field(5)) to pt-read(partner-idx)
        add numval(pipe-field(6)) to pt-bad-length(partner-idx)
        add numval(pipe-field(7)) to pt-layout(partner-idx)
        add numval(pipe-field(8)) to pt-field(partner-idx)
        add numval(pipe-field(9)) to pt-duplicates(partner-idx)
        add numval(pipe-field(10)) to pt-dead-letters(partner-idx)

        if arrival-count >= arrival-capacity
            display "*** WARNING: arrival table at capacity -- later arrivals not matched to due dates ***"
            exit paragraph
        end-if
        add 1 to arrival-count
        set arrival-idx to arrival-count
        move lookup-code to arr-partner(arrival-idx)
        move numval(pipe-field(3)) to arr-stamp(arrival-idx)
        set arr-claimed(arrival-idx) to false
        exit paragraph
    .

    split-pipe-line-delivery.
        perform varying pipe-idx from 1 by 1 until pipe-idx > 17
            move spaces to pipe-field(pipe-idx)
        end-perform
        unstring delivery-rec delimited by "|"
            into pipe-field(1) pipe-field(2) pipe-field(3) pipe-field(4)
                pipe-field(5) pipe-field(6) pipe-field(7) pipe-field(8)
                pipe-field(9) pipe-field(10) pipe-field(11)
        end-unstring
        exit paragraph
    .

    *> handoff-stamp|id|status|ack-date|partner -- hand-offs made
    *> in the month, turnaround in days from hand-off to ack
    load-sent-register.
        call "CBL_CHECK_FILE_EXIST" using './sent-register.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input sentregister
        perform until exit
            read sentregister
                at end
                    exit perform
                not at end
                    perform take-register-line
            end-read
        end-perform
        close sentregister
        exit paragraph
    .

    take-register-line.
        perform varying pipe-idx from 1 by 1 until pipe-idx > 5
            move spaces to pipe-field(pipe-idx)
        end-perform
        unstring sent-register-rec delimited by "|"
            into pipe-field(1) pipe-field(2) pipe-field(3) pipe-field(4)
                pipe-field(5)
        end-unstring
        if pipe-field(1)(1:8) is not numeric
            or pipe-field(1)(1:6) not equal to score-month
            exit paragraph
        end-if
        move upper-case(trim(pipe-field(5))) to lookup-code
        if lookup-code equal to spaces
            exit paragraph
        end-if
        perform find-partner
        if not partner-found
            exit paragraph
        end-if

        add 1 to pt-sent(partner-idx)
        if trim(pipe-field(3)) not equal to "ACKED"
            or trim(pipe-field(4)) is not numeric
            exit paragraph
        end-if
        move pipe-field(1)(1:8) to handoff-date
        compute ack-turnaround = integer-of-date(numval(pipe-field(4)))
            - integer-of-date(handoff-date)
        if ack-turnaround < 0
            move 0 to ack-turnaround
        end-if
        add 1 to pt-acked(partner-idx)
        add ack-turnaround to pt-ack-days(partner-idx)
        exit paragraph
    .

    *>*************************************************************
    *> On-time matching: walk the month's due dates (up to today
    *> for the month in progress) in order. Each takes the
    *> earliest unclaimed arrival after the previous due cutoff:
    *> by its own cutoff it is on time, before the next cutoff it
    *> is late, and with none in that window the date is missed.
    *>*************************************************************
    score-on-time-delivery.
        perform varying partner-idx from 1 by 1 until partner-idx > partner-count
            if pt-scheduled(partner-idx)
                perform varying month-day from 1 by 1 until month-day > month-day-count
                    compute check-date = score-month * 100 + month-day
                    if check-date > today-date
                        exit perform
                    end-if
                    perform test-due-date
                    if date-is-due
                        move check-date to due-date
                        perform match-one-due-date
                    end-if
                end-perform
            end-if
        end-perform
        exit paragraph
    .

    match-one-due-date.
        add 1 to pt-due(partner-idx)
        compute due-stamp = due-date * 10000 + pt-cutoff(partner-idx)

        *> the due dates either side, searched a day at a time
        move 0 to prev-due-stamp
        move integer-of-date(due-date) to step-integer
        perform varying step-count from 1 by 1 until step-count > 62
            subtract 1 from step-integer
            move date-of-integer(step-integer) to check-date
            perform test-due-date
            if date-is-due
                compute prev-due-stamp = check-date * 10000 + pt-cutoff(partner-idx)
                exit perform
            end-if
        end-perform
        move 999999999999 to next-due-stamp
        move integer-of-date(due-date) to step-integer
        perform varying step-count from 1 by 1 until step-count > 62
            add 1 to step-integer
            move date-of-integer(step-integer) to check-date
            perform test-due-date
            if date-is-due
                compute next-due-stamp = check-date * 10000 + pt-cutoff(partner-idx)
                exit perform
            end-if
        end-perform

        move 0 to best-arrival-idx
        move 999999999999 to best-arrival-stamp
        perform varying arrival-idx from 1 by 1 until arrival-idx > arrival-count
            if arr-partner(arrival-idx) equal to pt-code(partner-idx)
                and not arr-claimed(arrival-idx)
                and arr-stamp(arrival-idx) > prev-due-stamp
                and arr-stamp(arrival-idx) <= next-due-stamp
                and arr-stamp(arrival-idx) < best-arrival-stamp
                move arr-stamp(arrival-idx) to best-arrival-stamp
                set best-arrival-idx to arrival-idx
            end-if
        end-perform

        evaluate true
            when best-arrival-idx equal to 0
                add 1 to pt-missed(partner-idx)
            when best-arrival-stamp <= due-stamp
                add 1 to pt-on-time(partner-idx)
                set arr-claimed(best-arrival-idx) to true
            when other
                add 1 to pt-late(partner-idx)
                set arr-claimed(best-arrival-idx) to true
        end-evaluate
        exit paragraph
    .

    *> the batch calendar's frequencies, against check-date
    test-due-date.
        set date-is-due to false
        move integer-of-date(check-date) to check-integer
        compute check-dow = mod(check-integer, 7)
        evaluate true
            when pt-frequency(partner-idx) equal to "DAILY"
                set date-is-due to true
            when pt-frequency(partner-idx) equal to "WEEKDAYS"
                if check-dow >= 1 and check-dow <= 5
                    set date-is-due to true
                end-if
            when pt-frequency(partner-idx)(1:4) equal to "DOW="
                if pt-frequency(partner-idx)(5:1) is numeric
                    and pt-frequency(partner-idx)(5:1) equal to check-dow
                    set date-is-due to true
                end-if
            when pt-frequency(partner-idx)(1:4) equal to "DOM="
                if trim(pt-frequency(partner-idx)(5:2)) is numeric
                    move numval(pt-frequency(partner-idx)(5:2)) to freq-number
                    if check-dd equal to freq-number
                        set date-is-due to true
                    end-if
                end-if
            when pt-frequency(partner-idx) equal to "MONTHEND"
                move date-of-integer(check-integer + 1) to check-next-date
                if check-next-mo not equal to check-mo
                    set date-is-due to true
                end-if
            when other
                continue
        end-evaluate
        exit paragraph
    .

    compute-next-month-first.
        if check-mo equal to 12
            compute month-next-first-date = (check-yyyy + 1) * 10000 + 101
        else
            compute month-next-first-date = check-yyyy * 10000
                + (check-mo + 1) * 100 + 1
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> History: keep every month but the one being scored, then
    *> add this run's counts for it, swapped into place the same
    *> delete-then-rename way the sent register is rewritten.
    *>   month|partner|due|on-time|late|missed|files|read|
    *>   bad-length|layout|field|duplicates|dead-letters|re-drops|
    *>   sent|acked|ack-days
    *>*************************************************************
    load-history.
        call "CBL_CHECK_FILE_EXIST" using './partner-scorecard-history.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input historyfile
        perform until exit
            read historyfile
                at end
                    exit perform
                not at end
                    if history-rec(1:6) is numeric
                        and history-rec(1:6) not equal to score-month
                        perform store-history-line
                    end-if
            end-read
        end-perform
        close historyfile
        exit paragraph
    .

    store-history-line.
        if history-count >= history-capacity
            display "*** WARNING: scorecard history at capacity -- oldest months beyond it dropped ***"
            exit paragraph
        end-if
        add 1 to history-count
        set history-idx to history-count
        move history-rec to hist-line(history-idx)
        move history-rec(1:6) to hist-month(history-idx)
        move history-rec(8:8) to hist-partner(history-idx)
        exit paragraph
    .

    write-history.
        open output newhistoryfile
        perform varying history-idx from 1 by 1 until history-idx > history-count
            move hist-line(history-idx) to new-history-rec
            write new-history-rec
        end-perform
        perform varying partner-idx from 1 by 1 until partner-idx > partner-count
            move spaces to new-history-rec
            string score-month "|" pt-code(partner-idx)
                "|" pt-due(partner-idx) "|" pt-on-time(partner-idx)
                "|" pt-late(partner-idx) "|" pt-missed(partner-idx)
                "|" pt-files(partner-idx) "|" pt-read(partner-idx)
                "|" pt-bad-length(partner-idx) "|" pt-layout(partner-idx)
                "|" pt-field(partner-idx) "|" pt-duplicates(partner-idx)
                "|" pt-dead-letters(partner-idx) "|" pt-redrops(partner-idx)
                "|" pt-sent(partner-idx) "|" pt-acked(partner-idx)
                "|" pt-ack-days(partner-idx)
                into new-history-rec
            write new-history-rec
            if history-count < history-capacity
                add 1 to history-count
                set history-idx to history-count
                move new-history-rec to hist-line(history-idx)
                move score-month to hist-month(history-idx)
                move pt-code(partner-idx) to hist-partner(history-idx)
            end-if
        end-perform
        close newhistoryfile

        call "CBL_DELETE_FILE" using './partner-scorecard-history.dat' end-call
        call "CBL_RENAME_FILE" using './partner-scorecard-history.dat.tmp',
            './partner-scorecard-history.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "partner delivery scorecard for " score-month(1:4) "-"
            score-month(5:2) " (run " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second ")"
            into report-line
        write report-line
        exit paragraph
    .

    write-partner-card.
        move spaces to report-line
        write report-line
        move spaces to report-line
        if pt-scheduled(partner-idx)
            string "PARTNER    " pt-code(partner-idx)
                " due " trim(pt-frequency(partner-idx))
                " by " pt-cutoff(partner-idx)
                into report-line
        else
            string "PARTNER    " pt-code(partner-idx)
                " (no delivery schedule)"
                into report-line
        end-if
        write report-line

        if pt-scheduled(partner-idx)
            move pt-on-time(partner-idx) to rate-numerator
            move pt-due(partner-idx) to rate-denominator
            perform compute-rate
            move spaces to report-line
            string "  DELIVERY   due " pt-due(partner-idx)
                " on-time " pt-on-time(partner-idx)
                " late " pt-late(partner-idx)
                " missed " pt-missed(partner-idx)
                " on-time% " rate-display
                into report-line
            write report-line
        end-if

        move spaces to report-line
        string "  RECORDS    read " pt-read(partner-idx)
            " in " pt-files(partner-idx) " extract(s), "
            pt-redrops(partner-idx) " extract(s) re-dropped"
            into report-line
        write report-line

        move pt-read(partner-idx) to rate-denominator
        move pt-bad-length(partner-idx) to rate-numerator
        perform compute-rate
        move spaces to report-line
        string "  REJECT     BAD-LENGTH       " pt-bad-length(partner-idx)
            " rate% " rate-display into report-line
        write report-line
        move pt-layout(partner-idx) to rate-numerator
        perform compute-rate
        move spaces to report-line
        string "  REJECT     LAYOUT-MISMATCH  " pt-layout(partner-idx)
            " rate% " rate-display into report-line
        write report-line
        move pt-field(partner-idx) to rate-numerator
        perform compute-rate
        move spaces to report-line
        string "  REJECT     FIELD-EDIT       " pt-field(partner-idx)
            " rate% " rate-display into report-line
        write report-line
        move pt-dead-letters(partner-idx) to rate-numerator
        perform compute-rate
        move spaces to report-line
        string "  REJECT     DEAD-LETTER      " pt-dead-letters(partner-idx)
            " rate% " rate-display into report-line
        write report-line

        move pt-duplicates(partner-idx) to rate-numerator
        perform compute-rate
        move spaces to report-line
        string "  DUPLICATE  rows dropped     " pt-duplicates(partner-idx)
            " rate% " rate-display into report-line
        write report-line

        move spaces to report-line
        if pt-acked(partner-idx) > 0
            compute ack-avg rounded = pt-ack-days(partner-idx) / pt-acked(partner-idx)
            move ack-avg to ack-avg-display
            string "  ACK        sent " pt-sent(partner-idx)
                " acked " pt-acked(partner-idx)
                " average turnaround " ack-avg-display " day(s)"
                into report-line
        else
            string "  ACK        sent " pt-sent(partner-idx)
                " acked 0000000 - no turnaround to average"
                into report-line
        end-if
        write report-line

        perform write-partner-trend
        exit paragraph
    .

    *> oldest month first, ending on the month being scored
    write-partner-trend.
        move spaces to report-line
        string "  TREND      month    on-time%  reject%  dup%   ack-days"
            into report-line
        write report-line

        move score-month to trend-month
        perform varying trend-step from 1 by 1 until trend-step >= trend-months
            perform step-trend-month-back
        end-perform
        perform varying trend-step from 1 by 1 until trend-step > trend-months
            perform write-trend-month
            perform step-trend-month-forward
        end-perform
        exit paragraph
    .

    write-trend-month.
        set trend-found to false
        perform varying history-idx from 1 by 1 until history-idx > history-count
            if hist-month(history-idx) equal to trend-month
                and hist-partner(history-idx) equal to pt-code(partner-idx)
                set trend-found to true
                exit perform
            end-if
        end-perform

        move spaces to report-line
        if not trend-found
            string "             " trend-yyyy "-" trend-mo "  (not scored)"
                into report-line
            write report-line
            exit paragraph
        end-if

        perform varying pipe-idx from 1 by 1 until pipe-idx > 17
            move spaces to pipe-field(pipe-idx)
        end-perform
        unstring hist-line(history-idx) delimited by "|"
            into pipe-field(1) pipe-field(2) pipe-field(3) pipe-field(4)
                pipe-field(5) pipe-field(6) pipe-field(7) pipe-field(8)
                pipe-field(9) pipe-field(10) pipe-field(11) pipe-field(12)
                pipe-field(13) pipe-field(14) pipe-field(15) pipe-field(16)
                pipe-field(17)
        end-unstring
        perform varying pipe-idx from 3 by 1 until pipe-idx > 17
            if trim(pipe-field(pipe-idx)) is not numeric
                move "0" to pipe-field(pipe-idx)
            end-if
        end-perform

        move "   n/a" to trend-ontime-text
        if numval(pipe-field(3)) > 0
            move numval(pipe-field(4)) to rate-numerator
            move numval(pipe-field(3)) to rate-denominator
            perform compute-rate
            move rate-display to ontime-display
            move spaces to trend-ontime-text
            string " " ontime-display into trend-ontime-text
        end-if

        move numval(pipe-field(8)) to rate-denominator
        compute reject-total = numval(pipe-field(9)) + numval(pipe-field(10))
            + numval(pipe-field(11)) + numval(pipe-field(13))
        move reject-total to rate-numerator
        perform compute-rate
        move rate-display to reject-display
        move numval(pipe-field(12)) to rate-numerator
        perform compute-rate
        move rate-display to dup-display

        move "     n/a" to trend-ack-display
        if numval(pipe-field(16)) > 0
            compute ack-avg rounded = numval(pipe-field(17)) / numval(pipe-field(16))
            move ack-avg to ack-avg-display
            move spaces to trend-ack-display
            string " " ack-avg-display into trend-ack-display
        end-if

        string "             " trend-yyyy "-" trend-mo "  " trend-ontime-text
            "    " reject-display "    " dup-display "  " trend-ack-display
            into report-line
        write report-line
        exit paragraph
    .

    step-trend-month-back.
        if trend-mo equal to 1
            subtract 1 from trend-yyyy
            move 12 to trend-mo
        else
            subtract 1 from trend-mo
        end-if
        exit paragraph
    .

    step-trend-month-forward.
        if trend-mo equal to 12
            add 1 to trend-yyyy
            move 1 to trend-mo
        else
            add 1 to trend-mo
        end-if
        exit paragraph
    .

    compute-rate.
        move 0 to rate-pct
        if rate-denominator > 0
            compute rate-pct rounded = rate-numerator * 100 / rate-denominator
                on size error
                    move 999.9 to rate-pct
            end-compute
        end-if
        move rate-pct to rate-display
        exit paragraph
    .
