       >>source format is free
identification division.
    program-id. capacity-monitor.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> written by the capacity-usage module at the end of each
            *> run of a job that holds data in fixed tables:
            *>   stamp|job|table|high-water|capacity
            select usagefile
            assign to './capacity-usage.log'
            organization is line sequential.

            select reportfile
            assign to './capacity-headroom.txt'
            organization is line sequential.

data division.
    file section.
        fd usagefile.
        01 usage-rec pic X(100).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    *> warn when a table will fill within this many weeks, and how
    *> many days of runs the growth rate is taken over -- the two
    *> arguments
    01 weeks-param pic X(4) value spaces.
    01 warn-weeks pic 9(3) value 8.
    01 days-param pic X(4) value spaces.
    01 trend-days pic 9(4) value 91.

    01 usage-field pic X(30) occurs 5 times.
    01 usage-stamp pic 9(14) value 0.
    01 usage-job pic X(20) value spaces.
    01 usage-table pic X(30) value spaces.
    01 usage-high-water pic 9(9) value 0.
    01 usage-capacity pic 9(9) value 0.
    01 usage-line-count pic 9(7) value 0.

    01 today-day pic 9(7) value 0.
    01 window-first-day pic 9(7) value 0.
    01 sample-day pic 9(7) value 0.
    01 sample-x pic 9(4) value 0.

    *> one series per job and table: the latest run, the peak in
    *> the window and the least-squares sums for the growth line
    01 series-capacity pic 9(3) value 200.
    01 series-count pic 9(3) value 0.
    01 series-table occurs 200 times indexed by series-idx.
        05 series-job pic X(20).
        05 series-name pic X(30).
        05 series-limit pic 9(9).
        05 series-latest-stamp pic 9(14).
        05 series-latest pic 9(9).
        05 series-peak pic 9(9).
        05 series-first-day pic 9(7).
        05 series-last-day pic 9(7).
        05 series-n pic 9(7).
        05 series-sum-x pic 9(11).
        05 series-sum-y pic 9(15).
        05 series-sum-xx pic 9(13).
        05 series-sum-xy pic 9(17).
    01 series-found-flag pic 9(1) value 0.
        88 series-found value 1 false 0.

    *> per-series workspace
    01 slope-top pic s9(18) value 0.
    01 slope-bottom pic s9(18) value 0.
    01 growth-per-week pic s9(9)v99 value 0.
    01 headroom pic s9(9) value 0.
    01 weeks-left pic 9(7)v9 value 0.
    01 used-pct pic 9(3)v9 value 0.
    01 series-status pic X(8) value spaces.

    01 limit-display pic z(8)9.
    01 latest-display pic z(8)9.
    01 peak-display pic z(8)9.
    01 pct-display pic zz9.9.
    01 growth-display pic -(8)9.9.
    01 weeks-display pic z(6)9.9.
    01 weeks-text pic X(10) value spaces.

    01 ok-count pic 9(3) value 0.
    01 warn-count pic 9(3) value 0.
    01 full-count pic 9(3) value 0.
    01 new-count pic 9(3) value 0.

    *> handed to the central alert module for each table filling
    01 alert-severity pic X(8) value "WARNING".
    01 alert-source pic X(20) value "capacity-monitor".
    01 alert-message pic X(120) value spaces.

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
    *> Trends the high-water marks the batch jobs log for their
    *> fixed in-storage tables against each table's capacity. The
    *> growth rate is the least-squares line through the runs of
    *> the trailing window (91 days unless overridden); a table
    *> that will fill inside the warning horizon (8 weeks unless
    *> overridden) at that rate is raised as a WARNING, one already
    *> full as CRITICAL -- before it starts rejecting production
    *> data as a CAPACITY reject. The full picture goes to
    *> capacity-headroom.txt.
    *>
    *>   capacity-monitor [warn-weeks] [trend-days]
    *>*************************************************************
    main.
        accept weeks-param from argument-value
        if trim(weeks-param) is numeric
            move numval(weeks-param) to warn-weeks
        end-if
        accept days-param from argument-value
        if trim(days-param) is numeric and numval(days-param) > 0
            move numval(days-param) to trend-days
        end-if

        move current-date to current-timestamp
        compute today-day = integer-of-date(numval(current-timestamp(1:8)))
        compute window-first-day = today-day - trend-days + 1

        call "CBL_CHECK_FILE_EXIST" using './capacity-usage.log', file-info end-call
        if return-code not equal to 0
            display "no capacity-usage.log yet - no job has reported its tables"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        call "ops-alert" end-call  *> load the module so its entry points resolve

        open input usagefile
        perform until exit
            read usagefile
                at end
                    exit perform
                not at end
                    perform absorb-usage-line
            end-read
        end-perform
        close usagefile

        open output reportfile
        perform write-report-header
        perform varying series-idx from 1 by 1 until series-idx > series-count
            perform judge-series
        end-perform
        perform write-report-trailer
        close reportfile

        display "capacity monitor: " series-count " table(s) from " usage-line-count
            " report(s) - " full-count " full, " warn-count " filling within "
            warn-weeks " week(s) - see capacity-headroom.txt"
        if full-count > 0 or warn-count > 0
            move 4 to return-code
        end-if
        goback
    .

    absorb-usage-line.
        move spaces to usage-field(1) usage-field(2) usage-field(3) usage-field(4)
            usage-field(5)
        unstring usage-rec delimited by "|"
            into usage-field(1) usage-field(2) usage-field(3) usage-field(4)
                usage-field(5)
        end-unstring
        if trim(usage-field(1)) is not numeric or trim(usage-field(4)) is not numeric
            or trim(usage-field(5)) is not numeric
            exit paragraph
        end-if
        move numval(usage-field(1)) to usage-stamp
        move usage-field(2) to usage-job
        move usage-field(3) to usage-table
        move numval(usage-field(4)) to usage-high-water
        move numval(usage-field(5)) to usage-capacity
        compute sample-day = integer-of-date(numval(usage-field(1)(1:8)))
        if sample-day < window-first-day or sample-day > today-day
            exit paragraph
        end-if
        add 1 to usage-line-count

        set series-found to false
        perform varying series-idx from 1 by 1 until series-idx > series-count
            if series-job(series-idx) equal to usage-job
                and series-name(series-idx) equal to usage-table
                set series-found to true
                exit perform
            end-if
        end-perform
        if not series-found
            if series-count >= series-capacity
                display "*** WARNING: series table at capacity -- " trim(usage-job) " "
                    trim(usage-table) " not trended ***"
                exit paragraph
            end-if
            add 1 to series-count
            set series-idx to series-count
            move usage-job to series-job(series-idx)
            move usage-table to series-name(series-idx)
            move 0 to series-latest-stamp(series-idx) series-peak(series-idx)
                series-n(series-idx) series-sum-x(series-idx) series-sum-y(series-idx)
                series-sum-xx(series-idx) series-sum-xy(series-idx)
                series-last-day(series-idx)
            move sample-day to series-first-day(series-idx)
        end-if

        *> the latest run's capacity stands, so a table that was
        *> enlarged is judged against its new size
        if usage-stamp >= series-latest-stamp(series-idx)
            move usage-stamp to series-latest-stamp(series-idx)
            move usage-high-water to series-latest(series-idx)
            move usage-capacity to series-limit(series-idx)
        end-if
        if usage-high-water > series-peak(series-idx)
            move usage-high-water to series-peak(series-idx)
        end-if
        if sample-day < series-first-day(series-idx)
            move sample-day to series-first-day(series-idx)
        end-if
        if sample-day > series-last-day(series-idx)
            move sample-day to series-last-day(series-idx)
        end-if

        compute sample-x = sample-day - window-first-day
        add 1 to series-n(series-idx)
        add sample-x to series-sum-x(series-idx)
        add usage-high-water to series-sum-y(series-idx)
        compute series-sum-xx(series-idx) = series-sum-xx(series-idx) + sample-x * sample-x
        compute series-sum-xy(series-idx) = series-sum-xy(series-idx)
            + sample-x * usage-high-water
        exit paragraph
    .

    *>*************************************************************
    *> One table's line. Runs all on one day give no growth line
    *> yet (NEW); a flat or shrinking table is OK however full it
    *> is, unless it is already at capacity.
    *>*************************************************************
    judge-series.
        move 0 to growth-per-week weeks-left used-pct
        move spaces to weeks-text
        compute headroom = series-limit(series-idx) - series-latest(series-idx)
        if series-limit(series-idx) > 0
            compute used-pct rounded = series-latest(series-idx) * 100
                / series-limit(series-idx)
        end-if

        if series-last-day(series-idx) > series-first-day(series-idx)
            compute slope-top = series-n(series-idx) * series-sum-xy(series-idx)
                - series-sum-x(series-idx) * series-sum-y(series-idx)
            compute slope-bottom = series-n(series-idx) * series-sum-xx(series-idx)
                - series-sum-x(series-idx) * series-sum-x(series-idx)
            if slope-bottom > 0
                compute growth-per-week rounded = slope-top * 7 / slope-bottom
            end-if
        end-if

        evaluate true
            when headroom <= 0
                move "FULL" to series-status
                move "now" to weeks-text
                add 1 to full-count
            when series-last-day(series-idx) equal to series-first-day(series-idx)
                move "NEW" to series-status
                move "-" to weeks-text
                add 1 to new-count
            when growth-per-week <= 0
                move "OK" to series-status
                move "never" to weeks-text
                add 1 to ok-count
            when other
                compute weeks-left rounded = headroom / growth-per-week
                move weeks-left to weeks-display
                move trim(weeks-display) to weeks-text
                if weeks-left <= warn-weeks
                    move "WARN" to series-status
                    add 1 to warn-count
                else
                    move "OK" to series-status
                    add 1 to ok-count
                end-if
        end-evaluate

        move series-limit(series-idx) to limit-display
        move series-latest(series-idx) to latest-display
        move series-peak(series-idx) to peak-display
        move used-pct to pct-display
        move growth-per-week to growth-display
        move spaces to report-line
        string series-status " " series-job(series-idx) " " series-name(series-idx)(1:22) " "
            limit-display " " latest-display " " peak-display " " pct-display "% "
            growth-display " " weeks-text delimited by size into report-line
        write report-line

        if series-status equal to "FULL" or series-status equal to "WARN"
            perform raise-capacity-alert
        end-if
        exit paragraph
    .

    raise-capacity-alert.
        move spaces to alert-message
        if series-status equal to "FULL"
            move "CRITICAL" to alert-severity
            string trim(series-job(series-idx)) " " trim(series-name(series-idx))
                " is full: " trim(latest-display) " of " trim(limit-display)
                " entries - data past it is being rejected or skipped"
                delimited by size into alert-message
        else
            move "WARNING" to alert-severity
            string trim(series-job(series-idx)) " " trim(series-name(series-idx))
                " fills in about " trim(weeks-text) " week(s): " trim(latest-display)
                " of " trim(limit-display) ", growing " trim(growth-display) " a week"
                delimited by size into alert-message
        end-if
        call "alert-post" using alert-severity, alert-source, alert-message end-call
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "TABLE CAPACITY HEADROOM " cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute delimited by size into report-line
        write report-line
        move spaces to report-line
        string "growth over the last " trend-days " day(s), warning inside "
            warn-weeks " week(s)" delimited by size into report-line
        write report-line
        move spaces to report-line
        write report-line
        move "STATUS   JOB                  TABLE                   CAPACITY    LATEST      PEAK   USED   GROWTH/WK WEEKS-LEFT"
            to report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        write report-line
        move spaces to report-line
        string series-count " table(s): " full-count " full, " warn-count " warn, "
            ok-count " ok, " new-count " too new to trend" delimited by size into report-line
        write report-line
        exit paragraph
    .
