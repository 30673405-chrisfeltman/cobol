       >>source format is free
identification division.
    program-id. incident-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> maintain-incidents' register and links
            select incidentfile
            assign to './incidents.dat'
            organization is line sequential.

            select linkfile
            assign to './incident-links.dat'
            organization is line sequential.

            select reportfile
            assign to './incident-report.txt'
            organization is line sequential.

data division.
    file section.
        fd incidentfile.
        01 incident-rec pic X(250).

        fd linkfile.
        01 link-rec pic X(100).

        fd reportfile.
        01 report-line pic X(132).

working-storage section.
    01 month-param pic X(6) value spaces.
    01 report-month pic 9(6) value 0.
    *> repeats are counted over the month and the two before it,
    *> so a failure that comes back every few weeks still shows
    01 repeat-from-month pic 9(6) value 0.
    01 repeat-year pic 9(4) value 0.
    01 repeat-mm pic 9(2) value 0.
    *> two incidents in the window make a repeat offender
    01 repeat-threshold pic 9(2) value 2.

    01 incident-field pic X(80) occurs 10 times.
    01 incident-capacity pic 9(5) value 5000.
    01 incident-count pic 9(5) value 0.
    01 incident-table occurs 5000 times indexed by incident-idx.
        05 inc-id pic 9(6).
        05 inc-state pic X(8).
            88 inc-open value "OPEN".
        05 inc-owner pic X(10).
        05 inc-category pic X(10).
        05 inc-opened pic 9(14).
        05 inc-start pic 9(14).
        05 inc-ack pic 9(14).
        05 inc-restored pic 9(14).
        05 inc-title pic X(60).
        05 inc-in-month-flag pic 9(1).
            88 inc-in-month value 1 false 0.
        05 inc-in-window-flag pic 9(1).
            88 inc-in-window value 1 false 0.
    01 find-incident-id pic 9(6) value 0.

    01 link-field pic X(40) occurs 5 times.

    *> one row per category, job or alert source; a row keeps the
    *> incidents it has counted so a second link from the same
    *> incident doesn't count twice
    01 group-capacity pic 9(4) value 600.
    01 group-count pic 9(4) value 0.
    01 group-table occurs 600 times indexed by group-idx.
        05 group-kind pic X(8).
        05 group-key pic X(20).
        05 group-month-count pic 9(5).
        05 group-window-count pic 9(5).
        05 group-resolved pic 9(5).
        05 group-tta-total pic 9(9).
        05 group-tta-count pic 9(5).
        05 group-ttr-total pic 9(9).
        05 group-ttr-count pic 9(5).
        05 group-id-count pic 9(2).
        05 group-ids occurs 12 times pic 9(6).
    01 find-kind pic X(8) value spaces.
    01 find-key pic X(20) value spaces.
    01 id-idx pic 9(2) value 0.
    01 already-counted-flag pic 9(1) value 0.
        88 already-counted value 1 false 0.

    01 calc-stamp pic 9(14) value 0.
    01 calc-date pic 9(8) value 0.
    01 calc-minutes pic 9(12) value 0.
    01 start-minutes pic 9(12) value 0.
    01 tta-minutes pic 9(9) value 0.
    01 ttr-minutes pic 9(9) value 0.

    01 month-incidents pic 9(5) value 0.
    01 month-resolved pic 9(5) value 0.
    01 month-open pic 9(5) value 0.
    01 all-open pic 9(5) value 0.
    01 tta-total pic 9(9) value 0.
    01 tta-count pic 9(5) value 0.
    01 ttr-total pic 9(9) value 0.
    01 ttr-count pic 9(5) value 0.
    01 mean-minutes pic 9(7) value 0.
    01 repeat-count pic 9(4) value 0.
    01 now-date pic 9(8) value 0.
    01 age-days pic 9(5) value 0.

    01 count-display pic z(4)9.
    01 count-display-2 pic z(4)9.
    01 mean-display pic z(6)9.
    01 mean-display-2 pic z(6)9.
    01 age-display pic z(4)9.
    01 threshold-display pic z9.
    01 id-list pic X(90) value spaces.
    01 id-pointer pic 9(3) value 1.

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
    *> Monthly incident report: how many incidents were opened, by
    *> root-cause category and by job, the mean time from the first
    *> alert or failed run to acknowledgment and to restoration --
    *> and the repeat offenders, the jobs and alert sources behind
    *> two or more incidents in the last three months, which is
    *> the list that should be getting a permanent fix. Still-open
    *> incidents of any age close the report.
    *>
    *>   incident-report [yyyymm]   (default this month)
    *>*************************************************************
    main.
        accept month-param from argument-value
        move current-date(1:6) to report-month
        move current-date(1:8) to now-date
        if month-param is numeric
            move month-param to report-month
        end-if
        move report-month(1:4) to repeat-year
        move report-month(5:2) to repeat-mm
        if repeat-mm > 2
            subtract 2 from repeat-mm
        else
            add 10 to repeat-mm
            subtract 1 from repeat-year
        end-if
        compute repeat-from-month = repeat-year * 100 + repeat-mm

        call "CBL_CHECK_FILE_EXIST" using './incidents.dat', file-info end-call
        if return-code not equal to 0
            display "no incident register on disk - nothing to report"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        open input incidentfile
        perform until exit
            read incidentfile
                at end
                    exit perform
                not at end
                    perform take-incident-rec
            end-read
        end-perform
        close incidentfile

        call "CBL_CHECK_FILE_EXIST" using './incident-links.dat', file-info end-call
        if return-code equal to 0
            open input linkfile
            perform until exit
                read linkfile
                    at end
                        exit perform
                    not at end
                        perform take-link-rec
                end-read
            end-perform
            close linkfile
        end-if
        move 0 to return-code

        perform write-incident-report

        display "incidents " report-month ": " month-incidents " opened, "
            month-resolved " resolved, " all-open " open in all, " repeat-count
            " repeat offender(s) - see incident-report.txt"
        goback
    .

    take-incident-rec.
        move spaces to incident-field(1) incident-field(2) incident-field(3)
            incident-field(4) incident-field(5) incident-field(6) incident-field(7)
            incident-field(8) incident-field(9) incident-field(10)
        unstring incident-rec delimited by "|"
            into incident-field(1) incident-field(2) incident-field(3)
                incident-field(4) incident-field(5) incident-field(6) incident-field(7)
                incident-field(8) incident-field(9) incident-field(10)
        end-unstring
        if trim(incident-field(1)) is not numeric
            exit paragraph
        end-if
        if incident-count >= incident-capacity
            display "*** WARNING: incident table at capacity ***"
            exit paragraph
        end-if
        add 1 to incident-count
        set incident-idx to incident-count
        move numval(incident-field(1)) to inc-id(incident-idx)
        move incident-field(2) to inc-state(incident-idx)
        move incident-field(3) to inc-owner(incident-idx)
        move incident-field(4) to inc-category(incident-idx)
        move numval(incident-field(5)) to inc-opened(incident-idx)
        move numval(incident-field(6)) to inc-start(incident-idx)
        move numval(incident-field(7)) to inc-ack(incident-idx)
        move numval(incident-field(8)) to inc-restored(incident-idx)
        move incident-field(9) to inc-title(incident-idx)
        set inc-in-month(incident-idx) to false
        set inc-in-window(incident-idx) to false
        if inc-opened(incident-idx)(1:6) equal to report-month
            set inc-in-month(incident-idx) to true
        end-if
        if inc-opened(incident-idx)(1:6) >= repeat-from-month
            and inc-opened(incident-idx)(1:6) <= report-month
            set inc-in-window(incident-idx) to true
        end-if

        if inc-open(incident-idx)
            add 1 to all-open
        end-if
        if not inc-in-window(incident-idx)
            exit paragraph
        end-if

        perform time-incident
        if inc-in-month(incident-idx)
            add 1 to month-incidents
            if inc-open(incident-idx)
                add 1 to month-open
            else
                add 1 to month-resolved
            end-if
            if inc-ack(incident-idx) > 0
                add tta-minutes to tta-total
                add 1 to tta-count
            end-if
            if not inc-open(incident-idx)
                add ttr-minutes to ttr-total
                add 1 to ttr-count
            end-if
        end-if
        move "CATEGORY" to find-kind
        move inc-category(incident-idx) to find-key
        perform count-in-group
        exit paragraph
    .

    *> minutes from the start to acknowledgment and to restoration
    time-incident.
        move 0 to tta-minutes ttr-minutes
        move inc-start(incident-idx) to calc-stamp
        perform stamp-to-minutes
        move calc-minutes to start-minutes
        if inc-ack(incident-idx) > inc-start(incident-idx)
            move inc-ack(incident-idx) to calc-stamp
            perform stamp-to-minutes
            compute tta-minutes = calc-minutes - start-minutes
        end-if
        if inc-restored(incident-idx) > inc-start(incident-idx)
            move inc-restored(incident-idx) to calc-stamp
            perform stamp-to-minutes
            compute ttr-minutes = calc-minutes - start-minutes
        end-if
        exit paragraph
    .

    stamp-to-minutes.
        move 0 to calc-minutes
        move calc-stamp(1:8) to calc-date
        if calc-date < 16010101
            exit paragraph
        end-if
        compute calc-minutes = integer-of-date(calc-date) * 1440
            + numval(calc-stamp(9:2)) * 60 + numval(calc-stamp(11:2))
        exit paragraph
    .

    take-link-rec.
        move spaces to link-field(1) link-field(2) link-field(3) link-field(4)
            link-field(5)
        unstring link-rec delimited by "|"
            into link-field(1) link-field(2) link-field(3) link-field(4)
                link-field(5)
        end-unstring
        if trim(link-field(1)) is not numeric
            exit paragraph
        end-if
        move numval(link-field(1)) to find-incident-id
        perform varying incident-idx from 1 by 1 until incident-idx > incident-count
            if inc-id(incident-idx) equal to find-incident-id
                exit perform
            end-if
        end-perform
        if incident-idx > incident-count
            exit paragraph
        end-if
        if not inc-in-window(incident-idx)
            exit paragraph
        end-if
        perform time-incident
        if link-field(2) equal to "JOB"
            move "JOB" to find-kind
            move link-field(3) to find-key
        else
            move "SOURCE" to find-kind
            move link-field(4) to find-key
        end-if
        perform count-in-group
        exit paragraph
    .

    *> one count per incident per row; the monthly columns only for
    *> incidents opened in the report month
    count-in-group.
        perform varying group-idx from 1 by 1 until group-idx > group-count
            if group-kind(group-idx) equal to find-kind
                and group-key(group-idx) equal to find-key
                exit perform
            end-if
        end-perform
        if group-idx > group-count
            if group-count >= group-capacity
                display "*** WARNING: incident grouping table at capacity ***"
                exit paragraph
            end-if
            add 1 to group-count
            set group-idx to group-count
            move find-kind to group-kind(group-idx)
            move find-key to group-key(group-idx)
            move 0 to group-month-count(group-idx) group-window-count(group-idx)
                group-resolved(group-idx) group-tta-total(group-idx)
                group-tta-count(group-idx) group-ttr-total(group-idx)
                group-ttr-count(group-idx) group-id-count(group-idx)
        end-if

        set already-counted to false
        perform varying id-idx from 1 by 1 until id-idx > group-id-count(group-idx)
            if group-ids(group-idx, id-idx) equal to inc-id(incident-idx)
                set already-counted to true
                exit perform
            end-if
        end-perform
        if already-counted
            exit paragraph
        end-if
        if group-id-count(group-idx) < 12
            add 1 to group-id-count(group-idx)
            move inc-id(incident-idx) to group-ids(group-idx, group-id-count(group-idx))
        end-if

        add 1 to group-window-count(group-idx)
        if inc-in-month(incident-idx)
            add 1 to group-month-count(group-idx)
            if inc-ack(incident-idx) > 0
                add tta-minutes to group-tta-total(group-idx)
                add 1 to group-tta-count(group-idx)
            end-if
            if not inc-open(incident-idx)
                add 1 to group-resolved(group-idx)
                add ttr-minutes to group-ttr-total(group-idx)
                add 1 to group-ttr-count(group-idx)
            end-if
        end-if
        exit paragraph
    .

    write-incident-report.
        open output reportfile
        move spaces to report-line
        string "INCIDENTS " report-month(1:4) "-" report-month(5:2)
            delimited by size into report-line
        write report-line
        move spaces to report-line
        write report-line

        move month-incidents to count-display
        move month-resolved to count-display-2
        move month-open to age-display
        move spaces to report-line
        string "opened " trim(count-display) ", resolved " trim(count-display-2)
            ", still open " trim(age-display) delimited by size into report-line
        write report-line
        move 0 to mean-minutes
        if tta-count > 0
            compute mean-minutes rounded = tta-total / tta-count
        end-if
        move mean-minutes to mean-display
        move 0 to mean-minutes
        if ttr-count > 0
            compute mean-minutes rounded = ttr-total / ttr-count
        end-if
        move mean-minutes to mean-display-2
        move spaces to report-line
        string "mean time to acknowledge " trim(mean-display) " min, mean time to restore "
            trim(mean-display-2) " min" delimited by size into report-line
        write report-line

        move spaces to report-line
        write report-line
        move "BY CATEGORY  INCIDENTS  RESOLVED  MEAN TTA MIN  MEAN TTR MIN" to report-line
        write report-line
        move "CATEGORY" to find-kind
        perform write-group-lines

        move spaces to report-line
        write report-line
        move "BY JOB                INCIDENTS  RESOLVED  MEAN TTA MIN  MEAN TTR MIN"
            to report-line
        write report-line
        move "JOB" to find-kind
        perform write-group-lines

        *> the jobs and sources that keep coming back
        move spaces to report-line
        write report-line
        move repeat-threshold to threshold-display
        move spaces to report-line
        string "REPEAT OFFENDERS " repeat-from-month(1:4) "-" repeat-from-month(5:2)
            " to " report-month(1:4) "-" report-month(5:2) " (" trim(threshold-display)
            " or more incidents)" delimited by size into report-line
        write report-line
        perform varying group-idx from 1 by 1 until group-idx > group-count
            if group-kind(group-idx) not equal to "CATEGORY"
                and group-window-count(group-idx) >= repeat-threshold
                perform write-repeat-line
            end-if
        end-perform
        if repeat-count equal to 0
            move "  none" to report-line
            write report-line
        end-if

        move spaces to report-line
        write report-line
        move "STILL OPEN" to report-line
        write report-line
        perform varying incident-idx from 1 by 1 until incident-idx > incident-count
            if inc-open(incident-idx)
                move inc-start(incident-idx)(1:8) to calc-date
                move 0 to age-days
                if calc-date >= 16010101 and calc-date <= now-date
                    compute age-days = integer-of-date(now-date) - integer-of-date(calc-date)
                end-if
                move age-days to age-display
                move spaces to report-line
                string "  " inc-id(incident-idx) " " inc-category(incident-idx) " "
                    inc-owner(incident-idx) " " age-display " day(s)  "
                    trim(inc-title(incident-idx)) delimited by size into report-line
                write report-line
            end-if
        end-perform
        if all-open equal to 0
            move "  none" to report-line
            write report-line
        end-if
        close reportfile
        exit paragraph
    .

    write-group-lines.
        perform varying group-idx from 1 by 1 until group-idx > group-count
            if group-kind(group-idx) equal to find-kind
                and group-month-count(group-idx) > 0
                move group-month-count(group-idx) to count-display
                move group-resolved(group-idx) to count-display-2
                move 0 to mean-minutes
                if group-tta-count(group-idx) > 0
                    compute mean-minutes rounded =
                        group-tta-total(group-idx) / group-tta-count(group-idx)
                end-if
                move mean-minutes to mean-display
                move 0 to mean-minutes
                if group-ttr-count(group-idx) > 0
                    compute mean-minutes rounded =
                        group-ttr-total(group-idx) / group-ttr-count(group-idx)
                end-if
                move mean-minutes to mean-display-2
                move spaces to report-line
                if find-kind equal to "JOB"
                    string group-key(group-idx) "  " count-display "     " count-display-2
                        "       " mean-display "       " mean-display-2
                        delimited by size into report-line
                else
                    string group-key(group-idx)(1:10) "  " count-display "     "
                        count-display-2 "       " mean-display "       " mean-display-2
                        delimited by size into report-line
                end-if
                write report-line
            end-if
        end-perform
        exit paragraph
    .

    write-repeat-line.
        add 1 to repeat-count
        move spaces to id-list
        move 1 to id-pointer
        perform varying id-idx from 1 by 1 until id-idx > group-id-count(group-idx)
            string " " group-ids(group-idx, id-idx) delimited by size into id-list
                with pointer id-pointer
            end-string
        end-perform
        move group-window-count(group-idx) to count-display
        move spaces to report-line
        string "  " group-kind(group-idx) " " group-key(group-idx) " " count-display
            " incident(s):" trim(id-list trailing) delimited by size into report-line
        write report-line
        exit paragraph
    .
