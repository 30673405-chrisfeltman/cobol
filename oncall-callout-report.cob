       >>source format is free
identification division.
    program-id. oncall-callout-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> oncall-dispatch's assignment log:
            *>   stamp|alert-id|names-id|P or B|event|area
            select assignfile
            assign to './oncall-assignments.dat'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select reportfile
            assign to './oncall-callout-report.txt'
            organization is line sequential.

data division.
    file section.
        fd assignfile.
        01 assign-rec pic X(80).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd reportfile.
        01 report-line pic X(132).

working-storage section.
    01 month-param pic X(6) value spaces.
    01 report-month pic 9(6) value 0.
    01 names-status pic X(2) value "00".
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.
    01 csv-field pic X(40) occurs 6 times.

    01 line-stamp pic X(14) value spaces.
    01 line-alert-id pic 9(6) value 0.
    01 line-names-id pic 9(10) value 0.
    01 line-event pic X(10) value spaces.
    01 line-area pic X(6) value spaces.
    01 line-date pic 9(8) value 0.
    01 line-hour pic 9(2) value 0.
    01 line-day-of-week pic 9(1) value 0.
    *> a page on a weekend, or before 0700 or from 1800 on a
    *> weekday, counts as out of hours for the claim
    01 out-of-hours-flag pic 9(1) value 0.
        88 out-of-hours value 1 false 0.
    01 in-month-flag pic 9(1) value 0.
        88 in-month value 1 false 0.

    *> who holds each alert, from the whole log, so a hand-off can
    *> be charged to the person it was taken from
    01 holder-capacity pic 9(4) value 3000.
    01 holder-count pic 9(4) value 0.
    01 holder-table occurs 3000 times indexed by holder-idx.
        05 holder-alert-id pic 9(6).
        05 holder-names-id pic 9(10).

    01 person-capacity pic 9(4) value 500.
    01 person-count pic 9(4) value 0.
    01 person-table occurs 500 times indexed by person-idx.
        05 person-names-id pic 9(10).
        05 person-pages pic 9(5).
        05 person-out-of-hours pic 9(5).
        05 person-acked pic 9(5).
        05 person-handed-on pic 9(5).
    01 person-hold pic X(30) value spaces.
    01 find-names-id pic 9(10) value 0.
    01 sort-idx pic 9(4) value 0.
    01 sort-back pic 9(4) value 0.

    *> every page in the month, for the per-person detail
    01 page-capacity pic 9(4) value 5000.
    01 page-count pic 9(4) value 0.
    01 page-table occurs 5000 times indexed by page-idx.
        05 page-names-id pic 9(10).
        05 page-stamp pic X(14).
        05 page-alert-id pic 9(6).
        05 page-area pic X(6).
        05 page-event pic X(10).
        05 page-ooh pic X(1).

    01 person-name pic X(20) value spaces.
    01 count-display pic z(4)9.
    01 count-display-2 pic z(4)9.
    01 count-display-3 pic z(4)9.
    01 count-display-4 pic z(4)9.
    01 total-pages pic 9(6) value 0.
    01 total-out-of-hours pic 9(6) value 0.

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
    *> Monthly call-out report for the on-call pay claims: per
    *> person, the pages they were sent (first assignment or as
    *> backup), how many came out of hours, how many they
    *> acknowledged, and how many went over to the backup on their
    *> watch -- then every page in full, so a claim can be checked
    *> line by line against the alerts store.
    *>
    *>   oncall-callout-report [yyyymm]   (default this month)
    *>*************************************************************
    main.
        accept month-param from argument-value
        move current-date(1:6) to report-month
        if month-param is numeric
            move month-param to report-month
        end-if

        call "CBL_CHECK_FILE_EXIST" using './oncall-assignments.dat', file-info end-call
        if return-code not equal to 0
            display "no on-call assignments on disk - nothing to report"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        open input assignfile
        perform until exit
            read assignfile
                at end
                    exit perform
                not at end
                    perform take-assign-rec
            end-read
        end-perform
        close assignfile

        perform sort-persons

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code

        perform write-callout-report

        if names-open
            close names-vsam
        end-if
        display "on-call call-outs " report-month ": " person-count " person(s), "
            total-pages " page(s), " total-out-of-hours " out of hours"
            " - see oncall-callout-report.txt"
        goback
    .

    take-assign-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6)
        unstring assign-rec delimited by "|"
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6)
        end-unstring
        if csv-field(1)(1:14) is not numeric
            or trim(csv-field(2)) is not numeric
            or trim(csv-field(3)) is not numeric
            exit paragraph
        end-if
        move csv-field(1)(1:14) to line-stamp
        move numval(csv-field(2)) to line-alert-id
        move numval(csv-field(3)) to line-names-id
        move csv-field(5) to line-event
        move csv-field(6) to line-area
        set in-month to false
        if line-stamp(1:6) equal to report-month
            set in-month to true
        end-if

        perform varying holder-idx from 1 by 1 until holder-idx > holder-count
            if holder-alert-id(holder-idx) equal to line-alert-id
                exit perform
            end-if
        end-perform

        evaluate line-event
            when "ASSIGNED"
            when "REASSIGNED"
                if in-month
                    if line-event equal to "REASSIGNED"
                        and holder-idx <= holder-count
                        move holder-names-id(holder-idx) to find-names-id
                        perform find-or-add-person
                        if person-idx <= person-count
                            add 1 to person-handed-on(person-idx)
                        end-if
                    end-if
                    move line-names-id to find-names-id
                    perform find-or-add-person
                    perform record-page
                end-if
            when "ACK"
                if in-month
                    move line-names-id to find-names-id
                    perform find-or-add-person
                    if person-idx <= person-count
                        add 1 to person-acked(person-idx)
                    end-if
                end-if
        end-evaluate

        *> the holder moves on every line that names a person
        if line-names-id not equal to 0
            if holder-idx > holder-count
                if holder-count >= holder-capacity
                    display "*** WARNING: alert holder table at capacity ***"
                    exit paragraph
                end-if
                add 1 to holder-count
                set holder-idx to holder-count
                move line-alert-id to holder-alert-id(holder-idx)
            end-if
            move line-names-id to holder-names-id(holder-idx)
        end-if
        exit paragraph
    .

    record-page.
        if person-idx > person-count
            exit paragraph
        end-if
        move line-stamp(1:8) to line-date
        move line-stamp(9:2) to line-hour
        compute line-day-of-week = mod(integer-of-date(line-date), 7)
        set out-of-hours to false
        if line-day-of-week equal to 0 or line-day-of-week equal to 6
            or line-hour < 7 or line-hour >= 18
            set out-of-hours to true
        end-if

        add 1 to person-pages(person-idx) total-pages
        if out-of-hours
            add 1 to person-out-of-hours(person-idx) total-out-of-hours
        end-if

        if page-count >= page-capacity
            display "*** WARNING: page detail table at capacity ***"
            exit paragraph
        end-if
        add 1 to page-count
        set page-idx to page-count
        move line-names-id to page-names-id(page-idx)
        move line-stamp to page-stamp(page-idx)
        move line-alert-id to page-alert-id(page-idx)
        move line-area to page-area(page-idx)
        move line-event to page-event(page-idx)
        move space to page-ooh(page-idx)
        if out-of-hours
            move "*" to page-ooh(page-idx)
        end-if
        exit paragraph
    .

    find-or-add-person.
        perform varying person-idx from 1 by 1 until person-idx > person-count
            if person-names-id(person-idx) equal to find-names-id
                exit paragraph
            end-if
        end-perform
        if person-count >= person-capacity
            display "*** WARNING: on-call person table at capacity ***"
            exit paragraph
        end-if
        add 1 to person-count
        set person-idx to person-count
        move find-names-id to person-names-id(person-idx)
        move 0 to person-pages(person-idx) person-out-of-hours(person-idx)
            person-acked(person-idx) person-handed-on(person-idx)
        exit paragraph
    .

    sort-persons.
        perform varying sort-idx from 2 by 1 until sort-idx > person-count
            move person-table(sort-idx) to person-hold
            move sort-idx to sort-back
            perform until sort-back <= 1
                if person-names-id(sort-back - 1) <= person-hold(1:10)
                    exit perform
                end-if
                move person-table(sort-back - 1) to person-table(sort-back)
                subtract 1 from sort-back
            end-perform
            move person-hold to person-table(sort-back)
        end-perform
        exit paragraph
    .

    write-callout-report.
        open output reportfile
        move spaces to report-line
        string "ON-CALL CALL-OUTS " report-month(1:4) "-" report-month(5:2)
            delimited by size into report-line
        write report-line
        move spaces to report-line
        write report-line
        move "NAMES-ID   NAME                  PAGES  OUT OF HRS  ACKNOWLEDGED  TO BACKUP"
            to report-line
        write report-line

        perform varying person-idx from 1 by 1 until person-idx > person-count
            perform look-up-name
            move person-pages(person-idx) to count-display
            move person-out-of-hours(person-idx) to count-display-2
            move person-acked(person-idx) to count-display-3
            move person-handed-on(person-idx) to count-display-4
            move spaces to report-line
            string person-names-id(person-idx) " " person-name " " count-display
                "       " count-display-2 "         " count-display-3 "      "
                count-display-4 delimited by size into report-line
            write report-line
        end-perform

        move total-pages to count-display
        move total-out-of-hours to count-display-2
        move spaces to report-line
        string "TOTAL                           " count-display "       " count-display-2
            delimited by size into report-line
        write report-line

        *> the pages themselves, person by person; * marks out of hours
        perform varying person-idx from 1 by 1 until person-idx > person-count
            if person-pages(person-idx) > 0
                perform look-up-name
                move spaces to report-line
                write report-line
                move spaces to report-line
                string "PAGES - " person-names-id(person-idx) " " trim(person-name)
                    delimited by size into report-line
                write report-line
                perform varying page-idx from 1 by 1 until page-idx > page-count
                    if page-names-id(page-idx) equal to person-names-id(person-idx)
                        move spaces to report-line
                        string "  " page-ooh(page-idx) " " page-stamp(page-idx)(1:4) "-"
                            page-stamp(page-idx)(5:2) "-" page-stamp(page-idx)(7:2) " "
                            page-stamp(page-idx)(9:2) ":" page-stamp(page-idx)(11:2)
                            "  alert " page-alert-id(page-idx) "  " page-area(page-idx)
                            "  " page-event(page-idx) delimited by size into report-line
                        write report-line
                    end-if
                end-perform
            end-if
        end-perform
        close reportfile
        exit paragraph
    .

    look-up-name.
        move "(not on names file)" to person-name
        if names-open
            move person-names-id(person-idx) to names-id
            read names-vsam
                invalid key
                    continue
                not invalid key
                    move out-name to person-name
            end-read
        end-if
        exit paragraph
    .
