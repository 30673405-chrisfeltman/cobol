       >>source format is free
identification division.
    program-id. record-as-of.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> readfixed's versioned history of every my-id CDC mode
            *> has seen
            select recordhistory
            assign to './datafiles/record-history.db'
            organization is indexed
            access mode is dynamic
            record key is version-key
            file status is version-status.

data division.
    file section.
        fd recordhistory.
        01 version-rec.
            05 version-key.
                10 version-id pic X(37).
                10 version-from pic X(14).
            05 version-to pic X(14).
            05 version-opened-by pic X(8).
            05 version-closed-by pic X(8).
            05 version-layout pic 9(1).
            05 version-image.
                10 version-body.
                    15 version-my-id pic X(37).
                    15 version-my-age pic X(3).
                    15 version-my-initial pic X(4).
                    15 version-my-description pic X(40).
                    15 version-my-nimbus pic X(6).
                10 version-email pic X(30).
                10 version-region pic X(10).
            05 filler pic X(18).

working-storage section.
    01 id-param pic X(60) value spaces.
    01 date-param pic X(20) value spaces.
    01 search-id pic X(37) value spaces.
    01 version-status pic X(2) value "00".

    *> the as-of point: a bare date means as held at the end of
    *> that day, after any run on it
    01 as-of-stamp pic X(14) value spaces.
    01 list-all-flag pic 9(1) value 0.
        88 list-all value 1 false 0.
    01 held-flag pic 9(1) value 0.
        88 version-held value 1 false 0.
    01 version-count pic 9(5) value 0.
    01 first-from pic X(14) value spaces.
    01 last-to pic X(14) value spaces.
    01 last-closed-by pic X(8) value spaces.

    01 held-rec pic X(230) value spaces.
    01 display-stamp pic X(19) value spaces.
    01 display-from pic X(19) value spaces.
    01 format-stamp pic X(14) value spaces.

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
    *> "What did we hold for this id on date D": the version of the
    *> record readfixed's CDC mode held at the end of that day,
    *> field by field, with the runs it was valid from and to.
    *> ALL in place of the date lists every version instead. With
    *> no date the question is about today.
    *>
    *>   record-as-of <my-id> [yyyymmdd | yyyymmddhhmmss | ALL]
    *>*************************************************************
    main.
        accept id-param from argument-value
        accept date-param from argument-value
        if trim(id-param) equal to spaces
            display "usage: record-as-of <my-id> [yyyymmdd | yyyymmddhhmmss | ALL]"
            move 1 to return-code
            goback
        end-if
        if length(trim(id-param)) > length of search-id
            display "a my-id is at most 37 characters"
            move 1 to return-code
            goback
        end-if
        move trim(id-param) to search-id

        evaluate true
            when trim(date-param) equal to spaces
                move current-date(1:8) to as-of-stamp
                move "235959" to as-of-stamp(9:6)
            when upper-case(trim(date-param)) equal to "ALL"
                set list-all to true
            when trim(date-param) is numeric
                and length(trim(date-param)) equal to 8
                move trim(date-param) to as-of-stamp
                move "235959" to as-of-stamp(9:6)
            when trim(date-param) is numeric
                and length(trim(date-param)) equal to 14
                move trim(date-param) to as-of-stamp
            when other
                display "Error: " trim(date-param)
                    " is not a yyyymmdd date, a yyyymmddhhmmss stamp or ALL"
                move 1 to return-code
                goback
        end-evaluate

        call "CBL_CHECK_FILE_EXIST" using './datafiles/record-history.db', file-info end-call
        if return-code not equal to 0
            display "no record history on disk - readfixed's CDC mode builds it"
            move 1 to return-code
            goback
        end-if
        open input recordhistory
        if version-status not equal to "00"
            display "*** record history would not open (status " version-status ") ***"
            move 1 to return-code
            goback
        end-if

        if list-all
            display "every version held for my-id " trim(search-id) upon stdout
        else
            move as-of-stamp to format-stamp
            perform format-display-stamp
            display "my-id " trim(search-id) " as held at " display-stamp upon stdout
        end-if

        perform read-id-versions
        close recordhistory

        if version-count equal to 0
            display "  never held - no version of this id in the record history" upon stdout
            move 1 to return-code
            goback
        end-if
        if list-all
            display version-count " version(s)" upon stdout
            goback
        end-if

        if version-held
            move held-rec to version-rec
            perform show-version
            goback
        end-if

        *> nothing held at that point: say why
        if as-of-stamp < first-from
            move first-from to format-stamp
            perform format-display-stamp
            display "  not yet held - first received " display-stamp upon stdout
        else
            move last-to to format-stamp
            perform format-display-stamp
            display "  not held - closed by " trim(last-closed-by) " " display-stamp
                upon stdout
        end-if
        move 1 to return-code
        goback
    .

    *> an id's versions read back in valid-from order; the one held
    *> at the as-of point began at or before it and had not yet
    *> been closed
    read-id-versions.
        move search-id to version-id
        move low-values to version-from
        start recordhistory key not less than version-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read recordhistory next record
                at end
                    exit perform
                not at end
                    if version-id not equal to search-id
                        exit perform
                    end-if
                    perform take-version
            end-read
        end-perform
        exit paragraph
    .

    take-version.
        add 1 to version-count
        if version-count equal to 1
            move version-from to first-from
        end-if
        if list-all
            perform show-version
            exit paragraph
        end-if
        if version-to not equal to spaces and version-to <= as-of-stamp
            move version-to to last-to
            move version-closed-by to last-closed-by
        end-if
        if version-from <= as-of-stamp
            and (version-to equal to spaces or version-to > as-of-stamp)
            set version-held to true
            move version-rec to held-rec
        end-if
        exit paragraph
    .

    show-version.
        move version-from to format-stamp
        perform format-display-stamp
        move display-stamp to display-from
        if version-to equal to spaces
            display "  valid " display-from " to now, opened by "
                trim(version-opened-by) upon stdout
        else
            move version-to to format-stamp
            perform format-display-stamp
            display "  valid " display-from " to " display-stamp ", opened by "
                trim(version-opened-by) ", closed by " trim(version-closed-by)
                upon stdout
        end-if
        display "    my-id          " trim(version-my-id) upon stdout
        display "    my-age         " version-my-age upon stdout
        display "    my-initial     " version-my-initial upon stdout
        display "    my-description " trim(version-my-description) upon stdout
        display "    my-nimbus      " version-my-nimbus upon stdout
        if version-layout equal to 2
            display "    my-email       " trim(version-email) upon stdout
            display "    my-region      " trim(version-region) upon stdout
        end-if
        exit paragraph
    .

    format-display-stamp.
        move spaces to display-stamp
        string format-stamp(1:4) "-" format-stamp(5:2) "-" format-stamp(7:2) " "
            format-stamp(9:2) ":" format-stamp(11:2) ":" format-stamp(13:2)
            into display-stamp
        exit paragraph
    .
