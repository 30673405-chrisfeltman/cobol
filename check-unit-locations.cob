       >>source format is free
identification division.
    program-id. check-unit-locations.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the units control file, one CSV row per unit:
            *> unit-id,items-file-path,home-zip
            select unitsfile
            assign to '../units.dat'
            organization is line sequential.

            select zipfile
            assign to './datafiles/zip-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is zip-code
            alternate record key is zip-state-code
                with duplicates.

            select reportfile
            assign to '../unit-locations.txt'
            organization is line sequential.

data division.
    file section.
        fd unitsfile.
        01 units-rec pic X(80).

        fd zipfile.
        01 zip-rec.
            05 zip-code pic X(5).
            05 zip-state-code pic X(2).
            05 fips-code pic X(2).
            05 zip-lat pic s9(3)v9(6).
            05 zip-lon pic s9(4)v9(6).

        fd reportfile.
        01 report-line pic X(132).

working-storage section.
    01 csv-field pic X(64) occurs 3 times.
    01 unit-id pic X(12) value spaces.
    01 home-zip pic X(5) value spaces.
    01 unit-count pic 9(5) value 0.
    01 placed-count pic 9(5) value 0.
    01 problem-count pic 9(5) value 0.
    01 lat-display pic -(3)9.9(6).
    01 lon-display pic -(4)9.9(6).

    01 zip-reference-flag pic 9(1) value 0.
        88 zip-reference-available value 1 false 0.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

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
    *> Proves every unit's home zip before the planner and the
    *> transfer orders lean on it: each row of units.dat is looked
    *> up on the geo reference's zip file and must carry a centroid.
    *> PLACED lines give the unit's state and coordinates; NO-ZIP,
    *> BAD-ZIP, ZIP-NOT-ON-FILE and NO-CENTROID lines are the units
    *> whose mileage will show as unknown. Nonzero return when any
    *> unit is not placed, so the calendar can raise it.
    *>*************************************************************
    main.
        display "unit location check starting..."
        move current-date to current-timestamp

        call "CBL_CHECK_FILE_EXIST" using './datafiles/zip-lookup.db', file-info end-call
        if return-code equal to 0
            open input zipfile
            set zip-reference-available to true
        else
            display "no zip reference on disk - no unit can be placed"
        end-if
        move 0 to return-code

        open input unitsfile
        open output reportfile
        perform write-report-header

        perform until exit
            read unitsfile
                at end
                    exit perform
                not at end
                    perform check-one-unit
            end-read
        end-perform

        perform write-report-trailer
        close reportfile
        close unitsfile
        if zip-reference-available
            close zipfile
        end-if

        display "unit location check done: " unit-count " unit(s), "
            placed-count " placed, " problem-count " problem(s)"
        move 0 to return-code
        if problem-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    check-one-unit.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring units-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to unit-count
        move trim(csv-field(1)) to unit-id
        move trim(csv-field(3)) to home-zip

        if home-zip equal to spaces
            perform write-problem-line-no-zip
            exit paragraph
        end-if
        if trim(csv-field(3)) is not numeric
            or length(trim(csv-field(3))) not equal to 5
            add 1 to problem-count
            move spaces to report-line
            string "BAD-ZIP          " unit-id " zip " trim(csv-field(3))
                into report-line
            write report-line
            exit paragraph
        end-if
        if not zip-reference-available
            perform write-problem-line-not-on-file
            exit paragraph
        end-if

        move home-zip to zip-code
        read zipfile
            invalid key
                perform write-problem-line-not-on-file
                exit paragraph
        end-read

        if zip-lat equal to 0 and zip-lon equal to 0
            add 1 to problem-count
            move spaces to report-line
            string "NO-CENTROID      " unit-id " zip " home-zip
                " state " zip-state-code
                into report-line
            write report-line
            exit paragraph
        end-if

        add 1 to placed-count
        move zip-lat to lat-display
        move zip-lon to lon-display
        move spaces to report-line
        string "PLACED           " unit-id " zip " home-zip
            " state " zip-state-code
            " lat " lat-display " lon " lon-display
            into report-line
        write report-line
        exit paragraph
    .

    write-problem-line-no-zip.
        add 1 to problem-count
        move spaces to report-line
        string "NO-ZIP           " unit-id
            into report-line
        write report-line
        exit paragraph
    .

    write-problem-line-not-on-file.
        add 1 to problem-count
        move spaces to report-line
        string "ZIP-NOT-ON-FILE  " unit-id " zip " home-zip
            into report-line
        write report-line
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "unit locations " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        string "units " unit-count " placed " placed-count
            " problems " problem-count
            into report-line
        write report-line
        exit paragraph
    .
