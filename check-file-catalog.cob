       >>source format is free
identification division.
    program-id. check-file-catalog.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the data file catalog, one CSV row per file:
            *>   path,producers,consumers,frequency,owner[,options]
            *> producers and consumers are program names separated
            *> by spaces, - where there are none (a file that comes
            *> in from outside, or that nothing here reads back).
            *> frequency is how often the file must be refreshed:
            *>   DAILY     older than 26 hours is stale
            *>   WEEKDAYS  older than 74 hours, to see out a weekend
            *>   WEEKLY    older than 8 days
            *>   MONTHLY   older than 32 days
            *>   HOURS=n   older than n hours
            *>   DAYS=n    older than n days
            *>   ADHOC     never stale
            *> options, separated by spaces:
            *>   EMPTY-OK  an empty file is normal (rejects, logs)
            *>   OPTIONAL  the file is only there some of the time
            *>             (checkpoints, staging)
            *> paths are as the programs open them, from the batch
            *> working directory
            select catalogfile
            assign to './file-catalog.dat'
            organization is line sequential.

            select reportfile
            assign to './file-catalog-check.txt'
            organization is line sequential.

data division.
    file section.
        fd catalogfile.
        01 catalog-rec pic X(800).

        fd reportfile.
        01 report-line pic X(200).

working-storage section.
    01 catalog-field pic X(600) occurs 6 times.
    01 entry-path pic X(80) value spaces.
    01 entry-producers pic X(60) value spaces.
    01 entry-frequency pic X(12) value spaces.
    01 entry-owner pic X(10) value spaces.
    01 entry-options pic X(40) value spaces.
    01 option-hits pic 9(2) value 0.
    01 empty-ok-flag pic 9(1) value 0.
        88 empty-ok value 1 false 0.
    01 optional-flag pic 9(1) value 0.
        88 file-optional value 1 false 0.

    *> the refresh window in hours; 0 is no limit
    01 window-hours pic 9(6) value 0.
    01 frequency-number pic 9(4) value 0.
    01 bad-frequency-flag pic 9(1) value 0.
        88 bad-frequency value 1 false 0.

    01 now-date pic 9(8) value 0.
    01 now-minutes pic 9(12) value 0.
    01 file-date pic 9(8) value 0.
    01 file-minutes pic 9(12) value 0.
    01 age-hours pic 9(7) value 0.
    01 age-display pic z(6)9.
    01 window-display pic z(5)9.

    01 problem pic X(8) value spaces.
    01 problem-detail pic X(80) value spaces.

    01 entry-count pic 9(4) value 0.
    01 ok-count pic 9(4) value 0.
    01 missing-count pic 9(4) value 0.
    01 stale-count pic 9(4) value 0.
    01 empty-count pic 9(4) value 0.
    01 bad-entry-count pic 9(4) value 0.

    *> handed to the central alert module, one per problem file
    01 alert-severity pic X(8) value "WARNING".
    01 alert-source pic X(20) value "file-catalog".
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
    *> Daily check of the data file catalog: every file it lists
    *> must be on disk, no older than its refresh frequency allows,
    *> and not empty unless the catalog says empty is normal. Each
    *> file that fails goes to the central alerts store with its
    *> owner and the program that produces it, and the whole check
    *> is written to file-catalog-check.txt. Run it from the
    *> calendar after the night's streams.
    *>*************************************************************
    main.
        call "ops-alert" end-call  *> load the module so its entry points resolve
        move current-date(1:14) to current-timestamp
        move current-date(1:8) to now-date
        compute now-minutes = integer-of-date(now-date) * 1440
            + cur-hour * 60 + cur-minute

        call "CBL_CHECK_FILE_EXIST" using './file-catalog.dat', file-info end-call
        if return-code not equal to 0
            display "no file-catalog.dat on disk - nothing to check"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        open output reportfile
        move spaces to report-line
        string "DATA FILE CATALOG CHECK " cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute delimited by size into report-line
        write report-line
        move spaces to report-line
        write report-line
        move "PROBLEM  FILE                                     OWNER      PRODUCER             DETAIL"
            to report-line
        write report-line

        open input catalogfile
        perform until exit
            read catalogfile
                at end
                    exit perform
                not at end
                    perform check-catalog-entry
            end-read
        end-perform
        close catalogfile

        move spaces to report-line
        write report-line
        move spaces to report-line
        string entry-count " file(s) catalogued: " ok-count " ok, " missing-count
            " missing, " stale-count " stale, " empty-count " empty, " bad-entry-count
            " bad catalog row(s)" delimited by size into report-line
        write report-line
        close reportfile

        display "file catalog check: " entry-count " file(s), " missing-count " missing, "
            stale-count " stale, " empty-count " empty - see file-catalog-check.txt"
        if missing-count > 0 or stale-count > 0 or empty-count > 0
            move 4 to return-code
        end-if
        goback
    .

    check-catalog-entry.
        move spaces to catalog-field(1) catalog-field(2) catalog-field(3)
            catalog-field(4) catalog-field(5) catalog-field(6)
        unstring catalog-rec delimited by ","
            into catalog-field(1) catalog-field(2) catalog-field(3)
                catalog-field(4) catalog-field(5) catalog-field(6)
        end-unstring
        if trim(catalog-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to entry-count
        move trim(catalog-field(1)) to entry-path
        move trim(catalog-field(2)) to entry-producers
        move upper-case(trim(catalog-field(4))) to entry-frequency
        move upper-case(trim(catalog-field(5))) to entry-owner
        move upper-case(catalog-field(6)) to entry-options

        set empty-ok to false
        set file-optional to false
        move 0 to option-hits
        inspect entry-options tallying option-hits for all "EMPTY-OK"
        if option-hits > 0
            set empty-ok to true
        end-if
        move 0 to option-hits
        inspect entry-options tallying option-hits for all "OPTIONAL"
        if option-hits > 0
            set file-optional to true
        end-if

        perform take-refresh-window
        if bad-frequency
            add 1 to bad-entry-count
            move "BADROW" to problem
            move spaces to problem-detail
            string "frequency " trim(entry-frequency) " not understood - age not checked"
                delimited by size into problem-detail
            perform write-problem-line
        end-if

        call "CBL_CHECK_FILE_EXIST" using entry-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            if file-optional
                add 1 to ok-count
                exit paragraph
            end-if
            add 1 to missing-count
            move "MISSING" to problem
            move "not on disk" to problem-detail
            perform write-problem-line
            perform raise-catalog-alert
            exit paragraph
        end-if

        if file-size-in-bytes equal to 0 and not empty-ok
            add 1 to empty-count
            move "EMPTY" to problem
            move "zero bytes" to problem-detail
            perform write-problem-line
            perform raise-catalog-alert
            exit paragraph
        end-if

        if window-hours > 0
            compute file-date = mod-yyyy * 10000 + mod-mo * 100 + mod-dd
            move 0 to age-hours
            if file-date >= 16010101
                compute file-minutes = integer-of-date(file-date) * 1440
                    + mod-hh * 60 + mod-mm
                if now-minutes > file-minutes
                    compute age-hours = (now-minutes - file-minutes) / 60
                end-if
            end-if
            if age-hours > window-hours
                add 1 to stale-count
                move "STALE" to problem
                move age-hours to age-display
                move window-hours to window-display
                move spaces to problem-detail
                string trim(age-display) " hours old, " trim(entry-frequency) " allows "
                    trim(window-display) delimited by size into problem-detail
                perform write-problem-line
                perform raise-catalog-alert
                exit paragraph
            end-if
        end-if

        add 1 to ok-count
        exit paragraph
    .

    take-refresh-window.
        set bad-frequency to false
        move 0 to window-hours
        evaluate true
            when entry-frequency equal to "DAILY"
                move 26 to window-hours
            when entry-frequency equal to "WEEKDAYS"
                move 74 to window-hours
            when entry-frequency equal to "WEEKLY"
                move 192 to window-hours
            when entry-frequency equal to "MONTHLY"
                move 768 to window-hours
            when entry-frequency equal to "ADHOC"
                continue
            when entry-frequency(1:6) equal to "HOURS="
                if trim(entry-frequency(7:6)) is numeric
                    move numval(entry-frequency(7:6)) to window-hours
                else
                    set bad-frequency to true
                end-if
            when entry-frequency(1:5) equal to "DAYS="
                if trim(entry-frequency(6:7)) is numeric
                    move numval(entry-frequency(6:7)) to frequency-number
                    compute window-hours = frequency-number * 24
                else
                    set bad-frequency to true
                end-if
            when other
                set bad-frequency to true
        end-evaluate
        exit paragraph
    .

    write-problem-line.
        move spaces to report-line
        string problem " " entry-path(1:40) " " entry-owner " " entry-producers(1:20) " "
            trim(problem-detail) delimited by size into report-line
        write report-line
        exit paragraph
    .

    raise-catalog-alert.
        move spaces to alert-message
        string trim(entry-path) " " trim(problem) " - " trim(problem-detail) " (owner "
            trim(entry-owner) ", produced by " trim(entry-producers) ")"
            delimited by size into alert-message
        call "alert-post" using alert-severity, alert-source, alert-message end-call
        exit paragraph
    .
