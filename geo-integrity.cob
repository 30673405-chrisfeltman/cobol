            access mode is sequential
            record key is county-key.

            select areacodefile
            assign to './datafiles/area-code-lookup.db'
            organization is indexed
            access mode is sequential
            record key is area-code
            alternate record key is area-state-code
                with duplicates.

            select reportfile
            assign to './geo-integrity.rpt'
            organization is line sequential.
            05 state-code pic X(2).
            05 state-name pic X(20).
            05 state-fips-code pic X(2).
            05 state-country-code pic X(2).

        fd zipfile.
        01 zip-rec.
            05 county-name pic X(30).
            05 county-exp-date pic 9(8).

        fd areacodefile.
        01 area-code-rec.
            05 area-code pic X(3).
            05 area-state-code pic X(2).
            05 area-notes pic X(40).

        fd reportfile.
        01 report-line pic X(132).

    01 state-count pic 9(3) value 0.
    01 zip-count pic 9(7) value 0.
    01 county-count pic 9(5) value 0.
    01 area-code-count pic 9(4) value 0.
    01 finding-count pic 9(7) value 0.

    *> the whole states file held in storage -- it is the anchor the
        02 st-code pic X(2).
        02 st-name pic X(20).
        02 st-fips pic X(2).
        02 st-country pic X(2).
        02 st-zip-count pic 9(7).
        02 st-county-count pic 9(5).
    01 state-found-flag pic 9(1) value 0.
        88 state-found value 1 false 0.

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
procedure division.

    *>*************************************************************
    *> Cross-validates the geo reference files, which are loaded
    *> by separate jobs that never look at each other:
    *>   - ZIPs pointing at state codes that don't exist
    *>   - counties pointing at state codes that don't exist
    *>   - area codes pointing at state codes that don't exist
    *>   - ZIPs whose fips disagrees with their state's fips
    *>   - states that loaded zero ZIPs or zero counties
    *> Findings go to geo-integrity.rpt and the run ends nonzero
        perform load-state-table
        perform sweep-zip-file
        perform sweep-county-file
        perform sweep-area-code-file
        perform report-empty-states

        perform write-report-trailer

        display "geo integrity sweep done: " state-count " state(s), "
            zip-count " zip(s), " county-count " county record(s), "
            area-code-count " area code(s), "
            finding-count " finding(s)"
        if finding-count greater than 0
            move 1 to return-code
                    move state-code to st-code(state-idx)
                    move state-name to st-name(state-idx)
                    move state-fips-code to st-fips(state-idx)
                    move state-country-code to st-country(state-idx)
                    move 0 to st-zip-count(state-idx)
                    move 0 to st-county-count(state-idx)
            end-read
                into report-line
            write report-line
        end-if

        *> a five-digit zip belongs to a US state, a forward sortation
        *> area (A9A) to a Canadian province -- either pointing across
        *> the border is a keying slip in the master
        if (zip-code is numeric and st-country(state-idx) equal to "CA")
            or (zip-code is not numeric and st-country(state-idx) not equal to "CA")
            add 1 to finding-count
            move spaces to report-line
            string "WRONG-COUNTRY   " zip-code " points at " zip-state-code
                " which is in country " st-country(state-idx)
                into report-line
            write report-line
        end-if
        exit paragraph
    .

        exit paragraph
    .

    *> the area-code reference is the newest of the set; until it
    *> has been loaded there is nothing to check, and that is said
    *> in the report rather than counted against the others
    sweep-area-code-file.
        call "CBL_CHECK_FILE_EXIST" using './datafiles/area-code-lookup.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "area-code reference not loaded - area codes not checked" to report-line
            write report-line
            exit paragraph
        end-if
        open input areacodefile
        perform until exit
            read areacodefile
                at end
                    exit perform
                not at end
                    add 1 to area-code-count
                    perform check-area-code-rec
            end-read
        end-perform
        close areacodefile
        exit paragraph
    .

    check-area-code-rec.
        set state-found to false
        perform varying state-idx from 1 by 1 until state-idx > state-count
            if st-code(state-idx) equal to area-state-code
                set state-found to true
                exit perform
            end-if
        end-perform

        if not state-found
            add 1 to finding-count
            move spaces to report-line
            string "ORPHAN-AREACODE " area-code " points at state "
                area-state-code " which has no state record"
                into report-line
            write report-line
        end-if
        exit paragraph
    .

    report-empty-states.
        perform varying state-idx from 1 by 1 until state-idx > state-count
            if st-zip-count(state-idx) equal to 0
                    into report-line
                write report-line
            end-if
            *> provinces and territories have no counties to load
            if st-county-count(state-idx) equal to 0
                and st-country(state-idx) not equal to "CA"
                add 1 to finding-count
                move spaces to report-line
                string "NO-COUNTIES     " st-code(state-idx) " "
    write-report-trailer.
        move spaces to report-line
        string "states " state-count " zips " zip-count
            " counties " county-count " area codes " area-code-count
            " findings " finding-count
            into report-line
        write report-line
        exit paragraph
