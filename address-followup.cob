       >>source format is free
identification division.
    program-id. address-followup.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> names-id|effective-date|street|city|state|zip|county|flags
            *> in names-id, effective-date order, from maintain-addresses
            select addressfile
            assign to './person-addresses.dat'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select followupfile
            assign to './address-followup.txt'
            organization is line sequential.

data division.
    file section.
        fd addressfile.
        01 address-rec pic X(200).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd followupfile.
        01 followup-rec pic X(250).

working-storage section.
    01 names-status pic X(2) value "00".
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.
    01 today-date pic 9(8) value 0.

    01 csv-field pic X(40) occurs 8 times.

    *> the row being proved again, as it stands on file
    01 row-names-id pic 9(10) value 0.
    01 row-eff-date pic 9(8) value 0.
    01 row-street pic X(40) value spaces.
    01 row-city pic X(30) value spaces.
    01 row-state pic X(2) value spaces.
    01 row-zip pic X(10) value spaces.
    01 row-county pic X(30) value spaces.
    01 row-flags pic X(40) value spaces.
    01 row-timing pic X(7) value spaces.

    *> each person's address in force today, held until their last
    *> row has gone by
    01 group-names-id pic 9(10) value 0.
    01 current-held-flag pic 9(1) value 0.
        88 current-held value 1 false 0.
    01 current-row.
        05 current-eff-date pic 9(8).
        05 current-street pic X(40).
        05 current-city pic X(30).
        05 current-state pic X(2).
        05 current-zip pic X(10).
        05 current-county pic X(30).
        05 current-flags pic X(40).

    *> the same address through today's reference
    01 addr-city pic X(30) value spaces.
    01 addr-state pic X(2) value spaces.
    01 addr-zip pic X(10) value spaces.
    01 addr-county pic X(30) value spaces.
    01 addr-flags pic X(40) value spaces.
    01 addr-result pic X(60) value spaces.

    01 stale-reasons pic X(120) value spaces.
    01 reason-ptr pic 9(3) value 1.
    01 mismatch-tally pic 9(2) value 0.
    01 prior-tally pic 9(2) value 0.
    01 person-name pic X(20) value spaces.

    01 rows-read pic 9(7) value 0.
    01 checked-count pic 9(7) value 0.
    01 followup-count pic 9(7) value 0.
    01 count-display pic z(6)9.

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
    *> Proves every person's current mailing address -- and any
    *> change of address keyed ahead of its date -- against the geo
    *> reference as it stands now. An address was good the day it
    *> was keyed; a reload since can retire its ZIP, move the ZIP to
    *> another state, rename or drop its city, or re-county it, and
    *> nothing else would notice until the mail came back. Each one
    *> left stale is listed, with who it belongs to, for someone to
    *> chase and re-key through maintain-addresses. Addresses keyed
    *> with a city the reference already disagreed with stay on the
    *> list until that's settled too.
    *>*************************************************************
    main.
        move current-date(1:8) to today-date
        open output followupfile
        move spaces to followup-rec
        string "ADDRESS FOLLOW-UP as of " today-date(1:4) "-" today-date(5:2)
            "-" today-date(7:2) delimited by size into followup-rec
        write followup-rec
        move spaces to followup-rec
        write followup-rec

        call "CBL_CHECK_FILE_EXIST" using './person-addresses.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "no person address file on disk - nothing to check" to followup-rec
            write followup-rec
            close followupfile
            display "no person address file on disk - nothing to check"
            goback
        end-if

        call "address-validation" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code

        set current-held to false
        open input addressfile
        perform until exit
            read addressfile
                at end
                    exit perform
                not at end
                    perform take-address-row
            end-read
        end-perform
        perform check-current-address
        close addressfile

        call "address-release" end-call
        if names-open
            close names-vsam
        end-if

        move spaces to followup-rec
        write followup-rec
        move spaces to followup-rec
        move checked-count to count-display
        string "addresses checked: " trim(count-display) delimited by size
            into followup-rec
        write followup-rec
        move spaces to followup-rec
        move followup-count to count-display
        string "needing follow-up: " trim(count-display) delimited by size
            into followup-rec
        write followup-rec
        close followupfile

        display "address follow-up done: " rows-read " row(s), " checked-count " checked, "
            followup-count " listed in address-followup.txt"
        goback
    .

    take-address-row.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6) csv-field(7) csv-field(8)
        unstring address-rec delimited by "|"
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6) csv-field(7) csv-field(8)
        end-unstring
        if trim(csv-field(1)) equal to spaces or trim(csv-field(1)) is not numeric
            or trim(csv-field(2)) equal to spaces or trim(csv-field(2)) is not numeric
            exit paragraph
        end-if
        add 1 to rows-read
        if numval(csv-field(1)) not equal to group-names-id
            perform check-current-address
            move numval(csv-field(1)) to group-names-id
        end-if

        move numval(csv-field(1)) to row-names-id
        move numval(csv-field(2)) to row-eff-date
        move csv-field(3) to row-street
        move csv-field(4)(1:30) to row-city
        move csv-field(5)(1:2) to row-state
        move csv-field(6)(1:10) to row-zip
        move csv-field(7)(1:30) to row-county
        move csv-field(8) to row-flags

        *> rows in force today replace one another until the last;
        *> rows dated ahead are checked as they come
        if row-eff-date not greater than today-date
            move row-eff-date to current-eff-date
            move row-street to current-street
            move row-city to current-city
            move row-state to current-state
            move row-zip to current-zip
            move row-county to current-county
            move row-flags to current-flags
            set current-held to true
        else
            move "PENDING" to row-timing
            perform check-address-row
        end-if
        exit paragraph
    .

    check-current-address.
        if not current-held
            exit paragraph
        end-if
        move current-eff-date to row-eff-date
        move current-street to row-street
        move current-city to row-city
        move current-state to row-state
        move current-zip to row-zip
        move current-county to row-county
        move current-flags to row-flags
        move group-names-id to row-names-id
        move "CURRENT" to row-timing
        perform check-address-row
        set current-held to false
        exit paragraph
    .

    check-address-row.
        add 1 to checked-count
        move row-city to addr-city
        move row-state to addr-state
        move row-zip to addr-zip
        call "address-validate" using addr-city, addr-state, addr-zip,
            addr-county, addr-flags, addr-result end-call

        move spaces to stale-reasons
        move 1 to reason-ptr
        if addr-result not equal to spaces
            move "ZIP-RETIRED" to stale-reasons
        else
            if addr-state not equal to row-state
                perform add-reason-separator
                string "ZIP-NOW-IN-" addr-state delimited by size
                    into stale-reasons with pointer reason-ptr
            end-if
            perform check-city-flags
            if addr-county not equal to row-county
                and addr-county not equal to spaces
                perform add-reason-separator
                string "COUNTY-NOW-" trim(addr-county) delimited by size
                    into stale-reasons with pointer reason-ptr
            end-if
        end-if
        if stale-reasons equal to spaces
            exit paragraph
        end-if
        perform write-followup-line
        exit paragraph
    .

    *> a city the reference no longer has for the zip is a rename
    *> (or a typo the reference has now caught); one that was
    *> already flagged when keyed is still unsettled
    check-city-flags.
        if addr-flags equal to spaces
            exit paragraph
        end-if
        move 0 to mismatch-tally
        inspect addr-flags tallying mismatch-tally for all "CITY-ZIP-MISMATCH"
        if mismatch-tally > 0
            move 0 to prior-tally
            inspect row-flags tallying prior-tally for all "CITY-ZIP-MISMATCH"
            perform add-reason-separator
            if prior-tally > 0
                string "CITY-UNCONFIRMED" delimited by size
                    into stale-reasons with pointer reason-ptr
            else
                string "CITY-RENAMED" delimited by size
                    into stale-reasons with pointer reason-ptr
            end-if
        end-if
        move 0 to mismatch-tally
        inspect addr-flags tallying mismatch-tally for all "ZIP-NOT-IN-CITY-REF"
        if mismatch-tally > 0
            move 0 to prior-tally
            inspect row-flags tallying prior-tally for all "ZIP-NOT-IN-CITY-REF"
            if prior-tally equal to 0
                perform add-reason-separator
                string "CITY-DROPPED" delimited by size
                    into stale-reasons with pointer reason-ptr
            end-if
        end-if
        exit paragraph
    .

    add-reason-separator.
        if reason-ptr > 1
            string "+" delimited by size
                into stale-reasons with pointer reason-ptr
        end-if
        exit paragraph
    .

    write-followup-line.
        add 1 to followup-count
        move spaces to person-name
        if names-open
            move row-names-id to names-id
            read names-vsam
                invalid key
                    move "(not on names-vsam)" to person-name
                not invalid key
                    move out-name to person-name
            end-read
        end-if
        move spaces to followup-rec
        string row-names-id " " person-name " " row-timing " from "
            row-eff-date " " trim(row-street) ", " trim(row-city) " "
            row-state " " trim(row-zip) "  " trim(stale-reasons)
            delimited by size into followup-rec
        write followup-rec
        exit paragraph
    .
