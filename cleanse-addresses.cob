    input-output section.
        file-control.
            *> the incoming list, one pipe-delimited row each:
            *>   id|street|city|state|zip[|phone]
            *> where the zip may as well be a Canadian postal code
            *> city, state and zip are free text and regularly
            *> disagree with each other; the phone, when there is
            *> one, is keyed any old way
            select addressfile
            assign to './address-input.dat'
            organization is line sequential.

            *> id|street|city|state|zip|county|flags|phone -- the
            *> phone as its bare ten digits, or as keyed when it
            *> couldn't be read as a number
            select cleansedfile
            assign to './address-cleansed.dat'
            organization is line sequential.
        fd addressfile.
        01 address-rec pic X(200).

        fd cleansedfile.
        01 cleansed-rec pic X(250).

    01 state-corrected-count pic 9(7) value 0.
    01 county-filled-count pic 9(7) value 0.
    01 city-mismatch-count pic 9(7) value 0.
    01 phone-flagged-count pic 9(7) value 0.

    01 addr-field pic X(60) occurs 6 times.
    01 addr-id pic X(12) value spaces.
    01 addr-street pic X(40) value spaces.
    01 addr-city pic X(30) value spaces.
    01 addr-state pic X(2) value spaces.
    01 addr-zip pic X(10) value spaces.
    01 addr-county pic X(30) value spaces.
    01 addr-flags pic X(40) value spaces.
    01 addr-phone pic X(20) value spaces.
    01 phone-digits pic X(10) value spaces.
    01 phone-flag pic X(30) value spaces.
    01 out-flags pic X(80) value spaces.
    01 out-phone pic X(20) value spaces.
    01 exception-reason pic X(60) value spaces.
    01 mismatch-tally pic 9(2) value 0.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
    *>*************************************************************
    *> File-scale address cleansing over the geo reference set --
    *> the chain geo-query proves one address at a time, run down
    *> a whole list through the address-validation module: the ZIP
    *> is the anchor, the state is corrected from it, the county is
    *> filled from the city reference, and a city name that
    *> disagrees with the reference is flagged (not silently
    *> rewritten -- the mismatch is the finding). A phone whose
    *> area code serves another state than the corrected address
    *> is flagged the same way. Rows with no usable ZIP go to the
    *> exceptions file with a reason each.
    *>*************************************************************
    main.
        display "address cleansing starting..."

        move current-date to current-timestamp
        call "address-validation" end-call  *> load the module so its entry points resolve

        open input addressfile
        open output cleansedfile
        close addressfile
        close cleansedfile
        close exceptionfile
        call "address-release" end-call

        display "cleansing done: " read-count " row(s), "
            cleansed-count " cleansed, " exception-count " exception(s)"
        display state-corrected-count " state(s) corrected, "
            county-filled-count " count(y/ies) filled, "
            city-mismatch-count " city/zip mismatch(es) flagged, "
            phone-flagged-count " phone(s) flagged"
        if exception-count greater than 0
            move 1 to return-code
        end-if

    cleanse-one-address.
        move spaces to addr-field(1) addr-field(2) addr-field(3)
            addr-field(4) addr-field(5) addr-field(6)
        unstring address-rec delimited by "|"
            into addr-field(1) addr-field(2) addr-field(3)
                addr-field(4) addr-field(5) addr-field(6)
        end-unstring

        move addr-field(1)(1:12) to addr-id
        move addr-field(2)(1:40) to addr-street
        move addr-field(3)(1:30) to addr-city
        move addr-field(4)(1:2) to addr-state
        move addr-field(5)(1:10) to addr-zip
        move addr-field(6)(1:20) to addr-phone

        call "address-validate" using addr-city, addr-state, addr-zip,
            addr-county, addr-flags, exception-reason end-call
        if exception-reason not equal to spaces
            perform write-exception-rec
            exit paragraph
        end-if

        if addr-flags(1:21) equal to "STATE-CORRECTED-FROM-"
            add 1 to state-corrected-count
        end-if
        if addr-county not equal to spaces
            add 1 to county-filled-count
        end-if
        move 0 to mismatch-tally
        inspect addr-flags tallying mismatch-tally for all "CITY-ZIP-MISMATCH"
        if mismatch-tally > 0
            add 1 to city-mismatch-count
        end-if

        *> the phone is checked against the state as corrected
        call "phone-validate" using addr-phone, addr-state, phone-digits,
            phone-flag end-call
        move addr-flags to out-flags
        move phone-digits to out-phone
        if phone-digits equal to spaces
            move addr-phone to out-phone
        end-if
        if phone-flag not equal to spaces
            add 1 to phone-flagged-count
            if out-flags equal to spaces
                move phone-flag to out-flags
            else
                move spaces to out-flags
                string trim(addr-flags) "+" trim(phone-flag)
                    delimited by size into out-flags
            end-if
        end-if

        add 1 to cleansed-count
        perform write-cleansed-rec
        exit paragraph
    .

    write-cleansed-rec.
        move spaces to cleansed-rec
        string trim(addr-id) "|" trim(addr-street) "|" trim(addr-city)
            "|" addr-state "|" trim(addr-zip) "|" trim(addr-county)
            "|" trim(out-flags) "|" trim(out-phone)
            into cleansed-rec
        write cleansed-rec
        exit paragraph
