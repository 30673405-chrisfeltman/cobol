       >>source format is free
identification division.
    program-id. address-validation.

environment division.
    configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select zipfile
            assign to './datafiles/zip-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is zip-code
            alternate record key is zip-state-code
                with duplicates.

            select states
            assign to './datafiles/states-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is state-code.

            select counties
            assign to './datafiles/counties-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is county-key.

            select cities
            assign to './datafiles/city-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is city-key.

            select areacodefile
            assign to './datafiles/area-code-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is area-code
            alternate record key is area-state-code
                with duplicates.

data division.
    file section.
        fd zipfile.
        01 zip-rec.
            05 zip-code pic X(5).
            05 zip-state-code pic X(2).
            05 fips-code pic X(2).
            *> centroid coordinates, signed degrees -- zero until a
            *> reload with the widened zips-master.csv supplies them
            05 zip-lat pic s9(3)v9(6).
            05 zip-lon pic s9(4)v9(6).

        fd states.
        01 states-rec.
            05 state-code pic X(2).
            05 state-name pic X(20).
            05 state-fips-code pic X(2).
            05 state-country-code pic X(2).

        fd counties.
        01 county-rec.
            05 county-key.
                10 county-state-code pic X(2).
                10 county-code pic X(3).
                10 county-eff-date pic 9(8).
            05 county-name pic X(30).
            05 county-exp-date pic 9(8).

        fd cities.
        01 city-rec.
            05 city-key.
                10 city-zip pic X(5).
                10 city-seq pic 9(2).
            05 city-name pic X(30).
            05 city-county-code pic X(3).
            *> P preferred, A acceptable -- one preferred per zip
            05 city-rank pic X(1).

        fd areacodefile.
        01 area-code-rec.
            05 area-code pic X(3).
            05 area-state-code pic X(2).
            05 area-notes pic X(40).

    working-storage section.
        01 references-open-flag pic 9(1) value 0.
            88 references-open value 1 false 0.
        01 cities-available-flag pic 9(1) value 0.
            88 cities-available value 1 false 0.
        01 area-codes-open-flag pic 9(1) value 0.
            88 area-codes-open value 1 false 0.
        01 area-codes-available-flag pic 9(1) value 0.
            88 area-codes-available value 1 false 0.

        01 city-name-count pic 9(2) value 0.
        01 city-name-matched-flag pic 9(1) value 0.
            88 city-name-matched value 1 false 0.
        01 preferred-county-code pic X(3) value spaces.
        01 flag-append-ptr pic 9(3) value 1.
        01 asof-today pic 9(8) value 0.

        *> the phone's digits, gathered out of whatever punctuation
        *> it was keyed with
        01 phone-pos pic 9(2) value 0.
        01 phone-digit-count pic 9(2) value 0.
        01 phone-gathered pic X(12) value spaces.

        *> the postal code's characters, gathered out of the spaces
        *> and hyphens it was keyed with
        01 postal-pos pic 9(2) value 0.
        01 postal-char-count pic 9(2) value 0.
        01 postal-gathered pic X(10) value spaces.
        01 postal-form pic X(10) value spaces.
        01 postal-key-held pic X(5) value spaces.
        01 postal-country-held pic X(2) value spaces.

        01 file-info.
            05 file-size-in-bytes pic 9(18) comp.
            05 mod-dd pic 9(2) comp.
            05 mod-mo pic 9(2) comp.
            05 mod-yyyy pic 9(4) comp.
            05 mod-hh pic 9(2) comp.
            05 mod-mm pic 9(2) comp.
            05 mod-ss pic 9(2) comp.
            05 filler pic 9(2) comp.

    linkage section.
        01 addr-city pic X(30).
        01 addr-state pic X(2).
        01 addr-zip pic X(10).
        01 addr-county pic X(30).
        01 addr-flags pic X(40).
        01 addr-result pic X(60).
        01 phone-number pic X(20).
        01 phone-state pic X(2).
        01 phone-digits pic X(10).
        01 phone-flag pic X(30).
        01 postal-in pic X(10).
        01 postal-out pic X(10).
        01 postal-key pic X(5).
        01 postal-country pic X(2).

procedure division.

    *>*************************************************************
    *> The ZIP/state/city/county chain geo-query proves one address
    *> at a time, callable, so every program that takes an address
    *> -- the cleansing run and the person address maintenance --
    *> proves it the same way: the postal code is the anchor, the
    *> state or province is corrected from it, the county is filled
    *> from the city reference, and a city name that disagrees with
    *> the reference is flagged (not silently rewritten -- the
    *> mismatch is the finding). A US ZIP is held in the reference
    *> by its five digits; a Canadian postal code by its forward
    *> sortation area, the first three characters.
    *>
    *>   address-validate  city, state, zip, county, flags, result
    *>       zip comes back in its standard form, state corrected,
    *>       county filled, flags set; result is spaces for a usable
    *>       address, otherwise the reason it isn't one
    *>   postal-normalize  postal code, standard form, key, country
    *>       "12345-6789" gives 12345-6789 / 12345 / US, "k1a0b1"
    *>       gives K1A 0B1 / K1A / CA; country is spaces for a code
    *>       of neither form
    *>   phone-validate    phone, state, digits, flag
    *>       the phone comes back as its ten digits; the flag is
    *>       spaces for a good number whose area code serves the
    *>       state, otherwise what is wrong with it
    *>   address-release   closes the reference stores
    *>
    *> the reference stores are opened on the first call and held
    *> open for the rest of the run.
    *>*************************************************************
    main.
        goback
    .

    entry "address-validate" using addr-city, addr-state, addr-zip,
        addr-county, addr-flags, addr-result.
        if not references-open
            perform open-references
        end-if
        move spaces to addr-county addr-flags addr-result
        move upper-case(addr-state) to addr-state

        move addr-zip to postal-form
        perform normalize-postal-code
        if postal-country-held equal to spaces
            move "zip is missing or not a ZIP or postal code" to addr-result
            goback
        end-if
        move postal-form to addr-zip

        move postal-key-held to zip-code
        read zipfile
            invalid key
                if postal-country-held equal to "CA"
                    move "postal code not in the reference" to addr-result
                else
                    move "zip not in the reference" to addr-result
                end-if
                goback
        end-read

        *> the zip is the anchor: a state that disagrees with it is
        *> corrected, and the correction noted in the flags column
        if addr-state not equal to zip-state-code
            string "STATE-CORRECTED-FROM-" addr-state into addr-flags
            move zip-state-code to addr-state
        end-if

        *> sanity hop through the states store: a zip pointing at a
        *> state code the reference doesn't know is a reference
        *> problem worth surfacing, not a row problem
        move addr-state to state-code
        read states
            invalid key
                display "*** WARNING: state " addr-state
                    " from zip " trim(addr-zip) " is not in states-lookup ***"
        end-read

        perform fill-county-and-check-city
        goback
    .

    *> a North American number is ten digits -- an 11-digit one
    *> keyed with the leading 1 is taken without it -- and neither
    *> the area code nor the exchange starts with 0 or 1. A number
    *> whose area code serves another state than the address is
    *> flagged, not rejected: people keep their numbers when they
    *> move
    entry "phone-validate" using phone-number, phone-state, phone-digits,
        phone-flag.
        if not area-codes-open
            perform open-area-codes
        end-if
        move spaces to phone-digits phone-flag
        if phone-number equal to spaces
            goback
        end-if

        move spaces to phone-gathered
        move 0 to phone-digit-count
        perform varying phone-pos from 1 by 1 until phone-pos > 20
            if phone-number(phone-pos:1) is numeric
                if phone-digit-count < 12
                    add 1 to phone-digit-count
                    move phone-number(phone-pos:1)
                        to phone-gathered(phone-digit-count:1)
                end-if
            end-if
        end-perform
        if phone-digit-count equal to 11 and phone-gathered(1:1) equal to "1"
            move phone-gathered(2:10) to phone-gathered
            move 10 to phone-digit-count
        end-if
        if phone-digit-count not equal to 10
            move "PHONE-NOT-10-DIGITS" to phone-flag
            goback
        end-if
        if phone-gathered(1:1) equal to "0" or phone-gathered(1:1) equal to "1"
            or phone-gathered(4:1) equal to "0" or phone-gathered(4:1) equal to "1"
            move "PHONE-BAD-NUMBER" to phone-flag
            goback
        end-if
        move phone-gathered(1:10) to phone-digits

        if not area-codes-available
            goback
        end-if
        move phone-digits(1:3) to area-code
        read areacodefile
            invalid key
                move "PHONE-AREA-CODE-UNKNOWN" to phone-flag
                goback
        end-read
        if phone-state not equal to spaces
            and area-state-code not equal to upper-case(phone-state)
            string "PHONE-AREA-CODE-IN-" area-state-code delimited by size
                into phone-flag
        end-if
        goback
    .

    entry "postal-normalize" using postal-in, postal-out, postal-key,
        postal-country.
        move postal-in to postal-form
        perform normalize-postal-code
        move postal-form to postal-out
        move postal-key-held to postal-key
        move postal-country-held to postal-country
        goback
    .

    entry "address-release".
        if references-open
            close zipfile
            close states
            close counties
            if cities-available
                close cities
            end-if
            set references-open to false
        end-if
        if area-codes-open
            if area-codes-available
                close areacodefile
            end-if
            set area-codes-open to false
        end-if
        goback
    .

    open-references.
        move current-date(1:8) to asof-today
        open input zipfile
        open input states
        open input counties
        call "CBL_CHECK_FILE_EXIST" using './datafiles/city-lookup.db', file-info end-call
        if return-code equal to 0
            open input cities
            set cities-available to true
        else
            set cities-available to false
            display "no city reference on disk - county fill and city check unavailable"
        end-if
        move 0 to return-code
        set references-open to true
        exit paragraph
    .

    open-area-codes.
        call "CBL_CHECK_FILE_EXIST" using './datafiles/area-code-lookup.db', file-info end-call
        if return-code equal to 0
            open input areacodefile
            set area-codes-available to true
        else
            set area-codes-available to false
            display "no area-code reference on disk - phones checked for form only"
        end-if
        move 0 to return-code
        set area-codes-open to true
        exit paragraph
    .

    *> postal-form in, postal-form/postal-key-held/postal-country-held
    *> out. Five or nine digits are a ZIP (ZIP+4 keeps its hyphen);
    *> letter-digit-letter digit-letter-digit is a Canadian postal
    *> code, and its first three alone are the forward sortation
    *> area the reference is keyed on
    normalize-postal-code.
        move spaces to postal-gathered postal-key-held postal-country-held
        move 0 to postal-char-count
        perform varying postal-pos from 1 by 1 until postal-pos > 10
            if postal-form(postal-pos:1) not equal to space
                and postal-form(postal-pos:1) not equal to "-"
                add 1 to postal-char-count
                move upper-case(postal-form(postal-pos:1))
                    to postal-gathered(postal-char-count:1)
            end-if
        end-perform
        move spaces to postal-form

        evaluate true
            when postal-char-count equal to 5
                and postal-gathered(1:5) is numeric
                move postal-gathered(1:5) to postal-form postal-key-held
                move "US" to postal-country-held
            when postal-char-count equal to 9
                and postal-gathered(1:9) is numeric
                string postal-gathered(1:5) "-" postal-gathered(6:4)
                    delimited by size into postal-form
                move postal-gathered(1:5) to postal-key-held
                move "US" to postal-country-held
            when postal-char-count equal to 6
                and postal-gathered(1:1) is alphabetic
                and postal-gathered(2:1) is numeric
                and postal-gathered(3:1) is alphabetic
                and postal-gathered(4:1) is numeric
                and postal-gathered(5:1) is alphabetic
                and postal-gathered(6:1) is numeric
                string postal-gathered(1:3) " " postal-gathered(4:3)
                    delimited by size into postal-form
                move postal-gathered(1:3) to postal-key-held
                move "CA" to postal-country-held
            when postal-char-count equal to 3
                and postal-gathered(1:1) is alphabetic
                and postal-gathered(2:1) is numeric
                and postal-gathered(3:1) is alphabetic
                move postal-gathered(1:3) to postal-form postal-key-held
                move "CA" to postal-country-held
            when other
                move postal-gathered to postal-form
        end-evaluate
        exit paragraph
    .

    fill-county-and-check-city.
        if not cities-available
            exit paragraph
        end-if

        *> a zip can legitimately hold several town names: the city
        *> check passes if the address's spelling matches ANY of
        *> them, and the county comes off the preferred record. a
        *> mismatch against every name is flagged, never rewritten
        *> -- sometimes the address is right and the reference is
        *> stale, and the analyst decides which
        move 0 to city-name-count
        set city-name-matched to false
        move spaces to preferred-county-code
        move postal-key-held to city-zip
        move 0 to city-seq
        start cities key not less than city-key
            invalid key
                perform append-flag-no-city-ref
                exit paragraph
        end-start
        perform until exit
            read cities next record
                at end
                    exit perform
                not at end
                    if city-zip not equal to postal-key-held
                        exit perform
                    end-if
                    add 1 to city-name-count
                    perform check-one-city-name
            end-read
        end-perform

        if city-name-count equal to 0
            perform append-flag-no-city-ref
            exit paragraph
        end-if

        if not city-name-matched
            perform append-flag-city-mismatch
        end-if

        move addr-state to county-state-code
        move preferred-county-code to county-code
        move asof-today to county-eff-date
        start counties key not greater than county-key
            invalid key
                exit paragraph
        end-start
        read counties next record
            at end
                exit paragraph
        end-read
        if county-state-code equal to addr-state
            and county-code equal to preferred-county-code
            and county-exp-date not less than asof-today
            move county-name to addr-county
        end-if
        exit paragraph
    .

    check-one-city-name.
        if city-name-count equal to 1
            move city-county-code to preferred-county-code
        end-if
        if city-rank equal to "P"
            move city-county-code to preferred-county-code
        end-if
        if upper-case(trim(addr-city)) equal to
            upper-case(trim(city-name))
            set city-name-matched to true
        end-if
        exit paragraph
    .

    append-flag-no-city-ref.
        if addr-flags equal to spaces
            move "ZIP-NOT-IN-CITY-REF" to addr-flags
        else
            compute flag-append-ptr = length(trim(addr-flags)) + 1
            string "+ZIP-NOT-IN-CITY-REF" delimited by size
                into addr-flags
                with pointer flag-append-ptr
        end-if
        exit paragraph
    .

    append-flag-city-mismatch.
        if addr-flags equal to spaces
            move "CITY-ZIP-MISMATCH" to addr-flags
        else
            compute flag-append-ptr = length(trim(addr-flags)) + 1
            string "+CITY-ZIP-MISMATCH" delimited by size
                into addr-flags
                with pointer flag-append-ptr
        end-if
        exit paragraph
    .
