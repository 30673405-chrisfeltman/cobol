            05 state-code pic X(2).
            05 state-name pic X(20).
            05 state-fips-code pic X(2).
            05 state-country-code pic X(2).

        fd counties.
        01 county-rec.

    working-storage section.
        01 user-input pic X(4096).
        *> the argument in its standard form, the key the reference
        *> holds it under (the ZIP, or a Canadian code's forward
        *> sortation area) and which country's form it took
        01 query-input pic X(10) value spaces.
        01 query-zip pic X(10) value spaces.
        01 query-key pic X(5) value spaces.
        01 query-country pic X(2) value spaces.
        01 partial-count pic 9(1) value 0.
        01 asof-today pic 9(8) value 0.

        01 found-state-name pic X(20) value spaces.
        01 found-country-code pic X(2) value spaces.
        01 found-city-name pic X(30) value spaces.
        01 found-county-name pic X(30) value spaces.
        01 found-county-code pic X(3) value spaces.
    *> from the city file, county name from the counties file --
    *> the whole help-desk chain in a single invocation. A hop that
    *> misses is reported as PARTIAL and the rest still answers.
    *> A Canadian postal code (A1A 1A1, or its first three alone)
    *> answers the same way through its forward sortation area;
    *> provinces have no counties, so that hop is not applicable
    *> rather than missed.
    *>*************************************************************
    main.
        open input zipfile
        end-if

        accept user-input from argument-value
        move user-input (1:10) to query-input
        move spaces to user-input
        accept user-input from argument-value
        move upper-case(user-input (1:4)) to mode-param
        if mode-param equal to "ALL"
            set list-all-names to true
        end-if
        call "address-validation" end-call  *> load the module so its entry points resolve
        call "postal-normalize" using query-input, query-zip, query-key,
            query-country end-call
        if query-country equal to spaces
            display "zip " trim(query-input) " is not a ZIP or postal code" upon stdout
            move 1 to return-code
            perform close-all-files
            goback
        end-if
        move query-key to zip-code

        read zipfile
            invalid key
                display "zip " trim(query-zip) " not found" upon stdout
                move 1 to return-code
                perform close-all-files
                goback
        perform resolve-state-name
        perform resolve-city-and-county

        display "zip: " trim(query-zip) upon stdout
        display "state: " zip-state-code space trim(found-state-name) upon stdout
        display "country: " found-country-code upon stdout
        display "fips: " fips-code upon stdout
        if cities-available
            display "city: " trim(found-city-name) upon stdout

    resolve-state-name.
        move spaces to found-state-name
        move query-country to found-country-code
        move zip-state-code to state-code

        read states
                add 1 to partial-count
            not invalid key
                move state-name to found-state-name
                if state-country-code not equal to spaces
                    move state-country-code to found-country-code
                    if state-country-code not equal to query-country
                        display "note: " trim(query-zip) " is a " query-country
                            " code but state file has " state-code " in "
                            state-country-code upon stdout
                    end-if
                end-if
                if state-fips-code not equal to fips-code
                    display "note: zip record fips " fips-code
                        " disagrees with state file fips " state-fips-code upon stdout
        move 0 to city-name-count
        move spaces to other-name-list
        move 1 to other-name-ptr
        move query-key to city-zip
        move 0 to city-seq
        start cities key not less than city-key
            invalid key
                at end
                    exit perform
                not at end
                    if city-zip not equal to query-key
                        exit perform
                    end-if
                    add 1 to city-name-count
            exit paragraph
        end-if

        if query-country equal to "CA"
            move spaces to found-county-code
            move "(not applicable)" to found-county-name
            exit paragraph
        end-if

        *> county records are effective-dated: position at the
        *> latest row effective on or before today and check it is
        *> still this county and unexpired
