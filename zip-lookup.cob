
    working-storage section.
        01 user-input pic X(4096).
        *> a ZIP, or a Canadian postal code looked up by its forward
        *> sortation area
        01 query-input pic X(10).
        01 query-zip pic X(10).
        01 query-key pic X(5).
        01 query-country pic X(2).

procedure division.

    main.
        open input zipfile
        accept user-input from argument-value
        move user-input (1:10) to query-input
        call "address-validation" end-call  *> load the module so its entry points resolve
        call "postal-normalize" using query-input, query-zip, query-key,
            query-country end-call
        move query-key to zip-code

        read zipfile
            invalid key
