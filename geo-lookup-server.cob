            05 state-code pic X(2).
            05 state-name pic X(20).
            05 state-fips-code pic X(2).
            05 state-country-code pic X(2).

        fd counties.
        01 county-rec.
    01 request-arg-3 pic X(8) value spaces.
    01 asof-date pic 9(8) value 0.

    *> a ZIP request may carry a Canadian postal code (keyed without
    *> its space, or as the FSA alone); it is answered by its FSA
    01 postal-in pic X(10) value spaces.
    01 postal-out pic X(10) value spaces.
    01 postal-key pic X(5) value spaces.
    01 postal-country pic X(2) value spaces.

procedure division.

    *>*************************************************************
        open input zipfile
        open input states
        open input counties
        call "address-validation" end-call  *> load the module so its entry points resolve
        display "reference files open - serving"

        perform until shutdown-requested
    .

    answer-zip-request.
        move request-arg-1 to postal-in
        call "postal-normalize" using postal-in, postal-out, postal-key,
            postal-country end-call
        move postal-key to zip-code
        read zipfile
            invalid key
                move "NOT-FOUND" to response-rec
