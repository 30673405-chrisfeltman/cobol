            05 state-code pic X(2).
            05 state-name pic X(20).
            05 state-fips-code pic X(2).
            05 state-country-code pic X(2).

        fd zipfile.
        01 zip-rec.
        move spaces to report-line
        move state-zip-count to zip-count-display
        string state-code " " trim(state-name) " (fips " state-fips-code
            ", " state-country-code ") - " state-county-count " county(ies), "
            trim(zip-count-display) " zip(s)"
            into report-line
        write report-line
