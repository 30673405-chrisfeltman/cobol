            05 state-code pic X(2).
            05 state-name pic X(20).
            05 state-fips-code pic X(2).
            05 state-country-code pic X(2).

        fd zipfile.
        01 zip-rec.
    *> Publishes the geo reference stores into Redis hashes so the
    *> web tier can stop hammering geo-lookup-server over the pipe
    *> pair for data that changes maybe quarterly:
    *>   geo.state.<code>        -> name, fips, country
    *>   geo.zip.<code>          -> state, fips, lat, lon
    *>                              (a Canadian code under its FSA)
    *>   geo.county.<st>.<code>  -> name, eff, exp (latest row wins)
    *> Everything stages to a text file replayed through redis-cli
    *> in one shot, then a spot-check pass reads a sample back and
        string "HSET " '"' "geo.state." trim(state-code) '"'
            " name " '"' trim(state-name) '"'
            " fips " '"' state-fips-code '"'
            " country " '"' state-country-code '"'
            into stage-rec
        write stage-rec
        add 1 to state-staged-count
        move zip-lat to lat-display
        move zip-lon to lon-display
        move spaces to stage-rec
        string "HSET " '"' "geo.zip." trim(zip-code) '"'
            " state " '"' zip-state-code '"'
            " fips " '"' fips-code '"'
            " lat " '"' trim(lat-display) '"'

    spot-check-one-zip.
        move spaces to command
        string "redis-cli HGET " '"' "geo.zip." trim(zip-code) '"'
            " state > ./geo-verify.tmp" into command
        call "SYSTEM" using command end-call
        move 0 to return-code
        move zip-state-code to verify-expected
        if trim(verify-answer) not equal to trim(verify-expected)
            add 1 to verify-mismatch-count
            display "*** spot check mismatch: geo.zip." trim(zip-code)
                " state cached [" trim(verify-answer)
                "] source [" trim(verify-expected) "] ***"
        end-if
