data division.
    file section.
        fd journalfile.
        01 journal-rec pic X(172).

    working-storage section.
        01 file-info.
            05 filler pic 9(2) comp.

        01 journal-stamp pic X(14) value spaces.
        01 journal-operator pic X(8) value spaces.

        *> the hash chain the journal is sealed into, and the line on
        *> its way through it
        01 chain-log-path pic X(80) value './names-vsam.journal.log'.
        01 chain-line pic X(400) value spaces.
        01 chain-fixed-width pic 9(3) value 131.
        01 chain-sealed pic X(400) value spaces.

        01 feed-entity pic X(8) value "PERSON".
        01 feed-op pic X(10) value spaces.
        01 feed-key pic X(40) value spaces.
        01 feed-detail pic X(120) value spaces.

    linkage section.
        01 journal-op pic X(6).
    *>   16-21 operation INSERT/UPDATE/DELETE
    *>   23-71 before-image (spaces for an insert)
    *>   73-121 after-image (spaces for a delete)
    *>   123-130 operator id, as operator-auth resolves it
    *>   132-167 the line's seal in the journal's hash chain
    *>
    *> each call opens, appends and closes, so several writers can
    *> interleave whole lines without holding the file.
    *>
    *> every journalled change is also handed to the change feed,
    *> keyed on the names id, so the person side of the feed has
    *> exactly the changes the journal has.
    *>*************************************************************
    main.
        goback
            open output journalfile
        end-if

        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using journal-operator end-call

        move current-date(1:14) to journal-stamp
        move spaces to journal-rec
        move journal-stamp to journal-rec(1:14)
        move journal-op to journal-rec(16:6)
        move before-image to journal-rec(23:49)
        move after-image to journal-rec(73:49)
        move journal-operator to journal-rec(123:8)
        move journal-rec to chain-line
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "chain-seal-fixed" using chain-log-path, chain-line, chain-fixed-width,
            chain-sealed end-call
        write journal-rec from chain-sealed

        close journalfile

        move journal-op to feed-op
        move spaces to feed-key
        move spaces to feed-detail
        if journal-op equal to "DELETE"
            move before-image(1:10) to feed-key
            move before-image to feed-detail
        else
            move after-image(1:10) to feed-key
            move after-image to feed-detail
        end-if
        call "change-feed" using feed-entity, feed-op, feed-key, feed-detail end-call

        *> hand the caller's return-code back clean -- the
        *> file-exist probe above may have dirtied it
        move zero to return-code
