    01 cutoff-date pic 9(8) value 0.
    01 archive-path pic X(60) value spaces.

    *> a hash-chained log's chain head, and where it goes with the
    *> archive
    01 chain-head-path pic X(56) value spaces.
    01 archive-head-path pic X(68) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
            exit paragraph
        end-if

        perform rotate-chain-head

        add 1 to rotated-count
        if catalog-count < 500
            add 1 to catalog-count
        exit paragraph
    .

    *> a hash-chained log's head goes with it, so the archive can
    *> still be verified and the live log starts a chain of its own
    rotate-chain-head.
        move spaces to chain-head-path
        string trim(policy-log-path) ".chain" into chain-head-path
        call "CBL_CHECK_FILE_EXIST" using chain-head-path, file-info end-call
        if return-code equal to 0
            move spaces to archive-head-path
            string trim(archive-path) ".chain" into archive-head-path
            call "CBL_RENAME_FILE" using chain-head-path, archive-head-path end-call
        end-if
        move 0 to return-code
        exit paragraph
    .

    *>*************************************************************
    *> Walk the catalog newest-first applying each log's policy:
    *> KEEPGENS keeps that many newest generations, KEEPDAYS keeps
        if return-code equal to 0
            call "CBL_DELETE_FILE" using ct-arc-path(catalog-idx) end-call
        end-if
        move spaces to archive-head-path
        string trim(ct-arc-path(catalog-idx)) ".chain" into archive-head-path
        call "CBL_CHECK_FILE_EXIST" using archive-head-path, file-info end-call
        if return-code equal to 0
            call "CBL_DELETE_FILE" using archive-head-path end-call
        end-if
        move 0 to return-code
        set ct-keep(catalog-idx) to false
        add 1 to pruned-count
        move spaces to report-line
