       >>source format is free
identification division.
    program-id. load-area-codes.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select csvfile
            assign to './area-codes-master.csv'
            organization is line sequential.

            *> the reload builds a fresh generation beside the live
            *> store; the swap only happens after the change
            *> bulletin has sized the diff
            select areacodefile
            assign to './datafiles/area-code-lookup.db.new'
            organization is indexed
            access mode is dynamic
            record key is area-code
            alternate record key is area-state-code
                with duplicates.

            *> the prior generation, snapshotted before the load so
            *> the bulletin can say exactly what changed
            select priorareacodes
            assign to './datafiles/area-code-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is prior-area-code
            alternate record key is prior-area-state-code
                with duplicates
            file status is prior-store-status.

            select bulletinfile
            assign to './area-codes-change-bulletin.txt'
            organization is line sequential.

            select auditfile
            assign to './area-codes-master.audit.log'
            organization is line sequential.

data division.
    file section.
        fd csvfile.
        01 csv-rec pic X(80).

        fd areacodefile.
        01 area-code-rec.
            05 area-code pic X(3).
            05 area-state-code pic X(2).
            *> overlay / split history, free text, e.g.
            *> "overlay of 703" or "split from 212 in 1992"
            05 area-notes pic X(40).

        fd priorareacodes.
        01 prior-area-code-rec.
            05 prior-area-code pic X(3).
            05 prior-area-state-code pic X(2).
            05 prior-area-notes pic X(40).

        fd bulletinfile.
        01 bulletin-rec pic X(132).

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 read-count pic 9(7) value 0.
    01 insert-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    *> one row parsed out of area-codes-master.csv:
    *> area-code,state-code[,notes]
    *> the notes run to the end of the line, commas and all
    01 in-area-code pic X(3).
    01 in-state-code pic X(2).
    01 in-notes pic X(40).
    01 csv-field pic X(40) occurs 2 times.
    01 csv-ptr pic 9(3) value 1.

    01 reject-reason pic X(40) value spaces.
    01 rec-ok-switch pic 9(1) value 0.
        88 rec-ok value 1 false 0.

    *> area codes already loaded this run, so a repeated code in the
    *> CSV is rejected as a duplicate rather than overwriting what
    *> was loaded
    01 seen-count pic 9(4) value 0.
    01 seen-table pic X(3) occurs 1000 times indexed by seen-idx.
    01 dup-flag pic 9(1) value 0.
        88 dup-found value 1 false 0.

    *> prior generation held in key order for the diff pass
    01 prior-capacity pic 9(4) value 1000.
    01 prior-count pic 9(4) value 0.
    01 prior-table occurs 1000 times.
        05 prior-key pic X(3).
        05 prior-value pic X(42).
        05 prior-seen-flag pic 9(1).
            88 prior-seen value 1 false 0.
    01 prior-exists-flag pic 9(1) value 0.
        88 prior-exists value 1 false 0.
    01 prior-store-status pic X(2) value "00".
    01 prior-found-flag pic 9(1) value 0.
        88 prior-found value 1 false 0.
    01 prior-found-idx pic 9(4) value 0.
    01 bin-lo pic 9(4) comp.
    01 bin-hi pic 9(4) comp.
    01 bin-mid pic 9(4) comp.
    01 added-count pic 9(4) value 0.
    01 changed-count pic 9(4) value 0.
    01 deleted-count pic 9(4) value 0.
    01 diff-total pic 9(5) value 0.
    01 swap-abort-flag pic 9(1) value 0.
        88 swap-aborted value 1 false 0.
    01 prior-scan-idx pic 9(4) value 0.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 ledger-job-name pic X(20) value "area-code-load".
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './area-codes-master.audit.log'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    01 operator-id pic X(8) value spaces.

procedure division.

    *>*************************************************************
    *> Loads the telephone area-code reference -- which state each
    *> area code serves, with its overlay or split history -- the
    *> way the ZIP reference is loaded: a fresh generation beside
    *> the live store, an audit line per row, a change bulletin
    *> against the prior generation, and a swap that is held when
    *> the diff is too big to be believable.
    *>*************************************************************
    main.
        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if
        perform snapshot-prior-store
        open input csvfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output auditfile
        call "chain-start" using chain-log-path end-call
        open output areacodefile

        perform write-audit-header

        perform until exit
            read csvfile
                at end
                    exit perform
                not at end
                    add 1 to read-count
                    perform process-csv-rec
            end-read
        end-perform

        perform write-audit-trailer

        close csvfile
        close areacodefile
        close auditfile

        perform write-change-bulletin
        perform swap-or-abort

        display "area code load done. read " read-count
            " loaded " insert-count " rejected " reject-count

        move insert-count to ledger-reg-count
        move 0 to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        if swap-aborted
            move 1 to return-code
        end-if
        goback
    .

    *>*************************************************************
    *> Snapshot the live store before the load touches anything --
    *> key plus the value bytes -- so the bulletin afterwards can
    *> name every area code the reload added, changed or deleted.
    *> Reading the store in key order keeps the table
    *> binary-searchable for the diff.
    *>*************************************************************
    snapshot-prior-store.
        set prior-exists to false
        call "CBL_CHECK_FILE_EXIST" using './datafiles/area-code-lookup.db', file-info end-call
        if return-code not equal to 0
            display "no prior generation on disk - the whole load will report as added"
            exit paragraph
        end-if
        set prior-exists to true

        open input priorareacodes
        if prior-store-status not equal to "00"
            display "prior generation is unreadable (status "
                prior-store-status ") - the whole load will report as added"
            exit paragraph
        end-if
        perform until exit
            read priorareacodes next record
                at end
                    exit perform
                not at end
                    if prior-count >= prior-capacity
                        display "*** WARNING: prior-store table at capacity -- bulletin coverage incomplete ***"
                        exit perform
                    end-if
                    add 1 to prior-count
                    move prior-area-code to prior-key(prior-count)
                    move prior-area-code-rec(4:42) to prior-value(prior-count)
                    set prior-seen(prior-count) to false
            end-read
        end-perform
        close priorareacodes
        display "prior generation snapshotted: " prior-count " record(s)"
        exit paragraph
    .

    search-prior-table.
        set prior-found to false
        move 1 to bin-lo
        move prior-count to bin-hi
        perform until bin-lo > bin-hi
            compute bin-mid = (bin-lo + bin-hi) / 2
            evaluate true
                when prior-key(bin-mid) equal to area-code
                    set prior-found to true
                    move bin-mid to prior-found-idx
                    exit perform
                when prior-key(bin-mid) less than area-code
                    compute bin-lo = bin-mid + 1
                when other
                    compute bin-hi = bin-mid - 1
            end-evaluate
        end-perform
        exit paragraph
    .

    write-change-bulletin.
        open output bulletinfile
        move function current-date to current-timestamp
        move spaces to bulletin-rec
        string "area code reload bulletin " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into bulletin-rec
        write bulletin-rec

        open input areacodefile
        perform until exit
            read areacodefile next record
                at end
                    exit perform
                not at end
                    perform diff-one-new-rec
            end-read
        end-perform
        close areacodefile

        perform varying prior-scan-idx from 1 by 1
                until prior-scan-idx > prior-count
            if not prior-seen(prior-scan-idx)
                add 1 to deleted-count
                move spaces to bulletin-rec
                string "DELETED " prior-key(prior-scan-idx)
                    " was [" prior-value(prior-scan-idx) "]"
                    into bulletin-rec
                write bulletin-rec
            end-if
        end-perform

        move spaces to bulletin-rec
        string "summary: added " added-count " changed " changed-count
            " deleted " deleted-count " prior " prior-count
            into bulletin-rec
        write bulletin-rec
        close bulletinfile
        exit paragraph
    .

    diff-one-new-rec.
        perform search-prior-table
        if not prior-found
            add 1 to added-count
            move spaces to bulletin-rec
            string "ADDED   " area-code " [" area-code-rec(4:42) "]"
                into bulletin-rec
            write bulletin-rec
            exit paragraph
        end-if
        set prior-seen(prior-found-idx) to true
        if prior-value(prior-found-idx) not equal to area-code-rec(4:42)
            add 1 to changed-count
            move spaces to bulletin-rec
            string "CHANGED " area-code
                " was [" prior-value(prior-found-idx)
                "] now [" area-code-rec(4:42) "]"
                into bulletin-rec
            write bulletin-rec
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> An unexpectedly massive diff -- more than half the prior
    *> generation added, changed or deleted -- smells like a wrong
    *> or truncated master file, and the reload does NOT go live:
    *> the new generation stays beside the store for inspection
    *> and the run ends nonzero. A normal diff swaps in place.
    *>*************************************************************
    swap-or-abort.
        compute diff-total = added-count + changed-count + deleted-count
        if prior-exists and prior-count greater than 0
            and diff-total * 2 greater than prior-count
            set swap-aborted to true
            display "*** RELOAD HELD: " diff-total " change(s) against "
                prior-count " prior record(s) - area-code-lookup.db.new NOT swapped in ***"
            exit paragraph
        end-if

        if prior-exists
            call "CBL_DELETE_FILE" using './datafiles/area-code-lookup.db' end-call
        end-if
        call "CBL_RENAME_FILE" using './datafiles/area-code-lookup.db.new',
            './datafiles/area-code-lookup.db' end-call
        move 0 to return-code
        display "new generation swapped in: added " added-count
            " changed " changed-count " deleted " deleted-count
        exit paragraph
    .

    process-csv-rec.
        move spaces to in-area-code in-state-code in-notes
        move spaces to csv-field(1) csv-field(2)
        move 1 to csv-ptr

        unstring csv-rec delimited by ","
            into csv-field(1) csv-field(2)
            with pointer csv-ptr
        end-unstring
        if csv-ptr <= length(csv-rec)
            move csv-rec(csv-ptr:) to in-notes
        end-if

        move csv-field(1) (1:3) to in-area-code
        move upper-case(csv-field(2) (1:2)) to in-state-code

        perform validate-csv-rec

        if rec-ok
            perform check-duplicate-area-code
        end-if

        if rec-ok
            move in-area-code to area-code
            move in-state-code to area-state-code
            move in-notes to area-notes
            write area-code-rec
            add 1 to insert-count
            add 1 to seen-count
            move in-area-code to seen-table(seen-count)
            perform write-audit-detail-ok
        else
            add 1 to reject-count
            perform write-audit-detail-reject
        end-if
    .

    *> a North American area code is three digits and never starts
    *> with 0 or 1 -- those lead trunk and operator dialling
    validate-csv-rec.
        set rec-ok to true
        move spaces to reject-reason

        if in-area-code not numeric
            or in-area-code(1:1) equal to "0" or in-area-code(1:1) equal to "1"
            set rec-ok to false
            move "bad area code" to reject-reason
        end-if

        if rec-ok and (in-state-code = spaces or in-state-code not alphabetic)
            set rec-ok to false
            move "bad state code" to reject-reason
        end-if

        if rec-ok and seen-count >= prior-capacity
            set rec-ok to false
            move "area code table at capacity" to reject-reason
        end-if
    .

    check-duplicate-area-code.
        set dup-found to false
        perform varying seen-idx from 1 by 1 until seen-idx > seen-count
            if seen-table(seen-idx) = in-area-code
                set dup-found to true
                exit perform
            end-if
        end-perform

        if dup-found
            set rec-ok to false
            move "duplicate area code" to reject-reason
        end-if
    .

    write-audit-header.
        move function current-date to current-timestamp
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call
        move spaces to audit-rec
        string "area code load started " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-ok.
        move spaces to audit-rec
        string "LOADED " in-area-code " " in-state-code " " trim(in-notes)
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-reject.
        move spaces to audit-rec
        string "REJECTED " trim(csv-field(1)) " " trim(csv-field(2)) " " trim(in-notes)
            " - " reject-reason
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-trailer.
        move function current-date to current-timestamp
        move spaces to audit-rec
        string "area code load finished " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second
            into audit-rec
        perform write-sealed-audit

        move spaces to audit-rec
        string "read " read-count " loaded " insert-count
            " rejected " reject-count
            into audit-rec
        perform write-sealed-audit
    .

    *> every audit log line goes out sealed into the audit log's hash
    *> chain; the record is left as built for whatever reads it next
    write-sealed-audit.
        move audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write audit-rec from chain-sealed
        move chain-line to audit-rec
        exit paragraph
    .
