        01 reject-rec pic X(120).

        fd auditfile.
        01 audit-rec pic X(240).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 allowance-found-flag pic 9(1) value 0.
        88 allowance-found value 1 false 0.

    *> how full the fixed tables got this run, handed to the
    *> capacity-usage log at the end for capacity-monitor to trend
    01 capacity-job-name pic X(20) value "maintain-allowances".
    01 capacity-table-name pic X(30) value spaces.
    01 capacity-high-water pic 9(9) value 0.
    01 capacity-limit pic 9(9) value 0.

    01 before-image pic X(40) value spaces.
    01 after-image pic X(40) value spaces.
    01 qty-out pic 9(7) value 0.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value '../allowance-audit.log'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> anything malformed or conflicting rejects with a reason.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "maintain-allowances" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        move current-date to current-timestamp

        perform load-allowance-master
        display "updates: " update-applied " applied, " update-rejected " rejected"
        display "deletes: " delete-applied " applied, " delete-rejected " rejected"
        display "malformed: " malformed-rejected
        perform record-table-headroom
        if add-rejected > 0 or update-rejected > 0
            or delete-rejected > 0 or malformed-rejected > 0
            move 1 to return-code
        goback
    .

    record-table-headroom.
        call "capacity-usage" end-call  *> load the module so its entry points resolve
        move "allowance-table" to capacity-table-name
        move allowance-count to capacity-high-water
        move allowance-capacity to capacity-limit
        call "capacity-record" using capacity-job-name, capacity-table-name,
            capacity-high-water, capacity-limit end-call
        exit paragraph
    .

    load-allowance-master.
        set master-exists to false
        call "CBL_CHECK_FILE_EXIST" using '../allowance-master.dat', file-info end-call
    .

    open-audit-log.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using '../allowance-audit.log', file-info end-call
        if return-code equal to 0
            open extend auditfile
    write-audit-line.
        move spaces to audit-rec
        string cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute ":" cur-second " " operator-id
            " " trans-action " " trans-tamcn
            " effective " eff-date
            " before [" trim(before-image) "]"
            " after [" trim(after-image) "]"
            into audit-rec
        move audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write audit-rec from chain-sealed
        exit paragraph
    .

