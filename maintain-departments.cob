        01 reject-rec pic X(120).

        fd auditfile.
        01 audit-rec pic X(200).

working-storage section.
    01 trans-count pic 9(5) value 0.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './department-audit.log'.
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
    *> the allowance maintenance uses.
    *>*************************************************************
    main.
        move "NAMES" to auth-role
        move "maintain-departments" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        move current-date to current-timestamp

        perform load-department-master
    .

    open-audit-log.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './department-audit.log', file-info end-call
        if return-code equal to 0
            open extend auditfile
    write-audit-line.
        move spaces to audit-rec
        string cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute ":" cur-second " " operator-id
            " " trans-action " " trim(trans-dept)
            " [" trim(trans-desc) "]"
            into audit-rec
        move audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write audit-rec from chain-sealed
        exit paragraph
    .

