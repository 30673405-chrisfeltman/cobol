       >>source format is free
identification division.
    program-id. maintain-operators.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one transaction per line:
            *>   A|operator-id|names-id|login|roles    (new operator)
            *>   U|operator-id|roles                   (replace the roles)
            *>   L|operator-id|login                   (batch/shell login, blank clears)
            *>   S|operator-id|A or I                  (active / inactive)
            *>   P|operator-id                         (PIN reset - set at next sign-on)
            *> roles are space-separated: NAMES ITEMS FINANCE PAYROLL
            *> RESTORE ADMIN. Operators are never deleted, only made
            *> inactive, so the activity log always has a name to show.
            select transfile
            assign to './operator-trans.dat'
            organization is line sequential.

            *> operator-id,names-id,status,login,pin-hash,roles
            select operatorfile
            assign to './operators.dat'
            organization is line sequential.

            select newoperatorfile
            assign to './operators.dat.tmp'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select rejectfile
            assign to './operator-trans.rejects'
            organization is line sequential.

            select auditfile
            assign to './operator-audit.log'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(120).

        fd operatorfile.
        01 operator-rec pic X(132).

        fd newoperatorfile.
        01 new-operator-rec pic X(132).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd rejectfile.
        01 reject-rec pic X(160).

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 names-status pic X(2) value "00".
    01 trans-count pic 9(5) value 0.
    01 applied-count pic 9(5) value 0.
    01 rejected-count pic 9(5) value 0.

    01 trans-field pic X(60) occurs 5 times.
    01 trans-action pic X(1) value space.
    01 trans-operator pic X(8) value spaces.
    01 reject-reason pic X(60) value spaces.

    01 csv-field pic X(60) occurs 6 times.

    01 operator-capacity pic 9(4) value 500.
    01 operator-count pic 9(4) value 0.
    01 operator-table occurs 500 times indexed by operator-idx.
        05 op-id pic X(8).
        05 op-names-id pic X(10).
        05 op-status pic X(1).
            88 op-active value "A".
        05 op-login pic X(20).
        05 op-pin-hash pic 9(12).
        05 op-roles pic X(60).
    01 operator-found-flag pic 9(1) value 0.
        88 operator-found value 1 false 0.
    01 operator-file-flag pic 9(1) value 0.
        88 operator-file-exists value 1 false 0.
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.

    *> roles checked one word at a time against the known set
    01 known-roles pic X(50) value " NAMES ITEMS FINANCE PAYROLL RESTORE ADMIN ".
    01 role-words pic X(12) occurs 6 times.
    01 role-idx pic 9(1) value 0.
    01 role-probe pic X(14) value spaces.
    01 probe-len pic 9(2) value 0.
    01 role-hits pic 9(2) value 0.
    01 roles-ok-flag pic 9(1) value 0.
        88 roles-ok value 1 false 0.
    01 clean-roles pic X(60) value spaces.
    01 admin-count pic 9(4) value 0.
    01 padded-roles pic X(64) value spaces.

    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value "maintain-operators".
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.
    01 audit-detail pic X(90) value spaces.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './operator-audit.log'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

procedure division.

    *>*************************************************************
    *> Maintains the operator file ops-console signs on against and
    *> operator-auth checks every maintenance and posting program's
    *> role against, in the department maintenance's style: reason-
    *> coded rejects, an audit line per applied change and a
    *> scratch-and-swap rewrite. Needs ADMIN -- except the very
    *> first run, which creates the file and must create at least
    *> one active ADMIN, or nobody could ever run this again.
    *>*************************************************************
    main.
        move current-date to current-timestamp

        perform load-operators
        move "ADMIN" to auth-role
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if
        move 0 to return-code

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code

        perform open-audit-log
        open input transfile
        open output rejectfile
        perform until exit
            read transfile
                at end
                    exit perform
                not at end
                    add 1 to trans-count
                    perform apply-transaction
            end-read
        end-perform
        close transfile
        close rejectfile
        close auditfile
        if names-open
            close names-vsam
        end-if

        move 0 to admin-count
        perform varying operator-idx from 1 by 1 until operator-idx > operator-count
            move spaces to padded-roles
            string " " op-roles(operator-idx) delimited by size into padded-roles
            move 0 to role-hits
            inspect padded-roles tallying role-hits for all " ADMIN "
            if role-hits > 0 and op-active(operator-idx)
                add 1 to admin-count
            end-if
        end-perform
        if admin-count equal to 0
            display "*** no active ADMIN operator would remain - operator file not written ***"
            perform open-audit-log
            move "X" to trans-action
            move spaces to trans-operator
            move "run discarded - no active ADMIN would remain" to audit-detail
            perform write-audit-line
            close auditfile
            move 8 to return-code
            goback
        end-if

        perform write-new-operators

        display "operator maintenance done: " trans-count " transaction(s), "
            applied-count " applied, " rejected-count " rejected"
        if rejected-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    load-operators.
        call "CBL_CHECK_FILE_EXIST" using './operators.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no operator file on disk - starting one from the A transactions"
            exit paragraph
        end-if
        set operator-file-exists to true
        open input operatorfile
        perform until exit
            read operatorfile
                at end
                    exit perform
                not at end
                    perform store-operator-rec
            end-read
        end-perform
        close operatorfile
        exit paragraph
    .

    store-operator-rec.
        if operator-count >= operator-capacity
            display "*** WARNING: operator table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6)
        unstring operator-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to operator-count
        set operator-idx to operator-count
        move upper-case(csv-field(1)(1:8)) to op-id(operator-idx)
        move csv-field(2)(1:10) to op-names-id(operator-idx)
        move upper-case(csv-field(3)(1:1)) to op-status(operator-idx)
        move csv-field(4)(1:20) to op-login(operator-idx)
        move 0 to op-pin-hash(operator-idx)
        if trim(csv-field(5)) is numeric
            move numval(csv-field(5)) to op-pin-hash(operator-idx)
        end-if
        move upper-case(csv-field(6)) to op-roles(operator-idx)
        exit paragraph
    .

    find-operator.
        set operator-found to false
        perform varying operator-idx from 1 by 1 until operator-idx > operator-count
            if op-id(operator-idx) equal to trans-operator
                set operator-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    apply-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3)
            trans-field(4) trans-field(5)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3)
                trans-field(4) trans-field(5)
        end-unstring
        move upper-case(trans-field(1)(1:1)) to trans-action
        move upper-case(trans-field(2)(1:8)) to trans-operator
        move spaces to audit-detail

        if trim(trans-operator) equal to spaces
            or length(trim(trans-field(2))) > 8
            move "operator id must be 1 to 8 characters" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        perform find-operator

        evaluate trans-action
            when "A"
                perform apply-add
            when "U"
                perform apply-roles
            when "L"
                perform apply-login
            when "S"
                perform apply-status
            when "P"
                perform apply-pin-reset
            when other
                move "action must be A, U, L, S or P" to reject-reason
                perform write-reject-rec
        end-evaluate
        exit paragraph
    .

    apply-add.
        if operator-found
            move "operator already on file" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if trim(trans-field(3)) is not numeric or length(trim(trans-field(3))) > 10
            move "names-id must be numeric" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if names-open
            move numval(trans-field(3)) to names-id
            read names-vsam
                invalid key
                    move "person not on names-vsam" to reject-reason
                    perform write-reject-rec
                    exit paragraph
            end-read
            if out-status not equal to "A"
                move "person is not active on names-vsam" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
        end-if
        perform check-roles
        if not roles-ok
            perform write-reject-rec
            exit paragraph
        end-if
        if operator-count >= operator-capacity
            move "operator file is full" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        add 1 to operator-count
        set operator-idx to operator-count
        move trans-operator to op-id(operator-idx)
        move trim(trans-field(3)) to op-names-id(operator-idx)
        move "A" to op-status(operator-idx)
        move trans-field(4)(1:20) to op-login(operator-idx)
        move 0 to op-pin-hash(operator-idx)
        move clean-roles to op-roles(operator-idx)
        string "names-id " trim(op-names-id(operator-idx)) " login "
            trim(op-login(operator-idx)) " roles " trim(clean-roles)
            delimited by size into audit-detail
        perform applied
        exit paragraph
    .

    apply-roles.
        if not operator-found
            move "operator not on file" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        perform check-roles
        if not roles-ok
            perform write-reject-rec
            exit paragraph
        end-if
        string "roles " trim(op-roles(operator-idx)) " -> " trim(clean-roles)
            delimited by size into audit-detail
        move clean-roles to op-roles(operator-idx)
        perform applied
        exit paragraph
    .

    apply-login.
        if not operator-found
            move "operator not on file" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        string "login [" trim(op-login(operator-idx)) "] -> [" trim(trans-field(3)) "]"
            delimited by size into audit-detail
        move trans-field(3)(1:20) to op-login(operator-idx)
        perform applied
        exit paragraph
    .

    apply-status.
        if not operator-found
            move "operator not on file" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if upper-case(trans-field(3)(1:1)) not equal to "A"
            and upper-case(trans-field(3)(1:1)) not equal to "I"
            move "status must be A or I" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        string "status " op-status(operator-idx) " -> " upper-case(trans-field(3)(1:1))
            delimited by size into audit-detail
        move upper-case(trans-field(3)(1:1)) to op-status(operator-idx)
        perform applied
        exit paragraph
    .

    apply-pin-reset.
        if not operator-found
            move "operator not on file" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move 0 to op-pin-hash(operator-idx)
        move "PIN reset - set at next sign-on" to audit-detail
        perform applied
        exit paragraph
    .

    *> every word must be a known role; the cleaned list is what
    *> goes on file
    check-roles.
        set roles-ok to true
        move spaces to clean-roles
        move spaces to role-words(1) role-words(2) role-words(3) role-words(4)
            role-words(5) role-words(6)
        move upper-case(trans-field(3)) to trans-field(3)
        move upper-case(trans-field(5)) to trans-field(5)
        if trans-action equal to "A"
            unstring trans-field(5) delimited by all spaces
                into role-words(1) role-words(2) role-words(3) role-words(4)
                    role-words(5) role-words(6)
            end-unstring
        else
            unstring trans-field(3) delimited by all spaces
                into role-words(1) role-words(2) role-words(3) role-words(4)
                    role-words(5) role-words(6)
            end-unstring
        end-if
        perform varying role-idx from 1 by 1 until role-idx > 6
            if role-words(role-idx) not equal to spaces
                move spaces to role-probe
                string " " trim(role-words(role-idx)) " " delimited by size into role-probe
                compute probe-len = length(trim(role-words(role-idx))) + 2
                move 0 to role-hits
                inspect known-roles tallying role-hits for all role-probe(1:probe-len)
                if role-hits equal to 0
                    move spaces to reject-reason
                    string "unknown role " trim(role-words(role-idx))
                        delimited by size into reject-reason
                    set roles-ok to false
                    exit paragraph
                end-if
                if clean-roles equal to spaces
                    move role-words(role-idx) to clean-roles
                else
                    string trim(clean-roles) " " trim(role-words(role-idx))
                        delimited by size into clean-roles
                end-if
            end-if
        end-perform
        if clean-roles equal to spaces
            move "at least one role is required" to reject-reason
            set roles-ok to false
        end-if
        exit paragraph
    .

    applied.
        add 1 to applied-count
        perform write-audit-line
        exit paragraph
    .

    write-new-operators.
        if applied-count equal to 0
            exit paragraph
        end-if
        open output newoperatorfile
        perform varying operator-idx from 1 by 1 until operator-idx > operator-count
            move spaces to new-operator-rec
            string trim(op-id(operator-idx)) "," trim(op-names-id(operator-idx)) ","
                op-status(operator-idx) "," trim(op-login(operator-idx)) ","
                op-pin-hash(operator-idx) "," trim(op-roles(operator-idx))
                delimited by size into new-operator-rec
            write new-operator-rec
        end-perform
        close newoperatorfile

        if operator-file-exists
            call "CBL_DELETE_FILE" using './operators.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using './operators.dat.tmp', './operators.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    open-audit-log.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './operator-audit.log', file-info end-call
        if return-code equal to 0
            open extend auditfile
        else
            open output auditfile
        end-if
        move 0 to return-code
        exit paragraph
    .

    write-audit-line.
        move spaces to audit-rec
        string cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute ":" cur-second
            " " operator-id " " trans-action " " trim(trans-operator) " " trim(audit-detail)
            into audit-rec
        move audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write audit-rec from chain-sealed
        exit paragraph
    .

    write-reject-rec.
        add 1 to rejected-count
        move spaces to reject-rec
        string "REJECTED" X'09' trim(trans-rec)
            X'09' trim(reject-reason) into reject-rec
        write reject-rec
        exit paragraph
    .
