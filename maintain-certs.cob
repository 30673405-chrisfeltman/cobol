       >>source format is free
identification division.
    program-id. maintain-certs.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one transaction per line:
            *>   M|cert-code|description|validity-months[|commodity]
            *>   X|cert-code                      (off the master)
            *>   C|names-id|cert-code[|certified-date]  (earned or renewed)
            *>   R|names-id|cert-code             (revoked)
            select transfile
            assign to './cert-trans.dat'
            organization is line sequential.

            *> cert-code,description,validity-months[,commodity]
            select certmaster
            assign to './cert-master.dat'
            organization is line sequential.

            select newcertmaster
            assign to './cert-master.dat.tmp'
            organization is line sequential.

            *> names-id,cert-code,certified-date
            select personcerts
            assign to './person-certs.dat'
            organization is line sequential.

            select newpersoncerts
            assign to './person-certs.dat.tmp'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select rejectfile
            assign to './cert-trans.rejects'
            organization is line sequential.

            select auditfile
            assign to './cert-audit.log'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(100).

        fd certmaster.
        01 master-rec pic X(100).

        fd newcertmaster.
        01 new-master-rec pic X(100).

        fd personcerts.
        01 person-cert-rec pic X(60).

        fd newpersoncerts.
        01 new-person-cert-rec pic X(60).

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
    01 master-applied pic 9(5) value 0.
    01 certified-applied pic 9(5) value 0.
    01 revoked-applied pic 9(5) value 0.
    01 rejected-count pic 9(5) value 0.

    01 trans-field pic X(40) occurs 5 times.
    01 trans-action pic X(1) value space.
    01 trans-code pic X(12) value spaces.
    01 trans-names-id pic 9(10) value 0.
    01 trans-date pic 9(8) value 0.
    01 reject-reason pic X(60) value spaces.
    01 today-date pic 9(8) value 0.

    01 csv-field pic X(40) occurs 4 times.

    01 master-capacity pic 9(3) value 200.
    01 master-count pic 9(3) value 0.
    01 master-table occurs 200 times indexed by master-idx.
        02 ref-cert-code pic X(12).
        02 ref-cert-desc pic X(30).
        02 ref-cert-validity pic 9(3).
        02 ref-cert-commodity pic X(10).
        02 master-deleted-flag pic 9(1).
            88 master-deleted value 1 false 0.
    01 master-found-flag pic 9(1) value 0.
        88 master-found value 1 false 0.

    01 held-capacity pic 9(5) value 20000.
    01 held-count pic 9(5) value 0.
    01 held-table occurs 20000 times indexed by held-idx.
        02 held-names-id pic 9(10).
        02 held-code pic X(12).
        02 held-date pic 9(8).
        02 held-revoked-flag pic 9(1).
            88 held-revoked value 1 false 0.
    01 revoke-found-flag pic 9(1) value 0.
        88 revoke-found value 1 false 0.

    01 master-exists-flag pic 9(1) value 0.
        88 master-exists value 1 false 0.
    01 person-exists-flag pic 9(1) value 0.
        88 person-certs-exist value 1 false 0.
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.
    01 validity-display pic zz9.
    01 audit-detail pic X(80) value spaces.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './cert-audit.log'.
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

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> Maintains the certification master and the per-person
    *> certification file cert-check answers from, with the
    *> department maintenance's reason-coded rejects, audit line per
    *> applied change and scratch-and-swap rewrite. A certification
    *> can only be recorded against a cert on the master and a
    *> person on names-vsam; renewals add a row, so the history of
    *> when someone was qualified stays on file.
    *>*************************************************************
    main.
        move "NAMES" to auth-role
        move "maintain-certs" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date

        perform load-cert-master
        perform load-person-certs
        perform open-audit-log

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code

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

        perform write-new-master
        perform write-new-person-certs

        display "certification maintenance done: " trans-count " transaction(s), "
            master-applied " master change(s), " certified-applied " certified, "
            revoked-applied " revoked, " rejected-count " rejected"
        if rejected-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    load-cert-master.
        set master-exists to false
        call "CBL_CHECK_FILE_EXIST" using './cert-master.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no certification master on disk - starting one from the M transactions"
            exit paragraph
        end-if
        set master-exists to true
        open input certmaster
        perform until exit
            read certmaster
                at end
                    exit perform
                not at end
                    perform store-master-rec
            end-read
        end-perform
        close certmaster
        exit paragraph
    .

    store-master-rec.
        if master-count >= master-capacity
            display "*** WARNING: certification master at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring master-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to master-count
        set master-idx to master-count
        move upper-case(csv-field(1)) to ref-cert-code(master-idx)
        move csv-field(2) to ref-cert-desc(master-idx)
        move 0 to ref-cert-validity(master-idx)
        if trim(csv-field(3)) is numeric
            move numval(csv-field(3)) to ref-cert-validity(master-idx)
        end-if
        move upper-case(csv-field(4)) to ref-cert-commodity(master-idx)
        set master-deleted(master-idx) to false
        exit paragraph
    .

    load-person-certs.
        set person-certs-exist to false
        call "CBL_CHECK_FILE_EXIST" using './person-certs.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        set person-certs-exist to true
        open input personcerts
        perform until exit
            read personcerts
                at end
                    exit perform
                not at end
                    perform store-person-cert-rec
            end-read
        end-perform
        close personcerts
        exit paragraph
    .

    store-person-cert-rec.
        if held-count >= held-capacity
            display "*** WARNING: person certification table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring person-cert-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) is not numeric or trim(csv-field(3)) is not numeric
            exit paragraph
        end-if
        add 1 to held-count
        set held-idx to held-count
        move numval(csv-field(1)) to held-names-id(held-idx)
        move upper-case(csv-field(2)) to held-code(held-idx)
        move numval(csv-field(3)) to held-date(held-idx)
        set held-revoked(held-idx) to false
        exit paragraph
    .

    find-master-cert.
        set master-found to false
        perform varying master-idx from 1 by 1 until master-idx > master-count
            if ref-cert-code(master-idx) equal to trans-code
                and not master-deleted(master-idx)
                set master-found to true
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
        move spaces to audit-detail

        evaluate trans-action
            when "M"
                move upper-case(trans-field(2)(1:12)) to trans-code
                perform apply-master
            when "X"
                move upper-case(trans-field(2)(1:12)) to trans-code
                perform apply-master-delete
            when "C"
                move upper-case(trans-field(3)(1:12)) to trans-code
                perform apply-certified
            when "R"
                move upper-case(trans-field(3)(1:12)) to trans-code
                perform apply-revoked
            when other
                move "action must be M, X, C or R" to reject-reason
                perform write-reject-rec
        end-evaluate
        exit paragraph
    .

    *> adds the cert, or updates it when already on the master
    apply-master.
        if trim(trans-code) equal to spaces
            move "cert code is blank" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if trim(trans-field(4)) is not numeric or length(trim(trans-field(4))) > 3
            move "validity months must be a whole number" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        perform find-master-cert
        if not master-found
            if master-count >= master-capacity
                move "certification master is full" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
            add 1 to master-count
            set master-idx to master-count
            move trans-code to ref-cert-code(master-idx)
            set master-deleted(master-idx) to false
        end-if
        move trans-field(3)(1:30) to ref-cert-desc(master-idx)
        move numval(trans-field(4)) to ref-cert-validity(master-idx)
        move upper-case(trans-field(5)(1:10)) to ref-cert-commodity(master-idx)
        move ref-cert-validity(master-idx) to validity-display
        string "[" trim(ref-cert-desc(master-idx)) "] " trim(validity-display)
            " month(s) " trim(ref-cert-commodity(master-idx))
            delimited by size into audit-detail
        add 1 to master-applied
        perform write-audit-line
        exit paragraph
    .

    apply-master-delete.
        perform find-master-cert
        if not master-found
            move "cert not on the master" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        set master-deleted(master-idx) to true
        add 1 to master-applied
        perform write-audit-line
        exit paragraph
    .

    check-person.
        move "ok" to reject-reason
        if trim(trans-field(2)) equal to spaces
            or trim(trans-field(2)) is not numeric
            or length(trim(trans-field(2))) > 10
            move "names-id must be numeric" to reject-reason
            exit paragraph
        end-if
        move numval(trans-field(2)) to trans-names-id
        perform find-master-cert
        if not master-found
            move "cert not on the master" to reject-reason
            exit paragraph
        end-if
        exit paragraph
    .

    apply-certified.
        perform check-person
        if reject-reason not equal to "ok"
            perform write-reject-rec
            exit paragraph
        end-if
        if names-open
            move trans-names-id to names-id
            read names-vsam
                invalid key
                    move "person not on names-vsam" to reject-reason
                    perform write-reject-rec
                    exit paragraph
            end-read
        end-if
        move today-date to trans-date
        if trim(trans-field(4)) not equal to spaces
            if trim(trans-field(4)) is not numeric
                or test-date-yyyymmdd(numval(trans-field(4))) not equal to 0
                move "certified date is not a yyyymmdd date" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
            move numval(trans-field(4)) to trans-date
            if trans-date > today-date
                move "certified date is in the future" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
        end-if
        if held-count >= held-capacity
            move "person certification table is full" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        add 1 to held-count
        set held-idx to held-count
        move trans-names-id to held-names-id(held-idx)
        move trans-code to held-code(held-idx)
        move trans-date to held-date(held-idx)
        set held-revoked(held-idx) to false
        string "names-id " trans-names-id " certified " trans-date
            delimited by size into audit-detail
        add 1 to certified-applied
        perform write-audit-line
        exit paragraph
    .

    apply-revoked.
        perform check-person
        if reject-reason not equal to "ok"
            perform write-reject-rec
            exit paragraph
        end-if
        set revoke-found to false
        perform varying held-idx from 1 by 1 until held-idx > held-count
            if held-names-id(held-idx) equal to trans-names-id
                and held-code(held-idx) equal to trans-code
                and not held-revoked(held-idx)
                set held-revoked(held-idx) to true
                set revoke-found to true
            end-if
        end-perform
        if not revoke-found
            move "person holds no such certification" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        string "names-id " trans-names-id " revoked" delimited by size into audit-detail
        add 1 to revoked-applied
        perform write-audit-line
        exit paragraph
    .

    write-new-master.
        if master-applied equal to 0
            exit paragraph
        end-if
        open output newcertmaster
        perform varying master-idx from 1 by 1 until master-idx > master-count
            if not master-deleted(master-idx)
                move ref-cert-validity(master-idx) to validity-display
                move spaces to new-master-rec
                if ref-cert-commodity(master-idx) equal to spaces
                    string trim(ref-cert-code(master-idx)) ","
                        trim(ref-cert-desc(master-idx)) ","
                        trim(validity-display)
                        into new-master-rec
                else
                    string trim(ref-cert-code(master-idx)) ","
                        trim(ref-cert-desc(master-idx)) ","
                        trim(validity-display) ","
                        trim(ref-cert-commodity(master-idx))
                        into new-master-rec
                end-if
                write new-master-rec
            end-if
        end-perform
        close newcertmaster

        if master-exists
            call "CBL_DELETE_FILE" using './cert-master.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using './cert-master.dat.tmp',
            './cert-master.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    write-new-person-certs.
        if certified-applied equal to 0 and revoked-applied equal to 0
            exit paragraph
        end-if
        open output newpersoncerts
        perform varying held-idx from 1 by 1 until held-idx > held-count
            if not held-revoked(held-idx)
                move spaces to new-person-cert-rec
                string held-names-id(held-idx) ","
                    trim(held-code(held-idx)) ","
                    held-date(held-idx)
                    into new-person-cert-rec
                write new-person-cert-rec
            end-if
        end-perform
        close newpersoncerts

        if person-certs-exist
            call "CBL_DELETE_FILE" using './person-certs.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using './person-certs.dat.tmp',
            './person-certs.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    open-audit-log.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './cert-audit.log', file-info end-call
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
            cur-hour ":" cur-minute ":" cur-second " " operator-id
            " " trans-action " " trim(trans-code) " " trim(audit-detail)
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
