       >>source format is free
identification division.
    program-id. maintain-positions.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one transaction per line:
            *>   A|dept-code|position-code|title|authorized-count
            *>   U|dept-code|position-code|title|authorized-count
            *>   D|dept-code|position-code
            *>   P|dept-code|position-code|names-id  (posts a person)
            select transfile
            assign to './position-trans.dat'
            organization is line sequential.

            *> the authorization master, one CSV row per position:
            *> dept-code,position-code,title,authorized-count
            select positionfile
            assign to './positions.dat'
            organization is line sequential.

            select newpositionfile
            assign to './positions.dat.tmp'
            organization is line sequential.

            *> who holds which position, one CSV row per person:
            *> names-id,dept-code,position-code,posted-date -- kept
            *> after a person leaves, so a vacancy knows its leaver
            select assignfile
            assign to './position-assignments.dat'
            organization is line sequential.

            select newassignfile
            assign to './position-assignments.dat.tmp'
            organization is line sequential.

            *> the department reference positions must belong to
            select deptfile
            assign to './departments.dat'
            organization is line sequential.

            select rejectfile
            assign to './position-trans.rejects'
            organization is line sequential.

            select auditfile
            assign to './position-audit.log'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(100).

        fd positionfile.
        01 position-rec pic X(80).

        fd newpositionfile.
        01 new-position-rec pic X(80).

        fd assignfile.
        01 assign-rec pic X(60).

        fd newassignfile.
        01 new-assign-rec pic X(60).

        fd deptfile.
        01 dept-rec pic X(60).

        fd rejectfile.
        01 reject-rec pic X(160).

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 trans-count pic 9(5) value 0.
    01 add-applied pic 9(5) value 0.
    01 update-applied pic 9(5) value 0.
    01 delete-applied pic 9(5) value 0.
    01 post-applied pic 9(5) value 0.
    01 rejected-count pic 9(5) value 0.

    01 trans-field pic X(40) occurs 5 times.
    01 trans-action pic X(1) value space.
    01 trans-dept pic X(15) value spaces.
    01 trans-position pic X(10) value spaces.
    01 trans-title pic X(30) value spaces.
    01 trans-authorized pic 9(4) value 0.
    01 trans-names-id pic 9(10) value 0.
    01 reject-reason pic X(60) value spaces.

    01 csv-field pic X(40) occurs 4 times.

    01 position-capacity pic 9(4) value 2000.
    01 position-count pic 9(4) value 0.
    01 position-table occurs 2000 times indexed by position-idx.
        02 ref-position-dept pic X(15).
        02 ref-position-code pic X(10).
        02 ref-position-title pic X(30).
        02 ref-position-authorized pic 9(4).
        02 position-deleted-flag pic 9(1).
            88 position-deleted value 1 false 0.
    01 position-found-flag pic 9(1) value 0.
        88 position-found value 1 false 0.

    01 assign-capacity pic 9(5) value 10000.
    01 assign-count pic 9(5) value 0.
    01 assign-table occurs 10000 times indexed by assign-idx.
        02 assign-names-id pic 9(10).
        02 assign-dept pic X(15).
        02 assign-position pic X(10).
        02 assign-date pic 9(8).
    01 assign-found-flag pic 9(1) value 0.
        88 assign-found value 1 false 0.
    01 assign-changed-flag pic 9(1) value 0.
        88 assignments-changed value 1 false 0.

    01 dept-capacity pic 9(3) value 500.
    01 dept-count pic 9(3) value 0.
    01 dept-table occurs 500 times indexed by dept-idx.
        02 ref-dept-code pic X(15).
    01 dept-found-flag pic 9(1) value 0.
        88 dept-found value 1 false 0.

    01 count-valid-flag pic 9(1) value 0.
        88 count-valid value 1 false 0.

    01 master-exists-flag pic 9(1) value 0.
        88 master-exists value 1 false 0.
    01 assign-exists-flag pic 9(1) value 0.
        88 assignments-exist value 1 false 0.
    01 authorized-display pic z(3)9.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './position-audit.log'.
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
    *> Maintains the position authorization master -- how many
    *> people each department is supposed to have, position by
    *> position -- and who is posted to which position, with the
    *> department maintenance's reason-coded rejects, audit line per
    *> applied change and scratch-and-swap rewrite. A position must
    *> belong to a department on the reference; deleting one
    *> releases everyone still posted to it.
    *>*************************************************************
    main.
        move "NAMES" to auth-role
        move "maintain-positions" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        move current-date to current-timestamp

        perform load-department-reference
        perform load-position-master
        perform load-assignments
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

        perform write-new-master
        perform write-new-assignments

        display "position maintenance done: " trans-count " transaction(s), "
            add-applied " add(s), " update-applied " update(s), "
            delete-applied " delete(s), " post-applied " posting(s), "
            rejected-count " rejected"
        if rejected-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    load-department-reference.
        call "CBL_CHECK_FILE_EXIST" using './departments.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no department reference on disk - positions are not checked against it"
            exit paragraph
        end-if
        open input deptfile
        perform until exit
            read deptfile
                at end
                    exit perform
                not at end
                    if dept-count < dept-capacity
                        move spaces to csv-field(1)
                        unstring dept-rec delimited by "," into csv-field(1) end-unstring
                        if trim(csv-field(1)) not equal to spaces
                            add 1 to dept-count
                            set dept-idx to dept-count
                            move upper-case(csv-field(1)) to ref-dept-code(dept-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close deptfile
        exit paragraph
    .

    load-position-master.
        set master-exists to false
        call "CBL_CHECK_FILE_EXIST" using './positions.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no position master on disk - starting one from the adds"
            exit paragraph
        end-if
        set master-exists to true

        open input positionfile
        perform until exit
            read positionfile
                at end
                    exit perform
                not at end
                    perform store-position-rec
            end-read
        end-perform
        close positionfile
        display "master loaded: " position-count " position(s)"
        exit paragraph
    .

    store-position-rec.
        if position-count >= position-capacity
            display "*** WARNING: position table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring position-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces or trim(csv-field(2)) equal to spaces
            exit paragraph
        end-if
        add 1 to position-count
        set position-idx to position-count
        move upper-case(csv-field(1)) to ref-position-dept(position-idx)
        move upper-case(csv-field(2)) to ref-position-code(position-idx)
        move csv-field(3) to ref-position-title(position-idx)
        move 0 to ref-position-authorized(position-idx)
        if trim(csv-field(4)) is numeric
            move numval(csv-field(4)) to ref-position-authorized(position-idx)
        end-if
        set position-deleted(position-idx) to false
        exit paragraph
    .

    load-assignments.
        set assignments-exist to false
        call "CBL_CHECK_FILE_EXIST" using './position-assignments.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        set assignments-exist to true
        open input assignfile
        perform until exit
            read assignfile
                at end
                    exit perform
                not at end
                    perform store-assign-rec
            end-read
        end-perform
        close assignfile
        exit paragraph
    .

    store-assign-rec.
        if assign-count >= assign-capacity
            display "*** WARNING: assignment table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring assign-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) is not numeric
            exit paragraph
        end-if
        add 1 to assign-count
        set assign-idx to assign-count
        move numval(csv-field(1)) to assign-names-id(assign-idx)
        move upper-case(csv-field(2)) to assign-dept(assign-idx)
        move upper-case(csv-field(3)) to assign-position(assign-idx)
        move 0 to assign-date(assign-idx)
        if trim(csv-field(4)) is numeric
            move numval(csv-field(4)) to assign-date(assign-idx)
        end-if
        exit paragraph
    .

    find-position.
        set position-found to false
        perform varying position-idx from 1 by 1 until position-idx > position-count
            if ref-position-dept(position-idx) equal to trans-dept
                and ref-position-code(position-idx) equal to trans-position
                and not position-deleted(position-idx)
                set position-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    find-department.
        set dept-found to false
        if dept-count equal to 0
            set dept-found to true
            exit paragraph
        end-if
        perform varying dept-idx from 1 by 1 until dept-idx > dept-count
            if ref-dept-code(dept-idx) equal to trans-dept
                set dept-found to true
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
        move upper-case(trans-field(2)(1:15)) to trans-dept
        move upper-case(trans-field(3)(1:10)) to trans-position
        move trans-field(4)(1:30) to trans-title

        if trim(trans-dept) equal to spaces or trim(trans-position) equal to spaces
            move "department or position code is blank" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if

        evaluate trans-action
            when "A"
                perform apply-add
            when "U"
                perform apply-update
            when "D"
                perform apply-delete
            when "P"
                perform apply-posting
            when other
                move "action must be A, U, D or P" to reject-reason
                perform write-reject-rec
        end-evaluate
        exit paragraph
    .

    check-authorized-count.
        set count-valid to false
        if trim(trans-field(5)) equal to spaces
            or trim(trans-field(5)) is not numeric
            or length(trim(trans-field(5))) > 4
            move "authorized count must be a whole number" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move numval(trans-field(5)) to trans-authorized
        set count-valid to true
        exit paragraph
    .

    apply-add.
        perform find-department
        if not dept-found
            move "department not on the reference" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        perform find-position
        if position-found
            move "position already on the master" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        perform check-authorized-count
        if not count-valid
            exit paragraph
        end-if
        if position-count >= position-capacity
            move "position table is full" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        add 1 to position-count
        set position-idx to position-count
        move trans-dept to ref-position-dept(position-idx)
        move trans-position to ref-position-code(position-idx)
        move trans-title to ref-position-title(position-idx)
        move trans-authorized to ref-position-authorized(position-idx)
        set position-deleted(position-idx) to false
        add 1 to add-applied
        perform write-audit-line
        exit paragraph
    .

    *> a blank title keeps the one on the master
    apply-update.
        perform find-position
        if not position-found
            move "position not on the master" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        perform check-authorized-count
        if not count-valid
            exit paragraph
        end-if
        if trim(trans-title) not equal to spaces
            move trans-title to ref-position-title(position-idx)
        end-if
        move trans-authorized to ref-position-authorized(position-idx)
        add 1 to update-applied
        perform write-audit-line
        exit paragraph
    .

    apply-delete.
        perform find-position
        if not position-found
            move "position not on the master" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        perform varying assign-idx from 1 by 1 until assign-idx > assign-count
            if assign-dept(assign-idx) equal to trans-dept
                and assign-position(assign-idx) equal to trans-position
                move 0 to assign-names-id(assign-idx)
                set assignments-changed to true
            end-if
        end-perform
        set position-deleted(position-idx) to true
        add 1 to delete-applied
        perform write-audit-line
        exit paragraph
    .

    *> a person holds one position; posting them again moves them
    apply-posting.
        if trim(trans-field(4)) equal to spaces
            or trim(trans-field(4)) is not numeric
            or length(trim(trans-field(4))) > 10
            move "names-id must be numeric" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move numval(trans-field(4)) to trans-names-id
        move spaces to trans-title
        perform find-position
        if not position-found
            move "position not on the master" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if

        set assign-found to false
        perform varying assign-idx from 1 by 1 until assign-idx > assign-count
            if assign-names-id(assign-idx) equal to trans-names-id
                set assign-found to true
                exit perform
            end-if
        end-perform
        if not assign-found
            if assign-count >= assign-capacity
                move "assignment table is full" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
            add 1 to assign-count
            set assign-idx to assign-count
            move trans-names-id to assign-names-id(assign-idx)
        end-if
        move trans-dept to assign-dept(assign-idx)
        move trans-position to assign-position(assign-idx)
        move current-timestamp(1:8) to assign-date(assign-idx)
        set assignments-changed to true
        add 1 to post-applied
        perform write-audit-line
        exit paragraph
    .

    write-new-master.
        open output newpositionfile
        perform varying position-idx from 1 by 1 until position-idx > position-count
            if not position-deleted(position-idx)
                move ref-position-authorized(position-idx) to authorized-display
                move spaces to new-position-rec
                string trim(ref-position-dept(position-idx)) ","
                    trim(ref-position-code(position-idx)) ","
                    trim(ref-position-title(position-idx)) ","
                    trim(authorized-display)
                    into new-position-rec
                write new-position-rec
            end-if
        end-perform
        close newpositionfile

        if master-exists
            call "CBL_DELETE_FILE" using './positions.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using './positions.dat.tmp',
            './positions.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    write-new-assignments.
        if not assignments-changed
            exit paragraph
        end-if
        open output newassignfile
        perform varying assign-idx from 1 by 1 until assign-idx > assign-count
            if assign-names-id(assign-idx) not equal to 0
                move spaces to new-assign-rec
                string assign-names-id(assign-idx) ","
                    trim(assign-dept(assign-idx)) ","
                    trim(assign-position(assign-idx)) ","
                    assign-date(assign-idx)
                    into new-assign-rec
                write new-assign-rec
            end-if
        end-perform
        close newassignfile

        if assignments-exist
            call "CBL_DELETE_FILE" using './position-assignments.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using './position-assignments.dat.tmp',
            './position-assignments.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    open-audit-log.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './position-audit.log', file-info end-call
        if return-code equal to 0
            open extend auditfile
        else
            open output auditfile
        end-if
        exit paragraph
    .

    write-audit-line.
        move trans-authorized to authorized-display
        move spaces to audit-rec
        if trans-action equal to "P"
            string cur-year "-" cur-month "-" cur-day " "
                cur-hour ":" cur-minute ":" cur-second " " operator-id
                " P " trim(trans-dept) "/" trim(trans-position)
                " names-id " trans-names-id
                into audit-rec
        else
            string cur-year "-" cur-month "-" cur-day " "
                cur-hour ":" cur-minute ":" cur-second " " operator-id
                " " trans-action " " trim(trans-dept) "/" trim(trans-position)
                " [" trim(trans-title) "] authorized " trim(authorized-display)
                into audit-rec
        end-if
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
