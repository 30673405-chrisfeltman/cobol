       >>source format is free
identification division.
    program-id. recall-roster.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the reporting lines and recall numbers, one CSV row
            *> per person:
            *>   names-id,supervisor-names-id,primary-phone[,alternate-phone]
            *> zero supervisor marks a department head, who is called
            *> by recall control
            select contactfile
            assign to './recall-contacts.dat'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            *> post-timecards' leave ledger -- a TAKEN day on the
            *> recall date puts the person on leave
            select leaveledger
            assign to './leave-ledger.dat'
            organization is line sequential.

            *> the printed call tree for the callers
            select treefile
            assign to './recall-roster.txt'
            organization is line sequential.

            *> the same roster for recall-results to post against:
            *>   names-id,department,name,caller-id,phone,alternate,A or L
            select rosterfile
            assign to './recall-roster.dat'
            organization is line sequential.

data division.
    file section.
        fd contactfile.
        01 contact-rec pic X(100).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd leaveledger.
        01 leave-rec pic X(90).

        fd treefile.
        01 tree-line pic X(132).

        fd rosterfile.
        01 roster-rec pic X(132).

working-storage section.
    01 names-status pic X(2) value "00".
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.
    01 csv-field pic X(40) occurs 4 times.
    01 date-param pic X(8) value spaces.
    01 recall-date pic 9(8) value 0.

    *> one entry per person on the contact file. Inactive people
    *> stay in the table so the chain can be walked past them, but
    *> are never called and never call anyone.
    01 person-capacity pic 9(4) value 2000.
    01 person-count pic 9(4) value 0.
    01 person-table occurs 2000 times indexed by person-idx.
        05 person-names-id pic 9(10).
        05 person-supervisor-id pic 9(10).
        05 person-name pic X(20).
        05 person-dept pic X(10).
        05 person-phone pic X(20).
        05 person-alternate pic X(20).
        05 person-availability pic X(1).
            88 person-available value "A".
            88 person-on-leave value "L".
            88 person-inactive value "I".
        05 person-supervisor-idx pic 9(4).
        05 person-caller-idx pic 9(4).
        05 person-fallback-flag pic 9(1).
            88 person-fallback value 1 false 0.
        05 person-loop-flag pic 9(1).
            88 person-loop value 1 false 0.
        05 person-printed-flag pic 9(1).
            88 person-printed value 1 false 0.
    01 find-names-id pic 9(10) value 0.
    01 found-idx pic 9(4) value 0.
    01 chain-idx pic 9(4) value 0.
    01 hop-count pic 9(4) value 0.
    01 missing-count pic 9(4) value 0.

    *> the recall date's leave, one entry per person
    01 leave-capacity pic 9(4) value 2000.
    01 leave-count pic 9(4) value 0.
    01 leave-table occurs 2000 times indexed by leave-idx.
        05 leave-names-id pic 9(10).
    01 leave-date pic 9(8) value 0.
    01 leave-emp pic 9(6) value 0.

    *> roots of the call tree -- everyone recall control calls --
    *> in department then name order
    01 root-count pic 9(4) value 0.
    01 root-table occurs 2000 times indexed by root-idx.
        05 root-key.
            10 root-dept pic X(10).
            10 root-name pic X(20).
        05 root-person pic 9(4).
    01 root-hold pic X(34) value spaces.
    01 sort-idx pic 9(4) value 0.
    01 sort-back pic 9(4) value 0.
    01 current-dept pic X(10) value spaces.

    *> explicit stack for the depth-first walk, as the reporting
    *> tree in linkedlistbetter does it
    01 stack-capacity pic 9(4) value 2000.
    01 stack-top pic 9(4) value 0.
    01 stack-table occurs 2000 times.
        05 stack-person pic 9(4).
        05 stack-depth pic 9(2).
    01 walk-idx pic 9(4) value 0.
    01 walk-depth pic 9(2) value 0.
    01 child-idx pic 9(4) value 0.
    01 indent-spaces pic X(40) value spaces.
    01 indent-len pic 9(2) value 0.

    01 called-count pic 9(4) value 0.
    01 on-leave-count pic 9(4) value 0.
    01 fallback-count pic 9(4) value 0.
    01 no-number-count pic 9(4) value 0.
    01 loop-count pic 9(4) value 0.
    01 caller-id pic 9(10) value 0.
    01 line-note pic X(80) value spaces.
    01 phone-text pic X(45) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

procedure division.

    *>*************************************************************
    *> Emergency recall call tree: recall control calls each
    *> department head, and everyone calls the people who report
    *> to them. Where a supervisor is inactive on names-vsam or on
    *> leave that day, their people fall to the nearest available
    *> supervisor up the line, or to recall control. People on
    *> leave are still called -- they must be accounted for -- but
    *> make no calls themselves.
    *>
    *>   recall-roster [recall-date yyyymmdd, default today]
    *>
    *> recall-roster.txt is the tree for the callers;
    *> recall-roster.dat is what recall-results posts against.
    *>*************************************************************
    main.
        accept date-param from argument-value
        if date-param is numeric
            move date-param to recall-date
        else
            move current-date(1:8) to recall-date
        end-if

        call "CBL_CHECK_FILE_EXIST" using './recall-contacts.dat', file-info end-call
        if return-code not equal to 0
            display "no recall contacts on disk - nothing to build a call tree from"
            move 1 to return-code
            goback
        end-if

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code
        if not names-open
            display "names-vsam is not available - cannot tell who is active"
            move 1 to return-code
            goback
        end-if

        perform load-leave
        perform load-contacts
        close names-vsam

        perform link-supervisors
        perform assign-callers
        perform check-caller-loops
        perform collect-roots
        perform sort-roots
        perform write-call-tree

        display "recall roster for " recall-date ": " called-count " to call, "
            on-leave-count " on leave, " fallback-count " by fallback caller, "
            no-number-count " with no number, " missing-count " not on names-vsam"
        if no-number-count > 0 or missing-count > 0 or loop-count > 0
            move 1 to return-code
        end-if
        goback
    .

    load-leave.
        call "CBL_CHECK_FILE_EXIST" using './leave-ledger.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input leaveledger
        perform until exit
            read leaveledger
                at end
                    exit perform
                not at end
                    perform take-leave-rec
            end-read
        end-perform
        close leaveledger
        exit paragraph
    .

    take-leave-rec.
        if leave-rec(32:7) not equal to "TAKEN"
            or leave-rec(23:8) is not numeric
            or leave-rec(16:6) is not numeric
            exit paragraph
        end-if
        move leave-rec(23:8) to leave-date
        if leave-date not equal to recall-date
            exit paragraph
        end-if
        if leave-count >= leave-capacity
            display "*** WARNING: leave table at capacity ***"
            exit paragraph
        end-if
        move leave-rec(16:6) to leave-emp
        add 1 to leave-count
        move leave-emp to leave-names-id(leave-count)
        exit paragraph
    .

    load-contacts.
        open input contactfile
        perform until exit
            read contactfile
                at end
                    exit perform
                not at end
                    perform take-contact-rec
            end-read
        end-perform
        close contactfile
        exit paragraph
    .

    take-contact-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring contact-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) is not numeric
            exit paragraph
        end-if
        if person-count >= person-capacity
            display "*** WARNING: recall contact table at capacity ***"
            exit paragraph
        end-if
        move numval(csv-field(1)) to names-id
        read names-vsam
            invalid key
                add 1 to missing-count
                display "*** " names-id " is on the recall contacts but not on names-vsam ***"
                exit paragraph
        end-read

        add 1 to person-count
        set person-idx to person-count
        move names-id to person-names-id(person-idx)
        move 0 to person-supervisor-id(person-idx)
        if trim(csv-field(2)) is numeric
            move numval(csv-field(2)) to person-supervisor-id(person-idx)
        end-if
        move out-name to person-name(person-idx)
        move out-department to person-dept(person-idx)
        move csv-field(3) to person-phone(person-idx)
        move csv-field(4) to person-alternate(person-idx)
        move 0 to person-supervisor-idx(person-idx)
        move 0 to person-caller-idx(person-idx)
        set person-fallback(person-idx) to false
        set person-loop(person-idx) to false
        set person-printed(person-idx) to false

        set person-available(person-idx) to true
        if out-status not equal to "A"
            set person-inactive(person-idx) to true
            exit paragraph
        end-if
        perform varying leave-idx from 1 by 1 until leave-idx > leave-count
            if leave-names-id(leave-idx) equal to names-id
                set person-on-leave(person-idx) to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    link-supervisors.
        perform varying person-idx from 1 by 1 until person-idx > person-count
            if person-supervisor-id(person-idx) not equal to 0
                move person-supervisor-id(person-idx) to find-names-id
                perform find-person
                move found-idx to person-supervisor-idx(person-idx)
            end-if
        end-perform
        exit paragraph
    .

    find-person.
        move 0 to found-idx
        perform varying chain-idx from 1 by 1 until chain-idx > person-count
            if person-names-id(chain-idx) equal to find-names-id
                move chain-idx to found-idx
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    *> the caller is the nearest available supervisor up the line;
    *> anyone who had to skip past their own supervisor is on a
    *> fallback caller
    assign-callers.
        perform varying person-idx from 1 by 1 until person-idx > person-count
            if not person-inactive(person-idx)
                move person-supervisor-idx(person-idx) to chain-idx
                move 0 to hop-count
                perform until chain-idx equal to 0
                    if person-available(chain-idx)
                        exit perform
                    end-if
                    add 1 to hop-count
                    if hop-count > person-count
                        move 0 to chain-idx
                        exit perform
                    end-if
                    move person-supervisor-idx(chain-idx) to chain-idx
                end-perform
                move chain-idx to person-caller-idx(person-idx)
                if person-supervisor-id(person-idx) not equal to 0
                    and (chain-idx equal to 0
                        or chain-idx not equal to person-supervisor-idx(person-idx))
                    set person-fallback(person-idx) to true
                end-if
            end-if
        end-perform
        exit paragraph
    .

    *> a reporting line that loops back on itself never reaches
    *> recall control -- those people are called by control
    *> directly and flagged, so nobody drops out of the recall
    check-caller-loops.
        perform varying person-idx from 1 by 1 until person-idx > person-count
            if not person-inactive(person-idx)
                move person-caller-idx(person-idx) to chain-idx
                move 0 to hop-count
                perform until chain-idx equal to 0
                    add 1 to hop-count
                    if hop-count > person-count
                        exit perform
                    end-if
                    move person-caller-idx(chain-idx) to chain-idx
                end-perform
                if chain-idx not equal to 0
                    move 0 to person-caller-idx(person-idx)
                    set person-loop(person-idx) to true
                    add 1 to loop-count
                    display "*** reporting line of " trim(person-name(person-idx))
                        " loops back on itself -- called by recall control ***"
                end-if
            end-if
        end-perform
        exit paragraph
    .

    collect-roots.
        move 0 to root-count
        perform varying person-idx from 1 by 1 until person-idx > person-count
            if not person-inactive(person-idx)
                and person-caller-idx(person-idx) equal to 0
                add 1 to root-count
                move person-dept(person-idx) to root-dept(root-count)
                move person-name(person-idx) to root-name(root-count)
                set root-person(root-count) to person-idx
            end-if
        end-perform
        exit paragraph
    .

    sort-roots.
        perform varying sort-idx from 2 by 1 until sort-idx > root-count
            move root-table(sort-idx) to root-hold
            move sort-idx to sort-back
            perform until sort-back <= 1
                if root-key(sort-back - 1) <= root-hold(1:30)
                    exit perform
                end-if
                move root-table(sort-back - 1) to root-table(sort-back)
                subtract 1 from sort-back
            end-perform
            move root-hold to root-table(sort-back)
        end-perform
        exit paragraph
    .

    write-call-tree.
        open output treefile
        open output rosterfile
        move spaces to tree-line
        string "EMERGENCY RECALL CALL TREE for " recall-date(1:4) "-" recall-date(5:2)
            "-" recall-date(7:2) " -- each person calls the people indented under them"
            delimited by size into tree-line
        write tree-line

        move spaces to current-dept
        perform varying root-idx from 1 by 1 until root-idx > root-count
            if root-dept(root-idx) not equal to current-dept
                move root-dept(root-idx) to current-dept
                move spaces to tree-line
                write tree-line
                move spaces to tree-line
                string "DEPARTMENT " trim(current-dept)
                    " -- recall control calls:" delimited by size into tree-line
                write tree-line
            end-if
            move 0 to stack-top
            add 1 to stack-top
            move root-person(root-idx) to stack-person(stack-top)
            move 1 to stack-depth(stack-top)
            perform until stack-top equal to 0
                perform pop-and-write-person
            end-perform
        end-perform

        move spaces to tree-line
        write tree-line
        move spaces to tree-line
        string "to call " called-count ", on leave " on-leave-count
            ", fallback callers " fallback-count ", no number on file " no-number-count
            ", looped lines " loop-count delimited by size into tree-line
        write tree-line
        close treefile
        close rosterfile
        exit paragraph
    .

    pop-and-write-person.
        move stack-person(stack-top) to walk-idx
        move stack-depth(stack-top) to walk-depth
        subtract 1 from stack-top
        if person-printed(walk-idx)
            exit paragraph
        end-if
        set person-printed(walk-idx) to true
        add 1 to called-count

        move spaces to line-note
        if person-on-leave(walk-idx)
            add 1 to on-leave-count
            move "ON LEAVE - calls nobody" to line-note
        end-if
        if person-fallback(walk-idx)
            add 1 to fallback-count
            move person-supervisor-id(walk-idx) to find-names-id
            if line-note equal to spaces
                string "FALLBACK - supervisor " find-names-id " unavailable"
                    delimited by size into line-note
            else
                string trim(line-note) "; FALLBACK - supervisor " find-names-id
                    " unavailable" delimited by size into line-note
            end-if
        end-if
        if person-loop(walk-idx)
            move "REPORTING LINE LOOPS - fix the contacts" to line-note
        end-if
        if person-phone(walk-idx) equal to spaces
            and person-alternate(walk-idx) equal to spaces
            add 1 to no-number-count
            if line-note equal to spaces
                move "NO NUMBER ON FILE" to line-note
            else
                string trim(line-note) "; NO NUMBER ON FILE"
                    delimited by size into line-note
            end-if
        end-if

        compute indent-len = walk-depth * 2
        if indent-len > 40
            move 40 to indent-len
        end-if
        move spaces to phone-text
        if person-alternate(walk-idx) equal to spaces
            move person-phone(walk-idx) to phone-text
        else
            string trim(person-phone(walk-idx)) " / " trim(person-alternate(walk-idx))
                delimited by size into phone-text
        end-if
        move spaces to tree-line
        string indent-spaces(1:indent-len) trim(person-name(walk-idx))
            " (" person-names-id(walk-idx) ") " trim(person-dept(walk-idx))
            "  tel " trim(phone-text) "  " trim(line-note)
            delimited by size into tree-line
        write tree-line

        move 0 to caller-id
        if person-caller-idx(walk-idx) not equal to 0
            move person-names-id(person-caller-idx(walk-idx)) to caller-id
        end-if
        move spaces to roster-rec
        string person-names-id(walk-idx) "," trim(person-dept(walk-idx)) ","
            trim(person-name(walk-idx)) "," caller-id "," trim(person-phone(walk-idx))
            "," trim(person-alternate(walk-idx)) "," person-availability(walk-idx)
            delimited by size into roster-rec
        write roster-rec

        *> people on leave make no calls; their people were given a
        *> fallback caller already
        if person-on-leave(walk-idx)
            exit paragraph
        end-if
        perform varying child-idx from person-count by -1 until child-idx < 1
            if person-caller-idx(child-idx) equal to walk-idx
                and not person-inactive(child-idx)
                and not person-printed(child-idx)
                if stack-top >= stack-capacity
                    display "*** WARNING: call tree stack at capacity ***"
                else
                    add 1 to stack-top
                    move child-idx to stack-person(stack-top)
                    compute stack-depth(stack-top) = walk-depth + 1
                end-if
            end-if
        end-perform
        exit paragraph
    .
