       >>source format is free
identification division.
    program-id. manning-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the authorization master maintain-positions keeps:
            *> dept-code,position-code,title,authorized-count
            select positionfile
            assign to './positions.dat'
            organization is line sequential.

            *> names-id,dept-code,position-code,posted-date
            select assignfile
            assign to './position-assignments.dat'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select reportfile
            assign to './manning-report.txt'
            organization is line sequential.

data division.
    file section.
        fd positionfile.
        01 position-rec pic X(80).

        fd assignfile.
        01 assign-rec pic X(60).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd reportfile.
        01 report-line pic X(132).

working-storage section.
    01 names-status pic X(2) value "00".
    01 csv-field pic X(40) occurs 4 times.
    01 today-date pic 9(8) value 0.

    *> one cell per department and position: authorized from the
    *> master, actual from the active people posted to it. People
    *> with no posting in their department count as UNASSIGNED.
    01 cell-capacity pic 9(4) value 3000.
    01 cell-count pic 9(4) value 0.
    01 cell-table occurs 3000 times indexed by cell-idx.
        05 cell-key.
            10 cell-dept pic X(15).
            10 cell-position pic X(10).
        05 cell-title pic X(30).
        05 cell-authorized pic 9(4).
        05 cell-actual pic 9(4).
        05 cell-last-leaver pic 9(8).
    01 cell-hold pic X(75) value spaces.
    01 sort-idx pic 9(4) value 0.
    01 sort-back pic 9(4) value 0.
    01 find-dept pic X(15) value spaces.
    01 find-position pic X(10) value spaces.
    01 cell-found-flag pic 9(1) value 0.
        88 cell-found value 1 false 0.

    01 assign-capacity pic 9(5) value 10000.
    01 assign-count pic 9(5) value 0.
    01 assign-table occurs 10000 times indexed by assign-idx.
        05 assign-names-id pic 9(10).
        05 assign-dept pic X(15).
        05 assign-position pic X(10).

    01 active-count pic 9(6) value 0.
    01 leaver-count pic 9(6) value 0.
    01 person-dept pic X(15) value spaces.
    01 person-position pic X(10) value spaces.

    01 current-dept pic X(15) value spaces.
    01 dept-authorized pic 9(6) value 0.
    01 dept-actual pic 9(6) value 0.
    01 total-authorized pic 9(6) value 0.
    01 total-actual pic 9(6) value 0.
    01 over-positions pic 9(4) value 0.
    01 over-people pic 9(6) value 0.
    01 under-positions pic 9(4) value 0.
    01 vacancy-count pic 9(6) value 0.
    01 strength-variance pic s9(4) value 0.
    01 vacancy-days pic 9(5) value 0.
    01 strength-pct pic 9(4)v9 value 0.

    01 auth-display pic z(3)9.
    01 actual-display pic z(3)9.
    01 variance-display pic +(4)9.
    01 days-display pic z(4)9.
    01 pct-display pic z(3)9.9.
    01 total-display pic z(5)9.
    01 total-display-2 pic z(5)9.
    01 total-display-3 pic z(5)9.
    01 strength-status pic X(6) value spaces.
    01 vacancy-text pic X(40) value spaces.

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
    *> Authorized positions against actual manning: every position
    *> on the authorization master against the active people on
    *> names-vsam posted to it, department by department -- over-
    *> and under-strength, how long each vacancy has been open since
    *> the position's last leaver, and the strength percentage by
    *> department and overall.
    *>*************************************************************
    main.
        move current-date(1:8) to today-date

        call "CBL_CHECK_FILE_EXIST" using './positions.dat', file-info end-call
        if return-code not equal to 0
            display "no position master on disk - run maintain-positions first"
            move 1 to return-code
            goback
        end-if
        perform load-positions
        perform load-assignments

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code not equal to 0
            display "names-vsam not on disk - nothing to count"
            move 1 to return-code
            goback
        end-if
        open input names-vsam
        if names-status not equal to "00"
            display "*** names-vsam would not open (status " names-status ") ***"
            move 1 to return-code
            goback
        end-if
        move low-values to vsam-rec
        start names-vsam key not less than names-id
            invalid key
                continue
            not invalid key
                perform count-people
        end-start
        close names-vsam

        perform sort-cells
        perform write-manning-report

        display "manning report: " active-count " active, " trim(total-display)
            " authorized, strength " trim(pct-display) "% - see manning-report.txt"
        move 0 to return-code
        goback
    .

    load-positions.
        open input positionfile
        perform until exit
            read positionfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                    unstring position-rec delimited by ","
                        into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        move upper-case(csv-field(1)) to find-dept
                        move upper-case(csv-field(2)) to find-position
                        perform find-cell
                        if cell-found
                            move csv-field(3) to cell-title(cell-idx)
                            if trim(csv-field(4)) is numeric
                                move numval(csv-field(4)) to cell-authorized(cell-idx)
                            end-if
                        end-if
                    end-if
            end-read
        end-perform
        close positionfile
        exit paragraph
    .

    load-assignments.
        call "CBL_CHECK_FILE_EXIST" using './position-assignments.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no position assignments on disk - everyone counts as UNASSIGNED"
            exit paragraph
        end-if
        open input assignfile
        perform until exit
            read assignfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2) csv-field(3)
                    unstring assign-rec delimited by ","
                        into csv-field(1) csv-field(2) csv-field(3)
                    end-unstring
                    if trim(csv-field(1)) is numeric
                        if assign-count >= assign-capacity
                            display "*** WARNING: assignment table at capacity ***"
                            exit perform
                        end-if
                        add 1 to assign-count
                        set assign-idx to assign-count
                        move numval(csv-field(1)) to assign-names-id(assign-idx)
                        move upper-case(csv-field(2)) to assign-dept(assign-idx)
                        move upper-case(csv-field(3)) to assign-position(assign-idx)
                    end-if
            end-read
        end-perform
        close assignfile
        exit paragraph
    .

    find-cell.
        set cell-found to false
        perform varying cell-idx from 1 by 1 until cell-idx > cell-count
            if cell-dept(cell-idx) equal to find-dept
                and cell-position(cell-idx) equal to find-position
                set cell-found to true
                exit paragraph
            end-if
        end-perform
        if cell-count >= cell-capacity
            display "*** WARNING: manning table at capacity ***"
            exit paragraph
        end-if
        add 1 to cell-count
        set cell-idx to cell-count
        move find-dept to cell-dept(cell-idx)
        move find-position to cell-position(cell-idx)
        move spaces to cell-title(cell-idx)
        move 0 to cell-authorized(cell-idx)
        move 0 to cell-actual(cell-idx)
        move 0 to cell-last-leaver(cell-idx)
        set cell-found to true
        exit paragraph
    .

    count-people.
        perform until exit
            read names-vsam next record
                at end
                    exit perform
                not at end
                    perform count-one-person
            end-read
        end-perform
        exit paragraph
    .

    *> the active count toward their position; a leaver dates the
    *> vacancy they left, by the effective date of their leaving
    count-one-person.
        move upper-case(trim(out-department)) to person-dept
        move "UNASSIGNED" to person-position
        perform varying assign-idx from 1 by 1 until assign-idx > assign-count
            if assign-names-id(assign-idx) equal to names-id
                if assign-dept(assign-idx) equal to person-dept
                    move assign-position(assign-idx) to person-position
                end-if
                exit perform
            end-if
        end-perform
        move person-dept to find-dept
        move person-position to find-position

        if out-status equal to "A"
            add 1 to active-count
            perform find-cell
            if cell-found
                add 1 to cell-actual(cell-idx)
            end-if
            exit paragraph
        end-if

        add 1 to leaver-count
        if person-position equal to "UNASSIGNED"
            or out-eff-date is not numeric
            exit paragraph
        end-if
        perform find-cell
        if cell-found and out-eff-date > cell-last-leaver(cell-idx)
            move out-eff-date to cell-last-leaver(cell-idx)
        end-if
        exit paragraph
    .

    *> department then position, so each department prints as one
    *> block
    sort-cells.
        perform varying sort-idx from 2 by 1 until sort-idx > cell-count
            move cell-table(sort-idx) to cell-hold
            move sort-idx to sort-back
            perform until sort-back <= 1
                if cell-key(sort-back - 1) <= cell-hold(1:25)
                    exit perform
                end-if
                move cell-table(sort-back - 1) to cell-table(sort-back)
                subtract 1 from sort-back
            end-perform
            move cell-hold to cell-table(sort-back)
        end-perform
        exit paragraph
    .

    write-manning-report.
        open output reportfile
        move spaces to report-line
        string "MANNING REPORT as of " today-date(1:4) "-" today-date(5:2) "-"
            today-date(7:2) ": authorized positions against active people on names-vsam"
            into report-line
        write report-line

        move spaces to current-dept
        perform varying cell-idx from 1 by 1 until cell-idx > cell-count
            if cell-dept(cell-idx) not equal to current-dept
                if current-dept not equal to spaces
                    perform write-department-total
                end-if
                move cell-dept(cell-idx) to current-dept
                move 0 to dept-authorized dept-actual
                move spaces to report-line
                write report-line
                move spaces to report-line
                string "DEPARTMENT " trim(current-dept) into report-line
                write report-line
                move "  POSITION   TITLE                           AUTH ACTUAL   VAR STATUS  VACANCY"
                    to report-line
                write report-line
            end-if
            perform write-cell-line
        end-perform
        if current-dept not equal to spaces
            perform write-department-total
        end-if

        move total-authorized to total-display
        move total-actual to total-display-2
        move 0 to strength-pct
        if total-authorized > 0
            compute strength-pct rounded = total-actual * 100 / total-authorized
        end-if
        move strength-pct to pct-display
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "GRAND TOTAL authorized " trim(total-display) " actual " trim(total-display-2)
            " strength " trim(pct-display) "%" into report-line
        write report-line
        move over-people to total-display-2
        move over-positions to total-display-3
        move spaces to report-line
        string "  over-strength: " trim(total-display-2) " person(s) in "
            trim(total-display-3) " position(s)" into report-line
        write report-line
        move vacancy-count to total-display-2
        move under-positions to total-display-3
        move spaces to report-line
        string "  vacancies:     " trim(total-display-2) " in "
            trim(total-display-3) " position(s)" into report-line
        write report-line
        move leaver-count to total-display-2
        move spaces to report-line
        string "  (" trim(total-display-2) " leaver(s) on names-vsam not counted)"
            into report-line
        write report-line
        close reportfile
        exit paragraph
    .

    write-cell-line.
        add cell-authorized(cell-idx) to dept-authorized total-authorized
        add cell-actual(cell-idx) to dept-actual total-actual
        compute strength-variance = cell-actual(cell-idx) - cell-authorized(cell-idx)
        move spaces to vacancy-text
        evaluate true
            when strength-variance > 0
                move "OVER" to strength-status
                add 1 to over-positions
                add strength-variance to over-people
            when strength-variance < 0
                move "UNDER" to strength-status
                add 1 to under-positions
                subtract strength-variance from vacancy-count
                perform describe-vacancy
            when other
                move "AT" to strength-status
        end-evaluate
        move cell-authorized(cell-idx) to auth-display
        move cell-actual(cell-idx) to actual-display
        move strength-variance to variance-display
        move spaces to report-line
        string "  " cell-position(cell-idx) " " cell-title(cell-idx) " "
            auth-display "   " actual-display " " variance-display " "
            strength-status "  " trim(vacancy-text)
            into report-line
        write report-line
        exit paragraph
    .

    describe-vacancy.
        if cell-last-leaver(cell-idx) equal to 0
            move "open, no leaver on record" to vacancy-text
            exit paragraph
        end-if
        compute vacancy-days = integer-of-date(today-date)
            - integer-of-date(cell-last-leaver(cell-idx))
        move vacancy-days to days-display
        string "open " trim(days-display) " day(s) since "
            cell-last-leaver(cell-idx)(1:4) "-" cell-last-leaver(cell-idx)(5:2) "-"
            cell-last-leaver(cell-idx)(7:2) into vacancy-text
        exit paragraph
    .

    write-department-total.
        move dept-authorized to total-display
        move dept-actual to total-display-2
        move 0 to strength-pct
        if dept-authorized > 0
            compute strength-pct rounded = dept-actual * 100 / dept-authorized
        end-if
        move strength-pct to pct-display
        move spaces to report-line
        if dept-authorized > 0
            string "  " trim(current-dept) " total: authorized " trim(total-display)
                " actual " trim(total-display-2) " strength " trim(pct-display) "%"
                into report-line
        else
            string "  " trim(current-dept) " total: authorized 0 actual "
                trim(total-display-2) " - no positions authorized" into report-line
        end-if
        write report-line
        exit paragraph
    .
