       >>source format is free
identification division.
    program-id. recall-results.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the roster recall-roster built:
            *>   names-id,department,name,caller-id,phone,alternate,A or L
            select rosterfile
            assign to './recall-roster.dat'
            organization is line sequential.

            *> what the callers report, one pipe-delimited line per
            *> call, appended as the recall goes on:
            *>   names-id|R(eached) or N(ot reached)|reported-by-id
            *> a later line for the same person supersedes an earlier
            *> one, so a second attempt that gets through counts
            select resultfile
            assign to './recall-results.dat'
            organization is line sequential.

            select rejectfile
            assign to './recall-results.rejects'
            organization is line sequential.

            select reportfile
            assign to './recall-accountability.txt'
            organization is line sequential.

data division.
    file section.
        fd rosterfile.
        01 roster-rec pic X(132).

        fd resultfile.
        01 result-rec pic X(80).

        fd rejectfile.
        01 reject-rec pic X(160).

        fd reportfile.
        01 report-line pic X(132).

working-storage section.
    01 csv-field pic X(40) occurs 7 times.
    01 trans-field pic X(20) occurs 3 times.
    01 trans-names-id pic 9(10) value 0.
    01 trans-result pic X(1) value spaces.
    01 reject-reason pic X(60) value spaces.
    01 today-date pic 9(8) value 0.

    *> everyone on the roster, in roster (call tree) order
    01 roster-capacity pic 9(4) value 2000.
    01 roster-count pic 9(4) value 0.
    01 roster-table occurs 2000 times indexed by roster-idx.
        05 roster-names-id pic 9(10).
        05 roster-dept pic X(10).
        05 roster-name pic X(20).
        05 roster-caller-id pic 9(10).
        05 roster-phone pic X(20).
        05 roster-result pic X(1).
            88 roster-reached value "R".
            88 roster-not-reached value "N".
            88 roster-unreported value space.
        05 roster-reported-by pic X(10).
    01 roster-found-flag pic 9(1) value 0.
        88 roster-found value 1 false 0.

    *> per department counts, in first-seen order
    01 dept-capacity pic 9(3) value 200.
    01 dept-count pic 9(3) value 0.
    01 dept-table occurs 200 times indexed by dept-idx.
        05 dept-code pic X(10).
        05 dept-total pic 9(5).
        05 dept-reached pic 9(5).
        05 dept-not-reached pic 9(5).
        05 dept-unreported pic 9(5).
    01 find-dept pic X(10) value spaces.

    01 result-count pic 9(5) value 0.
    01 posted-count pic 9(5) value 0.
    01 rejected-count pic 9(5) value 0.
    01 grand-total pic 9(5) value 0.
    01 grand-reached pic 9(5) value 0.
    01 grand-not-reached pic 9(5) value 0.
    01 grand-unreported pic 9(5) value 0.
    01 account-pct pic 9(3)v9 value 0.

    01 count-display pic z(4)9.
    01 count-display-2 pic z(4)9.
    01 count-display-3 pic z(4)9.
    01 count-display-4 pic z(4)9.
    01 pct-display pic zz9.9.
    01 status-text pic X(14) value spaces.

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
    *> Posts the callers' reached / not-reached reports against the
    *> recall roster and prints accountability by department: how
    *> many were reached, not reached and not yet reported, and the
    *> percentage accounted for. Names still outstanding are listed
    *> under their department with their caller, so they can be
    *> chased. Safe to rerun as results come in.
    *>*************************************************************
    main.
        move current-date(1:8) to today-date

        call "CBL_CHECK_FILE_EXIST" using './recall-roster.dat', file-info end-call
        if return-code not equal to 0
            display "no recall roster on disk - run recall-roster first"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        open input rosterfile
        perform until exit
            read rosterfile
                at end
                    exit perform
                not at end
                    perform take-roster-rec
            end-read
        end-perform
        close rosterfile

        open output rejectfile
        call "CBL_CHECK_FILE_EXIST" using './recall-results.dat', file-info end-call
        if return-code equal to 0
            open input resultfile
            perform until exit
                read resultfile
                    at end
                        exit perform
                    not at end
                        add 1 to result-count
                        perform post-result
                end-read
            end-perform
            close resultfile
        end-if
        move 0 to return-code
        close rejectfile

        perform count-departments
        perform write-accountability

        display "recall results: " result-count " report(s), " posted-count " posted, "
            rejected-count " rejected; " grand-reached " of " grand-total
            " reached - see recall-accountability.txt"
        if grand-reached < grand-total or rejected-count > 0
            move 1 to return-code
        end-if
        goback
    .

    take-roster-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6) csv-field(7)
        unstring roster-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6) csv-field(7)
        end-unstring
        if trim(csv-field(1)) is not numeric
            exit paragraph
        end-if
        if roster-count >= roster-capacity
            display "*** WARNING: recall roster table at capacity ***"
            exit paragraph
        end-if
        add 1 to roster-count
        set roster-idx to roster-count
        move numval(csv-field(1)) to roster-names-id(roster-idx)
        move csv-field(2) to roster-dept(roster-idx)
        move csv-field(3) to roster-name(roster-idx)
        move 0 to roster-caller-id(roster-idx)
        if trim(csv-field(4)) is numeric
            move numval(csv-field(4)) to roster-caller-id(roster-idx)
        end-if
        move csv-field(5) to roster-phone(roster-idx)
        move space to roster-result(roster-idx)
        move spaces to roster-reported-by(roster-idx)
        exit paragraph
    .

    post-result.
        move spaces to trans-field(1) trans-field(2) trans-field(3)
        unstring result-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3)
        end-unstring
        if result-rec equal to spaces
            exit paragraph
        end-if
        if trim(trans-field(1)) is not numeric
            move "names-id must be numeric" to reject-reason
            perform write-reject
            exit paragraph
        end-if
        move numval(trans-field(1)) to trans-names-id
        move upper-case(trans-field(2)(1:1)) to trans-result
        if trans-result not equal to "R" and trans-result not equal to "N"
            move "result must be R (reached) or N (not reached)" to reject-reason
            perform write-reject
            exit paragraph
        end-if

        set roster-found to false
        perform varying roster-idx from 1 by 1 until roster-idx > roster-count
            if roster-names-id(roster-idx) equal to trans-names-id
                set roster-found to true
                exit perform
            end-if
        end-perform
        if not roster-found
            move "person is not on this recall roster" to reject-reason
            perform write-reject
            exit paragraph
        end-if

        move trans-result to roster-result(roster-idx)
        move trans-field(3) to roster-reported-by(roster-idx)
        add 1 to posted-count
        exit paragraph
    .

    write-reject.
        add 1 to rejected-count
        move spaces to reject-rec
        string "REJECTED" X'09' trim(result-rec) X'09' trim(reject-reason)
            delimited by size into reject-rec
        write reject-rec
        exit paragraph
    .

    count-departments.
        perform varying roster-idx from 1 by 1 until roster-idx > roster-count
            move roster-dept(roster-idx) to find-dept
            perform find-or-add-dept
            if dept-idx <= dept-count
                add 1 to dept-total(dept-idx) grand-total
                evaluate true
                    when roster-reached(roster-idx)
                        add 1 to dept-reached(dept-idx) grand-reached
                    when roster-not-reached(roster-idx)
                        add 1 to dept-not-reached(dept-idx) grand-not-reached
                    when other
                        add 1 to dept-unreported(dept-idx) grand-unreported
                end-evaluate
            end-if
        end-perform
        exit paragraph
    .

    find-or-add-dept.
        perform varying dept-idx from 1 by 1 until dept-idx > dept-count
            if dept-code(dept-idx) equal to find-dept
                exit paragraph
            end-if
        end-perform
        if dept-count >= dept-capacity
            display "*** WARNING: department table at capacity ***"
            exit paragraph
        end-if
        add 1 to dept-count
        set dept-idx to dept-count
        move find-dept to dept-code(dept-idx)
        move 0 to dept-total(dept-idx) dept-reached(dept-idx)
            dept-not-reached(dept-idx) dept-unreported(dept-idx)
        exit paragraph
    .

    write-accountability.
        open output reportfile
        move spaces to report-line
        string "RECALL ACCOUNTABILITY as of " today-date(1:4) "-" today-date(5:2) "-"
            today-date(7:2) delimited by size into report-line
        write report-line
        move spaces to report-line
        write report-line
        move "DEPARTMENT   ROSTER  REACHED  NOT REACHED  NO REPORT  ACCOUNTED %"
            to report-line
        write report-line

        perform varying dept-idx from 1 by 1 until dept-idx > dept-count
            move dept-total(dept-idx) to count-display
            move dept-reached(dept-idx) to count-display-2
            move dept-not-reached(dept-idx) to count-display-3
            move dept-unreported(dept-idx) to count-display-4
            compute account-pct rounded =
                dept-reached(dept-idx) * 100 / dept-total(dept-idx)
            move account-pct to pct-display
            move spaces to report-line
            string dept-code(dept-idx) "   " count-display "    " count-display-2
                "        " count-display-3 "      " count-display-4 "       " pct-display
                delimited by size into report-line
            write report-line
        end-perform

        move grand-total to count-display
        move grand-reached to count-display-2
        move grand-not-reached to count-display-3
        move grand-unreported to count-display-4
        move 0 to account-pct
        if grand-total > 0
            compute account-pct rounded = grand-reached * 100 / grand-total
        end-if
        move account-pct to pct-display
        move spaces to report-line
        string "ALL          " count-display "    " count-display-2
            "        " count-display-3 "      " count-display-4 "       " pct-display
            delimited by size into report-line
        write report-line

        *> who is still outstanding, and who should be calling them
        perform varying dept-idx from 1 by 1 until dept-idx > dept-count
            if dept-reached(dept-idx) < dept-total(dept-idx)
                move spaces to report-line
                write report-line
                move spaces to report-line
                string "OUTSTANDING - " trim(dept-code(dept-idx))
                    delimited by size into report-line
                write report-line
                perform varying roster-idx from 1 by 1 until roster-idx > roster-count
                    if roster-dept(roster-idx) equal to dept-code(dept-idx)
                        and not roster-reached(roster-idx)
                        perform write-outstanding-line
                    end-if
                end-perform
            end-if
        end-perform
        close reportfile
        exit paragraph
    .

    write-outstanding-line.
        if roster-not-reached(roster-idx)
            move "NOT REACHED" to status-text
        else
            move "NO REPORT" to status-text
        end-if
        move spaces to report-line
        if roster-caller-id(roster-idx) equal to 0
            string "  " status-text roster-names-id(roster-idx) " "
                roster-name(roster-idx) " tel " trim(roster-phone(roster-idx))
                "  caller: recall control" delimited by size into report-line
        else
            string "  " status-text roster-names-id(roster-idx) " "
                roster-name(roster-idx) " tel " trim(roster-phone(roster-idx))
                "  caller: " roster-caller-id(roster-idx)
                delimited by size into report-line
        end-if
        write report-line
        exit paragraph
    .
