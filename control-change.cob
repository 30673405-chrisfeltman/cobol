       >>source format is free
identification division.
    program-id. control-change.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> every version of every controlled file, one line each:
            *>   live-path|version|state|stamp|operator|lines|reason|
            *>   decided-by|decided-stamp|note
            *> state: PROPOSED, REJECTED, LIVE, RETIRED. The text of
            *> version n of a file is kept beside it as <file>.vnnnn
            select registryfile
            assign to './control-versions.dat'
            organization is line sequential.

            select newregistryfile
            assign to './control-versions.dat.tmp'
            organization is line sequential.

            *> the two sides of a comparison: the live file or an
            *> older version, and the version or candidate
            select oldfile
            assign using old-path
            organization is line sequential.

            select newfile
            assign using new-path
            organization is line sequential.

            *> the live calendar, for which files are jobsteps control
            *> files
            select calendarfile
            assign to './batch-calendar.dat'
            organization is line sequential.

data division.
    file section.
        fd registryfile.
        01 registry-rec pic X(400).

        fd newregistryfile.
        01 new-registry-rec pic X(400).

        fd oldfile.
        01 old-rec pic X(200).

        fd newfile.
        01 new-rec pic X(200).

        fd calendarfile.
        01 calendar-rec pic X(120).

working-storage section.
    01 user-input pic X(200) value spaces.
    01 cmd-action pic X(10) value spaces.
    01 cmd-text pic X(120) value spaces.
    01 text-pointer pic 9(3) value 1.
    01 live-path pic X(80) value spaces.
    01 candidate-path pic X(80) value spaces.
    01 want-version pic 9(4) value 0.
    01 now-stamp pic 9(14) value 0.

    *> CALENDAR, JOBSTEPS, LEDGER, RETENTION, ROUTING or DISPATCH -- which
    *> program reads the file decides what a good line looks like
    01 control-kind pic X(10) value spaces.
    01 base-name pic X(60) value spaces.
    01 base-start pic 9(3) value 0.
    01 scan-idx pic 9(3) value 0.
    01 name-len pic 9(3) value 0.

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.
    01 auth-enforced-flag pic 9(1) value 0.
        88 auth-enforced value 1 false 0.

    01 registry-field pic X(80) occurs 10 times.
    01 version-capacity pic 9(4) value 2000.
    01 version-count pic 9(4) value 0.
    01 version-table occurs 2000 times indexed by version-idx.
        05 ver-path pic X(80).
        05 ver-number pic 9(4).
        05 ver-state pic X(8).
            88 ver-proposed value "PROPOSED".
            88 ver-live value "LIVE".
            88 ver-retired value "RETIRED".
        05 ver-stamp pic 9(14).
        05 ver-operator pic X(8).
        05 ver-lines pic 9(4).
        05 ver-reason pic X(80).
        05 ver-decided-by pic X(8).
        05 ver-decided-stamp pic 9(14).
        05 ver-note pic X(60).
    01 live-ver-idx pic 9(4) value 0.
    01 target-ver-idx pic 9(4) value 0.
    01 pending-ver-idx pic 9(4) value 0.
    01 last-version pic 9(4) value 0.
    01 version-path pic X(90) value spaces.
    01 version-display pic z(3)9.

    *> the two sides of a comparison, and for a validation the
    *> new side is the one checked
    01 old-path pic X(90) value spaces.
    01 new-path pic X(90) value spaces.
    01 line-capacity pic 9(3) value 300.
    01 old-count pic 9(3) value 0.
    01 old-line pic X(200) occurs 300 times.
    01 new-count pic 9(3) value 0.
    01 new-line pic X(200) occurs 300 times.
    01 new-line-len pic 9(3) occurs 300 times.
    01 too-long-flag pic 9(1) value 0.
        88 file-too-long value 1 false 0.
    01 same-flag pic 9(1) value 0.
        88 files-same value 1 false 0.

    *> longest common subsequence lengths from line i, j onward
    01 lcs-table.
        05 lcs-row occurs 301 times.
            10 lcs-cell pic 9(4) comp occurs 301 times.
    01 old-idx pic 9(3) value 0.
    01 new-idx pic 9(3) value 0.
    01 removed-count pic 9(4) value 0.
    01 added-count pic 9(4) value 0.
    01 line-display pic z(3)9.

    *> validation
    01 error-count pic 9(4) value 0.
    01 error-text pic X(100) value spaces.
    01 check-idx pic 9(3) value 0.
    01 other-line-idx pic 9(3) value 0.
    01 max-line-len pic 9(3) value 0.
    01 field-count pic 9(2) value 0.
    01 check-field pic X(80) occurs 5 times.
    01 other-field pic X(80) value spaces.
    01 number-value pic 9(6) value 0.
    01 found-flag pic 9(1) value 0.
        88 name-found value 1 false 0.
    01 step-count-so-far pic 9(3) value 0.
    01 ledger-concurrent-seen pic 9(1) value 0.
    01 ledger-stale-seen pic 9(1) value 0.
    01 calendar-field pic X(60) value spaces.
    01 dep-field pic X(5) occurs 11 times.
    01 dep-idx pic 9(2) value 0.
    01 dispatch-max-seen pic 9(1) value 0.

    01 copy-rc pic s9(9) value 0.
    01 tmp-path pic X(90) value spaces.

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
    *> Change control for the files the overnight run is driven
    *> by: the jobsteps control files, batch-calendar.dat,
    *> run-ledger.policy, procedurepointer.policy,
    *> retention-policy.dat and report-routing.dat. A new version is checked in against the
    *> rules of the program that reads the file and refused if a
    *> line would not parse; accepted versions are numbered and
    *> kept with who checked them in and why. Nothing reaches the
    *> live file until an ADMIN operator other than the one who
    *> checked it in approves it, and any earlier live version can
    *> be put back. A live file edited by hand since its last
    *> promotion is kept as a version of its own before it is
    *> replaced, so nothing is lost.
    *>
    *>   control-change CHECKIN <file> <new-version-file> <reason>
    *>   control-change DIFF <file> [version]
    *>   control-change APPROVE <file> <version>
    *>   control-change REJECT <file> <version> [reason]
    *>   control-change ROLLBACK <file> <version> <reason>
    *>   control-change HISTORY <file>
    *>   control-change VALIDATE <file> [candidate-file]
    *>*************************************************************
    main.
        accept user-input from argument-value
        move upper-case(user-input(1:10)) to cmd-action
        move current-date(1:14) to now-stamp

        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call

        move spaces to user-input
        accept user-input from argument-value
        if user-input equal to spaces
            perform show-usage
            goback
        end-if
        perform take-live-path
        if control-kind equal to spaces
            display "*** " trim(live-path) " is not a controlled file ***"
            move 8 to return-code
            goback
        end-if

        perform load-registry
        perform find-file-versions

        evaluate trim(cmd-action)
            when "CHECKIN"
                perform check-in-version
            when "DIFF"
                perform diff-version
            when "APPROVE"
                perform approve-version
            when "REJECT"
                perform reject-version
            when "ROLLBACK"
                perform roll-back-version
            when "HISTORY"
                perform show-history
            when "VALIDATE"
                perform validate-only
            when other
                perform show-usage
        end-evaluate
        goback
    .

    show-usage.
        display "usage: control-change CHECKIN|DIFF|APPROVE|REJECT|ROLLBACK|HISTORY|VALIDATE"
            " <file> [version | new-version-file] [reason]"
        move 1 to return-code
        exit paragraph
    .

    *> ./ and no ./ are the same file; the base name says which
    *> program reads it
    take-live-path.
        move trim(user-input) to live-path
        if live-path(1:2) equal to "./"
            move live-path(3:78) to user-input
            move user-input to live-path
        end-if
        move spaces to base-name
        move length(trim(live-path)) to name-len
        move 1 to base-start
        perform varying scan-idx from name-len by -1 until scan-idx < 1
            if live-path(scan-idx:1) equal to "/"
                compute base-start = scan-idx + 1
                exit perform
            end-if
        end-perform
        move live-path(base-start:) to base-name

        move spaces to control-kind
        evaluate true
            when base-name equal to "batch-calendar.dat"
                move "CALENDAR" to control-kind
            when base-name equal to "run-ledger.policy"
                move "LEDGER" to control-kind
            when base-name equal to "procedurepointer.policy"
                move "DISPATCH" to control-kind
            when base-name equal to "retention-policy.dat"
                move "RETENTION" to control-kind
            when base-name equal to "report-routing.dat"
                move "ROUTING" to control-kind
            when base-name equal to "jobsteps.dat"
                move "JOBSTEPS" to control-kind
            when name-len > 7 and live-path(name-len - 6:7) equal to ".stream"
                move "JOBSTEPS" to control-kind
            when other
                perform check-calendar-control-file
        end-evaluate
        exit paragraph
    .

    *> any file the live calendar names as a stream's control file
    check-calendar-control-file.
        call "CBL_CHECK_FILE_EXIST" using './batch-calendar.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input calendarfile
        perform until exit
            read calendarfile
                at end
                    exit perform
                not at end
                    move spaces to check-field(1) check-field(2)
                    unstring calendar-rec delimited by ","
                        into check-field(1) check-field(2)
                    end-unstring
                    move trim(check-field(2)) to calendar-field
                    if calendar-field(1:2) equal to "./"
                        move calendar-field(3:58) to calendar-field
                    end-if
                    if calendar-field equal to live-path
                        move "JOBSTEPS" to control-kind
                        exit perform
                    end-if
            end-read
        end-perform
        close calendarfile
        exit paragraph
    .

    load-registry.
        call "CBL_CHECK_FILE_EXIST" using './control-versions.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input registryfile
        perform until exit
            read registryfile
                at end
                    exit perform
                not at end
                    perform take-registry-rec
            end-read
        end-perform
        close registryfile
        exit paragraph
    .

    take-registry-rec.
        move spaces to registry-field(1) registry-field(2) registry-field(3)
            registry-field(4) registry-field(5) registry-field(6) registry-field(7)
            registry-field(8) registry-field(9) registry-field(10)
        unstring registry-rec delimited by "|"
            into registry-field(1) registry-field(2) registry-field(3)
                registry-field(4) registry-field(5) registry-field(6) registry-field(7)
                registry-field(8) registry-field(9) registry-field(10)
        end-unstring
        if trim(registry-field(2)) is not numeric
            exit paragraph
        end-if
        if version-count >= version-capacity
            display "*** WARNING: version table at capacity ***"
            exit paragraph
        end-if
        add 1 to version-count
        set version-idx to version-count
        move registry-field(1) to ver-path(version-idx)
        move numval(registry-field(2)) to ver-number(version-idx)
        move registry-field(3) to ver-state(version-idx)
        move numval(registry-field(4)) to ver-stamp(version-idx)
        move registry-field(5) to ver-operator(version-idx)
        move numval(registry-field(6)) to ver-lines(version-idx)
        move registry-field(7) to ver-reason(version-idx)
        move registry-field(8) to ver-decided-by(version-idx)
        move numval(registry-field(9)) to ver-decided-stamp(version-idx)
        move registry-field(10) to ver-note(version-idx)
        exit paragraph
    .

    *> the live version, the one awaiting approval and the highest
    *> number given out, for this file
    find-file-versions.
        move 0 to live-ver-idx pending-ver-idx last-version
        perform varying version-idx from 1 by 1 until version-idx > version-count
            if ver-path(version-idx) equal to live-path
                if ver-live(version-idx)
                    set live-ver-idx to version-idx
                end-if
                if ver-proposed(version-idx)
                    set pending-ver-idx to version-idx
                end-if
                if ver-number(version-idx) > last-version
                    move ver-number(version-idx) to last-version
                end-if
            end-if
        end-perform
        exit paragraph
    .

    find-wanted-version.
        move 0 to target-ver-idx
        perform varying version-idx from 1 by 1 until version-idx > version-count
            if ver-path(version-idx) equal to live-path
                and ver-number(version-idx) equal to want-version
                set target-ver-idx to version-idx
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    take-version-param.
        move 0 to want-version
        move spaces to user-input
        accept user-input from argument-value
        if trim(user-input) is numeric
            move numval(user-input) to want-version
        end-if
        exit paragraph
    .

    make-version-path.
        move ver-number(version-idx) to version-display
        move spaces to version-path
        string trim(live-path) ".v" ver-number(version-idx) delimited by size
            into version-path
        exit paragraph
    .

    *>*************************************************************
    *> CHECKIN: the candidate must pass the reading program's rules
    *> in full. The first check-in of a file keeps the live file as
    *> it stands as version 1, so there is always something to roll
    *> back to.
    *>*************************************************************
    check-in-version.
        move spaces to user-input
        accept user-input from argument-value
        move trim(user-input) to candidate-path
        perform gather-text
        if candidate-path equal to spaces or cmd-text equal to spaces
            display "*** CHECKIN needs the new version's file and a reason ***"
            move 8 to return-code
            exit paragraph
        end-if
        if pending-ver-idx > 0
            display "*** version " ver-number(pending-ver-idx) " of " trim(live-path)
                " is still awaiting approval - approve or reject it first ***"
            move 8 to return-code
            exit paragraph
        end-if
        call "CBL_CHECK_FILE_EXIST" using candidate-path, file-info end-call
        if return-code not equal to 0
            display "*** " trim(candidate-path) " not found ***"
            move 8 to return-code
            exit paragraph
        end-if

        move candidate-path to new-path
        perform load-new-lines
        perform validate-new-lines
        if error-count > 0
            display "*** " error-count " error(s) - " trim(candidate-path)
                " not checked in ***"
            move 8 to return-code
            exit paragraph
        end-if

        if live-ver-idx equal to 0
            perform keep-live-as-found
        end-if

        add 1 to last-version
        perform add-version-row
        move "PROPOSED" to ver-state(version-idx)
        move operator-id to ver-operator(version-idx)
        move new-count to ver-lines(version-idx)
        move cmd-text to ver-reason(version-idx)
        perform make-version-path
        call "CBL_COPY_FILE" using candidate-path, version-path end-call
        move return-code to copy-rc
        move 0 to return-code
        if copy-rc not equal to 0
            display "*** could not keep " trim(candidate-path) " as " trim(version-path) " ***"
            move 8 to return-code
            exit paragraph
        end-if
        perform write-registry
        display trim(live-path) " version " last-version
            " checked in by " trim(operator-id) " - awaiting approval"

        move live-path to old-path
        perform load-old-lines
        perform show-differences
        exit paragraph
    .

    *> the live file as it stands becomes a version of its own --
    *> LIVE when change control first meets it, RETIRED when it
    *> was edited by hand since its last promotion
    keep-live-as-found.
        call "CBL_CHECK_FILE_EXIST" using live-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        move live-path to old-path
        perform load-old-lines
        add 1 to last-version
        perform add-version-row
        move operator-id to ver-operator(version-idx)
        move old-count to ver-lines(version-idx)
        if live-ver-idx equal to 0
            move "LIVE" to ver-state(version-idx)
            move "live file as found when change control began" to ver-reason(version-idx)
            set live-ver-idx to version-idx
        else
            move "RETIRED" to ver-state(version-idx)
            move "live file as found, edited outside change control"
                to ver-reason(version-idx)
            display "*** " trim(live-path) " was edited outside change control - kept as version "
                ver-number(version-idx) " ***"
        end-if
        perform make-version-path
        call "CBL_COPY_FILE" using live-path, version-path end-call
        move 0 to return-code
        exit paragraph
    .

    add-version-row.
        if version-count >= version-capacity
            display "*** WARNING: version table at capacity ***"
            exit paragraph
        end-if
        add 1 to version-count
        set version-idx to version-count
        move live-path to ver-path(version-idx)
        move last-version to ver-number(version-idx)
        move now-stamp to ver-stamp(version-idx)
        move spaces to ver-state(version-idx) ver-operator(version-idx)
            ver-reason(version-idx) ver-decided-by(version-idx) ver-note(version-idx)
        move 0 to ver-lines(version-idx) ver-decided-stamp(version-idx)
        exit paragraph
    .

    *> the rest of the command line is the text, word by word
    gather-text.
        move spaces to cmd-text
        move 1 to text-pointer
        perform until exit
            move spaces to user-input
            accept user-input from argument-value
            if user-input equal to spaces or text-pointer > 120
                exit perform
            end-if
            if text-pointer > 1
                string " " delimited by size into cmd-text
                    with pointer text-pointer
                end-string
            end-if
            string trim(user-input) delimited by size into cmd-text
                with pointer text-pointer
            end-string
        end-perform
        inspect cmd-text replacing all "|" by "/"
        exit paragraph
    .

    *>*************************************************************
    *> DIFF: the live file against a version -- the one awaiting
    *> approval when no number is given, else the newest
    *>*************************************************************
    diff-version.
        perform take-version-param
        if want-version equal to 0
            if pending-ver-idx > 0
                move ver-number(pending-ver-idx) to want-version
            else
                move last-version to want-version
            end-if
        end-if
        perform find-wanted-version
        if target-ver-idx equal to 0
            display "*** no version " want-version " of " trim(live-path) " ***"
            move 8 to return-code
            exit paragraph
        end-if
        set version-idx to target-ver-idx
        perform make-version-path
        move version-path to new-path
        perform load-new-lines
        move live-path to old-path
        perform load-old-lines
        perform show-differences
        exit paragraph
    .

    *>*************************************************************
    *> APPROVE: an ADMIN, not the operator who checked it in,
    *> promotes a PROPOSED version once it still passes validation
    *>*************************************************************
    approve-version.
        perform take-version-param
        perform find-wanted-version
        if target-ver-idx equal to 0
            display "*** no version " want-version " of " trim(live-path) " ***"
            move 8 to return-code
            exit paragraph
        end-if
        if not ver-proposed(target-ver-idx)
            display "*** version " want-version " is " trim(ver-state(target-ver-idx))
                " - only a PROPOSED version can be approved ***"
            move 8 to return-code
            exit paragraph
        end-if
        perform authorize-admin
        if return-code not equal to 0
            exit paragraph
        end-if
        if auth-enforced and ver-operator(target-ver-idx) equal to operator-id
            display "*** " trim(operator-id) " checked this version in - another ADMIN"
                " must approve it ***"
            move 8 to return-code
            exit paragraph
        end-if

        set version-idx to target-ver-idx
        perform make-version-path
        move version-path to new-path
        perform load-new-lines
        perform validate-new-lines
        if error-count > 0
            display "*** version " want-version " no longer validates - not promoted ***"
            move 8 to return-code
            exit paragraph
        end-if

        perform check-live-drift
        perform promote-target
        if return-code equal to 0
            display trim(live-path) " version " want-version " approved by "
                trim(operator-id) " and now live"
        end-if
        exit paragraph
    .

    reject-version.
        perform take-version-param
        perform gather-text
        perform find-wanted-version
        if target-ver-idx equal to 0
            display "*** no version " want-version " of " trim(live-path) " ***"
            move 8 to return-code
            exit paragraph
        end-if
        if not ver-proposed(target-ver-idx)
            display "*** version " want-version " is " trim(ver-state(target-ver-idx))
                " - only a PROPOSED version can be rejected ***"
            move 8 to return-code
            exit paragraph
        end-if
        *> the operator who checked it in may withdraw it
        if ver-operator(target-ver-idx) not equal to operator-id
            perform authorize-admin
            if return-code not equal to 0
                exit paragraph
            end-if
        end-if
        move "REJECTED" to ver-state(target-ver-idx)
        move operator-id to ver-decided-by(target-ver-idx)
        move now-stamp to ver-decided-stamp(target-ver-idx)
        move cmd-text to ver-note(target-ver-idx)
        perform write-registry
        display trim(live-path) " version " want-version " rejected by " trim(operator-id)
        exit paragraph
    .

    *>*************************************************************
    *> ROLLBACK: any version that was live before goes back live.
    *> It is checked against today's rules and the findings shown,
    *> but put back regardless -- a rollback is how a bad night is
    *> stopped, and the version ran before.
    *>*************************************************************
    roll-back-version.
        perform take-version-param
        perform gather-text
        if cmd-text equal to spaces
            display "*** ROLLBACK needs a version and a reason ***"
            move 8 to return-code
            exit paragraph
        end-if
        perform find-wanted-version
        if target-ver-idx equal to 0
            display "*** no version " want-version " of " trim(live-path) " ***"
            move 8 to return-code
            exit paragraph
        end-if
        if not ver-retired(target-ver-idx)
            display "*** version " want-version " is " trim(ver-state(target-ver-idx))
                " - only a version that was live before can be rolled back to ***"
            move 8 to return-code
            exit paragraph
        end-if
        perform authorize-admin
        if return-code not equal to 0
            exit paragraph
        end-if

        set version-idx to target-ver-idx
        perform make-version-path
        move version-path to new-path
        perform load-new-lines
        perform validate-new-lines
        if error-count > 0
            display "*** version " want-version " has " error-count
                " error(s) under today's rules - rolled back regardless ***"
        end-if

        perform check-live-drift
        move spaces to ver-note(target-ver-idx)
        string "rollback: " trim(cmd-text) delimited by size into ver-note(target-ver-idx)
        perform promote-target
        if return-code equal to 0
            display trim(live-path) " rolled back to version " want-version " by "
                trim(operator-id)
        end-if
        exit paragraph
    .

    authorize-admin.
        move "ADMIN" to auth-role
        move "control-change" to auth-program
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing changed ***"
            move 8 to return-code
            exit paragraph
        end-if
        set auth-enforced to true
        if auth-result(1:16) equal to "no operator file"
            set auth-enforced to false
        end-if
        exit paragraph
    .

    *> a live file that no longer matches its LIVE version was
    *> edited by hand; keep that text before it is replaced
    check-live-drift.
        call "CBL_CHECK_FILE_EXIST" using live-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        if live-ver-idx equal to 0
            perform keep-live-as-found
            exit paragraph
        end-if
        set version-idx to live-ver-idx
        perform make-version-path
        move version-path to old-path
        perform load-old-lines
        move old-count to check-idx
        *> compare the live file to its LIVE version, keeping the
        *> candidate loaded on the new side untouched
        perform varying old-idx from 1 by 1 until old-idx > old-count
            move old-line(old-idx) to new-line(old-idx + 0)
        end-perform
        move live-path to old-path
        perform load-old-lines
        set files-same to true
        if old-count not equal to check-idx
            set files-same to false
        end-if
        perform varying old-idx from 1 by 1 until old-idx > old-count or not files-same
            if old-line(old-idx) not equal to new-line(old-idx)
                set files-same to false
            end-if
        end-perform
        set version-idx to target-ver-idx
        perform make-version-path
        move version-path to new-path
        perform load-new-lines
        if not files-same
            perform keep-live-as-found
        end-if
        exit paragraph
    .

    *> the version's text over the live file through a .tmp swap,
    *> the old LIVE version retired
    promote-target.
        set version-idx to target-ver-idx
        perform make-version-path
        move spaces to tmp-path
        string trim(live-path) ".tmp" delimited by size into tmp-path
        call "CBL_COPY_FILE" using version-path, tmp-path end-call
        move return-code to copy-rc
        move 0 to return-code
        if copy-rc not equal to 0
            display "*** could not stage " trim(version-path) " - live file unchanged ***"
            move 8 to return-code
            exit paragraph
        end-if
        call "CBL_DELETE_FILE" using live-path end-call
        call "CBL_RENAME_FILE" using tmp-path, live-path end-call
        move return-code to copy-rc
        move 0 to return-code
        if copy-rc not equal to 0
            display "*** could not put " trim(version-path) " live - the text is in "
                trim(tmp-path) " ***"
            move 8 to return-code
            exit paragraph
        end-if

        perform varying version-idx from 1 by 1 until version-idx > version-count
            if ver-path(version-idx) equal to live-path and ver-live(version-idx)
                move "RETIRED" to ver-state(version-idx)
            end-if
        end-perform
        move "LIVE" to ver-state(target-ver-idx)
        move operator-id to ver-decided-by(target-ver-idx)
        move now-stamp to ver-decided-stamp(target-ver-idx)
        perform write-registry
        exit paragraph
    .

    show-history.
        display "versions of " trim(live-path) " (" trim(control-kind) ")"
        perform varying version-idx from 1 by 1 until version-idx > version-count
            if ver-path(version-idx) equal to live-path
                display "  v" ver-number(version-idx) " " ver-state(version-idx) " "
                    ver-stamp(version-idx)(1:8) " " ver-stamp(version-idx)(9:4) " "
                    ver-operator(version-idx) " " ver-lines(version-idx) " line(s)  "
                    trim(ver-reason(version-idx))
                if ver-decided-by(version-idx) not equal to spaces
                    display "        decided by " trim(ver-decided-by(version-idx)) " "
                        ver-decided-stamp(version-idx)(1:8) " "
                        ver-decided-stamp(version-idx)(9:4) "  "
                        trim(ver-note(version-idx))
                end-if
            end-if
        end-perform
        if last-version equal to 0
            display "  no versions - the file has never been checked in"
        end-if
        exit paragraph
    .

    validate-only.
        move spaces to user-input
        accept user-input from argument-value
        move trim(user-input) to new-path
        if new-path equal to spaces
            move live-path to new-path
        end-if
        call "CBL_CHECK_FILE_EXIST" using new-path, file-info end-call
        if return-code not equal to 0
            display "*** " trim(new-path) " not found ***"
            move 8 to return-code
            exit paragraph
        end-if
        perform load-new-lines
        perform validate-new-lines
        if error-count > 0
            display "*** " error-count " error(s) in " trim(new-path) " ***"
            move 4 to return-code
        else
            display trim(new-path) " is a valid " trim(control-kind) " file, "
                new-count " line(s)"
        end-if
        exit paragraph
    .

    write-registry.
        open output newregistryfile
        perform varying version-idx from 1 by 1 until version-idx > version-count
            move spaces to new-registry-rec
            string trim(ver-path(version-idx)) "|" ver-number(version-idx) "|"
                trim(ver-state(version-idx)) "|" ver-stamp(version-idx) "|"
                trim(ver-operator(version-idx)) "|" ver-lines(version-idx) "|"
                trim(ver-reason(version-idx)) "|" trim(ver-decided-by(version-idx)) "|"
                ver-decided-stamp(version-idx) "|" trim(ver-note(version-idx))
                delimited by size into new-registry-rec
            write new-registry-rec
        end-perform
        close newregistryfile
        call "CBL_DELETE_FILE" using './control-versions.dat' end-call
        call "CBL_RENAME_FILE" using './control-versions.dat.tmp', './control-versions.dat'
        end-call
        move 0 to return-code
        exit paragraph
    .

    load-old-lines.
        move 0 to old-count
        set file-too-long to false
        call "CBL_CHECK_FILE_EXIST" using old-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input oldfile
        perform until exit
            read oldfile
                at end
                    exit perform
                not at end
                    if old-count >= line-capacity
                        set file-too-long to true
                        exit perform
                    end-if
                    add 1 to old-count
                    move old-rec to old-line(old-count)
            end-read
        end-perform
        close oldfile
        exit paragraph
    .

    load-new-lines.
        move 0 to new-count
        set file-too-long to false
        open input newfile
        perform until exit
            read newfile
                at end
                    exit perform
                not at end
                    if new-count >= line-capacity
                        set file-too-long to true
                        exit perform
                    end-if
                    add 1 to new-count
                    move new-rec to new-line(new-count)
                    move length(trim(new-rec trailing)) to new-line-len(new-count)
                    if new-rec equal to spaces
                        move 0 to new-line-len(new-count)
                    end-if
            end-read
        end-perform
        close newfile
        exit paragraph
    .

    *>*************************************************************
    *> Line-by-line differences, old side first: a longest common
    *> subsequence of the two, every old line not in it removed
    *> and every new line not in it added
    *>*************************************************************
    show-differences.
        if file-too-long
            display "*** more than " line-capacity " lines - no comparison ***"
            exit paragraph
        end-if
        perform varying old-idx from 1 by 1 until old-idx > old-count + 1
            move 0 to lcs-cell(old-idx, new-count + 1)
        end-perform
        perform varying new-idx from 1 by 1 until new-idx > new-count + 1
            move 0 to lcs-cell(old-count + 1, new-idx)
        end-perform
        perform varying old-idx from old-count by -1 until old-idx < 1
            perform varying new-idx from new-count by -1 until new-idx < 1
                if old-line(old-idx) equal to new-line(new-idx)
                    compute lcs-cell(old-idx, new-idx) =
                        lcs-cell(old-idx + 1, new-idx + 1) + 1
                else
                    if lcs-cell(old-idx + 1, new-idx) >= lcs-cell(old-idx, new-idx + 1)
                        move lcs-cell(old-idx + 1, new-idx) to lcs-cell(old-idx, new-idx)
                    else
                        move lcs-cell(old-idx, new-idx + 1) to lcs-cell(old-idx, new-idx)
                    end-if
                end-if
            end-perform
        end-perform

        display "--- " trim(old-path) " (" old-count " line(s))"
        display "+++ " trim(new-path) " (" new-count " line(s))"
        move 0 to removed-count added-count
        move 1 to old-idx new-idx
        perform until old-idx > old-count and new-idx > new-count
            evaluate true
                when old-idx > old-count
                    perform show-added-line
                when new-idx > new-count
                    perform show-removed-line
                when old-line(old-idx) equal to new-line(new-idx)
                    add 1 to old-idx new-idx
                when lcs-cell(old-idx + 1, new-idx) >= lcs-cell(old-idx, new-idx + 1)
                    perform show-removed-line
                when other
                    perform show-added-line
            end-evaluate
        end-perform
        if removed-count equal to 0 and added-count equal to 0
            display "    no differences"
        else
            display "    " removed-count " line(s) removed, " added-count " added"
        end-if
        exit paragraph
    .

    show-removed-line.
        move old-idx to line-display
        display line-display " - " trim(old-line(old-idx) trailing)
        add 1 to removed-count
        add 1 to old-idx
        exit paragraph
    .

    show-added-line.
        move new-idx to line-display
        display line-display " + " trim(new-line(new-idx) trailing)
        add 1 to added-count
        add 1 to new-idx
        exit paragraph
    .

    *>*************************************************************
    *> Validation: each line against what the reading program
    *> will make of it, the record length it reads into included
    *>*************************************************************
    validate-new-lines.
        move 0 to error-count
        if file-too-long
            move 0 to check-idx
            move "more lines than change control can hold" to error-text
            perform report-line-error
            exit paragraph
        end-if
        evaluate control-kind
            when "CALENDAR"
                move 120 to max-line-len
            when "JOBSTEPS"
                move 80 to max-line-len
            when "LEDGER"
                move 40 to max-line-len
            when "DISPATCH"
                move 40 to max-line-len
            when "RETENTION"
                *> purge-logs reads 80, retention-purge only 60
                move 60 to max-line-len
            when "ROUTING"
                move 160 to max-line-len
        end-evaluate
        move 0 to step-count-so-far ledger-concurrent-seen ledger-stale-seen
            dispatch-max-seen
        perform varying check-idx from 1 by 1 until check-idx > new-count
            if new-line-len(check-idx) > max-line-len
                move spaces to error-text
                string "longer than the " max-line-len " characters its reader takes"
                    delimited by size into error-text
                perform report-line-error
            end-if
            if new-line(check-idx) not equal to spaces
                move spaces to check-field(1) check-field(2) check-field(3)
                    check-field(4) check-field(5)
                move 0 to field-count
                evaluate control-kind
                    when "CALENDAR"
                        perform validate-calendar-line
                    when "JOBSTEPS"
                        perform validate-jobsteps-line
                    when "LEDGER"
                        perform validate-ledger-line
                    when "RETENTION"
                        perform validate-retention-line
                    when "ROUTING"
                        perform validate-routing-line
                    when "DISPATCH"
                        perform validate-dispatch-line
                end-evaluate
            end-if
        end-perform
        if new-count equal to 0 and control-kind not equal to "LEDGER"
            and control-kind not equal to "DISPATCH"
            move 0 to check-idx
            move "file is empty" to error-text
            perform report-line-error
        end-if
        exit paragraph
    .

    report-line-error.
        add 1 to error-count
        move check-idx to line-display
        display "  line " line-display ": " trim(error-text)
        exit paragraph
    .

    split-comma-line.
        unstring new-line(check-idx) delimited by ","
            into check-field(1) check-field(2) check-field(3) check-field(4)
                check-field(5)
            tallying in field-count
        end-unstring
        exit paragraph
    .

    *> stream-name,jobsteps-control-file,frequency[,depends-on]
    validate-calendar-line.
        perform split-comma-line
        if field-count < 3 or field-count > 4
            move "needs stream,control-file,frequency[,depends-on]" to error-text
            perform report-line-error
            exit paragraph
        end-if
        if trim(check-field(1)) equal to spaces or length(trim(check-field(1))) > 20
            move "stream name must be 1 to 20 characters" to error-text
            perform report-line-error
        end-if
        perform varying other-line-idx from 1 by 1 until other-line-idx >= check-idx
            move spaces to other-field
            unstring new-line(other-line-idx) delimited by "," into other-field
            end-unstring
            if trim(other-field) equal to trim(check-field(1))
                move "stream named twice" to error-text
                perform report-line-error
                exit perform
            end-if
        end-perform

        if length(trim(check-field(2))) > 60
            move "control file path longer than 60 characters" to error-text
            perform report-line-error
        else
            call "CBL_CHECK_FILE_EXIST" using check-field(2), file-info end-call
            if return-code not equal to 0
                move 0 to return-code
                move spaces to error-text
                string "control file " trim(check-field(2)) " not found" delimited by size
                    into error-text
                perform report-line-error
            end-if
        end-if

        move upper-case(trim(check-field(3))) to other-field
        evaluate true
            when other-field equal to "DAILY"
            when other-field equal to "WEEKDAYS"
            when other-field equal to "MONTHEND"
                continue
            when other-field(1:4) equal to "DOW="
                if other-field(5:8) equal to spaces or trim(other-field(5:8)) is not numeric
                    or numval(other-field(5:8)) > 6
                    move "DOW= needs a day of the week 0 (Sunday) to 6" to error-text
                    perform report-line-error
                end-if
            when other-field(1:4) equal to "DOM="
                if trim(other-field(5:8)) is not numeric
                    or numval(other-field(5:8)) < 1 or numval(other-field(5:8)) > 31
                    move "DOM= needs a day of the month 1 to 31" to error-text
                    perform report-line-error
                end-if
            when other
                move "frequency must be DAILY, WEEKDAYS, DOW=n, DOM=nn or MONTHEND"
                    to error-text
                perform report-line-error
        end-evaluate

        if trim(check-field(4)) not equal to spaces
            if trim(check-field(4)) equal to trim(check-field(1))
                move "stream depends on itself" to error-text
                perform report-line-error
                exit paragraph
            end-if
            set name-found to false
            perform varying other-line-idx from 1 by 1 until other-line-idx > new-count
                move spaces to other-field
                unstring new-line(other-line-idx) delimited by "," into other-field
                end-unstring
                if trim(other-field) equal to trim(check-field(4))
                    set name-found to true
                    exit perform
                end-if
            end-perform
            if not name-found
                move spaces to error-text
                string "depends on " trim(check-field(4)) ", which is not a stream here"
                    delimited by size into error-text
                perform report-line-error
            end-if
        end-if
        exit paragraph
    .

    *> entry-name,repeats[,on-error[,depends-on-step]]
    validate-jobsteps-line.
        add 1 to step-count-so-far
        perform split-comma-line
        if field-count < 2 or field-count > 4
            move "needs entry-name,repeats[,on-error[,depends-on-step]]" to error-text
            perform report-line-error
            exit paragraph
        end-if
        if trim(check-field(1)) equal to spaces or length(trim(check-field(1))) > 30
            move "entry name must be 1 to 30 characters" to error-text
            perform report-line-error
        end-if
        if trim(check-field(2)) is not numeric or length(trim(check-field(2))) > 3
            or numval(check-field(2)) equal to 0
            move "repeats must be a number from 1 to 999" to error-text
            perform report-line-error
        end-if

        move upper-case(trim(check-field(3))) to other-field
        evaluate true
            when other-field equal to spaces
            when other-field equal to "ABORT"
            when other-field equal to "CONTINUE"
                continue
            when other-field(1:5) equal to "SKIP="
                *> the skip target has to come later in the stream,
                *> or every step after this one is passed over
                set name-found to false
                perform varying other-line-idx from check-idx by 1
                    until other-line-idx > new-count
                    if other-line-idx > check-idx
                        move spaces to calendar-field
                        unstring new-line(other-line-idx) delimited by "," into calendar-field
                        end-unstring
                        if upper-case(trim(calendar-field)) equal to trim(other-field(6:30))
                            set name-found to true
                            exit perform
                        end-if
                    end-if
                end-perform
                if not name-found
                    move spaces to error-text
                    string "SKIP= target " trim(other-field(6:30)) " is not a later step"
                        delimited by size into error-text
                    perform report-line-error
                end-if
            when other
                move "on-error must be ABORT, CONTINUE or SKIP=entry-name" to error-text
                perform report-line-error
        end-evaluate

        *> one or more earlier step numbers, separated by spaces
        move spaces to dep-field(1) dep-field(2) dep-field(3) dep-field(4) dep-field(5)
            dep-field(6) dep-field(7) dep-field(8) dep-field(9) dep-field(10)
            dep-field(11)
        unstring trim(check-field(4)) delimited by all space
            into dep-field(1) dep-field(2) dep-field(3) dep-field(4) dep-field(5)
                dep-field(6) dep-field(7) dep-field(8) dep-field(9) dep-field(10)
                dep-field(11)
        end-unstring
        perform varying dep-idx from 1 by 1 until dep-idx > 10
            if dep-field(dep-idx) not equal to spaces
                if trim(dep-field(dep-idx)) is not numeric
                    or numval(dep-field(dep-idx)) equal to 0
                    or numval(dep-field(dep-idx)) >= step-count-so-far
                    move "depends-on-steps must be numbers of earlier steps" to error-text
                    perform report-line-error
                    exit perform
                end-if
            end-if
        end-perform
        if dep-field(11) not equal to spaces
            move "no more than 10 depends-on-steps" to error-text
            perform report-line-error
        end-if
        exit paragraph
    .

    *> CONCURRENT=REFUSE|QUEUE, STALE-MINUTES=n
    validate-ledger-line.
        unstring new-line(check-idx) delimited by "="
            into check-field(1) check-field(2) check-field(3)
            tallying in field-count
        end-unstring
        if field-count not equal to 2
            move "needs SETTING=value" to error-text
            perform report-line-error
            exit paragraph
        end-if
        evaluate upper-case(trim(check-field(1)))
            when "CONCURRENT"
                add 1 to ledger-concurrent-seen
                if upper-case(trim(check-field(2))) not equal to "REFUSE"
                    and upper-case(trim(check-field(2))) not equal to "QUEUE"
                    move "CONCURRENT must be REFUSE or QUEUE" to error-text
                    perform report-line-error
                end-if
                if ledger-concurrent-seen > 1
                    move "CONCURRENT set twice" to error-text
                    perform report-line-error
                end-if
            when "STALE-MINUTES"
                add 1 to ledger-stale-seen
                if trim(check-field(2)) is not numeric or numval(check-field(2)) equal to 0
                    move "STALE-MINUTES must be a number of minutes" to error-text
                    perform report-line-error
                end-if
                if ledger-stale-seen > 1
                    move "STALE-MINUTES set twice" to error-text
                    perform report-line-error
                end-if
            when other
                move spaces to error-text
                string "unknown setting " trim(check-field(1))
                    " - only CONCURRENT and STALE-MINUTES" delimited by size into error-text
                perform report-line-error
        end-evaluate
        exit paragraph
    .

    *> purge-logs' log-path,KEEPDAYS=n or KEEPGENS=n rows and
    *> retention-purge's store,AGE-RULE,days rows share the file
    validate-retention-line.
        perform split-comma-line
        if trim(check-field(1)) equal to spaces
            move "no log path or store name" to error-text
            perform report-line-error
            exit paragraph
        end-if
        move upper-case(trim(check-field(2))) to other-field
        evaluate true
            when field-count equal to 2
                and (other-field(1:9) equal to "KEEPDAYS=" or other-field(1:9) equal to "KEEPGENS=")
                if trim(other-field(10:7)) is not numeric or numval(other-field(10:7)) equal to 0
                    move "KEEPDAYS= or KEEPGENS= needs a number above 0" to error-text
                    perform report-line-error
                end-if
            when field-count equal to 3
                evaluate trim(check-field(1))
                    when "run-ledger"
                        if other-field not equal to "ENDED-AGE"
                            move "run-ledger rule is ENDED-AGE" to error-text
                            perform report-line-error
                        end-if
                    when "serial-history"
                        if other-field not equal to "LAST-SEEN-AGE"
                            move "serial-history rule is LAST-SEEN-AGE" to error-text
                            perform report-line-error
                        end-if
                    when "names-vsam"
                        if other-field not equal to "INACTIVE-AGE"
                            move "names-vsam rule is INACTIVE-AGE" to error-text
                            perform report-line-error
                        end-if
                    when other
                        move "store must be run-ledger, serial-history or names-vsam"
                            to error-text
                        perform report-line-error
                end-evaluate
                if check-field(3) equal to spaces or trim(check-field(3)) is not numeric
                    move "age must be a number of days" to error-text
                    perform report-line-error
                end-if
            when other
                move "needs log-path,KEEPDAYS=n|KEEPGENS=n or store,AGE-RULE,days"
                    to error-text
                perform report-line-error
        end-evaluate
        exit paragraph
    .

    *> report-path,DIR,directory or report-path,REDIS,list-name
    validate-routing-line.
        perform split-comma-line
        if field-count not equal to 3
            move "needs report-path,DIR|REDIS,target" to error-text
            perform report-line-error
            exit paragraph
        end-if
        if trim(check-field(1)) equal to spaces
            move "no report path" to error-text
            perform report-line-error
        end-if
        if upper-case(trim(check-field(2))) not equal to "DIR"
            and upper-case(trim(check-field(2))) not equal to "REDIS"
            move "destination type must be DIR or REDIS" to error-text
            perform report-line-error
        end-if
        if trim(check-field(3)) equal to spaces
            move "no destination directory or list" to error-text
            perform report-line-error
        end-if
        exit paragraph
    .

    *> MAX-PARALLEL=n, the most steps procedurepointer runs at once
    validate-dispatch-line.
        unstring new-line(check-idx) delimited by "="
            into check-field(1) check-field(2) check-field(3)
            tallying in field-count
        end-unstring
        if field-count not equal to 2
            or upper-case(trim(check-field(1))) not equal to "MAX-PARALLEL"
            move "the only setting is MAX-PARALLEL=n" to error-text
            perform report-line-error
            exit paragraph
        end-if
        add 1 to dispatch-max-seen
        if check-field(2) equal to spaces or trim(check-field(2)) is not numeric
            or numval(check-field(2)) < 1 or numval(check-field(2)) > 20
            move "MAX-PARALLEL must be a number from 1 to 20" to error-text
            perform report-line-error
        end-if
        if dispatch-max-seen > 1
            move "MAX-PARALLEL set twice" to error-text
            perform report-line-error
        end-if
        exit paragraph
    .
