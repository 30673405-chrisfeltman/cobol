       >>source format is free
identification division.
    program-id. impact-analysis.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the schedule: stream-name,jobsteps-control-file,
            *> frequency[,depends-on]
            select calendarfile
            assign to './batch-calendar.dat'
            organization is line sequential.

            *> one stream's jobsteps control file at a time:
            *>   entry-name,repeats[,on-error[,depends-on-step]]
            select streamfile
            assign using stream-file-path
            organization is line sequential.

            *> the data file catalog, for which programs write and
            *> which read each file:
            *>   path,producers,consumers,frequency,owner[,options]
            *> a program that updates a file in place is both its
            *> producer and a consumer
            select catalogfile
            assign to './file-catalog.dat'
            organization is line sequential.

            *> report-path,DIR or REDIS,target -- one row per reader
            select routingfile
            assign to './report-routing.dat'
            organization is line sequential.

            *> the streams' own runs, registered under the stream name
            select runledger
            assign to './datafiles/run-ledger.db'
            organization is indexed
            access mode is dynamic
            record key is ledger-key
            file status is ledger-status.

            *> procedurepointer's step lines, for the steps' runs
            select runlogfile
            assign to './procedurepointer-run.log'
            organization is line sequential.

            *> distribute-reports' register, for today's deliveries
            select deliveryfile
            assign to './report-deliveries.log'
            organization is line sequential.

            select reportfile
            assign to './impact-analysis.txt'
            organization is line sequential.

data division.
    file section.
        fd calendarfile.
        01 calendar-rec pic X(120).

        fd streamfile.
        01 stream-rec pic X(80).

        fd catalogfile.
        01 catalog-rec pic X(800).

        fd routingfile.
        01 routing-rec pic X(160).

        fd runledger.
        01 ledger-rec.
            05 ledger-key.
                10 ledger-job pic X(20).
                10 ledger-start-stamp pic 9(14).
            05 ledger-end-stamp pic 9(14).
            05 ledger-rec-count pic 9(9).
            05 ledger-rc pic s9(4).
            05 ledger-run-status pic X(8).

        fd runlogfile.
        01 run-log-rec pic X(140).

        fd deliveryfile.
        01 delivery-rec pic X(250).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 seed-param pic X(80) value spaces.
    01 seed-name pic X(80) value spaces.
    01 seed-kind pic X(6) value spaces.

    01 csv-field pic X(80) occurs 4 times.
    01 catalog-field pic X(600) occurs 3 times.
    01 program-list pic X(600) value spaces.
    01 list-mode pic X(1) value spaces.
    01 list-pointer pic 9(4) value 1.
    01 stream-file-path pic X(60) value spaces.
    01 ledger-status pic X(2) value "00".

    *> the calendar's streams; first-step is the earliest step in
    *> the stream that is suspect, 999 while none is
    01 stream-capacity pic 9(3) value 200.
    01 stream-count pic 9(3) value 0.
    01 stream-table occurs 200 times indexed by stream-idx.
        05 stream-name pic X(20).
        05 stream-control pic X(60).
        05 stream-depends-on pic X(20).
        05 stream-first-step pic 9(3).
        05 stream-hit-flag pic 9(1).
            88 stream-hit value 1 false 0.
        05 stream-why pic X(60).
    01 dep-idx pic 9(3) value 0.
    01 target-stream pic 9(3) value 0.

    *> every step of every stream, then every program in the file
    *> map that no stream dispatches (stream 0, run by hand)
    01 node-capacity pic 9(4) value 800.
    01 node-count pic 9(4) value 0.
    01 node-table occurs 800 times indexed by node-idx.
        05 node-stream pic 9(3).
        05 node-seq pic 9(3).
        05 node-name pic X(30).
        05 node-hit-flag pic 9(1).
            88 node-hit value 1 false 0.
        05 node-why pic X(60).
    01 other-idx pic 9(4) value 0.
    01 step-seq pic 9(3) value 0.

    01 map-capacity pic 9(4) value 2000.
    01 map-count pic 9(4) value 0.
    01 map-table occurs 2000 times indexed by map-idx.
        05 map-program pic X(30).
        05 map-mode pic X(1).
        05 map-path pic X(80).

    *> files found suspect, with the step that made them so
    01 file-capacity pic 9(4) value 800.
    01 file-count pic 9(4) value 0.
    01 file-table occurs 800 times indexed by file-idx.
        05 file-path pic X(80).
        05 file-why pic X(60).

    01 route-capacity pic 9(3) value 300.
    01 route-count pic 9(3) value 0.
    01 route-table occurs 300 times indexed by route-idx.
        05 route-path pic X(80).
        05 route-type pic X(6).
        05 route-target pic X(80).

    01 norm-path pic X(80) value spaces.
    01 norm-hold pic X(80) value spaces.
    01 find-name pic X(30) value spaces.
    01 find-path pic X(80) value spaces.
    01 mark-why pic X(60) value spaces.
    01 mark-first-step pic 9(3) value 0.
    01 changed-flag pic 9(1) value 0.
        88 something-changed value 1 false 0.
    01 maintainer-flag pic 9(1) value 0.
        88 file-maintainer value 1 false 0.
    01 match-count pic 9(4) value 0.
    01 found-flag pic 9(1) value 0.
        88 seed-found value 1 false 0.

    01 today-date pic X(8) value spaces.
    01 today-dashed pic X(10) value spaces.
    01 ran-text pic X(40) value spaces.
    01 rc-display pic -(4)9.
    01 log-field pic X(80) occurs 7 times.
    01 log-rc-text pic X(20) value spaces.
    01 base-name pic X(60) value spaces.
    01 base-start pic 9(3) value 0.
    01 scan-idx pic 9(3) value 0.
    01 delivered-text pic X(30) value spaces.
    01 owner-stream pic X(20) value spaces.

    01 hit-streams pic 9(3) value 0.
    01 hit-steps pic 9(4) value 0.
    01 hit-files pic 9(4) value 0.
    01 hit-recipients pic 9(3) value 0.
    01 already-ran pic 9(4) value 0.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.
    01 mod-date pic 9(8) value 0.
    01 mod-time-display.
        05 mod-hh-display pic 9(2).
        05 filler pic X(1) value ":".
        05 mod-mm-display pic 9(2).

procedure division.

    *>*************************************************************
    *> Impact analysis: given a stream, a step or a data file that
    *> has gone bad, everything downstream of it that is now
    *> suspect -- every stream that depends on it through the
    *> calendar, every later step in the same stream, every program
    *> that reads a file one of those steps writes, and so on until
    *> nothing new turns up -- with the output files they write and
    *> the report recipients those files are routed to. Each line
    *> says whether it has already run, been rewritten or been
    *> delivered today: those need re-running or recalling, the
    *> rest can still be held.
    *>
    *>   impact-analysis <stream | step | file>
    *>*************************************************************
    main.
        accept seed-param from argument-value
        if seed-param equal to spaces
            display "usage: impact-analysis <stream | step | file>"
            move 1 to return-code
            goback
        end-if
        move current-date(1:8) to today-date
        string today-date(1:4) "-" today-date(5:2) "-" today-date(7:2)
            delimited by size into today-dashed

        perform load-calendar
        perform load-file-catalog
        perform load-routing
        perform add-unscheduled-programs

        perform mark-seed
        if not seed-found
            goback
        end-if

        set something-changed to true
        perform until not something-changed
            set something-changed to false
            perform spread-from-steps
            perform spread-from-streams
            perform spread-from-files
        end-perform

        perform write-impact-report
        display "impact of " trim(seed-name) ": " hit-streams " stream(s), "
            hit-steps " step(s), " hit-files " file(s), " hit-recipients
            " recipient(s), " already-ran " already run today - see impact-analysis.txt"
        goback
    .

    load-calendar.
        call "CBL_CHECK_FILE_EXIST" using './batch-calendar.dat', file-info end-call
        if return-code not equal to 0
            display "no batch calendar on disk - streams not traced"
            move 0 to return-code
            exit paragraph
        end-if
        open input calendarfile
        perform until exit
            read calendarfile
                at end
                    exit perform
                not at end
                    perform take-calendar-rec
            end-read
        end-perform
        close calendarfile

        perform varying stream-idx from 1 by 1 until stream-idx > stream-count
            perform load-stream-steps
        end-perform
        exit paragraph
    .

    take-calendar-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring calendar-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        if stream-count >= stream-capacity
            display "*** WARNING: stream table at capacity ***"
            exit paragraph
        end-if
        add 1 to stream-count
        set stream-idx to stream-count
        move trim(csv-field(1)) to stream-name(stream-idx)
        move trim(csv-field(2)) to stream-control(stream-idx)
        move trim(csv-field(4)) to stream-depends-on(stream-idx)
        move 999 to stream-first-step(stream-idx)
        set stream-hit(stream-idx) to false
        move spaces to stream-why(stream-idx)
        exit paragraph
    .

    load-stream-steps.
        move stream-control(stream-idx) to stream-file-path
        call "CBL_CHECK_FILE_EXIST" using stream-file-path, file-info end-call
        if return-code not equal to 0
            display "*** control file " trim(stream-file-path) " for stream "
                trim(stream-name(stream-idx)) " is missing ***"
            move 0 to return-code
            exit paragraph
        end-if
        move 0 to step-seq
        open input streamfile
        perform until exit
            read streamfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1)
                    unstring stream-rec delimited by "," into csv-field(1)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        add 1 to step-seq
                        move trim(csv-field(1)) to find-name
                        move stream-idx to dep-idx
                        perform add-node
                    end-if
            end-read
        end-perform
        close streamfile
        exit paragraph
    .

    add-node.
        if node-count >= node-capacity
            display "*** WARNING: step table at capacity ***"
            exit paragraph
        end-if
        add 1 to node-count
        set node-idx to node-count
        move dep-idx to node-stream(node-idx)
        move step-seq to node-seq(node-idx)
        move find-name to node-name(node-idx)
        set node-hit(node-idx) to false
        move spaces to node-why(node-idx)
        exit paragraph
    .

    *> each producer becomes a W row and each consumer an R row
    load-file-catalog.
        call "CBL_CHECK_FILE_EXIST" using './file-catalog.dat', file-info end-call
        if return-code not equal to 0
            display "no file-catalog.dat on disk - files not traced"
            move 0 to return-code
            exit paragraph
        end-if
        open input catalogfile
        perform until exit
            read catalogfile
                at end
                    exit perform
                not at end
                    move spaces to catalog-field(1) catalog-field(2) catalog-field(3)
                    unstring catalog-rec delimited by ","
                        into catalog-field(1) catalog-field(2) catalog-field(3)
                    end-unstring
                    if trim(catalog-field(1)) not equal to spaces
                        move trim(catalog-field(1)) to norm-path
                        perform normalize-path
                        move "W" to list-mode
                        move catalog-field(2) to program-list
                        perform take-program-list
                        move "R" to list-mode
                        move catalog-field(3) to program-list
                        perform take-program-list
                    end-if
            end-read
        end-perform
        close catalogfile
        exit paragraph
    .

    take-program-list.
        move 1 to list-pointer
        perform until list-pointer > length of program-list
            move spaces to find-name
            unstring program-list delimited by all " "
                into find-name
                with pointer list-pointer
            end-unstring
            if find-name not equal to spaces and find-name not equal to "-"
                if map-count >= map-capacity
                    display "*** WARNING: catalog program table at capacity ***"
                    exit paragraph
                end-if
                add 1 to map-count
                set map-idx to map-count
                move find-name to map-program(map-idx)
                move list-mode to map-mode(map-idx)
                move norm-path to map-path(map-idx)
            end-if
        end-perform
        exit paragraph
    .

    load-routing.
        call "CBL_CHECK_FILE_EXIST" using './report-routing.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input routingfile
        perform until exit
            read routingfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2) csv-field(3)
                    unstring routing-rec delimited by ","
                        into csv-field(1) csv-field(2) csv-field(3)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        if route-count >= route-capacity
                            display "*** WARNING: routing table at capacity ***"
                            exit perform
                        end-if
                        add 1 to route-count
                        set route-idx to route-count
                        move trim(csv-field(1)) to norm-path
                        perform normalize-path
                        move norm-path to route-path(route-idx)
                        move upper-case(trim(csv-field(2))) to route-type(route-idx)
                        move trim(csv-field(3)) to route-target(route-idx)
                    end-if
            end-read
        end-perform
        close routingfile
        exit paragraph
    .

    *> programs in the file map that no stream dispatches still
    *> read and write files -- they are traced as stream 0
    add-unscheduled-programs.
        perform varying map-idx from 1 by 1 until map-idx > map-count
            perform varying node-idx from 1 by 1 until node-idx > node-count
                if node-name(node-idx) equal to map-program(map-idx)
                    exit perform
                end-if
            end-perform
            if node-idx > node-count
                move map-program(map-idx) to find-name
                move 0 to dep-idx step-seq
                perform add-node
            end-if
        end-perform
        exit paragraph
    .

    *> ./ and no ./ name the same file
    normalize-path.
        if norm-path(1:2) equal to "./"
            move norm-path(3:78) to norm-hold
            move norm-hold to norm-path
        end-if
        exit paragraph
    .

    *> the name after the last slash
    take-base-name.
        move spaces to base-name
        move 0 to base-start
        perform varying scan-idx from 1 by 1 until scan-idx > 80
            if norm-path(scan-idx:1) equal to "/"
                move scan-idx to base-start
            end-if
        end-perform
        add 1 to base-start
        move norm-path(base-start:) to base-name
        exit paragraph
    .

    *> a stream name, then a step or program name, then a file
    mark-seed.
        set seed-found to false
        move trim(seed-param) to seed-name
        perform varying stream-idx from 1 by 1 until stream-idx > stream-count
            if stream-name(stream-idx) equal to seed-name
                move "STREAM" to seed-kind
                set target-stream to stream-idx
                move 1 to mark-first-step
                move "named for analysis" to mark-why
                perform mark-stream
                set seed-found to true
                exit paragraph
            end-if
        end-perform

        perform varying node-idx from 1 by 1 until node-idx > node-count
            if node-name(node-idx) equal to seed-name
                move "STEP" to seed-kind
                move "named for analysis" to mark-why
                perform mark-node
                set seed-found to true
            end-if
        end-perform
        if seed-found
            exit paragraph
        end-if

        move "FILE" to seed-kind
        move seed-name to norm-path
        perform normalize-path
        move norm-path to seed-name
        perform varying map-idx from 1 by 1 until map-idx > map-count
            if map-path(map-idx) equal to seed-name
                set seed-found to true
                exit perform
            end-if
        end-perform
        *> a bare file name will do when only one file carries it
        if not seed-found
            move 0 to match-count
            move spaces to find-path
            perform varying map-idx from 1 by 1 until map-idx > map-count
                move map-path(map-idx) to norm-path
                perform take-base-name
                if base-name equal to seed-name
                    and map-path(map-idx) not equal to find-path
                    add 1 to match-count
                    move map-path(map-idx) to find-path
                end-if
            end-perform
            if match-count equal to 1
                move find-path to seed-name
                set seed-found to true
            end-if
            if match-count > 1
                display "*** " trim(seed-name) " names more than one file in the file catalog"
                    " - give its path ***"
                move 1 to return-code
                exit paragraph
            end-if
        end-if
        if not seed-found
            display "*** " trim(seed-name) " is not a stream on the calendar, a step or "
                "program, or a file in the file catalog - nothing to trace ***"
            move 1 to return-code
            exit paragraph
        end-if
        move seed-name to find-path
        move "named for analysis" to mark-why
        perform mark-file
        exit paragraph
    .

    *> the node, the later steps of its stream, and the stream
    mark-node.
        if node-hit(node-idx)
            exit paragraph
        end-if
        set node-hit(node-idx) to true
        move mark-why to node-why(node-idx)
        set something-changed to true
        if node-stream(node-idx) > 0
            move node-stream(node-idx) to target-stream
            move node-seq(node-idx) to mark-first-step
            move spaces to mark-why
            string "step " trim(node-name(node-idx)) " is suspect" delimited by size
                into mark-why
            perform mark-stream
        end-if
        exit paragraph
    .

    mark-stream.
        if not stream-hit(target-stream)
            set stream-hit(target-stream) to true
            move mark-why to stream-why(target-stream)
            set something-changed to true
        end-if
        if mark-first-step < stream-first-step(target-stream)
            move mark-first-step to stream-first-step(target-stream)
            set something-changed to true
        end-if
        exit paragraph
    .

    mark-file.
        perform varying file-idx from 1 by 1 until file-idx > file-count
            if file-path(file-idx) equal to find-path
                exit paragraph
            end-if
        end-perform
        if file-count >= file-capacity
            display "*** WARNING: suspect file table at capacity ***"
            exit paragraph
        end-if
        add 1 to file-count
        set file-idx to file-count
        move find-path to file-path(file-idx)
        move mark-why to file-why(file-idx)
        set something-changed to true
        exit paragraph
    .

    *> a suspect step makes every file it writes suspect
    spread-from-steps.
        perform varying node-idx from 1 by 1 until node-idx > node-count
            if node-hit(node-idx)
                perform varying map-idx from 1 by 1 until map-idx > map-count
                    if map-program(map-idx) equal to node-name(node-idx)
                        and map-mode(map-idx) equal to "W"
                        move map-path(map-idx) to find-path
                        move spaces to mark-why
                        string "written by " trim(node-name(node-idx)) delimited by size
                            into mark-why
                        perform mark-file
                    end-if
                end-perform
            end-if
        end-perform
        exit paragraph
    .

    *> a suspect stream: its steps from the first suspect one on,
    *> and every stream that waits on it in the calendar
    spread-from-streams.
        perform varying stream-idx from 1 by 1 until stream-idx > stream-count
            if stream-hit(stream-idx)
                perform varying other-idx from 1 by 1 until other-idx > node-count
                    if node-stream(other-idx) equal to stream-idx
                        and node-seq(other-idx) >= stream-first-step(stream-idx)
                        and not node-hit(other-idx)
                        set node-hit(other-idx) to true
                        move spaces to node-why(other-idx)
                        string "runs in stream " trim(stream-name(stream-idx))
                            delimited by size into node-why(other-idx)
                        set something-changed to true
                    end-if
                end-perform
                perform varying dep-idx from 1 by 1 until dep-idx > stream-count
                    if stream-depends-on(dep-idx) equal to stream-name(stream-idx)
                        and stream-first-step(dep-idx) > 1
                        move spaces to mark-why
                        string "depends on stream " trim(stream-name(stream-idx))
                            delimited by size into mark-why
                        move 1 to mark-first-step
                        move dep-idx to target-stream
                        perform mark-stream
                    end-if
                end-perform
            end-if
        end-perform
        exit paragraph
    .

    *> a suspect file makes every program that reads it suspect --
    *> except the one that keeps it up in place, which is where it
    *> comes from rather than downstream of it
    spread-from-files.
        perform varying file-idx from 1 by 1 until file-idx > file-count
            perform varying map-idx from 1 by 1 until map-idx > map-count
                if map-path(map-idx) equal to file-path(file-idx)
                    and map-mode(map-idx) equal to "R"
                    perform check-maintainer
                end-if
                if map-path(map-idx) equal to file-path(file-idx)
                    and map-mode(map-idx) equal to "R"
                    and not file-maintainer
                    perform varying node-idx from 1 by 1 until node-idx > node-count
                        if node-name(node-idx) equal to map-program(map-idx)
                            and not node-hit(node-idx)
                            move spaces to mark-why
                            string "reads " trim(file-path(file-idx)) delimited by size
                                into mark-why
                            perform mark-node
                        end-if
                    end-perform
                end-if
            end-perform
        end-perform
        exit paragraph
    .

    check-maintainer.
        set file-maintainer to false
        perform varying other-idx from 1 by 1 until other-idx > map-count
            if map-program(other-idx) equal to map-program(map-idx)
                and map-path(other-idx) equal to map-path(map-idx)
                and map-mode(other-idx) equal to "W"
                set file-maintainer to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    write-impact-report.
        open output reportfile
        move spaces to report-line
        string "IMPACT OF " trim(seed-name) " (" trim(seed-kind) ") AS AT " today-dashed " "
            current-date(9:2) ":" current-date(11:2) delimited by size into report-line
        perform put-line
        move spaces to report-line
        perform put-line

        move "STREAMS              RUN TODAY                                WHY" to report-line
        perform put-line
        perform varying stream-idx from 1 by 1 until stream-idx > stream-count
            if stream-hit(stream-idx)
                add 1 to hit-streams
                perform check-stream-ran
                move spaces to report-line
                string "  " stream-name(stream-idx) " " ran-text " " trim(stream-why(stream-idx))
                    delimited by size into report-line
                perform put-line
            end-if
        end-perform
        if hit-streams equal to 0
            move "  none" to report-line
            perform put-line
        end-if

        move spaces to report-line
        perform put-line
        move "STEPS AND PROGRAMS        STREAM               RUN TODAY                                WHY"
            to report-line
        perform put-line
        perform varying node-idx from 1 by 1 until node-idx > node-count
            if node-hit(node-idx)
                add 1 to hit-steps
                perform check-step-ran
                move "(by hand)" to owner-stream
                if node-stream(node-idx) > 0
                    move stream-name(node-stream(node-idx)) to owner-stream
                end-if
                move spaces to report-line
                string "  " node-name(node-idx)(1:24) " " owner-stream " " ran-text " "
                    trim(node-why(node-idx)) delimited by size into report-line
                perform put-line
            end-if
        end-perform
        if hit-steps equal to 0
            move "  none" to report-line
            perform put-line
        end-if

        move spaces to report-line
        perform put-line
        move "OUTPUT FILES                             ON DISK TODAY                            WHY"
            to report-line
        perform put-line
        perform varying file-idx from 1 by 1 until file-idx > file-count
            add 1 to hit-files
            perform check-file-written
            move spaces to report-line
            string "  " file-path(file-idx)(1:38) " " ran-text " " trim(file-why(file-idx))
                delimited by size into report-line
            perform put-line
        end-perform
        if hit-files equal to 0
            move "  none" to report-line
            perform put-line
        end-if

        move spaces to report-line
        perform put-line
        move "REPORT RECIPIENTS" to report-line
        perform put-line
        perform varying file-idx from 1 by 1 until file-idx > file-count
            perform varying route-idx from 1 by 1 until route-idx > route-count
                if route-path(route-idx) equal to file-path(file-idx)
                    add 1 to hit-recipients
                    perform check-delivered
                    move spaces to report-line
                    string "  " trim(route-path(route-idx)) " to " trim(route-type(route-idx))
                        " " trim(route-target(route-idx)) " - " delivered-text
                        delimited by size into report-line
                    perform put-line
                end-if
            end-perform
        end-perform
        if hit-recipients equal to 0
            move "  none" to report-line
            perform put-line
        end-if
        close reportfile
        exit paragraph
    .

    put-line.
        write report-line
        display trim(report-line trailing)
        exit paragraph
    .

    *> the stream's latest run-ledger entry started today
    check-stream-ran.
        move "not run today" to ran-text
        call "CBL_CHECK_FILE_EXIST" using './datafiles/run-ledger.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input runledger
        if ledger-status not equal to "00"
            exit paragraph
        end-if
        move stream-name(stream-idx) to ledger-job
        compute ledger-start-stamp = numval(today-date) * 1000000
        start runledger key not less than ledger-key
            invalid key
                close runledger
                exit paragraph
        end-start
        perform until exit
            read runledger next record
                at end
                    exit perform
                not at end
                    if ledger-job not equal to stream-name(stream-idx)
                        or ledger-start-stamp(1:8) not equal to today-date
                        exit perform
                    end-if
                    move ledger-rc to rc-display
                    move spaces to ran-text
                    evaluate true
                        when ledger-run-status equal to "RUNNING"
                            string "RUNNING since " ledger-start-stamp(9:2) ":"
                                ledger-start-stamp(11:2) delimited by size into ran-text
                        when ledger-run-status equal to "ENDED" and ledger-rc equal to 0
                            string "RAN " ledger-start-stamp(9:2) ":"
                                ledger-start-stamp(11:2) " clean" delimited by size
                                into ran-text
                        when other
                            string "RAN " ledger-start-stamp(9:2) ":"
                                ledger-start-stamp(11:2) " " trim(ledger-run-status)
                                " rc " trim(rc-display) delimited by size into ran-text
                    end-evaluate
            end-read
        end-perform
        close runledger
        if ran-text(1:3) equal to "RAN" or ran-text(1:3) equal to "RUN"
            add 1 to already-ran
        end-if
        exit paragraph
    .

    *> the step's latest line started today in procedurepointer's
    *> run log; programs no stream dispatches aren't logged there
    check-step-ran.
        move "not run today" to ran-text
        if node-stream(node-idx) equal to 0
            move "not on the calendar" to ran-text
            exit paragraph
        end-if
        call "CBL_CHECK_FILE_EXIST" using './procedurepointer-run.log', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input runlogfile
        perform until exit
            read runlogfile
                at end
                    exit perform
                not at end
                    if run-log-rec(1:5) equal to "step "
                        move spaces to log-field(1) log-field(2) log-field(3) log-field(4)
                        unstring run-log-rec delimited by ": " or " called " or ", started "
                            into log-field(1) log-field(2) log-field(3) log-field(4)
                        end-unstring
                        if trim(log-field(2)) equal to trim(node-name(node-idx))
                            and log-field(4)(1:10) equal to today-dashed
                            move spaces to log-rc-text
                            unstring run-log-rec delimited by ", return-code "
                                into log-field(1) log-rc-text
                            end-unstring
                            move spaces to ran-text
                            string "RAN " log-field(4)(12:5) " rc " trim(log-rc-text)
                                delimited by size into ran-text
                        end-if
                    end-if
            end-read
        end-perform
        close runlogfile
        if ran-text(1:3) equal to "RAN"
            add 1 to already-ran
        end-if
        exit paragraph
    .

    check-file-written.
        call "CBL_CHECK_FILE_EXIST" using file-path(file-idx), file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "MISSING" to ran-text
            exit paragraph
        end-if
        compute mod-date = mod-yyyy * 10000 + mod-mo * 100 + mod-dd
        move mod-hh to mod-hh-display
        move mod-mm to mod-mm-display
        move spaces to ran-text
        if mod-date equal to numval(today-date)
            string "REWRITTEN " mod-time-display delimited by size into ran-text
        else
            string "last written " mod-date delimited by size into ran-text
        end-if
        exit paragraph
    .

    *> distribute-reports registers the report under its base name
    check-delivered.
        move "not yet delivered today" to delivered-text
        move route-path(route-idx) to norm-path
        perform take-base-name

        call "CBL_CHECK_FILE_EXIST" using './report-deliveries.log', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input deliveryfile
        perform until exit
            read deliveryfile
                at end
                    exit perform
                not at end
                    move spaces to log-field(1) log-field(2) log-field(3) log-field(4)
                        log-field(5) log-field(6) log-field(7)
                    unstring delivery-rec delimited by all " "
                        into log-field(1) log-field(2) log-field(3) log-field(4)
                            log-field(5) log-field(6) log-field(7)
                    end-unstring
                    if log-field(1)(1:10) equal to today-dashed
                        and log-field(3) equal to "DELIVERED"
                        and log-field(4) equal to base-name
                        and log-field(6) equal to route-type(route-idx)
                        and log-field(7) equal to route-target(route-idx)
                        move spaces to delivered-text
                        string "DELIVERED " log-field(2)(1:5) delimited by size
                            into delivered-text
                    end-if
            end-read
        end-perform
        close deliveryfile
        if delivered-text(1:9) equal to "DELIVERED"
            add 1 to already-ran
        end-if
        exit paragraph
    .
