       >>source format is free
identification division.
    program-id. lineage-trace.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> readfixed's and replay-deadletter's record lineage:
            *>   1-14 event stamp, 16-29 run stamp, 31-67 my-id,
            *>   69-80 event, 82-161 detail
            select lineagefile
            assign to 'fixedwidth.lineage.log'
            organization is line sequential.

            *> handoff-stamp|id|status|ack-date|partner
            select sentregister
            assign to 'sent-register.dat'
            organization is line sequential.

            *> id[|ack-date], the partner's latest ack file
            select ackfile
            assign to 'partner-ack.dat'
            organization is line sequential.

            *> one dead-letter queue or retired file at a time:
            *> attempts<tab>reason<tab>payload
            select queuefile
            assign using queue-path
            organization is line sequential.

data division.
    file section.
        fd lineagefile.
        01 lineage-rec.
            05 lin-stamp pic X(14).
            05 filler pic X(1).
            05 lin-run-stamp pic X(14).
            05 filler pic X(1).
            05 lin-id pic X(37).
            05 filler pic X(1).
            05 lin-event pic X(12).
            05 filler pic X(1).
            05 lin-detail pic X(80).

        fd sentregister.
        01 sent-register-rec pic X(80).

        fd ackfile.
        01 ack-rec pic X(60).

        fd queuefile.
        01 queue-rec pic X(340).

working-storage section.
    01 id-param pic X(60) value spaces.
    01 trace-id pic X(37) value spaces.

    *> everything that happened to the id, sorted by stamp before
    *> it is shown
    01 event-capacity pic 9(4) value 2000.
    01 event-count pic 9(4) value 0.
    01 event-table occurs 2000 times indexed by event-idx.
        02 event-stamp pic X(14).
        02 event-kind pic X(13).
        02 event-text pic X(120).
    01 event-hold.
        02 hold-stamp pic X(14).
        02 hold-kind pic X(13).
        02 hold-text pic X(120).
    01 sort-idx pic 9(4) value 0.
    01 scan-idx pic 9(4) value 0.
    01 new-stamp pic X(14) value spaces.
    01 new-kind pic X(13) value spaces.
    01 new-text pic X(120) value spaces.

    *> each bulk load's outcome, by run, for the staged rows
    01 load-capacity pic 9(4) value 2000.
    01 load-count pic 9(4) value 0.
    01 load-table occurs 2000 times indexed by load-idx.
        02 load-stamp pic X(14).
        02 load-run-stamp pic X(14).
        02 load-dest pic X(8).
        02 load-detail pic X(80).

    *> staged lines held until every load outcome has been read
    01 staged-capacity pic 9(3) value 500.
    01 staged-count pic 9(3) value 0.
    01 staged-table occurs 500 times indexed by staged-idx.
        02 staged-run-stamp pic X(14).
        02 staged-detail pic X(80).
    01 dest-word pic X(8) value spaces.
    01 dest-words pic X(8) occurs 4 times.
    01 dest-word-idx pic 9(1) value 0.
    01 dest-list-text pic X(80) value spaces.
    01 load-found-flag pic 9(1) value 0.
        88 load-found value 1 false 0.

    01 reg-field pic X(40) occurs 5 times.
    01 ack-field pic X(40) occurs 2 times.
    01 dl-field pic X(340) occurs 3 times.
    01 queue-path pic X(40) value spaces.
    01 queue-dest pic X(8) value spaces.
    01 queue-state pic X(13) value spaces.
    01 payload-id-offset pic 9(2) value 1.
    01 payload-id pic X(37) value spaces.
    01 parked-count pic 9(4) value 0.
    01 parked-line pic X(160) occurs 20 times.
    01 parked-idx pic 9(2) value 0.

    01 display-stamp pic X(19) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 file-stamp.
        05 file-stamp-yyyy pic 9(4).
        05 file-stamp-mo pic 9(2).
        05 file-stamp-dd pic 9(2).
        05 file-stamp-hh pic 9(2).
        05 file-stamp-mm pic 9(2).
        05 file-stamp-ss pic 9(2).

procedure division.

    *>*************************************************************
    *> "What happened to record 12345": every place a my-id has
    *> been, in date order -- received, rejected and why,
    *> deduplicated, its CDC class in each run, staged, loaded or
    *> dead-lettered (the load outcome of the run that staged it),
    *> replayed, requeued or retired off the dead-letter queues,
    *> shipped outbound and acknowledged -- then anything of it
    *> still parked on a dead-letter queue right now.
    *>
    *>   lineage-trace <my-id>
    *>*************************************************************
    main.
        accept id-param from argument-value
        if trim(id-param) equal to spaces
            display "usage: lineage-trace <my-id>"
            move 1 to return-code
            goback
        end-if
        if length(trim(id-param)) > length of trace-id
            display "a my-id is at most 37 characters"
            move 1 to return-code
            goback
        end-if
        move trim(id-param) to trace-id

        perform read-lineage-journal
        perform resolve-staged-loads
        perform read-sent-register
        perform read-ack-file

        move "SQLITE" to queue-dest
        move 2 to payload-id-offset
        move 'sqlite-deadletter.dat' to queue-path
        move "PARKED" to queue-state
        perform scan-queue-file
        move 'sqlite-deadletter.dead' to queue-path
        move "RETIRED" to queue-state
        perform scan-queue-file
        move "MONGO" to queue-dest
        move 9 to payload-id-offset
        move 'mongo-deadletter.dat' to queue-path
        move "PARKED" to queue-state
        perform scan-queue-file
        move 'mongo-deadletter.dead' to queue-path
        move "RETIRED" to queue-state
        perform scan-queue-file
        move "REDIS" to queue-dest
        move 13 to payload-id-offset
        move 'redis-deadletter.dat' to queue-path
        move "PARKED" to queue-state
        perform scan-queue-file
        move 'redis-deadletter.dead' to queue-path
        move "RETIRED" to queue-state
        perform scan-queue-file

        perform sort-events
        perform show-lineage
        goback
    .

    *> the id's own lines go straight to the event table; the
    *> run-level load lines and the STAGED lines wait for
    *> resolve-staged-loads
    read-lineage-journal.
        call "CBL_CHECK_FILE_EXIST" using 'fixedwidth.lineage.log', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no lineage journal on disk - only the register, ack file and queues are searched"
            exit paragraph
        end-if
        open input lineagefile
        perform until exit
            read lineagefile
                at end
                    exit perform
                not at end
                    perform take-lineage-line
            end-read
        end-perform
        close lineagefile
        exit paragraph
    .

    take-lineage-line.
        if lin-id equal to spaces and lin-event equal to "LOAD"
            if load-count >= load-capacity
                exit paragraph
            end-if
            add 1 to load-count
            set load-idx to load-count
            move lin-stamp to load-stamp(load-idx)
            move lin-run-stamp to load-run-stamp(load-idx)
            move spaces to load-dest(load-idx)
            unstring lin-detail delimited by " " into load-dest(load-idx)
            end-unstring
            move lin-detail to load-detail(load-idx)
            exit paragraph
        end-if

        if lin-id not equal to trace-id
            exit paragraph
        end-if

        move lin-stamp to new-stamp
        move lin-event to new-kind
        move spaces to new-text
        string "run " lin-run-stamp " " trim(lin-detail) into new-text
        perform add-event

        if lin-event equal to "STAGED"
            and staged-count < staged-capacity
            add 1 to staged-count
            set staged-idx to staged-count
            move lin-run-stamp to staged-run-stamp(staged-idx)
            move lin-detail to staged-detail(staged-idx)
        end-if
        exit paragraph
    .

    *> each destination a row was staged to takes the first load
    *> outcome for it from that run on -- a restarted run loads
    *> what the crashed run had staged
    resolve-staged-loads.
        perform varying staged-idx from 1 by 1 until staged-idx > staged-count
            move spaces to dest-list-text
            unstring staged-detail(staged-idx) delimited by " to "
                into new-text dest-list-text
            end-unstring
            move spaces to dest-words(1) dest-words(2) dest-words(3) dest-words(4)
            unstring dest-list-text delimited by all " "
                into dest-words(1) dest-words(2) dest-words(3) dest-words(4)
            end-unstring
            perform varying dest-word-idx from 1 by 1 until dest-word-idx > 4
                move dest-words(dest-word-idx) to dest-word
                if dest-word equal to "SQLITE" or dest-word equal to "MONGO"
                    or dest-word equal to "REDIS"
                    perform resolve-one-load
                end-if
            end-perform
        end-perform
        exit paragraph
    .

    resolve-one-load.
        set load-found to false
        perform varying load-idx from 1 by 1 until load-idx > load-count
            if load-dest(load-idx) equal to dest-word
                and load-run-stamp(load-idx) >= staged-run-stamp(staged-idx)
                set load-found to true
                exit perform
            end-if
        end-perform
        if not load-found
            exit paragraph
        end-if
        move load-stamp(load-idx) to new-stamp
        if load-detail(load-idx) (length(trim(dest-word)) + 2:6) equal to "failed"
            move "DEAD-LETTERED" to new-kind
        else
            move "LOADED" to new-kind
        end-if
        move spaces to new-text
        string "run " load-run-stamp(load-idx) " " trim(load-detail(load-idx))
            into new-text
        perform add-event
        exit paragraph
    .

    read-sent-register.
        call "CBL_CHECK_FILE_EXIST" using 'sent-register.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input sentregister
        perform until exit
            read sentregister
                at end
                    exit perform
                not at end
                    perform take-register-line
            end-read
        end-perform
        close sentregister
        exit paragraph
    .

    take-register-line.
        move spaces to reg-field(1) reg-field(2) reg-field(3) reg-field(4)
            reg-field(5)
        unstring sent-register-rec delimited by "|"
            into reg-field(1) reg-field(2) reg-field(3) reg-field(4)
                reg-field(5)
        end-unstring
        if reg-field(2)(1:37) not equal to trace-id
            exit paragraph
        end-if

        move reg-field(1)(1:14) to new-stamp
        move "SHIPPED" to new-kind
        move spaces to new-text
        if trim(reg-field(5)) equal to spaces
            string "hand-off " reg-field(1)(1:14) " in partner-extract.txt"
                into new-text
        else
            string "hand-off " reg-field(1)(1:14) " to partner "
                trim(reg-field(5)) into new-text
        end-if
        perform add-event

        if trim(reg-field(3)) equal to "ACKED"
            move spaces to new-stamp
            if trim(reg-field(4)) is numeric
                move reg-field(4)(1:8) to new-stamp
            else
                move reg-field(1)(1:8) to new-stamp
            end-if
            move "000000" to new-stamp(9:6)
            move "ACKNOWLEDGED" to new-kind
            move spaces to new-text
            string "partner acked hand-off " reg-field(1)(1:14) into new-text
            perform add-event
        end-if
        exit paragraph
    .

    *> the latest ack file, whether or not it has been matched yet;
    *> an undated ack takes the file's own date
    read-ack-file.
        call "CBL_CHECK_FILE_EXIST" using 'partner-ack.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        move mod-yyyy to file-stamp-yyyy
        move mod-mo to file-stamp-mo
        move mod-dd to file-stamp-dd
        move mod-hh to file-stamp-hh
        move mod-mm to file-stamp-mm
        move mod-ss to file-stamp-ss
        open input ackfile
        perform until exit
            read ackfile
                at end
                    exit perform
                not at end
                    move spaces to ack-field(1) ack-field(2)
                    unstring ack-rec delimited by "|"
                        into ack-field(1) ack-field(2)
                    end-unstring
                    if ack-field(1)(1:37) equal to trace-id
                        if trim(ack-field(2)) is numeric
                            move ack-field(2)(1:8) to new-stamp
                            move "000000" to new-stamp(9:6)
                        else
                            move file-stamp to new-stamp
                        end-if
                        move "ACK-FILE" to new-kind
                        move "listed in the partner's partner-ack.dat" to new-text
                        perform add-event
                    end-if
            end-read
        end-perform
        close ackfile
        exit paragraph
    .

    *> rows of the id still on a dead-letter queue, or retired off
    *> one, as they stand now
    scan-queue-file.
        call "CBL_CHECK_FILE_EXIST" using queue-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input queuefile
        perform until exit
            read queuefile
                at end
                    exit perform
                not at end
                    move spaces to dl-field(1) dl-field(2) dl-field(3)
                    unstring queue-rec delimited by X'09'
                        into dl-field(1) dl-field(2) dl-field(3)
                    end-unstring
                    move spaces to payload-id
                    unstring dl-field(3)(payload-id-offset:) delimited by '"'
                        into payload-id
                    end-unstring
                    if payload-id equal to trace-id
                        and parked-count < 20
                        add 1 to parked-count
                        move spaces to parked-line(parked-count)
                        string queue-state " " trim(queue-dest) " in "
                            trim(queue-path) " after " trim(dl-field(1))
                            " attempt(s): " trim(dl-field(2))
                            into parked-line(parked-count)
                    end-if
            end-read
        end-perform
        close queuefile
        exit paragraph
    .

    add-event.
        if event-count >= event-capacity
            display "*** WARNING: event table at capacity -- later events not shown ***"
            exit paragraph
        end-if
        add 1 to event-count
        set event-idx to event-count
        move new-stamp to event-stamp(event-idx)
        move new-kind to event-kind(event-idx)
        move new-text to event-text(event-idx)
        exit paragraph
    .

    *> an insertion sort on the stamp, stable so a run's own lines
    *> keep their journal order
    sort-events.
        perform varying sort-idx from 2 by 1 until sort-idx > event-count
            move event-table(sort-idx) to event-hold
            move sort-idx to scan-idx
            perform until scan-idx <= 1
                if event-stamp(scan-idx - 1) <= hold-stamp
                    exit perform
                end-if
                move event-table(scan-idx - 1) to event-table(scan-idx)
                subtract 1 from scan-idx
            end-perform
            move event-hold to event-table(scan-idx)
        end-perform
        exit paragraph
    .

    show-lineage.
        display "lineage of my-id " trim(trace-id) upon stdout
        if event-count equal to 0 and parked-count equal to 0
            display "  no trace of this id in the lineage journal, the sent register, "
                "the ack file or the dead-letter queues" upon stdout
            move 1 to return-code
            exit paragraph
        end-if
        perform varying event-idx from 1 by 1 until event-idx > event-count
            move spaces to display-stamp
            string event-stamp(event-idx)(1:4) "-" event-stamp(event-idx)(5:2) "-"
                event-stamp(event-idx)(7:2) " " event-stamp(event-idx)(9:2) ":"
                event-stamp(event-idx)(11:2) ":" event-stamp(event-idx)(13:2)
                into display-stamp
            display "  " display-stamp " " event-kind(event-idx) " "
                trim(event-text(event-idx)) upon stdout
        end-perform
        display event-count " event(s)" upon stdout
        if parked-count > 0
            display "now:" upon stdout
            perform varying parked-idx from 1 by 1 until parked-idx > parked-count
                display "  " trim(parked-line(parked-idx)) upon stdout
            end-perform
        end-if
        exit paragraph
    .
