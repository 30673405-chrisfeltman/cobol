       >>source format is free
identification division.
    program-id. change-feed-catchup.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select outboxfile
            assign to './change-feed-outbox.dat'
            organization is line sequential.

            *> the events replayed, as outbox lines, when no stream
            *> is named
            select catchupfile
            assign to './change-feed-catchup.txt'
            organization is line sequential.

            select stagefile
            assign to './change-feed-catchup-stage.txt'
            organization is line sequential.

data division.
    file section.
        fd outboxfile.
        01 outbox-rec.
            05 event-seq pic 9(12).
            05 filler pic X(1).
            05 event-stamp pic X(14).
            05 filler pic X(1).
            05 event-entity pic X(8).
            05 filler pic X(1).
            05 event-op pic X(10).
            05 filler pic X(1).
            05 event-key pic X(40).
            05 filler pic X(1).
            05 event-detail pic X(120).
            05 filler pic X(3).

        fd catchupfile.
        01 catchup-rec pic X(212).

        fd stagefile.
        01 stage-rec pic X(300).

working-storage section.
    01 user-input pic X(4096).
    01 from-param pic X(12) value spaces.
    01 from-seq pic 9(12) value 0.
    01 target-stream pic X(40) value spaces.
    01 replayed-count pic 9(9) value 0.
    01 first-replayed-seq pic 9(12) value 0.
    01 last-replayed-seq pic 9(12) value 0.
    01 command pic X(120) value spaces.
    01 load-rc pic s9(9) value 0.

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
    *> Catch-up for a subscriber that missed events or is starting
    *> fresh: every outbox event from the given sequence number on
    *> is replayed, either into the subscriber's own redis stream
    *> (second argument) with the same sequence-number ids the main
    *> feed carries, or, with no stream named, to
    *> change-feed-catchup.txt in the outbox's own line layout.
    *>
    *>   change-feed-catchup <from-seq> [stream-name]
    *>*************************************************************
    main.
        accept user-input from argument-value
        move user-input(1:12) to from-param
        move spaces to user-input
        accept user-input from argument-value
        move user-input(1:40) to target-stream

        if trim(from-param) equal to spaces
            or trim(from-param) is not numeric
            display "usage: change-feed-catchup <from-seq> [stream-name]"
            move 1 to return-code
            goback
        end-if
        move numval(from-param) to from-seq

        call "CBL_CHECK_FILE_EXIST" using './change-feed-outbox.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no change-feed outbox on disk - nothing to replay"
            goback
        end-if

        open input outboxfile
        if target-stream equal to spaces
            open output catchupfile
        else
            open output stagefile
        end-if
        perform until exit
            read outboxfile
                at end
                    exit perform
                not at end
                    if event-seq is numeric
                        and event-seq not less than from-seq
                        perform replay-one-event
                    end-if
            end-read
        end-perform
        close outboxfile
        if target-stream equal to spaces
            close catchupfile
        else
            close stagefile
        end-if

        if replayed-count equal to 0
            display "no events at or after sequence " from-seq
            goback
        end-if

        if target-stream equal to spaces
            display replayed-count " event(s), sequence " first-replayed-seq
                " to " last-replayed-seq ", written to change-feed-catchup.txt"
            goback
        end-if

        move spaces to command
        string "redis-cli < ./change-feed-catchup-stage.txt" into command
        display command
        call "SYSTEM" using command end-call
        move return-code to load-rc
        move 0 to return-code
        if load-rc equal to 0
            display replayed-count " event(s), sequence " first-replayed-seq
                " to " last-replayed-seq ", replayed into " trim(target-stream)
        else
            display "*** REDIS REPLAY FAILED, return-code " load-rc " ***"
            move 1 to return-code
        end-if
        goback
    .

    replay-one-event.
        add 1 to replayed-count
        if replayed-count equal to 1
            move event-seq to first-replayed-seq
        end-if
        move event-seq to last-replayed-seq

        if target-stream equal to spaces
            move outbox-rec to catchup-rec
            write catchup-rec
            exit paragraph
        end-if

        inspect event-key replacing all '"' by "'"
        inspect event-detail replacing all '"' by "'"
        move spaces to stage-rec
        string "XADD " '"' trim(target-stream) '"' " " event-seq "-0"
            " seq " '"' event-seq '"'
            " stamp " '"' event-stamp '"'
            " entity " '"' trim(event-entity) '"'
            " op " '"' trim(event-op) '"'
            " key " '"' trim(event-key) '"'
            " detail " '"' trim(event-detail) '"'
            into stage-rec
        write stage-rec
        exit paragraph
    .
