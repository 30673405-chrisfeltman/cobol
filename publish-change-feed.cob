       >>source format is free
identification division.
    program-id. publish-change-feed.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the outbox change-feed writes, in sequence order
            select outboxfile
            assign to './change-feed-outbox.dat'
            organization is line sequential.

            *> the last sequence number redis has confirmed
            select markfile
            assign to './change-feed.published'
            organization is line sequential.

            *> XADD commands staged for one replay through redis-cli,
            *> the publish-geo-cache pattern
            select stagefile
            assign to './change-feed-redis-stage.txt'
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

        fd markfile.
        01 mark-rec pic X(12).

        fd stagefile.
        01 stage-rec pic X(300).

working-storage section.
    01 published-seq pic 9(12) value 0.
    01 last-staged-seq pic 9(12) value 0.
    01 staged-count pic 9(9) value 0.
    01 outbox-count pic 9(9) value 0.
    01 command pic X(120) value spaces.
    01 load-rc pic s9(9) value 0.
    01 stream-name pic X(20) value "feed.changes".

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
    *> Carries the change-event outbox to the redis stream
    *> feed.changes. Every event past the last confirmed sequence
    *> number is staged as an XADD whose stream id is the sequence
    *> number itself, and the stage is replayed through redis-cli.
    *> Only a clean replay moves the confirmed mark forward; a
    *> failed one leaves it, so the next run sends the same events
    *> again and redis refuses any id it already holds -- an outage
    *> delays the feed and never loses or doubles an event.
    *>*************************************************************
    main.
        display "change feed publish starting..."

        call "CBL_CHECK_FILE_EXIST" using './change-feed-outbox.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no change-feed outbox on disk - nothing to publish"
            goback
        end-if

        perform load-published-mark
        display "last confirmed sequence " published-seq

        open input outboxfile
        open output stagefile
        perform until exit
            read outboxfile
                at end
                    exit perform
                not at end
                    add 1 to outbox-count
                    if event-seq is numeric
                        and event-seq > published-seq
                        perform stage-one-event
                    end-if
            end-read
        end-perform
        close stagefile
        close outboxfile

        if staged-count equal to 0
            display "change feed up to date: " outbox-count " event(s) in the outbox"
            goback
        end-if

        display "staged " staged-count " event(s), sequence "
            published-seq " to " last-staged-seq
        perform replay-stage-into-redis
        if load-rc equal to 0
            move last-staged-seq to published-seq
            perform save-published-mark
        else
            move 1 to return-code
        end-if
        goback
    .

    stage-one-event.
        inspect event-key replacing all '"' by "'"
        inspect event-detail replacing all '"' by "'"
        move spaces to stage-rec
        string "XADD " '"' trim(stream-name) '"' " " event-seq "-0"
            " seq " '"' event-seq '"'
            " stamp " '"' event-stamp '"'
            " entity " '"' trim(event-entity) '"'
            " op " '"' trim(event-op) '"'
            " key " '"' trim(event-key) '"'
            " detail " '"' trim(event-detail) '"'
            into stage-rec
        write stage-rec
        add 1 to staged-count
        move event-seq to last-staged-seq
        exit paragraph
    .

    replay-stage-into-redis.
        move spaces to command
        string "redis-cli < ./change-feed-redis-stage.txt" into command
        display command
        call "SYSTEM" using command end-call
        move return-code to load-rc
        move 0 to return-code

        if load-rc equal to 0
            display "redis publish OK: " staged-count " event(s) through sequence "
                last-staged-seq
        else
            display "*** REDIS PUBLISH FAILED, return-code " load-rc
                " -- events stay in the outbox for the next run ***"
        end-if
        exit paragraph
    .

    load-published-mark.
        move 0 to published-seq
        call "CBL_CHECK_FILE_EXIST" using './change-feed.published', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input markfile
        read markfile
            at end
                continue
            not at end
                if mark-rec is numeric
                    move mark-rec to published-seq
                end-if
        end-read
        close markfile
        exit paragraph
    .

    save-published-mark.
        open output markfile
        move published-seq to mark-rec
        write mark-rec
        close markfile
        exit paragraph
    .
