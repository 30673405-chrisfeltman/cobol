       >>source format is free
identification division.
    program-id. change-feed.

environment division.
    configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the outbox: every change event, in sequence order,
            *> before anything tries to reach redis
            select outboxfile
            assign to './change-feed-outbox.dat'
            organization is line sequential.

            *> the last sequence number handed out
            select seqfile
            assign to './change-feed.seq'
            organization is line sequential.

data division.
    file section.
        fd outboxfile.
        01 outbox-rec pic X(212).

        fd seqfile.
        01 seq-rec pic X(12).

    working-storage section.
        01 last-seq pic 9(12) value 0.
        01 event-stamp pic X(14) value spaces.

        01 file-info.
            05 file-size-in-bytes pic 9(18) comp.
            05 mod-dd pic 9(2) comp.
            05 mod-mo pic 9(2) comp.
            05 mod-yyyy pic 9(4) comp.
            05 mod-hh pic 9(2) comp.
            05 mod-mm pic 9(2) comp.
            05 mod-ss pic 9(2) comp.
            05 filler pic 9(2) comp.

    linkage section.
        *> ITEM or PERSON
        01 event-entity pic X(8).
        *> the change: GAIN, LOSS, REVALUE, INSERT, DELETE, ...
        01 event-op pic X(10).
        *> the record's key -- nsn+serial, serial, names id
        01 event-key pic X(40).
        *> what changed, as the writer describes it
        01 event-detail pic X(120).

procedure division using event-entity, event-op, event-key, event-detail.

    *>*************************************************************
    *> Shared change-event writer for every program that applies a
    *> change downstream teams follow: each call takes the next
    *> sequence number and appends one fixed-offset line to the
    *> local outbox. Nothing here talks to redis --
    *> publish-change-feed carries the outbox to the stream, so a
    *> redis outage only delays events, and change-feed-catchup
    *> replays the outbox from any sequence number.
    *>
    *> line layout (fixed offsets, parsed by position):
    *>   1-12    sequence number
    *>   14-27   timestamp yyyymmddhhmmss
    *>   29-36   entity ITEM/PERSON
    *>   38-47   operation
    *>   49-88   key
    *>   90-209  detail
    *>
    *> each call opens, appends and closes, as names-journal does,
    *> so several writers can interleave whole lines.
    *>*************************************************************
    main.
        perform take-next-seq

        call "CBL_CHECK_FILE_EXIST" using './change-feed-outbox.dat', file-info end-call
        if return-code equal to 0
            open extend outboxfile
        else
            open output outboxfile
        end-if

        move current-date(1:14) to event-stamp
        move spaces to outbox-rec
        move last-seq to outbox-rec(1:12)
        move event-stamp to outbox-rec(14:14)
        move event-entity to outbox-rec(29:8)
        move event-op to outbox-rec(38:10)
        move event-key to outbox-rec(49:40)
        move event-detail to outbox-rec(90:120)
        write outbox-rec
        close outboxfile

        *> hand the caller's return-code back clean -- the
        *> file-exist probes may have dirtied it
        move zero to return-code
        goback
    .

    *> the sequence file holds the last number issued; if it has
    *> gone missing the outbox itself is the record of it
    take-next-seq.
        move 0 to last-seq
        call "CBL_CHECK_FILE_EXIST" using './change-feed.seq', file-info end-call
        if return-code equal to 0
            open input seqfile
            read seqfile
                at end
                    continue
                not at end
                    if seq-rec is numeric
                        move seq-rec to last-seq
                    end-if
            end-read
            close seqfile
        else
            perform recover-seq-from-outbox
        end-if

        add 1 to last-seq
        open output seqfile
        move last-seq to seq-rec
        write seq-rec
        close seqfile
        exit paragraph
    .

    recover-seq-from-outbox.
        call "CBL_CHECK_FILE_EXIST" using './change-feed-outbox.dat', file-info end-call
        if return-code not equal to 0
            exit paragraph
        end-if
        open input outboxfile
        perform until exit
            read outboxfile
                at end
                    exit perform
                not at end
                    if outbox-rec(1:12) is numeric
                        and outbox-rec(1:12) > last-seq
                        move outbox-rec(1:12) to last-seq
                    end-if
            end-read
        end-perform
        close outboxfile
        exit paragraph
    .
