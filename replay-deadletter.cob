            assign to 'fixedwidth.reconciliation.rpt'
            organization is line sequential.

            *> readfixed's record lineage journal -- each replayed,
            *> requeued or retired row adds its line (same fixed
            *> offsets readfixed writes)
            select lineagefile
            assign to 'fixedwidth.lineage.log'
            organization is line sequential.

data division.
    file section.
        fd deadletterfile.
        fd reconfile.
        01 recon-rec pic X(200).

        fd lineagefile.
        01 lineage-rec pic X(161).

working-storage section.
    01 dest-param pic X(10) value spaces.
    01 max-attempts-param pic X(4) value spaces.
    01 command pic X(300).
    01 load-rc-display pic -(8)9.

    *> lineage workspace: the id is picked back out of the parked
    *> payload, whose shape depends on the destination
    01 lineage-run-stamp pic X(14) value spaces.
    01 lineage-id pic X(37) value spaces.
    01 lineage-event pic X(12) value spaces.
    01 lineage-detail pic X(80) value spaces.
    01 payload-id-offset pic 9(2) value 1.

    01 load-ok-flag pic 9(1) value 0.
        88 load-ok value 1 false 0.


        evaluate dest-param
            when "SQLITE"
                move 2 to payload-id-offset
                move 'sqlite-deadletter.dat' to deadletter-path
                move 'sqlite-replay.csv' to replay-stage-path
                move 'sqlite-deadletter.dat.tmp' to deadletter-tmp-path
                move "sqlite3 fixedwidth.db "".mode csv"" "".import sqlite-replay.csv cobol_norple"""
                    to import-command
            when "MONGO"
                move 9 to payload-id-offset
                move 'mongo-deadletter.dat' to deadletter-path
                move 'mongo-replay.jsonl' to replay-stage-path
                move 'mongo-deadletter.dat.tmp' to deadletter-tmp-path
                move "mongoimport --quiet --db cobol --collection norple --file mongo-replay.jsonl"
                    to import-command
            when "REDIS"
                move 13 to payload-id-offset
                move 'redis-deadletter.dat' to deadletter-path
                move 'redis-replay.txt' to replay-stage-path
                move 'redis-deadletter.dat.tmp' to deadletter-tmp-path
            goback
        end-if

        move current-date(1:14) to lineage-run-stamp
        call "CBL_CHECK_FILE_EXIST" using 'fixedwidth.lineage.log', file-info end-call
        if return-code equal to 0
            open extend lineagefile
        else
            open output lineagefile
        end-if
        move 0 to return-code

        perform build-replay-stage

        if row-count equal to 0
            close lineagefile
            display "dead-letter queue for " trim(dest-param) " is empty"
            call "CBL_DELETE_FILE" using deadletter-path end-call
            goback
        perform run-import
        perform settle-queue
        perform append-recon-line
        close lineagefile

        display "replay done for " trim(dest-param) ": " row-count " row(s), "
            replayed-count " loaded, " requeued-count " requeued, "
    *>*************************************************************
    settle-queue.
        if load-ok
            perform journal-replayed-rows
            call "CBL_DELETE_FILE" using deadletter-path end-call
            exit paragraph
        end-if
            string dl-attempts X'09' trim(dl-reason) X'09' trim(dl-field(3))
                into deadletter-swap-rec
            write deadletter-swap-rec
            move "REQUEUED" to lineage-event
            move spaces to lineage-detail
            string trim(dest-param) " replay failed rc " trim(load-rc-display)
                ", attempt " dl-attempts " of " max-attempts into lineage-detail
            perform write-lineage-line
        end-if
        exit paragraph
    .
        write dead-rec
        close deadfile

        move "RETIRED" to lineage-event
        move spaces to lineage-detail
        string trim(dest-param) " gave up after " dl-attempts " attempt(s): "
            trim(dl-reason) into lineage-detail
        perform write-lineage-line

        perform write-ops-alert
        exit paragraph
    .
        close reconfile
        exit paragraph
    .

    *> a clean import loaded every row the stage was built from --
    *> the ones still under the attempt limit
    journal-replayed-rows.
        open input deadletterfile
        perform until exit
            read deadletterfile
                at end
                    exit perform
                not at end
                    perform parse-deadletter-rec
                    if dl-attempts < max-attempts
                        move "REPLAYED" to lineage-event
                        move spaces to lineage-detail
                        string trim(dest-param) " loaded by replay, parked since: "
                            trim(dl-reason) into lineage-detail
                        perform write-lineage-line
                    end-if
            end-read
        end-perform
        close deadletterfile
        exit paragraph
    .

    write-lineage-line.
        move spaces to lineage-id
        unstring dl-field(3)(payload-id-offset:) delimited by '"'
            into lineage-id
        end-unstring
        move spaces to lineage-rec
        move current-date(1:14) to lineage-rec(1:14)
        move lineage-run-stamp to lineage-rec(16:14)
        move lineage-id to lineage-rec(31:37)
        move lineage-event to lineage-rec(69:12)
        move lineage-detail to lineage-rec(82:80)
        write lineage-rec
        exit paragraph
    .
