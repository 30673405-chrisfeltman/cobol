       >>source format is free
identification division.
    program-id. disposal-candidates.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the cycle's extract -- items.dat unless a different
            *> path is named as the second argument
            select itemfile
            assign using extract-path
            organization is line sequential.

            *> repair close-outs newer than the extract, the same
            *> changes the item reader applies
            select conditionchangefile
            assign to '../condition-changes.dat'
            organization is line sequential.

            *> each serial's condition and the date it first showed
            *> that condition -- how long something has been U
            select conditionsince
            assign to '../datafiles/condition-since.db'
            organization is indexed
            access mode is dynamic
            record key is cs-key.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            *> turn-in documents, numbered; nsn+serial is an
            *> alternate key so a serial's documents can be found
            select turnins
            assign to '../datafiles/turn-ins.db'
            organization is indexed
            access mode is dynamic
            record key is ti-number
            alternate record key is ti-item-key
                with duplicates.

            select reportfile
            assign to '../disposal-candidates.txt'
            organization is line sequential.

data division.
    file section.
        fd itemfile.
        01 item-rec.
            02 nsn pic X(13).
            02 tamcn pic X(12).
            02 serial pic X(18).
            02 nomen pic X(19).
            02 commodity pic X(10).
            02 rate pic 9(10)v99.
            02 condition-code pic X(1).
            02 quantity pic 9(5).
            02 rec-type pic X(1).
            02 adj-sign pic X(1).

        fd conditionchangefile.
        01 condition-change-rec pic X(80).

        fd conditionsince.
        01 cs-rec.
            05 cs-key.
                10 cs-nsn pic X(13).
                10 cs-serial pic X(18).
            05 cs-condition pic X(1).
            05 cs-since-date pic 9(8).
            05 cs-last-seen pic 9(8).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd turnins.
        01 ti-rec.
            05 ti-number pic 9(6).
            05 ti-item-key.
                10 ti-nsn pic X(13).
                10 ti-serial pic X(18).
            05 ti-tamcn pic X(12).
            05 ti-nomen pic X(19).
            05 ti-commodity pic X(10).
            05 ti-rate pic 9(10)v99.
            05 ti-u-since pic 9(8).
            *> PENDING, SHIPPED, ACCEPTED or CANCELLED
            05 ti-status pic X(9).
            05 ti-doc-date pic 9(8).
            05 ti-status-date pic 9(8).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 extract-path pic X(64) value '../items.dat'.
    01 path-param pic X(64) value spaces.

    *> days a serial must have been U before it is put up for
    *> disposal; first argument, 180 by default
    01 days-param pic X(5) value spaces.
    01 candidate-days pic 9(4) value 180.

    01 extract-rec-count pic 9(7) value 0.
    01 condition-tracked-count pic 9(7) value 0.
    01 condition-changed-count pic 9(7) value 0.
    01 book-serial-count pic 9(7) value 0.
    01 candidate-count pic 9(7) value 0.
    01 new-document-count pic 9(7) value 0.
    01 in-process-count pic 9(7) value 0.
    01 candidate-dollars pic 9(12)v99 value 0.

    01 extract-date pic 9(8) value 0.
    01 today-date pic 9(8) value 0.
    01 days-unserviceable pic s9(7) value 0.
    01 days-display pic Z(5)9.
    01 rate-display pic Z(9)9.99.
    01 dollars-display pic Z(11)9.99.

    01 next-ti-number pic 9(6) value 1.
    01 open-document-flag pic 9(1) value 0.
        88 document-open value 1 false 0.
    01 found-ti-number pic 9(6) value 0.
    01 found-ti-status pic X(9) value spaces.

    *> repair close-outs dated on or after the extract, by serial
    01 cond-change-capacity pic 9(5) value 5000.
    01 cond-change-count pic 9(5) value 0.
    01 cond-change-table occurs 5000 times indexed by cond-change-idx.
        02 cond-change-nsn pic X(13).
        02 cond-change-serial pic X(18).
        02 cond-change-code pic X(1).
    01 cond-change-field pic X(20) occurs 4 times.
    01 cond-change-date pic 9(8) value 0.
    01 effective-condition pic X(1) value space.

    01 ledger-job-name pic X(20) value "disposal-candidates".
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

procedure division.

    *>*************************************************************
    *> Drives unserviceable equipment to disposal. The extract's
    *> condition codes (with any repair close-out newer than it)
    *> keep a per-serial "condition since" date current; then every
    *> serial on item-lookup.db that has been U longer than the
    *> threshold is a disposal candidate. A candidate without a
    *> turn-in document gets one, PENDING; one already in process is
    *> listed with where its document stands.
    *>*************************************************************
    main.
        display "disposal candidate run starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        accept days-param from argument-value
        if trim(days-param) not equal to spaces and trim(days-param) is numeric
            move numval(days-param) to candidate-days
        end-if
        accept path-param from argument-value
        if trim(path-param) not equal to spaces
            move trim(path-param) to extract-path
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date

        call "CBL_CHECK_FILE_EXIST" using extract-path, file-info end-call
        if return-code not equal to 0
            display "*** extract " trim(extract-path) " not found ***"
            move 1 to ledger-reg-rc
            call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
            move 1 to return-code
            goback
        end-if
        compute extract-date = mod-yyyy * 10000 + mod-mo * 100 + mod-dd

        perform load-condition-changes
        perform open-stores

        perform refresh-condition-since

        open output reportfile
        perform write-report-header
        perform find-candidates
        perform write-report-trailer
        close reportfile

        close turnins
        close itemindex
        close conditionsince

        display "disposal candidates done: " candidate-count " candidate(s) U over "
            candidate-days " day(s), " new-document-count " new turn-in document(s), "
            in-process-count " already in process"
        move 0 to return-code

        move candidate-count to ledger-reg-count
        move 0 to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    open-stores.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/condition-since.db', file-info end-call
        if return-code equal to 0
            open i-o conditionsince
        else
            display "no condition-since file on disk - starting a fresh one"
            open output conditionsince
            close conditionsince
            open i-o conditionsince
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/turn-ins.db', file-info end-call
        if return-code equal to 0
            open i-o turnins
            perform find-next-ti-number
        else
            display "no turn-in file on disk - starting a fresh one"
            open output turnins
            close turnins
            open i-o turnins
        end-if
        move 0 to return-code

        open input itemindex
        exit paragraph
    .

    find-next-ti-number.
        move 0 to ti-number
        start turnins key not less than ti-number
            invalid key
                exit paragraph
        end-start
        perform until exit
            read turnins next record
                at end
                    exit perform
                not at end
                    compute next-ti-number = ti-number + 1
            end-read
        end-perform
        exit paragraph
    .

    load-condition-changes.
        call "CBL_CHECK_FILE_EXIST" using '../condition-changes.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input conditionchangefile
        perform until exit
            read conditionchangefile
                at end
                    exit perform
                not at end
                    perform store-condition-change
            end-read
        end-perform
        close conditionchangefile
        exit paragraph
    .

    store-condition-change.
        move spaces to cond-change-field(1) cond-change-field(2)
            cond-change-field(3) cond-change-field(4)
        unstring condition-change-rec delimited by "|"
            into cond-change-field(1) cond-change-field(2)
                cond-change-field(3) cond-change-field(4)
        end-unstring
        if trim(cond-change-field(4)) is not numeric
            exit paragraph
        end-if
        move numval(cond-change-field(4)) to cond-change-date
        if cond-change-date < extract-date
            exit paragraph
        end-if
        if cond-change-count >= cond-change-capacity
            display "*** WARNING: condition change table at capacity -- remaining changes not applied ***"
            exit paragraph
        end-if
        add 1 to cond-change-count
        move cond-change-field(1) to cond-change-nsn(cond-change-count)
        move cond-change-field(2) to cond-change-serial(cond-change-count)
        move cond-change-field(3) to cond-change-code(cond-change-count)
        exit paragraph
    .

    *> a serial whose condition differs from the one on file starts
    *> its clock over at the extract date; blank reads as S, the way
    *> the item reader takes it
    refresh-condition-since.
        open input itemfile
        perform until exit
            read itemfile
                at end
                    exit perform
                not at end
                    add 1 to extract-rec-count
                    if serial in item-rec not equal to spaces
                        and rec-type in item-rec not equal to "A"
                        perform track-one-condition
                    end-if
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    track-one-condition.
        move condition-code in item-rec to effective-condition
        if effective-condition equal to space
            move "S" to effective-condition
        end-if
        perform varying cond-change-idx from 1 by 1 until cond-change-idx > cond-change-count
            if cond-change-nsn(cond-change-idx) equal to nsn in item-rec
                and cond-change-serial(cond-change-idx) equal to serial in item-rec
                move cond-change-code(cond-change-idx) to effective-condition
            end-if
        end-perform

        add 1 to condition-tracked-count
        move nsn in item-rec to cs-nsn
        move serial in item-rec to cs-serial
        read conditionsince
            invalid key
                move effective-condition to cs-condition
                move extract-date to cs-since-date
                move extract-date to cs-last-seen
                write cs-rec
                    invalid key
                        display "*** condition-since write failed for serial "
                            trim(serial in item-rec) " ***"
                end-write
                exit paragraph
        end-read
        if cs-condition not equal to effective-condition
            add 1 to condition-changed-count
            move effective-condition to cs-condition
            move extract-date to cs-since-date
        end-if
        move extract-date to cs-last-seen
        rewrite cs-rec
            invalid key
                display "*** condition-since rewrite failed for serial "
                    trim(serial in item-rec) " ***"
        end-rewrite
        exit paragraph
    .

    find-candidates.
        move low-values to item-key
        start itemindex key not less than item-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if key-serial not equal to spaces
                        add 1 to book-serial-count
                        perform consider-one-serial
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    consider-one-serial.
        move key-nsn to cs-nsn
        move key-serial to cs-serial
        read conditionsince
            invalid key
                exit paragraph
        end-read
        if cs-condition not equal to "U"
            exit paragraph
        end-if
        compute days-unserviceable = integer-of-date(today-date)
            - integer-of-date(cs-since-date)
        if days-unserviceable not greater than candidate-days
            exit paragraph
        end-if

        add 1 to candidate-count
        add idx-rate to candidate-dollars
        move days-unserviceable to days-display
        move idx-rate to rate-display

        perform find-open-document
        if document-open
            add 1 to in-process-count
            move spaces to report-line
            string "IN-PROCESS TI" found-ti-number " " key-nsn " " key-serial
                " " idx-tamcn " U " days-display " day(s) " found-ti-status
                into report-line
            write report-line
            exit paragraph
        end-if

        perform issue-turn-in-document
        exit paragraph
    .

    *> a serial's document still PENDING, SHIPPED or ACCEPTED is in
    *> process; a CANCELLED one leaves the serial open for another
    find-open-document.
        set document-open to false
        move key-nsn to ti-nsn
        move key-serial to ti-serial
        start turnins key equal to ti-item-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read turnins next record
                at end
                    exit perform
                not at end
                    if ti-nsn not equal to key-nsn or ti-serial not equal to key-serial
                        exit perform
                    end-if
                    if ti-status not equal to "CANCELLED"
                        set document-open to true
                        move ti-number to found-ti-number
                        move ti-status to found-ti-status
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    issue-turn-in-document.
        move next-ti-number to ti-number
        move key-nsn to ti-nsn
        move key-serial to ti-serial
        move idx-tamcn to ti-tamcn
        move idx-nomen to ti-nomen
        move idx-commodity to ti-commodity
        move idx-rate to ti-rate
        move cs-since-date to ti-u-since
        move "PENDING" to ti-status
        move today-date to ti-doc-date
        move today-date to ti-status-date
        write ti-rec
            invalid key
                display "*** turn-in document " ti-number " could not be written ***"
                exit paragraph
        end-write
        add 1 to next-ti-number
        add 1 to new-document-count

        move spaces to report-line
        string "CANDIDATE  TI" ti-number " " key-nsn " " key-serial
            " " idx-tamcn " " idx-nomen " U " days-display " day(s) since "
            cs-since-date " rate " rate-display
            into report-line
        write report-line
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "disposal candidates " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            " (U longer than " candidate-days " day(s), extract cut " extract-date ")"
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move candidate-dollars to dollars-display
        move spaces to report-line
        string "extract-records " extract-rec-count " tracked " condition-tracked-count
            " changed " condition-changed-count " book-serials " book-serial-count
            " candidates " candidate-count " new-documents " new-document-count
            " in-process " in-process-count " value " dollars-display
            into report-line
        write report-line
        exit paragraph
    .
