            assign to './landing-sweep.log'
            organization is line sequential.

            *> which partner an extract belongs to, by file-name
            *> prefix: partner-code,file-prefix,cadence,cutoff-hhmm
            select schedulefile
            assign to './partner-delivery-schedule.dat'
            organization is line sequential.

            *> readfixed's report for the extract just run
            select reconfile
            assign to './fixedwidth.reconciliation.rpt'
            organization is line sequential.

            *> one line per extract swept, for partner-scorecard:
            *> date|partner|arrival|status|read|bad-length|
            *> layout-mismatch|field-failures|duplicate-rows|
            *> dead-letters|file-name
            select deliveryfile
            assign to './partner-deliveries.dat'
            organization is line sequential.

data division.
    file section.
        fd scanfile.
        fd sweeplogfile.
        01 sweep-log-rec pic X(200).

        fd schedulefile.
        01 schedule-rec pic X(80).

        fd reconfile.
        01 recon-rec pic X(200).

        fd deliveryfile.
        01 delivery-rec pic X(200).

working-storage section.
    01 landing-dir pic X(20) value './landing'.
    01 found-count pic 9(4) value 0.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    *> partner file-name prefixes from the delivery schedule
    01 prefix-capacity pic 9(3) value 100.
    01 prefix-count pic 9(3) value 0.
    01 prefix-table occurs 100 times indexed by prefix-idx.
        02 prefix-partner pic X(8).
        02 prefix-text pic X(20).
        02 prefix-length pic 9(2).
    01 schedule-field pic X(20) occurs 4 times.
    01 extract-partner pic X(8) value spaces.
    01 best-prefix-length pic 9(2) value 0.

    *> arrival is when the provider's .done marker landed
    01 arrival-stamp pic 9(12) value 0.
    01 arrival-parts.
        05 arrival-yyyy pic 9(4).
        05 arrival-mo pic 9(2).
        05 arrival-dd pic 9(2).
        05 arrival-hh pic 9(2).
        05 arrival-mm pic 9(2).

    *> what readfixed's reconciliation report says about the run
    01 delivery-status pic X(9) value spaces.
    01 recon-work pic X(200) value spaces.
    01 recon-token pic X(20) occurs 8 times.
    01 recon-read pic 9(9) value 0.
    01 recon-rejected pic 9(9) value 0.
    01 recon-layout-mismatch pic 9(9) value 0.
    01 recon-bad-length pic 9(9) value 0.
    01 recon-field-failures pic 9(9) value 0.
    01 recon-duplicates pic 9(9) value 0.
    01 recon-dead-letters pic 9(9) value 0.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).

        perform open-sweep-log
        perform load-processed-catalog
        perform load-partner-prefixes
        perform open-delivery-history

        move spaces to archive-dir
        string "./landing-archive-" current-timestamp(1:8) into archive-dir
        perform write-sweep-summary
        close sweeplogfile
        close catalogfile
        close deliveryfile

        display "sweep done: " found-count " extract(s) seen, "
            processed-count " processed, " skipped-dup-count " duplicate(s), "
            perform log-waiting-file
            exit paragraph
        end-if
        perform note-arrival-and-partner

        perform checksum-extract
        perform check-processed-catalog
        if checksum-known
            add 1 to skipped-dup-count
            perform log-duplicate-file
            move "DUPLICATE" to delivery-status
            perform clear-recon-counts
            perform write-delivery-line
            perform archive-landing-file
            exit paragraph
        end-if
        if run-rc not equal to 0
            add 1 to failed-count
            perform log-failed-file
            move "FAILED" to delivery-status
            perform read-recon-counts
            perform write-delivery-line
            exit paragraph
        end-if

        add 1 to processed-count
        perform record-in-catalog
        perform log-processed-file
        move "PROCESSED" to delivery-status
        perform read-recon-counts
        perform write-delivery-line
        perform archive-landing-file
        exit paragraph
    .
        write sweep-log-rec
        exit paragraph
    .

    *>*************************************************************
    *> Partner delivery history. The delivery schedule names each
    *> partner's file-name prefix; the longest prefix an extract's
    *> name starts with decides whose it is, UNKNOWN when none
    *> does. Each swept extract leaves one line saying when its
    *> marker landed, how the sweep disposed of it and what
    *> readfixed's reconciliation report counted -- the raw
    *> material partner-scorecard builds its monthly figures from.
    *>*************************************************************
    load-partner-prefixes.
        call "CBL_CHECK_FILE_EXIST" using './partner-delivery-schedule.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no partner delivery schedule on disk - extracts are logged as UNKNOWN"
            exit paragraph
        end-if
        open input schedulefile
        perform until exit
            read schedulefile
                at end
                    exit perform
                not at end
                    perform store-partner-prefix
            end-read
        end-perform
        close schedulefile
        exit paragraph
    .

    store-partner-prefix.
        move spaces to schedule-field(1) schedule-field(2)
            schedule-field(3) schedule-field(4)
        unstring schedule-rec delimited by ","
            into schedule-field(1) schedule-field(2)
                schedule-field(3) schedule-field(4)
        end-unstring
        if trim(schedule-field(1)) equal to spaces
            or trim(schedule-field(2)) equal to spaces
            or schedule-field(1)(1:1) equal to "*"
            exit paragraph
        end-if
        if prefix-count >= prefix-capacity
            display "*** WARNING: partner prefix table at capacity -- "
                trim(schedule-field(1)) " not loaded ***"
            exit paragraph
        end-if
        add 1 to prefix-count
        set prefix-idx to prefix-count
        move upper-case(trim(schedule-field(1))) to prefix-partner(prefix-idx)
        move trim(schedule-field(2)) to prefix-text(prefix-idx)
        move length(trim(schedule-field(2))) to prefix-length(prefix-idx)
        exit paragraph
    .

    *> file-info still holds the marker's modification stamp from
    *> the completeness probe
    note-arrival-and-partner.
        move mod-yyyy to arrival-yyyy
        move mod-mo to arrival-mo
        move mod-dd to arrival-dd
        move mod-hh to arrival-hh
        move mod-mm to arrival-mm
        move arrival-parts to arrival-stamp

        move "UNKNOWN" to extract-partner
        move 0 to best-prefix-length
        perform varying prefix-idx from 1 by 1 until prefix-idx > prefix-count
            if prefix-length(prefix-idx) > best-prefix-length
                and extract-name(1:prefix-length(prefix-idx))
                    equal to prefix-text(prefix-idx)(1:prefix-length(prefix-idx))
                move prefix-partner(prefix-idx) to extract-partner
                move prefix-length(prefix-idx) to best-prefix-length
            end-if
        end-perform
        exit paragraph
    .

    open-delivery-history.
        call "CBL_CHECK_FILE_EXIST" using './partner-deliveries.dat', file-info end-call
        if return-code equal to 0
            open extend deliveryfile
        else
            move 0 to return-code
            open output deliveryfile
        end-if
        exit paragraph
    .

    clear-recon-counts.
        move 0 to recon-read recon-rejected recon-layout-mismatch
            recon-bad-length recon-field-failures recon-duplicates
            recon-dead-letters
        exit paragraph
    .

    *> the report's lines are "label: n word, n word ..." -- split
    *> on spaces and commas, the counts fall at fixed token places
    read-recon-counts.
        perform clear-recon-counts
        call "CBL_CHECK_FILE_EXIST" using './fixedwidth.reconciliation.rpt', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input reconfile
        perform until exit
            read reconfile
                at end
                    exit perform
                not at end
                    perform take-recon-line
            end-read
        end-perform
        close reconfile
        if recon-rejected > recon-layout-mismatch
            compute recon-bad-length = recon-rejected - recon-layout-mismatch
        end-if
        exit paragraph
    .

    take-recon-line.
        move spaces to recon-token(1) recon-token(2) recon-token(3)
            recon-token(4) recon-token(5) recon-token(6)
            recon-token(7) recon-token(8)
        move recon-rec to recon-work
        inspect recon-work replacing all "," by " "
        unstring recon-work delimited by all " "
            into recon-token(1) recon-token(2) recon-token(3)
                recon-token(4) recon-token(5) recon-token(6)
                recon-token(7) recon-token(8)
        end-unstring
        evaluate recon-token(1)
            when "source:"
                if trim(recon-token(3)) is numeric
                    move numval(recon-token(3)) to recon-read
                end-if
                if trim(recon-token(5)) is numeric
                    move numval(recon-token(5)) to recon-rejected
                end-if
            when "field"
                if trim(recon-token(5)) is numeric
                    move numval(recon-token(5)) to recon-field-failures
                end-if
            when "duplicates:"
                if trim(recon-token(2)) is numeric
                    move numval(recon-token(2)) to recon-duplicates
                end-if
            when "layouts:"
                if trim(recon-token(6)) is numeric
                    move numval(recon-token(6)) to recon-layout-mismatch
                end-if
            when "sqlite:"
            when "mongo:"
            when "redis:"
                if trim(recon-token(7)) is numeric
                    add numval(recon-token(7)) to recon-dead-letters
                end-if
            when other
                continue
        end-evaluate
        exit paragraph
    .

    write-delivery-line.
        move spaces to delivery-rec
        string current-timestamp(1:8) "|" extract-partner "|" arrival-stamp
            "|" delivery-status "|" recon-read "|" recon-bad-length
            "|" recon-layout-mismatch "|" recon-field-failures
            "|" recon-duplicates "|" recon-dead-letters
            "|" trim(extract-name)
            into delivery-rec
        write delivery-rec
        exit paragraph
    .
