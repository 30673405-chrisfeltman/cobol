       >>source format is free
identification division.
    program-id. cert-expiry-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> names-id,cert-code,certified-date
            select personcerts
            assign to './person-certs.dat'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select reportfile
            assign to './cert-expiry-report.txt'
            organization is line sequential.

data division.
    file section.
        fd personcerts.
        01 person-cert-rec pic X(60).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd reportfile.
        01 report-line pic X(132).

working-storage section.
    01 names-status pic X(2) value "00".
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.
    01 days-param pic X(5) value spaces.
    01 days-ahead pic 9(3) value 60.
    01 today-date pic 9(8) value 0.
    01 horizon-date pic 9(8) value 0.
    01 csv-field pic X(40) occurs 3 times.

    *> one entry per person and cert held, with the date it lapses
    01 pair-capacity pic 9(5) value 10000.
    01 pair-count pic 9(5) value 0.
    01 pair-table occurs 10000 times indexed by pair-idx.
        05 pair-expiry pic 9(8).
        05 pair-names-id pic 9(10).
        05 pair-code pic X(12).
        05 pair-name pic X(20).
        05 pair-dept pic X(10).
    01 pair-hold pic X(60) value spaces.
    01 find-names-id pic 9(10) value 0.
    01 find-code pic X(12) value spaces.
    01 sort-idx pic 9(5) value 0.
    01 sort-back pic 9(5) value 0.

    01 cert-person-id pic 9(10) value 0.
    01 cert-code pic X(12) value spaces.
    01 cert-expiry pic 9(8) value 0.

    01 lapsed-count pic 9(5) value 0.
    01 expiring-count pic 9(5) value 0.
    01 days-left pic s9(5) value 0.
    01 days-display pic -(4)9.
    01 section-flag pic 9(1) value 0.
        88 section-started value 1 false 0.

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
    *> Certifications lapsed, and lapsing within the next N days
    *> (60 unless the first argument says otherwise), for everyone
    *> still active on names-vsam -- soonest first, so renewals can
    *> be booked before anyone is turned away at the counter.
    *>
    *>   cert-expiry-report [days-ahead]
    *>*************************************************************
    main.
        accept days-param from argument-value
        if days-param not equal to spaces and trim(days-param) is numeric
            move numval(days-param) to days-ahead
        end-if
        move current-date(1:8) to today-date
        compute horizon-date = date-of-integer(integer-of-date(today-date) + days-ahead)

        call "CBL_CHECK_FILE_EXIST" using './person-certs.dat', file-info end-call
        if return-code not equal to 0
            display "no person certifications on disk - nothing to report"
            move 1 to return-code
            goback
        end-if

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code

        open input personcerts
        perform until exit
            read personcerts
                at end
                    exit perform
                not at end
                    perform take-person-cert
            end-read
        end-perform
        close personcerts
        if names-open
            close names-vsam
        end-if

        call "cert-register" end-call  *> load the module so its entry points resolve
        perform varying pair-idx from 1 by 1 until pair-idx > pair-count
            move pair-names-id(pair-idx) to cert-person-id
            move pair-code(pair-idx) to cert-code
            call "cert-expiry-of" using cert-person-id, cert-code, cert-expiry end-call
            move cert-expiry to pair-expiry(pair-idx)
        end-perform
        move 0 to return-code

        perform sort-pairs
        perform write-expiry-report

        display "certifications: " lapsed-count " lapsed, " expiring-count
            " expiring within " days-ahead " day(s) - see cert-expiry-report.txt"
        if lapsed-count > 0 or expiring-count > 0
            move 1 to return-code
        end-if
        goback
    .

    *> one entry per person and cert, however many renewals
    take-person-cert.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring person-cert-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) is not numeric
            exit paragraph
        end-if
        move numval(csv-field(1)) to find-names-id
        move upper-case(csv-field(2)(1:12)) to find-code
        perform varying pair-idx from 1 by 1 until pair-idx > pair-count
            if pair-names-id(pair-idx) equal to find-names-id
                and pair-code(pair-idx) equal to find-code
                exit paragraph
            end-if
        end-perform
        if pair-count >= pair-capacity
            display "*** WARNING: certification table at capacity ***"
            exit paragraph
        end-if

        move spaces to vsam-rec
        if names-open
            move find-names-id to names-id
            read names-vsam
                invalid key
                    exit paragraph
            end-read
            if out-status not equal to "A"
                exit paragraph
            end-if
        end-if
        add 1 to pair-count
        set pair-idx to pair-count
        move 0 to pair-expiry(pair-idx)
        move find-names-id to pair-names-id(pair-idx)
        move find-code to pair-code(pair-idx)
        move out-name to pair-name(pair-idx)
        move out-department to pair-dept(pair-idx)
        exit paragraph
    .

    sort-pairs.
        perform varying sort-idx from 2 by 1 until sort-idx > pair-count
            move pair-table(sort-idx) to pair-hold
            move sort-idx to sort-back
            perform until sort-back <= 1
                if pair-expiry(sort-back - 1) <= pair-hold(1:8)
                    exit perform
                end-if
                move pair-table(sort-back - 1) to pair-table(sort-back)
                subtract 1 from sort-back
            end-perform
            move pair-hold to pair-table(sort-back)
        end-perform
        exit paragraph
    .

    write-expiry-report.
        open output reportfile
        move spaces to report-line
        string "CERTIFICATION EXPIRY as of " today-date(1:4) "-" today-date(5:2) "-"
            today-date(7:2) ", looking " days-ahead " day(s) ahead to "
            horizon-date(1:4) "-" horizon-date(5:2) "-" horizon-date(7:2)
            into report-line
        write report-line

        move spaces to report-line
        write report-line
        move "LAPSED - not certified today" to report-line
        write report-line
        perform varying pair-idx from 1 by 1 until pair-idx > pair-count
            if pair-expiry(pair-idx) > 0 and pair-expiry(pair-idx) <= today-date
                add 1 to lapsed-count
                perform write-pair-line
            end-if
        end-perform
        if lapsed-count equal to 0
            move "  none" to report-line
            write report-line
        end-if

        move spaces to report-line
        write report-line
        move "EXPIRING SOON" to report-line
        write report-line
        perform varying pair-idx from 1 by 1 until pair-idx > pair-count
            if pair-expiry(pair-idx) > today-date
                and pair-expiry(pair-idx) <= horizon-date
                add 1 to expiring-count
                perform write-pair-line
            end-if
        end-perform
        if expiring-count equal to 0
            move "  none" to report-line
            write report-line
        end-if
        close reportfile
        exit paragraph
    .

    write-pair-line.
        compute days-left = integer-of-date(pair-expiry(pair-idx))
            - integer-of-date(today-date)
        move days-left to days-display
        move spaces to report-line
        string "  " pair-code(pair-idx) " " pair-names-id(pair-idx) " "
            pair-name(pair-idx) " " pair-dept(pair-idx) " lapses "
            pair-expiry(pair-idx)(1:4) "-" pair-expiry(pair-idx)(5:2) "-"
            pair-expiry(pair-idx)(7:2) " (" trim(days-display) " day(s))"
            into report-line
        write report-line
        exit paragraph
    .
