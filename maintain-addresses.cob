       >>source format is free
identification division.
    program-id. maintain-addresses.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one transaction per line:
            *>   C|names-id|street|city|state|zip[|effective-date]
            *>       new address, or a change of address from that
            *>       day on (today when no date is given); the same
            *>       person and day again corrects that row
            *>   X|names-id|effective-date
            *>       withdraws a wrongly keyed history row
            select transfile
            assign to './address-trans.dat'
            organization is line sequential.

            *> names-id|effective-date|street|city|state|zip|county|flags
            *> kept in names-id, effective-date order -- a person's
            *> address on any day is their latest row effective on
            *> or before it
            select addressfile
            assign to './person-addresses.dat'
            organization is line sequential.

            select newaddressfile
            assign to './person-addresses.dat.tmp'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            select rejectfile
            assign to './address-trans.rejects'
            organization is line sequential.

            select auditfile
            assign to './address-audit.log'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(200).

        fd addressfile.
        01 address-rec pic X(200).

        fd newaddressfile.
        01 new-address-rec pic X(200).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd rejectfile.
        01 reject-rec pic X(260).

        fd auditfile.
        01 audit-rec pic X(300).

working-storage section.
    01 names-status pic X(2) value "00".
    01 trans-count pic 9(5) value 0.
    01 changed-applied pic 9(5) value 0.
    01 corrected-applied pic 9(5) value 0.
    01 withdrawn-applied pic 9(5) value 0.
    01 flagged-count pic 9(5) value 0.
    01 rejected-count pic 9(5) value 0.

    01 trans-field pic X(40) occurs 7 times.
    01 trans-action pic X(1) value space.
    01 trans-names-id pic 9(10) value 0.
    01 trans-date pic 9(8) value 0.
    01 reject-reason pic X(60) value spaces.
    01 today-date pic 9(8) value 0.

    01 csv-field pic X(40) occurs 8 times.

    *> the address on its way through the validation chain
    01 addr-street pic X(40) value spaces.
    01 addr-city pic X(30) value spaces.
    01 addr-state pic X(2) value spaces.
    01 addr-zip pic X(10) value spaces.
    01 addr-county pic X(30) value spaces.
    01 addr-flags pic X(40) value spaces.
    01 addr-result pic X(60) value spaces.

    01 address-capacity pic 9(5) value 20000.
    01 address-count pic 9(5) value 0.
    01 address-table occurs 20000 times indexed by address-idx, shift-idx.
        02 held-names-id pic 9(10).
        02 held-eff-date pic 9(8).
        02 held-street pic X(40).
        02 held-city pic X(30).
        02 held-state pic X(2).
        02 held-zip pic X(10).
        02 held-county pic X(30).
        02 held-flags pic X(40).
        02 held-withdrawn-flag pic 9(1).
            88 held-withdrawn value 1 false 0.
    01 held-found-flag pic 9(1) value 0.
        88 held-found value 1 false 0.
    01 insert-at pic 9(5) value 0.

    01 addresses-exist-flag pic 9(1) value 0.
        88 addresses-exist value 1 false 0.
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.
    01 audit-detail pic X(200) value spaces.
    01 before-image pic X(100) value spaces.
    01 detail-ptr pic 9(3) value 1.

    01 capacity-job-name pic X(20) value "maintain-addresses".
    01 capacity-table-name pic X(30) value spaces.
    01 capacity-high-water pic 9(9) value 0.
    01 capacity-limit pic 9(9) value 0.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './address-audit.log'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> Maintains the mailing addresses of the people on names-vsam,
    *> with the certification maintenance's reason-coded rejects,
    *> audit line per applied change and scratch-and-swap rewrite.
    *> A change of address adds a row effective from its date, so
    *> where someone lived on any day stays answerable. Every new
    *> or changed address goes through the same ZIP/state/city/
    *> county chain the cleansing run uses: an address whose ZIP
    *> the reference doesn't know is rejected, a corrected state
    *> is taken, and a city the reference disagrees with is kept
    *> but flagged on the row for address-followup to chase.
    *>*************************************************************
    main.
        move "NAMES" to auth-role
        move "maintain-addresses" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date

        call "address-validation" end-call  *> load the module so its entry points resolve
        perform load-addresses
        perform open-audit-log

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code

        open input transfile
        open output rejectfile

        perform until exit
            read transfile
                at end
                    exit perform
                not at end
                    add 1 to trans-count
                    perform apply-transaction
            end-read
        end-perform

        close transfile
        close rejectfile
        close auditfile
        if names-open
            close names-vsam
        end-if
        call "address-release" end-call

        perform write-new-addresses
        perform record-table-headroom

        display "address maintenance done: " trans-count " transaction(s), "
            changed-applied " new/changed, " corrected-applied " corrected, "
            withdrawn-applied " withdrawn, " flagged-count " flagged, "
            rejected-count " rejected"
        if rejected-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    load-addresses.
        set addresses-exist to false
        call "CBL_CHECK_FILE_EXIST" using './person-addresses.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no person address file on disk - starting one from the transactions"
            exit paragraph
        end-if
        set addresses-exist to true
        open input addressfile
        perform until exit
            read addressfile
                at end
                    exit perform
                not at end
                    perform store-address-rec
            end-read
        end-perform
        close addressfile
        exit paragraph
    .

    store-address-rec.
        if address-count >= address-capacity
            display "*** WARNING: person address table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6) csv-field(7) csv-field(8)
        unstring address-rec delimited by "|"
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6) csv-field(7) csv-field(8)
        end-unstring
        if trim(csv-field(1)) equal to spaces or trim(csv-field(1)) is not numeric
            or trim(csv-field(2)) equal to spaces or trim(csv-field(2)) is not numeric
            exit paragraph
        end-if
        add 1 to address-count
        set address-idx to address-count
        move numval(csv-field(1)) to held-names-id(address-idx)
        move numval(csv-field(2)) to held-eff-date(address-idx)
        move csv-field(3) to held-street(address-idx)
        move csv-field(4)(1:30) to held-city(address-idx)
        move csv-field(5)(1:2) to held-state(address-idx)
        move csv-field(6)(1:10) to held-zip(address-idx)
        move csv-field(7)(1:30) to held-county(address-idx)
        move csv-field(8) to held-flags(address-idx)
        set held-withdrawn(address-idx) to false
        exit paragraph
    .

    apply-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3)
            trans-field(4) trans-field(5) trans-field(6) trans-field(7)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3)
                trans-field(4) trans-field(5) trans-field(6) trans-field(7)
        end-unstring
        move upper-case(trans-field(1)(1:1)) to trans-action
        move spaces to audit-detail

        evaluate trans-action
            when "C"
                perform apply-change
            when "X"
                perform apply-withdraw
            when other
                move "action must be C or X" to reject-reason
                perform write-reject-rec
        end-evaluate
        exit paragraph
    .

    check-person.
        move "ok" to reject-reason
        if trim(trans-field(2)) equal to spaces
            or trim(trans-field(2)) is not numeric
            or length(trim(trans-field(2))) > 10
            move "names-id must be numeric" to reject-reason
            exit paragraph
        end-if
        move numval(trans-field(2)) to trans-names-id
        exit paragraph
    .

    *> finds the person's row effective on trans-date, or where a
    *> new one belongs to keep the table in names-id, date order
    find-held-address.
        set held-found to false
        compute insert-at = address-count + 1
        perform varying address-idx from 1 by 1 until address-idx > address-count
            if held-names-id(address-idx) equal to trans-names-id
                and held-eff-date(address-idx) equal to trans-date
                and not held-withdrawn(address-idx)
                set held-found to true
                exit perform
            end-if
            if held-names-id(address-idx) > trans-names-id
                or (held-names-id(address-idx) equal to trans-names-id
                    and held-eff-date(address-idx) > trans-date)
                set insert-at to address-idx
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    apply-change.
        perform check-person
        if reject-reason not equal to "ok"
            perform write-reject-rec
            exit paragraph
        end-if
        if names-open
            move trans-names-id to names-id
            read names-vsam
                invalid key
                    move "person not on names-vsam" to reject-reason
                    perform write-reject-rec
                    exit paragraph
            end-read
        end-if
        if trim(trans-field(3)) equal to spaces
            move "street is blank" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if trim(trans-field(4)) equal to spaces
            move "city is blank" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        *> an address can be keyed ahead of a move, so a future
        *> effective date is fine -- it just isn't current yet
        move today-date to trans-date
        if trim(trans-field(7)) not equal to spaces
            if trim(trans-field(7)) is not numeric
                or test-date-yyyymmdd(numval(trans-field(7))) not equal to 0
                move "effective date is not a yyyymmdd date" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
            move numval(trans-field(7)) to trans-date
        end-if

        move trans-field(3) to addr-street
        move upper-case(trans-field(4)(1:30)) to addr-city
        move trans-field(5)(1:2) to addr-state
        move trans-field(6)(1:10) to addr-zip
        call "address-validate" using addr-city, addr-state, addr-zip,
            addr-county, addr-flags, addr-result end-call
        if addr-result not equal to spaces
            move addr-result to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if

        perform find-held-address
        if held-found
            move spaces to before-image
            string "was " trim(held-street(address-idx)) ", "
                trim(held-city(address-idx)) " " held-state(address-idx)
                " " trim(held-zip(address-idx))
                delimited by size into before-image
            add 1 to corrected-applied
        else
            if address-count >= address-capacity
                move "person address table is full" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
            perform varying shift-idx from address-count by -1
                until shift-idx < insert-at
                move address-table(shift-idx) to address-table(shift-idx + 1)
            end-perform
            add 1 to address-count
            set address-idx to insert-at
            move trans-names-id to held-names-id(address-idx)
            move trans-date to held-eff-date(address-idx)
            set held-withdrawn(address-idx) to false
            move spaces to before-image
            add 1 to changed-applied
        end-if
        move addr-street to held-street(address-idx)
        move addr-city to held-city(address-idx)
        move addr-state to held-state(address-idx)
        move addr-zip to held-zip(address-idx)
        move addr-county to held-county(address-idx)
        move addr-flags to held-flags(address-idx)
        if addr-flags not equal to spaces
            add 1 to flagged-count
        end-if

        move 1 to detail-ptr
        string "names-id " trans-names-id " from " trans-date " "
            trim(addr-street) ", " trim(addr-city) " " addr-state " " trim(addr-zip)
            delimited by size into audit-detail with pointer detail-ptr
        if addr-flags not equal to spaces
            string " {" trim(addr-flags) "}"
                delimited by size into audit-detail with pointer detail-ptr
        end-if
        if before-image not equal to spaces
            string " [" trim(before-image) "]"
                delimited by size into audit-detail with pointer detail-ptr
        end-if
        perform write-audit-line
        exit paragraph
    .

    apply-withdraw.
        perform check-person
        if reject-reason not equal to "ok"
            perform write-reject-rec
            exit paragraph
        end-if
        if trim(trans-field(3)) equal to spaces
            or trim(trans-field(3)) is not numeric
            or test-date-yyyymmdd(numval(trans-field(3))) not equal to 0
            move "effective date is not a yyyymmdd date" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move numval(trans-field(3)) to trans-date
        perform find-held-address
        if not held-found
            move "person has no address effective that day" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        set held-withdrawn(address-idx) to true
        string "names-id " trans-names-id " from " trans-date " withdrawn ["
            trim(held-street(address-idx)) ", " trim(held-city(address-idx))
            " " held-state(address-idx) " " trim(held-zip(address-idx)) "]"
            delimited by size into audit-detail
        add 1 to withdrawn-applied
        perform write-audit-line
        exit paragraph
    .

    write-new-addresses.
        if changed-applied equal to 0 and corrected-applied equal to 0
            and withdrawn-applied equal to 0
            exit paragraph
        end-if
        open output newaddressfile
        perform varying address-idx from 1 by 1 until address-idx > address-count
            if not held-withdrawn(address-idx)
                move spaces to new-address-rec
                string held-names-id(address-idx) "|"
                    held-eff-date(address-idx) "|"
                    trim(held-street(address-idx)) "|"
                    trim(held-city(address-idx)) "|"
                    held-state(address-idx) "|"
                    trim(held-zip(address-idx)) "|"
                    trim(held-county(address-idx)) "|"
                    trim(held-flags(address-idx))
                    delimited by size into new-address-rec
                write new-address-rec
            end-if
        end-perform
        close newaddressfile

        if addresses-exist
            call "CBL_DELETE_FILE" using './person-addresses.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using './person-addresses.dat.tmp',
            './person-addresses.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    record-table-headroom.
        call "capacity-usage" end-call  *> load the module so its entry points resolve
        move "address-table" to capacity-table-name
        move address-count to capacity-high-water
        move address-capacity to capacity-limit
        call "capacity-record" using capacity-job-name, capacity-table-name,
            capacity-high-water, capacity-limit end-call
        exit paragraph
    .

    open-audit-log.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './address-audit.log', file-info end-call
        if return-code equal to 0
            open extend auditfile
        else
            open output auditfile
        end-if
        move 0 to return-code
        exit paragraph
    .

    write-audit-line.
        move spaces to audit-rec
        string cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute ":" cur-second " " operator-id
            " " trans-action " " trim(audit-detail)
            into audit-rec
        move audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write audit-rec from chain-sealed
        exit paragraph
    .

    write-reject-rec.
        add 1 to rejected-count
        move spaces to reject-rec
        string "REJECTED" X'09' trim(trans-rec)
            X'09' trim(reject-reason) into reject-rec
        write reject-rec
        exit paragraph
    .
