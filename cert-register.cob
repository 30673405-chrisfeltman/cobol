       >>source format is free
identification division.
    program-id. cert-register.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the certification master, one CSV row per cert:
            *>   cert-code,description,validity-months[,commodity]
            *> validity 0 never lapses; a commodity makes the cert a
            *> condition of signing for any item of that commodity
            select certmaster
            assign to './cert-master.dat'
            organization is line sequential.

            *> who holds what, one CSV row per certification earned
            *> or renewed: names-id,cert-code,certified-date
            select personcerts
            assign to './person-certs.dat'
            organization is line sequential.

data division.
    file section.
        fd certmaster.
        01 master-rec pic X(100).

        fd personcerts.
        01 person-cert-rec pic X(60).

    working-storage section.
        01 file-info.
            05 file-size-in-bytes pic 9(18) comp.
            05 mod-dd pic 9(2) comp.
            05 mod-mo pic 9(2) comp.
            05 mod-yyyy pic 9(4) comp.
            05 mod-hh pic 9(2) comp.
            05 mod-mm pic 9(2) comp.
            05 mod-ss pic 9(2) comp.
            05 filler pic 9(2) comp.

        01 csv-field pic X(40) occurs 4 times.
        01 check-code pic X(12) value spaces.
        01 check-validity pic 9(3) value 0.
        01 check-on-master-flag pic 9(1) value 0.
            88 check-on-master value 1 false 0.
        01 held-flag pic 9(1) value 0.
            88 cert-held value 1 false 0.
        01 best-expiry pic 9(8) value 0.
        01 never-lapses-flag pic 9(1) value 0.
            88 never-lapses value 1 false 0.
        01 row-certified pic 9(8) value 0.
        01 row-expiry pic 9(8) value 0.

        *> certified date plus the validity months, the day pulled
        *> back to the month's last where the month is shorter
        01 expiry-work.
            05 expiry-yyyy pic 9(4).
            05 expiry-mm pic 9(2).
            05 expiry-dd pic 9(2).
        01 expiry-date redefines expiry-work pic 9(8).
        01 month-total pic 9(6) value 0.

        01 required-capacity pic 9(2) value 20.
        01 required-count pic 9(2) value 0.
        01 required-table occurs 20 times indexed by required-idx.
            05 required-code pic X(12).
            05 required-validity pic 9(3).

    linkage section.
        01 cert-person-id pic 9(10).
        01 cert-code pic X(12).
        01 cert-commodity pic X(10).
        01 cert-as-of pic 9(8).
        01 cert-result pic X(60).
        01 cert-expiry pic 9(8).

procedure division.

    *>*************************************************************
    *> "Is this person currently certified for this": callable in
    *> the budget-check style by every job where a qualification is
    *> a condition of the transaction.
    *>
    *>   cert-check            one cert code; rc 0 when the person
    *>                         holds it unexpired on the as-of date,
    *>                         4 when not, with the reason in the
    *>                         result. A code not on the master is
    *>                         not required of anyone -- rc 0.
    *>   cert-check-commodity  every cert the master ties to an item
    *>                         commodity; rc 4 on the first the
    *>                         person lacks
    *>   cert-expiry-of        the date one person's cert lapses
    *>                         (99999999 never, 0 not held)
    *>
    *> each call opens, reads and closes, like budget-check, so a
    *> certification recorded mid-day counts at once.
    *>*************************************************************
    main.
        goback
    .

    entry "cert-check" using cert-person-id, cert-code, cert-as-of, cert-result.
        move spaces to cert-result
        move cert-code to check-code
        perform find-master-row
        if not check-on-master
            move "not a certification on the master - not required" to cert-result
            move 0 to return-code
            goback
        end-if
        perform check-person-holds
        goback
    .

    entry "cert-check-commodity" using cert-person-id, cert-commodity, cert-as-of, cert-result.
        move spaces to cert-result
        move 0 to required-count
        call "CBL_CHECK_FILE_EXIST" using './cert-master.dat', file-info end-call
        if return-code equal to 0
            open input certmaster
            perform until exit
                read certmaster
                    at end
                        exit perform
                    not at end
                        perform take-commodity-row
                end-read
            end-perform
            close certmaster
        end-if
        move 0 to return-code
        perform varying required-idx from 1 by 1 until required-idx > required-count
            move required-code(required-idx) to check-code
            move required-validity(required-idx) to check-validity
            perform check-person-holds
            if return-code not equal to 0
                goback
            end-if
        end-perform
        goback
    .

    entry "cert-expiry-of" using cert-person-id, cert-code, cert-expiry.
        move cert-code to check-code
        move 0 to cert-expiry
        perform find-master-row
        if not check-on-master
            move 0 to return-code
            goback
        end-if
        perform find-best-expiry
        if cert-held
            move best-expiry to cert-expiry
        end-if
        move 0 to return-code
        goback
    .

    find-master-row.
        set check-on-master to false
        move 0 to check-validity
        call "CBL_CHECK_FILE_EXIST" using './cert-master.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input certmaster
        perform until exit
            read certmaster
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                    unstring master-rec delimited by ","
                        into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                    end-unstring
                    if upper-case(csv-field(1)(1:12)) equal to check-code
                        set check-on-master to true
                        if trim(csv-field(3)) is numeric
                            move numval(csv-field(3)) to check-validity
                        end-if
                        exit perform
                    end-if
            end-read
        end-perform
        close certmaster
        move 0 to return-code
        exit paragraph
    .

    take-commodity-row.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring master-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(4)) equal to spaces
            or upper-case(csv-field(4)(1:10)) not equal to upper-case(cert-commodity)
            exit paragraph
        end-if
        if required-count >= required-capacity
            exit paragraph
        end-if
        add 1 to required-count
        move upper-case(csv-field(1)(1:12)) to required-code(required-count)
        move 0 to required-validity(required-count)
        if trim(csv-field(3)) is numeric
            move numval(csv-field(3)) to required-validity(required-count)
        end-if
        exit paragraph
    .

    check-person-holds.
        perform find-best-expiry
        if not cert-held
            string "no " trim(check-code) " certification on record"
                delimited by size into cert-result
            move 4 to return-code
            exit paragraph
        end-if
        if best-expiry <= cert-as-of
            string trim(check-code) " certification expired " best-expiry(1:4) "-"
                best-expiry(5:2) "-" best-expiry(7:2)
                delimited by size into cert-result
            move 4 to return-code
            exit paragraph
        end-if
        move 0 to return-code
        exit paragraph
    .

    *> the latest lapse date over every time the person earned or
    *> renewed the cert
    find-best-expiry.
        set cert-held to false
        move 0 to best-expiry
        call "CBL_CHECK_FILE_EXIST" using './person-certs.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input personcerts
        perform until exit
            read personcerts
                at end
                    exit perform
                not at end
                    perform take-person-row
            end-read
        end-perform
        close personcerts
        move 0 to return-code
        exit paragraph
    .

    take-person-row.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring person-cert-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) is not numeric or trim(csv-field(3)) is not numeric
            exit paragraph
        end-if
        if numval(csv-field(1)) not equal to cert-person-id
            or upper-case(csv-field(2)(1:12)) not equal to check-code
            exit paragraph
        end-if
        move numval(csv-field(3)) to row-certified
        set cert-held to true
        if check-validity equal to 0
            move 99999999 to row-expiry
        else
            perform add-validity-months
            move expiry-date to row-expiry
        end-if
        if row-expiry > best-expiry
            move row-expiry to best-expiry
        end-if
        exit paragraph
    .

    add-validity-months.
        move row-certified to expiry-date
        compute month-total = expiry-yyyy * 12 + expiry-mm - 1 + check-validity
        compute expiry-yyyy = month-total / 12
        compute expiry-mm = mod(month-total, 12) + 1
        perform until test-date-yyyymmdd(expiry-date) equal to 0
            or expiry-dd <= 28
            subtract 1 from expiry-dd
        end-perform
        exit paragraph
    .
