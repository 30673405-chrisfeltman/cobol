            *> completed services off the maintenance floor, one
            *> pipe-delimited line each:
            *>   serial|service-date(yyyymmdd)|interval-days
            *>       [|technician-id|service-type]
            *> a CAL (calibration) service names the technician, who
            *> must hold a current CALIBRATION certification
            select servicetransfile
            assign to '../service-trans.dat'
            organization is line sequential.
data division.
    file section.
        fd servicetransfile.
        01 service-trans-rec pic X(80).

        fd serialhist.
        01 hist-rec.
            05 hist-service-interval pic 9(4).

        fd registerfile.
        01 register-rec pic X(200).

working-storage section.
    01 hist-status pic X(2) value "00".
    01 applied-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    01 trans-field pic X(40) occurs 5 times.
    01 trans-serial pic X(18) value spaces.
    01 trans-service-date pic 9(8) value 0.
    01 trans-interval pic 9(4) value 0.
    01 reject-reason pic X(60) value spaces.
    01 trans-technician-id pic 9(10) value 0.
    01 trans-service-type pic X(12) value spaces.
    01 cert-code pic X(12) value "CALIBRATION".
    01 cert-result pic X(60) value spaces.

    *> the hash chain the register is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value '../service-posting-register.txt'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> transaction stamps the serial's last-service date and its
    *> interval, which the due/overdue report off the history
    *> update keys on. A serial not in the history (never held, or
    *> mistyped off the work order) rejects with a reason, and so
    *> does a calibration by a technician not certified for it on
    *> the service date.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-service-records" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "service posting starting..."

        move current-date to current-timestamp
        call "cert-register" end-call  *> load the module so its entry points resolve

        open i-o serialhist
        if hist-status not equal to "00"
            goback
        end-if
        open input servicetransfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output registerfile
        call "chain-start" using chain-log-path end-call

        perform write-register-header


    apply-service-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3)
            trans-field(4) trans-field(5)
        unstring service-trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3)
                trans-field(4) trans-field(5)
        end-unstring

        move trans-field(1)(1:18) to trans-serial
        move numval(trans-field(2)) to trans-service-date
        move numval(trans-field(3)) to trans-interval

        move upper-case(trans-field(5)(1:12)) to trans-service-type
        if trim(trans-service-type) equal to "CAL"
            or trim(trans-service-type) equal to "CALIBRATION"
            if trim(trans-field(4)) equal to spaces
                or trim(trans-field(4)) is not numeric
                move "calibration needs the technician's names-id" to reject-reason
                perform write-register-reject
                exit paragraph
            end-if
            move numval(trans-field(4)) to trans-technician-id
            call "cert-check" using trans-technician-id, cert-code,
                trans-service-date, cert-result end-call
            if return-code not equal to 0
                move 0 to return-code
                move spaces to reject-reason
                string "technician " trans-technician-id ": " trim(cert-result)
                    into reject-reason
                perform write-register-reject
                exit paragraph
            end-if
        end-if

        move trans-serial to hist-serial
        read serialhist
            invalid key
        string "APPLIED  " trans-serial " under " hist-tamcn
            " serviced " trans-service-date " interval " trans-interval " day(s)"
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

        move spaces to register-rec
        string "REJECTED " trim(service-trans-rec) " - " trim(reject-reason)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-header.
        move spaces to register-rec
        string "service posting register " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

        string "transactions " trans-count " applied " applied-count
            " rejected " reject-count
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    *> every register line goes out sealed into the register's hash
    *> chain; the record is left as built for whatever reads it next
    write-sealed-register.
        move register-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write register-rec from chain-sealed
        move chain-line to register-rec
        exit paragraph
    .
