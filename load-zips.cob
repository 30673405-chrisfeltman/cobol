        01 bulletin-rec pic X(132).

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 read-count pic 9(7) value 0.

    *> one row parsed out of zips-master.csv:
    *> zip-code,state-code,fips-code[,latitude,longitude]
    *> where a Canadian row carries the forward sortation area (the
    *> first three characters of the postal code, e.g. K1A) in place
    *> of the zip, its province code and the province's Statistics
    *> Canada code in place of the state and fips
    01 in-zip pic X(5).
    01 in-state-code pic X(2).
    01 in-fips pic X(2).
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './zips-master.audit.log'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    01 operator-id pic X(8) value spaces.

procedure division.

    main.
        end-if
        perform snapshot-prior-store
        open input csvfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output auditfile
        call "chain-start" using chain-log-path end-call
        open output zipfile

        perform write-audit-header
                csv-field(4) csv-field(5)
        end-unstring

        move upper-case(csv-field(1) (1:5)) to in-zip
        move csv-field(2) (1:2) to in-state-code
        move csv-field(3) (1:2) to in-fips
        *> centroids are optional -- the legacy three-column master
        move spaces to reject-reason

        if in-zip not numeric
            perform validate-fsa
        end-if

        if rec-ok and (in-state-code = spaces or in-state-code not alphabetic)
        end-if
    .

    *> letter-digit-letter; Canada Post never leads with D F I O Q
    *> U W or Z
    validate-fsa.
        if in-zip(1:1) is not alphabetic or in-zip(1:1) equal to space
            or in-zip(2:1) is not numeric
            or in-zip(3:1) is not alphabetic or in-zip(3:1) equal to space
            or in-zip(4:2) not equal to spaces
            or in-zip(1:1) equal to "D" or in-zip(1:1) equal to "F"
            or in-zip(1:1) equal to "I" or in-zip(1:1) equal to "O"
            or in-zip(1:1) equal to "Q" or in-zip(1:1) equal to "U"
            or in-zip(1:1) equal to "W" or in-zip(1:1) equal to "Z"
            set rec-ok to false
            move "bad zip code or postal area" to reject-reason
        end-if
    .

    check-duplicate-zip.
        set dup-found to false
        perform varying seen-idx from 1 by 1 until seen-idx > seen-count

    write-audit-header.
        move function current-date to current-timestamp
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call
        move spaces to audit-rec
        string "zip load started " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-ok.
        move spaces to audit-rec
        string "LOADED " in-zip " " in-state-code " " in-fips
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-reject.
        move spaces to audit-rec
        string "REJECTED " trim(csv-field(1)) " " trim(csv-field(2)) " " trim(csv-field(3))
            " - " reject-reason
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-trailer.
        string "zip load finished " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second
            into audit-rec
        perform write-sealed-audit

        move spaces to audit-rec
        string "read " read-count " loaded " insert-count
            " rejected " reject-count
            into audit-rec
        perform write-sealed-audit
    .

    *> every audit log line goes out sealed into the audit log's hash
    *> chain; the record is left as built for whatever reads it next
    write-sealed-audit.
        move audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write audit-rec from chain-sealed
        move chain-line to audit-rec
        exit paragraph
    .
