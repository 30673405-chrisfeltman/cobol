        01 states-rec.
            05 state-code pic X(2).
            05 state-name pic X(20).
            *> FIPS for a state; the Statistics Canada province
            *> code for a Canadian province or territory
            05 fips-code  pic X(2).
            *> US, or CA for a Canadian province or territory
            05 country-code  pic X(2).

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 read-count pic 9(7) value 0.
    01 insert-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.

    *> one row parsed out of states-master.csv:
    *> state-code,state-name,fips-code[,country] -- a row without
    *> the country is a US state, as every row was before provinces
    01 in-code pic X(2).
    01 in-name pic X(20).
    01 in-fips pic X(2).
    01 in-country pic X(2).
    01 csv-field-idx pic 9(1).
    01 csv-field pic X(60) occurs 4 times.

    01 reject-reason pic X(40) value spaces.
    01 rec-ok-switch pic 9(1) value 0.
    01 dup-flag pic 9(1) value 0.
        88 dup-found value 1 false 0.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './states-master.audit.log'.
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
        open input csvfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output auditfile
        call "chain-start" using chain-log-path end-call
        open output states

        perform write-audit-header
    .

    process-csv-rec.
        move spaces to in-code in-name in-fips in-country
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        move 1 to csv-field-idx

        unstring csv-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring

        move csv-field(1) (1:2) to in-code
        move csv-field(2) (1:20) to in-name
        move csv-field(3) (1:2) to in-fips
        move upper-case(csv-field(4) (1:2)) to in-country
        if in-country equal to spaces
            move "US" to in-country
        end-if

        perform validate-csv-rec

            move in-code to state-code
            move in-name to state-name
            move in-fips to fips-code
            move in-country to country-code
            write states-rec
            add 1 to insert-count
            move in-code to seen-table(seen-idx)
            set rec-ok to false
            move "bad fips code" to reject-reason
        end-if

        if rec-ok and in-country not equal to "US" and in-country not equal to "CA"
            set rec-ok to false
            move "country must be US or CA" to reject-reason
        end-if
    .

    check-duplicate-code.

    write-audit-header.
        move function current-date to current-timestamp
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call
        move spaces to audit-rec
        string "states-master load started " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-ok.
        move spaces to audit-rec
        string "LOADED " in-code " " function trim(in-name) " " in-country
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-reject.
        move spaces to audit-rec
        string "REJECTED " trim(csv-field(1)) " - " reject-reason
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-trailer.
        string "states-master load finished " cur-year "-" cur-month "-"
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
    .
