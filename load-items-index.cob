            05 idx-rate pic 9(10)v99.

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 read-count pic 9(7) value 0.
    01 reject-count pic 9(7) value 0.
    01 skipped-count pic 9(7) value 0.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value '../items-index.audit.log'.
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
        open input itemfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output auditfile
        call "chain-start" using chain-log-path end-call
        open output itemindex

        perform write-audit-header
        string "REJECTED " nsn in item-rec " " serial in item-rec
            " - duplicate nsn/serial key"
            into audit-rec
        perform write-sealed-audit
        exit paragraph
    .

    write-audit-header.
        move current-date to current-timestamp
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call
        move spaces to audit-rec
        string "item index load started " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into audit-rec
        perform write-sealed-audit
        exit paragraph
    .

        string "item index load finished " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second
            into audit-rec
        perform write-sealed-audit

        move spaces to audit-rec
        string "read " read-count " loaded " insert-count
            " rejected " reject-count
            " skipped " skipped-count " bulk/adjustment"
            into audit-rec
        perform write-sealed-audit
        exit paragraph
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
