            05 nimbus-desc pic X(30).

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 read-count pic 9(5) value 0.
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './nimbus-master.audit.log'.
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
            stop run
        end-if
        open input csvfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output auditfile
        call "chain-start" using chain-log-path end-call
        open output nimbusfile

        perform write-audit-header

    write-audit-header.
        move function current-date to current-timestamp
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call
        move spaces to audit-rec
        string "nimbus load started " cur-year "-" cur-month "-"
            cur-day " " cur-hour ":" cur-minute ":" cur-second " by " trim(operator-id)
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-ok.
        move spaces to audit-rec
        string "LOADED " in-code " " trim(in-desc)
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-detail-reject.
        move spaces to audit-rec
        string "REJECTED " trim(csv-field(1)) " " trim(csv-field(2))
            " - " reject-reason
            into audit-rec
        perform write-sealed-audit
    .

    write-audit-trailer.
        string "nimbus load finished " cur-year "-" cur-month "-"
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
