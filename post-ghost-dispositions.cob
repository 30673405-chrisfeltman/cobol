            05 ghost-resolved pic 9(8).

        fd registerfile.
        01 register-rec pic X(200).

working-storage section.
    01 trans-count pic 9(7) value 0.
    01 trans-date pic 9(8) value 0.
    01 reject-reason pic X(60) value spaces.

    01 feed-entity pic X(8) value "ITEM".
    01 feed-op pic X(10) value "GHOST-RES".
    01 feed-key pic X(40) value spaces.
    01 feed-detail pic X(120) value spaces.

    *> the hash chain the register is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value '../ghost-disposition-register.txt'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> honest record of what was actually decided.
    *>*************************************************************
    main.
        move "ITEMS" to auth-role
        move "post-ghost-dispositions" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "ghost disposition posting starting..."

        move current-date to current-timestamp

        open i-o ghostledger
        open input dispositionfile
        call "audit-chain" end-call  *> load the module so its entry points resolve
        open output registerfile
        call "chain-start" using chain-log-path end-call

        perform write-register-header

            " code " trans-code " on " trans-date
            " (detected " ghost-detected ")"
            into register-rec
        perform write-sealed-register

        move trans-serial to feed-key
        move register-rec(10:120) to feed-detail
        call "change-feed" using feed-entity, feed-op, feed-key, feed-detail end-call
        exit paragraph
    .

        move spaces to register-rec
        string "REJECTED " trim(disposition-rec) " - " trim(reject-reason)
            into register-rec
        perform write-sealed-register
        exit paragraph
    .

    write-register-header.
        move spaces to register-rec
        string "ghost disposition register " cur-year "-" cur-month "-" cur-day
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
