
environment division.
 configuration section.
        special-names.
            *> what an nsn or serial may hold before it goes on a
            *> command line
            class item-key-char is "0" thru "9" "A" thru "Z" "a" thru "z" "-" " ".
        repository.
            function all intrinsic.
    input-output section.
            05 state-code pic X(2).
            05 state-name pic X(20).
            05 state-fips-code pic X(2).
            05 state-country-code pic X(2).

        fd counties.
        01 county-rec.
    01 tail-idx pic 9(2) value 0.
    01 tail-total pic 9(7) value 0.

    *> the serial dossier runs as its own program, the same one
    *> used from the command line
    01 dossier-nsn pic X(13) value spaces.
    01 dossier-serial pic X(18) value spaces.
    01 command pic X(120) value spaces.

    01 open-alert-count pic 9(4) value 0.

    *> the console signs its operator on through operator-auth; the
    *> session it starts is what the names options are checked
    *> against, and what the journal records as the operator
    01 operator-id pic X(8) value spaces.
    01 operator-pin pic X(12) value spaces.
    01 operator-new-pin pic X(12) value spaces.
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 auth-result pic X(60) value spaces.
    01 signon-tries pic 9(1) value 0.
    01 signed-on-flag pic 9(1) value 0.
        88 signed-on value 1 false 0.
    01 role-granted-flag pic 9(1) value 0.
        88 role-granted value 1 false 0.
    01 ack-id-param pic 9(6) value 0.

    01 file-info.
        display "operations console starting..."
        call "names-journal" end-call  *> load the module so its entry point resolves
        call "ops-alert" end-call  *> and the alert module for acknowledgments
        call "operator-auth" end-call  *> and the operator module for sign-on
        move current-date(1:8) to asof-today

        perform console-sign-on
        if not signed-on
            display "*** sign-on refused - console closed ***"
            move 8 to return-code
            goback
        end-if
        perform console-shift-briefing

        open input zipfile
        open input states
        open input counties
            display "7. tail of the miss log"
            display "8. open alerts"
            display "9. acknowledge an alert"
            display "10. serial dossier"
            display "11. item transaction entry"
            display "12. change PIN"
            display "13. shift briefing"
            display "x. exit"
            display "choice: " with no advancing
            accept menu-choice
                    perform console-list-alerts
                when "9"
                    perform console-ack-alert
                when "10"
                    perform console-serial-dossier
                when "11"
                    perform console-item-entry
                when "12"
                    perform console-change-pin
                when "13"
                    perform console-shift-briefing
                when "x"
                when "X"
                    exit perform
        close states
        close counties
        close names-vsam
        call "operator-signoff" end-call
        display "console closed"
        goback
    .
                display "state not found"
            not invalid key
                display trim(state-name) " fips " state-fips-code
                    " country " state-country-code
        end-read
        exit paragraph
    .
    .

    console-names-maintain.
        move "ops-console names add/update" to auth-program
        perform console-check-names-role
        if not role-granted
            exit paragraph
        end-if
        display "record id: " with no advancing
        accept user-input
        if trim(user-input) is not numeric
    .

    console-names-delete.
        move "ops-console names delete" to auth-program
        perform console-check-names-role
        if not role-granted
            exit paragraph
        end-if
        display "record id to delete: " with no advancing
        accept user-input
        if trim(user-input) is not numeric
        exit paragraph
    .

    console-serial-dossier.
        display "nsn: " with no advancing
        accept user-input
        move user-input(1:13) to dossier-nsn
        display "serial: " with no advancing
        accept user-input
        move user-input(1:18) to dossier-serial
        if trim(dossier-nsn) equal to spaces or trim(dossier-serial) equal to spaces
            display "both nsn and serial are needed"
            exit paragraph
        end-if
        if dossier-nsn is not item-key-char or dossier-serial is not item-key-char
            display "nsn and serial are letters, digits and dashes only"
            exit paragraph
        end-if
        move spaces to command
        string "./serial-dossier " trim(dossier-nsn) " " trim(dossier-serial)
            delimited by size into command
        call "SYSTEM" using command end-call
        move 0 to return-code
        exit paragraph
    .

    *> gain, loss and transfer keying with its own field checks,
    *> run as its own program like the dossier
    console-item-entry.
        move "./item-trans-entry" to command
        call "SYSTEM" using command end-call
        move 0 to return-code
        exit paragraph
    .

    *> sliding ten-line window over the miss log -- the cheap way
    *> to see what's been missing lately without paging the file
    console-miss-tail.
        end-perform
        exit paragraph
    .

    *> three tries at operator id and PIN; until there is an
    *> operator file the console runs as before
    console-sign-on.
        call "CBL_CHECK_FILE_EXIST" using './operators.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no operator file - sign-on not in force"
            set signed-on to true
            exit paragraph
        end-if

        perform varying signon-tries from 1 by 1 until signon-tries > 3
            display "operator id: " with no advancing
            accept operator-id
            display "PIN: " with no advancing
            accept operator-pin
            call "operator-signon" using operator-id, operator-pin, auth-result end-call
            if return-code equal to 0
                set signed-on to true
                display trim(auth-result)
                exit perform
            end-if
            display "sign-on refused: " trim(auth-result)
        end-perform
        move spaces to operator-pin
        move 0 to return-code
        exit paragraph
    .

    console-check-names-role.
        set role-granted to false
        move "NAMES" to auth-role
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code equal to 0
            set role-granted to true
        else
            display trim(auth-result)
        end-if
        move 0 to return-code
        exit paragraph
    .

    console-change-pin.
        display "current PIN: " with no advancing
        accept operator-pin
        display "new PIN: " with no advancing
        accept operator-new-pin
        call "operator-set-pin" using operator-pin, operator-new-pin, auth-result end-call
        display trim(auth-result)
        move spaces to operator-pin operator-new-pin
        move 0 to return-code
        exit paragraph
    .

    *> what the last shift left: open handover items, the runs and
    *> failures since, and the holds in force
    console-shift-briefing.
        move "./shift-handover BRIEF" to command
        call "SYSTEM" using command end-call
        move 0 to return-code
        exit paragraph
    .
