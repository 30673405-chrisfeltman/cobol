       >>source format is free
identification division.
    program-id. operator-auth.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the operators, one CSV row each, kept by maintain-operators:
            *>   operator-id,names-id,status A/I,login,pin-hash,roles
            *> roles are space-separated: NAMES ITEMS FINANCE PAYROLL
            *> RESTORE ADMIN; ADMIN may run anything. A zero pin-hash
            *> means the PIN is set at the next sign-on.
            select operatorfile
            assign to './operators.dat'
            organization is line sequential.

            select newoperatorfile
            assign to './operators.dat.tmp'
            organization is line sequential.

            *> one line per sign-on and sign-off, latest line for a
            *> token wins: token,operator-id,started,expires
            select sessionfile
            assign to './operator-sessions.dat'
            organization is line sequential.

            *> who ran what: one line per sign-on, sign-off and
            *> authorization asked for, granted or refused
            *>   stamp|operator|program|role|GRANTED/REFUSED|detail
            select activityfile
            assign to './operator-activity.log'
            organization is line sequential.

data division.
    file section.
        fd operatorfile.
        01 operator-rec pic X(132).

        fd newoperatorfile.
        01 new-operator-rec pic X(132).

        fd sessionfile.
        01 session-rec pic X(80).

        fd activityfile.
        01 activity-rec pic X(400).

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

        01 csv-field pic X(60) occurs 6 times.
        01 now-stamp pic X(14) value spaces.

        01 operator-file-flag pic 9(1) value 0.
            88 operator-file-exists value 1 false 0.
        01 operator-capacity pic 9(4) value 500.
        01 operator-count pic 9(4) value 0.
        01 operator-table occurs 500 times indexed by operator-idx.
            05 op-id pic X(8).
            05 op-names-id pic X(10).
            05 op-status pic X(1).
                88 op-active value "A".
            05 op-login pic X(20).
            05 op-pin-hash pic 9(12).
            05 op-roles pic X(60).
        01 found-operator-flag pic 9(1) value 0.
            88 found-operator value 1 false 0.
        01 find-operator pic X(8) value spaces.

        *> who this process is running as, worked out once and
        *> kept for every later call
        01 resolved-flag pic 9(1) value 0.
            88 identity-resolved value 1 false 0.
        01 resolved-operator pic X(8) value spaces.
        01 resolved-idx pic 9(4) value 0.
        01 resolved-how pic X(20) value spaces.
        01 session-token pic X(13) value spaces.
        01 os-login pic X(20) value spaces.

        01 session-found-flag pic 9(1) value 0.
            88 session-found value 1 false 0.
        01 session-operator pic X(8) value spaces.
        01 session-expires pic X(14) value spaces.
        01 session-hours pic 9(2) value 12.

        *> stamp arithmetic for the session expiry
        01 stamp-work.
            05 stamp-date pic 9(8).
            05 stamp-hh pic 9(2).
            05 stamp-mi pic 9(2).
            05 stamp-ss pic 9(2).
        01 stamp-text redefines stamp-work pic X(14).
        01 stamp-seconds pic 9(12) value 0.

        *> the same folding hash readfixed masks with, salted with
        *> the operator id so equal PINs don't look equal on file
        01 hash-input pic X(40) value spaces.
        01 hash-value pic 9(12) value 0.
        01 hash-idx pic 9(2) value 0.
        01 hash-len pic 9(2) value 0.
        01 random-seed pic 9(9) value 0.
        01 random-value pic 9(12) value 0.

        01 padded-roles pic X(64) value spaces.
        01 role-probe pic X(14) value spaces.
        01 probe-len pic 9(2) value 0.
        01 role-hits pic 9(2) value 0.

        01 activity-operator pic X(8) value spaces.
        01 activity-program pic X(30) value spaces.
        01 activity-role pic X(10) value spaces.
        01 activity-outcome pic X(8) value spaces.
        01 activity-detail pic X(60) value spaces.

        *> the hash chain the activity log is sealed into, and the
        *> line on its way to it
        01 chain-log-path pic X(80) value './operator-activity.log'.
        01 chain-line pic X(400) value spaces.
        01 chain-sealed pic X(400) value spaces.

    linkage section.
        01 auth-operator pic X(8).
        01 auth-pin pic X(12).
        01 auth-new-pin pic X(12).
        01 auth-role pic X(10).
        01 auth-program pic X(30).
        01 auth-result pic X(60).

procedure division.

    *>*************************************************************
    *> Operator sign-on and role checks, callable in the
    *> budget-check style by ops-console and by every maintenance
    *> and posting program before it applies anything.
    *>
    *>   operator-signon     operator id and PIN; starts a session
    *>                       and exports its token as OPS_SESSION, so
    *>                       programs the console launches run as the
    *>                       signed-on operator. A first sign-on with
    *>                       no PIN on file sets it.
    *>   operator-signoff    ends this process's session
    *>   operator-set-pin    old PIN, new PIN
    *>   operator-authorize  role and program name; rc 0 when the
    *>                       operator holds the role (or ADMIN), 4 with
    *>                       the reason when not. Granted or refused,
    *>                       it goes on the activity log.
    *>   operator-identify   who this process runs as, for stamping
    *>                       journal and audit lines
    *>
    *> The operator is the OPS_SESSION session when one is live,
    *> otherwise the operator registered for the login the job runs
    *> under -- so an unattended batch account needs no PIN, but
    *> does need its roles. Until operators.dat exists nothing is
    *> enforced, and runs are stamped with the login name.
    *>*************************************************************
    main.
        goback
    .

    entry "operator-signon" using auth-operator, auth-pin, auth-result.
        move spaces to auth-result
        move current-date(1:14) to now-stamp
        perform load-operators
        move "ops-console" to activity-program
        move "SIGNON" to activity-role
        move upper-case(auth-operator) to find-operator
        move find-operator to activity-operator
        if not operator-file-exists
            move "no operator file - sign-on not in force" to auth-result
            move 0 to return-code
            goback
        end-if
        perform find-operator-row
        if not found-operator or not op-active(operator-idx)
            move "unknown or inactive operator" to auth-result
            perform refuse-and-log
            goback
        end-if
        if trim(auth-pin) equal to spaces
            move "a PIN is required" to auth-result
            perform refuse-and-log
            goback
        end-if
        set resolved-idx to operator-idx
        move find-operator to hash-input
        move auth-pin to hash-input(9:12)
        perform hash-it
        if op-pin-hash(operator-idx) equal to 0
            if length(trim(auth-pin)) < 4
                move "first sign-on: choose a PIN of at least 4 characters" to auth-result
                perform refuse-and-log
                goback
            end-if
            move hash-value to op-pin-hash(operator-idx)
            perform write-operators
        else
            if hash-value not equal to op-pin-hash(operator-idx)
                move "PIN does not match" to auth-result
                perform refuse-and-log
                goback
            end-if
        end-if

        perform start-session
        move find-operator to resolved-operator
        move "session" to resolved-how
        set identity-resolved to true
        string "signed on, session " session-token delimited by size into auth-result
        move "GRANTED" to activity-outcome
        move auth-result to activity-detail
        perform write-activity
        move 0 to return-code
        goback
    .

    entry "operator-signoff".
        move current-date(1:14) to now-stamp
        accept session-token from environment "OPS_SESSION"
        if session-token not equal to spaces
            perform find-session
            if session-found
                perform open-session-file
                move spaces to session-rec
                string trim(session-token) "," trim(session-operator) ","
                    now-stamp "," now-stamp delimited by size into session-rec
                write session-rec
                close sessionfile
                move session-operator to activity-operator
                move "ops-console" to activity-program
                move "SIGNOFF" to activity-role
                move "GRANTED" to activity-outcome
                move "signed off" to activity-detail
                perform write-activity
            end-if
        end-if
        set identity-resolved to false
        move 0 to return-code
        goback
    .

    entry "operator-set-pin" using auth-pin, auth-new-pin, auth-result.
        move spaces to auth-result
        move current-date(1:14) to now-stamp
        perform resolve-identity
        if resolved-idx equal to 0
            move "no signed-on operator" to auth-result
            move 4 to return-code
            goback
        end-if
        perform load-operators
        move resolved-operator to find-operator
        perform find-operator-row
        move find-operator to hash-input
        move auth-pin to hash-input(9:12)
        perform hash-it
        if not found-operator or hash-value not equal to op-pin-hash(operator-idx)
            move "current PIN does not match" to auth-result
            move 4 to return-code
            goback
        end-if
        if length(trim(auth-new-pin)) < 4
            move "the new PIN must be at least 4 characters" to auth-result
            move 4 to return-code
            goback
        end-if
        move find-operator to hash-input
        move auth-new-pin to hash-input(9:12)
        perform hash-it
        move hash-value to op-pin-hash(operator-idx)
        perform write-operators
        move find-operator to activity-operator
        move "ops-console" to activity-program
        move "SETPIN" to activity-role
        move "GRANTED" to activity-outcome
        move "PIN changed" to activity-detail
        perform write-activity
        move "PIN changed" to auth-result
        move 0 to return-code
        goback
    .

    entry "operator-authorize" using auth-role, auth-program, auth-operator, auth-result.
        move spaces to auth-result
        move current-date(1:14) to now-stamp
        perform resolve-identity
        move resolved-operator to auth-operator
        move resolved-operator to activity-operator
        move auth-program to activity-program
        move upper-case(auth-role) to activity-role

        if not operator-file-exists
            move "no operator file - authorization not in force" to auth-result
            move "GRANTED" to activity-outcome
            move auth-result to activity-detail
            perform write-activity
            move 0 to return-code
            goback
        end-if
        if resolved-idx equal to 0
            string "REFUSED: no signed-on operator for login " trim(os-login)
                delimited by size into auth-result
            perform refuse-and-log
            goback
        end-if

        move spaces to padded-roles
        string " " op-roles(resolved-idx) delimited by size into padded-roles
        move 0 to role-hits
        move spaces to role-probe
        string " " trim(activity-role) " " delimited by size into role-probe
        compute probe-len = length(trim(activity-role)) + 2
        inspect padded-roles tallying role-hits for all role-probe(1:probe-len)
        if role-hits equal to 0
            move " ADMIN " to role-probe
            inspect padded-roles tallying role-hits for all role-probe(1:7)
        end-if
        if role-hits equal to 0
            string "REFUSED: operator " trim(resolved-operator) " does not hold the "
                trim(activity-role) " role" delimited by size into auth-result
            perform refuse-and-log
            goback
        end-if

        string "granted to " trim(resolved-operator) " (" trim(resolved-how) ")"
            delimited by size into auth-result
        move "GRANTED" to activity-outcome
        move auth-result to activity-detail
        perform write-activity
        move 0 to return-code
        goback
    .

    entry "operator-identify" using auth-operator.
        move current-date(1:14) to now-stamp
        perform resolve-identity
        move resolved-operator to auth-operator
        move 0 to return-code
        goback
    .

    refuse-and-log.
        move "REFUSED" to activity-outcome
        move auth-result to activity-detail
        perform write-activity
        move 4 to return-code
        exit paragraph
    .

    *> the live session first, then the login's registered
    *> operator; neither leaves the login name, so journal and
    *> audit lines still say who
    resolve-identity.
        if identity-resolved
            exit paragraph
        end-if
        perform load-operators
        move 0 to resolved-idx
        move spaces to resolved-how
        accept os-login from environment "USER"
        if os-login equal to spaces
            accept os-login from environment "LOGNAME"
        end-if
        move upper-case(os-login(1:8)) to resolved-operator
        if os-login equal to spaces
            move "UNKNOWN" to resolved-operator
        end-if

        accept session-token from environment "OPS_SESSION"
        if session-token not equal to spaces
            perform find-session
            if session-found and session-expires > now-stamp
                move session-operator to find-operator
                perform find-operator-row
                if found-operator and op-active(operator-idx)
                    move find-operator to resolved-operator
                    set resolved-idx to operator-idx
                    move "session" to resolved-how
                end-if
            end-if
        end-if

        if resolved-idx equal to 0 and os-login not equal to spaces
            perform varying operator-idx from 1 by 1 until operator-idx > operator-count
                if op-login(operator-idx) not equal to spaces
                    and upper-case(op-login(operator-idx)) equal to upper-case(os-login)
                    and op-active(operator-idx)
                    move op-id(operator-idx) to resolved-operator
                    set resolved-idx to operator-idx
                    move "login" to resolved-how
                    exit perform
                end-if
            end-perform
        end-if
        set identity-resolved to true
        move 0 to return-code
        exit paragraph
    .

    load-operators.
        move 0 to operator-count
        set operator-file-exists to false
        call "CBL_CHECK_FILE_EXIST" using './operators.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        set operator-file-exists to true
        open input operatorfile
        perform until exit
            read operatorfile
                at end
                    exit perform
                not at end
                    perform take-operator-row
            end-read
        end-perform
        close operatorfile
        exit paragraph
    .

    take-operator-row.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6)
        unstring operator-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        if operator-count >= operator-capacity
            display "*** WARNING: operator table at capacity ***"
            exit paragraph
        end-if
        add 1 to operator-count
        set operator-idx to operator-count
        move upper-case(csv-field(1)(1:8)) to op-id(operator-idx)
        move csv-field(2)(1:10) to op-names-id(operator-idx)
        move upper-case(csv-field(3)(1:1)) to op-status(operator-idx)
        move csv-field(4)(1:20) to op-login(operator-idx)
        move 0 to op-pin-hash(operator-idx)
        if trim(csv-field(5)) is numeric
            move numval(csv-field(5)) to op-pin-hash(operator-idx)
        end-if
        move upper-case(csv-field(6)) to op-roles(operator-idx)
        exit paragraph
    .

    find-operator-row.
        set found-operator to false
        perform varying operator-idx from 1 by 1 until operator-idx > operator-count
            if op-id(operator-idx) equal to find-operator
                set found-operator to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    *> scratch-and-swap, so a PIN change can't leave half a file
    write-operators.
        open output newoperatorfile
        perform varying operator-idx from 1 by 1 until operator-idx > operator-count
            move spaces to new-operator-rec
            string trim(op-id(operator-idx)) "," trim(op-names-id(operator-idx)) ","
                op-status(operator-idx) "," trim(op-login(operator-idx)) ","
                op-pin-hash(operator-idx) "," trim(op-roles(operator-idx))
                delimited by size into new-operator-rec
            write new-operator-rec
        end-perform
        close newoperatorfile
        call "CBL_DELETE_FILE" using './operators.dat' end-call
        call "CBL_RENAME_FILE" using './operators.dat.tmp', './operators.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    hash-it.
        move 0 to hash-value
        move length(trim(hash-input trailing)) to hash-len
        perform varying hash-idx from 1 by 1 until hash-idx > hash-len
            compute hash-value = mod(hash-value * 31 + ord(hash-input(hash-idx:1)),
                999999999999)
        end-perform
        exit paragraph
    .

    start-session.
        move current-date(9:8) to random-seed
        compute random-value = random(random-seed) * 999999999999
        move spaces to hash-input
        string current-date(1:16) find-operator random-value delimited by size into hash-input
        perform hash-it
        move spaces to session-token
        string "S" hash-value delimited by size into session-token

        move now-stamp to stamp-text
        compute stamp-seconds = integer-of-date(stamp-date) * 86400
            + stamp-hh * 3600 + stamp-mi * 60 + stamp-ss
            + session-hours * 3600
        compute stamp-date = date-of-integer(stamp-seconds / 86400)
        compute stamp-hh = mod(stamp-seconds, 86400) / 3600
        compute stamp-mi = mod(stamp-seconds, 3600) / 60
        compute stamp-ss = mod(stamp-seconds, 60)
        move stamp-text to session-expires

        perform open-session-file
        move spaces to session-rec
        string session-token "," trim(find-operator) "," now-stamp ","
            session-expires delimited by size into session-rec
        write session-rec
        close sessionfile
        set environment "OPS_SESSION" to session-token
        exit paragraph
    .

    open-session-file.
        call "CBL_CHECK_FILE_EXIST" using './operator-sessions.dat', file-info end-call
        if return-code equal to 0
            open extend sessionfile
        else
            open output sessionfile
        end-if
        move 0 to return-code
        exit paragraph
    .

    find-session.
        set session-found to false
        call "CBL_CHECK_FILE_EXIST" using './operator-sessions.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input sessionfile
        perform until exit
            read sessionfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                    unstring session-rec delimited by ","
                        into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                    end-unstring
                    if csv-field(1)(1:13) equal to session-token
                        set session-found to true
                        move csv-field(2)(1:8) to session-operator
                        move csv-field(4)(1:14) to session-expires
                    end-if
            end-read
        end-perform
        close sessionfile
        exit paragraph
    .

    write-activity.
        call "CBL_CHECK_FILE_EXIST" using './operator-activity.log', file-info end-call
        if return-code equal to 0
            open extend activityfile
        else
            open output activityfile
        end-if
        move spaces to activity-rec
        string now-stamp "|" trim(activity-operator) "|" trim(activity-program) "|"
            trim(activity-role) "|" trim(activity-outcome) "|" trim(activity-detail)
            delimited by size into activity-rec
        move activity-rec to chain-line
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write activity-rec from chain-sealed
        close activityfile
        move 0 to return-code
        exit paragraph
    .
