        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *>   restore-datafiles [backup-yyyymmddhhmmss]
    *>*************************************************************
    main.
        move "RESTORE" to auth-role
        move "restore-datafiles" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "datafiles restore by " trim(operator-id) " starting..."

        accept set-param from argument-value

