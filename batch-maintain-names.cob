            05 mod-ss pic 9(2) comp.
            05 filler pic 9(2) comp.

        *> who is running this and whether they may, from operator-auth
        01 auth-role pic X(10) value spaces.
        01 auth-program pic X(30) value spaces.
        01 operator-id pic X(8) value spaces.
        01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> missing one) reject with a reason and the run keeps going.
    *>*************************************************************
    main.
        move "NAMES" to auth-role
        move "batch-maintain-names" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        call "names-journal" end-call  *> load the module so its entry point resolves
        perform load-department-reference
        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
