        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    *> who is running this and whether they may, from operator-auth
    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

procedure division.

    *>*************************************************************
    *> ids must exist and differ, or the pair rejects.
    *>*************************************************************
    main.
        move "NAMES" to auth-role
        move "merge-names" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing applied ***"
            move 8 to return-code
            goback
        end-if

        display "approved-merge posting starting..."

        call "names-journal" end-call  *> load the module so its entry point resolves
    write-merge-log-line.
        move spaces to merge-log-rec
        string cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute ":" cur-second " " operator-id
            " MERGED " trim(duplicate-id) " into " trim(survivor-id)
            " (" trim(survivor-name) ")"
            into merge-log-rec
