       >>source format is free
identification division.
    program-id. area-code-lookup.

environment division.
    input-output section.
        file-control.
            select areacodefile
            assign to './datafiles/area-code-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is area-code
            alternate record key is area-state-code
                with duplicates.

data division.
    file section.

        fd areacodefile.
        01 area-code-rec.
            05 area-code pic X(3).
            05 area-state-code pic X(2).
            *> overlay / split history, free text, e.g.
            *> "overlay of 703" or "split from 212 in 1992"
            05 area-notes pic X(40).

    working-storage section.
        01 user-input pic X(4096).

procedure division.

    main.
        open input areacodefile
        accept user-input from argument-value
        move user-input (1:3) to area-code

        read areacodefile
            invalid key
                move 1 to return-code
            not invalid key
                display function trim(area-state-code) space function trim(area-notes) upon stdout
        end-read

        close areacodefile
        goback
    .
