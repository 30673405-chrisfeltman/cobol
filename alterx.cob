    file section.

        fd stepauditfile.
        01 step-audit-rec pic X(400).

    working-storage section.

        01 wiring-target-name pic X(30) value spaces.
        01 wiring-reason pic X(60) value spaces.

        *> the hash chain the step log is sealed into, and the line
        *> on its way through it
        01 chain-log-path pic X(80) value './alterx-steps.audit.log'.
        01 chain-line pic X(400) value spaces.
        01 chain-sealed pic X(400) value spaces.

        01 file-info.
            05 file-size-in-bytes pic 9(18) comp.
            05 mod-dd pic 9(2) comp.
procedure division.

    main.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './alterx-steps.audit.log', file-info end-call
        if return-code equal to 0
            open extend stepauditfile
            " at " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into step-audit-rec
        perform write-sealed-step

        exit paragraph
    .
            cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into step-audit-rec
        perform write-sealed-step

        exit paragraph
    .
        move spaces to step-audit-rec
        string "sequence complete after " step-count " step(s)"
            into step-audit-rec
        perform write-sealed-step

        exit paragraph
    .

    write-sealed-step.
        move step-audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write step-audit-rec from chain-sealed

        exit paragraph
    .
