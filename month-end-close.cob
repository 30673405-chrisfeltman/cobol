    01 command pic X(120) value spaces.
    01 step-rc pic s9(9) value 0.
    01 verify-rc pic s9(9) value 0.
    01 chain-rc pic s9(9) value 0.
    01 chargeback-rc pic s9(9) value 0.
    01 failed-step-count pic 9(2) value 0.

    01 close-date pic 9(8) value 0.

    *> whoever runs the close, by names-id, first argument; they
    *> must hold a current MONTH-END certification
    01 closer-param pic X(20) value spaces.
    01 closer-id pic 9(10) value 0.
    01 cert-code pic X(12) value "MONTH-END".
    01 cert-result pic X(60) value spaces.
    01 close-dir pic X(40) value spaces.
    01 source-path pic X(80) value spaces.
    01 packet-path pic X(120) value spaces.
    *> The month-end close as one job: runs the tally, readiness
    *> report, tally delta, output verifier and serial-history
    *> update in order, refuses to close if the verifier reports a
    *> mismatch, charges the month's equipment back to the holding
    *> departments, then copies the period's artifacts into a dated
    *> close directory with a packet index carrying each one's
    *> record count and checksum -- the photocopier retires. The
    *> audit logs' hash chains are walked last; a broken chain does
    *> not hold the close, its findings go into the packet for the
    *> auditors.
    *> Nothing runs unless the person closing is certified for it.
    *>
    *>   month-end-close <closer-names-id>
    *>*************************************************************
    main.
        display "month-end close starting..."
        move current-date to current-timestamp
        move current-timestamp(1:8) to close-date

        accept closer-param from argument-value
        if trim(closer-param) is numeric and length(trim(closer-param)) <= 10
            move numval(closer-param) to closer-id
        end-if
        call "cert-register" end-call  *> load the module so its entry points resolve
        call "cert-check" using closer-id, cert-code, close-date, cert-result end-call
        if return-code not equal to 0
            display "*** month-end close REFUSED - closer " closer-id ": "
                trim(cert-result) " ***"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        move "item tally" to step-name
        move "./readitems-professional" to command
        perform run-close-step
        move "./update-serial-history" to command
        perform run-close-step

        *> a chargeback that can't be tied to the tally (1) or is
        *> out of balance with it (4) still goes into the packet --
        *> the statements say why, and the close is not held for it
        move "equipment chargeback" to step-name
        move "./chargeback-run" to command
        perform run-close-step
        divide step-rc by 256 giving chargeback-rc
        if chargeback-rc equal to 1 or chargeback-rc equal to 4
            subtract 1 from failed-step-count
            display "*** equipment chargeback does not tie to the tally - see the statements in the close packet ***"
        end-if

        move "audit chain verification" to step-name
        move "./verify-audit-chains" to command
        perform run-close-step
        *> SYSTEM hands back the wait status, the job's own
        *> return-code in its high byte; 4 is a chain found broken,
        *> reported rather than fatal
        divide step-rc by 256 giving chain-rc
        if chain-rc equal to 4
            subtract 1 from failed-step-count
            display "*** audit log chains broken - the findings go into the close packet ***"
        end-if

        if failed-step-count greater than 0
            perform refuse-close
        end-if
        perform copy-artifact
        move "serial-history-report.txt" to artifact-name
        perform copy-artifact
        move "audit-chain-report.txt" to artifact-name
        perform copy-artifact
        move "chargeback-statements.txt" to artifact-name
        perform copy-artifact

        move spaces to index-line
        string "artifacts " copied-artifact-count
