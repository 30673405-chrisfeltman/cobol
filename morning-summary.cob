data division.
    file section.
        fd evidencefile.
        01 evidence-rec pic X(400).

        fd reportfile.
        01 report-line pic X(160).
    01 finding-count pic 9(7) value 0.
    01 worst-finding pic X(120) value spaces.

    *> audit log lines are quoted without their hash-chain seals
    01 chain-line pic X(400) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
    *>*************************************************************
    main.
        display "morning operations summary starting..."
        call "audit-chain" end-call  *> load the module so its entry points resolve

        move '../rejects.dat' to evidence-path
        perform summarize-reject-source
        move './cities-master.audit.log' to evidence-path
        perform summarize-audit-source

        move './area-codes-master.audit.log' to evidence-path
        perform summarize-audit-source

        move './names-lookup.misses.log' to evidence-path
        perform summarize-miss-source

        move './ops-alerts.log' to evidence-path
        perform summarize-reject-source

        move '../book-integrity.verdict' to evidence-path
        perform summarize-recon-source

        move '../audit-chain.verdict' to evidence-path
        perform summarize-recon-source

        perform write-summary-report

        display "morning summary done: " source-count " source(s), "
                    if evidence-rec(1:8) equal to "REJECTED"
                        add 1 to finding-count
                        if worst-finding equal to spaces
                            move evidence-rec to chain-line
                            call "chain-unseal" using chain-line end-call
                            move chain-line(1:120) to worst-finding
                        end-if
                    end-if
            end-read
