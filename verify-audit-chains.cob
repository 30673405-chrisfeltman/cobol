       >>source format is free
identification division.
    program-id. verify-audit-chains.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the chained log being walked
            select chainedfile
            assign using chain-log-path
            organization is line sequential.

            select reportfile
            assign to '../audit-chain-report.txt'
            organization is line sequential.

            *> one line, VERIFIED or FAILED, for the morning summary
            select verdictfile
            assign to '../audit-chain.verdict'
            organization is line sequential.

data division.
    file section.
        fd chainedfile.
        01 chained-rec pic X(400).

        fd reportfile.
        01 report-line pic X(200).

        fd verdictfile.
        01 verdict-rec pic X(160).

working-storage section.
    01 chain-log-path pic X(80) value spaces.
    01 chain-line pic X(400) value spaces.

    *> what chain-inspect makes of one line
    01 line-state pic X(8) value spaces.
        88 line-is-sealed value "SEALED".
    01 line-seq pic 9(9) value 0.
    01 line-hash pic 9(18) value 0.
    01 link-hash pic 9(18) value 0.

    *> and of the head kept beside the log
    01 head-state pic X(8) value spaces.
        88 head-is-present value "PRESENT".
    01 head-seq pic 9(9) value 0.
    01 head-hash pic 9(18) value 0.

    *> per-log walk
    01 line-number pic 9(9) value 0.
    01 prev-hash pic 9(18) value 0.
    01 last-seq pic 9(9) value 0.
    01 sealed-count pic 9(9) value 0.
    01 unsealed-count pic 9(9) value 0.
    01 break-count pic 9(7) value 0.
    01 missing-entries pic 9(9) value 0.
    01 first-break pic X(120) value spaces.
    01 chain-begun-flag pic 9(1) value 0.
        88 chain-begun value 1 false 0.

    *> the gaps in one log, as many as are worth listing
    01 gap-capacity pic 9(2) value 10.
    01 gap-count pic 9(7) value 0.
    01 gap-text pic X(120) occurs 10 times.
    01 gap-idx pic 9(2) value 0.

    01 log-count pic 9(3) value 0.
    01 absent-count pic 9(3) value 0.
    01 broken-log-count pic 9(3) value 0.
    01 total-sealed pic 9(9) value 0.
    01 first-broken-log pic X(80) value spaces.
    01 first-broken-issue pic X(120) value spaces.

    01 number-display pic z(8)9.
    01 number-display-2 pic z(8)9.
    01 number-display-3 pic z(8)9.
    01 count-display pic z(8)9.
    01 count-display-2 pic z(8)9.

    *> handed to the central alert module for each broken chain
    01 alert-severity pic X(8) value "CRITICAL".
    01 alert-source pic X(20) value "verify-audit-chains".
    01 alert-message pic X(120) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

procedure division.

    *>*************************************************************
    *> Walks every hash-chained log -- the names journal, the
    *> allowance, department and address audit logs, the operator,
    *> position, certification and incident audit logs, the operator
    *> activity log, the posting registers, the loader and ALTER step
    *> audit logs and the reseal log itself -- relinking each sealed
    *> line to the one before it. Reported
    *> per log: the first broken link (an edited line, an unsealed
    *> line after sealing began, a log that runs past or short of
    *> its chain head) and every gap in the sequence (deleted
    *> lines). Lines written before a log was first chained are
    *> counted, not failed. The detail goes to
    *> audit-chain-report.txt, which the month-end close packs; the
    *> one-line verdict goes to audit-chain.verdict for the morning
    *> summary; a broken chain is raised CRITICAL and ends the job
    *> with return-code 4.
    *>*************************************************************
    main.
        display "audit chain verification starting..."
        call "ops-alert" end-call  *> load the module so its entry points resolve
        call "audit-chain" end-call  *> load the module so its entry points resolve

        move current-date to current-timestamp
        open output reportfile
        move spaces to report-line
        string "audit log chain verification " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line

        move './names-vsam.journal.log' to chain-log-path
        perform verify-chained-log
        move '../allowance-audit.log' to chain-log-path
        perform verify-chained-log
        move './department-audit.log' to chain-log-path
        perform verify-chained-log
        move './address-audit.log' to chain-log-path
        perform verify-chained-log
        move './operator-audit.log' to chain-log-path
        perform verify-chained-log
        move './operator-activity.log' to chain-log-path
        perform verify-chained-log
        move './position-audit.log' to chain-log-path
        perform verify-chained-log
        move './cert-audit.log' to chain-log-path
        perform verify-chained-log
        move './incident-audit.log' to chain-log-path
        perform verify-chained-log

        move '../item-posting-register.txt' to chain-log-path
        perform verify-chained-log
        move '../component-register.txt' to chain-log-path
        perform verify-chained-log
        move '../ghost-disposition-register.txt' to chain-log-path
        perform verify-chained-log
        move '../hand-receipt-register.txt' to chain-log-path
        perform verify-chained-log
        move '../location-register.txt' to chain-log-path
        perform verify-chained-log
        move '../lot-register.txt' to chain-log-path
        perform verify-chained-log
        move '../requisition-status-register.txt' to chain-log-path
        perform verify-chained-log
        move '../budget-adjustments.txt' to chain-log-path
        perform verify-chained-log
        move '../service-posting-register.txt' to chain-log-path
        perform verify-chained-log
        move '../turn-in-register.txt' to chain-log-path
        perform verify-chained-log
        move '../work-order-register.txt' to chain-log-path
        perform verify-chained-log
        move '../warranty-register.txt' to chain-log-path
        perform verify-chained-log

        move './cities-master.audit.log' to chain-log-path
        perform verify-chained-log
        move './counties-master.audit.log' to chain-log-path
        perform verify-chained-log
        move './zips-master.audit.log' to chain-log-path
        perform verify-chained-log
        move './states-master.audit.log' to chain-log-path
        perform verify-chained-log
        move './area-codes-master.audit.log' to chain-log-path
        perform verify-chained-log
        move './nimbus-master.audit.log' to chain-log-path
        perform verify-chained-log
        move '../items-index.audit.log' to chain-log-path
        perform verify-chained-log
        move './alterx-steps.audit.log' to chain-log-path
        perform verify-chained-log

        move './audit-chain-reseals.log' to chain-log-path
        perform verify-chained-log

        move total-sealed to number-display
        move spaces to report-line
        string "logs " log-count " broken " broken-log-count
            " not present " absent-count
            " sealed entries " trim(number-display)
            into report-line
        write report-line
        close reportfile

        perform write-verdict

        display "audit chains: " log-count " log(s), " broken-log-count
            " broken, " absent-count " not present"
        if broken-log-count greater than 0
            move 4 to return-code
        end-if
        goback
    .

    verify-chained-log.
        add 1 to log-count
        call "CBL_CHECK_FILE_EXIST" using chain-log-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to absent-count
            move spaces to report-line
            string "  " trim(chain-log-path) ": not present" into report-line
            write report-line
            exit paragraph
        end-if

        move 0 to line-number
        move 0 to prev-hash
        move 0 to last-seq
        move 0 to sealed-count
        move 0 to unsealed-count
        move 0 to break-count
        move 0 to gap-count
        move spaces to first-break
        set chain-begun to false

        open input chainedfile
        perform until exit
            read chainedfile
                at end
                    exit perform
                not at end
                    add 1 to line-number
                    perform check-chained-line
            end-read
        end-perform
        close chainedfile

        perform check-chain-head
        perform report-chained-log
        exit paragraph
    .

    *> each sealed line must carry the next sequence number and a
    *> hash that relinks from the line before it
    check-chained-line.
        move chained-rec to chain-line
        call "chain-inspect" using chain-line, prev-hash, line-state,
            line-seq, line-hash, link-hash end-call

        if not line-is-sealed
            if not chain-begun
                add 1 to unsealed-count
            else
                move line-number to number-display
                move spaces to chain-line
                string "line " trim(number-display)
                    ": entry carries no chain seal"
                    into chain-line
                perform note-broken-link
            end-if
            exit paragraph
        end-if

        set chain-begun to true
        add 1 to sealed-count
        if line-seq not equal to last-seq + 1
            move line-number to number-display
            move line-seq to number-display-2
            move last-seq to number-display-3
            move spaces to chain-line
            if line-seq > last-seq
                compute missing-entries = line-seq - last-seq - 1
                move missing-entries to count-display
                string "line " trim(number-display) ": seq "
                    trim(number-display-2) " follows seq "
                    trim(number-display-3) " - " trim(count-display)
                    " entr(ies) missing"
                    into chain-line
            else
                string "line " trim(number-display) ": seq "
                    trim(number-display-2) " out of order after seq "
                    trim(number-display-3)
                    into chain-line
            end-if
            perform note-gap
        else
            if link-hash not equal to line-hash
                move line-number to number-display
                move line-seq to number-display-2
                move spaces to chain-line
                string "line " trim(number-display) ": seq "
                    trim(number-display-2)
                    " does not relink - the entry or the one before it was altered"
                    into chain-line
                perform note-broken-link
            end-if
        end-if
        move line-seq to last-seq
        move line-hash to prev-hash
        exit paragraph
    .

    *> the head beside the log records the last entry sealed: a log
    *> that stops short of it has lost its tail, one that runs past
    *> it was appended to outside the chain
    check-chain-head.
        call "chain-head" using chain-log-path, head-state, head-seq,
            head-hash end-call
        if not head-is-present
            if chain-begun
                move spaces to chain-line
                string "no chain head beside the log - its tail cannot be confirmed"
                    into chain-line
                perform note-broken-link
            end-if
            exit paragraph
        end-if

        move head-seq to number-display
        move last-seq to number-display-2
        move spaces to chain-line
        evaluate true
            when head-seq > last-seq
                compute missing-entries = head-seq - last-seq
                move missing-entries to count-display
                string "log ends at seq " trim(number-display-2)
                    ", chain head records seq " trim(number-display)
                    " - " trim(count-display) " entr(ies) missing from the tail"
                    into chain-line
                perform note-gap
            when head-seq < last-seq
                string "log runs to seq " trim(number-display-2)
                    ", past its chain head at seq " trim(number-display)
                    into chain-line
                perform note-broken-link
            when head-seq > 0 and head-hash not equal to prev-hash
                string "last entry, seq " trim(number-display)
                    ", does not match its chain head"
                    into chain-line
                perform note-broken-link
        end-evaluate
        exit paragraph
    .

    note-broken-link.
        add 1 to break-count
        if first-break equal to spaces
            move chain-line to first-break
        end-if
        exit paragraph
    .

    note-gap.
        add 1 to gap-count
        if gap-count <= gap-capacity
            move chain-line to gap-text(gap-count)
        end-if
        exit paragraph
    .

    report-chained-log.
        add sealed-count to total-sealed
        move sealed-count to number-display
        move unsealed-count to number-display-2
        move spaces to report-line
        if break-count equal to 0 and gap-count equal to 0
            string "  " trim(chain-log-path) ": intact - "
                trim(number-display) " sealed entr(ies), "
                trim(number-display-2) " from before the log was chained"
                into report-line
            write report-line
            exit paragraph
        end-if

        add 1 to broken-log-count
        move break-count to count-display
        move gap-count to count-display-2
        string "  " trim(chain-log-path) ": BROKEN - "
            trim(number-display) " sealed entr(ies), "
            trim(count-display) " broken link(s), "
            trim(count-display-2) " gap(s)"
            into report-line
        write report-line
        if first-break not equal to spaces
            move spaces to report-line
            string "      first broken link: " trim(first-break)
                into report-line
            write report-line
        end-if
        perform varying gap-idx from 1 by 1
                until gap-idx > gap-count or gap-idx > gap-capacity
            move spaces to report-line
            string "      gap: " trim(gap-text(gap-idx)) into report-line
            write report-line
        end-perform
        if gap-count > gap-capacity
            move spaces to report-line
            string "      ... further gaps counted, not listed" into report-line
            write report-line
        end-if

        move spaces to alert-message
        if first-break not equal to spaces
            string "audit chain broken: " trim(chain-log-path) " "
                trim(first-break)
                delimited by size into alert-message
        else
            string "audit chain gap: " trim(chain-log-path) " "
                trim(gap-text(1))
                delimited by size into alert-message
        end-if
        if first-broken-log equal to spaces
            move chain-log-path to first-broken-log
            move alert-message to first-broken-issue
        end-if
        call "alert-post" using alert-severity, alert-source, alert-message end-call
        exit paragraph
    .

    write-verdict.
        open output verdictfile
        move total-sealed to number-display
        move spaces to verdict-rec
        if broken-log-count equal to 0
            string "audit chains VERIFIED - " log-count " log(s), "
                trim(number-display) " sealed entr(ies), "
                absent-count " not present"
                into verdict-rec
        else
            string "audit chains FAILED - " broken-log-count " of "
                log-count " log(s) - " trim(first-broken-issue)
                into verdict-rec
        end-if
        write verdict-rec
        close verdictfile
        exit paragraph
    .
