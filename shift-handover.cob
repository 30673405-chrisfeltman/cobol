       >>source format is free
identification division.
    program-id. shift-handover.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the handover items, one pipe-delimited line each, kept
            *> after closing so the history stays on file:
            *>   item-no|kind|ref|state|opened-shift|carried|opened-by|
            *>   opened-stamp|closed-by|closed-stamp|text
            *> kind NOTE, ALERT (ref an alerts.db id), STREAM (ref a
            *> run-ledger job) or GENERAL; state OPEN or CLOSED
            select itemfile
            assign to './shift-handover.dat'
            organization is line sequential.

            select newitemfile
            assign to './shift-handover.dat.tmp'
            organization is line sequential.

            *> one line per shift handed over:
            *>   shift-no|operator|handed-over-stamp|items-left-open
            select shiftlog
            assign to './shift-log.dat'
            organization is line sequential.

            select alertsfile
            assign to './datafiles/alerts.db'
            organization is indexed
            access mode is dynamic
            record key is alert-id
            file status is alerts-status.

            select ledgerfile
            assign to './datafiles/run-ledger.db'
            organization is indexed
            access mode is sequential
            record key is ledger-key
            file status is ledger-status.

            select holdsfile
            assign to './operator-holds.dat'
            organization is line sequential.

            *> the last briefing, as printed at sign-on
            select briefingfile
            assign to './shift-briefing.txt'
            organization is line sequential.

data division.
    file section.
        fd itemfile.
        01 item-rec pic X(250).

        fd newitemfile.
        01 new-item-rec pic X(250).

        fd shiftlog.
        01 shiftlog-rec pic X(80).

        fd alertsfile.
        01 alert-rec.
            05 alert-id pic 9(6).
            05 alert-first-stamp pic 9(14).
            05 alert-last-stamp pic 9(14).
            05 alert-severity pic X(8).
            05 alert-source pic X(20).
            05 alert-message pic X(120).
            05 alert-state pic X(4).
            05 alert-repeats pic 9(5).

        fd ledgerfile.
        01 ledger-rec.
            05 ledger-key.
                10 ledger-job pic X(20).
                10 ledger-start-stamp pic 9(14).
            05 ledger-end-stamp pic 9(14).
            05 ledger-rec-count pic 9(9).
            05 ledger-rc pic s9(4).
            05 ledger-run-status pic X(8).

        fd holdsfile.
        01 holds-rec pic X(160).

        fd briefingfile.
        01 briefing-line pic X(160).

working-storage section.
    01 user-input pic X(200) value spaces.
    01 cmd-action pic X(8) value spaces.
    01 cmd-kind pic X(8) value spaces.
    01 cmd-ref pic X(20) value spaces.
    01 cmd-text pic X(120) value spaces.
    01 text-pointer pic 9(3) value 1.
    01 operator-id pic X(8) value spaces.
    01 alerts-status pic X(2) value "00".
    01 ledger-status pic X(2) value "00".

    01 item-field pic X(120) occurs 11 times.
    01 item-capacity pic 9(4) value 3000.
    01 item-count pic 9(4) value 0.
    01 item-table occurs 3000 times indexed by item-idx.
        05 item-no pic 9(5).
        05 item-kind pic X(8).
        05 item-ref pic X(20).
        05 item-state pic X(6).
            88 item-open value "OPEN".
        05 item-opened-shift pic 9(5).
        05 item-carried pic 9(3).
        05 item-opened-by pic X(8).
        05 item-opened-stamp pic X(14).
        05 item-closed-by pic X(8).
        05 item-closed-stamp pic X(14).
        05 item-text pic X(120).
    01 next-item-no pic 9(5) value 1.
    01 close-item-no pic 9(5) value 0.
    *> an item still open after this many handovers is flagged
    01 carry-flag-shifts pic 9(3) value 3.

    01 shift-count pic 9(5) value 0.
    01 current-shift pic 9(5) value 0.
    01 last-shift-operator pic X(8) value spaces.
    01 last-shift-stamp pic X(14) value spaces.
    01 prior-shift-stamp pic X(14) value spaces.
    01 shift-field pic X(20) occurs 4 times.
    01 open-left pic 9(5) value 0.
    01 closed-notes pic 9(5) value 0.

    *> the window the briefing covers: from the start of the last
    *> shift -- the handover before it -- to now; twelve hours when
    *> there is no earlier handover on file
    01 now-stamp pic X(14) value spaces.
    01 window-from pic X(14) value spaces.
    01 stamp-work.
        05 stamp-date pic 9(8).
        05 stamp-hh pic 9(2).
        05 stamp-mi pic 9(2).
        05 stamp-ss pic 9(2).
    01 stamp-text redefines stamp-work pic X(14).
    01 stamp-seconds pic 9(12) value 0.
    01 stamp-day-secs pic 9(5) value 0.

    01 ran-count pic 9(5) value 0.
    01 failed-count pic 9(5) value 0.
    01 running-count pic 9(5) value 0.
    01 hold-count pic 9(5) value 0.
    01 flagged-count pic 9(5) value 0.
    01 rc-display pic -(3)9.
    01 hold-field pic X(60) occurs 5 times.
    01 ref-status pic X(40) value spaces.
    01 ref-alert-id pic 9(6) value 0.
    01 alerts-open-flag pic 9(1) value 0.
        88 alerts-open value 1 false 0.
    01 out-line pic X(160) value spaces.
    01 run-mark pic X(4) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

procedure division.

    *>*************************************************************
    *> The shift handover, out of the hallway and onto file. The
    *> outgoing operator leaves notes and open items -- tied to an
    *> alert or a run-ledger stream where there is one -- and ends
    *> the shift; the incoming one gets the briefing at sign-on:
    *> the open items, what ran and what failed over the last
    *> shift, and the holds in force. Anything carried across
    *> three handovers or more is flagged so it can't just drift.
    *>
    *>   shift-handover NOTE <text>
    *>   shift-handover OPEN ALERT <alert-id> <text>
    *>   shift-handover OPEN STREAM <job-name> <text>
    *>   shift-handover OPEN GENERAL <text>
    *>   shift-handover CLOSE <item-no> [<text>]
    *>   shift-handover END
    *>   shift-handover BRIEF
    *>*************************************************************
    main.
        accept user-input from argument-value
        move upper-case(user-input(1:8)) to cmd-action
        move current-date(1:14) to now-stamp

        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call

        perform load-items
        perform load-shift-log

        evaluate trim(cmd-action)
            when "NOTE"
                move "NOTE" to cmd-kind
                move spaces to cmd-ref
                perform gather-text
                perform add-item
            when "OPEN"
                move spaces to user-input
                accept user-input from argument-value
                move upper-case(user-input(1:8)) to cmd-kind
                move spaces to cmd-ref
                if cmd-kind equal to "ALERT" or cmd-kind equal to "STREAM"
                    move spaces to user-input
                    accept user-input from argument-value
                    move user-input(1:20) to cmd-ref
                end-if
                perform gather-text
                perform add-item
            when "CLOSE"
                move spaces to user-input
                accept user-input from argument-value
                move user-input(1:20) to cmd-ref
                perform gather-text
                perform close-item
            when "END"
                perform end-shift
            when "BRIEF"
                perform write-briefing
            when other
                display "usage: shift-handover NOTE|OPEN|CLOSE|END|BRIEF"
                    " [ALERT id|STREAM job|GENERAL] [text]" upon stdout
                move 1 to return-code
        end-evaluate
        goback
    .

    *> the rest of the command line is the text, word by word
    gather-text.
        move spaces to cmd-text
        move 1 to text-pointer
        perform until exit
            move spaces to user-input
            accept user-input from argument-value
            if user-input equal to spaces or text-pointer > 120
                exit perform
            end-if
            if text-pointer > 1
                string " " delimited by size into cmd-text
                    with pointer text-pointer
                end-string
            end-if
            string trim(user-input) delimited by size into cmd-text
                with pointer text-pointer
            end-string
        end-perform
        inspect cmd-text replacing all "|" by "/"
        exit paragraph
    .

    add-item.
        if cmd-kind not equal to "NOTE" and cmd-kind not equal to "ALERT"
            and cmd-kind not equal to "STREAM" and cmd-kind not equal to "GENERAL"
            display "open needs ALERT, STREAM or GENERAL" upon stdout
            move 1 to return-code
            exit paragraph
        end-if
        if cmd-kind not equal to "NOTE" and cmd-kind not equal to "GENERAL"
            and cmd-ref equal to spaces
            display "an " trim(cmd-kind) " item needs its " trim(cmd-kind) " reference"
                upon stdout
            move 1 to return-code
            exit paragraph
        end-if
        if cmd-text equal to spaces
            display "a handover entry needs some text" upon stdout
            move 1 to return-code
            exit paragraph
        end-if
        if cmd-kind equal to "ALERT"
            if trim(cmd-ref) is not numeric
                display "alert id must be numeric" upon stdout
                move 1 to return-code
                exit paragraph
            end-if
            move numval(cmd-ref) to ref-alert-id
            perform describe-alert
            if ref-status(1:9) equal to "NOT FOUND"
                display "alert " ref-alert-id " is not in the alerts store" upon stdout
                move 1 to return-code
                exit paragraph
            end-if
            move ref-alert-id to cmd-ref
        end-if
        if item-count >= item-capacity
            display "*** WARNING: handover table at capacity ***" upon stdout
            move 1 to return-code
            exit paragraph
        end-if

        add 1 to item-count
        set item-idx to item-count
        move next-item-no to item-no(item-idx)
        move cmd-kind to item-kind(item-idx)
        move cmd-ref to item-ref(item-idx)
        move "OPEN" to item-state(item-idx)
        move current-shift to item-opened-shift(item-idx)
        move 0 to item-carried(item-idx)
        move operator-id to item-opened-by(item-idx)
        move now-stamp to item-opened-stamp(item-idx)
        move spaces to item-closed-by(item-idx) item-closed-stamp(item-idx)
        move cmd-text to item-text(item-idx)
        perform write-items
        display "handover " trim(cmd-kind) " #" next-item-no " recorded for shift "
            current-shift upon stdout
        exit paragraph
    .

    close-item.
        if trim(cmd-ref) is not numeric
            display "close needs the item number" upon stdout
            move 1 to return-code
            exit paragraph
        end-if
        move numval(cmd-ref) to close-item-no
        perform varying item-idx from 1 by 1 until item-idx > item-count
            if item-no(item-idx) equal to close-item-no
                exit perform
            end-if
        end-perform
        if item-idx > item-count
            display "no handover item #" close-item-no upon stdout
            move 1 to return-code
            exit paragraph
        end-if
        if not item-open(item-idx)
            display "handover item #" close-item-no " is already closed" upon stdout
            move 1 to return-code
            exit paragraph
        end-if
        move "CLOSED" to item-state(item-idx)
        move operator-id to item-closed-by(item-idx)
        move now-stamp to item-closed-stamp(item-idx)
        if cmd-text not equal to spaces
            move spaces to out-line
            string trim(item-text(item-idx)) " -- closed: " trim(cmd-text)
                delimited by size into out-line
            move out-line to item-text(item-idx)
        end-if
        perform write-items
        display "handover item #" close-item-no " closed by " trim(operator-id)
            upon stdout
        exit paragraph
    .

    *> the handover itself: this shift's notes are done with, every
    *> item still open is carried one more shift
    end-shift.
        move 0 to open-left
        perform varying item-idx from 1 by 1 until item-idx > item-count
            if item-open(item-idx)
                if item-kind(item-idx) equal to "NOTE"
                    move "CLOSED" to item-state(item-idx)
                    move operator-id to item-closed-by(item-idx)
                    move now-stamp to item-closed-stamp(item-idx)
                    add 1 to closed-notes
                else
                    add 1 to item-carried(item-idx)
                    add 1 to open-left
                end-if
            end-if
        end-perform
        perform write-items

        call "CBL_CHECK_FILE_EXIST" using './shift-log.dat', file-info end-call
        if return-code equal to 0
            open extend shiftlog
        else
            open output shiftlog
        end-if
        move 0 to return-code
        move spaces to shiftlog-rec
        string current-shift "|" trim(operator-id) "|" now-stamp "|" open-left
            delimited by size into shiftlog-rec
        write shiftlog-rec
        close shiftlog

        display "shift " current-shift " handed over by " trim(operator-id) ": "
            closed-notes " note(s), " open-left " item(s) left open" upon stdout
        exit paragraph
    .

    write-briefing.
        perform set-window
        open output briefingfile

        move spaces to out-line
        string "SHIFT BRIEFING " now-stamp(1:4) "-" now-stamp(5:2) "-" now-stamp(7:2)
            " " now-stamp(9:2) ":" now-stamp(11:2) " for " trim(operator-id)
            delimited by size into out-line
        perform put-line
        move spaces to out-line
        if shift-count equal to 0
            move "no shift handed over yet" to out-line
        else
            string "last shift " shift-count " handed over by " trim(last-shift-operator)
                " at " last-shift-stamp(1:4) "-" last-shift-stamp(5:2) "-"
                last-shift-stamp(7:2) " " last-shift-stamp(9:2) ":" last-shift-stamp(11:2)
                delimited by size into out-line
        end-if
        perform put-line

        call "CBL_CHECK_FILE_EXIST" using './datafiles/alerts.db', file-info end-call
        if return-code equal to 0
            open input alertsfile
            if alerts-status equal to "00"
                set alerts-open to true
            end-if
        end-if
        move 0 to return-code

        move spaces to out-line
        perform put-line
        move "NOTES FROM THE LAST SHIFT" to out-line
        perform put-line
        move 0 to hold-count
        perform varying item-idx from 1 by 1 until item-idx > item-count
            if item-kind(item-idx) equal to "NOTE"
                and item-opened-shift(item-idx) equal to shift-count
                and shift-count > 0
                add 1 to hold-count
                move spaces to out-line
                string "  " trim(item-opened-by(item-idx)) ": " trim(item-text(item-idx))
                    delimited by size into out-line
                perform put-line
            end-if
        end-perform
        if hold-count equal to 0
            move "  none" to out-line
            perform put-line
        end-if

        move spaces to out-line
        perform put-line
        move "OPEN HANDOVER ITEMS" to out-line
        perform put-line
        move 0 to hold-count
        perform varying item-idx from 1 by 1 until item-idx > item-count
            if item-open(item-idx) and item-kind(item-idx) not equal to "NOTE"
                add 1 to hold-count
                perform write-open-item
            end-if
        end-perform
        if hold-count equal to 0
            move "  none" to out-line
            perform put-line
        end-if
        if alerts-open
            close alertsfile
        end-if

        perform brief-runs
        perform brief-holds

        close briefingfile
        move 0 to return-code
        if flagged-count > 0 or failed-count > 0
            move 1 to return-code
        end-if
        exit paragraph
    .

    write-open-item.
        move spaces to ref-status
        evaluate item-kind(item-idx)
            when "ALERT"
                move numval(item-ref(item-idx)) to ref-alert-id
                perform describe-alert
            when "STREAM"
                perform describe-stream
        end-evaluate
        move spaces to out-line
        string "  #" item-no(item-idx) " " item-kind(item-idx) " " item-ref(item-idx)
            " " trim(ref-status) delimited by size into out-line
        perform put-line
        move spaces to out-line
        string "         " trim(item-text(item-idx)) " -- " trim(item-opened-by(item-idx))
            " " item-opened-stamp(item-idx)(1:8) ", carried " item-carried(item-idx)
            " shift(s)" delimited by size into out-line
        perform put-line
        if item-carried(item-idx) >= carry-flag-shifts
            add 1 to flagged-count
            move spaces to out-line
            string "         *** CARRIED " item-carried(item-idx)
                " SHIFTS - resolve or escalate ***" delimited by size into out-line
            perform put-line
        end-if
        exit paragraph
    .

    describe-alert.
        if not alerts-open
            call "CBL_CHECK_FILE_EXIST" using './datafiles/alerts.db', file-info end-call
            if return-code not equal to 0
                move 0 to return-code
                move "NOT FOUND - no alerts store" to ref-status
                exit paragraph
            end-if
            open input alertsfile
            move ref-alert-id to alert-id
            perform read-alert
            close alertsfile
        else
            move ref-alert-id to alert-id
            perform read-alert
        end-if
        exit paragraph
    .

    read-alert.
        read alertsfile
            invalid key
                move "NOT FOUND in alerts store" to ref-status
            not invalid key
                move spaces to ref-status
                string "(alert " trim(alert-state) ", " trim(alert-severity) " "
                    trim(alert-source) ")" delimited by size into ref-status
        end-read
        exit paragraph
    .

    *> the stream's latest run on the ledger
    describe-stream.
        move "(no run on the ledger)" to ref-status
        call "CBL_CHECK_FILE_EXIST" using './datafiles/run-ledger.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input ledgerfile
        perform until exit
            read ledgerfile
                at end
                    exit perform
                not at end
                    if ledger-job equal to item-ref(item-idx)
                        move ledger-rc to rc-display
                        move spaces to ref-status
                        string "(last run " ledger-start-stamp(1:8) " "
                            trim(ledger-run-status) " rc " trim(rc-display) ")"
                            delimited by size into ref-status
                    end-if
            end-read
        end-perform
        close ledgerfile
        exit paragraph
    .

    *> every run started since the window opened; the failures are
    *> what the incoming shift has to pick up
    brief-runs.
        move spaces to out-line
        perform put-line
        move spaces to out-line
        string "RUNS SINCE " window-from(1:4) "-" window-from(5:2) "-" window-from(7:2)
            " " window-from(9:2) ":" window-from(11:2) delimited by size into out-line
        perform put-line

        call "CBL_CHECK_FILE_EXIST" using './datafiles/run-ledger.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "  no run ledger on disk" to out-line
            perform put-line
            exit paragraph
        end-if
        open input ledgerfile
        perform until exit
            read ledgerfile
                at end
                    exit perform
                not at end
                    if ledger-start-stamp >= window-from
                        perform write-run-line
                    end-if
            end-read
        end-perform
        close ledgerfile

        move spaces to out-line
        string "  " ran-count " ran, " failed-count " failed, " running-count
            " still running" delimited by size into out-line
        perform put-line
        exit paragraph
    .

    write-run-line.
        add 1 to ran-count
        move spaces to run-mark
        evaluate true
            when ledger-run-status equal to "RUNNING"
                add 1 to running-count
            when ledger-run-status not equal to "ENDED"
            when ledger-rc not equal to 0
                add 1 to failed-count
                move "***" to run-mark
        end-evaluate
        move ledger-rc to rc-display
        move spaces to out-line
        string "  " run-mark " " ledger-job " " ledger-start-stamp(9:2) ":"
            ledger-start-stamp(11:2) " " ledger-run-status " rc " rc-display
            " records " ledger-rec-count delimited by size into out-line
        perform put-line
        exit paragraph
    .

    brief-holds.
        move spaces to out-line
        perform put-line
        move "HOLDS IN FORCE" to out-line
        perform put-line
        move 0 to hold-count
        call "CBL_CHECK_FILE_EXIST" using './operator-holds.dat', file-info end-call
        if return-code equal to 0
            open input holdsfile
            perform until exit
                read holdsfile
                    at end
                        exit perform
                    not at end
                        perform write-hold-line
                end-read
            end-perform
            close holdsfile
        end-if
        move 0 to return-code
        if hold-count equal to 0
            move "  none" to out-line
            perform put-line
        end-if
        exit paragraph
    .

    write-hold-line.
        move spaces to hold-field(1) hold-field(2) hold-field(3)
            hold-field(4) hold-field(5)
        unstring holds-rec delimited by "|"
            into hold-field(1) hold-field(2) hold-field(3)
                hold-field(4) hold-field(5)
        end-unstring
        if trim(hold-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to hold-count
        move spaces to run-mark
        if hold-field(5)(1:8) >= window-from(1:8)
            move "NEW" to run-mark
        end-if
        move spaces to out-line
        string "  " run-mark " " trim(hold-field(1)) " " trim(hold-field(2))
            " held by " trim(hold-field(3)) " since " trim(hold-field(5))
            " - " trim(hold-field(4)) delimited by size into out-line
        perform put-line
        exit paragraph
    .

    put-line.
        display trim(out-line trailing) upon stdout
        move out-line to briefing-line
        write briefing-line
        exit paragraph
    .

    set-window.
        if prior-shift-stamp not equal to spaces
            move prior-shift-stamp to window-from
            exit paragraph
        end-if
        move now-stamp to stamp-text
        compute stamp-seconds = integer-of-date(stamp-date) * 86400
            + stamp-hh * 3600 + stamp-mi * 60 + stamp-ss - 12 * 3600
        compute stamp-date = date-of-integer(stamp-seconds / 86400)
        compute stamp-day-secs = mod(stamp-seconds, 86400)
        compute stamp-hh = stamp-day-secs / 3600
        compute stamp-mi = mod(stamp-day-secs, 3600) / 60
        compute stamp-ss = mod(stamp-day-secs, 60)
        move stamp-text to window-from
        exit paragraph
    .

    load-items.
        call "CBL_CHECK_FILE_EXIST" using './shift-handover.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input itemfile
        perform until exit
            read itemfile
                at end
                    exit perform
                not at end
                    perform take-item-rec
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    take-item-rec.
        move spaces to item-field(1) item-field(2) item-field(3) item-field(4)
            item-field(5) item-field(6) item-field(7) item-field(8)
            item-field(9) item-field(10) item-field(11)
        unstring item-rec delimited by "|"
            into item-field(1) item-field(2) item-field(3) item-field(4)
                item-field(5) item-field(6) item-field(7) item-field(8)
                item-field(9) item-field(10) item-field(11)
        end-unstring
        if trim(item-field(1)) is not numeric
            exit paragraph
        end-if
        if item-count >= item-capacity
            display "*** WARNING: handover table at capacity ***" upon stdout
            exit paragraph
        end-if
        add 1 to item-count
        set item-idx to item-count
        move numval(item-field(1)) to item-no(item-idx)
        move item-field(2) to item-kind(item-idx)
        move item-field(3) to item-ref(item-idx)
        move item-field(4) to item-state(item-idx)
        move numval(item-field(5)) to item-opened-shift(item-idx)
        move numval(item-field(6)) to item-carried(item-idx)
        move item-field(7) to item-opened-by(item-idx)
        move item-field(8) to item-opened-stamp(item-idx)
        move item-field(9) to item-closed-by(item-idx)
        move item-field(10) to item-closed-stamp(item-idx)
        move item-field(11) to item-text(item-idx)
        if item-no(item-idx) >= next-item-no
            compute next-item-no = item-no(item-idx) + 1
        end-if
        exit paragraph
    .

    load-shift-log.
        call "CBL_CHECK_FILE_EXIST" using './shift-log.dat', file-info end-call
        if return-code equal to 0
            open input shiftlog
            perform until exit
                read shiftlog
                    at end
                        exit perform
                    not at end
                        move spaces to shift-field(1) shift-field(2) shift-field(3)
                            shift-field(4)
                        unstring shiftlog-rec delimited by "|"
                            into shift-field(1) shift-field(2) shift-field(3)
                                shift-field(4)
                        end-unstring
                        if trim(shift-field(1)) is numeric
                            add 1 to shift-count
                            move last-shift-stamp to prior-shift-stamp
                            move shift-field(2) to last-shift-operator
                            move shift-field(3) to last-shift-stamp
                        end-if
                end-read
            end-perform
            close shiftlog
        end-if
        move 0 to return-code
        compute current-shift = shift-count + 1
        exit paragraph
    .

    write-items.
        open output newitemfile
        perform varying item-idx from 1 by 1 until item-idx > item-count
            move spaces to new-item-rec
            string item-no(item-idx) "|" trim(item-kind(item-idx)) "|"
                trim(item-ref(item-idx)) "|" trim(item-state(item-idx)) "|"
                item-opened-shift(item-idx) "|" item-carried(item-idx) "|"
                trim(item-opened-by(item-idx)) "|" item-opened-stamp(item-idx) "|"
                trim(item-closed-by(item-idx)) "|" trim(item-closed-stamp(item-idx)) "|"
                trim(item-text(item-idx)) delimited by size into new-item-rec
            write new-item-rec
        end-perform
        close newitemfile
        call "CBL_DELETE_FILE" using './shift-handover.dat' end-call
        call "CBL_RENAME_FILE" using './shift-handover.dat.tmp',
            './shift-handover.dat' end-call
        move 0 to return-code
        exit paragraph
    .
