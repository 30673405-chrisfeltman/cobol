       >>source format is free
identification division.
    program-id. maintain-incidents.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one transaction per line:
            *>   O|incident-id|owner|category|title     (opened)
            *>   A|incident-id|alert-id                 (alert linked)
            *>   J|incident-id|job-name|start-stamp     (ledger run linked)
            *>   W|incident-id|owner                    (owner changed)
            *>   C|incident-id|category                 (root cause set)
            *>   K|incident-id|ack-stamp                (acknowledged at)
            *>   R|incident-id|resolution[|restored-stamp]  (restored)
            *> stamps are yyyymmddhhmmss; a missing restored stamp is
            *> the time of the run
            select transfile
            assign to './incident-trans.dat'
            organization is line sequential.

            *> the register, one pipe-delimited line per incident:
            *>   id|state|owner|category|opened|start|ack|restored|
            *>   title|resolution
            *> start is the earliest linked alert or run, ack the
            *> first acknowledgment, both kept as links arrive
            select incidentfile
            assign to './incidents.dat'
            organization is line sequential.

            select newincidentfile
            assign to './incidents.dat.tmp'
            organization is line sequential.

            *> what each incident is made of, appended:
            *>   incident-id|ALERT|alert-id|source|first-stamp
            *>   incident-id|JOB|job-name|start-stamp|status rc
            select linkfile
            assign to './incident-links.dat'
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
            access mode is dynamic
            record key is ledger-key
            file status is ledger-status.

            *> oncall-dispatch's log -- its ACK lines are the
            *> acknowledgment time of a CRITICAL alert
            select assignfile
            assign to './oncall-assignments.dat'
            organization is line sequential.

            select rejectfile
            assign to './incident-trans.rejects'
            organization is line sequential.

            select auditfile
            assign to './incident-audit.log'
            organization is line sequential.

data division.
    file section.
        fd transfile.
        01 trans-rec pic X(200).

        fd incidentfile.
        01 incident-rec pic X(250).

        fd newincidentfile.
        01 new-incident-rec pic X(250).

        fd linkfile.
        01 link-rec pic X(100).

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

        fd assignfile.
        01 assign-rec pic X(80).

        fd rejectfile.
        01 reject-rec pic X(250).

        fd auditfile.
        01 audit-rec pic X(400).

working-storage section.
    01 alerts-status pic X(2) value "00".
    01 ledger-status pic X(2) value "00".
    01 trans-count pic 9(5) value 0.
    01 opened-count pic 9(5) value 0.
    01 linked-count pic 9(5) value 0.
    01 resolved-count pic 9(5) value 0.
    01 changed-count pic 9(5) value 0.
    01 rejected-count pic 9(5) value 0.

    01 trans-field pic X(80) occurs 5 times.
    01 trans-action pic X(1) value space.
    01 trans-incident-id pic 9(6) value 0.
    01 trans-stamp pic 9(14) value 0.
    01 reject-reason pic X(60) value spaces.
    01 audit-detail pic X(100) value spaces.
    01 now-stamp pic 9(14) value 0.
    01 rc-display pic -(3)9.

    *> the root-cause categories the monthly report groups by
    01 known-categories pic X(90) value
        " HARDWARE SOFTWARE DATA NETWORK CAPACITY OPERATOR VENDOR CONFIG SCHEDULE UNKNOWN ".
    01 category-probe pic X(12) value spaces.
    01 category-hits pic 9(2) value 0.
    01 probe-len pic 9(2) value 0.
    01 trans-category pic X(10) value spaces.

    01 incident-field pic X(80) occurs 10 times.
    01 incident-capacity pic 9(5) value 5000.
    01 incident-count pic 9(5) value 0.
    01 incident-table occurs 5000 times indexed by incident-idx.
        05 inc-id pic 9(6).
        05 inc-state pic X(8).
            88 inc-open value "OPEN".
        05 inc-owner pic X(10).
        05 inc-category pic X(10).
        05 inc-opened pic 9(14).
        05 inc-start pic 9(14).
        05 inc-ack pic 9(14).
        05 inc-restored pic 9(14).
        05 inc-title pic X(60).
        05 inc-resolution pic X(80).
    01 incident-found-flag pic 9(1) value 0.
        88 incident-found value 1 false 0.

    *> links already on file, for the one-incident-per-alert and
    *> no-double-link checks
    01 link-field pic X(40) occurs 5 times.
    01 link-capacity pic 9(5) value 20000.
    01 link-count pic 9(5) value 0.
    01 link-table occurs 20000 times indexed by link-idx.
        05 link-incident-id pic 9(6).
        05 link-type pic X(5).
        05 link-ref pic X(34).
    01 find-link-ref pic X(34) value spaces.
    01 find-link-type pic X(5) value spaces.

    *> first acknowledgment per alert from the on-call log
    01 ack-capacity pic 9(5) value 5000.
    01 ack-count pic 9(5) value 0.
    01 ack-table occurs 5000 times indexed by ack-idx.
        05 ack-alert-id pic 9(6).
        05 ack-stamp pic 9(14).
    01 assign-field pic X(20) occurs 5 times.

    01 alerts-open-flag pic 9(1) value 0.
        88 alerts-open value 1 false 0.
    01 ledger-open-flag pic 9(1) value 0.
        88 ledger-open value 1 false 0.
    01 incidents-exist-flag pic 9(1) value 0.
        88 incidents-exist value 1 false 0.
    01 event-stamp pic 9(14) value 0.

    *> the hash chain the audit log is sealed into, and the line on
    *> its way through it
    01 chain-log-path pic X(80) value './incident-audit.log'.
    01 chain-line pic X(400) value spaces.
    01 chain-sealed pic X(400) value spaces.

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

    01 operator-id pic X(8) value spaces.

procedure division.

    *>*************************************************************
    *> The incident register: alerts and the ledger runs they came
    *> from are grouped under one incident with an owner, a root-
    *> cause category and, in the end, a resolution and the time
    *> service was restored. Start and acknowledgment times are
    *> taken from what is linked -- the first alert or failed run,
    *> the first on-call acknowledgment -- so incident-report's
    *> time-to-acknowledge and time-to-restore come from the record,
    *> not from memory. Rejects and audit as in the other
    *> maintenance programs.
    *>*************************************************************
    main.
        move current-date to current-timestamp
        move current-timestamp(1:14) to now-stamp
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using operator-id end-call

        call "CBL_CHECK_FILE_EXIST" using './incident-trans.dat', file-info end-call
        if return-code not equal to 0
            display "no incident transactions on disk - nothing to apply"
            move 0 to return-code
            goback
        end-if
        move 0 to return-code

        perform load-incidents
        perform load-links
        perform load-acknowledgments
        perform open-reference-files
        perform open-audit-log

        call "CBL_CHECK_FILE_EXIST" using './incident-links.dat', file-info end-call
        if return-code equal to 0
            open extend linkfile
        else
            open output linkfile
        end-if
        move 0 to return-code

        open input transfile
        open output rejectfile
        perform until exit
            read transfile
                at end
                    exit perform
                not at end
                    add 1 to trans-count
                    perform apply-transaction
            end-read
        end-perform
        close transfile
        close rejectfile
        close linkfile
        close auditfile
        if alerts-open
            close alertsfile
        end-if
        if ledger-open
            close ledgerfile
        end-if

        perform write-new-incidents

        display "incident maintenance done: " trans-count " transaction(s), "
            opened-count " opened, " linked-count " linked, " changed-count " changed, "
            resolved-count " resolved, " rejected-count " rejected"
        if rejected-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    apply-transaction.
        move spaces to trans-field(1) trans-field(2) trans-field(3) trans-field(4)
            trans-field(5)
        unstring trans-rec delimited by "|"
            into trans-field(1) trans-field(2) trans-field(3) trans-field(4)
                trans-field(5)
        end-unstring
        if trans-rec equal to spaces
            exit paragraph
        end-if
        move upper-case(trans-field(1)(1:1)) to trans-action
        if trim(trans-field(2)) is not numeric
            move "incident id must be numeric" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move numval(trans-field(2)) to trans-incident-id
        perform find-incident

        if trans-action equal to "O"
            perform open-incident
            exit paragraph
        end-if
        if not incident-found
            move "no such incident - open it first" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if

        evaluate trans-action
            when "A"
                perform link-alert
            when "J"
                perform link-job
            when "W"
                if trans-field(3) equal to spaces
                    move "owner is required" to reject-reason
                    perform write-reject-rec
                    exit paragraph
                end-if
                move upper-case(trans-field(3)) to inc-owner(incident-idx)
                move spaces to audit-detail
                string "owner " trim(inc-owner(incident-idx)) delimited by size
                    into audit-detail
                add 1 to changed-count
                perform write-audit-line
            when "C"
                move upper-case(trans-field(3)) to trans-category
                perform check-category
                if category-hits equal to 0
                    perform write-reject-rec
                    exit paragraph
                end-if
                move trans-category to inc-category(incident-idx)
                move spaces to audit-detail
                string "category " trim(trans-category) delimited by size
                    into audit-detail
                add 1 to changed-count
                perform write-audit-line
            when "K"
                if trans-field(3)(1:14) is not numeric
                    move "acknowledged stamp must be yyyymmddhhmmss" to reject-reason
                    perform write-reject-rec
                    exit paragraph
                end-if
                move trans-field(3)(1:14) to inc-ack(incident-idx)
                move spaces to audit-detail
                string "acknowledged " inc-ack(incident-idx) delimited by size
                    into audit-detail
                add 1 to changed-count
                perform write-audit-line
            when "R"
                perform resolve-incident
            when other
                move "action must be O, A, J, W, C, K or R" to reject-reason
                perform write-reject-rec
        end-evaluate
        exit paragraph
    .

    open-incident.
        if incident-found
            move "incident id already on the register" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if trans-field(3) equal to spaces or trans-field(5) equal to spaces
            move "open needs an owner and a title" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move upper-case(trans-field(4)) to trans-category
        if trans-category equal to spaces
            move "UNKNOWN" to trans-category
        end-if
        perform check-category
        if category-hits equal to 0
            perform write-reject-rec
            exit paragraph
        end-if
        if incident-count >= incident-capacity
            move "incident register at capacity" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if

        add 1 to incident-count
        set incident-idx to incident-count
        move trans-incident-id to inc-id(incident-idx)
        move "OPEN" to inc-state(incident-idx)
        move upper-case(trans-field(3)) to inc-owner(incident-idx)
        move trans-category to inc-category(incident-idx)
        move now-stamp to inc-opened(incident-idx)
        move now-stamp to inc-start(incident-idx)
        move now-stamp to inc-ack(incident-idx)
        move 0 to inc-restored(incident-idx)
        move trans-field(5) to inc-title(incident-idx)
        move spaces to inc-resolution(incident-idx)
        move spaces to audit-detail
        string "opened " trim(inc-category(incident-idx)) " owner "
            trim(inc-owner(incident-idx)) " [" trim(inc-title(incident-idx)) "]"
            delimited by size into audit-detail
        add 1 to opened-count
        perform write-audit-line
        exit paragraph
    .

    link-alert.
        if trim(trans-field(3)) is not numeric
            move "alert id must be numeric" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if not alerts-open
            move "no alerts store on disk" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move numval(trans-field(3)) to alert-id
        read alertsfile
            invalid key
                move "alert is not in the alerts store" to reject-reason
                perform write-reject-rec
                exit paragraph
        end-read
        move spaces to find-link-ref
        move alert-id to find-link-ref
        perform varying link-idx from 1 by 1 until link-idx > link-count
            if link-type(link-idx) equal to "ALERT"
                and link-ref(link-idx) equal to find-link-ref
                move spaces to reject-reason
                string "alert already belongs to incident " link-incident-id(link-idx)
                    delimited by size into reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
        end-perform

        move alert-first-stamp to event-stamp
        perform take-event-stamp
        *> the on-call acknowledgment, where the alert had one
        perform varying ack-idx from 1 by 1 until ack-idx > ack-count
            if ack-alert-id(ack-idx) equal to alert-id
                if ack-stamp(ack-idx) < inc-ack(incident-idx)
                    move ack-stamp(ack-idx) to inc-ack(incident-idx)
                end-if
                exit perform
            end-if
        end-perform

        move spaces to link-rec
        string inc-id(incident-idx) "|ALERT|" alert-id "|" trim(alert-source) "|"
            alert-first-stamp delimited by size into link-rec
        write link-rec
        move "ALERT" to find-link-type
        perform remember-link

        move spaces to audit-detail
        string "linked alert " alert-id " " trim(alert-source) delimited by size
            into audit-detail
        add 1 to linked-count
        perform write-audit-line
        exit paragraph
    .

    link-job.
        if trans-field(3) equal to spaces or trans-field(4)(1:14) is not numeric
            move "job link needs the job name and its start stamp" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if not ledger-open
            move "no run ledger on disk" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move trans-field(3) to ledger-job
        move trans-field(4)(1:14) to ledger-start-stamp
        read ledgerfile
            invalid key
                move "no such run on the run ledger" to reject-reason
                perform write-reject-rec
                exit paragraph
        end-read
        move spaces to find-link-ref
        string ledger-job ledger-start-stamp delimited by size into find-link-ref
        perform varying link-idx from 1 by 1 until link-idx > link-count
            if link-type(link-idx) equal to "JOB"
                and link-ref(link-idx) equal to find-link-ref
                and link-incident-id(link-idx) equal to inc-id(incident-idx)
                move "run already linked to this incident" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
        end-perform

        move ledger-start-stamp to event-stamp
        perform take-event-stamp

        move ledger-rc to rc-display
        move spaces to link-rec
        string inc-id(incident-idx) "|JOB|" trim(ledger-job) "|" ledger-start-stamp "|"
            trim(ledger-run-status) " rc " trim(rc-display) delimited by size into link-rec
        write link-rec
        move "JOB" to find-link-type
        perform remember-link

        move spaces to audit-detail
        string "linked run " trim(ledger-job) " " ledger-start-stamp delimited by size
            into audit-detail
        add 1 to linked-count
        perform write-audit-line
        exit paragraph
    .

    *> the incident began with the earliest thing linked to it
    take-event-stamp.
        if event-stamp > 0 and event-stamp < inc-start(incident-idx)
            move event-stamp to inc-start(incident-idx)
        end-if
        exit paragraph
    .

    remember-link.
        if link-count >= link-capacity
            display "*** WARNING: incident link table at capacity ***"
            exit paragraph
        end-if
        add 1 to link-count
        set link-idx to link-count
        move inc-id(incident-idx) to link-incident-id(link-idx)
        move find-link-type to link-type(link-idx)
        move find-link-ref to link-ref(link-idx)
        exit paragraph
    .

    resolve-incident.
        if not inc-open(incident-idx)
            move "incident is already resolved" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        if trans-field(3) equal to spaces
            move "a resolution is required" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move now-stamp to trans-stamp
        if trans-field(4) not equal to spaces
            if trans-field(4)(1:14) is not numeric
                move "restored stamp must be yyyymmddhhmmss" to reject-reason
                perform write-reject-rec
                exit paragraph
            end-if
            move trans-field(4)(1:14) to trans-stamp
        end-if
        if trans-stamp < inc-start(incident-idx)
            move "restored before the incident started" to reject-reason
            perform write-reject-rec
            exit paragraph
        end-if
        move "RESOLVED" to inc-state(incident-idx)
        move trans-stamp to inc-restored(incident-idx)
        move trans-field(3) to inc-resolution(incident-idx)
        move spaces to audit-detail
        string "resolved " trans-stamp " [" trim(inc-resolution(incident-idx)) "]"
            delimited by size into audit-detail
        add 1 to resolved-count
        perform write-audit-line
        exit paragraph
    .

    check-category.
        move 0 to category-hits
        move spaces to category-probe
        string " " trim(trans-category) " " delimited by size into category-probe
        if trans-category not equal to spaces
            compute probe-len = length(trim(trans-category)) + 2
            inspect known-categories tallying category-hits
                for all category-probe(1:probe-len)
        end-if
        if category-hits equal to 0
            move spaces to reject-reason
            string "unknown root-cause category " trim(trans-category)
                delimited by size into reject-reason
        end-if
        exit paragraph
    .

    find-incident.
        set incident-found to false
        perform varying incident-idx from 1 by 1 until incident-idx > incident-count
            if inc-id(incident-idx) equal to trans-incident-id
                set incident-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    load-incidents.
        set incidents-exist to false
        call "CBL_CHECK_FILE_EXIST" using './incidents.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no incident register on disk - starting one from the O transactions"
            exit paragraph
        end-if
        set incidents-exist to true
        open input incidentfile
        perform until exit
            read incidentfile
                at end
                    exit perform
                not at end
                    perform store-incident-rec
            end-read
        end-perform
        close incidentfile
        exit paragraph
    .

    store-incident-rec.
        move spaces to incident-field(1) incident-field(2) incident-field(3)
            incident-field(4) incident-field(5) incident-field(6) incident-field(7)
            incident-field(8) incident-field(9) incident-field(10)
        unstring incident-rec delimited by "|"
            into incident-field(1) incident-field(2) incident-field(3)
                incident-field(4) incident-field(5) incident-field(6) incident-field(7)
                incident-field(8) incident-field(9) incident-field(10)
        end-unstring
        if trim(incident-field(1)) is not numeric
            exit paragraph
        end-if
        if incident-count >= incident-capacity
            display "*** WARNING: incident register at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        add 1 to incident-count
        set incident-idx to incident-count
        move numval(incident-field(1)) to inc-id(incident-idx)
        move incident-field(2) to inc-state(incident-idx)
        move incident-field(3) to inc-owner(incident-idx)
        move incident-field(4) to inc-category(incident-idx)
        move numval(incident-field(5)) to inc-opened(incident-idx)
        move numval(incident-field(6)) to inc-start(incident-idx)
        move numval(incident-field(7)) to inc-ack(incident-idx)
        move numval(incident-field(8)) to inc-restored(incident-idx)
        move incident-field(9) to inc-title(incident-idx)
        move incident-field(10) to inc-resolution(incident-idx)
        exit paragraph
    .

    load-links.
        call "CBL_CHECK_FILE_EXIST" using './incident-links.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input linkfile
        perform until exit
            read linkfile
                at end
                    exit perform
                not at end
                    move spaces to link-field(1) link-field(2) link-field(3)
                        link-field(4)
                    unstring link-rec delimited by "|"
                        into link-field(1) link-field(2) link-field(3) link-field(4)
                    end-unstring
                    if trim(link-field(1)) is numeric
                        and link-count < link-capacity
                        add 1 to link-count
                        set link-idx to link-count
                        move numval(link-field(1)) to link-incident-id(link-idx)
                        move link-field(2) to link-type(link-idx)
                        move spaces to link-ref(link-idx)
                        if link-type(link-idx) equal to "ALERT"
                            move link-field(3) to link-ref(link-idx)
                        else
                            move link-field(3)(1:20) to link-ref(link-idx)(1:20)
                            move link-field(4)(1:14) to link-ref(link-idx)(21:14)
                        end-if
                    end-if
            end-read
        end-perform
        close linkfile
        exit paragraph
    .

    load-acknowledgments.
        call "CBL_CHECK_FILE_EXIST" using './oncall-assignments.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input assignfile
        perform until exit
            read assignfile
                at end
                    exit perform
                not at end
                    move spaces to assign-field(1) assign-field(2) assign-field(3)
                        assign-field(4) assign-field(5)
                    unstring assign-rec delimited by "|"
                        into assign-field(1) assign-field(2) assign-field(3)
                            assign-field(4) assign-field(5)
                    end-unstring
                    if assign-field(5) equal to "ACK"
                        and trim(assign-field(2)) is numeric
                        and assign-field(1)(1:14) is numeric
                        and ack-count < ack-capacity
                        add 1 to ack-count
                        set ack-idx to ack-count
                        move numval(assign-field(2)) to ack-alert-id(ack-idx)
                        move assign-field(1)(1:14) to ack-stamp(ack-idx)
                    end-if
            end-read
        end-perform
        close assignfile
        exit paragraph
    .

    open-reference-files.
        call "CBL_CHECK_FILE_EXIST" using './datafiles/alerts.db', file-info end-call
        if return-code equal to 0
            open input alertsfile
            if alerts-status equal to "00"
                set alerts-open to true
            end-if
        end-if
        call "CBL_CHECK_FILE_EXIST" using './datafiles/run-ledger.db', file-info end-call
        if return-code equal to 0
            open input ledgerfile
            if ledger-status equal to "00"
                set ledger-open to true
            end-if
        end-if
        move 0 to return-code
        exit paragraph
    .

    write-new-incidents.
        if opened-count equal to 0 and linked-count equal to 0
            and changed-count equal to 0 and resolved-count equal to 0
            exit paragraph
        end-if
        open output newincidentfile
        perform varying incident-idx from 1 by 1 until incident-idx > incident-count
            move spaces to new-incident-rec
            string inc-id(incident-idx) "|" trim(inc-state(incident-idx)) "|"
                trim(inc-owner(incident-idx)) "|" trim(inc-category(incident-idx)) "|"
                inc-opened(incident-idx) "|" inc-start(incident-idx) "|"
                inc-ack(incident-idx) "|" inc-restored(incident-idx) "|"
                trim(inc-title(incident-idx)) "|" trim(inc-resolution(incident-idx))
                delimited by size into new-incident-rec
            write new-incident-rec
        end-perform
        close newincidentfile

        if incidents-exist
            call "CBL_DELETE_FILE" using './incidents.dat' end-call
        end-if
        call "CBL_RENAME_FILE" using './incidents.dat.tmp',
            './incidents.dat' end-call
        move 0 to return-code
        exit paragraph
    .

    open-audit-log.
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "CBL_CHECK_FILE_EXIST" using './incident-audit.log', file-info end-call
        if return-code equal to 0
            open extend auditfile
        else
            open output auditfile
        end-if
        move 0 to return-code
        exit paragraph
    .

    write-audit-line.
        move spaces to audit-rec
        string cur-year "-" cur-month "-" cur-day " "
            cur-hour ":" cur-minute ":" cur-second " " operator-id
            " " trans-action " " trans-incident-id " " trim(audit-detail)
            into audit-rec
        move audit-rec to chain-line
        call "chain-seal" using chain-log-path, chain-line, chain-sealed end-call
        write audit-rec from chain-sealed
        exit paragraph
    .

    write-reject-rec.
        add 1 to rejected-count
        move spaces to reject-rec
        string "REJECTED" X'09' trim(trans-rec)
            X'09' trim(reject-reason) into reject-rec
        write reject-rec
        exit paragraph
    .
