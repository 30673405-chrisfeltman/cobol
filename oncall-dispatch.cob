       >>source format is free
identification division.
    program-id. oncall-dispatch.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the rota, one CSV row per cover period:
            *>   names-id,from-date,to-date,area[,P or B]
            *> area is ITEMS, GEO, NAMES or BATCH; P (the default) is
            *> the primary, B the backup the alert moves to when the
            *> primary doesn't acknowledge inside the window
            select rotafile
            assign to './oncall-rota.dat'
            organization is line sequential.

            *> which area an alert source belongs to, one CSV row per
            *> source prefix: source-prefix,area -- optional; sources
            *> it doesn't name fall back to the built-in mapping
            select areafile
            assign to './oncall-areas.dat'
            organization is line sequential.

            select alertsfile
            assign to './datafiles/alerts.db'
            organization is indexed
            access mode is dynamic
            record key is alert-id.

            *> every assignment, hand-off and acknowledgment, appended;
            *> the last line for an alert is where it stands:
            *>   stamp|alert-id|names-id|P or B|event|area
            select assignfile
            assign to './oncall-assignments.dat'
            organization is line sequential.

            *> recall-roster's contact numbers double as pager numbers
            select contactfile
            assign to './recall-contacts.dat'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            *> this run's notifications, rebuilt every run; routed to
            *> the pager list through distribute-reports with a
            *> report-routing.dat row of
            *>   ./oncall-pages.txt,REDIS,oncall-pages
            select pagefile
            assign to './oncall-pages.txt'
            organization is line sequential.

data division.
    file section.
        fd rotafile.
        01 rota-rec pic X(80).

        fd areafile.
        01 area-rec pic X(80).

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

        fd assignfile.
        01 assign-rec pic X(80).

        fd contactfile.
        01 contact-rec pic X(100).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd pagefile.
        01 page-line pic X(250).

working-storage section.
    01 window-param pic X(4) value spaces.
    *> minutes the primary has to acknowledge before the backup
    *> is paged
    01 ack-window-minutes pic 9(4) value 30.

    01 names-status pic X(2) value "00".
    01 names-open-flag pic 9(1) value 0.
        88 names-open value 1 false 0.
    01 csv-field pic X(40) occurs 6 times.
    01 now-stamp pic 9(14) value 0.
    01 today-date pic 9(8) value 0.
    01 now-secs pic 9(12) value 0.
    01 then-secs pic 9(12) value 0.
    01 then-date pic 9(8) value 0.
    01 age-minutes pic s9(9) value 0.

    01 rota-capacity pic 9(4) value 1000.
    01 rota-count pic 9(4) value 0.
    01 rota-table occurs 1000 times indexed by rota-idx.
        05 rota-names-id pic 9(10).
        05 rota-from pic 9(8).
        05 rota-to pic 9(8).
        05 rota-area pic X(6).
        05 rota-level pic X(1).

    01 area-capacity pic 9(3) value 200.
    01 area-count pic 9(3) value 0.
    01 area-table occurs 200 times indexed by area-idx.
        05 area-prefix pic X(20).
        05 area-prefix-len pic 9(2).
        05 area-code pic X(6).

    *> where each alert stands, rebuilt from the assignment log
    01 held-capacity pic 9(4) value 3000.
    01 held-count pic 9(4) value 0.
    01 held-table occurs 3000 times indexed by held-idx.
        05 held-alert-id pic 9(6).
        05 held-names-id pic 9(10).
        05 held-level pic X(1).
        05 held-event pic X(10).
        05 held-stamp pic 9(14).
    01 held-found-flag pic 9(1) value 0.
        88 held-found value 1 false 0.
    01 find-alert-id pic 9(6) value 0.

    01 contact-capacity pic 9(4) value 2000.
    01 contact-count pic 9(4) value 0.
    01 contact-table occurs 2000 times indexed by contact-idx.
        05 contact-names-id pic 9(10).
        05 contact-phone pic X(20).

    01 alert-area pic X(6) value spaces.
    01 want-level pic X(1) value spaces.
    01 cover-names-id pic 9(10) value 0.
    01 cover-level pic X(1) value spaces.
    01 assign-event pic X(10) value spaces.
    01 page-name pic X(20) value spaces.
    01 page-phone pic X(20) value spaces.
    01 csv-names-id pic 9(10) value 0.

    01 critical-count pic 9(5) value 0.
    01 assigned-count pic 9(5) value 0.
    01 reassigned-count pic 9(5) value 0.
    01 acked-count pic 9(5) value 0.
    01 uncovered-count pic 9(5) value 0.
    01 page-count pic 9(5) value 0.

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
    *> Puts a name on every CRITICAL alert. Each new one is given
    *> to whoever the rota has on call today for the alert's area,
    *> and a page staged for them; if it is still OPEN when the
    *> acknowledgment window runs out it moves to the area's backup
    *> with a second page. Acknowledgments made in ops-console are
    *> picked up on the next run and logged against the person
    *> holding the alert, for the call-out report. Run it from the
    *> calendar every few minutes, ahead of distribute-reports.
    *>
    *>   oncall-dispatch [window-minutes]
    *>*************************************************************
    main.
        accept window-param from argument-value
        if window-param not equal to spaces
            and test-numval(window-param) equal to 0
            move numval(window-param) to ack-window-minutes
        end-if
        move current-date(1:14) to now-stamp
        move now-stamp(1:8) to today-date
        compute now-secs =
            integer-of-date(today-date) * 86400
            + numval(now-stamp(9:2)) * 3600
            + numval(now-stamp(11:2)) * 60
            + numval(now-stamp(13:2))

        call "CBL_CHECK_FILE_EXIST" using './datafiles/alerts.db', file-info end-call
        if return-code not equal to 0
            display "no alerts store on disk - nothing to dispatch"
            move 0 to return-code
            goback
        end-if
        call "CBL_CHECK_FILE_EXIST" using './oncall-rota.dat', file-info end-call
        if return-code not equal to 0
            display "*** no on-call rota on disk - alerts left unassigned ***"
            move 1 to return-code
            goback
        end-if
        move 0 to return-code

        perform load-rota
        perform load-areas
        perform load-assignments
        perform load-contacts

        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code equal to 0
            open input names-vsam
            if names-status equal to "00"
                set names-open to true
            end-if
        end-if
        move 0 to return-code

        call "CBL_CHECK_FILE_EXIST" using './oncall-assignments.dat', file-info end-call
        if return-code equal to 0
            open extend assignfile
        else
            open output assignfile
        end-if
        move 0 to return-code

        open output pagefile
        move spaces to page-line
        string "ON-CALL PAGES " now-stamp(1:4) "-" now-stamp(5:2) "-" now-stamp(7:2)
            " " now-stamp(9:2) ":" now-stamp(11:2) delimited by size into page-line
        write page-line

        open input alertsfile
        move 0 to alert-id
        start alertsfile key not less than alert-id
            invalid key
                continue
        end-start
        perform until exit
            read alertsfile next record
                at end
                    exit perform
                not at end
                    if alert-severity equal to "CRITICAL"
                        add 1 to critical-count
                        perform dispatch-one-alert
                    end-if
            end-read
        end-perform
        close alertsfile

        close pagefile
        close assignfile
        if names-open
            close names-vsam
        end-if

        display "on-call dispatch: " critical-count " critical, " assigned-count
            " assigned, " reassigned-count " to backup, " acked-count " acknowledged, "
            uncovered-count " uncovered; " page-count " page(s) staged"
        if uncovered-count > 0
            move 1 to return-code
        end-if
        goback
    .

    *> a new alert goes to the primary; a stale one to the backup;
    *> an acknowledged one is logged once and left alone
    dispatch-one-alert.
        move alert-id to find-alert-id
        perform find-held
        perform find-alert-area

        if alert-state not equal to "OPEN"
            if held-found
                and held-event(held-idx) not equal to "ACK"
                and held-event(held-idx) not equal to "UNCOVERED"
                move held-names-id(held-idx) to cover-names-id
                move held-level(held-idx) to cover-level
                move "ACK" to assign-event
                perform log-assignment
                add 1 to acked-count
            end-if
            exit paragraph
        end-if

        if not held-found or held-event(held-idx) equal to "UNCOVERED"
            move "P" to want-level
            perform find-cover
            if cover-names-id equal to 0
                move "B" to want-level
                perform find-cover
            end-if
            if cover-names-id equal to 0
                add 1 to uncovered-count
                if not held-found
                    move "P" to cover-level
                    move "UNCOVERED" to assign-event
                    perform log-assignment
                    display "*** alert " alert-id " (" trim(alert-area)
                        ") has nobody on call today ***"
                end-if
                exit paragraph
            end-if
            move "ASSIGNED" to assign-event
            perform log-assignment
            perform stage-page
            add 1 to assigned-count
            exit paragraph
        end-if

        *> held by the primary: still OPEN past the window goes over
        *> to the backup -- once; the backup keeps it after that
        if held-level(held-idx) not equal to "P"
            exit paragraph
        end-if
        move held-stamp(held-idx)(1:8) to then-date
        compute then-secs =
            integer-of-date(then-date) * 86400
            + numval(held-stamp(held-idx)(9:2)) * 3600
            + numval(held-stamp(held-idx)(11:2)) * 60
            + numval(held-stamp(held-idx)(13:2))
        compute age-minutes = (now-secs - then-secs) / 60
        if age-minutes < ack-window-minutes
            exit paragraph
        end-if

        move "B" to want-level
        perform find-cover
        if cover-names-id equal to 0
            or cover-names-id equal to held-names-id(held-idx)
            move held-names-id(held-idx) to cover-names-id
            move "B" to cover-level
            move "NOBACKUP" to assign-event
            perform log-assignment
            display "*** alert " alert-id " unacknowledged after " ack-window-minutes
                " minutes and no backup on call for " trim(alert-area) " ***"
            exit paragraph
        end-if
        move "REASSIGNED" to assign-event
        perform log-assignment
        perform stage-page
        add 1 to reassigned-count
        exit paragraph
    .

    *> first rota row covering today for the area at the wanted level
    find-cover.
        move 0 to cover-names-id
        move want-level to cover-level
        perform varying rota-idx from 1 by 1 until rota-idx > rota-count
            if rota-area(rota-idx) equal to alert-area
                and rota-level(rota-idx) equal to want-level
                and rota-from(rota-idx) <= today-date
                and rota-to(rota-idx) >= today-date
                move rota-names-id(rota-idx) to cover-names-id
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    find-alert-area.
        move spaces to alert-area
        perform varying area-idx from 1 by 1 until area-idx > area-count
            if alert-source(1:area-prefix-len(area-idx))
                equal to area-prefix(area-idx)(1:area-prefix-len(area-idx))
                move area-code(area-idx) to alert-area
                exit paragraph
            end-if
        end-perform

        *> the sources the shop posts from today
        evaluate true
            when alert-source(1:4) equal to "geo-"
            when alert-source(1:3) equal to "zip"
            when alert-source(1:6) equal to "states"
            when alert-source(1:8) equal to "counties"
            when alert-source(1:6) equal to "cities"
                move "GEO" to alert-area
            when alert-source(1:5) equal to "names"
            when alert-source(1:5) equal to "merge"
                move "NAMES" to alert-area
            when alert-source(1:4) equal to "item"
            when alert-source(1:5) equal to "post-"
            when alert-source(1:9) equal to "clearance"
                move "ITEMS" to alert-area
            when other
                move "BATCH" to alert-area
        end-evaluate
        exit paragraph
    .

    find-held.
        set held-found to false
        perform varying held-idx from 1 by 1 until held-idx > held-count
            if held-alert-id(held-idx) equal to find-alert-id
                set held-found to true
                exit paragraph
            end-if
        end-perform
        exit paragraph
    .

    log-assignment.
        move spaces to assign-rec
        string now-stamp "|" alert-id "|" cover-names-id "|" cover-level "|"
            trim(assign-event) "|" trim(alert-area) delimited by size into assign-rec
        write assign-rec
        exit paragraph
    .

    stage-page.
        move "(not on names file)" to page-name
        if names-open
            move cover-names-id to names-id
            read names-vsam
                invalid key
                    continue
                not invalid key
                    move out-name to page-name
            end-read
        end-if
        move "NO NUMBER ON FILE" to page-phone
        perform varying contact-idx from 1 by 1 until contact-idx > contact-count
            if contact-names-id(contact-idx) equal to cover-names-id
                move contact-phone(contact-idx) to page-phone
                exit perform
            end-if
        end-perform

        move spaces to page-line
        string "ALERT " alert-id " " trim(alert-area) " " trim(assign-event)
            " -> " cover-names-id " " trim(page-name) " tel " trim(page-phone)
            " : " trim(alert-source) " " trim(alert-message)
            delimited by size into page-line
        write page-line
        add 1 to page-count
        exit paragraph
    .

    load-rota.
        open input rotafile
        perform until exit
            read rotafile
                at end
                    exit perform
                not at end
                    perform take-rota-rec
            end-read
        end-perform
        close rotafile
        exit paragraph
    .

    take-rota-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5)
        unstring rota-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5)
        end-unstring
        if trim(csv-field(1)) is not numeric
            or trim(csv-field(2)) is not numeric
            or trim(csv-field(3)) is not numeric
            exit paragraph
        end-if
        if rota-count >= rota-capacity
            display "*** WARNING: on-call rota table at capacity ***"
            exit paragraph
        end-if
        add 1 to rota-count
        set rota-idx to rota-count
        move numval(csv-field(1)) to rota-names-id(rota-idx)
        move numval(csv-field(2)) to rota-from(rota-idx)
        move numval(csv-field(3)) to rota-to(rota-idx)
        move upper-case(trim(csv-field(4))) to rota-area(rota-idx)
        move upper-case(trim(csv-field(5))) to rota-level(rota-idx)
        if rota-level(rota-idx) not equal to "B"
            move "P" to rota-level(rota-idx)
        end-if
        exit paragraph
    .

    load-areas.
        call "CBL_CHECK_FILE_EXIST" using './oncall-areas.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input areafile
        perform until exit
            read areafile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2)
                    unstring area-rec delimited by ","
                        into csv-field(1) csv-field(2)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        and area-count < area-capacity
                        add 1 to area-count
                        set area-idx to area-count
                        move trim(csv-field(1)) to area-prefix(area-idx)
                        move length(trim(csv-field(1))) to area-prefix-len(area-idx)
                        if area-prefix-len(area-idx) > 20
                            move 20 to area-prefix-len(area-idx)
                        end-if
                        move upper-case(trim(csv-field(2))) to area-code(area-idx)
                    end-if
            end-read
        end-perform
        close areafile
        exit paragraph
    .

    load-assignments.
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
                    perform take-assign-rec
            end-read
        end-perform
        close assignfile
        exit paragraph
    .

    take-assign-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6)
        unstring assign-rec delimited by "|"
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6)
        end-unstring
        if trim(csv-field(2)) is not numeric
            exit paragraph
        end-if
        move numval(csv-field(2)) to find-alert-id
        perform find-held
        if not held-found
            if held-count >= held-capacity
                display "*** WARNING: assignment table at capacity ***"
                exit paragraph
            end-if
            add 1 to held-count
            set held-idx to held-count
            move find-alert-id to held-alert-id(held-idx)
        end-if
        move 0 to held-names-id(held-idx)
        if trim(csv-field(3)) is numeric
            move numval(csv-field(3)) to held-names-id(held-idx)
        end-if
        move csv-field(4)(1:1) to held-level(held-idx)
        move csv-field(5) to held-event(held-idx)
        move csv-field(1)(1:14) to held-stamp(held-idx)
        exit paragraph
    .

    load-contacts.
        call "CBL_CHECK_FILE_EXIST" using './recall-contacts.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input contactfile
        perform until exit
            read contactfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2) csv-field(3)
                    unstring contact-rec delimited by ","
                        into csv-field(1) csv-field(2) csv-field(3)
                    end-unstring
                    if trim(csv-field(1)) is numeric
                        and contact-count < contact-capacity
                        add 1 to contact-count
                        set contact-idx to contact-count
                        move numval(csv-field(1)) to csv-names-id
                        move csv-names-id to contact-names-id(contact-idx)
                        move trim(csv-field(3)) to contact-phone(contact-idx)
                    end-if
            end-read
        end-perform
        close contactfile
        exit paragraph
    .
