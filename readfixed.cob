            assign to 'fixedwidth.cdc.ops'
            organization is line sequential.

            *> every version of every my-id CDC mode has seen, with
            *> the runs it was valid from and to, for record-as-of.
            *> prior versions outlive fixedwidth.prior.txt here.
            select recordhistory
            assign to './datafiles/record-history.db'
            organization is indexed
            access mode is dynamic
            record key is version-key
            file status is version-status.

            *> which fields masking mode replaces, one field name per
            *> line (my-id, my-email, ...). absent, masking mode
            *> covers the two fields that started the trouble:
            assign to 'fixedwidth.nimbus.rpt'
            organization is line sequential.

            *> field profile of the run, and every run's profile kept
            *> for the next run's shift comparison:
            *> stamp|partner|partition|field|records|filled|distinct|
            *> capped|withheld|min-len|max-len|min|max|then five
            *> top-value|records pairs
            select profilerpt
            assign using profile-report-path
            organization is line sequential.

            select profilehist
            assign to 'fixedwidth.profile.hist'
            organization is line sequential.

            *> record lineage journal -- one line per thing that
            *> happened to a my-id, appended run after run, for
            *> lineage-trace. fixed offsets:
            *>   1-14 event stamp, 16-29 run stamp, 31-67 my-id,
            *>   69-80 event, 82-161 detail
            *> a run-level line (a bulk load's outcome) has a blank id
            select lineagefile
            assign to 'fixedwidth.lineage.log'
            organization is line sequential.

            *> partner certification report, pass/fail per check
            select certfile
            assign using cert-report-path
            organization is line sequential.

data division.
	file section.
	    fd myfile
        fd cdcopsfile.
        01 cdc-ops-rec pic X(60).

        fd recordhistory.
        01 version-rec.
            05 version-key.
                10 version-id pic X(37).
                10 version-from pic X(14).
            *> blank while the version is the one currently held
            05 version-to pic X(14).
            *> INSERT, UPDATE, or BASELINE for a record already held
            *> when the store was started
            05 version-opened-by pic X(8).
            *> UPDATE or DELETE
            05 version-closed-by pic X(8).
            05 version-layout pic 9(1).
            05 version-image.
                10 version-body pic X(90).
                10 version-email pic X(30).
                10 version-region pic X(10).
            05 filler pic X(18).

        fd maskconfig.
        01 mask-config-rec pic X(40).

        fd nimbusrpt.
        01 nimbus-rpt-rec pic X(80).

        fd profilerpt.
        01 profile-rpt-rec pic X(160).

        fd profilehist.
        01 profile-hist-rec pic X(600).

        fd certfile.
        01 cert-rec pic X(200).

        fd lineagefile.
        01 lineage-rec pic X(161).


working-storage section.
    *> every per-run file path is a data item so a partitioned run
    01 nimbus-dist-idx pic 9(3) value 0.
    01 unknown-nimbus-count pic 9(7) value 0.

    *> per-run field profile: for each field, how often it is filled,
    *> how many distinct values it carries (held in key order and
    *> binary searched, as the nimbus distribution is), its shortest
    *> and longest value, its lowest and highest value and its most
    *> common values. each run's profile is kept in the profile
    *> history and compared with the same feed's previous runs, so
    *> a partner quietly changing what goes in a column shows up as
    *> a shift before any rule trips over it. a masked field's
    *> values are withheld from the report and the history -- only
    *> its counts and lengths are kept.
    01 profile-report-path pic X(40) value 'fixedwidth.profile.rpt'.
    01 profile-field-count pic 9(1) value 7.
    01 profile-value-capacity pic 9(4) value 1000.
    01 profile-recs pic 9(9) value 0.
    01 profile-field-table occurs 7 times indexed by profile-idx.
        05 profile-field-name pic X(20).
        05 profile-filled pic 9(9).
        05 profile-distinct pic 9(4).
        05 profile-capped-flag pic 9(1).
            88 profile-capped value 1 false 0.
        05 profile-withheld-flag pic 9(1).
            88 profile-withheld value 1 false 0.
        05 profile-min-len pic 9(3).
        05 profile-max-len pic 9(3).
        05 profile-min-value pic X(40).
        05 profile-max-value pic X(40).
        05 profile-value-entry occurs 1000 times.
            10 profile-value pic X(40).
            10 profile-value-recs pic 9(9).
        05 profile-top-entry occurs 5 times.
            10 profile-top-slot pic 9(4).
            10 profile-top-value pic X(40).
            10 profile-top-recs pic 9(9).
    01 profile-value-in pic X(40) value spaces.
    01 profile-value-len pic 9(3) value 0.
    01 profile-value-idx pic 9(4) value 0.
    01 profile-insert-pos pic 9(4) comp value 0.
    01 profile-shift-idx pic 9(4) comp value 0.
    01 profile-top-idx pic 9(1) value 0.
    01 profile-top-check pic 9(1) value 0.
    01 profile-best-recs pic 9(9) value 0.
    01 profile-best-slot pic 9(4) value 0.
    01 profile-found-flag pic 9(1) value 0.
        88 profile-value-found value 1 false 0.
    01 profile-taken-flag pic 9(1) value 0.
        88 profile-slot-taken value 1 false 0.
    01 profile-resumed-flag pic 9(1) value 0.
        88 profile-resumed value 1 false 0.

    *> the previous runs of the same feed (partner and partition)
    *> each field is compared against, newest last
    01 profile-hist-window pic 9(1) value 5.
    01 profile-hist-table occurs 7 times.
        05 profile-hist-count pic 9(1).
        05 profile-hist-entry occurs 5 times.
            10 profile-hist-fill-pct pic 9(3)v9.
            10 profile-hist-distinct-pct pic 9(3)v9.
            10 profile-hist-capped pic X(1).
            10 profile-hist-min-len pic 9(3).
            10 profile-hist-max-len pic 9(3).
            10 profile-hist-top pic X(40) occurs 5 times.
    01 profile-hist-field pic X(40) occurs 23 times.
    01 profile-hist-idx pic 9(1) value 0.
    01 profile-hist-fld-idx pic 9(2) value 0.
    01 profile-hist-runs pic 9(1) value 0.
    01 profile-hist-filled pic 9(9) value 0.
    01 profile-hist-recs pic 9(9) value 0.
    01 profile-hist-distinct pic 9(9) value 0.
    01 profile-run-stamp pic X(14) value spaces.
    01 profile-partition pic X(1) value spaces.

    *> a shift is flagged when, against the average of the previous
    *> runs, the fill rate moves more than 10 points, the distinct
    *> ratio (distinct values per filled record) more than 25
    *> points, or the shortest or longest value more than a quarter;
    *> or when a value now carrying a tenth or more of a code-like
    *> field's filled records was in none of the previous runs' top
    *> values
    01 profile-fill-shift-limit pic 9(3) value 10.
    01 profile-distinct-shift-limit pic 9(3) value 25.
    01 profile-length-shift-limit pic 9(3) value 25.
    01 profile-top-share-limit pic 9(3) value 10.
    01 profile-fill-pct pic 9(3)v9 value 0.
    01 profile-distinct-pct pic 9(3)v9 value 0.
    01 profile-avg-pct pic 9(3)v9 value 0.
    01 profile-avg-len pic 9(3)v9 value 0.
    01 profile-sum pic 9(7)v9 value 0.
    01 profile-avg-runs pic 9(1) value 0.
    01 profile-shift-pct pic 9(5)v9 value 0.
    01 profile-share-pct pic 9(3)v9 value 0.
    01 profile-shift-count pic 9(3) value 0.
    01 profile-pct-disp pic zz9.9.
    01 profile-avg-disp pic zz9.9.
    01 profile-len-disp pic zz9.
    01 profile-avg-len-disp pic zz9.9.
    01 profile-count-disp pic z(8)9.
    01 profile-distinct-disp pic x(5).
    01 profile-distinct-edit pic zzz9.
    01 profile-line-ptr pic 9(3) value 1.

    *> PII masking mode, enabled by "MASK" in the destination list:
    *> configured fields are swapped for stable surrogate tokens
    *> before anything is staged, so the stage files, the recfile
    01 partner-raw-hold pic X(132) value spaces.
    01 partner-rec-count pic 9(9) value 0.

    *> partner certification mode, enabled by "CERTIFY" in the
    *> destination list: a new partner's sample (certify-sample.txt)
    *> goes through the layout catalog, the line-length checks,
    *> the fixedwidth.rules edits and the duplicate policy exactly
    *> as a live run would, but every destination, CDC and masking
    *> are switched off and every per-run file is certify-sample
    *> suffixed, so nothing is staged, loaded, or overwritten. the
    *> result is a pass/fail report per check with examples of the
    *> offending lines, fit to send back to the partner.
    01 certify-switch pic 9(1) value 0.
        88 certify-run value 1 false 0.
    01 cert-report-path pic X(40) value 'certification.rpt'.
    01 cert-raw-line pic X(132) value spaces.
    01 cert-example-capacity pic 9(1) value 5.
    01 cert-length-count pic 9(1) value 0.
    01 cert-length-example pic X(180) occurs 5 times.
    01 cert-field-count pic 9(1) value 0.
    01 cert-field-example pic X(180) occurs 5 times.
    01 cert-dup-count pic 9(1) value 0.
    01 cert-dup-example pic X(180) occurs 5 times.
    01 cert-catalog-count pic 9(2) value 0.
    01 cert-catalog-problem pic X(100) occurs 10 times.
    01 cert-example-idx pic 9(2) value 0.
    01 cert-other-idx pic 9(2) value 0.
    01 cert-other-extent pic 9(4) value 0.
    01 cert-this-extent pic 9(4) value 0.
    01 cert-failed-checks pic 9(1) value 0.
    01 cert-verdict pic X(4) value spaces.

    *> lineage journal workspace; a certification run leaves no
    *> lineage, its sample never having been received for real
    01 lineage-run-stamp pic X(14) value spaces.
    01 lineage-id pic X(37) value spaces.
    01 lineage-event pic X(12) value spaces.
    01 lineage-detail pic X(80) value spaces.
    01 lineage-cdc-class pic X(9) value spaces.
    01 lineage-dest-list pic X(40) value spaces.
    01 lineage-dest-ptr pic 9(2) value 1.

    *> run-ledger registration workspace
    01 ledger-job-name pic X(20) value "readfixed".
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    *> how full the duplicate table got this run, handed to the
    *> capacity-usage log at the end for capacity-monitor to trend
    01 capacity-table-name pic X(30) value spaces.
    01 capacity-high-water pic 9(9) value 0.
    01 capacity-limit pic 9(9) value 0.

    01 rec-count pic 9(9) value 0.

    *> rec-count/reject-count are cumulative across a restart (they're
    01 cdc-unchanged-count pic 9(7) value 0.
    01 prior-idx pic 9(6) value 0.

    *> versioned history store workspace. a run's versions are all
    *> stamped with the run's start; a crashed CDC run goes round
    *> again from the top, so a version already open with the same
    *> image is left alone rather than written twice. the store's
    *> first run seeds every unchanged record as a BASELINE version,
    *> so what was held before the store existed can be answered
    *> from that run on.
    01 version-status pic X(2) value "00".
    01 version-run-stamp pic X(14) value spaces.
    01 version-search-id pic X(37) value spaces.
    01 version-op pic X(8) value spaces.
    01 version-open-key pic X(51) value spaces.
    01 version-open-image pic X(130) value spaces.
    01 version-new-image pic X(130) value spaces.
    01 version-open-flag pic 9(1) value 0.
        88 version-open-found value 1 false 0.
    01 version-seed-flag pic 9(1) value 0.
        88 version-seeding value 1 false 0.
    01 versions-opened-count pic 9(9) value 0.
    01 versions-closed-count pic 9(9) value 0.

    01 sqlite-switch pic 9(1) value 0.
        88 sqlite-enabled value 1 false 0.
    01 mongo-switch pic 9(1) value 0.

main.
    display "fixed file reader starting..."
    accept argv-raw from argument-value
    if function trim(argv-raw) equal to "ALL" or function trim(argv-raw) equal to "all"
        set process-all-records to true
    end-if

    accept partner-param from argument-value
    if certify-run
        perform set-certify-paths
    end-if
    if trim(partner-param) not equal to spaces
        move upper-case(trim(partner-param)) to partner-code
        perform load-partner-layout
    end-if
    if certify-run
        perform check-layout-catalog
    end-if

    *> a certification run is its own job in the ledger, so it
    *> neither blocks nor is blocked by a live load
    if certify-run
        move "readfixed-certify" to ledger-job-name
    end-if
    call "run-ledger" end-call  *> load the module so its entry points resolve
    call "ledger-start" using ledger-job-name end-call
    if return-code equal to 8
        display "*** another run of this job is already open - stopping ***"
        stop run
    end-if

    perform load-checkpoint
    if not certify-run
        perform open-lineage-journal
    end-if

    if dup-policy equal to "LAST"
        perform prepass-last-occurrence
    if mask-enabled
        perform init-masking
    end-if
    if not certify-run
        perform init-field-profile
    end-if
    perform open-nimbus-reference

    if cdc-enabled
        end-if
        perform load-prior-extract
        open output cdcopsfile
        perform open-record-history
    end-if

    open input myfile
    if restart-count greater than 0
        perform skip-to-checkpoint
        move restart-count to rec-count
        set profile-resumed to true
        open extend rejectfile
        display "resuming from checkpoint at record " restart-count
    else
		    not at end
                add 1 to rec-count
                add 1 to run-rec-count
                if certify-run
                    perform keep-certify-raw-line
                end-if
                perform validate-rec-length
                if not certify-run
                    perform note-lineage-received
                end-if
                if rec-length-ok
                    perform validate-record-fields
                end-if
                if rec-length-ok
                    perform accumulate-nimbus-distribution
                end-if
                if rec-length-ok and not certify-run
                    perform accumulate-field-profile
                end-if
                if rec-length-ok and rec-fields-ok
                    perform check-duplicate-id
                end-if
                    set cdc-stage-record to true
                    if cdc-enabled
                        perform classify-cdc-record
                        move "CDC" to lineage-event
                        move lineage-cdc-class to lineage-detail
                        perform write-lineage-line
                    end-if
                    if cdc-stage-record
                        if not certify-run
                            perform note-lineage-staged
                        end-if
                        if mask-enabled
                            perform mask-record-fields
                        end-if
    *> window in which a checkpoint survives a completed load (and so
    *> could trigger a duplicate re-import on the next restart) as
    *> small as possible
    if not certify-run
        perform write-nimbus-report
        perform write-profile-report
    end-if
    if nimbus-ref-available
        close nimbusdb
    end-if
    if cdc-enabled
        perform write-cdc-deletes
        close cdcopsfile
        close recordhistory
        display "record history: " versions-opened-count " version(s) opened, "
            versions-closed-count " closed"
        perform archive-cdc-baseline
        display "CDC: " cdc-insert-count " insert(s), " cdc-update-count
            " update(s), " cdc-delete-count " delete(s), "

    perform clear-checkpoint
    perform write-reconciliation-report
    if not certify-run
        close lineagefile
    end-if
    if certify-run
        perform write-certification-report
    end-if

    perform record-table-headroom

    move rec-count to ledger-reg-count
    move 0 to ledger-reg-rc
    call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
    if certify-run and cert-verdict equal to "FAIL"
        move 1 to return-code
    end-if
    stop run
    .

    record-table-headroom.
        call "capacity-usage" end-call  *> load the module so its entry points resolve
        move "dup-table" to capacity-table-name
        move dup-count to capacity-high-water
        move dup-capacity to capacity-limit
        call "capacity-record" using ledger-job-name, capacity-table-name,
            capacity-high-water, capacity-limit end-call
        exit paragraph
    .

    *> a short line reads in as my-rec padded with trailing spaces,
    *> so my-rec-length (populated by the RECORD VARYING ... DEPENDING
    *> ON clause on myfile) is the only reliable way to tell that
            write reject-rec
            add 1 to reject-count
            add 1 to run-reject-count
            if certify-run
                perform note-certify-length-example
            end-if
            exit paragraph
        end-if
        if layout-tag equal to "V1" or layout-tag equal to "V2"
        write reject-rec
        add 1 to reject-count
        add 1 to run-reject-count
        if certify-run
            perform note-certify-length-example
        end-if
        exit paragraph
    .

        if return-code not equal to 0
            display "Error: partner " trim(partner-code)
                " named but no partner-layouts.dat on disk"
            if certify-run
                move "no partner-layouts.dat on disk" to cert-catalog-problem(1)
                move 1 to cert-catalog-count
                perform write-certification-report
            end-if
            stop run
        end-if

        if partner-layout-count equal to 0
            display "Error: partner " trim(partner-code)
                " has no rows in the layout catalog"
            if certify-run
                move "partner has no rows in the layout catalog" to cert-catalog-problem(1)
                move 1 to cert-catalog-count
                perform write-certification-report
            end-if
            stop run
        end-if

        exit paragraph
    .

    *>*************************************************************
    *> Field profiling. Every record of the right length is
    *> profiled as received, before masking, field edits or
    *> duplicate handling touch it -- the profile describes what
    *> the partner sent. At the end of the run the profile report
    *> compares each field with the same feed's previous runs and
    *> the run's own profile joins the history. A resumed run has
    *> only seen part of the extract, so it reports its profile but
    *> neither compares nor keeps it.
    *>*************************************************************
    init-field-profile.
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            move 0 to profile-filled(profile-idx) profile-distinct(profile-idx)
                profile-min-len(profile-idx) profile-max-len(profile-idx)
            set profile-capped(profile-idx) to false
            set profile-withheld(profile-idx) to false
            move spaces to profile-min-value(profile-idx) profile-max-value(profile-idx)
            perform varying profile-top-idx from 1 by 1 until profile-top-idx > 5
                move 0 to profile-top-slot(profile-idx, profile-top-idx)
                    profile-top-recs(profile-idx, profile-top-idx)
                move spaces to profile-top-value(profile-idx, profile-top-idx)
            end-perform
        end-perform
        move "my-id" to profile-field-name(1)
        move "my-age" to profile-field-name(2)
        move "my-initial" to profile-field-name(3)
        move "my-description" to profile-field-name(4)
        move "my-nimbus" to profile-field-name(5)
        move "my-email" to profile-field-name(6)
        move "my-region" to profile-field-name(7)
        move 0 to profile-recs
        if not mask-enabled
            exit paragraph
        end-if
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            perform varying mask-field-idx from 1 by 1
                    until mask-field-idx > mask-field-count
                if mask-field-name(mask-field-idx) equal to
                        profile-field-name(profile-idx)
                    set profile-withheld(profile-idx) to true
                end-if
            end-perform
        end-perform
        exit paragraph
    .

    accumulate-field-profile.
        add 1 to profile-recs
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            evaluate profile-idx
                when 1
                    move my-id to profile-value-in
                when 2
                    move my-age to profile-value-in
                when 3
                    move my-initial to profile-value-in
                when 4
                    move my-description to profile-value-in
                when 5
                    move my-nimbus to profile-value-in
                when 6
                    move my-email to profile-value-in
                when 7
                    move my-region to profile-value-in
            end-evaluate
            if profile-value-in not equal to spaces
                perform profile-one-value
            end-if
        end-perform
        exit paragraph
    .

    profile-one-value.
        add 1 to profile-filled(profile-idx)
        move length(trim(profile-value-in trailing)) to profile-value-len
        if profile-filled(profile-idx) equal to 1
            move profile-value-len to profile-min-len(profile-idx)
            move profile-value-len to profile-max-len(profile-idx)
            move profile-value-in to profile-min-value(profile-idx)
            move profile-value-in to profile-max-value(profile-idx)
        end-if
        if profile-value-len < profile-min-len(profile-idx)
            move profile-value-len to profile-min-len(profile-idx)
        end-if
        if profile-value-len > profile-max-len(profile-idx)
            move profile-value-len to profile-max-len(profile-idx)
        end-if
        if profile-value-in < profile-min-value(profile-idx)
            move profile-value-in to profile-min-value(profile-idx)
        end-if
        if profile-value-in > profile-max-value(profile-idx)
            move profile-value-in to profile-max-value(profile-idx)
        end-if

        set profile-value-found to false
        move 1 to cdc-bin-lo
        move profile-distinct(profile-idx) to cdc-bin-hi
        perform until cdc-bin-lo > cdc-bin-hi
            compute cdc-bin-mid = (cdc-bin-lo + cdc-bin-hi) / 2
            evaluate true
                when profile-value(profile-idx, cdc-bin-mid) equal to profile-value-in
                    set profile-value-found to true
                    move cdc-bin-mid to profile-value-idx
                    exit perform
                when profile-value(profile-idx, cdc-bin-mid) less than profile-value-in
                    compute cdc-bin-lo = cdc-bin-mid + 1
                when other
                    compute cdc-bin-hi = cdc-bin-mid - 1
            end-evaluate
        end-perform

        if not profile-value-found
            *> past capacity the distinct count is a floor and the
            *> top values come from the values already held
            if profile-distinct(profile-idx) >= profile-value-capacity
                set profile-capped(profile-idx) to true
                exit paragraph
            end-if
            move cdc-bin-lo to profile-insert-pos
            perform varying profile-shift-idx from profile-distinct(profile-idx) by -1
                    until profile-shift-idx < profile-insert-pos
                move profile-value-entry(profile-idx, profile-shift-idx)
                    to profile-value-entry(profile-idx, profile-shift-idx + 1)
            end-perform
            move profile-insert-pos to profile-value-idx
            move profile-value-in to profile-value(profile-idx, profile-value-idx)
            move 0 to profile-value-recs(profile-idx, profile-value-idx)
            add 1 to profile-distinct(profile-idx)
        end-if
        add 1 to profile-value-recs(profile-idx, profile-value-idx)
        exit paragraph
    .

    *> the five most common values, ties going to the lower value
    pick-profile-top-values.
        perform varying profile-top-idx from 1 by 1 until profile-top-idx > 5
            move 0 to profile-best-recs
            move 0 to profile-best-slot
            perform varying profile-value-idx from 1 by 1
                    until profile-value-idx > profile-distinct(profile-idx)
                if profile-value-recs(profile-idx, profile-value-idx) > profile-best-recs
                    set profile-slot-taken to false
                    perform varying profile-top-check from 1 by 1
                            until profile-top-check >= profile-top-idx
                        if profile-top-slot(profile-idx, profile-top-check)
                                equal to profile-value-idx
                            set profile-slot-taken to true
                        end-if
                    end-perform
                    if not profile-slot-taken
                        move profile-value-recs(profile-idx, profile-value-idx)
                            to profile-best-recs
                        move profile-value-idx to profile-best-slot
                    end-if
                end-if
            end-perform
            move profile-best-slot to profile-top-slot(profile-idx, profile-top-idx)
            if profile-best-slot > 0
                move profile-value(profile-idx, profile-best-slot)
                    to profile-top-value(profile-idx, profile-top-idx)
                move profile-best-recs to profile-top-recs(profile-idx, profile-top-idx)
            end-if
        end-perform
        exit paragraph
    .

    write-profile-report.
        move current-date(1:14) to profile-run-stamp
        move partition-digit to profile-partition
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            perform pick-profile-top-values
        end-perform
        if not profile-resumed
            perform load-profile-history
        end-if

        open output profilerpt
        move spaces to profile-rpt-rec
        move profile-recs to profile-count-disp
        string "field profile, run " profile-run-stamp ": "
            trim(profile-count-disp) " record(s) of " trim(input-file-path)
            into profile-rpt-rec
        write profile-rpt-rec
        if partner-run
            move spaces to profile-rpt-rec
            string "partner " trim(partner-code) into profile-rpt-rec
            write profile-rpt-rec
        end-if
        if profile-resumed
            move spaces to profile-rpt-rec
            string "resumed from a checkpoint - this profile covers the records "
                "read since the restart and is neither compared nor kept"
                into profile-rpt-rec
            write profile-rpt-rec
        end-if
        move spaces to profile-rpt-rec
        write profile-rpt-rec
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            perform write-profile-field-lines
        end-perform

        move spaces to profile-rpt-rec
        write profile-rpt-rec
        if not profile-resumed
            perform compare-profile-history
            perform append-profile-history
        end-if
        close profilerpt

        if profile-shift-count > 0
            display "*** FIELD PROFILE: " profile-shift-count
                " sharp shift(s) against previous runs - see "
                trim(profile-report-path) " ***"
        end-if
        exit paragraph
    .

    write-profile-field-lines.
        move 0 to profile-fill-pct
        if profile-recs > 0
            compute profile-fill-pct rounded =
                profile-filled(profile-idx) * 100 / profile-recs
        end-if
        move profile-fill-pct to profile-pct-disp
        move profile-filled(profile-idx) to profile-count-disp
        move profile-distinct(profile-idx) to profile-distinct-edit
        move trim(profile-distinct-edit) to profile-distinct-disp
        if profile-capped(profile-idx)
            move spaces to profile-distinct-disp
            string profile-value-capacity "+" into profile-distinct-disp
        end-if
        move spaces to profile-rpt-rec
        string profile-field-name(profile-idx) " filled " profile-count-disp
            " (" profile-pct-disp "%)  distinct " profile-distinct-disp
            "  length " profile-min-len(profile-idx) "-" profile-max-len(profile-idx)
            into profile-rpt-rec
        write profile-rpt-rec
        if profile-filled(profile-idx) equal to 0
            exit paragraph
        end-if
        if profile-withheld(profile-idx)
            move "    values withheld - the field is masked" to profile-rpt-rec
            write profile-rpt-rec
            exit paragraph
        end-if
        move spaces to profile-rpt-rec
        string "    lowest '" trim(profile-min-value(profile-idx) trailing)
            "'  highest '" trim(profile-max-value(profile-idx) trailing) "'"
            into profile-rpt-rec
        write profile-rpt-rec
        move spaces to profile-rpt-rec
        move 1 to profile-line-ptr
        string "    top" delimited by size into profile-rpt-rec
            with pointer profile-line-ptr
        perform varying profile-top-idx from 1 by 1 until profile-top-idx > 5
            if profile-top-slot(profile-idx, profile-top-idx) > 0
                move profile-top-recs(profile-idx, profile-top-idx) to profile-count-disp
                string " '" trim(profile-top-value(profile-idx, profile-top-idx) trailing)
                    "' x" trim(profile-count-disp) delimited by size
                    into profile-rpt-rec with pointer profile-line-ptr
            end-if
        end-perform
        write profile-rpt-rec
        exit paragraph
    .

    *> the last few runs of this feed, per field, oldest dropped
    *> first as newer ones are read
    load-profile-history.
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            move 0 to profile-hist-count(profile-idx)
        end-perform
        call "CBL_CHECK_FILE_EXIST" using 'fixedwidth.profile.hist', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input profilehist
        perform until exit
            read profilehist
                at end
                    exit perform
                not at end
                    perform take-profile-history-line
            end-read
        end-perform
        close profilehist
        exit paragraph
    .

    take-profile-history-line.
        move spaces to profile-hist-field(1)
        perform varying profile-hist-fld-idx from 2 by 1 until profile-hist-fld-idx > 23
            move spaces to profile-hist-field(profile-hist-fld-idx)
        end-perform
        unstring profile-hist-rec delimited by "|"
            into profile-hist-field(1) profile-hist-field(2) profile-hist-field(3)
                profile-hist-field(4) profile-hist-field(5) profile-hist-field(6)
                profile-hist-field(7) profile-hist-field(8) profile-hist-field(9)
                profile-hist-field(10) profile-hist-field(11) profile-hist-field(12)
                profile-hist-field(13) profile-hist-field(14) profile-hist-field(15)
                profile-hist-field(16) profile-hist-field(17) profile-hist-field(18)
                profile-hist-field(19) profile-hist-field(20) profile-hist-field(21)
                profile-hist-field(22) profile-hist-field(23)
        end-unstring
        if profile-hist-field(2) not equal to partner-code
            or profile-hist-field(3) not equal to profile-partition
            exit paragraph
        end-if
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            if profile-hist-field(4) equal to profile-field-name(profile-idx)
                exit perform
            end-if
        end-perform
        if profile-idx > profile-field-count
            exit paragraph
        end-if
        if trim(profile-hist-field(5)) is not numeric
            or trim(profile-hist-field(6)) is not numeric
            or trim(profile-hist-field(7)) is not numeric
            exit paragraph
        end-if

        if profile-hist-count(profile-idx) >= profile-hist-window
            perform varying profile-hist-idx from 1 by 1
                    until profile-hist-idx >= profile-hist-window
                move profile-hist-entry(profile-idx, profile-hist-idx + 1)
                    to profile-hist-entry(profile-idx, profile-hist-idx)
            end-perform
        else
            add 1 to profile-hist-count(profile-idx)
        end-if
        move profile-hist-count(profile-idx) to profile-hist-idx

        move numval(profile-hist-field(5)) to profile-hist-recs
        move numval(profile-hist-field(6)) to profile-hist-filled
        move numval(profile-hist-field(7)) to profile-hist-distinct
        move 0 to profile-hist-fill-pct(profile-idx, profile-hist-idx)
        move 0 to profile-hist-distinct-pct(profile-idx, profile-hist-idx)
        if profile-hist-recs > 0
            compute profile-hist-fill-pct(profile-idx, profile-hist-idx) rounded =
                profile-hist-filled * 100 / profile-hist-recs
        end-if
        if profile-hist-filled > 0
            compute profile-hist-distinct-pct(profile-idx, profile-hist-idx) rounded =
                profile-hist-distinct * 100 / profile-hist-filled
        end-if
        move profile-hist-field(8) to profile-hist-capped(profile-idx, profile-hist-idx)
        move numval(profile-hist-field(10)) to profile-hist-min-len(profile-idx, profile-hist-idx)
        move numval(profile-hist-field(11)) to profile-hist-max-len(profile-idx, profile-hist-idx)
        perform varying profile-top-idx from 1 by 1 until profile-top-idx > 5
            move profile-hist-field(12 + (profile-top-idx * 2))
                to profile-hist-top(profile-idx, profile-hist-idx, profile-top-idx)
        end-perform
        exit paragraph
    .

    compare-profile-history.
        move 0 to profile-hist-runs
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            if profile-hist-count(profile-idx) > profile-hist-runs
                move profile-hist-count(profile-idx) to profile-hist-runs
            end-if
        end-perform
        if profile-hist-runs equal to 0
            move "no previous runs of this feed profiled - nothing to compare yet"
                to profile-rpt-rec
            write profile-rpt-rec
            exit paragraph
        end-if
        move spaces to profile-rpt-rec
        string "shifts against the previous " profile-hist-runs " run(s):"
            into profile-rpt-rec
        write profile-rpt-rec

        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            if profile-hist-count(profile-idx) > 0
                perform compare-profile-fill
                perform compare-profile-distinct
                perform compare-profile-lengths
                perform compare-profile-top-values
            end-if
        end-perform

        if profile-shift-count equal to 0
            move "  none - every field profiles as it did before" to profile-rpt-rec
            write profile-rpt-rec
        end-if
        exit paragraph
    .

    compare-profile-fill.
        move 0 to profile-sum
        perform varying profile-hist-idx from 1 by 1
                until profile-hist-idx > profile-hist-count(profile-idx)
            add profile-hist-fill-pct(profile-idx, profile-hist-idx) to profile-sum
        end-perform
        compute profile-avg-pct rounded = profile-sum / profile-hist-count(profile-idx)
        move 0 to profile-fill-pct
        if profile-recs > 0
            compute profile-fill-pct rounded =
                profile-filled(profile-idx) * 100 / profile-recs
        end-if
        if abs(profile-fill-pct - profile-avg-pct) > profile-fill-shift-limit
            move profile-fill-pct to profile-pct-disp
            move profile-avg-pct to profile-avg-disp
            move spaces to profile-rpt-rec
            string "  " profile-field-name(profile-idx) " FILL RATE "
                profile-pct-disp "% against " profile-avg-disp "% before"
                into profile-rpt-rec
            write profile-rpt-rec
            add 1 to profile-shift-count
        end-if
        exit paragraph
    .

    *> a capped distinct count is only a floor, so a capped run on
    *> either side is left out of the ratio
    compare-profile-distinct.
        if profile-capped(profile-idx) or profile-filled(profile-idx) equal to 0
            exit paragraph
        end-if
        move 0 to profile-sum
        move 0 to profile-avg-runs
        perform varying profile-hist-idx from 1 by 1
                until profile-hist-idx > profile-hist-count(profile-idx)
            if profile-hist-capped(profile-idx, profile-hist-idx) equal to "N"
                and profile-hist-distinct-pct(profile-idx, profile-hist-idx) > 0
                add profile-hist-distinct-pct(profile-idx, profile-hist-idx) to profile-sum
                add 1 to profile-avg-runs
            end-if
        end-perform
        if profile-avg-runs equal to 0
            exit paragraph
        end-if
        compute profile-avg-pct rounded = profile-sum / profile-avg-runs
        compute profile-distinct-pct rounded =
            profile-distinct(profile-idx) * 100 / profile-filled(profile-idx)
        if abs(profile-distinct-pct - profile-avg-pct) > profile-distinct-shift-limit
            move profile-distinct-pct to profile-pct-disp
            move profile-avg-pct to profile-avg-disp
            move spaces to profile-rpt-rec
            string "  " profile-field-name(profile-idx) " DISTINCT VALUES "
                profile-pct-disp "% of filled records against "
                profile-avg-disp "% before" into profile-rpt-rec
            write profile-rpt-rec
            add 1 to profile-shift-count
        end-if
        exit paragraph
    .

    compare-profile-lengths.
        if profile-filled(profile-idx) equal to 0
            exit paragraph
        end-if
        move 0 to profile-sum
        move 0 to profile-avg-runs
        perform varying profile-hist-idx from 1 by 1
                until profile-hist-idx > profile-hist-count(profile-idx)
            if profile-hist-max-len(profile-idx, profile-hist-idx) > 0
                add profile-hist-max-len(profile-idx, profile-hist-idx) to profile-sum
                add 1 to profile-avg-runs
            end-if
        end-perform
        if profile-avg-runs > 0
            compute profile-avg-len rounded = profile-sum / profile-avg-runs
            compute profile-shift-pct rounded =
                abs(profile-max-len(profile-idx) - profile-avg-len) * 100 / profile-avg-len
            if profile-shift-pct > profile-length-shift-limit
                move profile-max-len(profile-idx) to profile-len-disp
                move profile-avg-len to profile-avg-len-disp
                move spaces to profile-rpt-rec
                string "  " profile-field-name(profile-idx) " LONGEST VALUE "
                    profile-len-disp " byte(s) against " profile-avg-len-disp
                    " before" into profile-rpt-rec
                write profile-rpt-rec
                add 1 to profile-shift-count
            end-if
        end-if

        move 0 to profile-sum
        move 0 to profile-avg-runs
        perform varying profile-hist-idx from 1 by 1
                until profile-hist-idx > profile-hist-count(profile-idx)
            if profile-hist-min-len(profile-idx, profile-hist-idx) > 0
                add profile-hist-min-len(profile-idx, profile-hist-idx) to profile-sum
                add 1 to profile-avg-runs
            end-if
        end-perform
        if profile-avg-runs > 0
            compute profile-avg-len rounded = profile-sum / profile-avg-runs
            compute profile-shift-pct rounded =
                abs(profile-min-len(profile-idx) - profile-avg-len) * 100 / profile-avg-len
            if profile-shift-pct > profile-length-shift-limit
                move profile-min-len(profile-idx) to profile-len-disp
                move profile-avg-len to profile-avg-len-disp
                move spaces to profile-rpt-rec
                string "  " profile-field-name(profile-idx) " SHORTEST VALUE "
                    profile-len-disp " byte(s) against " profile-avg-len-disp
                    " before" into profile-rpt-rec
                write profile-rpt-rec
                add 1 to profile-shift-count
            end-if
        end-if
        exit paragraph
    .

    *> only a code-like field -- no more than one distinct value
    *> per two filled records -- has common values worth watching;
    *> an id or free text has none. a masked field's history holds
    *> no values to compare.
    compare-profile-top-values.
        if profile-withheld(profile-idx) or profile-filled(profile-idx) equal to 0
            exit paragraph
        end-if
        if profile-capped(profile-idx)
            or profile-distinct(profile-idx) * 2 > profile-filled(profile-idx)
            exit paragraph
        end-if
        perform varying profile-top-idx from 1 by 1 until profile-top-idx > 5
            if profile-top-slot(profile-idx, profile-top-idx) > 0
                and profile-top-recs(profile-idx, profile-top-idx) > 1
                compute profile-share-pct rounded =
                    profile-top-recs(profile-idx, profile-top-idx) * 100
                        / profile-filled(profile-idx)
                if profile-share-pct >= profile-top-share-limit
                    perform check-profile-top-value-known
                end-if
            end-if
        end-perform
        exit paragraph
    .

    check-profile-top-value-known.
        move profile-top-value(profile-idx, profile-top-idx) to profile-value-in
        inspect profile-value-in replacing all "|" by "/"
        set profile-value-found to false
        perform varying profile-hist-idx from 1 by 1
                until profile-hist-idx > profile-hist-count(profile-idx)
            perform varying profile-top-check from 1 by 1 until profile-top-check > 5
                if profile-hist-top(profile-idx, profile-hist-idx, profile-top-check)
                        equal to profile-value-in
                    set profile-value-found to true
                end-if
            end-perform
        end-perform
        if profile-value-found
            exit paragraph
        end-if
        move profile-share-pct to profile-pct-disp
        move spaces to profile-rpt-rec
        string "  " profile-field-name(profile-idx) " NEW COMMON VALUE '"
            trim(profile-value-in trailing) "' in " profile-pct-disp
            "% of filled records, in no previous run's top values"
            into profile-rpt-rec
        write profile-rpt-rec
        add 1 to profile-shift-count
        exit paragraph
    .

    append-profile-history.
        call "CBL_CHECK_FILE_EXIST" using 'fixedwidth.profile.hist', file-info end-call
        if return-code equal to 0
            open extend profilehist
        else
            open output profilehist
        end-if
        move 0 to return-code
        perform varying profile-idx from 1 by 1
                until profile-idx > profile-field-count
            perform write-profile-history-line
        end-perform
        close profilehist
        exit paragraph
    .

    write-profile-history-line.
        move spaces to profile-hist-rec
        move 1 to profile-line-ptr
        string profile-run-stamp "|" trim(partner-code) "|" profile-partition "|"
            trim(profile-field-name(profile-idx)) "|" profile-recs "|"
            profile-filled(profile-idx) "|" profile-distinct(profile-idx) "|"
            delimited by size into profile-hist-rec with pointer profile-line-ptr
        if profile-capped(profile-idx)
            string "Y|" delimited by size into profile-hist-rec
                with pointer profile-line-ptr
        else
            string "N|" delimited by size into profile-hist-rec
                with pointer profile-line-ptr
        end-if
        if profile-withheld(profile-idx)
            string "Y|" delimited by size into profile-hist-rec
                with pointer profile-line-ptr
        else
            string "N|" delimited by size into profile-hist-rec
                with pointer profile-line-ptr
        end-if
        string profile-min-len(profile-idx) "|" profile-max-len(profile-idx) "|"
            delimited by size into profile-hist-rec with pointer profile-line-ptr

        if profile-withheld(profile-idx)
            string "||" delimited by size into profile-hist-rec
                with pointer profile-line-ptr
        else
            move profile-min-value(profile-idx) to profile-value-in
            perform write-profile-history-value
            move profile-max-value(profile-idx) to profile-value-in
            perform write-profile-history-value
        end-if
        perform varying profile-top-idx from 1 by 1 until profile-top-idx > 5
            if profile-withheld(profile-idx)
                or profile-top-slot(profile-idx, profile-top-idx) equal to 0
                string "|0|" delimited by size into profile-hist-rec
                    with pointer profile-line-ptr
            else
                move profile-top-value(profile-idx, profile-top-idx) to profile-value-in
                perform write-profile-history-value
                string profile-top-recs(profile-idx, profile-top-idx) "|"
                    delimited by size into profile-hist-rec with pointer profile-line-ptr
            end-if
        end-perform
        write profile-hist-rec
        exit paragraph
    .

    *> a value is written up to its last non-blank, with any pipe
    *> turned to a slash so it cannot split the line
    write-profile-history-value.
        inspect profile-value-in replacing all "|" by "/"
        if profile-value-in not equal to spaces
            string profile-value-in(1:length(trim(profile-value-in trailing)))
                delimited by size into profile-hist-rec with pointer profile-line-ptr
        end-if
        string "|" delimited by size into profile-hist-rec with pointer profile-line-ptr
        exit paragraph
    .

    *>*************************************************************
    *> LAST-policy pre-pass: walk the extract once recording each
    *> id's final ordinal, so the main pass can tell a loser row
        string "DUPLICATE" X'09' rec-count X'09' function trim(my-id)
            X'09' trim(dup-policy) "-wins policy dropped this row" into reject-rec
        write reject-rec
        if not certify-run
            move "DEDUPLICATED" to lineage-event
            move spaces to lineage-detail
            string "record " rec-count " dropped by the " trim(dup-policy)
                "-wins policy" into lineage-detail
            perform write-lineage-line
        end-if
        if certify-run
            perform note-certify-dup-example
        end-if
        exit paragraph
    .

        string "mongo-stage.p" partition-digit ".jsonl.tmp" into mongo-stage-tmp-path
        move spaces to redis-stage-tmp-path
        string "redis-stage.p" partition-digit ".txt.tmp" into redis-stage-tmp-path
        move spaces to profile-report-path
        string "fixedwidth.profile.p" partition-digit ".rpt" into profile-report-path

        display "partitioned worker " partition-digit " reading "
            trim(input-file-path)
                    set file-enabled to true
                when "MASK"
                    set mask-enabled to true
                when "CERTIFY"
                    set certify-run to true
                when other
                    continue
            end-evaluate
        end-perform

        *> certification stages and loads nothing, whatever else the
        *> list asked for
        if certify-run
            set sqlite-enabled mongo-enabled redis-enabled file-enabled to false
            set cdc-enabled mask-enabled to false
        end-if
        exit paragraph
    .

        if return-code equal to 0
            add redis-staged-count to redis-load-count
            display "redis load OK: " redis-staged-count " record(s) replayed"
            move spaces to lineage-detail
            string "REDIS loaded " redis-staged-count " row(s)" into lineage-detail
            perform write-lineage-load
        else
            add redis-staged-count to redis-fail-count
            display "*** REDIS LOAD FAILED, return-code " return-code " -- "
            string "redis replay failed rc " function trim(load-rc-display)
                into deadletter-reason
            perform spool-redis-deadletter
            move spaces to lineage-detail
            string "REDIS failed - " redis-staged-count " row(s) dead-lettered: "
                trim(deadletter-reason) into lineage-detail
            perform write-lineage-load
        end-if
        exit paragraph
    .
            function trim(field-value) into reject-rec
        write reject-rec
        add 1 to field-reject-count
        if not certify-run
            move "REJECTED" to lineage-event
            move spaces to lineage-detail
            string "record " rec-count " FIELD-REJECT " trim(rule-field-name(rules-idx))
                " " trim(rule-code(rules-idx)) " '" trim(field-value) "'"
                into lineage-detail
            perform write-lineage-line
        end-if
        if certify-run
            perform note-certify-field-example
        end-if
        exit paragraph
    .


        if not prior-found
            add 1 to cdc-insert-count
            move "INSERT" to lineage-cdc-class
            move spaces to cdc-ops-rec
            string "INSERT" X'09' function trim(my-id) into cdc-ops-rec
            write cdc-ops-rec
            move "INSERT" to version-op
            perform post-record-version
            exit paragraph
        end-if

        set prior-seen(prior-idx) to true
        if prior-checksum(prior-idx) not equal to rec-checksum
            add 1 to cdc-update-count
            move "UPDATE" to lineage-cdc-class
            move spaces to cdc-ops-rec
            string "UPDATE" X'09' function trim(my-id) into cdc-ops-rec
            write cdc-ops-rec
            move "UPDATE" to version-op
            perform post-record-version
        else
            add 1 to cdc-unchanged-count
            move "UNCHANGED" to lineage-cdc-class
            set cdc-stage-record to false
            if version-seeding
                move "BASELINE" to version-op
                perform post-record-version
            end-if
        end-if
        exit paragraph
    .
                string "DELETE" X'09' function trim(prior-id(prior-idx))
                    into cdc-ops-rec
                write cdc-ops-rec
                move prior-id(prior-idx) to lineage-id
                move "CDC" to lineage-event
                move "DELETE - absent from this run's extract" to lineage-detail
                perform write-lineage-line
                move prior-id(prior-idx) to version-search-id
                move "DELETE" to version-op
                perform close-record-version
            end-if
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> Versioned history store. An insert or update opens a new
    *> version valid from this run, closing the version it
    *> replaces; a delete closes the current version. The store is
    *> keyed by my-id and valid-from, so one id's versions read
    *> back in order.
    *>*************************************************************
    open-record-history.
        move current-date(1:14) to version-run-stamp
        set version-seeding to false
        call "CBL_CHECK_FILE_EXIST" using './datafiles/record-history.db', file-info end-call
        if return-code equal to 0
            open i-o recordhistory
            if version-status not equal to "00"
                *> the store can't be rebuilt from any extract still
                *> on disk, so an unreadable one stops the run
                display "*** record history store would not open (status "
                    version-status ") - stopping before any damage ***"
                stop run
            end-if
        else
            move 0 to return-code
            display "no record history on disk - starting a fresh one, seeded from this run"
            open output recordhistory
            close recordhistory
            open i-o recordhistory
            set version-seeding to true
        end-if
        exit paragraph
    .

    post-record-version.
        move my-id to version-search-id
        move spaces to version-new-image
        move my-rec to version-new-image(1:90)
        move my-email to version-new-image(91:30)
        move my-region to version-new-image(121:10)
        perform find-open-version
        if version-open-found
            if version-open-image equal to version-new-image
                exit paragraph
            end-if
            perform close-open-version
        end-if

        move spaces to version-rec
        move version-search-id to version-id
        move version-run-stamp to version-from
        move version-op to version-opened-by
        move my-layout-version to version-layout
        move version-new-image to version-image
        write version-rec
            invalid key
                display "*** WARNING: " trim(version-search-id)
                    " already has a version from this run - not versioned again ***"
            not invalid key
                add 1 to versions-opened-count
        end-write
        exit paragraph
    .

    close-record-version.
        perform find-open-version
        if version-open-found
            perform close-open-version
        end-if
        exit paragraph
    .

    *> an id's versions sit together in valid-from order; the one
    *> still open, if any, is the last
    find-open-version.
        set version-open-found to false
        move version-search-id to version-id
        move low-values to version-from
        start recordhistory key not less than version-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read recordhistory next record
                at end
                    exit perform
                not at end
                    if version-id not equal to version-search-id
                        exit perform
                    end-if
                    if version-to equal to spaces
                        set version-open-found to true
                        move version-key to version-open-key
                        move version-image to version-open-image
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    close-open-version.
        move version-open-key to version-key
        read recordhistory
            invalid key
                exit paragraph
        end-read
        move version-run-stamp to version-to
        move version-op to version-closed-by
        rewrite version-rec
            invalid key
                display "*** WARNING: could not close the open version of "
                    trim(version-search-id) " ***"
            not invalid key
                add 1 to versions-closed-count
        end-rewrite
        exit paragraph
    .

    *> this run's extract becomes the next run's baseline -- copied
    *> to a scratch file and swapped into place like the stage-file
    *> truncation above, so a failure mid-copy keeps the old baseline
        if return-code equal to 0
            add sqlite-staged-count to sqlite-load-count
            display "sqlite load OK: " sqlite-staged-count " record(s) imported"
            move spaces to lineage-detail
            string "SQLITE loaded " sqlite-staged-count " row(s)" into lineage-detail
            perform write-lineage-load
        else
            add sqlite-staged-count to sqlite-fail-count
            display "*** SQLITE LOAD FAILED, return-code " return-code " -- "
            string "sqlite import failed rc " function trim(load-rc-display)
                into deadletter-reason
            perform spool-sqlite-deadletter
            move spaces to lineage-detail
            string "SQLITE failed - " sqlite-staged-count " row(s) dead-lettered: "
                trim(deadletter-reason) into lineage-detail
            perform write-lineage-load
        end-if
        exit paragraph
    .
        if return-code equal to 0
            add mongo-staged-count to mongo-load-count
            display "mongo load OK: " mongo-staged-count " record(s) imported"
            move spaces to lineage-detail
            string "MONGO loaded " mongo-staged-count " row(s)" into lineage-detail
            perform write-lineage-load
        else
            add mongo-staged-count to mongo-fail-count
            display "*** MONGO LOAD FAILED, return-code " return-code " -- "
            string "mongo import failed rc " function trim(load-rc-display)
                into deadletter-reason
            perform spool-mongo-deadletter
            move spaces to lineage-detail
            string "MONGO failed - " mongo-staged-count " row(s) dead-lettered: "
                trim(deadletter-reason) into lineage-detail
            perform write-lineage-load
        end-if
        exit paragraph
    .
        exit paragraph
    .

    *>*************************************************************
    *> Certification mode: the sample's own file names, so a
    *> certification never touches a live run's extract, rejects,
    *> reconciliation or checkpoint.
    *>*************************************************************
    set-certify-paths.
        if partitioned-run
            display "Error: certification runs over one sample file - drop the partition argument"
            stop run
        end-if
        move 'certify-sample.txt' to input-file-path
        move 'certify-sample.rejects' to reject-file-path
        move 'certify-sample.reconciliation.rpt' to recon-file-path
        move 'certify-sample.ckpt' to ckpt-file-path
        if trim(partner-param) equal to spaces
            move 'certification.rpt' to cert-report-path
        else
            move spaces to cert-report-path
            string "certification." trim(upper-case(partner-param)) ".rpt"
                into cert-report-path
        end-if
        display "certification run: sample certify-sample.txt, report "
            trim(cert-report-path)
        exit paragraph
    .

    *> the partner's rows must map only fields we know, must map
    *> my-id (the duplicate policy and every store key on it), and
    *> must not overlap one another
    check-layout-catalog.
        move 0 to cert-catalog-count
        if not partner-run
            exit paragraph
        end-if
        perform varying partner-layout-idx from 1 by 1
                until partner-layout-idx > partner-layout-count
            evaluate partner-field-name(partner-layout-idx)
                when "my-id"
                when "my-age"
                when "my-initial"
                when "my-description"
                when "my-nimbus"
                when "my-email"
                when "my-region"
                    continue
                when other
                    move spaces to cert-rec
                    string "unknown field name " trim(partner-field-name(partner-layout-idx))
                        " -- not mapped to anything" into cert-rec
                    perform note-certify-catalog-problem
            end-evaluate
            if partner-field-offset(partner-layout-idx) < 1
                or partner-field-length(partner-layout-idx) < 1
                move spaces to cert-rec
                string "field " trim(partner-field-name(partner-layout-idx))
                    " has a zero offset or length" into cert-rec
                perform note-certify-catalog-problem
            end-if
            perform check-layout-overlap
        end-perform

        move 0 to cert-example-idx
        perform varying partner-layout-idx from 1 by 1
                until partner-layout-idx > partner-layout-count
            if partner-field-name(partner-layout-idx) equal to "my-id"
                move 1 to cert-example-idx
            end-if
        end-perform
        if cert-example-idx equal to 0
            move spaces to cert-rec
            string "no my-id field -- records cannot be keyed or de-duplicated"
                into cert-rec
            perform note-certify-catalog-problem
        end-if
        exit paragraph
    .

    check-layout-overlap.
        compute cert-this-extent = partner-field-offset(partner-layout-idx)
            + partner-field-length(partner-layout-idx) - 1
        perform varying cert-other-idx from 1 by 1
                until cert-other-idx >= partner-layout-idx
            compute cert-other-extent = partner-field-offset(cert-other-idx)
                + partner-field-length(cert-other-idx) - 1
            if partner-field-offset(partner-layout-idx) <= cert-other-extent
                and partner-field-offset(cert-other-idx) <= cert-this-extent
                move spaces to cert-rec
                string "fields " trim(partner-field-name(cert-other-idx)) " and "
                    trim(partner-field-name(partner-layout-idx)) " overlap" into cert-rec
                perform note-certify-catalog-problem
            end-if
        end-perform
        exit paragraph
    .

    note-certify-catalog-problem.
        if cert-catalog-count < 10
            add 1 to cert-catalog-count
            move cert-rec(1:100) to cert-catalog-problem(cert-catalog-count)
        end-if
        exit paragraph
    .

    *> the line exactly as the partner sent it, before any layout
    *> normalization slides it about
    keep-certify-raw-line.
        move spaces to cert-raw-line
        if my-rec-length > 0 and my-rec-length <= v2-tagged-length
            move tagged-rec(1:my-rec-length) to cert-raw-line
        end-if
        exit paragraph
    .

    note-certify-length-example.
        if cert-length-count >= cert-example-capacity
            exit paragraph
        end-if
        add 1 to cert-length-count
        move spaces to cert-length-example(cert-length-count)
        string "record " rec-count " is " my-rec-length " byte(s): "
            trim(cert-raw-line, trailing)
            into cert-length-example(cert-length-count)
        exit paragraph
    .

    note-certify-field-example.
        if cert-field-count >= cert-example-capacity
            exit paragraph
        end-if
        add 1 to cert-field-count
        move spaces to cert-field-example(cert-field-count)
        string "record " rec-count " " trim(rule-field-name(rules-idx))
            " fails " trim(rule-code(rules-idx)) " with '" trim(field-value)
            "': " trim(cert-raw-line, trailing)
            into cert-field-example(cert-field-count)
        exit paragraph
    .

    note-certify-dup-example.
        if cert-dup-count >= cert-example-capacity
            exit paragraph
        end-if
        add 1 to cert-dup-count
        move spaces to cert-dup-example(cert-dup-count)
        string "record " rec-count " repeats id " trim(my-id) ": "
            trim(cert-raw-line, trailing)
            into cert-dup-example(cert-dup-count)
        exit paragraph
    .

    *>*************************************************************
    *> One PASS/FAIL line per check with up to five offending
    *> lines under each failure, and an overall verdict. A
    *> catalog failure found before the sample was read leaves
    *> the other checks NOT RUN.
    *>*************************************************************
    write-certification-report.
        move 0 to cert-failed-checks
        open output certfile

        move spaces to cert-rec
        if partner-param equal to spaces
            string "partner certification - built-in layout - sample certify-sample.txt"
                into cert-rec
        else
            string "partner certification - partner " trim(upper-case(partner-param))
                " - sample certify-sample.txt" into cert-rec
        end-if
        write cert-rec
        move spaces to cert-rec
        string "run " current-date(1:4) "-" current-date(5:2) "-" current-date(7:2)
            " " current-date(9:2) ":" current-date(11:2)
            ", " rec-count " line(s) read, duplicate policy " trim(dup-policy)
            into cert-rec
        write cert-rec
        move spaces to cert-rec
        write cert-rec

        *> layout catalog
        move spaces to cert-rec
        if cert-catalog-count > 0
            add 1 to cert-failed-checks
            string "CHECK LAYOUT-CATALOG    FAIL  " cert-catalog-count " problem(s)"
                into cert-rec
        else
            if partner-run
                string "CHECK LAYOUT-CATALOG    PASS  " partner-layout-count
                    " field(s) mapped, lines must be at least " partner-min-length
                    " byte(s)" into cert-rec
            else
                string "CHECK LAYOUT-CATALOG    PASS  built-in v1/v2 layout"
                    into cert-rec
            end-if
        end-if
        write cert-rec
        perform varying cert-example-idx from 1 by 1
                until cert-example-idx > cert-catalog-count
            move spaces to cert-rec
            string "    " trim(cert-catalog-problem(cert-example-idx)) into cert-rec
            write cert-rec
        end-perform

        if rec-count equal to 0 and cert-catalog-count > 0
            move spaces to cert-rec
            string "CHECK LINE-LENGTH       NOT RUN" into cert-rec
            write cert-rec
            move spaces to cert-rec
            string "CHECK FIELD-EDITS       NOT RUN" into cert-rec
            write cert-rec
            move spaces to cert-rec
            string "CHECK DUPLICATE-POLICY  NOT RUN" into cert-rec
            write cert-rec
            perform write-certification-verdict
            exit paragraph
        end-if

        *> line length
        move spaces to cert-rec
        if reject-count > 0
            add 1 to cert-failed-checks
            string "CHECK LINE-LENGTH       FAIL  " reject-count
                " line(s) of the wrong length or layout tag" into cert-rec
        else
            string "CHECK LINE-LENGTH       PASS  every line the right length"
                into cert-rec
        end-if
        write cert-rec
        perform varying cert-example-idx from 1 by 1
                until cert-example-idx > cert-length-count
            move spaces to cert-rec
            string "    " cert-length-example(cert-example-idx) into cert-rec
            write cert-rec
        end-perform

        *> field edits
        move spaces to cert-rec
        evaluate true
            when rules-count equal to 0
                string "CHECK FIELD-EDITS       PASS  no fixedwidth.rules on disk - nothing to edit"
                    into cert-rec
            when field-reject-count > 0
                add 1 to cert-failed-checks
                string "CHECK FIELD-EDITS       FAIL  " field-reject-count
                    " field failure(s) against " rules-count " rule(s)" into cert-rec
            when other
                string "CHECK FIELD-EDITS       PASS  " rules-count
                    " rule(s), no failures" into cert-rec
        end-evaluate
        write cert-rec
        perform varying cert-example-idx from 1 by 1
                until cert-example-idx > cert-field-count
            move spaces to cert-rec
            string "    " cert-field-example(cert-example-idx) into cert-rec
            write cert-rec
        end-perform

        *> duplicate policy
        move spaces to cert-rec
        if dup-dropped-count > 0
            add 1 to cert-failed-checks
            string "CHECK DUPLICATE-POLICY  FAIL  " dup-dropped-count
                " row(s) would be dropped by the " trim(dup-policy)
                "-wins policy" into cert-rec
        else
            string "CHECK DUPLICATE-POLICY  PASS  no repeated ids" into cert-rec
        end-if
        write cert-rec
        perform varying cert-example-idx from 1 by 1
                until cert-example-idx > cert-dup-count
            move spaces to cert-rec
            string "    " cert-dup-example(cert-example-idx) into cert-rec
            write cert-rec
        end-perform

        perform write-certification-verdict
        exit paragraph
    .

    write-certification-verdict.
        move spaces to cert-rec
        write cert-rec
        move spaces to cert-rec
        if cert-failed-checks equal to 0
            move "PASS" to cert-verdict
            string "RESULT PASS - the sample meets every check; the partner can go live"
                into cert-rec
        else
            move "FAIL" to cert-verdict
            string "RESULT FAIL - " cert-failed-checks
                " check(s) failed; correct the lines above and resend a sample"
                into cert-rec
        end-if
        write cert-rec
        close certfile
        display "certification " cert-verdict ": see " trim(cert-report-path)
        if cert-failed-checks > 0
            move 1 to return-code
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> Lineage journal. Every record read leaves a RECEIVED line
    *> (or RECEIVED then REJECTED for a bad length, keyed on where
    *> the id would sit), then REJECTED per field-edit failure,
    *> DEDUPLICATED, its CDC class, and STAGED with the
    *> destinations; each bulk load leaves one run-level line that
    *> says whether that run's staged rows loaded or were
    *> dead-lettered. The id is journalled as received, the same
    *> value the extract and the reject file already hold.
    *>*************************************************************
    open-lineage-journal.
        move current-date(1:14) to lineage-run-stamp
        call "CBL_CHECK_FILE_EXIST" using 'fixedwidth.lineage.log', file-info end-call
        if return-code equal to 0
            open extend lineagefile
        else
            open output lineagefile
        end-if
        move 0 to return-code
        exit paragraph
    .

    note-lineage-received.
        if rec-length-ok
            move my-id to lineage-id
        else
            perform extract-dup-key
            move dup-search-key to lineage-id
        end-if
        move "RECEIVED" to lineage-event
        move spaces to lineage-detail
        if partner-run
            string "record " rec-count " of " trim(input-file-path)
                " partner " trim(partner-code) into lineage-detail
        else
            string "record " rec-count " of " trim(input-file-path)
                " layout v" my-layout-version into lineage-detail
        end-if
        perform write-lineage-line

        if not rec-length-ok
            move "REJECTED" to lineage-event
            move spaces to lineage-detail
            if not partner-run
                and (layout-tag equal to "V1" or layout-tag equal to "V2")
                string "record " rec-count " LAYOUT-MISMATCH tag " layout-tag
                    " on a " my-rec-length "-byte line" into lineage-detail
            else
                string "record " rec-count " BAD-LENGTH " my-rec-length
                    " byte(s)" into lineage-detail
            end-if
            perform write-lineage-line
        end-if
        exit paragraph
    .

    note-lineage-staged.
        move spaces to lineage-dest-list
        move 1 to lineage-dest-ptr
        if sqlite-enabled
            string "SQLITE " delimited by size into lineage-dest-list
                with pointer lineage-dest-ptr
        end-if
        if mongo-enabled
            string "MONGO " delimited by size into lineage-dest-list
                with pointer lineage-dest-ptr
        end-if
        if redis-enabled
            string "REDIS " delimited by size into lineage-dest-list
                with pointer lineage-dest-ptr
        end-if
        if file-enabled
            string "FILE " delimited by size into lineage-dest-list
                with pointer lineage-dest-ptr
        end-if
        move "STAGED" to lineage-event
        move spaces to lineage-detail
        if mask-enabled
            string "record " rec-count " to " trim(lineage-dest-list) " (masked)"
                into lineage-detail
        else
            string "record " rec-count " to " trim(lineage-dest-list)
                into lineage-detail
        end-if
        perform write-lineage-line
        exit paragraph
    .

    write-lineage-load.
        if certify-run
            exit paragraph
        end-if
        move spaces to lineage-id
        move "LOAD" to lineage-event
        perform write-lineage-line
        exit paragraph
    .

    write-lineage-line.
        if certify-run
            exit paragraph
        end-if
        move spaces to lineage-rec
        move current-date(1:14) to lineage-rec(1:14)
        move lineage-run-stamp to lineage-rec(16:14)
        move lineage-id to lineage-rec(31:37)
        move lineage-event to lineage-rec(69:12)
        move lineage-detail to lineage-rec(82:80)
        write lineage-rec
        exit paragraph
    .
