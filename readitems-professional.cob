            assign to '../price-master.dat'
            organization is line sequential.

            *> condition changes posted by repair work-order
            *> close-out, one pipe-delimited line per change:
            *> nsn|serial|condition|yyyymmdd|reference -- each holds
            *> until an extract newer than the change replaces it
            select conditionchangefile
            assign to '../condition-changes.dat'
            organization is line sequential.

            *> hard-copy print image of the report, produced alongside
            *> output.dat when "PRINT" is the first argument
            select printfile
        fd selectionfile.
        01 selection-rec pic X(60).

        fd conditionchangefile.
        01 condition-change-rec pic X(80).

        fd printfile.
        01 print-rec pic X(132).

    01 unserviceable-count pic 9(7) value 0.
    01 bad-condition-count pic 9(5) value 0.

    *> condition changes newer than the extract, by nsn+serial -- a
    *> repaired serial counts serviceable before the next extract
    *> catches up with the shop
    01 cond-change-capacity pic 9(5) value 5000.
    01 cond-change-count pic 9(5) value 0.
    01 cond-change-table occurs 5000 times indexed by cond-change-idx.
        02 cond-change-nsn pic X(13).
        02 cond-change-serial pic X(18).
        02 cond-change-code pic X(1).
    01 cond-change-field pic X(20) occurs 4 times.
    01 cond-change-date pic 9(8) value 0.
    01 extract-mod-date pic 9(8) value 0.
    01 effective-condition pic X(1) value space.
    01 condition-changed-count pic 9(5) value 0.

    *> every record tallies line-qty each: 1 for a serialized line,
    *> the quantity field for a bulk line with a blank serial. the
    *> grand quantity rolls up separately from rec-count because
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

    *> how full the fixed tables got this run, handed to the
    *> capacity-usage log at the end for capacity-monitor to trend.
    *> serial-count restarts with every tamcn group, so its peak is
    *> kept as it climbs.
    01 capacity-table-name pic X(30) value spaces.
    01 capacity-high-water pic 9(9) value 0.
    01 capacity-limit pic 9(9) value 0.
    01 serial-high-water pic 9(5) value 0.

    *> shared binary-search workspace. every in-storage table here is
    *> kept in ascending key order (new keys are shifted into place on
    *> first sight), so each lookup is a handful of probes instead of
    perform load-nsn-master
    perform load-tamcn-authority
    perform load-price-master
    perform load-condition-changes

    open input itemfile
    display "input file open"
    display "done"
	display "read " rec-count " records"
    display "flagged " reject-count " rejected/out-of-sequence record(s)"
    if condition-changed-count greater than 0
        display condition-changed-count " record(s) counted under a repair close-out condition"
    end-if
    if bad-condition-count greater than 0
        display bad-condition-count " record(s) carried an unrecognized condition code"
    end-if
    end-if
    perform clear-checkpoint

    perform record-table-headroom

    move rec-count to ledger-reg-count
    move 0 to ledger-reg-rc
    call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
    stop run
.

*> one capacity-usage line per fixed table; the ranking table is
*> sized to the tamcn table and only used when a ranking is asked for
record-table-headroom.
    call "capacity-usage" end-call  *> load the module so its entry points resolve
    move "serial-table" to capacity-table-name
    move serial-high-water to capacity-high-water
    move serial-table-capacity to capacity-limit
    call "capacity-record" using ledger-job-name, capacity-table-name,
        capacity-high-water, capacity-limit end-call
    move "commodity-table" to capacity-table-name
    move commodity-count to capacity-high-water
    move commodity-table-capacity to capacity-limit
    call "capacity-record" using ledger-job-name, capacity-table-name,
        capacity-high-water, capacity-limit end-call
    move "completed-tamcn-table" to capacity-table-name
    move completed-count to capacity-high-water
    move completed-table-capacity to capacity-limit
    call "capacity-record" using ledger-job-name, capacity-table-name,
        capacity-high-water, capacity-limit end-call
    move "tamcn-table" to capacity-table-name
    move tamcn-agg-used-count to capacity-high-water
    move 10000 to capacity-limit
    call "capacity-record" using ledger-job-name, capacity-table-name,
        capacity-high-water, capacity-limit end-call
    if tamcn-used-count > 0
        move "ranked-flag-table" to capacity-table-name
        move tamcn-used-count to capacity-high-water
        move 10000 to capacity-limit
        call "capacity-record" using ledger-job-name, capacity-table-name,
            capacity-high-water, capacity-limit end-call
    end-if
.

display-output.
    display "Record #" space rec-count
    display "nsn: " trim(nsn in item-rec) 
*> always has; anything not S, R or U is flagged and counted
*> unserviceable rather than quietly padding the serviceable figure.
tally-condition.
    move condition-code in item-rec to effective-condition
    if cond-change-count greater than 0 and serial in item-rec not equal to spaces
        perform varying cond-change-idx from 1 by 1
                until cond-change-idx > cond-change-count
            if cond-change-nsn(cond-change-idx) equal to nsn in item-rec
                and cond-change-serial(cond-change-idx) equal to serial in item-rec
                if cond-change-code(cond-change-idx) not equal to effective-condition
                    move cond-change-code(cond-change-idx) to effective-condition
                    add 1 to condition-changed-count
                end-if
            end-if
        end-perform
    end-if
    evaluate effective-condition
        when "S"
        when " "
            add line-qty to serviceable-count
    write output-rec
.

*> Load the condition changes the repair shops have posted since
*> this extract was cut. Older ones are already in the extract. The
*> latest change for a serial wins, as they are applied in order.
load-condition-changes.
    call "CBL_CHECK_FILE_EXIST" using '../items.dat', ckpt-file-info end-call
    if return-code not equal zero
        exit paragraph
    end-if
    compute extract-mod-date = ckpt-mod-yyyy * 10000 + ckpt-mod-mo * 100 + ckpt-mod-dd

    call "CBL_CHECK_FILE_EXIST" using '../condition-changes.dat', ckpt-file-info end-call
    if return-code not equal zero
        move 0 to return-code
        exit paragraph
    end-if

    open input conditionchangefile
    perform until exit
        read conditionchangefile
            at end
                exit perform
            not at end
                perform store-condition-change
        end-read
    end-perform
    close conditionchangefile

    if cond-change-count greater than 0
        display "condition changes loaded: " cond-change-count " newer than the extract"
    end-if
.

store-condition-change.
    move spaces to cond-change-field(1) cond-change-field(2)
        cond-change-field(3) cond-change-field(4)
    unstring condition-change-rec delimited by "|"
        into cond-change-field(1) cond-change-field(2)
            cond-change-field(3) cond-change-field(4)
    end-unstring
    if trim(cond-change-field(4)) is not numeric
        exit paragraph
    end-if
    move numval(cond-change-field(4)) to cond-change-date
    if cond-change-date < extract-mod-date
        exit paragraph
    end-if
    if cond-change-count >= cond-change-capacity
        display "*** WARNING: condition change table at capacity -- remaining changes not applied ***"
        exit paragraph
    end-if
    add 1 to cond-change-count
    move cond-change-field(1) to cond-change-nsn(cond-change-count)
    move cond-change-field(2) to cond-change-serial(cond-change-count)
    move cond-change-field(3) to cond-change-code(cond-change-count)
.

*> Load the NSN reference master, if one is on disk. Run without it
*> and every record's nsn is taken on faith, exactly as before.
load-nsn-master.
            perform write-serial-capacity-reject
        else
            perform insert-serial-entry
            if serial-count > serial-high-water
                move serial-count to serial-high-water
            end-if
        end-if
    end-if
.
