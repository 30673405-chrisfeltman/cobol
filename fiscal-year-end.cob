       >>source format is free
identification division.
    program-id. fiscal-year-end.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one line per fiscal year closed:
            *>   fiscal-year|CLOSED|yyyymmddhhmmss|closer names-id|snapshot
            *> a CLOSED line is what stops a second run for the year
            select registerfile
            assign to '../year-end-register.dat'
            organization is line sequential.

            *> the artifact currently being frozen into the snapshot
            select sourcefile
            assign using source-path
            organization is line sequential.

            select snapfile
            assign using snap-path
            organization is line sequential.

            *> name, record count and checksum of everything frozen --
            *> the same cover sheet the month-end close packet carries
            select indexfile
            assign using index-path
            organization is line sequential.

            *> the last tally, raw tab or CSV layout
            select tallyfile
            assign to '../output.dat'
            organization is line sequential.

            *> tamcn,commodity,description -- how a tamcn's shortfall
            *> rolls up to its commodity
            select tamcnauthfile
            assign to '../tamcn-authority.dat'
            organization is line sequential.

            select readinesshistory
            assign to '../datafiles/readiness-history.db'
            organization is indexed
            access mode is dynamic
            record key is rhist-key.

            select serialhist
            assign to '../datafiles/serial-history.db'
            organization is indexed
            access mode is dynamic
            record key is hist-serial.

            *> last year's frozen summary, read back for the comparison
            select priorfile
            assign using prior-path
            organization is line sequential.

            select reportfile
            assign to '../year-end-comparison.txt'
            organization is line sequential.

            *> fiscal-year,commodity,budget-dollars
            select budgetfile
            assign to '../budget-master.dat'
            organization is line sequential.

            *> the leave accrual calendar post-timecards posts against:
            *>   leave-year|period|start yyyymmdd|end yyyymmdd
            select periodfile
            assign to './leave-periods.dat'
            organization is line sequential.

data division.
    file section.
        fd registerfile.
        01 register-rec pic X(100).

        fd sourcefile.
        01 source-rec pic X(256).

        fd snapfile.
        01 snap-rec pic X(256).

        fd indexfile.
        01 index-line pic X(160).

        fd tallyfile.
        01 tally-rec pic X(160).

        fd tamcnauthfile.
        01 tamcn-auth-rec pic X(80).

        fd readinesshistory.
        01 rhist-rec.
            05 rhist-key.
                10 rhist-date pic 9(8).
                10 rhist-tamcn pic X(12).
            05 rhist-onhand pic 9(7).
            05 rhist-authorized pic 9(7).
            05 rhist-verdict pic X(12).

        fd serialhist.
        01 hist-rec.
            05 hist-serial pic X(18).
            05 hist-tamcn pic X(12).
            05 hist-last-seen pic 9(8).
            05 hist-service-date pic 9(8).
            05 hist-service-interval pic 9(4).

        fd priorfile.
        01 prior-rec pic X(160).

        fd reportfile.
        01 report-line pic X(132).

        fd budgetfile.
        01 budget-rec pic X(60).

        fd periodfile.
        01 period-rec pic X(40).

working-storage section.
    *> whoever runs the year-end, by names-id -- handed on to the
    *> month-end close, which checks their certification
    01 closer-param pic X(20) value spaces.
    01 closer-id pic 9(10) value 0.
    01 year-param pic X(10) value spaces.

    *> the fiscal year closing runs October through September
    01 fiscal-year pic 9(4) value 0.
    01 prior-year pic 9(4) value 0.
    01 next-year pic 9(4) value 0.
    01 fy-start-date pic 9(8) value 0.
    01 fy-end-date pic 9(8) value 0.

    01 command pic X(120) value spaces.
    01 step-rc pic s9(9) value 0.
    01 close-rc pic s9(9) value 0.

    01 register-field pic X(40) occurs 5 times.
    01 year-closed-flag pic 9(1) value 0.
        88 year-closed value 1 false 0.
    01 closed-stamp pic X(14) value spaces.

    01 snapshot-dir pic X(40) value spaces.
    01 source-path pic X(80) value spaces.
    01 snap-path pic X(120) value spaces.
    01 index-path pic X(120) value spaces.
    01 prior-path pic X(120) value spaces.
    01 artifact-name pic X(40) value spaces.
    01 copy-rc pic s9(9) value 0.
    01 copy-rec-count pic 9(7) value 0.
    01 frozen-count pic 9(2) value 0.
    01 missing-count pic 9(2) value 0.

    *> same rolling line checksum the close packet is proved with
    01 artifact-checksum pic 9(18) comp value 0.
    01 checksum-display pic 9(18) value 0.
    01 checksum-char-idx pic 9(3) comp value 0.
    01 copy-line-len pic 9(3) value 0.
    01 size-display pic Z(17)9.

    *> every tamcn seen this year or last, in key order: the tally's
    *> on-hand, the latest readiness verdict, the serial-history
    *> count, and last year's frozen figures alongside
    01 tamcn-capacity pic 9(5) value 5000.
    01 tamcn-count pic 9(5) value 0.
    01 tamcn-table occurs 5000 times.
        05 tamcn-key pic X(12).
        05 tamcn-commodity pic X(10).
        05 tamcn-qty pic 9(7).
        05 tamcn-dollars pic s9(12)v99.
        05 tamcn-authorized pic 9(7).
        05 tamcn-verdict pic X(12).
        05 tamcn-verdict-date pic 9(8).
        05 tamcn-shortfall pic 9(7).
        05 tamcn-serials pic 9(7).
        05 tamcn-seen pic 9(7).
        05 tamcn-prior-flag pic 9(1).
            88 tamcn-in-prior value 1 false 0.
        05 tamcn-prior-dollars pic s9(12)v99.
        05 tamcn-prior-verdict pic X(12).
        05 tamcn-prior-shortfall pic 9(7).
        05 tamcn-prior-serials pic 9(7).
    01 tamcn-idx pic 9(5) value 0.
    01 shift-idx pic 9(5) value 0.
    01 find-tamcn pic X(12) value spaces.
    01 tamcn-found-flag pic 9(1) value 0.
        88 tamcn-found value 1 false 0.
    01 tamcn-current-flag pic 9(1) value 0.
        88 tamcn-current value 1 false 0.

    01 commodity-capacity pic 9(3) value 500.
    01 commodity-count pic 9(3) value 0.
    01 commodity-table occurs 500 times.
        05 commodity-key pic X(10).
        05 commodity-items pic 9(7).
        05 commodity-dollars pic s9(12)v99.
        05 commodity-short-tamcns pic 9(5).
        05 commodity-short-qty pic 9(7).
        05 commodity-prior-flag pic 9(1).
            88 commodity-in-prior value 1 false 0.
        05 commodity-prior-items pic 9(7).
        05 commodity-prior-dollars pic s9(12)v99.
        05 commodity-prior-short-tamcns pic 9(5).
        05 commodity-prior-short-qty pic 9(7).
    01 commodity-idx pic 9(3) value 0.
    01 commodity-shift-idx pic 9(3) value 0.
    01 find-commodity pic X(10) value spaces.
    01 commodity-found-flag pic 9(1) value 0.
        88 commodity-found value 1 false 0.

    01 auth-capacity pic 9(5) value 5000.
    01 auth-count pic 9(5) value 0.
    01 auth-table occurs 5000 times.
        05 auth-tamcn pic X(12).
        05 auth-commodity pic X(10).
    01 auth-idx pic 9(5) value 0.

    01 csv-field pic X(40) occurs 9 times.
    01 parsed-tag pic X(20) value spaces.
    01 selection-run-flag pic 9(1) value 0.
        88 selection-run value 1 false 0.
    01 latest-run-date pic 9(8) value 0.
    01 prior-frozen-date pic X(8) value spaces.
    01 prior-found-flag pic 9(1) value 0.
        88 prior-found value 1 false 0.
    01 summary-count pic 9(7) value 0.
    01 serial-total pic 9(9) value 0.

    *> the verdicts the readiness report archives, counted both years
    01 verdict-names.
        05 filler pic X(12) value "SHORTFALL".
        05 filler pic X(12) value "NO-ON-HAND".
        05 filler pic X(12) value "EXCESS".
        05 filler pic X(12) value "OK".
    01 verdict-list redefines verdict-names.
        05 verdict-name pic X(12) occurs 4 times.
    01 verdict-counts occurs 4 times.
        05 verdict-prior-count pic 9(5) value 0.
        05 verdict-cur-count pic 9(5) value 0.
    01 verdict-idx pic 9(1) value 0.

    01 movement pic X(8) value spaces.
    01 total-dollars pic s9(14)v99 value 0.
    01 total-prior-dollars pic s9(14)v99 value 0.
    01 dollar-change pic s9(14)v99 value 0.
    01 worse-count pic 9(5) value 0.
    01 better-count pic 9(5) value 0.

    01 money-display pic Z(11)9.99.
    01 prior-money-display pic Z(11)9.99.
    01 change-display pic -(11)9.99.
    01 signed-display pic -(12)9.99.
    01 qty-display pic Z(6)9.
    01 prior-qty-display pic Z(6)9.
    01 count-display pic Z(6)9.
    01 prior-count-display pic Z(6)9.
    01 short-display pic Z(6)9.
    01 prior-short-display pic Z(6)9.
    01 small-display pic Z(4)9.
    01 prior-small-display pic Z(4)9.

    *> next year's budget, carried forward from this year's rows
    01 budget-capacity pic 9(3) value 500.
    01 budget-count pic 9(3) value 0.
    01 budget-table occurs 500 times.
        05 budget-commodity pic X(10).
        05 budget-amount pic s9(12)v99.
        05 budget-next-flag pic 9(1).
            88 budget-next-open value 1 false 0.
    01 budget-idx pic 9(3) value 0.
    01 budget-opened-count pic 9(3) value 0.
    01 budget-open-already-count pic 9(3) value 0.
    01 budget-display pic -(12)9.99.

    *> the leave years the new fiscal year reaches into: its own
    *> October-December, and the calendar year that starts inside it
    01 leave-year pic 9(4) value 0.
    01 leave-year-open-flag pic 9(1) value 0.
        88 leave-year-open value 1 false 0.
    01 leave-years-opened pic 9(1) value 0.
    01 leave-period-count pic 9(2) value 52.
    01 leave-period pic 9(2) value 0.
    01 period-start pic 9(8) value 0.
    01 period-end pic 9(8) value 0.
    01 year-start-integer pic 9(8) value 0.
    01 period-file-exists-flag pic 9(1) value 0.
        88 period-file-exists value 1 false 0.

    01 ledger-job-name pic X(20) value "fiscal-year-end".
    01 ledger-reg-count pic 9(9) value 0.
    01 ledger-reg-rc pic s9(4) value 0.

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
    *> The fiscal year-end as one job. The last period is closed
    *> through month-end-close; if that refuses, so does the year.
    *> Then the year is frozen into ../year-end-<fy>: the tally,
    *> the allowance master and readiness-history.db as they stand,
    *> the serial-history counts by tamcn, and a year-end summary
    *> of on-hand dollars, readiness verdicts and shortfalls by
    *> tamcn and commodity -- next year's comparison reads that
    *> summary back. The new fiscal year's budget rows are carried
    *> forward from this year's, and the leave accrual periods for
    *> every calendar leave year the new fiscal year reaches into
    *> are opened. The year-over-year comparison against last
    *> year's summary goes to year-end-comparison.txt and into the
    *> snapshot.
    *>
    *>   fiscal-year-end <closer-names-id> [fiscal-year]
    *>
    *> The fiscal year defaults to the one ending this September.
    *> A year already CLOSED on the register is refused with
    *> return-code 8; 1 is a refused close, 4 a snapshot with an
    *> artifact missing.
    *>*************************************************************
    main.
        display "fiscal year-end starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if
        move 0 to return-code

        move current-date to current-timestamp
        move cur-year to fiscal-year
        if cur-month less than 9
            subtract 1 from fiscal-year
        end-if

        accept closer-param from argument-value
        if trim(closer-param) is numeric and length(trim(closer-param)) <= 10
            move numval(closer-param) to closer-id
        end-if
        accept year-param from argument-value
        if trim(year-param) not equal to spaces
            if trim(year-param) is numeric and length(trim(year-param)) equal to 4
                move numval(year-param) to fiscal-year
            else
                display "fiscal year must be yyyy - closing FY" fiscal-year
            end-if
        end-if
        compute prior-year = fiscal-year - 1
        compute next-year = fiscal-year + 1
        compute fy-start-date = prior-year * 10000 + 1001
        compute fy-end-date = fiscal-year * 10000 + 930

        if closer-id equal to 0
            display "*** year-end REFUSED - a closer names-id is required ***"
            move 1 to return-code
            perform end-ledger-run
            goback
        end-if

        perform check-year-end-register
        if year-closed
            display "*** FY" fiscal-year " was already closed " closed-stamp
                " - year-end REFUSED ***"
            move 8 to return-code
            perform end-ledger-run
            goback
        end-if

        *> SYSTEM hands back the wait status, the close's own
        *> return-code in its high byte
        display "closing the last period of FY" fiscal-year "..."
        move spaces to command
        string "./month-end-close " trim(closer-param) into command
        call "SYSTEM" using command end-call
        move return-code to step-rc
        move 0 to return-code
        divide step-rc by 256 giving close-rc
        if close-rc not equal to 0
            display "*** month-end close ended with return-code " close-rc
                " - year-end REFUSED, nothing frozen ***"
            move 1 to return-code
            perform end-ledger-run
            goback
        end-if

        move spaces to snapshot-dir
        string "../year-end-" fiscal-year into snapshot-dir
        call "CBL_CREATE_DIR" using snapshot-dir end-call
        move 0 to return-code

        move spaces to index-path
        string trim(snapshot-dir) "/year-end-snapshot.idx" into index-path
        open output indexfile
        move spaces to index-line
        string "fiscal year-end snapshot FY" fiscal-year
            " frozen " cur-year cur-month cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            " closer " closer-id
            into index-line
        write index-line

        move "output.dat" to artifact-name
        move "../output.dat" to source-path
        perform freeze-artifact
        move "allowance-master.dat" to artifact-name
        move "../allowance-master.dat" to source-path
        perform freeze-artifact
        perform freeze-readiness-history

        perform load-tamcn-authority
        perform take-tally
        perform take-readiness-verdicts
        perform take-serial-counts
        perform roll-up-shortfalls
        perform write-year-end-summary
        perform load-prior-summary
        perform write-comparison-report
        move "year-end-comparison.txt" to artifact-name
        move "../year-end-comparison.txt" to source-path
        perform freeze-artifact

        move spaces to index-line
        string "artifacts " frozen-count " missing " missing-count
            into index-line
        write index-line
        close indexfile

        perform open-next-budget-year
        perform open-leave-years
        perform write-register-line

        display "fiscal year-end complete for FY" fiscal-year
            " - snapshot in " trim(snapshot-dir)
        display "  " tamcn-count " tamcn(s), " commodity-count " commodit(y/ies), "
            worse-count " worse and " better-count " better than FY" prior-year
        if missing-count greater than 0
            display "*** " missing-count " artifact(s) missing from the snapshot ***"
            move 4 to return-code
        end-if
        perform end-ledger-run
        goback
    .

    end-ledger-run.
        move tamcn-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        move ledger-reg-rc to return-code
        exit paragraph
    .

    check-year-end-register.
        set year-closed to false
        call "CBL_CHECK_FILE_EXIST" using '../year-end-register.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input registerfile
        perform until exit
            read registerfile
                at end
                    exit perform
                not at end
                    move spaces to register-field(1) register-field(2)
                        register-field(3)
                    unstring register-rec delimited by "|"
                        into register-field(1) register-field(2) register-field(3)
                    end-unstring
                    if trim(register-field(1)) is numeric
                        and numval(register-field(1)) equal to fiscal-year
                        and trim(register-field(2)) equal to "CLOSED"
                        set year-closed to true
                        move register-field(3) to closed-stamp
                    end-if
            end-read
        end-perform
        close registerfile
        exit paragraph
    .

    write-register-line.
        call "CBL_CHECK_FILE_EXIST" using '../year-end-register.dat', file-info end-call
        if return-code equal to 0
            open extend registerfile
        else
            open output registerfile
        end-if
        move 0 to return-code
        move spaces to register-rec
        string fiscal-year "|CLOSED|" current-timestamp(1:14) "|" closer-id
            "|" trim(snapshot-dir)
            into register-rec
        write register-rec
        close registerfile
        exit paragraph
    .

    *>*************************************************************
    *> Freezing: a line file is copied record for record with its
    *> checksum on the index, as the close packet does; the indexed
    *> history is copied whole, by size.
    *>*************************************************************
    freeze-artifact.
        call "CBL_CHECK_FILE_EXIST" using source-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to missing-count
            move spaces to index-line
            string "MISSING " trim(artifact-name) into index-line
            write index-line
            exit paragraph
        end-if

        move spaces to snap-path
        string trim(snapshot-dir) "/" trim(artifact-name) into snap-path
        move 0 to copy-rec-count
        move 0 to artifact-checksum

        open input sourcefile
        open output snapfile
        perform until exit
            read sourcefile
                at end
                    exit perform
                not at end
                    add 1 to copy-rec-count
                    perform fold-line-into-checksum
                    move source-rec to snap-rec
                    write snap-rec
            end-read
        end-perform
        close sourcefile
        close snapfile

        add 1 to frozen-count
        move artifact-checksum to checksum-display
        move spaces to index-line
        string "ARTIFACT " trim(artifact-name)
            " records " copy-rec-count
            " checksum " checksum-display
            into index-line
        write index-line
        display "  froze " trim(artifact-name) ": " copy-rec-count " record(s)"
        exit paragraph
    .

    fold-line-into-checksum.
        move length(trim(source-rec, trailing)) to copy-line-len
        perform varying checksum-char-idx from 1 by 1
                until checksum-char-idx > copy-line-len
            compute artifact-checksum =
                mod((artifact-checksum * 31) +
                    ord(source-rec(checksum-char-idx:1)),
                    999999999999999999)
        end-perform
        exit paragraph
    .

    freeze-readiness-history.
        move "../datafiles/readiness-history.db" to source-path
        call "CBL_CHECK_FILE_EXIST" using source-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to missing-count
            move "MISSING readiness-history.db" to index-line
            write index-line
            exit paragraph
        end-if
        move file-size-in-bytes to size-display

        move spaces to snap-path
        string trim(snapshot-dir) "/readiness-history.db" into snap-path
        call "CBL_COPY_FILE" using source-path, snap-path end-call
        move return-code to copy-rc
        move 0 to return-code
        if copy-rc not equal to 0
            display "*** copy failed for " trim(source-path) " ***"
            add 1 to missing-count
            move "MISSING readiness-history.db (copy failed)" to index-line
            write index-line
            exit paragraph
        end-if

        add 1 to frozen-count
        move spaces to index-line
        string "ARTIFACT readiness-history.db bytes " trim(size-display)
            into index-line
        write index-line
        display "  froze readiness-history.db: " trim(size-display) " byte(s)"
        exit paragraph
    .

    load-tamcn-authority.
        call "CBL_CHECK_FILE_EXIST" using '../tamcn-authority.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no tamcn authority on disk - shortfalls roll up as UNMAPPED"
            exit paragraph
        end-if
        open input tamcnauthfile
        perform until exit
            read tamcnauthfile
                at end
                    exit perform
                not at end
                    perform store-tamcn-auth-rec
            end-read
        end-perform
        close tamcnauthfile
        exit paragraph
    .

    store-tamcn-auth-rec.
        if auth-count >= auth-capacity
            display "*** WARNING: tamcn authority table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2)
        unstring tamcn-auth-rec delimited by ","
            into csv-field(1) csv-field(2)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to auth-count
        move csv-field(1) to auth-tamcn(auth-count)
        move csv-field(2) to auth-commodity(auth-count)
        exit paragraph
    .

    *>*************************************************************
    *> The tally as the month-end close left it: a tamcn row gives
    *> on-hand quantity and dollars, a COMMODITY-SUMMARY row the
    *> commodity's items and dollars.
    *>*************************************************************
    take-tally.
        call "CBL_CHECK_FILE_EXIST" using '../output.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "output.dat is not on disk - on-hand dollars not summarized"
            exit paragraph
        end-if
        open input tallyfile
        perform until exit
            read tallyfile
                at end
                    exit perform
                not at end
                    perform take-tally-line
            end-read
        end-perform
        close tallyfile
        if selection-run
            display "*** the last tally was a selection run - the year-end figures are partial ***"
        end-if
        exit paragraph
    .

    take-tally-line.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        if tally-rec(1:1) equal to '"'
            unstring tally-rec delimited by ","
                into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            end-unstring
            inspect csv-field(1) replacing all '"' by space
            inspect csv-field(2) replacing all '"' by space
            move trim(csv-field(1)) to parsed-tag
            evaluate parsed-tag
                when "TALLY"
                    move trim(csv-field(2)) to csv-field(1)
                    move csv-field(3) to csv-field(2)
                    move csv-field(4) to csv-field(3)
                    perform take-tamcn-tally
                when "COMMODITY-SUMMARY"
                    perform take-commodity-tally
                when "SELECTION"
                when "SELECTION-SUMMARY"
                    set selection-run to true
                when other
                    continue
            end-evaluate
            exit paragraph
        end-if

        unstring tally-rec delimited by X'09'
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        move trim(csv-field(1)) to parsed-tag
        evaluate parsed-tag
            when "COMMODITY-SUMMARY"
                perform take-commodity-tally
            when "SELECTION"
            when "SELECTION-SUMMARY"
                set selection-run to true
            when "GRAND-TOTAL"
            when "CONDITION"
            when "RANKING"
            when "ADJUSTMENT"
            when "PRICE-VARIANCE-SUMMARY"
            when "MISCODING-SUMMARY"
                continue
            when other
                if trim(csv-field(2)) is numeric
                    and test-numval(csv-field(3)) equal to 0
                    perform take-tamcn-tally
                end-if
        end-evaluate
        exit paragraph
    .

    *> csv-field 1-3: tamcn, on-hand count, on-hand dollars
    take-tamcn-tally.
        move csv-field(1) to find-tamcn
        perform find-tamcn-entry
        if not tamcn-found
            exit paragraph
        end-if
        add numval(csv-field(2)) to tamcn-qty(tamcn-idx)
        add numval(csv-field(3)) to tamcn-dollars(tamcn-idx)
        exit paragraph
    .

    *> csv-field 2-4: commodity, item count, dollars
    take-commodity-tally.
        if test-numval(csv-field(3)) not equal to 0
            or test-numval(csv-field(4)) not equal to 0
            exit paragraph
        end-if
        move trim(csv-field(2)) to find-commodity
        perform find-commodity-entry
        if not commodity-found
            exit paragraph
        end-if
        add numval(csv-field(3)) to commodity-items(commodity-idx)
        add numval(csv-field(4)) to commodity-dollars(commodity-idx)
        exit paragraph
    .

    *>*************************************************************
    *> The history is keyed run date then tamcn, so the last row
    *> read for a tamcn is its latest verdict. Only the latest run's
    *> verdicts stand for the year: a tamcn the last run no longer
    *> reported has no verdict.
    *>*************************************************************
    take-readiness-verdicts.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/readiness-history.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no readiness history on disk - verdicts not summarized"
            exit paragraph
        end-if
        open input readinesshistory
        move low-values to rhist-key
        start readinesshistory key not less than rhist-key
            invalid key
                continue
        end-start
        perform until exit
            read readinesshistory next record
                at end
                    exit perform
                not at end
                    perform take-verdict-rec
            end-read
        end-perform
        close readinesshistory

        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-verdict-date(tamcn-idx) not equal to latest-run-date
                move spaces to tamcn-verdict(tamcn-idx)
                move 0 to tamcn-authorized(tamcn-idx)
                move 0 to tamcn-shortfall(tamcn-idx)
            end-if
        end-perform
        exit paragraph
    .

    take-verdict-rec.
        if rhist-date greater than latest-run-date
            move rhist-date to latest-run-date
        end-if
        move rhist-tamcn to find-tamcn
        perform find-tamcn-entry
        if not tamcn-found
            exit paragraph
        end-if
        move rhist-verdict to tamcn-verdict(tamcn-idx)
        move rhist-date to tamcn-verdict-date(tamcn-idx)
        move rhist-authorized to tamcn-authorized(tamcn-idx)
        move 0 to tamcn-shortfall(tamcn-idx)
        if rhist-authorized greater than rhist-onhand
            compute tamcn-shortfall(tamcn-idx) = rhist-authorized - rhist-onhand
        end-if
        exit paragraph
    .

    *> serials on the history per tamcn, and how many of them were
    *> seen during the fiscal year -- written into the snapshot too
    take-serial-counts.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/serial-history.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to missing-count
            move "MISSING serial-history.db - no serial counts" to index-line
            write index-line
            exit paragraph
        end-if
        open input serialhist
        move low-values to hist-serial
        start serialhist key not less than hist-serial
            invalid key
                continue
        end-start
        perform until exit
            read serialhist next record
                at end
                    exit perform
                not at end
                    add 1 to serial-total
                    move hist-tamcn to find-tamcn
                    perform find-tamcn-entry
                    if tamcn-found
                        add 1 to tamcn-serials(tamcn-idx)
                        if hist-last-seen not less than fy-start-date
                            and hist-last-seen not greater than fy-end-date
                            add 1 to tamcn-seen(tamcn-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close serialhist

        move spaces to snap-path
        string trim(snapshot-dir) "/serial-counts.dat" into snap-path
        open output snapfile
        move 0 to copy-rec-count
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-serials(tamcn-idx) greater than 0
                move spaces to snap-rec
                string trim(tamcn-key(tamcn-idx)) "|" tamcn-serials(tamcn-idx)
                    "|" tamcn-seen(tamcn-idx)
                    into snap-rec
                write snap-rec
                add 1 to copy-rec-count
            end-if
        end-perform
        close snapfile

        add 1 to frozen-count
        move spaces to index-line
        string "WRITTEN serial-counts.dat records " copy-rec-count
            " serials " serial-total
            into index-line
        write index-line
        display "  froze serial-counts.dat: " serial-total " serial(s) over "
            copy-rec-count " tamcn(s)"
        exit paragraph
    .

    *> each tamcn's shortfall lands on its commodity by the authority
    *> reference; a tamcn it does not carry rolls up as UNMAPPED
    roll-up-shortfalls.
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            move "UNMAPPED" to tamcn-commodity(tamcn-idx)
            perform varying auth-idx from 1 by 1 until auth-idx > auth-count
                if auth-tamcn(auth-idx) equal to tamcn-key(tamcn-idx)
                    move auth-commodity(auth-idx) to tamcn-commodity(tamcn-idx)
                    exit perform
                end-if
            end-perform
            if tamcn-shortfall(tamcn-idx) greater than 0
                move tamcn-commodity(tamcn-idx) to find-commodity
                perform find-commodity-entry
                if commodity-found
                    add 1 to commodity-short-tamcns(commodity-idx)
                    add tamcn-shortfall(tamcn-idx) to commodity-short-qty(commodity-idx)
                end-if
            end-if
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> The summary next year's comparison reads back, pipe
    *> delimited:
    *>   YEAR-END|fiscal-year|frozen yyyymmdd|readiness run yyyymmdd
    *>   TAMCN|tamcn|commodity|on-hand qty|on-hand dollars|
    *>       authorized|verdict|shortfall|serials
    *>   COMMODITY|commodity|items|on-hand dollars|shortfall tamcns|
    *>       shortfall qty
    *>*************************************************************
    write-year-end-summary.
        move spaces to snap-path
        string trim(snapshot-dir) "/year-end-summary.dat" into snap-path
        open output snapfile
        move spaces to snap-rec
        string "YEAR-END|" fiscal-year "|" current-timestamp(1:8) "|" latest-run-date
            into snap-rec
        write snap-rec
        move 1 to summary-count

        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            perform test-tamcn-current
            if tamcn-current
                perform write-tamcn-summary-rec
            end-if
        end-perform

        perform varying commodity-idx from 1 by 1 until commodity-idx > commodity-count
            move commodity-dollars(commodity-idx) to signed-display
            move spaces to snap-rec
            string "COMMODITY|" trim(commodity-key(commodity-idx))
                "|" commodity-items(commodity-idx)
                "|" trim(signed-display)
                "|" commodity-short-tamcns(commodity-idx)
                "|" commodity-short-qty(commodity-idx)
                into snap-rec
            write snap-rec
            add 1 to summary-count
        end-perform
        close snapfile

        add 1 to frozen-count
        move spaces to index-line
        string "WRITTEN year-end-summary.dat records " summary-count
            into index-line
        write index-line
        display "  froze year-end-summary.dat: " summary-count " record(s)"
        exit paragraph
    .

    write-tamcn-summary-rec.
        move tamcn-dollars(tamcn-idx) to signed-display
        move spaces to snap-rec
        string "TAMCN|" trim(tamcn-key(tamcn-idx))
            "|" trim(tamcn-commodity(tamcn-idx))
            "|" tamcn-qty(tamcn-idx)
            "|" trim(signed-display)
            "|" tamcn-authorized(tamcn-idx)
            "|" trim(tamcn-verdict(tamcn-idx))
            "|" tamcn-shortfall(tamcn-idx)
            "|" tamcn-serials(tamcn-idx)
            into snap-rec
        write snap-rec
        add 1 to summary-count
        exit paragraph
    .

    *> a tamcn on this year's books: in the tally, given a verdict
    *> by the last readiness run, or carrying serials
    test-tamcn-current.
        set tamcn-current to false
        if tamcn-qty(tamcn-idx) not equal to 0
            or tamcn-dollars(tamcn-idx) not equal to 0
            or tamcn-verdict(tamcn-idx) not equal to spaces
            or tamcn-serials(tamcn-idx) not equal to 0
            set tamcn-current to true
        end-if
        exit paragraph
    .

    load-prior-summary.
        move spaces to prior-path
        string "../year-end-" prior-year "/year-end-summary.dat" into prior-path
        call "CBL_CHECK_FILE_EXIST" using prior-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no FY" prior-year " year-end summary on disk - FY"
                fiscal-year " is reported alone"
            exit paragraph
        end-if
        set prior-found to true
        open input priorfile
        perform until exit
            read priorfile
                at end
                    exit perform
                not at end
                    perform take-prior-rec
            end-read
        end-perform
        close priorfile
        exit paragraph
    .

    take-prior-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
            csv-field(5) csv-field(6) csv-field(7) csv-field(8) csv-field(9)
        unstring prior-rec delimited by "|"
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
                csv-field(5) csv-field(6) csv-field(7) csv-field(8) csv-field(9)
        end-unstring
        evaluate trim(csv-field(1))
            when "YEAR-END"
                move csv-field(3) to prior-frozen-date
            when "TAMCN"
                if test-numval(csv-field(5)) not equal to 0
                    or test-numval(csv-field(8)) not equal to 0
                    exit paragraph
                end-if
                move csv-field(2) to find-tamcn
                perform find-tamcn-entry
                if tamcn-found
                    set tamcn-in-prior(tamcn-idx) to true
                    move numval(csv-field(5)) to tamcn-prior-dollars(tamcn-idx)
                    move csv-field(7) to tamcn-prior-verdict(tamcn-idx)
                    move numval(csv-field(8)) to tamcn-prior-shortfall(tamcn-idx)
                    if test-numval(csv-field(9)) equal to 0
                        move numval(csv-field(9)) to tamcn-prior-serials(tamcn-idx)
                    end-if
                    if tamcn-commodity(tamcn-idx) equal to spaces
                        move csv-field(3) to tamcn-commodity(tamcn-idx)
                    end-if
                end-if
            when "COMMODITY"
                if test-numval(csv-field(3)) not equal to 0
                    or test-numval(csv-field(4)) not equal to 0
                    exit paragraph
                end-if
                move csv-field(2) to find-commodity
                perform find-commodity-entry
                if commodity-found
                    set commodity-in-prior(commodity-idx) to true
                    move numval(csv-field(3)) to commodity-prior-items(commodity-idx)
                    move numval(csv-field(4)) to commodity-prior-dollars(commodity-idx)
                    move numval(csv-field(5)) to commodity-prior-short-tamcns(commodity-idx)
                    move numval(csv-field(6)) to commodity-prior-short-qty(commodity-idx)
                end-if
            when other
                continue
        end-evaluate
        exit paragraph
    .

    *>*************************************************************
    *> Year over year, by tamcn then by commodity: on-hand dollars
    *> and their change, the readiness verdict then and now, and
    *> the shortfall quantity. WORSE is a shortfall that grew,
    *> BETTER one that shrank; NEW and GONE are tamcns on one side
    *> only. The verdict counts for both years close the report.
    *>*************************************************************
    write-comparison-report.
        open output reportfile
        move spaces to report-line
        string "year-over-year comparison FY" fiscal-year " against FY" prior-year
            "   run " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        move spaces to report-line
        if prior-found
            string "verdicts from the readiness run of " latest-run-date
                "; FY" prior-year " summary frozen " prior-frozen-date
                into report-line
        else
            string "verdicts from the readiness run of " latest-run-date
                "; no FY" prior-year " summary on disk - this year stands alone"
                into report-line
        end-if
        write report-line
        if selection-run
            move "*** the tally was a selection run - on-hand figures are partial ***"
                to report-line
            write report-line
        end-if

        move spaces to report-line
        write report-line
        move spaces to report-line
        string "BY TAMCN                                ON-HAND DOLLARS"
            "                  VERDICT                     SHORTFALL"
            into report-line
        write report-line
        move spaces to report-line
        string "TAMCN        COMMODITY           FY" prior-year
            "          FY" fiscal-year "          CHANGE"
            "  FY" prior-year "       FY" fiscal-year
            "        FY" prior-year "  FY" fiscal-year
            into report-line
        write report-line

        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            perform write-tamcn-comparison
        end-perform

        compute dollar-change = total-dollars - total-prior-dollars
        move total-prior-dollars to prior-money-display
        move total-dollars to money-display
        move dollar-change to change-display
        move spaces to report-line
        string "TOTAL                   " prior-money-display " " money-display
            " " change-display
            into report-line
        write report-line
        move spaces to report-line
        move worse-count to small-display
        move better-count to prior-small-display
        string "shortfalls worse " trim(small-display)
            ", better " trim(prior-small-display)
            into report-line
        write report-line

        move spaces to report-line
        write report-line
        move spaces to report-line
        string "BY COMMODITY    ITEMS                      ON-HAND DOLLARS"
            "                    SHORT TAMCNS    SHORTFALL QTY"
            into report-line
        write report-line
        move spaces to report-line
        string "COMMODITY   FY" prior-year "  FY" fiscal-year
            "          FY" prior-year "          FY" fiscal-year "          CHANGE"
            "   FY" prior-year "  FY" fiscal-year
            "   FY" prior-year "  FY" fiscal-year
            into report-line
        write report-line
        perform varying commodity-idx from 1 by 1 until commodity-idx > commodity-count
            perform write-commodity-comparison
        end-perform

        move spaces to report-line
        write report-line
        move spaces to report-line
        string "READINESS VERDICTS  FY" prior-year "  FY" fiscal-year
            into report-line
        write report-line
        perform varying verdict-idx from 1 by 1 until verdict-idx > 4
            move verdict-prior-count(verdict-idx) to prior-small-display
            move verdict-cur-count(verdict-idx) to small-display
            move spaces to report-line
            string verdict-name(verdict-idx) "         " prior-small-display
                "   " small-display
                into report-line
            write report-line
        end-perform
        close reportfile
        exit paragraph
    .

    write-tamcn-comparison.
        perform test-tamcn-current
        if not tamcn-current and not tamcn-in-prior(tamcn-idx)
            exit paragraph
        end-if
        add tamcn-dollars(tamcn-idx) to total-dollars
        add tamcn-prior-dollars(tamcn-idx) to total-prior-dollars
        perform varying verdict-idx from 1 by 1 until verdict-idx > 4
            if tamcn-verdict(tamcn-idx) equal to verdict-name(verdict-idx)
                add 1 to verdict-cur-count(verdict-idx)
            end-if
            if tamcn-prior-verdict(tamcn-idx) equal to verdict-name(verdict-idx)
                add 1 to verdict-prior-count(verdict-idx)
            end-if
        end-perform

        move spaces to movement
        evaluate true
            when not prior-found
                continue
            when not tamcn-in-prior(tamcn-idx)
                move "NEW" to movement
            when not tamcn-current
                move "GONE" to movement
            when tamcn-shortfall(tamcn-idx) greater than tamcn-prior-shortfall(tamcn-idx)
                move "WORSE" to movement
                add 1 to worse-count
            when tamcn-shortfall(tamcn-idx) less than tamcn-prior-shortfall(tamcn-idx)
                move "BETTER" to movement
                add 1 to better-count
            when tamcn-verdict(tamcn-idx) not equal to tamcn-prior-verdict(tamcn-idx)
                move "CHANGED" to movement
        end-evaluate

        compute dollar-change = tamcn-dollars(tamcn-idx) - tamcn-prior-dollars(tamcn-idx)
        move tamcn-prior-dollars(tamcn-idx) to prior-money-display
        move tamcn-dollars(tamcn-idx) to money-display
        move dollar-change to change-display
        move tamcn-prior-shortfall(tamcn-idx) to prior-qty-display
        move tamcn-shortfall(tamcn-idx) to qty-display
        move spaces to report-line
        string tamcn-key(tamcn-idx) " " tamcn-commodity(tamcn-idx) " "
            prior-money-display " " money-display " " change-display "  "
            tamcn-prior-verdict(tamcn-idx) " " tamcn-verdict(tamcn-idx) " "
            prior-qty-display " " qty-display "  " movement
            into report-line
        write report-line
        exit paragraph
    .

    write-commodity-comparison.
        compute dollar-change = commodity-dollars(commodity-idx)
            - commodity-prior-dollars(commodity-idx)
        move commodity-prior-items(commodity-idx) to prior-count-display
        move commodity-items(commodity-idx) to count-display
        move commodity-prior-dollars(commodity-idx) to prior-money-display
        move commodity-dollars(commodity-idx) to money-display
        move dollar-change to change-display
        move commodity-prior-short-tamcns(commodity-idx) to prior-short-display
        move commodity-short-tamcns(commodity-idx) to short-display
        move commodity-prior-short-qty(commodity-idx) to prior-qty-display
        move commodity-short-qty(commodity-idx) to qty-display
        move spaces to report-line
        string commodity-key(commodity-idx) " " prior-count-display " " count-display " "
            prior-money-display " " money-display " " change-display "  "
            prior-short-display " " short-display "  "
            prior-qty-display " " qty-display
            into report-line
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> Next fiscal year's budget: each commodity's rows for the year
    *> closing are carried forward as one row for the new year,
    *> unless the new year already has a row for it -- a budget
    *> already entered is never overwritten.
    *>*************************************************************
    open-next-budget-year.
        call "CBL_CHECK_FILE_EXIST" using '../budget-master.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no budget master on disk - FY" next-year " budget not opened"
            exit paragraph
        end-if
        open input budgetfile
        perform until exit
            read budgetfile
                at end
                    exit perform
                not at end
                    perform take-budget-rec
            end-read
        end-perform
        close budgetfile

        open extend budgetfile
        perform varying budget-idx from 1 by 1 until budget-idx > budget-count
            if budget-next-open(budget-idx)
                add 1 to budget-open-already-count
            else
                move budget-amount(budget-idx) to budget-display
                move spaces to budget-rec
                string next-year "," trim(budget-commodity(budget-idx)) ","
                    trim(budget-display)
                    into budget-rec
                write budget-rec
                add 1 to budget-opened-count
            end-if
        end-perform
        close budgetfile
        display "FY" next-year " budget opened: " budget-opened-count
            " commodit(y/ies) carried forward, " budget-open-already-count
            " already entered"
        exit paragraph
    .

    take-budget-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring budget-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) not numeric
            or trim(csv-field(2)) equal to spaces
            or test-numval(csv-field(3)) not equal to 0
            exit paragraph
        end-if
        if numval(csv-field(1)) not equal to fiscal-year
            and numval(csv-field(1)) not equal to next-year
            exit paragraph
        end-if

        perform varying budget-idx from 1 by 1 until budget-idx > budget-count
            if budget-commodity(budget-idx) equal to csv-field(2)(1:10)
                exit perform
            end-if
        end-perform
        if budget-idx > budget-count
            if budget-count >= budget-capacity
                display "*** WARNING: budget table at capacity -- remaining rows not carried ***"
                exit paragraph
            end-if
            add 1 to budget-count
            move budget-count to budget-idx
            move csv-field(2)(1:10) to budget-commodity(budget-idx)
            move 0 to budget-amount(budget-idx)
            set budget-next-open(budget-idx) to false
        end-if

        if numval(csv-field(1)) equal to next-year
            set budget-next-open(budget-idx) to true
        else
            add numval(csv-field(3)) to budget-amount(budget-idx)
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> Leave runs on the calendar year, not the fiscal one: the new
    *> fiscal year covers the rest of this calendar year and the
    *> start of the next, so both leave years must be open. Each is
    *> opened as 52 weekly accrual periods from January 1, the last
    *> running to December 31. A year already open is left alone.
    *>*************************************************************
    open-leave-years.
        move fiscal-year to leave-year
        perform open-one-leave-year
        move next-year to leave-year
        perform open-one-leave-year
        display "leave accrual: " leave-years-opened " leave year(s) opened"
        exit paragraph
    .

    open-one-leave-year.
        set leave-year-open to false
        set period-file-exists to false
        call "CBL_CHECK_FILE_EXIST" using './leave-periods.dat', file-info end-call
        if return-code equal to 0
            set period-file-exists to true
            open input periodfile
            perform until exit
                read periodfile
                    at end
                        exit perform
                    not at end
                        if period-rec(1:4) equal to leave-year
                            set leave-year-open to true
                        end-if
                end-read
            end-perform
            close periodfile
        end-if
        move 0 to return-code
        if leave-year-open
            exit paragraph
        end-if

        if period-file-exists
            open extend periodfile
        else
            open output periodfile
        end-if
        compute year-start-integer = integer-of-date(leave-year * 10000 + 101)
        perform varying leave-period from 1 by 1 until leave-period > leave-period-count
            compute period-start =
                date-of-integer(year-start-integer + (leave-period - 1) * 7)
            if leave-period equal to leave-period-count
                compute period-end = leave-year * 10000 + 1231
            else
                compute period-end = date-of-integer(year-start-integer + leave-period * 7 - 1)
            end-if
            move spaces to period-rec
            string leave-year "|" leave-period "|" period-start "|" period-end
                into period-rec
            write period-rec
        end-perform
        close periodfile
        add 1 to leave-years-opened
        exit paragraph
    .

    *>*************************************************************
    *> Table upkeep: both tables are kept in key order, a new key
    *> shifted into place on first sight.
    *>*************************************************************
    find-tamcn-entry.
        set tamcn-found to false
        if find-tamcn equal to spaces
            exit paragraph
        end-if
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-key(tamcn-idx) equal to find-tamcn
                set tamcn-found to true
                exit paragraph
            end-if
            if tamcn-key(tamcn-idx) greater than find-tamcn
                exit perform
            end-if
        end-perform
        if tamcn-count >= tamcn-capacity
            display "*** WARNING: tamcn table at capacity -- " trim(find-tamcn)
                " not summarized ***"
            exit paragraph
        end-if
        perform varying shift-idx from tamcn-count by -1 until shift-idx < tamcn-idx
            move tamcn-table(shift-idx) to tamcn-table(shift-idx + 1)
        end-perform
        add 1 to tamcn-count
        initialize tamcn-table(tamcn-idx)
        move find-tamcn to tamcn-key(tamcn-idx)
        set tamcn-found to true
        exit paragraph
    .

    find-commodity-entry.
        set commodity-found to false
        if find-commodity equal to spaces
            exit paragraph
        end-if
        perform varying commodity-idx from 1 by 1 until commodity-idx > commodity-count
            if commodity-key(commodity-idx) equal to find-commodity
                set commodity-found to true
                exit paragraph
            end-if
            if commodity-key(commodity-idx) greater than find-commodity
                exit perform
            end-if
        end-perform
        if commodity-count >= commodity-capacity
            display "*** WARNING: commodity table at capacity -- " trim(find-commodity)
                " not summarized ***"
            exit paragraph
        end-if
        perform varying commodity-shift-idx from commodity-count by -1
                until commodity-shift-idx < commodity-idx
            move commodity-table(commodity-shift-idx)
                to commodity-table(commodity-shift-idx + 1)
        end-perform
        add 1 to commodity-count
        initialize commodity-table(commodity-idx)
        move find-commodity to commodity-key(commodity-idx)
        set commodity-found to true
        exit paragraph
    .
