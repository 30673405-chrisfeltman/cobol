       >>source format is free
identification division.
    program-id. clearance-check.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the day's joiners/leavers report -- today's unless a
            *> different one is named as the second argument
            select changereport
            assign using change-report-path
            organization is line sequential.

            *> every leaver seen so far and where their clearance
            *> stands, carried from run to run until they clear
            select casefile
            assign to './clearance-cases.dat'
            organization is line sequential.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id.

            select handreceipts
            assign to '../datafiles/hand-receipts.db'
            organization is indexed
            access mode is dynamic
            record key is hr-key
            alternate record key is hr-holder-id
                with duplicates.

            *> temporary loans, found by the person who signed for
            *> them at the borrowing unit
            select loanfile
            assign to '../datafiles/loans.db'
            organization is indexed
            access mode is dynamic
            record key is loan-key
            alternate record key is loan-signer-id
                with duplicates.

            *> the last timecard posting's kick-backs, one line per
            *> card: the card as keyed, then |reason
            select timecardexceptions
            assign to './timecard-exceptions.txt'
            organization is line sequential.

            select reportfile
            assign to './clearance-report.txt'
            organization is line sequential.

data division.
    file section.
        fd changereport.
        01 change-report-line pic X(60).

        fd casefile.
        01 case-rec.
            05 case-rec-id pic 9(10).
            05 case-rec-name pic X(20).
            05 case-rec-leave-date pic 9(8).
            05 case-rec-verdict pic X(11).
            05 case-rec-cleared-date pic 9(8).

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd handreceipts.
        01 hr-rec.
            05 hr-key.
                10 hr-nsn pic X(13).
                10 hr-serial pic X(18).
            05 hr-holder-id pic 9(10).
            05 hr-tamcn pic X(12).
            05 hr-issue-date pic 9(8).

        fd loanfile.
        01 loan-rec.
            05 loan-key.
                10 loan-nsn pic X(13).
                10 loan-serial pic X(18).
            05 loan-lender-tamcn pic X(12).
            05 loan-borrower pic X(12).
            05 loan-signer-id pic 9(10).
            05 loan-date pic 9(8).
            05 loan-due-date pic 9(8).
            05 loan-status pic X(9).
            05 loan-closed-date pic 9(8).
            05 loan-order-number pic 9(6).

        fd timecardexceptions.
        01 timecard-exception-rec pic X(160).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 change-report-path pic X(40) value spaces.
    01 report-param pic X(40) value spaces.

    *> days a leaver has to clear before ops hears about it, first
    *> argument, 5 by default
    01 days-param pic X(5) value spaces.
    01 grace-days pic 9(3) value 5.
    01 days-since-leave pic s9(7) value 0.
    01 days-display pic Z(5)9.

    01 report-date pic 9(8) value 0.
    01 report-date-text pic X(8) value spaces.
    01 today-date pic 9(8) value 0.

    *> the clearance cases, old and new, held while this run works
    *> them and written back whole at the end
    01 case-capacity pic 9(4) value 2000.
    01 case-count pic 9(4) value 0.
    01 case-table occurs 2000 times indexed by case-idx.
        05 case-id pic 9(10).
        05 case-name pic X(20).
        05 case-leave-date pic 9(8).
        05 case-verdict pic X(11).
        05 case-cleared-date pic 9(8).
    01 case-found-flag pic 9(1) value 0.
        88 case-found value 1 false 0.

    *> a roster line is employee-id,name,department, cut to the
    *> twenty characters the loader keeps -- the id when it made it
    *> into the leaver line, otherwise the name to look up
    01 leaver-text pic X(20) value spaces.
    01 leaver-field pic X(20) occurs 2 times.
    01 leaver-id pic 9(10) value 0.
    01 leaver-name pic X(20) value spaces.
    01 leaver-leave-date pic 9(8) value 0.
    01 leaver-found-flag pic 9(1) value 0.
        88 leaver-found value 1 false 0.

    *> the timecard kick-backs, employee id and the line itself
    01 tce-capacity pic 9(4) value 5000.
    01 tce-count pic 9(4) value 0.
    01 tce-table occurs 5000 times indexed by tce-idx.
        05 tce-id pic 9(10).
        05 tce-line pic X(100).
    01 tce-field pic X(20) value spaces.

    01 open-item-count pic 9(5) value 0.
    01 open-items-display pic Z(4)9.

    01 new-leaver-count pic 9(5) value 0.
    01 checked-count pic 9(5) value 0.
    01 cleared-count pic 9(5) value 0.
    01 not-cleared-count pic 9(5) value 0.
    01 unknown-leaver-count pic 9(5) value 0.
    01 alert-raised-count pic 9(5) value 0.

    01 alert-severity pic X(8) value "WARNING".
    01 alert-source pic X(20) value "clearance-check".
    01 alert-message pic X(120) value spaces.

    01 ledger-job-name pic X(20) value "clearance-check".
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
    *> Out-processing clearance. Every LEAVER on the joiners/leavers
    *> report becomes a clearance case, and every case still open is
    *> checked against what the leaver can still owe: serials signed
    *> out to them on hand receipt, loans they signed for that are
    *> still out, and timecard lines payroll kicked back. Each person ends CLEARED or NOT CLEARED; a case still
    *> NOT CLEARED past the grace days after the leave date goes to
    *> the alerts store. Cleared cases stay on file as the record.
    *>*************************************************************
    main.
        display "clearance check starting..."

        call "run-ledger" end-call  *> load the module so its entry points resolve
        call "ops-alert" end-call
        call "ledger-start" using ledger-job-name end-call
        if return-code equal to 8
            display "*** another run of this job is already open - stopping ***"
            stop run
        end-if

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date
        move today-date to report-date

        accept days-param from argument-value
        if trim(days-param) not equal to spaces and trim(days-param) is numeric
            move numval(days-param) to grace-days
        end-if
        accept report-param from argument-value
        if trim(report-param) not equal to spaces
            move trim(report-param) to change-report-path
        else
            string "./roster-changes." today-date ".rpt"
                delimited by size into change-report-path
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/hand-receipts.db', file-info end-call
        if return-code not equal to 0
            display "no hand-receipt file on disk - starting a fresh one"
            open output handreceipts
            close handreceipts
        end-if
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/loans.db', file-info end-call
        if return-code not equal to 0
            display "no loan file on disk - starting a fresh one"
            open output loanfile
            close loanfile
        end-if
        move 0 to return-code

        open input names-vsam
        open input handreceipts
        open input loanfile

        perform load-cases
        perform load-timecard-exceptions
        perform take-new-leavers

        open output reportfile
        perform write-report-header
        perform varying case-idx from 1 by 1 until case-idx > case-count
            if case-verdict(case-idx) not equal to "CLEARED"
                perform check-one-case
            end-if
        end-perform
        perform write-report-trailer
        close reportfile

        perform save-cases

        close loanfile
        close handreceipts
        close names-vsam

        display "clearance check done: " checked-count " leaver(s) checked, "
            new-leaver-count " new"
        display cleared-count " cleared, " not-cleared-count " not cleared, "
            alert-raised-count " past " grace-days " day(s) alerted"
        move 0 to return-code
        if not-cleared-count greater than 0
            move 1 to return-code
        end-if

        move checked-count to ledger-reg-count
        move return-code to ledger-reg-rc
        call "ledger-end" using ledger-job-name, ledger-reg-count, ledger-reg-rc end-call
        goback
    .

    load-cases.
        move 0 to case-count
        call "CBL_CHECK_FILE_EXIST" using './clearance-cases.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input casefile
        perform until exit
            read casefile
                at end
                    exit perform
                not at end
                    if case-count >= case-capacity
                        display "*** WARNING: clearance case table at capacity -- "
                            "later cases not checked ***"
                        exit perform
                    end-if
                    add 1 to case-count
                    move case-rec-id to case-id(case-count)
                    move case-rec-name to case-name(case-count)
                    move case-rec-leave-date to case-leave-date(case-count)
                    move case-rec-verdict to case-verdict(case-count)
                    move case-rec-cleared-date to case-cleared-date(case-count)
            end-read
        end-perform
        close casefile
        exit paragraph
    .

    save-cases.
        open output casefile
        perform varying case-idx from 1 by 1 until case-idx > case-count
            move case-id(case-idx) to case-rec-id
            move case-name(case-idx) to case-rec-name
            move case-leave-date(case-idx) to case-rec-leave-date
            move case-verdict(case-idx) to case-rec-verdict
            move case-cleared-date(case-idx) to case-rec-cleared-date
            write case-rec
        end-perform
        close casefile
        exit paragraph
    .

    load-timecard-exceptions.
        move 0 to tce-count
        call "CBL_CHECK_FILE_EXIST" using './timecard-exceptions.txt', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input timecardexceptions
        perform until exit
            read timecardexceptions
                at end
                    exit perform
                not at end
                    move spaces to tce-field
                    unstring timecard-exception-rec delimited by "|" into tce-field
                    end-unstring
                    if trim(tce-field) not equal to spaces and trim(tce-field) is numeric
                        if tce-count >= tce-capacity
                            display "*** WARNING: timecard exception table at capacity ***"
                            exit perform
                        end-if
                        add 1 to tce-count
                        move numval(tce-field) to tce-id(tce-count)
                        move timecard-exception-rec to tce-line(tce-count)
                    end-if
            end-read
        end-perform
        close timecardexceptions
        exit paragraph
    .

    *> LEAVER lines on the report open a case each, unless the
    *> leaver is already on file from an earlier report
    take-new-leavers.
        call "CBL_CHECK_FILE_EXIST" using change-report-path, file-info end-call
        if return-code not equal to 0
            display "no roster-changes report " trim(change-report-path)
                " - checking the open cases only"
            move 0 to return-code
            exit paragraph
        end-if
        open input changereport
        perform until exit
            read changereport
                at end
                    exit perform
                not at end
                    evaluate true
                        when change-report-line(1:21) equal to "roster changes as of "
                            and change-report-line(22:10) not equal to spaces
                            move spaces to report-date-text
                            string change-report-line(22:4) change-report-line(27:2)
                                change-report-line(30:2) delimited by size
                                into report-date-text
                            if report-date-text is numeric
                                move report-date-text to report-date
                            end-if
                        when change-report-line(1:7) equal to "LEAVER "
                            move change-report-line(8:20) to leaver-text
                            perform open-leaver-case
                    end-evaluate
            end-read
        end-perform
        close changereport
        exit paragraph
    .

    open-leaver-case.
        perform identify-leaver
        if not leaver-found
            add 1 to unknown-leaver-count
            display "*** leaver " trim(leaver-text) " not on names-vsam - no case opened ***"
            exit paragraph
        end-if

        set case-found to false
        perform varying case-idx from 1 by 1 until case-idx > case-count
            if case-id(case-idx) equal to leaver-id
                set case-found to true
                exit perform
            end-if
        end-perform
        if case-found
            exit paragraph
        end-if

        if case-count >= case-capacity
            display "*** WARNING: clearance case table at capacity -- leaver "
                trim(leaver-name) " not taken ***"
            exit paragraph
        end-if
        add 1 to case-count
        add 1 to new-leaver-count
        move leaver-id to case-id(case-count)
        move leaver-name to case-name(case-count)
        move leaver-leave-date to case-leave-date(case-count)
        move "OPEN" to case-verdict(case-count)
        move 0 to case-cleared-date(case-count)
        exit paragraph
    .

    *> by id when the leaver line carries one, otherwise by name --
    *> names-vsam's effective date on an inactive record is the day
    *> they left, and the report date stands in when HR has not
    *> caught up yet
    identify-leaver.
        set leaver-found to false
        move spaces to leaver-field(1) leaver-field(2)
        unstring leaver-text delimited by ","
            into leaver-field(1) leaver-field(2)
        end-unstring

        if trim(leaver-field(1)) is numeric and leaver-field(2) not equal to spaces
            move numval(leaver-field(1)) to names-id
            read names-vsam
                invalid key
                    exit paragraph
            end-read
            set leaver-found to true
        else
            move 0 to names-id
            start names-vsam key not less than names-id
                invalid key
                    exit paragraph
            end-start
            perform until exit
                read names-vsam next record
                    at end
                        exit perform
                    not at end
                        if out-name equal to leaver-field(1)
                            set leaver-found to true
                            exit perform
                        end-if
                end-read
            end-perform
        end-if

        if leaver-found
            move names-id to leaver-id
            move out-name to leaver-name
            if out-status not equal to "A" and out-eff-date is numeric
                and out-eff-date not equal to 0
                move out-eff-date to leaver-leave-date
            else
                move report-date to leaver-leave-date
            end-if
        end-if
        exit paragraph
    .

    check-one-case.
        add 1 to checked-count
        move 0 to open-item-count

        move spaces to report-line
        string "LEAVER " case-id(case-idx) " " case-name(case-idx)
            " left " case-leave-date(case-idx)
            into report-line
        write report-line

        perform list-open-hand-receipts
        perform list-open-loans
        perform list-open-timecard-exceptions

        move open-item-count to open-items-display
        move spaces to report-line
        if open-item-count equal to 0
            add 1 to cleared-count
            move "CLEARED" to case-verdict(case-idx)
            move today-date to case-cleared-date(case-idx)
            string "  CLEARED" into report-line
        else
            add 1 to not-cleared-count
            move "NOT CLEARED" to case-verdict(case-idx)
            string "  NOT CLEARED  " open-items-display " open item(s)"
                into report-line
        end-if
        write report-line
        move spaces to report-line
        write report-line

        if open-item-count greater than 0
            compute days-since-leave = integer-of-date(today-date)
                - integer-of-date(case-leave-date(case-idx))
            if days-since-leave greater than grace-days
                perform raise-clearance-alert
            end-if
        end-if
        exit paragraph
    .

    list-open-hand-receipts.
        move case-id(case-idx) to hr-holder-id
        start handreceipts key equal to hr-holder-id
            invalid key
                exit paragraph
        end-start
        perform until exit
            read handreceipts next record
                at end
                    exit perform
                not at end
                    if hr-holder-id not equal to case-id(case-idx)
                        exit perform
                    end-if
                    add 1 to open-item-count
                    move spaces to report-line
                    string "  HAND-RECEIPT " hr-nsn " " hr-serial " tamcn " hr-tamcn
                        " issued " hr-issue-date
                        into report-line
                    write report-line
            end-read
        end-perform
        exit paragraph
    .

    list-open-loans.
        move case-id(case-idx) to loan-signer-id
        start loanfile key equal to loan-signer-id
            invalid key
                exit paragraph
        end-start
        perform until exit
            read loanfile next record
                at end
                    exit perform
                not at end
                    if loan-signer-id not equal to case-id(case-idx)
                        exit perform
                    end-if
                    if loan-status equal to "ON-LOAN"
                        add 1 to open-item-count
                        move spaces to report-line
                        string "  LOAN         " loan-nsn " " loan-serial
                            " from " loan-lender-tamcn " to " loan-borrower
                            " due " loan-due-date
                            into report-line
                        write report-line
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    list-open-timecard-exceptions.
        perform varying tce-idx from 1 by 1 until tce-idx > tce-count
            if tce-id(tce-idx) equal to case-id(case-idx)
                add 1 to open-item-count
                move spaces to report-line
                string "  TIMECARD     " trim(tce-line(tce-idx))
                    into report-line
                write report-line
            end-if
        end-perform
        exit paragraph
    .

    raise-clearance-alert.
        add 1 to alert-raised-count
        move days-since-leave to days-display
        move spaces to alert-message
        string "leaver " case-id(case-idx) " " trim(case-name(case-idx))
            " not cleared " trim(days-display) " days after leaving - "
            trim(open-items-display) " open item(s)"
            into alert-message
        call "alert-post" using alert-severity, alert-source, alert-message end-call
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "out-processing clearance " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        move spaces to report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        string "checked " checked-count " new " new-leaver-count
            " cleared " cleared-count " not-cleared " not-cleared-count
            " alerted " alert-raised-count " not-on-file " unknown-leaver-count
            into report-line
        write report-line
        exit paragraph
    .
