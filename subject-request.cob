       >>source format is free
identification division.
    program-id. subject-request.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id
            file status is names-status.

            *> readfixed's versioned history, keyed by my-id
            select recordhistory
            assign to './datafiles/record-history.db'
            organization is indexed
            access mode is dynamic
            record key is version-key
            file status is version-status.

            *> custody: hand receipts by holder, loans by signer --
            *> an erased person is unlinked from both, the records
            *> stay so the item's custody can still be followed
            select handreceipts
            assign to '../datafiles/hand-receipts.db'
            organization is indexed
            access mode is dynamic
            record key is hr-key
            alternate record key is hr-holder-id
                with duplicates
            file status is custody-status.

            select loanfile
            assign to '../datafiles/loans.db'
            organization is indexed
            access mode is dynamic
            record key is loan-key
            alternate record key is loan-signer-id
                with duplicates
            file status is custody-status.

            *> whichever flat store is being searched, and its
            *> rewrite when hits are erased from it
            select storefile
            assign using store-path
            organization is line sequential.

            select storeswap
            assign using swap-path
            organization is line sequential.

            *> names-vsam backup generations, oldest first
            select catalogfile
            assign to './names-vsam.backups.catalog'
            organization is line sequential.

            *> a names-vsam backup generation or a datafiles MANIFEST
            select backupfile
            assign using backup-path
            organization is line sequential.

            select genfile
            assign to './subject-request-gens.tmp'
            organization is line sequential.

            select reportfile
            assign using report-path
            organization is line sequential.

            *> one line per store an erasure touched, appended run
            *> after run:
            *> stamp|reference|subject-token|store|action|count|operator
            select certfile
            assign to './erasure-certificates.dat'
            organization is line sequential.

data division.
    file section.
        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd recordhistory.
        01 version-rec.
            05 version-key.
                10 version-id pic X(37).
                10 version-from pic X(14).
            05 version-to pic X(14).
            05 version-opened-by pic X(8).
            05 version-closed-by pic X(8).
            05 version-layout pic 9(1).
            05 version-image pic X(130).
            05 filler pic X(18).

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

        fd storefile.
        01 store-rec pic X(400).

        fd storeswap.
        01 swap-rec pic X(400).

        fd catalogfile.
        01 catalog-rec pic X(64).

        fd backupfile.
        01 backup-rec pic X(120).

        fd genfile.
        01 gen-rec pic X(80).

        fd reportfile.
        01 report-rec pic X(200).

        fd certfile.
        01 cert-rec pic X(200).

working-storage section.
    01 user-input pic X(4096).
    01 mode-param pic X(10) value spaces.
    01 erase-flag pic 9(1) value 0.
        88 erase-run value 1 false 0.
    01 request-reference pic X(30) value spaces.
    01 journal-op pic X(6) value spaces.
    01 before-image pic X(49) value spaces.
    01 after-image pic X(49) value spaces.
    01 report-path pic X(80) value spaces.
    01 run-stamp pic X(14) value spaces.
    01 names-status pic X(2) value "00".
    01 version-status pic X(2) value "00".
    01 custody-status pic X(2) value "00".

    *> what the subject is searched by: a names-id is matched in its
    *> zero-padded 10-digit form; any other identifier (a my-id, an
    *> email) as given and as the surrogate token readfixed's
    *> masking would have put in its place
    01 identifier-capacity pic 9(1) value 3.
    01 identifier-count pic 9(1) value 0.
    01 identifier-table occurs 3 times indexed by identifier-idx.
        05 identifier-value pic X(40).
        05 identifier-kind pic X(1).
            88 identifier-is-names-id value "N".
            88 identifier-is-record-id value "R".
    01 term-count pic 9(1) value 0.
    01 term-table occurs 6 times indexed by term-idx.
        05 term-text pic X(40).
        05 term-len pic 9(2).
    01 subject-token pic X(15) value spaces.
    01 padded-names-id pic 9(10) value 0.

    *> same token readfixed's mask-one-value issues
    01 mask-in pic X(40) value spaces.
    01 mask-in-len pic 9(3) value 0.
    01 mask-char-idx pic 9(3) comp value 0.
    01 mask-hash pic 9(18) comp value 0.
    01 mask-hash-display pic 9(12) value 0.
    01 mask-token pic X(15) value spaces.

    *> every flat store holding person data, searched line by line
    *> for any of the terms. an erased hit is removed from the
    *> store, except in the names journal, where the names in the
    *> images are redacted and the line kept so replay-journal
    *> still rolls a restored backup forward to the erasure.
    *> stores keyed by a person's id carry it in a column of their
    *> own, written however their program wrote it (padded or not),
    *> and are matched on that column as well. stores whose lines
    *> other records depend on -- an audit trail, a sent interface
    *> file, the operator list, the profile history, the on-call
    *> history, the clearance cases -- have the person's data
    *> redacted or their id unlinked in place rather than the line
    *> removed.
    01 store-capacity pic 9(2) value 40.
    01 store-count pic 9(2) value 0.
    01 store-table occurs 40 times indexed by store-idx.
        05 store-table-path pic X(40).
        05 store-label pic X(40).
        05 store-match pic X(1).
            88 match-anywhere value "L".
            88 match-journal value "J".
            88 match-id-column value "C".
            88 match-id-offset value "O".
        *> the id column: field number for a delimited store, or
        *> offset and length for a fixed-width one, and the record
        *> types (column 1) that carry it, spaces for every line
        05 store-delimiter pic X(1).
        05 store-id-field pic 9(1).
        05 store-id-offset pic 9(3).
        05 store-id-length pic 9(2).
        05 store-id-types pic X(4).
        05 store-erase pic X(1).
            88 erase-remove value "R".
            88 erase-journal value "J".
            88 erase-audit-detail value "A".
            88 erase-payroll-name value "P".
            88 erase-operator value "U".
            88 erase-values value "V".
            88 erase-unlink-id value "Z".
            88 erase-case-name value "K".
            88 erase-references value "X".
        05 store-chained pic X(1).
            88 store-is-chained value "Y".
    01 store-path pic X(40) value spaces.
    01 swap-path pic X(48) value spaces.
    01 store-hits pic 9(7) value 0.
    01 store-lines pic 9(9) value 0.
    01 hits-shown-limit pic 9(3) value 200.
    01 total-hits pic 9(9) value 0.
    01 stores-with-hits pic 9(3) value 0.
    01 journal-flag pic 9(1) value 0.
        88 store-is-journal value 1 false 0.
    01 store-field pic X(40) occurs 8 times.
    01 store-field-idx pic 9(2) value 0.
    01 store-field-count pic 9(2) value 0.
    01 id-column pic X(20) value spaces.
    01 store-value pic X(80) value spaces.
    01 store-line-len pic 9(3) value 0.
    01 store-line-ptr pic 9(3) value 0.
    01 swap-line-ptr pic 9(3) value 0.
    01 redact-keep pic 9(3) value 0.
    01 redact-end pic 9(3) value 0.
    01 redact-lead pic 9(3) value 0.
    01 id-type-hits pic 9(3) value 0.
    01 hit-flag pic 9(1) value 0.
        88 line-is-hit value 1 false 0.
    01 id-column-hit-flag pic 9(1) value 0.
        88 id-column-is-hit value 1 false 0.
    01 remove-line-flag pic 9(1) value 0.
        88 remove-line value 1 false 0.
    01 scan-idx pic 9(3) value 0.
    01 scan-limit pic 9(3) value 0.
    01 store-action pic X(10) value spaces.

    *> a redacted journal is relinked into its hash chain, and the
    *> reseal chained with the request it was done under
    01 chain-log-path pic X(80) value spaces.
    01 chain-reason pic X(80) value spaces.

    01 backup-path pic X(120) value spaces.
    01 backup-hits pic 9(7) value 0.
    01 backup-count pic 9(3) value 0.
    01 gen-name pic X(80) value spaces.
    01 manifest-holds pic X(80) value spaces.
    01 manifest-ptr pic 9(3) value 1.
    01 command pic X(200) value spaces.

    01 auth-role pic X(10) value spaces.
    01 auth-program pic X(30) value spaces.
    01 operator-id pic X(8) value spaces.
    01 auth-result pic X(60) value spaces.

    01 count-disp pic z(8)9.
    01 line-disp pic z(8)9.
    01 stores-disp pic zz9.
    01 version-count pic 9(5) value 0.

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
    *> Subject access and erasure. Every store holding person data
    *> is searched for the subject's identifiers:
    *>   ACCESS - a disclosure report of every hit, content and all
    *>   ERASE  - the hits removed or redacted, the report carrying
    *>            only counts, and one erasure certificate line per
    *>            store touched
    *> Backups can't be edited, so both modes list the generations
    *> still on disk and what they hold, to say truthfully what
    *> remains until retention ages them out.
    *>
    *>   subject-request ACCESS|ERASE <reference> <identifier>
    *>       [identifier] [identifier]
    *>*************************************************************
    main.
        accept user-input from argument-value
        move upper-case(user-input(1:10)) to mode-param
        move spaces to user-input
        accept user-input from argument-value
        move user-input(1:30) to request-reference
        perform accept-identifiers

        evaluate trim(mode-param)
            when "ACCESS"
                set erase-run to false
            when "ERASE"
                set erase-run to true
            when other
                perform show-usage
                goback
        end-evaluate
        if trim(request-reference) equal to spaces or identifier-count equal to 0
            perform show-usage
            goback
        end-if
        if return-code not equal to 0
            goback
        end-if

        *> both modes open every person-data store; erasure changes
        *> them, and the disclosure report carries them in full
        move "NAMES" to auth-role
        move "subject-request" to auth-program
        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-authorize" using auth-role, auth-program, operator-id, auth-result
        end-call
        if return-code not equal to 0
            display "*** " trim(auth-result) " - nothing searched or erased ***"
            move 8 to return-code
            goback
        end-if

        move current-date(1:14) to run-stamp
        perform build-search-terms
        perform load-store-list
        call "names-journal" end-call  *> load the module so its entry point resolves

        move spaces to report-path
        string "./subject-request." trim(request-reference) ".rpt" into report-path
        open output reportfile
        perform write-report-heading

        perform search-names-vsam
        perform varying store-idx from 1 by 1 until store-idx > store-count
            perform scan-flat-store
        end-perform
        perform search-record-history
        perform search-hand-receipts
        perform search-loans
        perform list-backups

        move spaces to report-rec
        write report-rec
        move total-hits to count-disp
        move stores-with-hits to stores-disp
        move spaces to report-rec
        if erase-run
            string "erased: " trim(count-disp) " hit(s) in " trim(stores-disp)
                " store(s), certificate lines appended to erasure-certificates.dat"
                into report-rec
        else
            string "disclosed: " trim(count-disp) " hit(s) in " trim(stores-disp)
                " store(s)" into report-rec
        end-if
        write report-rec
        close reportfile

        if erase-run
            perform write-certificate-summary
        end-if
        display trim(mode-param) " " trim(request-reference) ": " trim(count-disp) " hit(s) in "
            trim(stores-disp) " store(s) - see " trim(report-path)
        goback
    .

    show-usage.
        display "usage: subject-request ACCESS|ERASE <reference> <identifier> "
            "[identifier] [identifier]"
        display "  an identifier is a names-id, a my-id or an email address"
        move 1 to return-code
        exit paragraph
    .

    accept-identifiers.
        perform until exit
            move spaces to user-input
            accept user-input from argument-value
            if user-input equal to spaces
                exit perform
            end-if
            if identifier-count >= identifier-capacity
                display "*** WARNING: only the first " identifier-capacity
                    " identifiers are searched ***"
                exit perform
            end-if
            if length(trim(user-input)) > 40
                display "Error: an identifier is at most 40 characters"
                move 1 to return-code
                exit perform
            end-if
            add 1 to identifier-count
            set identifier-idx to identifier-count
            move trim(user-input) to identifier-value(identifier-idx)
            if trim(user-input) is numeric and length(trim(user-input)) <= 10
                *> zero is where erased people are unlinked to
                if numval(trim(user-input)) equal to 0
                    display "Error: names-id 0 is not a person"
                    move 1 to return-code
                    exit perform
                end-if
                set identifier-is-names-id(identifier-idx) to true
            else
                if length(trim(user-input)) < 3
                    display "Error: " trim(user-input)
                        " is too short to search on safely"
                    move 1 to return-code
                    exit perform
                end-if
                set identifier-is-record-id(identifier-idx) to true
            end-if
        end-perform
        exit paragraph
    .

    build-search-terms.
        move 0 to term-count
        perform varying identifier-idx from 1 by 1
                until identifier-idx > identifier-count
            if identifier-is-names-id(identifier-idx)
                move numval(identifier-value(identifier-idx)) to padded-names-id
                add 1 to term-count
                move padded-names-id to term-text(term-count)
                move 10 to term-len(term-count)
            else
                add 1 to term-count
                move identifier-value(identifier-idx) to term-text(term-count)
                move length(trim(identifier-value(identifier-idx)))
                    to term-len(term-count)
                move identifier-value(identifier-idx) to mask-in
                perform compute-mask-token
                add 1 to term-count
                move mask-token to term-text(term-count)
                move length(trim(mask-token)) to term-len(term-count)
            end-if
        end-perform

        *> the certificate names the subject by token, never by the
        *> identifier itself
        move term-text(1) to mask-in
        perform compute-mask-token
        move mask-token to subject-token
        exit paragraph
    .

    compute-mask-token.
        move 0 to mask-hash
        move length(trim(mask-in)) to mask-in-len
        perform varying mask-char-idx from 1 by 1
                until mask-char-idx > mask-in-len
            compute mask-hash =
                function mod((mask-hash * 31) +
                    function ord(mask-in(mask-char-idx:1)), 999999999999)
        end-perform
        move mask-hash to mask-hash-display
        move spaces to mask-token
        string "MSK" mask-hash-display into mask-token
        exit paragraph
    .

    load-store-list.
        move 0 to store-count
        move './names-vsam.journal.log' to store-path
        move "names-vsam journal" to store-label(1)
        perform add-store
        move "J" to store-match(store-count)
        move "J" to store-erase(store-count)
        move "Y" to store-chained(store-count)
        move './archive-names-vsam.dat' to store-path
        move "names-vsam retention archive" to store-label(2)
        perform add-store
        move './change-feed-outbox.dat' to store-path
        move "change-feed outbox" to store-label(3)
        perform add-store
        move './pipe-records.log' to store-path
        move "pipe archive" to store-label(4)
        perform add-store
        move './pipe-records.roster.log' to store-path
        move "pipe archive, roster messages" to store-label(5)
        perform add-store
        move './pipe-records.item.log' to store-path
        move "pipe archive, item messages" to store-label(6)
        perform add-store
        move './pipe-records.test.log' to store-path
        move "pipe archive, test messages" to store-label(7)
        perform add-store
        move './pipe-quarantine.log' to store-path
        move "pipe quarantine" to store-label(8)
        perform add-store
        move './sqlite-stage.csv' to store-path
        move "readfixed sqlite stage" to store-label(9)
        perform add-store
        move './mongo-stage.jsonl' to store-path
        move "readfixed mongo stage" to store-label(10)
        perform add-store
        move './redis-stage.txt' to store-path
        move "readfixed redis stage" to store-label(11)
        perform add-store
        move './sqlite-deadletter.dat' to store-path
        move "readfixed sqlite dead-letter queue" to store-label(12)
        perform add-store
        move './mongo-deadletter.dat' to store-path
        move "readfixed mongo dead-letter queue" to store-label(13)
        perform add-store
        move './redis-deadletter.dat' to store-path
        move "readfixed redis dead-letter queue" to store-label(14)
        perform add-store
        move './fixedwidth.rec' to store-path
        move "readfixed record log" to store-label(15)
        perform add-store
        move './fixedwidth.rejects' to store-path
        move "readfixed rejects" to store-label(16)
        perform add-store
        move './fixedwidth.prior.txt' to store-path
        move "readfixed CDC baseline" to store-label(17)
        perform add-store
        move './fixedwidth.lineage.log' to store-path
        move "readfixed lineage journal" to store-label(18)
        perform add-store
        move './masking-vault.dat' to store-path
        move "masking vault" to store-label(19)
        perform add-store

        move './person-addresses.dat' to store-path
        move "address history" to store-label(20)
        perform add-store
        move "|" to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        *> the address audit trail is chained: each line keeps its
        *> stamp, operator, action and names-id, the address goes
        move './address-audit.log' to store-path
        move "address audit trail" to store-label(21)
        perform add-store
        move "A" to store-erase(store-count)
        move "Y" to store-chained(store-count)
        *> the recall stores: the subject's own row goes; a row that
        *> names them as supervisor, caller or reporter stays with
        *> that names-id zeroed
        move './recall-contacts.dat' to store-path
        move "recall tree contacts" to store-label(22)
        perform add-store
        move "," to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        move "X" to store-erase(store-count)
        move './leave-ledger.dat' to store-path
        move "leave ledger" to store-label(23)
        perform add-store
        move 16 to store-id-offset(store-count)
        move 6 to store-id-length(store-count)
        move "O" to store-match(store-count)
        move './timecards-posted.dat' to store-path
        move "posted timecards" to store-label(24)
        perform add-store
        move "|" to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        *> a sent interface file: the detail keeps its hours so the
        *> trailer still balances, the name and department go
        move './payroll-export.dat' to store-path
        move "payroll interface file" to store-label(25)
        perform add-store
        move 2 to store-id-offset(store-count)
        move 6 to store-id-length(store-count)
        move "DA" to store-id-types(store-count)
        move "O" to store-match(store-count)
        move "P" to store-erase(store-count)
        move './position-assignments.dat' to store-path
        move "position assignments" to store-label(26)
        perform add-store
        move "," to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        move './person-certs.dat' to store-path
        move "certifications held" to store-label(27)
        perform add-store
        move "," to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        move './oncall-rota.dat' to store-path
        move "on-call rota" to store-label(28)
        perform add-store
        move "," to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        *> operators are never deleted: the row stays, unlinked from
        *> the person and inactive, so the activity log still resolves
        move './operators.dat' to store-path
        move "operators" to store-label(29)
        perform add-store
        move "," to store-delimiter(store-count)
        move 2 to store-id-field(store-count)
        move "C" to store-match(store-count)
        move "U" to store-erase(store-count)
        *> readfixed keeps the top values of unmasked fields, my-id
        *> and my-email among them; only the matching values go
        move './fixedwidth.profile.hist' to store-path
        move "readfixed profile history" to store-label(30)
        perform add-store
        move "V" to store-erase(store-count)
        move './recall-roster.dat' to store-path
        move "recall roster" to store-label(31)
        perform add-store
        move "," to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        move "X" to store-erase(store-count)
        move './recall-results.dat' to store-path
        move "recall results" to store-label(32)
        perform add-store
        move "|" to store-delimiter(store-count)
        move 1 to store-id-field(store-count)
        move "C" to store-match(store-count)
        move "X" to store-erase(store-count)
        *> the last line for an alert is where it stands, so the
        *> history stays whole and only the person is unlinked
        move './oncall-assignments.dat' to store-path
        move "on-call assignments" to store-label(33)
        perform add-store
        move "|" to store-delimiter(store-count)
        move 3 to store-id-field(store-count)
        move "C" to store-match(store-count)
        move "Z" to store-erase(store-count)
        *> a leaver's case is carried until they clear; it keeps
        *> its id and verdict, the name goes
        move './clearance-cases.dat' to store-path
        move "clearance cases" to store-label(34)
        perform add-store
        move 1 to store-id-offset(store-count)
        move 10 to store-id-length(store-count)
        move "O" to store-match(store-count)
        move "K" to store-erase(store-count)
        move './cert-audit.log' to store-path
        move "certification audit trail" to store-label(35)
        perform add-store
        move "A" to store-erase(store-count)
        move "Y" to store-chained(store-count)
        move './position-audit.log' to store-path
        move "position audit trail" to store-label(36)
        perform add-store
        move "A" to store-erase(store-count)
        move "Y" to store-chained(store-count)
        exit paragraph
    .

    add-store.
        if store-count >= store-capacity
            display "*** WARNING: store list at capacity ***"
            exit paragraph
        end-if
        add 1 to store-count
        move store-path to store-table-path(store-count)
        move "L" to store-match(store-count)
        move space to store-delimiter(store-count)
        move 0 to store-id-field(store-count)
        move 0 to store-id-offset(store-count)
        move 0 to store-id-length(store-count)
        move spaces to store-id-types(store-count)
        move "R" to store-erase(store-count)
        move "N" to store-chained(store-count)
        exit paragraph
    .

    write-report-heading.
        move spaces to report-rec
        if erase-run
            string "ERASURE " trim(request-reference) " run " run-stamp " subject "
                trim(subject-token) into report-rec
        else
            string "SUBJECT ACCESS " trim(request-reference) " run " run-stamp
                into report-rec
        end-if
        write report-rec
        perform varying identifier-idx from 1 by 1
                until identifier-idx > identifier-count
            move spaces to report-rec
            if erase-run
                move identifier-value(identifier-idx) to mask-in
                if identifier-is-names-id(identifier-idx)
                    move numval(identifier-value(identifier-idx)) to padded-names-id
                    move padded-names-id to mask-in
                end-if
                perform compute-mask-token
                if identifier-is-names-id(identifier-idx)
                    string "  names-id, token " trim(mask-token) into report-rec
                else
                    string "  identifier, token " trim(mask-token) into report-rec
                end-if
            else
                if identifier-is-names-id(identifier-idx)
                    string "  names-id " trim(identifier-value(identifier-idx))
                        into report-rec
                else
                    string "  identifier " trim(identifier-value(identifier-idx))
                        into report-rec
                end-if
            end-if
            write report-rec
        end-perform
        move spaces to report-rec
        write report-rec
        exit paragraph
    .

    *>*************************************************************
    *> names-vsam itself: a keyed read per names-id. An erased
    *> record is deleted through the names journal like any other
    *> delete, with the name already redacted from the before-image,
    *> so replay and the change feed both carry the removal.
    *>*************************************************************
    search-names-vsam.
        call "CBL_CHECK_FILE_EXIST" using './datafiles/names-vsam.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "names-vsam: not on disk" to report-rec
            write report-rec
            exit paragraph
        end-if
        if erase-run
            open i-o names-vsam
        else
            open input names-vsam
        end-if
        if names-status not equal to "00"
            move spaces to report-rec
            string "names-vsam: would not open (status " names-status ") - NOT SEARCHED"
                into report-rec
            write report-rec
            exit paragraph
        end-if

        move "names-vsam (./datafiles/names-vsam.dat):" to report-rec
        write report-rec
        move 0 to store-hits
        perform varying identifier-idx from 1 by 1
                until identifier-idx > identifier-count
            if identifier-is-names-id(identifier-idx)
                move numval(identifier-value(identifier-idx)) to names-id
                read names-vsam
                    invalid key
                        continue
                    not invalid key
                        perform take-names-vsam-hit
                end-read
            end-if
        end-perform
        close names-vsam

        move store-hits to count-disp
        move spaces to report-rec
        string "    " trim(count-disp) " hit(s)" into report-rec
        write report-rec
        if store-hits > 0
            add store-hits to total-hits
            add 1 to stores-with-hits
            if erase-run
                move "./datafiles/names-vsam.dat" to store-path
                move "DELETED" to store-action
                perform write-certificate-line
            end-if
        end-if
        exit paragraph
    .

    take-names-vsam-hit.
        add 1 to store-hits
        if not erase-run
            move spaces to report-rec
            string "      id " names-id " name " trim(out-name) " department "
                trim(out-department) " status " out-status " effective " out-eff-date
                into report-rec
            write report-rec
            exit paragraph
        end-if

        move vsam-rec to before-image
        move "*ERASED*" to before-image(11:20)
        move spaces to after-image
        delete names-vsam record
            invalid key
                display "*** names-vsam delete failed for an erased id ***"
                move 1 to return-code
            not invalid key
                move "DELETE" to journal-op
                call "names-journal-write" using journal-op, before-image, after-image
                end-call
        end-delete
        exit paragraph
    .

    *>*************************************************************
    *> One flat store: every line holding a term is a hit. Erasure
    *> writes the store again without its hits (redacted instead,
    *> for the journal) and swaps the rewrite into place.
    *>*************************************************************
    scan-flat-store.
        move store-table-path(store-idx) to store-path
        set store-is-journal to false
        if match-journal(store-idx)
            set store-is-journal to true
        end-if
        call "CBL_CHECK_FILE_EXIST" using store-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move spaces to report-rec
            string trim(store-label(store-idx)) " (" trim(store-path) "): not on disk"
                into report-rec
            write report-rec
            exit paragraph
        end-if

        move spaces to report-rec
        string trim(store-label(store-idx)) " (" trim(store-path) "):" into report-rec
        write report-rec
        move 0 to store-hits
        move 0 to store-lines
        move spaces to swap-path
        string trim(store-path) ".tmp" into swap-path
        open input storefile
        if erase-run
            open output storeswap
        end-if
        perform until exit
            read storefile
                at end
                    exit perform
                not at end
                    add 1 to store-lines
                    perform check-store-line
                    if line-is-hit
                        perform take-store-hit
                    else
                        if erase-run
                            move store-rec to swap-rec
                            write swap-rec
                        end-if
                    end-if
            end-read
        end-perform
        close storefile
        if erase-run
            close storeswap
            if store-hits > 0
                call "CBL_DELETE_FILE" using store-path end-call
                call "CBL_RENAME_FILE" using swap-path, store-path end-call
                if store-is-chained(store-idx)
                    perform reseal-store-chain
                end-if
            else
                call "CBL_DELETE_FILE" using swap-path end-call
            end-if
            move 0 to return-code
        end-if

        move store-hits to count-disp
        move spaces to report-rec
        string "    " trim(count-disp) " hit(s)" into report-rec
        write report-rec
        if store-hits > 0
            add store-hits to total-hits
            add 1 to stores-with-hits
            if erase-run
                if erase-remove(store-idx) or erase-references(store-idx)
                    move "REMOVED" to store-action
                else
                    move "REDACTED" to store-action
                end-if
                perform write-certificate-line
            end-if
        end-if
        exit paragraph
    .

    reseal-store-chain.
        move store-path to chain-log-path
        move spaces to chain-reason
        string "subject erasure " trim(request-reference) into chain-reason
        call "audit-chain" end-call  *> load the module so its entry points resolve
        call "chain-reseal" using chain-log-path, chain-reason end-call
        exit paragraph
    .

    *> the journal's images are matched on the names-id at their
    *> fixed offsets; every other store anywhere on the line, and a
    *> store with an id column on that column too
    check-store-line.
        set line-is-hit to false
        set id-column-is-hit to false
        if match-id-column(store-idx) or match-id-offset(store-idx)
            perform check-id-column
            if line-is-hit
                exit paragraph
            end-if
        end-if
        perform varying term-idx from 1 by 1 until term-idx > term-count
            if store-is-journal
                if store-rec(23:10) equal to term-text(term-idx)(1:10)
                    or store-rec(73:10) equal to term-text(term-idx)(1:10)
                    set line-is-hit to true
                    exit perform
                end-if
            else
                compute scan-limit = length of store-rec - term-len(term-idx) + 1
                perform varying scan-idx from 1 by 1 until scan-idx > scan-limit
                    if store-rec(scan-idx:term-len(term-idx))
                        equal to term-text(term-idx)(1:term-len(term-idx))
                        set line-is-hit to true
                        exit perform
                    end-if
                end-perform
                if line-is-hit
                    exit perform
                end-if
            end-if
        end-perform
        exit paragraph
    .

    take-store-hit.
        add 1 to store-hits
        if erase-run
            move store-rec to swap-rec
            set remove-line to false
            if erase-remove(store-idx)
                or (erase-references(store-idx) and id-column-is-hit)
                set remove-line to true
            end-if
            evaluate true
                when erase-journal(store-idx)
                    if swap-rec(23:49) not equal to spaces
                        move "*ERASED*" to swap-rec(33:20)
                    end-if
                    if swap-rec(73:49) not equal to spaces
                        move "*ERASED*" to swap-rec(83:20)
                    end-if
                when erase-audit-detail(store-idx)
                    perform redact-audit-detail
                when erase-payroll-name(store-idx)
                    move "*ERASED*" to swap-rec(16:20)
                    move spaces to swap-rec(36:15)
                when erase-operator(store-idx)
                    perform redact-operator-row
                when erase-values(store-idx)
                    perform redact-matching-values
                when erase-unlink-id(store-idx)
                    perform unlink-id-column
                when erase-case-name(store-idx)
                    move "*ERASED*" to swap-rec(11:20)
                when erase-references(store-idx) and not remove-line
                    perform unlink-references
            end-evaluate
            if not remove-line
                write swap-rec
            end-if
            move store-lines to line-disp
            move spaces to report-rec
            evaluate true
                when remove-line
                    string "      line " trim(line-disp) " removed" into report-rec
                when erase-references(store-idx)
                    string "      line " trim(line-disp) " unlinked" into report-rec
                when other
                    string "      line " trim(line-disp) " redacted" into report-rec
            end-evaluate
            if store-hits <= hits-shown-limit
                write report-rec
            end-if
            exit paragraph
        end-if

        if store-hits <= hits-shown-limit
            move store-lines to line-disp
            move spaces to report-rec
            string "      " trim(line-disp) ": " trim(store-rec) into report-rec
            write report-rec
        end-if
        if store-hits equal to hits-shown-limit
            move "      ... further hits counted, not shown" to report-rec
            write report-rec
        end-if
        exit paragraph
    .

    *> a names-id in the store's id column, however its program
    *> wrote it; a fixed-width store only on the record types that
    *> carry one
    check-id-column.
        if store-id-types(store-idx) not equal to spaces
            move 0 to id-type-hits
            if store-rec(1:1) not equal to space
                inspect store-id-types(store-idx) tallying id-type-hits
                    for all store-rec(1:1)
            end-if
            if id-type-hits equal to 0
                exit paragraph
            end-if
        end-if
        if match-id-offset(store-idx)
            move store-rec(store-id-offset(store-idx):store-id-length(store-idx))
                to id-column
        else
            perform split-store-line
            move store-field(store-id-field(store-idx)) to id-column
        end-if
        if id-column equal to spaces or trim(id-column) is not numeric
            exit paragraph
        end-if
        perform varying identifier-idx from 1 by 1
                until identifier-idx > identifier-count
            if identifier-is-names-id(identifier-idx)
                and numval(id-column) equal to numval(identifier-value(identifier-idx))
                set line-is-hit to true
                set id-column-is-hit to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    split-store-line.
        perform varying store-field-idx from 1 by 1 until store-field-idx > 8
            move spaces to store-field(store-field-idx)
        end-perform
        move 0 to store-field-count
        unstring store-rec delimited by store-delimiter(store-idx)
            into store-field(1) store-field(2) store-field(3) store-field(4)
                store-field(5) store-field(6) store-field(7) store-field(8)
            tallying in store-field-count
        end-unstring
        exit paragraph
    .

    *> the id column zeroed digit for digit, the rest of the line
    *> put back as it was
    unlink-id-column.
        perform split-store-line
        inspect store-field(store-id-field(store-idx))
            converting "123456789" to "000000000"
        perform rebuild-store-line
        exit paragraph
    .

    *> someone else's line that names the subject, as the caller or
    *> the reporter: the line stays with that names-id zeroed
    unlink-references.
        perform split-store-line
        perform varying store-field-idx from 1 by 1
                until store-field-idx > store-field-count
            if store-field-idx not equal to store-id-field(store-idx)
                and store-field(store-field-idx) not equal to spaces
                and trim(store-field(store-field-idx)) is numeric
                perform varying identifier-idx from 1 by 1
                        until identifier-idx > identifier-count
                    if identifier-is-names-id(identifier-idx)
                        and numval(store-field(store-field-idx))
                            equal to numval(identifier-value(identifier-idx))
                        inspect store-field(store-field-idx)
                            converting "123456789" to "000000000"
                    end-if
                end-perform
            end-if
        end-perform
        perform rebuild-store-line
        exit paragraph
    .

    rebuild-store-line.
        move spaces to swap-rec
        move 1 to swap-line-ptr
        perform varying store-field-idx from 1 by 1
                until store-field-idx > store-field-count
            if store-field-idx > 1
                string store-delimiter(store-idx) delimited by size
                    into swap-rec with pointer swap-line-ptr
            end-if
            if store-field(store-field-idx) not equal to spaces
                string trim(store-field(store-field-idx) trailing) delimited by size
                    into swap-rec with pointer swap-line-ptr
            end-if
        end-perform
        exit paragraph
    .

    *> an audit line keeps its stamp, operator, action and the
    *> names-id it was about; the rest of its text is blanked and
    *> its seal, if it has one, left at the end for the reseal
    redact-audit-detail.
        move length(trim(swap-rec trailing)) to store-line-len
        move store-line-len to redact-end
        if store-line-len > 36
            if swap-rec(store-line-len - 35:8) equal to " #chain "
                compute redact-end = store-line-len - 36
            end-if
        end-if
        move 0 to redact-lead
        inspect swap-rec tallying redact-lead
            for characters before initial "names-id "
        if redact-lead + 19 <= redact-end
            compute redact-keep = redact-lead + 19
        else
            move 20 to redact-keep
        end-if
        if redact-keep >= redact-end
            exit paragraph
        end-if
        move spaces to swap-rec(redact-keep + 1:redact-end - redact-keep)
        if redact-end - redact-keep >= 9
            move " *ERASED*" to swap-rec(redact-keep + 1:9)
        end-if
        exit paragraph
    .

    *> the operator keeps its id and roles for the activity log;
    *> the person, the login and the pin go, and it is inactive
    redact-operator-row.
        perform split-store-line
        move spaces to swap-rec
        string trim(store-field(1)) ",0000000000,I,*ERASED*,000000000000,"
            trim(store-field(6)) delimited by size into swap-rec
        exit paragraph
    .

    *> a pipe-delimited line rebuilt value by value, any value
    *> holding one of the terms replaced
    redact-matching-values.
        move length(trim(store-rec trailing)) to store-line-len
        move 1 to store-line-ptr
        move 1 to swap-line-ptr
        move spaces to swap-rec
        perform until store-line-ptr > store-line-len
            move spaces to store-value
            unstring store-rec(1:store-line-len) delimited by "|"
                into store-value with pointer store-line-ptr
            end-unstring
            perform varying term-idx from 1 by 1 until term-idx > term-count
                move 0 to id-type-hits
                inspect store-value tallying id-type-hits
                    for all term-text(term-idx)(1:term-len(term-idx))
                if id-type-hits > 0
                    move "*ERASED*" to store-value
                    exit perform
                end-if
            end-perform
            if store-value not equal to spaces
                string store-value(1:length(trim(store-value trailing)))
                    delimited by size into swap-rec with pointer swap-line-ptr
            end-if
            string "|" delimited by size into swap-rec with pointer swap-line-ptr
        end-perform
        exit paragraph
    .

    *> readfixed's record history holds every version of a my-id
    search-record-history.
        call "CBL_CHECK_FILE_EXIST" using './datafiles/record-history.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "record history (./datafiles/record-history.db): not on disk" to report-rec
            write report-rec
            exit paragraph
        end-if
        if erase-run
            open i-o recordhistory
        else
            open input recordhistory
        end-if
        if version-status not equal to "00"
            move spaces to report-rec
            string "record history: would not open (status " version-status
                ") - NOT SEARCHED" into report-rec
            write report-rec
            exit paragraph
        end-if

        move "record history (./datafiles/record-history.db):" to report-rec
        write report-rec
        move 0 to store-hits
        perform varying identifier-idx from 1 by 1
                until identifier-idx > identifier-count
            if identifier-is-record-id(identifier-idx)
                perform read-id-versions
            end-if
        end-perform
        close recordhistory

        move store-hits to count-disp
        move spaces to report-rec
        string "    " trim(count-disp) " version(s)" into report-rec
        write report-rec
        if store-hits > 0
            add store-hits to total-hits
            add 1 to stores-with-hits
            if erase-run
                move "./datafiles/record-history.db" to store-path
                move "DELETED" to store-action
                perform write-certificate-line
            end-if
        end-if
        exit paragraph
    .

    read-id-versions.
        move identifier-value(identifier-idx) to version-id
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
                    if version-id not equal to identifier-value(identifier-idx)
                        exit perform
                    end-if
                    add 1 to store-hits
                    if erase-run
                        delete recordhistory record
                            invalid key
                                display "*** record history delete failed ***"
                                move 1 to return-code
                        end-delete
                    else
                        move spaces to report-rec
                        string "      valid from " version-from " to " version-to " "
                            trim(version-opened-by) ": " trim(version-image)
                            into report-rec
                        write report-rec
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> Hand receipts and loans, found through their person-id
    *> alternate keys. Erasure unlinks the person (the id goes to
    *> zeros) and keeps the record, so who had an item can still
    *> be followed to the point of the erasure.
    *>*************************************************************
    search-hand-receipts.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/hand-receipts.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "hand receipts (../datafiles/hand-receipts.db): not on disk" to report-rec
            write report-rec
            exit paragraph
        end-if
        if erase-run
            open i-o handreceipts
        else
            open input handreceipts
        end-if
        if custody-status not equal to "00"
            move spaces to report-rec
            string "hand receipts: would not open (status " custody-status
                ") - NOT SEARCHED" into report-rec
            write report-rec
            exit paragraph
        end-if

        move "hand receipts (../datafiles/hand-receipts.db):" to report-rec
        write report-rec
        move 0 to store-hits
        perform varying identifier-idx from 1 by 1
                until identifier-idx > identifier-count
            if identifier-is-names-id(identifier-idx)
                move numval(identifier-value(identifier-idx)) to padded-names-id
                if erase-run
                    perform unlink-hand-receipts
                else
                    perform list-hand-receipts
                end-if
            end-if
        end-perform
        close handreceipts

        move '../datafiles/hand-receipts.db' to store-path
        perform close-custody-store
        exit paragraph
    .

    list-hand-receipts.
        move padded-names-id to hr-holder-id
        start handreceipts key equal to hr-holder-id
            invalid key
                exit paragraph
        end-start
        perform until exit
            read handreceipts next record
                at end
                    exit perform
                not at end
                    if hr-holder-id not equal to padded-names-id
                        exit perform
                    end-if
                    add 1 to store-hits
                    move spaces to report-rec
                    string "      nsn " hr-nsn " serial " trim(hr-serial) " tamcn "
                        trim(hr-tamcn) " issued " hr-issue-date into report-rec
                    write report-rec
            end-read
        end-perform
        exit paragraph
    .

    *> each unlinked receipt leaves the holder's key chain, so the
    *> chain is started again until nothing is left on it
    unlink-hand-receipts.
        perform until exit
            move padded-names-id to hr-holder-id
            start handreceipts key equal to hr-holder-id
                invalid key
                    exit perform
            end-start
            read handreceipts next record
                at end
                    exit perform
            end-read
            if hr-holder-id not equal to padded-names-id
                exit perform
            end-if
            move 0 to hr-holder-id
            rewrite hr-rec
                invalid key
                    display "*** hand receipt unlink failed for an erased id ***"
                    move 1 to return-code
                    exit perform
            end-rewrite
            add 1 to store-hits
            move spaces to report-rec
            string "      nsn " hr-nsn " serial " trim(hr-serial) " unlinked" into report-rec
            write report-rec
        end-perform
        exit paragraph
    .

    search-loans.
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/loans.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move "loans (../datafiles/loans.db): not on disk" to report-rec
            write report-rec
            exit paragraph
        end-if
        if erase-run
            open i-o loanfile
        else
            open input loanfile
        end-if
        if custody-status not equal to "00"
            move spaces to report-rec
            string "loans: would not open (status " custody-status
                ") - NOT SEARCHED" into report-rec
            write report-rec
            exit paragraph
        end-if

        move "loans (../datafiles/loans.db):" to report-rec
        write report-rec
        move 0 to store-hits
        perform varying identifier-idx from 1 by 1
                until identifier-idx > identifier-count
            if identifier-is-names-id(identifier-idx)
                move numval(identifier-value(identifier-idx)) to padded-names-id
                if erase-run
                    perform unlink-loans
                else
                    perform list-loans
                end-if
            end-if
        end-perform
        close loanfile

        move '../datafiles/loans.db' to store-path
        perform close-custody-store
        exit paragraph
    .

    list-loans.
        move padded-names-id to loan-signer-id
        start loanfile key equal to loan-signer-id
            invalid key
                exit paragraph
        end-start
        perform until exit
            read loanfile next record
                at end
                    exit perform
                not at end
                    if loan-signer-id not equal to padded-names-id
                        exit perform
                    end-if
                    add 1 to store-hits
                    move spaces to report-rec
                    string "      nsn " loan-nsn " serial " trim(loan-serial) " from "
                        trim(loan-lender-tamcn) " to " trim(loan-borrower) " signed "
                        loan-date " due " loan-due-date " " trim(loan-status)
                        into report-rec
                    write report-rec
            end-read
        end-perform
        exit paragraph
    .

    unlink-loans.
        perform until exit
            move padded-names-id to loan-signer-id
            start loanfile key equal to loan-signer-id
                invalid key
                    exit perform
            end-start
            read loanfile next record
                at end
                    exit perform
            end-read
            if loan-signer-id not equal to padded-names-id
                exit perform
            end-if
            move 0 to loan-signer-id
            rewrite loan-rec
                invalid key
                    display "*** loan unlink failed for an erased id ***"
                    move 1 to return-code
                    exit perform
            end-rewrite
            add 1 to store-hits
            move spaces to report-rec
            string "      nsn " loan-nsn " serial " trim(loan-serial) " unlinked" into report-rec
            write report-rec
        end-perform
        exit paragraph
    .

    close-custody-store.
        move store-hits to count-disp
        move spaces to report-rec
        string "    " trim(count-disp) " hit(s)" into report-rec
        write report-rec
        if store-hits > 0
            add store-hits to total-hits
            add 1 to stores-with-hits
            if erase-run
                move "UNLINKED" to store-action
                perform write-certificate-line
            end-if
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> Backups are never edited. The names-vsam generations are
    *> flat copies and are searched; the datafiles bundles are
    *> listed with the person-data stores their manifest shows.
    *> Each stays until its job's generation count prunes it.
    *>*************************************************************
    list-backups.
        move spaces to report-rec
        write report-rec
        move "backups still inside retention (not edited - they remain until pruned):"
            to report-rec
        write report-rec
        move 0 to backup-count

        call "CBL_CHECK_FILE_EXIST" using './names-vsam.backups.catalog', file-info end-call
        if return-code equal to 0
            open input catalogfile
            perform until exit
                read catalogfile
                    at end
                        exit perform
                    not at end
                        if catalog-rec not equal to spaces
                            perform search-names-backup
                        end-if
                end-read
            end-perform
            close catalogfile
        end-if
        move 0 to return-code

        move spaces to command
        string "ls ./backups > ./subject-request-gens.tmp 2>/dev/null" into command
        call "SYSTEM" using command end-call
        move 0 to return-code
        call "CBL_CHECK_FILE_EXIST" using './subject-request-gens.tmp', file-info end-call
        if return-code equal to 0
            open input genfile
            perform until exit
                read genfile
                    at end
                        exit perform
                    not at end
                        if gen-rec(1:7) equal to "backup-"
                            perform list-datafiles-backup
                        end-if
                end-read
            end-perform
            close genfile
            call "CBL_DELETE_FILE" using './subject-request-gens.tmp' end-call
        end-if
        move 0 to return-code

        if backup-count equal to 0
            move "  none on disk" to report-rec
            write report-rec
        end-if
        exit paragraph
    .

    search-names-backup.
        add 1 to backup-count
        move catalog-rec to backup-path
        move 0 to backup-hits
        call "CBL_CHECK_FILE_EXIST" using backup-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            move spaces to report-rec
            string "  " trim(backup-path) ": catalogued but gone from disk"
                into report-rec
            write report-rec
            exit paragraph
        end-if
        open input backupfile
        perform until exit
            read backupfile
                at end
                    exit perform
                not at end
                    perform varying term-idx from 1 by 1 until term-idx > term-count
                        if backup-rec(1:10) equal to term-text(term-idx)(1:10)
                            add 1 to backup-hits
                        end-if
                    end-perform
            end-read
        end-perform
        close backupfile
        move backup-hits to count-disp
        move spaces to report-rec
        string "  " trim(backup-path) ": names-vsam copy, " trim(count-disp)
            " record(s) of the subject" into report-rec
        write report-rec
        exit paragraph
    .

    list-datafiles-backup.
        add 1 to backup-count
        move trim(gen-rec) to gen-name
        move spaces to backup-path
        string "./backups/" trim(gen-name) "/MANIFEST" into backup-path
        move spaces to manifest-holds
        move 1 to manifest-ptr
        call "CBL_CHECK_FILE_EXIST" using backup-path, file-info end-call
        if return-code equal to 0
            open input backupfile
            perform until exit
                read backupfile
                    at end
                        exit perform
                    not at end
                        if backup-rec(1:25) equal to "datafiles/names-vsam.dat|"
                            string " names-vsam" delimited by size into manifest-holds
                                with pointer manifest-ptr
                        end-if
                        if backup-rec(1:29) equal to "datafiles/record-history.db|"
                            string " record-history" delimited by size into manifest-holds
                                with pointer manifest-ptr
                        end-if
                end-read
            end-perform
            close backupfile
        end-if
        move 0 to return-code
        move spaces to report-rec
        if manifest-holds equal to spaces
            string "  ./backups/" trim(gen-name) ": datafiles bundle, no person-data store in its manifest"
                into report-rec
        else
            string "  ./backups/" trim(gen-name) ": datafiles bundle holding"
                trim(manifest-holds trailing) " - not searched, assume it holds the subject"
                into report-rec
        end-if
        write report-rec
        exit paragraph
    .

    write-certificate-line.
        call "CBL_CHECK_FILE_EXIST" using './erasure-certificates.dat', file-info end-call
        if return-code equal to 0
            open extend certfile
        else
            open output certfile
        end-if
        move 0 to return-code
        move store-hits to count-disp
        move spaces to cert-rec
        string run-stamp "|" trim(request-reference) "|" trim(subject-token) "|"
            trim(store-path) "|" trim(store-action) "|" trim(count-disp) "|"
            trim(operator-id) into cert-rec
        write cert-rec
        close certfile
        exit paragraph
    .

    *> the closing line of every erasure, hits or none, so the
    *> certificate shows the request was carried out
    write-certificate-summary.
        move "ALL-STORES" to store-path
        move "COMPLETE" to store-action
        move total-hits to store-hits
        perform write-certificate-line
        exit paragraph
    .
