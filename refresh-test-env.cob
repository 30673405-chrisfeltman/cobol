       >>source format is free
identification division.
    program-id. refresh-test-env.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> a datafiles directory's contents, captured per pass
            select scanfile
            assign to './test-refresh-scan.tmp'
            organization is line sequential.

            *> cksum output for the file currently being proved
            select cksumfile
            assign to './test-refresh-cksum.tmp'
            organization is line sequential.

            *> the reconciliation report -- one line per file moved
            select reportfile
            assign to './test-refresh-report.txt'
            organization is line sequential.

            *> the masking key; it stays with production and is never
            *> carried into the test area
            select keyfile
            assign to './test-refresh.key'
            organization is line sequential.

            *> a flat file being masked, and its test-area copy --
            *> records keep their exact length either side
            select srcline
            assign using source-path
            organization is line sequential.

            select tgtline
            assign using target-path
            organization is line sequential.

            select srcnames
            assign using source-path
            organization is indexed
            access mode is dynamic
            record key is src-names-id.

            select tgtnames
            assign using target-path
            organization is indexed
            access mode is dynamic
            record key is tgt-names-id.

            select srchistory
            assign using source-path
            organization is indexed
            access mode is dynamic
            record key is src-version-key.

            select tgthistory
            assign using target-path
            organization is indexed
            access mode is dynamic
            record key is tgt-version-key.

            select runledger
            assign to './datafiles/run-ledger.db'
            organization is indexed
            access mode is dynamic
            record key is rt-ledger-key.

data division.
    file section.
        fd scanfile.
        01 scan-rec pic X(120).

        fd cksumfile.
        01 cksum-rec pic X(120).

        fd reportfile.
        01 report-line pic X(132).

        fd keyfile.
        01 key-rec pic X(80).

        fd srcline
            record varying in size from 1 to 256 characters
            depending on src-line-len.
        01 src-line pic X(256).

        fd tgtline
            record varying in size from 1 to 256 characters
            depending on tgt-line-len.
        01 tgt-line pic X(256).

        fd srcnames.
        01 src-names-rec.
            05 src-names-id pic 9(10).
            05 filler pic X(39).

        fd tgtnames.
        01 tgt-names-rec.
            05 tgt-names-id pic 9(10).
            05 filler pic X(39).

        fd srchistory.
        01 src-history-rec.
            05 src-version-key pic X(51).
            05 filler pic X(179).

        fd tgthistory.
        01 tgt-history-rec.
            05 tgt-version-key pic X(51).
            05 filler pic X(179).

        fd runledger.
        01 rt-ledger-rec.
            05 rt-ledger-key.
                10 rt-ledger-job pic X(20).
                10 rt-ledger-start-stamp pic 9(14).
            05 rt-ledger-end-stamp pic 9(14).
            05 rt-ledger-rec-count pic 9(9).
            05 rt-ledger-rc pic s9(4).
            05 rt-ledger-run-status pic X(8).

working-storage section.
    *> the test area mirrors production's two working directories:
    *> <area>/run stands in for the program directory ("./...")
    *> and <area> itself for its parent ("../...")
    01 area-root pic X(60) value './testenv'.
    01 area-param pic X(60) value spaces.
    *> the area is removed and rebuilt on every refresh, so it must
    *> be ./testenv or a directory under it, named in plain
    *> characters -- nothing else is ever handed to rm
    01 area-ok-flag pic 9(1) value 0.
        88 area-ok value 1 false 0.
    01 area-char-idx pic 9(2) value 0.
    01 area-hits pic 9(2) value 0.
    01 area-safe-chars pic X(66) value
        "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789-_./".
    01 run-root pic X(64) value spaces.
    01 dir-path pic X(80) value spaces.

    01 running-job-count pic 9(3) value 0.
    01 copied-count pic 9(3) value 0.
    01 masked-count pic 9(3) value 0.
    01 skipped-count pic 9(3) value 0.
    01 absent-count pic 9(3) value 0.
    01 mismatch-count pic 9(3) value 0.

    01 src-line-len pic 9(3) value 0.
    01 tgt-line-len pic 9(3) value 0.
    01 source-path pic X(120) value spaces.
    01 target-path pic X(160) value spaces.
    01 file-display-name pic X(60) value spaces.
    01 scan-name pic X(60) value spaces.
    01 scan-source-dir pic X(16) value spaces.
    01 scan-target-dir pic X(80) value spaces.
    01 transient-hits pic 9(2) value 0.
    01 command pic X(400) value spaces.
    01 copy-rc pic s9(9) value 0.
    01 step-rc pic s9(9) value 0.

    01 cksum-token pic X(40) occurs 3 times.
    01 file-checksum pic X(20) value spaces.
    01 source-checksum pic X(20) value spaces.
    01 target-checksum pic X(20) value spaces.

    *> the flat files carried into the test area, and what happens
    *> to each one on the way:
    *>   ROSTER  names masked (id,name,... lines or bare name lines)
    *>   FIXED   fixed-width personal fields masked, either layout
    *>   ITEMS   copied, dollar total proved both sides
    *>   TALLY   copied, GRAND-TOTAL trailer proved both sides
    *>   COPY    copied as it stands
    *> anything not listed (addresses, journals, snapshots, exports)
    *> stays behind
    01 flat-file-count pic 9(2) value 21.
    01 flat-file-table.
        05 filler.
            10 filler pic X(40) value './names.dat'.
            10 filler pic X(8) value 'ROSTER'.
        05 filler.
            10 filler pic X(40) value './fixedwidth.txt'.
            10 filler pic X(8) value 'FIXED'.
        05 filler.
            10 filler pic X(40) value './fixedwidth.prior.txt'.
            10 filler pic X(8) value 'FIXED'.
        05 filler.
            10 filler pic X(40) value './batch-calendar.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value './departments.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value './operator-holds.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value './run-ledger.policy'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value './leave-rates.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value './leave-ledger.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value './leave-periods.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value './timecards.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../items.dat'.
            10 filler pic X(8) value 'ITEMS'.
        05 filler.
            10 filler pic X(40) value '../output.dat'.
            10 filler pic X(8) value 'TALLY'.
        05 filler.
            10 filler pic X(40) value '../allowance-master.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../tamcn-authority.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../nsn-master.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../price-master.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../budget-master.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../obligation-ledger.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../location-master.dat'.
            10 filler pic X(8) value 'COPY'.
        05 filler.
            10 filler pic X(40) value '../units.dat'.
            10 filler pic X(8) value 'COPY'.
    01 flat-file-list redefines flat-file-table.
        05 flat-file-entry occurs 21 times.
            10 flat-file-path pic X(40).
            10 flat-file-rule pic X(8).
    01 flat-idx pic 9(2) value 0.
    01 mask-rule pic X(8) value spaces.

    *> masking: each word of a personal field is replaced by a
    *> made-up word of the same length and shape -- vowels for
    *> vowels, consonants for consonants, case kept, punctuation
    *> and spacing left alone. The replacement is driven only by
    *> the word itself and the key, so a name masks the same way
    *> in every file and every refresh, and joins still line up.
    01 mask-key-hash pic 9(12) value 0.
    01 mask-key-found-flag pic 9(1) value 0.
        88 mask-key-found value 1 false 0.
    01 mask-buffer pic X(256) value spaces.
    01 mask-original pic X(256) value spaces.
    01 record-len pic 9(3) value 0.
    01 span-count pic 9(1) value 0.
    01 span-table.
        05 span-entry occurs 3 times.
            10 span-start pic 9(3).
            10 span-len pic 9(3).
    01 span-idx pic 9(1) value 0.
    01 key-start pic 9(3) value 0.
    01 key-len pic 9(3) value 0.
    01 comma-pos pic 9(3) value 0.
    01 comma-2-pos pic 9(3) value 0.

    01 mask-pos pic 9(3) value 0.
    01 mask-end pic 9(3) value 0.
    01 word-start pic 9(3) value 0.
    01 word-end pic 9(3) value 0.
    01 word-idx pic 9(3) value 0.
    01 word-hash pic 9(12) value 0.
    01 mask-seed pic 9(18) value 0.
    01 letter-idx pic 9(2) value 0.
    01 digit-value pic 9(1) value 0.
    01 mask-char pic X(1) value space.
        88 mask-char-upper values "A" thru "Z".
        88 mask-char-lower values "a" thru "z".
        88 mask-char-digit values "0" thru "9".
        88 mask-char-vowel values "A" "E" "I" "O" "U" "a" "e" "i" "o" "u".
    01 new-char pic X(1) value space.
    01 vowel-letters pic X(5) value "AEIOU".
    01 consonant-letters pic X(21) value "BCDFGHJKLMNPQRSTVWXYZ".
    *> digits are personal in the free-text fields, not in names
    01 mask-digits-flag pic 9(1) value 0.
        88 mask-digits value 1 false 0.

    *> proof workspace: the same record count, key checksum and
    *> checksum of everything but the masked spans, taken off the
    *> source as it is read and off the copy once it is written
    01 proof-count pic 9(9) value 0.
    01 proof-key-sum pic 9(12) value 0.
    01 proof-body-sum pic 9(12) value 0.
    01 proof-idx pic 9(3) value 0.
    01 proof-buffer pic X(256) value spaces.
    01 src-rec-count pic 9(9) value 0.
    01 src-key-sum pic 9(12) value 0.
    01 src-body-sum pic 9(12) value 0.
    01 values-changed pic 9(9) value 0.
    01 verdict pic X(8) value spaces.

    *> dollar proof workspace
    01 dollar-total pic s9(13)v99 value 0.
    01 src-dollar-total pic s9(13)v99 value 0.
    01 dollar-found-flag pic 9(1) value 0.
        88 dollar-found value 1 false 0.
    01 src-dollar-found-flag pic 9(1) value 0.
        88 src-dollar-found value 1 false 0.
    01 item-amount pic s9(13)v99 value 0.
    01 item-rate-text pic X(12) value zeros.
    01 item-rate redefines item-rate-text pic 9(10)v99.
    01 item-quantity pic 9(5) value 0.
    01 tally-field pic X(40) occurs 4 times.
    01 parsed-tag pic X(20) value spaces.
    01 dollar-display pic -(12)9.99.
    01 dollar-display-2 pic -(12)9.99.

    01 name-index-flag pic 9(1) value 0.
        88 name-index-wanted value 1 false 0.
    01 names-masked-flag pic 9(1) value 0.
        88 names-masked value 1 false 0.

    01 count-display pic Z(8)9.
    01 count-display-2 pic Z(8)9.
    01 count-display-3 pic Z(8)9.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.
    01 size-display pic 9(18) value 0.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

procedure division.

    *>*************************************************************
    *> Builds a test data area from the current production stores
    *> and flat files, with the personal data scrambled on the way:
    *> names-vsam names, the roster's names, and the fixed-width
    *> initial/description/email fields (in fixedwidth.txt, its
    *> prior copy and the record-history store). Keys, record
    *> counts and dollar totals come across untouched, and the
    *> report proves it file by file -- a test area that doesn't
    *> reconcile to its source fails the run with return-code 4.
    *>
    *> Like the backup it refuses while any job is open in the run
    *> ledger; the name indexes are rebuilt in the test area from
    *> the masked names store rather than copied.
    *>
    *>   refresh-test-env [test-area-directory under ./testenv]
    *>*************************************************************
    main.
        display "test environment refresh starting..."

        accept area-param from argument-value
        if trim(area-param) not equal to spaces
            move trim(area-param) to area-root
        end-if
        perform check-area-root
        if not area-ok
            display "*** REFRESH REFUSED: " trim(area-root)
                " is not ./testenv or a directory under it ***"
            move 1 to return-code
            goback
        end-if

        move current-date to current-timestamp

        perform check-writers-quiesced
        if running-job-count greater than 0
            display "*** REFRESH REFUSED: " running-job-count
                " job(s) still open in the run ledger ***"
            move 1 to return-code
            goback
        end-if

        perform load-masking-key
        perform build-test-area

        open output reportfile
        perform write-report-header

        move "./datafiles" to scan-source-dir
        move spaces to scan-target-dir
        string trim(run-root) "/datafiles" into scan-target-dir
        perform refresh-datafiles-stores

        move "../datafiles" to scan-source-dir
        move spaces to scan-target-dir
        string trim(area-root) "/datafiles" into scan-target-dir
        perform refresh-datafiles-stores

        perform varying flat-idx from 1 by 1
                until flat-idx > flat-file-count
            perform refresh-flat-file
        end-perform

        if name-index-wanted
            perform rebuild-name-indexes
        end-if

        perform write-report-trailer
        close reportfile

        display "refresh done: " copied-count " copied, " masked-count
            " masked, " skipped-count " held back, " absent-count
            " absent, " mismatch-count " not reconciled"
        display "report in ./test-refresh-report.txt"
        if mismatch-count greater than 0
            display "*** TEST AREA DOES NOT RECONCILE TO PRODUCTION ***"
            move 4 to return-code
        else
            move 0 to return-code
        end-if
        goback
    .

    *> a bare "testenv/..." is taken as "./testenv/..."; no ".."
    *> anywhere, so the area can't climb back out of the test root
    check-area-root.
        set area-ok to false
        if trim(area-root) equal to "testenv" or area-root(1:8) equal to "testenv/"
            move spaces to dir-path
            string "./" trim(area-root) delimited by size into dir-path
            move dir-path to area-root
        end-if
        if trim(area-root) not equal to "./testenv"
            and area-root(1:10) not equal to "./testenv/"
            exit paragraph
        end-if
        move 0 to area-hits
        inspect area-root tallying area-hits for all ".."
        if area-hits greater than 0
            exit paragraph
        end-if
        perform varying area-char-idx from 1 by 1
                until area-char-idx > length(trim(area-root))
            move 0 to area-hits
            inspect area-safe-chars tallying area-hits
                for all area-root(area-char-idx:1)
            if area-hits equal to 0
                exit paragraph
            end-if
        end-perform
        set area-ok to true
        exit paragraph
    .

    *> any RUNNING ledger entry means a writer may be mid-file --
    *> the same quiesce check the backup makes
    check-writers-quiesced.
        call "CBL_CHECK_FILE_EXIST" using './datafiles/run-ledger.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input runledger
        perform until exit
            read runledger next record
                at end
                    exit perform
                not at end
                    if rt-ledger-run-status equal to "RUNNING"
                        add 1 to running-job-count
                        display "open run: " trim(rt-ledger-job)
                            " since " rt-ledger-start-stamp
                    end-if
            end-read
        end-perform
        close runledger
        exit paragraph
    .

    *> the key's first line seeds every word hash; without one the
    *> masking still holds together but anyone with this source can
    *> reproduce it, so the report says so
    load-masking-key.
        move 0 to mask-key-hash
        set mask-key-found to false
        call "CBL_CHECK_FILE_EXIST" using './test-refresh.key', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "*** WARNING: no ./test-refresh.key - masking with the built-in key ***"
            exit paragraph
        end-if
        open input keyfile
        read keyfile
            at end
                continue
            not at end
                if trim(key-rec) not equal to spaces
                    set mask-key-found to true
                    perform varying word-idx from 1 by 1
                            until word-idx > length(trim(key-rec))
                        compute mask-key-hash =
                            mod((mask-key-hash * 31) + ord(key-rec(word-idx:1)),
                                999999999999)
                    end-perform
                end-if
        end-read
        close keyfile
        exit paragraph
    .

    *> the old area goes first -- a refresh is a clean copy, never
    *> a merge with whatever testing left behind
    build-test-area.
        move spaces to run-root
        string trim(area-root) "/run" into run-root

        move spaces to command
        string "rm -rf " trim(area-root) into command
        call "SYSTEM" using command end-call
        move 0 to return-code

        call "CBL_CREATE_DIR" using area-root end-call
        move 0 to return-code
        move spaces to dir-path
        string trim(area-root) "/datafiles" into dir-path
        call "CBL_CREATE_DIR" using dir-path end-call
        move 0 to return-code
        call "CBL_CREATE_DIR" using run-root end-call
        move 0 to return-code
        move spaces to dir-path
        string trim(run-root) "/datafiles" into dir-path
        call "CBL_CREATE_DIR" using dir-path end-call
        move 0 to return-code
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "TEST ENVIRONMENT REFRESH  " current-timestamp(1:8) " "
            current-timestamp(9:6) "  area " trim(area-root)
            into report-line
        write report-line
        move spaces to report-line
        string "  " trim(run-root) " stands for ./, " trim(area-root)
            " for ../" into report-line
        write report-line
        move spaces to report-line
        if mask-key-found
            move "  masking key: ./test-refresh.key" to report-line
        else
            move "  masking key: *** NONE - built-in key used ***" to report-line
        end-if
        write report-line
        move spaces to report-line
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> Every store in one datafiles directory. The names store and
    *> the record history are rewritten masked; the name indexes
    *> are rebuilt afterwards from the masked names; transient
    *> copies and anything else carrying names stay behind.
    *>*************************************************************
    refresh-datafiles-stores.
        move spaces to command
        string "ls " trim(scan-source-dir)
            " > ./test-refresh-scan.tmp 2>/dev/null" into command
        call "SYSTEM" using command end-call
        move 0 to return-code

        open input scanfile
        perform until exit
            read scanfile
                at end
                    exit perform
                not at end
                    if trim(scan-rec) not equal to spaces
                        move trim(scan-rec) to scan-name
                        perform refresh-one-store
                    end-if
            end-read
        end-perform
        close scanfile
        call "CBL_DELETE_FILE" using './test-refresh-scan.tmp' end-call
        move 0 to return-code
        exit paragraph
    .

    refresh-one-store.
        move spaces to source-path
        string trim(scan-source-dir) "/" trim(scan-name) into source-path
        move spaces to target-path
        string trim(scan-target-dir) "/" trim(scan-name) into target-path
        move spaces to file-display-name
        string trim(scan-source-dir) "/" trim(scan-name) into file-display-name

        move 0 to transient-hits
        inspect scan-name tallying transient-hits for all ".new" ".tmp"

        evaluate true
            when transient-hits greater than 0
                move "transient copy" to verdict
                perform report-held-back
            when scan-source-dir equal to "./datafiles"
                and scan-name equal to "names-vsam.dat"
                perform refresh-names-store
            when scan-source-dir equal to "./datafiles"
                and scan-name equal to "record-history.db"
                perform refresh-history-store
            when scan-source-dir equal to "./datafiles"
                and (scan-name equal to "names-by-name.db"
                    or scan-name equal to "names-by-sound.db")
                set name-index-wanted to true
            when scan-name(1:6) equal to "names-"
                move "names" to verdict
                perform report-held-back
            when other
                perform copy-one-file
        end-evaluate
        exit paragraph
    .

    report-held-back.
        add 1 to skipped-count
        move spaces to report-line
        if verdict equal to "names"
            string "HELD     " trim(file-display-name)
                " carries unmasked names - not copied" into report-line
        else
            string "HELD     " trim(file-display-name)
                " transient copy - not copied" into report-line
        end-if
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> A file that needs no masking goes across byte for byte and
    *> is proved by cksum on both sides.
    *>*************************************************************
    copy-one-file.
        move 1 to copy-rc
        call "CBL_CHECK_FILE_EXIST" using source-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to absent-count
            move spaces to report-line
            string "ABSENT   " trim(file-display-name) into report-line
            write report-line
            exit paragraph
        end-if
        move file-size-in-bytes to size-display

        call "CBL_COPY_FILE" using source-path, target-path end-call
        move return-code to copy-rc
        move 0 to return-code
        if copy-rc not equal to 0
            add 1 to mismatch-count
            move spaces to report-line
            string "FAILED   " trim(file-display-name) " *** copy failed ***"
                into report-line
            write report-line
            exit paragraph
        end-if

        move source-path to dir-path
        perform checksum-one-file
        move file-checksum to source-checksum
        move target-path to dir-path
        perform checksum-one-file
        move file-checksum to target-checksum

        add 1 to copied-count
        move size-display to count-display
        move spaces to report-line
        if source-checksum equal to target-checksum
            and source-checksum not equal to spaces
            string "COPIED   " trim(file-display-name) " bytes " trim(count-display)
                " cksum " trim(source-checksum) " = " trim(target-checksum)
                "  OK" into report-line
        else
            add 1 to mismatch-count
            string "COPIED   " trim(file-display-name) " bytes " trim(count-display)
                " cksum " trim(source-checksum) " <> " trim(target-checksum)
                "  *** MISMATCH ***" into report-line
        end-if
        write report-line
        exit paragraph
    .

    checksum-one-file.
        move spaces to file-checksum
        move spaces to command
        string "cksum " trim(dir-path)
            " > ./test-refresh-cksum.tmp 2>/dev/null" into command
        call "SYSTEM" using command end-call
        move 0 to return-code

        open input cksumfile
        read cksumfile
            at end
                continue
            not at end
                move spaces to cksum-token(1) cksum-token(2) cksum-token(3)
                unstring cksum-rec delimited by all " "
                    into cksum-token(1) cksum-token(2) cksum-token(3)
                end-unstring
                move cksum-token(1)(1:20) to file-checksum
        end-read
        close cksumfile
        call "CBL_DELETE_FILE" using './test-refresh-cksum.tmp' end-call
        move 0 to return-code
        exit paragraph
    .

    *>*************************************************************
    *> names-vsam: the name is masked, the id and everything else
    *> (department, status, effective date) come across as they are.
    *>*************************************************************
    refresh-names-store.
        call "CBL_CHECK_FILE_EXIST" using source-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to absent-count
            move spaces to report-line
            string "ABSENT   " trim(file-display-name) into report-line
            write report-line
            exit paragraph
        end-if

        move "NAMES" to mask-rule
        set mask-digits to false
        perform reset-proof
        move 0 to values-changed
        open input srcnames
        open output tgtnames
        perform until exit
            read srcnames next record
                at end
                    exit perform
                not at end
                    move 49 to record-len
                    move spaces to mask-buffer
                    move src-names-rec to mask-buffer(1:49)
                    perform mask-one-record
                    move mask-buffer(1:49) to tgt-names-rec
                    write tgt-names-rec
                        invalid key
                            display "*** names-vsam " src-names-id
                                " would not write to the test area ***"
                    end-write
            end-read
        end-perform
        close srcnames
        close tgtnames
        perform save-source-proof

        perform reset-proof
        open input tgtnames
        perform until exit
            read tgtnames next record
                at end
                    exit perform
                not at end
                    move 49 to record-len
                    move spaces to mask-buffer
                    move tgt-names-rec to mask-buffer(1:49)
                    perform locate-personal-spans
                    perform fold-record-proof
            end-read
        end-perform
        close tgtnames

        set names-masked to true
        perform report-masked-file
        exit paragraph
    .

    *>*************************************************************
    *> record-history: every version image is masked the way the
    *> live fixed-width record is, so an as-of query in the test
    *> area shows the same fake person the current file does.
    *>*************************************************************
    refresh-history-store.
        call "CBL_CHECK_FILE_EXIST" using source-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to absent-count
            move spaces to report-line
            string "ABSENT   " trim(file-display-name) into report-line
            write report-line
            exit paragraph
        end-if

        move "HISTORY" to mask-rule
        set mask-digits to true
        perform reset-proof
        move 0 to values-changed
        open input srchistory
        open output tgthistory
        perform until exit
            read srchistory next record
                at end
                    exit perform
                not at end
                    move 230 to record-len
                    move spaces to mask-buffer
                    move src-history-rec to mask-buffer(1:230)
                    perform mask-one-record
                    move mask-buffer(1:230) to tgt-history-rec
                    write tgt-history-rec
                        invalid key
                            display "*** record history " src-version-key
                                " would not write to the test area ***"
                    end-write
            end-read
        end-perform
        close srchistory
        close tgthistory
        perform save-source-proof

        perform reset-proof
        open input tgthistory
        perform until exit
            read tgthistory next record
                at end
                    exit perform
                not at end
                    move 230 to record-len
                    move spaces to mask-buffer
                    move tgt-history-rec to mask-buffer(1:230)
                    perform locate-personal-spans
                    perform fold-record-proof
            end-read
        end-perform
        close tgthistory

        perform report-masked-file
        exit paragraph
    .

    *>*************************************************************
    *> One flat file off the control table. ./ paths land under
    *> the run directory, ../ paths under the area root.
    *>*************************************************************
    refresh-flat-file.
        move flat-file-path(flat-idx) to source-path
        move flat-file-rule(flat-idx) to mask-rule
        move spaces to target-path
        if source-path(1:3) equal to "../"
            string trim(area-root) "/" source-path(4:37) into target-path
        else
            string trim(run-root) "/" source-path(3:38) into target-path
        end-if
        move source-path to file-display-name

        evaluate mask-rule
            when "ROSTER"
                set mask-digits to false
                perform refresh-masked-line-file
            when "FIXED"
                set mask-digits to true
                perform refresh-masked-line-file
            when "ITEMS"
            when "TALLY"
                perform copy-one-file
                if copy-rc equal to 0
                    perform prove-dollar-totals
                end-if
            when other
                perform copy-one-file
        end-evaluate
        exit paragraph
    .

    refresh-masked-line-file.
        call "CBL_CHECK_FILE_EXIST" using source-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to absent-count
            move spaces to report-line
            string "ABSENT   " trim(file-display-name) into report-line
            write report-line
            exit paragraph
        end-if

        *> every copied line keeps its exact length -- short final
        *> fields must not lose their trailing blanks
        set environment "COB_LS_FIXED" to "1"
        perform reset-proof
        move 0 to values-changed
        open input srcline
        open output tgtline
        perform until exit
            read srcline
                at end
                    exit perform
                not at end
                    move src-line-len to record-len
                    move spaces to mask-buffer
                    move src-line(1:src-line-len) to mask-buffer(1:src-line-len)
                    perform mask-one-record
                    move src-line-len to tgt-line-len
                    move mask-buffer(1:src-line-len) to tgt-line
                    write tgt-line
            end-read
        end-perform
        close srcline
        close tgtline
        set environment "COB_LS_FIXED" to "0"
        perform save-source-proof

        perform reset-proof
        move target-path to source-path
        open input srcline
        perform until exit
            read srcline
                at end
                    exit perform
                not at end
                    move src-line-len to record-len
                    move spaces to mask-buffer
                    move src-line(1:src-line-len) to mask-buffer(1:src-line-len)
                    perform locate-personal-spans
                    perform fold-record-proof
            end-read
        end-perform
        close srcline
        move flat-file-path(flat-idx) to source-path

        perform report-masked-file
        exit paragraph
    .

    *>*************************************************************
    *> Where the personal data sits in the record in mask-buffer,
    *> by rule -- up to three spans, plus the key span the proof
    *> checksums separately. Spans are clipped to the record, so a
    *> short fixed-width line masks only what it actually holds.
    *>*************************************************************
    locate-personal-spans.
        move 0 to span-count key-start key-len
        evaluate mask-rule
            when "NAMES"
                move 1 to key-start
                move 10 to key-len
                move 1 to span-count
                move 11 to span-start(1)
                move 20 to span-len(1)
            when "HISTORY"
                move 1 to key-start
                move 51 to key-len
                move 3 to span-count
                move 123 to span-start(1)
                move 4 to span-len(1)
                move 127 to span-start(2)
                move 40 to span-len(2)
                move 173 to span-start(3)
                move 30 to span-len(3)
            when "FIXED"
                move 3 to span-count
                if mask-buffer(1:2) equal to "V2"
                    move 3 to key-start
                    move 43 to span-start(1)
                    move 47 to span-start(2)
                    move 93 to span-start(3)
                else
                    move 1 to key-start
                    move 41 to span-start(1)
                    move 45 to span-start(2)
                    move 257 to span-start(3)
                end-if
                move 37 to key-len
                move 4 to span-len(1)
                move 40 to span-len(2)
                move 30 to span-len(3)
            when "ROSTER"
                perform locate-roster-name
        end-evaluate

        perform varying span-idx from 1 by 1 until span-idx > span-count
            if span-start(span-idx) > record-len
                move 0 to span-len(span-idx)
            else
                if span-start(span-idx) + span-len(span-idx) - 1 > record-len
                    compute span-len(span-idx) =
                        record-len - span-start(span-idx) + 1
                end-if
            end-if
        end-perform
        if key-start > record-len
            move 0 to key-len
        else
            if key-start + key-len - 1 > record-len
                compute key-len = record-len - key-start + 1
            end-if
        end-if
        exit paragraph
    .

    *> "id,name,department[,status]" masks the second field and keys
    *> on the first; a bare line is a name on its own
    locate-roster-name.
        move 0 to comma-pos comma-2-pos
        perform varying mask-pos from 1 by 1 until mask-pos > record-len
            if mask-buffer(mask-pos:1) equal to ","
                if comma-pos equal to 0
                    move mask-pos to comma-pos
                else
                    move mask-pos to comma-2-pos
                    exit perform
                end-if
            end-if
        end-perform

        move 1 to span-count
        if comma-pos > 1
            if trim(mask-buffer(1:comma-pos - 1)) is numeric
                and mask-buffer(1:comma-pos - 1) not equal to spaces
                move 1 to key-start
                compute key-len = comma-pos - 1
                compute span-start(1) = comma-pos + 1
                if comma-2-pos equal to 0
                    compute span-len(1) = record-len - comma-pos
                else
                    compute span-len(1) = comma-2-pos - comma-pos - 1
                end-if
                exit paragraph
            end-if
        end-if
        move 1 to span-start(1)
        move record-len to span-len(1)
        exit paragraph
    .

    *>*************************************************************
    *> Mask one record in place: fold the source proof with the
    *> personal spans blanked, then replace each span word by word.
    *>*************************************************************
    mask-one-record.
        perform locate-personal-spans
        perform fold-record-proof
        move mask-buffer to mask-original
        perform varying span-idx from 1 by 1 until span-idx > span-count
            if span-len(span-idx) greater than 0
                perform mask-one-span
                if mask-buffer(span-start(span-idx):span-len(span-idx))
                    not equal to
                    mask-original(span-start(span-idx):span-len(span-idx))
                    add 1 to values-changed
                end-if
            end-if
        end-perform
        exit paragraph
    .

    mask-one-span.
        move span-start(span-idx) to mask-pos
        compute mask-end = span-start(span-idx) + span-len(span-idx) - 1
        perform until mask-pos > mask-end
            move mask-buffer(mask-pos:1) to mask-char
            if mask-char-upper or mask-char-lower
                or (mask-char-digit and mask-digits)
                move mask-pos to word-start
                perform until mask-pos > mask-end
                    move mask-buffer(mask-pos:1) to mask-char
                    if not (mask-char-upper or mask-char-lower
                            or (mask-char-digit and mask-digits))
                        exit perform
                    end-if
                    add 1 to mask-pos
                end-perform
                compute word-end = mask-pos - 1
                perform mask-one-word
            else
                add 1 to mask-pos
            end-if
        end-perform
        exit paragraph
    .

    *> the word hash ignores case, so "SMITH" and "Smith" become
    *> the same fake word, each in its own case
    mask-one-word.
        move mask-key-hash to word-hash
        perform varying word-idx from word-start by 1 until word-idx > word-end
            compute word-hash =
                mod((word-hash * 31) + ord(upper-case(mask-buffer(word-idx:1))),
                    999999999999)
        end-perform
        compute mask-seed = mod(word-hash, 2147483646) + 1

        perform varying word-idx from word-start by 1 until word-idx > word-end
            compute mask-seed = mod(mask-seed * 16807, 2147483647)
            move mask-buffer(word-idx:1) to mask-char
            evaluate true
                when mask-char-digit
                    compute digit-value = mod(mask-seed, 10)
                    move digit-value to new-char
                when mask-char-vowel
                    compute letter-idx = mod(mask-seed, 5) + 1
                    move vowel-letters(letter-idx:1) to new-char
                when other
                    compute letter-idx = mod(mask-seed, 21) + 1
                    move consonant-letters(letter-idx:1) to new-char
            end-evaluate
            if mask-char-lower
                move lower-case(new-char) to new-char
            end-if
            move new-char to mask-buffer(word-idx:1)
        end-perform
        exit paragraph
    .

    *>*************************************************************
    *> Proof checksums over the record in mask-buffer: the key span
    *> on its own, and the whole record with the personal spans
    *> blanked -- both must come out the same off the copy.
    *>*************************************************************
    reset-proof.
        move 0 to proof-count proof-key-sum proof-body-sum
        exit paragraph
    .

    fold-record-proof.
        add 1 to proof-count
        move mask-buffer to proof-buffer
        perform varying span-idx from 1 by 1 until span-idx > span-count
            if span-len(span-idx) greater than 0
                move spaces to proof-buffer(span-start(span-idx):span-len(span-idx))
            end-if
        end-perform
        if key-len greater than 0
            perform varying proof-idx from key-start by 1
                    until proof-idx > key-start + key-len - 1
                compute proof-key-sum =
                    mod((proof-key-sum * 31) + ord(proof-buffer(proof-idx:1)),
                        999999999999)
            end-perform
        end-if
        perform varying proof-idx from 1 by 1 until proof-idx > record-len
            compute proof-body-sum =
                mod((proof-body-sum * 31) + ord(proof-buffer(proof-idx:1)),
                    999999999999)
        end-perform
        exit paragraph
    .

    save-source-proof.
        move proof-count to src-rec-count
        move proof-key-sum to src-key-sum
        move proof-body-sum to src-body-sum
        exit paragraph
    .

    report-masked-file.
        add 1 to masked-count
        move src-rec-count to count-display
        move proof-count to count-display-2
        move values-changed to count-display-3
        if src-rec-count equal to proof-count
            and src-key-sum equal to proof-key-sum
            and src-body-sum equal to proof-body-sum
            move "OK" to verdict
        else
            add 1 to mismatch-count
            move "MISMATCH" to verdict
        end-if

        move spaces to report-line
        string "MASKED   " trim(file-display-name) " records " trim(count-display)
            " / " trim(count-display-2) ", values masked " trim(count-display-3)
            into report-line
        write report-line
        move spaces to report-line
        if verdict equal to "OK"
            string "           keys " src-key-sum " = " proof-key-sum
                ", other fields " src-body-sum " = " proof-body-sum "  OK"
                into report-line
        else
            string "           keys " src-key-sum " / " proof-key-sum
                ", other fields " src-body-sum " / " proof-body-sum
                "  *** MISMATCH ***" into report-line
        end-if
        write report-line
        exit paragraph
    .

    *>*************************************************************
    *> Dollar proof for the files that carry money: items.dat's
    *> rate x quantity (corrections negative), and the tally's
    *> GRAND-TOTAL trailer -- taken off the source and the copy.
    *>*************************************************************
    prove-dollar-totals.
        perform total-dollars-in-file
        move dollar-total to src-dollar-total
        move dollar-found-flag to src-dollar-found-flag
        move target-path to source-path
        perform total-dollars-in-file
        move flat-file-path(flat-idx) to source-path

        move src-dollar-total to dollar-display
        move dollar-total to dollar-display-2
        move spaces to report-line
        if not src-dollar-found
            string "DOLLARS  " trim(file-display-name)
                " carries no total to prove" into report-line
        else
            if src-dollar-total equal to dollar-total and dollar-found
                string "DOLLARS  " trim(file-display-name) " "
                    trim(dollar-display) " = " trim(dollar-display-2) "  OK"
                    into report-line
            else
                add 1 to mismatch-count
                string "DOLLARS  " trim(file-display-name) " "
                    trim(dollar-display) " <> " trim(dollar-display-2)
                    "  *** MISMATCH ***" into report-line
            end-if
        end-if
        write report-line
        exit paragraph
    .

    total-dollars-in-file.
        move 0 to dollar-total
        set dollar-found to false
        open input srcline
        perform until exit
            read srcline
                at end
                    exit perform
                not at end
                    if mask-rule equal to "ITEMS"
                        perform add-item-dollars
                    else
                        perform take-tally-line
                    end-if
            end-read
        end-perform
        close srcline
        exit paragraph
    .

    add-item-dollars.
        if src-line-len < 90
            exit paragraph
        end-if
        if src-line(73:12) is not numeric or src-line(86:5) is not numeric
            exit paragraph
        end-if
        move src-line(73:12) to item-rate-text
        move src-line(86:5) to item-quantity
        compute item-amount = item-rate * item-quantity
        if src-line-len > 91 and src-line(92:1) equal to "-"
            subtract item-amount from dollar-total
        else
            add item-amount to dollar-total
        end-if
        set dollar-found to true
        exit paragraph
    .

    *> the GRAND-TOTAL trailer, picked out of either layout the way
    *> the output verifier reads it
    take-tally-line.
        move spaces to tally-field(1) tally-field(2) tally-field(3) tally-field(4)
        if src-line(1:1) equal to '"'
            unstring src-line(1:src-line-len) delimited by ","
                into tally-field(1) tally-field(2) tally-field(3) tally-field(4)
            end-unstring
            inspect tally-field(1) replacing all '"' by space
            move trim(tally-field(1)) to parsed-tag
            if parsed-tag equal to "GRAND-TOTAL"
                and test-numval(tally-field(4)) equal to 0
                move numval(tally-field(4)) to dollar-total
                set dollar-found to true
            end-if
            exit paragraph
        end-if

        unstring src-line(1:src-line-len) delimited by X'09'
            into tally-field(1) tally-field(2) tally-field(3) tally-field(4)
        end-unstring
        move trim(tally-field(1)) to parsed-tag
        if parsed-tag equal to "GRAND-TOTAL"
            and test-numval(tally-field(3)) equal to 0
            move numval(tally-field(3)) to dollar-total
            set dollar-found to true
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> The name indexes hold names too, so they are never copied:
    *> build-name-index runs inside the test area against the
    *> masked names store and builds them fresh.
    *>*************************************************************
    rebuild-name-indexes.
        move spaces to report-line
        if not names-masked
            add 1 to skipped-count
            string "HELD     ./datafiles/names-by-name.db, names-by-sound.db"
                " - no masked names store to rebuild from" into report-line
            write report-line
            exit paragraph
        end-if

        move spaces to command
        string 'here=$(pwd); cd ' trim(run-root)
            ' && "$here"/build-name-index > /dev/null 2>&1' into command
        call "SYSTEM" using command end-call
        move return-code to step-rc
        move 0 to return-code
        divide step-rc by 256 giving step-rc

        if step-rc equal to 0
            string "REBUILT  ./datafiles/names-by-name.db, names-by-sound.db"
                " from the masked names store  OK" into report-line
        else
            add 1 to mismatch-count
            move step-rc to count-display
            string "REBUILT  ./datafiles/names-by-name.db, names-by-sound.db"
                " *** build-name-index ended rc " trim(count-display) " ***"
                into report-line
        end-if
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        write report-line
        move spaces to report-line
        move copied-count to count-display
        move masked-count to count-display-2
        move skipped-count to count-display-3
        string "FILES    copied " trim(count-display) ", masked "
            trim(count-display-2) ", held back " trim(count-display-3)
            into report-line
        write report-line
        move spaces to report-line
        move absent-count to count-display
        move mismatch-count to count-display-2
        string "         absent " trim(count-display) ", not reconciled "
            trim(count-display-2) into report-line
        write report-line
        move spaces to report-line
        if mismatch-count equal to 0
            move "RESULT   test area reconciles to production" to report-line
        else
            move "RESULT   *** TEST AREA DOES NOT RECONCILE TO PRODUCTION ***"
                to report-line
        end-if
        write report-line
        exit paragraph
    .
