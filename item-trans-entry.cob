       >>source format is free
identification division.
    program-id. item-trans-entry.

environment division.
 configuration section.
        special-names.
            *> what an nsn, serial or tamcn may hold
            class item-key-char is "0" thru "9" "A" thru "Z" "a" thru "z" "-" " ".
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> NSN reference master, one CSV row per catalogued nsn:
            *> nsn,nomenclature
            select nsnmasterfile
            assign to '../nsn-master.dat'
            organization is line sequential.

            *> TAMCN authority reference, one CSV row per tamcn:
            *> tamcn,commodity,description
            select tamcnauthfile
            assign to '../tamcn-authority.dat'
            organization is line sequential.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            *> the posting run's transaction file -- entries keyed
            *> here are appended for the next run to apply
            select transfile
            assign to '../item-trans.dat'
            organization is line sequential.

            select transtmpfile
            assign to '../item-trans.dat.tmp'
            organization is line sequential.

            *> every entry keyed here, numbered and stamped, with its
            *> status -- what the review and cancel screens work from
            select entrylogfile
            assign to '../item-entry-log.dat'
            organization is line sequential.

            select entrylogtmpfile
            assign to '../item-entry-log.dat.tmp'
            organization is line sequential.

            *> read for its header stamp only: an entry keyed before
            *> the last posting run has been posted
            select registerfile
            assign to '../item-posting-register.txt'
            organization is line sequential.

data division.
    file section.
        fd nsnmasterfile.
        01 nsn-master-rec pic X(40).

        fd tamcnauthfile.
        01 tamcn-auth-rec pic X(80).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd transfile.
        01 trans-rec pic X(200).

        fd transtmpfile.
        01 trans-tmp-rec pic X(200).

        fd entrylogfile.
        01 entry-log-rec.
            05 log-entry-number pic 9(6).
            05 filler pic X(1).
            05 log-stamp pic 9(14).
            05 filler pic X(1).
            05 log-status pic X(9).
            05 filler pic X(1).
            05 log-transaction pic X(160).

        fd entrylogtmpfile.
        01 entry-log-tmp-rec pic X(192).

        fd registerfile.
        01 register-rec pic X(132).

working-storage section.
    01 menu-choice pic X(4) value spaces.
    01 entry-input pic X(60) value spaces.

    01 nsn-master-capacity pic 9(5) value 10000.
    01 nsn-master-count pic 9(5) value 0.
    01 nsn-master-table occurs 10000 times indexed by nsn-master-idx.
        05 nsn-master-nsn pic X(13).
        05 nsn-master-nomen pic X(19).
    01 nsn-master-flag pic 9(1) value 0.
        88 nsn-master-available value 1 false 0.

    01 auth-table-capacity pic 9(5) value 10000.
    01 auth-count pic 9(5) value 0.
    01 auth-table occurs 10000 times indexed by auth-idx.
        05 auth-tamcn pic X(12).
        05 auth-commodity pic X(10).
    01 auth-flag pic 9(1) value 0.
        88 auth-available value 1 false 0.

    01 index-flag pic 9(1) value 0.
        88 index-available value 1 false 0.

    01 csv-field pic X(40) occurs 3 times.

    *> the entry being keyed
    01 entry-action pic X(8) value spaces.
    01 entry-nsn pic X(13) value spaces.
    01 entry-serial pic X(18) value spaces.
    01 entry-tamcn pic X(12) value spaces.
    01 entry-nomen pic X(19) value spaces.
    01 entry-commodity pic X(10) value spaces.
    01 entry-rate pic 9(10)v99 value 0.
    01 entry-rate-display pic Z(9)9.99.
    01 entry-reason pic X(40) value spaces.
    01 master-nomen pic X(19) value spaces.
    01 authority-commodity pic X(10) value spaces.
    01 current-tamcn pic X(12) value spaces.
    01 entry-transaction pic X(160) value spaces.
    01 field-error pic X(60) value spaces.
    01 entry-abandoned-flag pic 9(1) value 0.
        88 entry-abandoned value 1 false 0.
    01 field-ok-flag pic 9(1) value 0.
        88 field-ok value 1 false 0.
    01 serial-on-index-flag pic 9(1) value 0.
        88 serial-on-index value 1 false 0.

    *> entry log workspace
    01 next-entry-number pic 9(6) value 1.
    01 entry-stamp pic 9(14) value 0.
    01 today-date pic 9(8) value 0.
    01 posted-stamp pic 9(14) value 0.
    01 register-stamp-text pic X(14) value spaces.
    01 listed-count pic 9(5) value 0.
    01 shown-status pic X(9) value spaces.
    01 cancel-number pic 9(6) value 0.
    01 cancel-transaction pic X(160) value spaces.
    01 cancel-found-flag pic 9(1) value 0.
        88 cancel-found value 1 false 0.
    01 trans-removed-flag pic 9(1) value 0.
        88 trans-removed value 1 false 0.
    01 queued-count pic 9(5) value 0.
    01 cancelled-count pic 9(5) value 0.

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
    *> Keyed entry of item transactions, run from the ops console.
    *> GAIN, LOSS and TRANSFER are taken field by field, each field
    *> checked as it is typed -- the nsn against the nsn master,
    *> tamcn and commodity against the tamcn authority, the rate
    *> for a number, the serial against the item index -- so the
    *> typo is caught at the keyboard instead of as a rejected line
    *> in the next morning's register. An accepted entry is
    *> appended to item-trans.dat for the normal posting run and
    *> logged; today's entries can be reviewed, and one not yet
    *> posted can be cancelled, which takes it back out of the
    *> transaction file.
    *>*************************************************************
    main.
        display "item transaction entry starting..."
        move current-date(1:8) to today-date

        perform load-nsn-master
        perform load-tamcn-authority
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-lookup.db', file-info end-call
        if return-code equal to 0
            open input itemindex
            set index-available to true
        else
            display "no item index on disk - serials cannot be checked"
        end-if
        move 0 to return-code
        perform find-next-entry-number

        perform until exit
            display " "
            display "--- item transaction entry ---"
            display "1. gain"
            display "2. loss"
            display "3. transfer"
            display "4. review today's entries"
            display "5. cancel a queued entry"
            display "x. back"
            display "choice: " with no advancing
            accept menu-choice

            evaluate trim(menu-choice)
                when "1"
                    perform enter-gain
                when "2"
                    perform enter-loss
                when "3"
                    perform enter-transfer
                when "4"
                    perform review-todays-entries
                when "5"
                    perform cancel-queued-entry
                when "x"
                when "X"
                    exit perform
                when other
                    display "unrecognized choice"
            end-evaluate
        end-perform

        if index-available
            close itemindex
        end-if
        display "item transaction entry closed: " queued-count " queued, "
            cancelled-count " cancelled"
        goback
    .

    *>*************************************************************
    *> The three entry screens. Every field is asked until it
    *> passes or is left blank, and a blank abandons the entry with
    *> nothing queued.
    *>*************************************************************
    enter-gain.
        move "GAIN" to entry-action
        set entry-abandoned to false
        perform ask-nsn
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-serial
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-tamcn
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-commodity
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-nomen
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-rate
        if entry-abandoned
            exit paragraph
        end-if

        move entry-rate to entry-rate-display
        move spaces to entry-transaction
        string "GAIN|" trim(entry-nsn) "|" trim(entry-serial) "|" trim(entry-tamcn)
            "|" trim(entry-nomen) "|" trim(entry-commodity) "|" trim(entry-rate-display)
            delimited by size into entry-transaction
        perform confirm-and-queue
        exit paragraph
    .

    enter-loss.
        move "LOSS" to entry-action
        set entry-abandoned to false
        perform ask-nsn
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-serial
        if entry-abandoned
            exit paragraph
        end-if

        display "reason (optional): " with no advancing
        accept entry-input
        move trim(entry-input) to entry-reason
        inspect entry-reason replacing all "|" by "/"

        move spaces to entry-transaction
        if entry-reason equal to spaces
            string "LOSS|" trim(entry-nsn) "|" trim(entry-serial)
                delimited by size into entry-transaction
        else
            string "LOSS|" trim(entry-nsn) "|" trim(entry-serial) "|" trim(entry-reason)
                delimited by size into entry-transaction
        end-if
        perform confirm-and-queue
        exit paragraph
    .

    enter-transfer.
        move "TRANSFER" to entry-action
        set entry-abandoned to false
        perform ask-nsn
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-serial
        if entry-abandoned
            exit paragraph
        end-if
        perform ask-tamcn
        if entry-abandoned
            exit paragraph
        end-if

        move spaces to entry-transaction
        string "TRANSFER|" trim(entry-nsn) "|" trim(entry-serial) "|" trim(entry-tamcn)
            delimited by size into entry-transaction
        perform confirm-and-queue
        exit paragraph
    .

    ask-nsn.
        perform until exit
            display "nsn (blank to abandon): " with no advancing
            accept entry-input
            if trim(entry-input) equal to spaces
                set entry-abandoned to true
                exit perform
            end-if
            move upper-case(trim(entry-input)) to entry-nsn
            perform check-nsn
            if field-ok
                exit perform
            end-if
            display "  " trim(field-error)
        end-perform
        exit paragraph
    .

    check-nsn.
        set field-ok to false
        move spaces to master-nomen
        if length(trim(entry-input)) > 13 or entry-nsn is not item-key-char
            move "an nsn is up to 13 letters, digits and dashes" to field-error
            exit paragraph
        end-if
        if not nsn-master-available
            set field-ok to true
            exit paragraph
        end-if
        perform varying nsn-master-idx from 1 by 1 until nsn-master-idx > nsn-master-count
            if nsn-master-nsn(nsn-master-idx) equal to entry-nsn
                move nsn-master-nomen(nsn-master-idx) to master-nomen
                set field-ok to true
                exit perform
            end-if
        end-perform
        if not field-ok
            move "nsn is not in the nsn master" to field-error
        end-if
        exit paragraph
    .

    ask-serial.
        perform until exit
            display "serial (blank to abandon): " with no advancing
            accept entry-input
            if trim(entry-input) equal to spaces
                set entry-abandoned to true
                exit perform
            end-if
            move trim(entry-input) to entry-serial
            perform check-serial
            if field-ok
                exit perform
            end-if
            display "  " trim(field-error)
        end-perform
        exit paragraph
    .

    *> a gain must be a serial the index doesn't hold yet; a loss
    *> or transfer must be one it does
    check-serial.
        set field-ok to false
        if length(trim(entry-input)) > 18 or entry-serial is not item-key-char
            move "a serial is up to 18 letters, digits and dashes" to field-error
            exit paragraph
        end-if
        if not index-available
            set field-ok to true
            exit paragraph
        end-if

        move entry-nsn to key-nsn
        move entry-serial to key-serial
        set serial-on-index to true
        move spaces to current-tamcn
        read itemindex
            invalid key
                set serial-on-index to false
            not invalid key
                move idx-tamcn to current-tamcn
        end-read

        if entry-action equal to "GAIN"
            if serial-on-index
                move "serial is already on the item index under this nsn" to field-error
                exit paragraph
            end-if
        else
            if not serial-on-index
                move "serial is not on the item index under this nsn" to field-error
                exit paragraph
            end-if
            display "  on the books under " trim(current-tamcn)
        end-if
        set field-ok to true
        exit paragraph
    .

    ask-tamcn.
        perform until exit
            if entry-action equal to "TRANSFER"
                display "new tamcn (blank to abandon): " with no advancing
            else
                display "tamcn (blank to abandon): " with no advancing
            end-if
            accept entry-input
            if trim(entry-input) equal to spaces
                set entry-abandoned to true
                exit perform
            end-if
            move upper-case(trim(entry-input)) to entry-tamcn
            perform check-tamcn
            if field-ok
                exit perform
            end-if
            display "  " trim(field-error)
        end-perform
        exit paragraph
    .

    check-tamcn.
        set field-ok to false
        move spaces to authority-commodity
        if length(trim(entry-input)) > 12 or entry-tamcn is not item-key-char
            move "a tamcn is up to 12 letters, digits and dashes" to field-error
            exit paragraph
        end-if
        if entry-action equal to "TRANSFER"
            and entry-tamcn equal to current-tamcn
            and current-tamcn not equal to spaces
            move "the serial is already under that tamcn" to field-error
            exit paragraph
        end-if
        if not auth-available
            set field-ok to true
            exit paragraph
        end-if
        perform varying auth-idx from 1 by 1 until auth-idx > auth-count
            if auth-tamcn(auth-idx) equal to entry-tamcn
                move auth-commodity(auth-idx) to authority-commodity
                set field-ok to true
                exit perform
            end-if
        end-perform
        if not field-ok
            move "tamcn is not in the tamcn authority" to field-error
        end-if
        exit paragraph
    .

    *> the authority's commodity for the tamcn is offered, and is
    *> the only one accepted when the authority is on disk
    ask-commodity.
        perform until exit
            if authority-commodity not equal to spaces
                display "commodity [" trim(authority-commodity) "]: " with no advancing
            else
                display "commodity (blank to abandon): " with no advancing
            end-if
            accept entry-input
            if trim(entry-input) equal to spaces
                if authority-commodity not equal to spaces
                    move authority-commodity to entry-commodity
                    exit perform
                end-if
                set entry-abandoned to true
                exit perform
            end-if
            move upper-case(trim(entry-input)) to entry-commodity
            set field-ok to true
            if length(trim(entry-input)) > 10
                set field-ok to false
                move "a commodity code is up to 10 characters" to field-error
            end-if
            if field-ok and authority-commodity not equal to spaces
                and entry-commodity not equal to authority-commodity
                set field-ok to false
                move spaces to field-error
                string "the tamcn authority carries this tamcn under "
                    trim(authority-commodity) delimited by size into field-error
            end-if
            if field-ok
                exit perform
            end-if
            display "  " trim(field-error)
        end-perform
        exit paragraph
    .

    *> nomenclature defaults from the nsn master
    ask-nomen.
        perform until exit
            if master-nomen not equal to spaces
                display "nomenclature [" trim(master-nomen) "]: " with no advancing
            else
                display "nomenclature (blank to abandon): " with no advancing
            end-if
            accept entry-input
            if trim(entry-input) equal to spaces
                if master-nomen not equal to spaces
                    move master-nomen to entry-nomen
                    exit perform
                end-if
                set entry-abandoned to true
                exit perform
            end-if
            if length(trim(entry-input)) > 19
                display "  nomenclature is up to 19 characters"
            else
                move trim(entry-input) to entry-nomen
                inspect entry-nomen replacing all "|" by "/"
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    ask-rate.
        perform until exit
            display "rate (blank to abandon): " with no advancing
            accept entry-input
            if trim(entry-input) equal to spaces
                set entry-abandoned to true
                exit perform
            end-if
            *> test-numval, as the posting run tests it -- "2400.00"
            *> is a good rate
            if test-numval(entry-input) not equal to 0
                display "  the rate must be a number"
            else
                if numval(entry-input) not greater than 0
                    or numval(entry-input) > 9999999999.99
                    display "  the rate must be above zero and under ten billion"
                else
                    move numval(entry-input) to entry-rate
                    exit perform
                end-if
            end-if
        end-perform
        exit paragraph
    .

    confirm-and-queue.
        display "queue " trim(entry-transaction) " ? (y/n): " with no advancing
        accept entry-input
        if upper-case(entry-input(1:1)) not equal to "Y"
            display "not queued"
            exit paragraph
        end-if

        call "CBL_CHECK_FILE_EXIST" using '../item-trans.dat', file-info end-call
        if return-code equal to 0
            open extend transfile
        else
            open output transfile
        end-if
        move 0 to return-code
        move entry-transaction to trans-rec
        write trans-rec
        close transfile

        move current-date(1:14) to entry-stamp
        move spaces to entry-log-rec
        move next-entry-number to log-entry-number
        move entry-stamp to log-stamp
        move "QUEUED" to log-status
        move entry-transaction to log-transaction
        move "|" to entry-log-rec(7:1) entry-log-rec(22:1) entry-log-rec(32:1)
        call "CBL_CHECK_FILE_EXIST" using '../item-entry-log.dat', file-info end-call
        if return-code equal to 0
            open extend entrylogfile
        else
            open output entrylogfile
        end-if
        move 0 to return-code
        write entry-log-rec
        close entrylogfile

        display "queued as entry " next-entry-number " for the next posting run"
        add 1 to next-entry-number
        add 1 to queued-count
        exit paragraph
    .

    *>*************************************************************
    *> Today's entries with their status. An entry keyed before the
    *> header stamp of the latest item posting register has been
    *> through a posting run and shows POSTED.
    *>*************************************************************
    review-todays-entries.
        perform load-posted-stamp
        move 0 to listed-count
        call "CBL_CHECK_FILE_EXIST" using '../item-entry-log.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no entries keyed yet"
            exit paragraph
        end-if
        open input entrylogfile
        perform until exit
            read entrylogfile
                at end
                    exit perform
                not at end
                    if log-stamp(1:8) equal to today-date
                        add 1 to listed-count
                        move log-status to shown-status
                        if log-status equal to "QUEUED"
                            and log-stamp < posted-stamp
                            move "POSTED" to shown-status
                        end-if
                        display log-entry-number " " log-stamp(9:2) ":" log-stamp(11:2)
                            " " shown-status " " trim(log-transaction)
                    end-if
            end-read
        end-perform
        close entrylogfile
        display listed-count " entry(ies) keyed today"
        exit paragraph
    .

    *>*************************************************************
    *> Cancel one of today's queued entries that no posting run has
    *> taken yet: the line comes out of item-trans.dat and the entry
    *> is marked CANCELLED. A posted entry can only be reversed by
    *> keying the opposite transaction.
    *>*************************************************************
    cancel-queued-entry.
        display "entry number to cancel: " with no advancing
        accept entry-input
        if trim(entry-input) equal to spaces
            or trim(entry-input) is not numeric
            display "entry number must be numeric"
            exit paragraph
        end-if
        move numval(entry-input) to cancel-number

        perform load-posted-stamp
        set cancel-found to false
        call "CBL_CHECK_FILE_EXIST" using '../item-entry-log.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no entries keyed yet"
            exit paragraph
        end-if
        open input entrylogfile
        perform until exit
            read entrylogfile
                at end
                    exit perform
                not at end
                    if log-entry-number equal to cancel-number
                        set cancel-found to true
                        exit perform
                    end-if
            end-read
        end-perform
        close entrylogfile

        if not cancel-found
            display "no entry " cancel-number
            exit paragraph
        end-if
        if log-stamp(1:8) not equal to today-date
            display "entry " cancel-number " was not keyed today"
            exit paragraph
        end-if
        if log-status not equal to "QUEUED"
            display "entry " cancel-number " is already " trim(log-status)
            exit paragraph
        end-if
        if log-stamp < posted-stamp
            display "entry " cancel-number " has been posted - key the opposite transaction instead"
            exit paragraph
        end-if
        move log-transaction to cancel-transaction

        display "cancel " trim(cancel-transaction) " ? (y/n): " with no advancing
        accept entry-input
        if upper-case(entry-input(1:1)) not equal to "Y"
            display "not cancelled"
            exit paragraph
        end-if

        perform remove-from-trans-file
        if not trans-removed
            display "*** entry " cancel-number
                " is no longer in the transaction file - not cancelled ***"
            exit paragraph
        end-if
        perform mark-entry-cancelled
        add 1 to cancelled-count
        display "entry " cancel-number " cancelled"
        exit paragraph
    .

    *> the transaction file copied without the first line matching
    *> the entry, then swapped in
    remove-from-trans-file.
        set trans-removed to false
        call "CBL_CHECK_FILE_EXIST" using '../item-trans.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input transfile
        open output transtmpfile
        perform until exit
            read transfile
                at end
                    exit perform
                not at end
                    if not trans-removed
                        and trans-rec equal to cancel-transaction
                        set trans-removed to true
                    else
                        move trans-rec to trans-tmp-rec
                        write trans-tmp-rec
                    end-if
            end-read
        end-perform
        close transfile
        close transtmpfile
        if trans-removed
            call "CBL_DELETE_FILE" using '../item-trans.dat' end-call
            call "CBL_RENAME_FILE" using '../item-trans.dat.tmp', '../item-trans.dat' end-call
        else
            call "CBL_DELETE_FILE" using '../item-trans.dat.tmp' end-call
        end-if
        exit paragraph
    .

    mark-entry-cancelled.
        open input entrylogfile
        open output entrylogtmpfile
        perform until exit
            read entrylogfile
                at end
                    exit perform
                not at end
                    if log-entry-number equal to cancel-number
                        move "CANCELLED" to log-status
                    end-if
                    move entry-log-rec to entry-log-tmp-rec
                    write entry-log-tmp-rec
            end-read
        end-perform
        close entrylogfile
        close entrylogtmpfile
        call "CBL_DELETE_FILE" using '../item-entry-log.dat' end-call
        call "CBL_RENAME_FILE" using '../item-entry-log.dat.tmp', '../item-entry-log.dat' end-call
        exit paragraph
    .

    *> header stamp of the latest item posting register, zero when
    *> no posting has run
    load-posted-stamp.
        move 0 to posted-stamp
        call "CBL_CHECK_FILE_EXIST" using '../item-posting-register.txt', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input registerfile
        read registerfile
            at end
                continue
            not at end
                if register-rec(1:22) equal to "item posting register "
                    move spaces to register-stamp-text
                    string register-rec(23:4) register-rec(28:2) register-rec(31:2)
                        register-rec(34:2) register-rec(37:2) register-rec(40:2)
                        delimited by size into register-stamp-text
                    if register-stamp-text is numeric
                        move register-stamp-text to posted-stamp
                    end-if
                end-if
        end-read
        close registerfile
        exit paragraph
    .

    find-next-entry-number.
        move 1 to next-entry-number
        call "CBL_CHECK_FILE_EXIST" using '../item-entry-log.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input entrylogfile
        perform until exit
            read entrylogfile
                at end
                    exit perform
                not at end
                    if log-entry-number is numeric
                        and log-entry-number >= next-entry-number
                        compute next-entry-number = log-entry-number + 1
                    end-if
            end-read
        end-perform
        close entrylogfile
        exit paragraph
    .

    load-nsn-master.
        set nsn-master-available to false
        call "CBL_CHECK_FILE_EXIST" using '../nsn-master.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no nsn master on disk - nsns cannot be checked"
            exit paragraph
        end-if
        open input nsnmasterfile
        perform until exit
            read nsnmasterfile
                at end
                    exit perform
                not at end
                    perform store-nsn-master-rec
            end-read
        end-perform
        close nsnmasterfile
        set nsn-master-available to true
        exit paragraph
    .

    store-nsn-master-rec.
        if nsn-master-count >= nsn-master-capacity
            display "*** WARNING: nsn master table at capacity -- remaining records not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2)
        unstring nsn-master-rec delimited by ","
            into csv-field(1) csv-field(2)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to nsn-master-count
        set nsn-master-idx to nsn-master-count
        move upper-case(trim(csv-field(1))) to nsn-master-nsn(nsn-master-idx)
        move trim(csv-field(2)) to nsn-master-nomen(nsn-master-idx)
        exit paragraph
    .

    load-tamcn-authority.
        set auth-available to false
        call "CBL_CHECK_FILE_EXIST" using '../tamcn-authority.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no tamcn authority on disk - tamcns and commodities cannot be checked"
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
        set auth-available to true
        exit paragraph
    .

    store-tamcn-auth-rec.
        if auth-count >= auth-table-capacity
            display "*** WARNING: tamcn authority table at capacity -- remaining reference records not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring tamcn-auth-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to auth-count
        set auth-idx to auth-count
        move upper-case(trim(csv-field(1))) to auth-tamcn(auth-idx)
        move upper-case(trim(csv-field(2))) to auth-commodity(auth-idx)
        exit paragraph
    .
