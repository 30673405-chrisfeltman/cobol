       >>source format is free
identification division.
    program-id. hand-receipt-listing.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select handreceipts
            assign to '../datafiles/hand-receipts.db'
            organization is indexed
            access mode is dynamic
            record key is hr-key
            alternate record key is hr-holder-id
                with duplicates.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select names-vsam
            assign to './datafiles/names-vsam.dat'
            organization is indexed
            access mode is dynamic
            record key is names-id.

            *> one signable page per holder
            select listingfile
            assign to '../hand-receipts.txt'
            organization is line sequential.

            select exceptionfile
            assign to '../hand-receipt-exceptions.txt'
            organization is line sequential.

data division.
    file section.
        fd handreceipts.
        01 hr-rec.
            05 hr-key.
                10 hr-nsn pic X(13).
                10 hr-serial pic X(18).
            05 hr-holder-id pic 9(10).
            05 hr-tamcn pic X(12).
            05 hr-issue-date pic 9(8).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd names-vsam.
            01 vsam-rec.
                05 names-id pic 9(10).
                05 out-name pic X(20).
                05 out-department pic X(10).
                05 out-status pic X(1).
                05 out-eff-date pic 9(8).

        fd listingfile.
        01 listing-line pic X(132).

        fd exceptionfile.
        01 exception-line pic X(160).

working-storage section.
    01 holder-count pic 9(7) value 0.
    01 held-count pic 9(7) value 0.
    01 inactive-holder-count pic 9(7) value 0.
    01 unheld-count pic 9(7) value 0.
    01 off-book-count pic 9(7) value 0.
    01 book-serial-count pic 9(7) value 0.

    01 current-holder-id pic 9(10) value 0.
    01 holder-lines pic 9(5) value 0.
    01 holder-value pic 9(12)v99 value 0.
    01 holder-name pic X(20) value spaces.
    01 holder-department pic X(10) value spaces.
    01 holder-state pic X(12) value spaces.
    01 first-holder-flag pic 9(1) value 1.
        88 first-holder value 1 false 0.

    01 item-nomen pic X(19) value spaces.
    01 item-rate pic 9(10)v99 value 0.
    01 rate-display pic Z(9)9.99.
    01 value-display pic Z(11)9.99.
    01 lines-display pic Z(4)9.

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
    *> Hand-receipt listing, one page per holder with every serial
    *> they have signed for and a signature block, walked in holder
    *> order off the alternate key. The exception list alongside it
    *> carries the property nobody can be held to:
    *>   INACTIVE-HOLDER  serial signed to someone not active (or
    *>                    no longer on names-vsam at all)
    *>   NO-HOLDER        serialized item on the book with nobody
    *>                    signed for it
    *>   OFF-BOOK         hand receipt for a serial the item index
    *>                    no longer carries
    *>*************************************************************
    main.
        display "hand receipt listing starting..."
        move current-date to current-timestamp

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/hand-receipts.db', file-info end-call
        if return-code not equal to 0
            display "no hand-receipt file on disk - starting a fresh one"
            open output handreceipts
            close handreceipts
        end-if
        move 0 to return-code

        open input handreceipts
        open input itemindex
        open input names-vsam
        open output listingfile
        open output exceptionfile

        perform write-exception-header
        perform list-by-holder
        perform find-unheld-serials
        perform write-exception-trailer

        close exceptionfile
        close listingfile
        close names-vsam
        close itemindex
        close handreceipts

        display "hand receipt listing done: " holder-count " holder(s), "
            held-count " serial(s) on hand receipt"
        display inactive-holder-count " held by inactive people, " unheld-count
            " on the book with no holder, " off-book-count " off the book"
        if inactive-holder-count greater than 0 or unheld-count greater than 0
            or off-book-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    list-by-holder.
        move 0 to hr-holder-id
        start handreceipts key not less than hr-holder-id
            invalid key
                exit paragraph
        end-start
        perform until exit
            read handreceipts next record
                at end
                    exit perform
                not at end
                    if first-holder or hr-holder-id not equal to current-holder-id
                        if not first-holder
                            perform close-holder-page
                        end-if
                        perform open-holder-page
                    end-if
                    perform list-one-serial
            end-read
        end-perform
        if not first-holder
            perform close-holder-page
        end-if
        exit paragraph
    .

    open-holder-page.
        set first-holder to false
        add 1 to holder-count
        move hr-holder-id to current-holder-id
        move 0 to holder-lines
        move 0 to holder-value

        move hr-holder-id to names-id
        read names-vsam
            invalid key
                move "(not on file)" to holder-name
                move spaces to holder-department
                move "NOT ON FILE" to holder-state
            not invalid key
                move out-name to holder-name
                move out-department to holder-department
                if out-status equal to "A"
                    move "ACTIVE" to holder-state
                else
                    move "INACTIVE" to holder-state
                end-if
        end-read

        move spaces to listing-line
        string "HAND RECEIPT  holder " current-holder-id " " holder-name
            " dept " holder-department " " holder-state
            " as of " cur-year "-" cur-month "-" cur-day
            into listing-line
        write listing-line
        move spaces to listing-line
        string "  nsn           serial             nomenclature        tamcn"
            "             rate  issued"
            into listing-line
        write listing-line
        exit paragraph
    .

    list-one-serial.
        add 1 to held-count
        add 1 to holder-lines

        move hr-nsn to key-nsn
        move hr-serial to key-serial
        read itemindex
            invalid key
                move "(not on the book)" to item-nomen
                move 0 to item-rate
                perform write-off-book-exception
            not invalid key
                move idx-nomen to item-nomen
                move idx-rate to item-rate
        end-read
        add item-rate to holder-value

        if holder-state not equal to "ACTIVE"
            add 1 to inactive-holder-count
            move spaces to exception-line
            string "INACTIVE-HOLDER  " hr-nsn " " hr-serial " holder "
                hr-holder-id " " holder-name " " holder-state
                into exception-line
            write exception-line
        end-if

        move item-rate to rate-display
        move spaces to listing-line
        string "  " hr-nsn " " hr-serial " " item-nomen " " hr-tamcn
            " " rate-display "  " hr-issue-date
            into listing-line
        write listing-line
        exit paragraph
    .

    write-off-book-exception.
        add 1 to off-book-count
        move spaces to exception-line
        string "OFF-BOOK         " hr-nsn " " hr-serial " holder "
            hr-holder-id " - hand receipt for a serial the item index no longer carries"
            into exception-line
        write exception-line
        exit paragraph
    .

    close-holder-page.
        move holder-lines to lines-display
        move holder-value to value-display
        move spaces to listing-line
        string "  items " lines-display "   value " value-display
            into listing-line
        write listing-line
        move spaces to listing-line
        write listing-line
        move spaces to listing-line
        string "  I acknowledge receipt of the items listed above."
            into listing-line
        write listing-line
        move spaces to listing-line
        string "  signature ______________________________   date ____________"
            into listing-line
        write listing-line
        move spaces to listing-line
        write listing-line
        exit paragraph
    .

    *> every serialized record on the book without a hand receipt --
    *> bulk lines (blank serial) are never signed out one by one
    find-unheld-serials.
        move low-values to item-key
        start itemindex key not less than item-key
            invalid key
                exit paragraph
        end-start
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    if key-serial not equal to spaces
                        add 1 to book-serial-count
                        perform check-serial-held
                    end-if
            end-read
        end-perform
        exit paragraph
    .

    check-serial-held.
        move key-nsn to hr-nsn
        move key-serial to hr-serial
        read handreceipts key is hr-key
            invalid key
                add 1 to unheld-count
                move spaces to exception-line
                string "NO-HOLDER        " key-nsn " " key-serial " tamcn "
                    idx-tamcn " " idx-nomen " - on the book with nobody signed for it"
                    into exception-line
                write exception-line
        end-read
        exit paragraph
    .

    write-exception-header.
        move spaces to exception-line
        string "hand receipt exceptions " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into exception-line
        write exception-line
        exit paragraph
    .

    write-exception-trailer.
        move spaces to exception-line
        string "holders " holder-count " held " held-count
            " book-serials " book-serial-count
            " inactive-holder " inactive-holder-count
            " no-holder " unheld-count " off-book " off-book-count
            into exception-line
        write exception-line
        exit paragraph
    .
