       >>source format is free
identification division.
    program-id. location-report.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the storage location master, one CSV row per bin:
            *> location-code,building,bay,bin[,description]
            select locationmaster
            assign to '../location-master.dat'
            organization is line sequential.

            select itemlocations
            assign to '../datafiles/item-locations.db'
            organization is indexed
            access mode is dynamic
            record key is il-item-key
            alternate record key is il-location
                with duplicates.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            select lotfile
            assign to '../datafiles/lots.db'
            organization is indexed
            access mode is dynamic
            record key is lot-key.

            select reportfile
            assign to '../location-report.txt'
            organization is line sequential.

            *> the handheld download -- what each bin should hold,
            *> pipe-delimited:
            *>   location|nsn|serial-or-lot|kind|tamcn|nomenclature|quantity
            select contentsfile
            assign to '../location-contents.dat'
            organization is line sequential.

data division.
    file section.
        fd locationmaster.
        01 location-master-rec pic X(100).

        fd itemlocations.
        01 il-rec.
            05 il-item-key.
                10 il-nsn pic X(13).
                10 il-item-id pic X(18).
            *> S serialized item, L bulk lot
            05 il-kind pic X(1).
            05 il-location pic X(12).
            05 il-tamcn pic X(12).
            05 il-since-date pic 9(8).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd lotfile.
        01 lot-rec.
            05 lot-key.
                10 lot-nsn pic X(13).
                10 lot-number pic X(15).
            05 lot-tamcn pic X(12).
            05 lot-qty pic 9(7).
            05 lot-mfg-date pic 9(8).
            05 lot-expiry-date pic 9(8).
            05 lot-last-date pic 9(8).

        fd reportfile.
        01 report-line pic X(160).

        fd contentsfile.
        01 contents-rec pic X(160).

working-storage section.
    01 placed-count pic 9(7) value 0.
    01 downloaded-count pic 9(7) value 0.
    01 empty-count pic 9(5) value 0.
    01 unknown-location-count pic 9(5) value 0.
    01 gone-count pic 9(7) value 0.

    *> one location to download, first argument -- every location
    *> when omitted
    01 location-param pic X(12) value spaces.

    01 csv-field pic X(40) occurs 5 times.
    01 location-capacity pic 9(5) value 5000.
    01 location-count pic 9(5) value 0.
    01 location-table occurs 5000 times indexed by location-idx.
        02 location-code pic X(12).
        02 location-building pic X(10).
        02 location-bay pic X(10).
        02 location-bin pic X(10).
        02 location-description pic X(30).
        02 location-item-count pic 9(7).
    01 location-found-flag pic 9(1) value 0.
        88 location-found value 1 false 0.

    01 break-location pic X(12) value spaces.
    01 break-item-count pic 9(7) value 0.
    01 first-break-flag pic 9(1) value 1.
        88 first-break value 1 false 0.

    01 item-nomen pic X(19) value spaces.
    01 item-qty pic 9(7) value 0.
    01 item-status pic X(12) value spaces.
    01 qty-display pic Z(6)9.
    01 count-display pic Z(6)9.

    01 lots-available-flag pic 9(1) value 0.
        88 lots-available value 1 false 0.

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
    *> Inventory by location: every placed serial and lot, bin by
    *> bin, with the building, bay and bin from the location master.
    *> The same walk writes location-contents.dat for the handhelds
    *> to load before a count -- all bins, or the one bin named as
    *> the first argument. Master bins holding nothing are listed
    *> EMPTY; placements in a bin the master no longer has are
    *> UNKNOWN-LOCATION; a placement whose serial or lot has gone
    *> from the book is listed GONE and left out of the download.
    *>*************************************************************
    main.
        display "location report starting..."
        move current-date to current-timestamp

        accept location-param from argument-value
        move upper-case(trim(location-param)) to location-param

        perform load-location-master

        set lots-available to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/lots.db', file-info end-call
        if return-code equal to 0
            open input lotfile
            set lots-available to true
        end-if
        move 0 to return-code

        open input itemlocations
        open input itemindex
        open output reportfile
        open output contentsfile
        perform write-report-header

        move low-values to il-location
        if location-param not equal to spaces
            move location-param to il-location
        end-if
        start itemlocations key not less than il-location
            invalid key
                continue
        end-start
        perform until exit
            read itemlocations next record
                at end
                    exit perform
                not at end
                    if location-param not equal to spaces
                        and il-location not equal to location-param
                        exit perform
                    end-if
                    perform report-one-placement
            end-read
        end-perform
        perform close-location-break

        perform report-empty-locations
        perform write-report-trailer

        close contentsfile
        close reportfile
        close itemindex
        close itemlocations
        if lots-available
            close lotfile
        end-if

        display "location report done: " placed-count " placement(s), "
            downloaded-count " downloaded, " empty-count " empty bin(s), "
            unknown-location-count " unknown bin(s), " gone-count " gone from the book"
        move 0 to return-code
        if unknown-location-count greater than 0 or gone-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    report-one-placement.
        add 1 to placed-count
        if first-break or il-location not equal to break-location
            perform close-location-break
            perform open-location-break
        end-if
        add 1 to break-item-count

        perform resolve-placed-item
        move item-qty to qty-display
        move spaces to report-line
        string "  " il-kind " " il-nsn " " il-item-id " " il-tamcn " " item-nomen
            " qty " qty-display " since " il-since-date " " item-status
            into report-line
        write report-line

        if item-status equal to spaces
            add 1 to downloaded-count
            move spaces to contents-rec
            string trim(il-location) "|" trim(il-nsn) "|" trim(il-item-id) "|" il-kind
                "|" trim(il-tamcn) "|" trim(item-nomen) "|" item-qty
                delimited by size into contents-rec
            write contents-rec
        else
            add 1 to gone-count
        end-if
        exit paragraph
    .

    resolve-placed-item.
        move spaces to item-nomen item-status
        move 0 to item-qty
        if il-kind equal to "L"
            if not lots-available
                move "GONE" to item-status
                exit paragraph
            end-if
            move il-nsn to lot-nsn
            move il-item-id(1:15) to lot-number
            read lotfile
                invalid key
                    move "GONE" to item-status
                not invalid key
                    move lot-qty to item-qty
            end-read
            exit paragraph
        end-if
        move il-nsn to key-nsn
        move il-item-id to key-serial
        read itemindex
            invalid key
                move "GONE" to item-status
            not invalid key
                move idx-nomen to item-nomen
                move 1 to item-qty
        end-read
        exit paragraph
    .

    open-location-break.
        set first-break to false
        move il-location to break-location
        move 0 to break-item-count
        set location-found to false
        perform varying location-idx from 1 by 1 until location-idx > location-count
            if location-code(location-idx) equal to il-location
                set location-found to true
                exit perform
            end-if
        end-perform
        move spaces to report-line
        write report-line
        move spaces to report-line
        if location-found
            string "LOCATION " il-location " building " location-building(location-idx)
                " bay " location-bay(location-idx) " bin " location-bin(location-idx)
                " " location-description(location-idx)
                into report-line
        else
            add 1 to unknown-location-count
            string "UNKNOWN-LOCATION " il-location " not in the location master"
                into report-line
        end-if
        write report-line
        exit paragraph
    .

    close-location-break.
        if first-break
            exit paragraph
        end-if
        if location-found
            add break-item-count to location-item-count(location-idx)
        end-if
        move break-item-count to count-display
        move spaces to report-line
        string "  items in " break-location " " count-display
            into report-line
        write report-line
        exit paragraph
    .

    report-empty-locations.
        move spaces to report-line
        write report-line
        perform varying location-idx from 1 by 1 until location-idx > location-count
            if location-item-count(location-idx) equal to 0
                and (location-param equal to spaces
                    or location-code(location-idx) equal to location-param)
                add 1 to empty-count
                move spaces to report-line
                string "EMPTY    " location-code(location-idx)
                    " building " location-building(location-idx)
                    " bay " location-bay(location-idx)
                    " bin " location-bin(location-idx)
                    into report-line
                write report-line
            end-if
        end-perform
        exit paragraph
    .

    load-location-master.
        call "CBL_CHECK_FILE_EXIST" using '../location-master.dat', file-info end-call
        if return-code not equal to 0
            display "no location master on disk - every bin reports unknown"
            move 0 to return-code
            exit paragraph
        end-if
        open input locationmaster
        perform until exit
            read locationmaster
                at end
                    exit perform
                not at end
                    perform store-location-master-rec
            end-read
        end-perform
        close locationmaster
        display "location master loaded: " location-count " location(s)"
        exit paragraph
    .

    store-location-master-rec.
        if location-count >= location-capacity
            display "*** WARNING: location master table at capacity -- remaining locations not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4) csv-field(5)
        unstring location-master-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4) csv-field(5)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to location-count
        set location-idx to location-count
        move upper-case(trim(csv-field(1))) to location-code(location-idx)
        move csv-field(2) to location-building(location-idx)
        move csv-field(3) to location-bay(location-idx)
        move csv-field(4) to location-bin(location-idx)
        move csv-field(5) to location-description(location-idx)
        move 0 to location-item-count(location-idx)
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "inventory by location " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        string "placements " placed-count " downloaded " downloaded-count
            " empty-bins " empty-count " unknown-bins " unknown-location-count
            " gone " gone-count
            into report-line
        write report-line
        exit paragraph
    .
