            *> the hand-held scanner export, one pipe-delimited row
            *> per scanned item -- free-text nomenclature of any
            *> length and no commodity code:
            *>   nsn|tamcn|serial|nomenclature|rate[|location]
            *> the location is the bin the scan was taken in, when the
            *> handheld was loaded with a location download
            select scannerfile
            assign to '../scanner-export.dat'
            organization is line sequential.
            assign to '../scanner-rejects.dat'
            organization is line sequential.

            *> where each serial is supposed to be
            select itemlocations
            assign to '../datafiles/item-locations.db'
            organization is indexed
            access mode is dynamic
            record key is il-item-key
            alternate record key is il-location
                with duplicates.

            *> scans taken somewhere other than the serial's bin --
            *> still converted, but somebody has to go look
            select locationflagfile
            assign to '../scanner-location-flags.txt'
            organization is line sequential.

data division.
    file section.
        fd scannerfile.
        fd rejectfile.
        01 reject-rec pic X(300).

        fd itemlocations.
        01 il-rec.
            05 il-item-key.
                10 il-nsn pic X(13).
                10 il-item-id pic X(18).
            05 il-kind pic X(1).
            05 il-location pic X(12).
            05 il-tamcn pic X(12).
            05 il-since-date pic 9(8).

        fd locationflagfile.
        01 location-flag-rec pic X(160).

working-storage section.
    01 read-count pic 9(7) value 0.
    01 converted-count pic 9(7) value 0.
    01 nomen-from-master-count pic 9(7) value 0.
    01 nomen-truncated-count pic 9(7) value 0.

    01 scan-field pic X(80) occurs 6 times.
    01 in-nsn pic X(13) value spaces.
    01 in-tamcn pic X(12) value spaces.
    01 in-serial pic X(18) value spaces.
    01 in-nomen pic X(80) value spaces.
    01 in-rate pic X(20) value spaces.
    01 in-location pic X(12) value spaces.
    01 rate-value pic 9(10)v99 value 0.
    01 reject-reason pic X(60) value spaces.
    01 rec-ok-switch pic 9(1) value 0.
    01 auth-found-flag pic 9(1) value 0.
        88 auth-found value 1 false 0.

    01 locations-available-flag pic 9(1) value 0.
        88 locations-available value 1 false 0.
    01 wrong-location-count pic 9(7) value 0.
    01 unplaced-scan-count pic 9(7) value 0.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
    *> never carry is filled from the TAMCN authority reference.
    *> Rows that can't be mapped go to the reject file with a
    *> reason instead of silently becoming bad extract records.
    *> A scan carrying the bin it was taken in is checked against
    *> the serial's placement, and a mismatch is flagged.
    *>*************************************************************
    main.
        display "scanner export conversion starting..."
        perform load-nsn-master
        perform load-tamcn-authority

        set locations-available to false
        call "CBL_CHECK_FILE_EXIST" using '../datafiles/item-locations.db', file-info end-call
        if return-code equal to 0
            open input itemlocations
            set locations-available to true
        end-if
        move 0 to return-code

        open input scannerfile
        open output convertedfile
        open output rejectfile
        open output locationflagfile

        perform until exit
            read scannerfile
        close scannerfile
        close convertedfile
        close rejectfile
        close locationflagfile
        if locations-available
            close itemlocations
        end-if

        display "conversion done: " read-count " row(s) read, "
            converted-count " converted, " reject-count " rejected"
            commodity-missing-count
        display "nomenclature from master on " nomen-from-master-count
            " row(s), truncated free text on " nomen-truncated-count
        display "scanned in the wrong location " wrong-location-count
            " row(s), serial never placed " unplaced-scan-count
        if reject-count greater than 0
            move 1 to return-code
        end-if

    convert-scanner-rec.
        move spaces to scan-field(1) scan-field(2) scan-field(3)
            scan-field(4) scan-field(5) scan-field(6)
        unstring scanner-rec delimited by "|"
            into scan-field(1) scan-field(2) scan-field(3)
                scan-field(4) scan-field(5) scan-field(6)
        end-unstring

        move scan-field(1)(1:13) to in-nsn
        move scan-field(3)(1:18) to in-serial
        move scan-field(4) to in-nomen
        move scan-field(5)(1:20) to in-rate
        move upper-case(trim(scan-field(6))) to in-location

        perform validate-scanner-rec
        if not rec-ok

        write item-rec
        add 1 to converted-count
        perform check-scan-location
        exit paragraph
    .

    *> a scan that says where it was taken is checked against the
    *> serial's placement; a row with no location is not checked
    check-scan-location.
        if in-location equal to spaces or not locations-available
            exit paragraph
        end-if
        move in-nsn to il-nsn
        move in-serial to il-item-id
        read itemlocations
            invalid key
                add 1 to unplaced-scan-count
                move spaces to location-flag-rec
                string "UNPLACED       " in-nsn " " in-serial " " in-tamcn
                    " scanned in " in-location " but never placed"
                    into location-flag-rec
                write location-flag-rec
                exit paragraph
        end-read
        if il-location not equal to in-location
            add 1 to wrong-location-count
            move spaces to location-flag-rec
            string "WRONG-LOCATION " in-nsn " " in-serial " " in-tamcn
                " scanned in " in-location " belongs in " il-location
                into location-flag-rec
            write location-flag-rec
        end-if
        exit paragraph
    .

