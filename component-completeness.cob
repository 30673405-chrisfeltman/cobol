       >>source format is free
identification division.
    program-id. component-completeness.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the component master: end-item-nsn,component-nsn,
            *> required-quantity -- one row per required component
            select componentmaster
            assign to '../component-master.dat'
            organization is line sequential.

            select componentinventory
            assign to '../datafiles/component-inventory.db'
            organization is indexed
            access mode is dynamic
            record key is ci-key.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is item-key.

            *> unit prices for the missing components, nsn,price,tolerance
            select pricemasterfile
            assign to '../price-master.dat'
            organization is line sequential.

            select reportfile
            assign to '../component-completeness.txt'
            organization is line sequential.

            *> per-tamcn complete/incomplete counts for the readiness
            *> report: tamcn,complete,incomplete,missing-dollars
            select summaryfile
            assign to '../completeness-summary.dat'
            organization is line sequential.

data division.
    file section.
        fd componentmaster.
        01 component-master-rec pic X(60).

        fd componentinventory.
        01 ci-rec.
            05 ci-key.
                10 ci-nsn pic X(13).
                10 ci-serial pic X(18).
                10 ci-component-nsn pic X(13).
            05 ci-qty pic 9(5).
            05 ci-count-date pic 9(8).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd pricemasterfile.
        01 price-master-rec pic X(60).

        fd reportfile.
        01 report-line pic X(160).

        fd summaryfile.
        01 summary-rec pic X(80).

working-storage section.
    01 index-read-count pic 9(7) value 0.
    01 end-item-count pic 9(7) value 0.
    01 complete-count pic 9(7) value 0.
    01 incomplete-count pic 9(7) value 0.
    01 unpriced-count pic 9(7) value 0.

    01 csv-field pic X(40) occurs 3 times.

    *> every required component of every end item
    01 component-capacity pic 9(5) value 5000.
    01 component-count pic 9(5) value 0.
    01 component-table occurs 5000 times indexed by component-idx.
        02 comp-end-nsn pic X(13).
        02 comp-nsn pic X(13).
        02 comp-required-qty pic 9(5).
    01 end-item-flag pic 9(1) value 0.
        88 is-end-item value 1 false 0.

    01 price-master-capacity pic 9(5) value 10000.
    01 price-master-count pic 9(5) value 0.
    01 price-master-table occurs 10000 times indexed by price-master-idx.
        02 price-master-nsn pic X(13).
        02 price-master-price pic 9(10)v99.
    01 price-found-flag pic 9(1) value 0.
        88 price-found value 1 false 0.
    01 lookup-nsn pic X(13) value spaces.

    *> the shortages of the serial being checked, held until the
    *> serial is done so its INCOMPLETE line can lead them
    01 short-capacity pic 9(3) value 200.
    01 short-count pic 9(3) value 0.
    01 short-table occurs 200 times indexed by short-idx.
        02 short-component pic X(13).
        02 short-required pic 9(5).
        02 short-onhand pic 9(5).
        02 short-missing pic 9(5).
        02 short-value pic 9(10)v99.
        02 short-priced-flag pic 9(1).
            88 short-priced value 1 false 0.
    01 onhand-count pic 9(5) value 0.
    01 missing-qty pic 9(5) value 0.
    01 serial-missing-value pic 9(12)v99 value 0.
    01 total-missing-value pic 9(12)v99 value 0.

    01 tamcn-capacity pic 9(5) value 5000.
    01 tamcn-count pic 9(5) value 0.
    01 tamcn-table occurs 5000 times indexed by tamcn-idx.
        02 tamcn-key pic X(12).
        02 tamcn-complete pic 9(7).
        02 tamcn-incomplete pic 9(7).
        02 tamcn-missing-value pic 9(12)v99.
    01 tamcn-found-flag pic 9(1) value 0.
        88 tamcn-found value 1 false 0.

    01 qty-display pic Z(4)9.
    01 req-display pic Z(4)9.
    01 miss-display pic Z(4)9.
    01 value-display pic Z(11)9.99.
    01 summary-value pic 9(12).99.

    01 inventory-exists-flag pic 9(1) value 0.
        88 inventory-exists value 1 false 0.

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
    *> Kits and sets: every serialized end item on item-lookup.db
    *> whose nsn the component master lists is checked component by
    *> component against its last layout count. A serial short any
    *> component is INCOMPLETE, with each shortage and the dollar
    *> value of what is missing at price-master prices; a serial
    *> with no counts on file at all is short everything. The
    *> per-tamcn complete/incomplete counts go to
    *> completeness-summary.dat for the readiness report.
    *>*************************************************************
    main.
        display "component completeness starting..."
        move current-date to current-timestamp

        perform load-component-master
        perform load-price-master

        call "CBL_CHECK_FILE_EXIST" using '../datafiles/component-inventory.db', file-info end-call
        if return-code equal to 0
            set inventory-exists to true
            open input componentinventory
        else
            display "no component inventory on disk - every end item is short everything"
        end-if
        move 0 to return-code

        open input itemindex
        open output reportfile
        perform write-report-header

        move low-values to item-key
        start itemindex key not less than item-key
            invalid key
                continue
        end-start
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    add 1 to index-read-count
                    perform check-one-serial
            end-read
        end-perform

        perform write-report-trailer
        close reportfile
        close itemindex
        if inventory-exists
            close componentinventory
        end-if

        perform write-completeness-summary

        move total-missing-value to value-display
        display "component completeness done: " end-item-count " end item(s), "
            complete-count " complete, " incomplete-count " incomplete"
        display "missing component value " value-display
        move 0 to return-code
        if incomplete-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    check-one-serial.
        if key-serial equal to spaces
            exit paragraph
        end-if
        set is-end-item to false
        move 0 to short-count
        move 0 to serial-missing-value
        perform varying component-idx from 1 by 1 until component-idx > component-count
            if comp-end-nsn(component-idx) equal to key-nsn
                set is-end-item to true
                perform check-one-component
            end-if
        end-perform
        if not is-end-item
            exit paragraph
        end-if
        add 1 to end-item-count

        perform find-tamcn-entry
        if short-count equal to 0
            add 1 to complete-count
            if tamcn-found
                add 1 to tamcn-complete(tamcn-idx)
            end-if
            exit paragraph
        end-if

        add 1 to incomplete-count
        add serial-missing-value to total-missing-value
        if tamcn-found
            add 1 to tamcn-incomplete(tamcn-idx)
            add serial-missing-value to tamcn-missing-value(tamcn-idx)
        end-if
        perform write-incomplete-serial
        exit paragraph
    .

    check-one-component.
        move 0 to onhand-count
        if inventory-exists
            move key-nsn to ci-nsn
            move key-serial to ci-serial
            move comp-nsn(component-idx) to ci-component-nsn
            read componentinventory
                invalid key
                    move 0 to ci-qty
            end-read
            move ci-qty to onhand-count
        end-if
        if onhand-count >= comp-required-qty(component-idx)
            exit paragraph
        end-if
        if short-count >= short-capacity
            display "*** WARNING: shortage table at capacity -- serial "
                trim(key-serial) " not fully listed ***"
            exit paragraph
        end-if

        compute missing-qty = comp-required-qty(component-idx) - onhand-count
        add 1 to short-count
        set short-idx to short-count
        move comp-nsn(component-idx) to short-component(short-idx)
        move comp-required-qty(component-idx) to short-required(short-idx)
        move onhand-count to short-onhand(short-idx)
        move missing-qty to short-missing(short-idx)
        move 0 to short-value(short-idx)

        move comp-nsn(component-idx) to lookup-nsn
        perform lookup-price-master
        if price-found
            set short-priced(short-idx) to true
            compute short-value(short-idx) =
                missing-qty * price-master-price(price-master-idx)
            add short-value(short-idx) to serial-missing-value
        else
            set short-priced(short-idx) to false
            add 1 to unpriced-count
        end-if
        exit paragraph
    .

    write-incomplete-serial.
        move serial-missing-value to value-display
        move spaces to report-line
        string "INCOMPLETE " key-nsn " " key-serial " " idx-tamcn " " idx-nomen
            " short " short-count " component(s) missing value " value-display
            into report-line
        write report-line
        perform varying short-idx from 1 by 1 until short-idx > short-count
            move short-required(short-idx) to req-display
            move short-onhand(short-idx) to qty-display
            move short-missing(short-idx) to miss-display
            move short-value(short-idx) to value-display
            move spaces to report-line
            if short-priced(short-idx)
                string "  SHORT    " short-component(short-idx) " required " req-display
                    " on hand " qty-display " missing " miss-display
                    " value " value-display
                    into report-line
            else
                string "  SHORT    " short-component(short-idx) " required " req-display
                    " on hand " qty-display " missing " miss-display
                    " value UNPRICED"
                    into report-line
            end-if
            write report-line
        end-perform
        exit paragraph
    .

    find-tamcn-entry.
        set tamcn-found to false
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            if tamcn-key(tamcn-idx) equal to idx-tamcn
                set tamcn-found to true
                exit perform
            end-if
        end-perform
        if tamcn-found
            exit paragraph
        end-if
        if tamcn-count >= tamcn-capacity
            display "*** WARNING: tamcn summary table at capacity -- tamcn "
                trim(idx-tamcn) " not summarized ***"
            exit paragraph
        end-if
        add 1 to tamcn-count
        set tamcn-idx to tamcn-count
        move idx-tamcn to tamcn-key(tamcn-idx)
        move 0 to tamcn-complete(tamcn-idx) tamcn-incomplete(tamcn-idx)
        move 0 to tamcn-missing-value(tamcn-idx)
        set tamcn-found to true
        exit paragraph
    .

    write-completeness-summary.
        open output summaryfile
        perform varying tamcn-idx from 1 by 1 until tamcn-idx > tamcn-count
            move tamcn-missing-value(tamcn-idx) to summary-value
            move spaces to summary-rec
            string trim(tamcn-key(tamcn-idx)) "," tamcn-complete(tamcn-idx)
                "," tamcn-incomplete(tamcn-idx) "," summary-value
                delimited by size into summary-rec
            write summary-rec
        end-perform
        close summaryfile
        exit paragraph
    .

    load-component-master.
        call "CBL_CHECK_FILE_EXIST" using '../component-master.dat', file-info end-call
        if return-code not equal to 0
            display "no component master on disk - no end items to check"
            move 0 to return-code
            exit paragraph
        end-if
        open input componentmaster
        perform until exit
            read componentmaster
                at end
                    exit perform
                not at end
                    perform store-component-master-rec
            end-read
        end-perform
        close componentmaster
        display "component master loaded: " component-count " component row(s)"
        exit paragraph
    .

    store-component-master-rec.
        if component-count >= component-capacity
            display "*** WARNING: component master table at capacity -- remaining rows not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring component-master-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces or trim(csv-field(2)) equal to spaces
            or trim(csv-field(3)) is not numeric
            display "*** WARNING: bad component master row skipped: "
                trim(component-master-rec) " ***"
            exit paragraph
        end-if
        add 1 to component-count
        set component-idx to component-count
        move csv-field(1)(1:13) to comp-end-nsn(component-idx)
        move csv-field(2)(1:13) to comp-nsn(component-idx)
        move numval(csv-field(3)) to comp-required-qty(component-idx)
        exit paragraph
    .

    load-price-master.
        call "CBL_CHECK_FILE_EXIST" using '../price-master.dat', file-info end-call
        if return-code not equal to 0
            display "no price master on disk - every shortage will show unpriced"
            move 0 to return-code
            exit paragraph
        end-if
        open input pricemasterfile
        perform until exit
            read pricemasterfile
                at end
                    exit perform
                not at end
                    perform store-price-master-rec
            end-read
        end-perform
        close pricemasterfile
        display "price master loaded: " price-master-count " catalog record(s)"
        exit paragraph
    .

    store-price-master-rec.
        if price-master-count >= price-master-capacity
            display "*** WARNING: price master table at capacity -- remaining catalog records not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring price-master-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to price-master-count
        set price-master-idx to price-master-count
        move csv-field(1) to price-master-nsn(price-master-idx)
        move numval(csv-field(2)) to price-master-price(price-master-idx)
        exit paragraph
    .

    lookup-price-master.
        set price-found to false
        perform varying price-master-idx from 1 by 1
                until price-master-idx > price-master-count
            if price-master-nsn(price-master-idx) equal to lookup-nsn
                set price-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "component completeness " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move total-missing-value to value-display
        move spaces to report-line
        string "end items " end-item-count " complete " complete-count
            " incomplete " incomplete-count " missing value " value-display
            " unpriced shortages " unpriced-count
            into report-line
        write report-line
        exit paragraph
    .
