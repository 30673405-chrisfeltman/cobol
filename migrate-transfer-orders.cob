       >>source format is free
identification division.
    program-id. migrate-transfer-orders.

environment division.
    configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the file as it exists today, without mileage
            select orders-old
            assign to '../datafiles/transfer-orders.db'
            organization is indexed
            access mode is sequential
            record key is old-order-number.

            *> rebuilt alongside the live file in the expanded layout
            *> and only swapped in once the counts prove out
            select orders-new
            assign to '../datafiles/transfer-orders.new.db'
            organization is indexed
            access mode is sequential
            record key is new-order-number.

data division.
    file section.
        fd orders-old.
        01 old-order-rec.
            05 old-order-number pic 9(6).
            05 old-order-serial pic X(18).
            05 old-order-from-tamcn pic X(12).
            05 old-order-to-tamcn pic X(12).
            05 old-order-date pic 9(8).
            05 old-order-status pic X(6).
            05 old-order-closed-date pic 9(8).

        fd orders-new.
        01 new-order-rec.
            05 new-order-number pic 9(6).
            05 new-order-serial pic X(18).
            05 new-order-from-tamcn pic X(12).
            05 new-order-to-tamcn pic X(12).
            05 new-order-date pic 9(8).
            05 new-order-status pic X(6).
            05 new-order-closed-date pic 9(8).
            05 new-order-miles pic 9(5).
            05 new-order-miles-known pic X(1).

working-storage section.
    01 before-count pic 9(9) value 0.
    01 after-count pic 9(9) value 0.
    01 known-count pic 9(9) value 0.

procedure division.

    *>*************************************************************
    *> One-time migration of transfer-orders.db to the layout that
    *> carries mileage: every existing order is copied with the
    *> straight-line miles between its two units, worked out from
    *> today's home zips in units.dat. The copy is re-read and its
    *> record count proven equal to the source count before the new
    *> file replaces the old, as the names-vsam migration does.
    *>*************************************************************
    main.
        display "transfer-order migration starting..."

        open input orders-old
        open output orders-new

        perform until exit
            read orders-old
                at end
                    exit perform
                not at end
                    add 1 to before-count
                    move old-order-number to new-order-number
                    move old-order-serial to new-order-serial
                    move old-order-from-tamcn to new-order-from-tamcn
                    move old-order-to-tamcn to new-order-to-tamcn
                    move old-order-date to new-order-date
                    move old-order-status to new-order-status
                    move old-order-closed-date to new-order-closed-date
                    call "unit-mileage" using new-order-from-tamcn,
                        new-order-to-tamcn, new-order-miles,
                        new-order-miles-known
                    end-call
                    if new-order-miles-known equal to "Y"
                        add 1 to known-count
                    end-if
                    write new-order-rec
            end-read
        end-perform

        close orders-old
        close orders-new

        perform prove-migration
        goback
    .

    prove-migration.
        open input orders-new
        perform until exit
            read orders-new
                at end
                    exit perform
                not at end
                    add 1 to after-count
            end-read
        end-perform
        close orders-new

        display "before: " before-count " record(s), after: " after-count
            ", " known-count " with known mileage"

        if after-count not equal to before-count
            display "*** MIGRATION ABORTED: counts disagree -- the old file is untouched ***"
            move 1 to return-code
            exit paragraph
        end-if

        call "CBL_DELETE_FILE" using '../datafiles/transfer-orders.db' end-call
        call "CBL_RENAME_FILE" using '../datafiles/transfer-orders.new.db',
            '../datafiles/transfer-orders.db' end-call

        display "migration complete: " after-count
            " order(s) now carry mileage"
        exit paragraph
    .
