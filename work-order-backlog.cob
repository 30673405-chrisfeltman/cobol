       >>source format is free
identification division.
    program-id. work-order-backlog.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            select workorders
            assign to '../datafiles/work-orders.db'
            organization is indexed
            access mode is dynamic
            record key is wo-number
            alternate record key is wo-item-key
                with duplicates.

            select reportfile
            assign to '../work-order-backlog.txt'
            organization is line sequential.

data division.
    file section.
        fd workorders.
        01 wo-rec.
            05 wo-number pic 9(6).
            05 wo-item-key.
                10 wo-nsn pic X(13).
                10 wo-serial pic X(18).
            05 wo-tamcn pic X(12).
            05 wo-nomen pic X(19).
            05 wo-commodity pic X(10).
            05 wo-condition pic X(1).
            05 wo-shop pic X(10).
            05 wo-parts-on-order pic 9(3).
            05 wo-labor-hours pic 9(5)v9.
            05 wo-status pic X(8).
            05 wo-opened-date pic 9(8).
            05 wo-status-date pic 9(8).
            05 wo-closed-date pic 9(8).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 order-count pic 9(7) value 0.
    01 open-count pic 9(7) value 0.
    01 closed-count pic 9(7) value 0.

    01 today-date pic 9(8) value 0.
    01 today-integer pic 9(8) value 0.
    01 order-age-days pic s9(5) value 0.
    01 age-display pic -(4)9.
    01 bucket-number pic 9(1) value 0.
    01 bucket-total pic 9(7) value 0 occurs 4 times.

    *> open orders by commodity and by shop, each counted into
    *> 0-30, 31-60, 61-90 and over-90 day buckets
    01 commodity-capacity pic 9(4) value 500.
    01 commodity-count pic 9(4) value 0.
    01 commodity-table occurs 500 times indexed by commodity-idx.
        02 commodity-key pic X(10).
        02 commodity-bucket pic 9(7) occurs 4 times.
        02 commodity-total pic 9(7).
    01 shop-capacity pic 9(4) value 500.
    01 shop-count pic 9(4) value 0.
    01 shop-table occurs 500 times indexed by shop-idx.
        02 shop-key pic X(10).
        02 shop-bucket pic 9(7) occurs 4 times.
        02 shop-total pic 9(7).
        02 shop-parts-count pic 9(7).
    01 found-flag pic 9(1) value 0.
        88 entry-found value 1 false 0.
    01 order-shop pic X(10) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

procedure division.

    *>*************************************************************
    *> The repair backlog: every work order not yet closed, with its
    *> age since opening, then the open orders counted into aging
    *> buckets by commodity and by repair shop -- where the
    *> deadlined equipment is piling up and which shop is sitting on
    *> it. Orders with no shop yet count under UNASSIGNED.
    *>*************************************************************
    main.
        display "work-order backlog starting..."

        move current-date to current-timestamp
        move current-timestamp(1:8) to today-date
        move integer-of-date(today-date) to today-integer

        open input workorders
        open output reportfile
        perform write-report-header

        move 0 to wo-number
        start workorders key not less than wo-number
            invalid key
                continue
        end-start
        perform until exit
            read workorders next record
                at end
                    exit perform
                not at end
                    add 1 to order-count
                    perform age-one-order
            end-read
        end-perform

        perform write-commodity-section
        perform write-shop-section
        perform write-report-trailer

        close reportfile
        close workorders

        display "backlog done: " order-count " order(s), " open-count " open, "
            closed-count " closed"
        display bucket-total(4) " open more than 90 days"
        move 0 to return-code
        if bucket-total(4) greater than 0
            move 1 to return-code
        end-if
        goback
    .

    age-one-order.
        if wo-status equal to "CLOSED"
            add 1 to closed-count
            exit paragraph
        end-if
        add 1 to open-count

        compute order-age-days = today-integer - integer-of-date(wo-opened-date)
        evaluate true
            when order-age-days <= 30
                move 1 to bucket-number
            when order-age-days <= 60
                move 2 to bucket-number
            when order-age-days <= 90
                move 3 to bucket-number
            when other
                move 4 to bucket-number
        end-evaluate
        add 1 to bucket-total(bucket-number)

        move wo-shop to order-shop
        if order-shop equal to spaces
            move "UNASSIGNED" to order-shop
        end-if

        move order-age-days to age-display
        move spaces to report-line
        string "OPEN   order " wo-number " " wo-nsn " " wo-serial " " wo-commodity
            " shop " order-shop " " wo-status " parts " wo-parts-on-order
            " age " age-display " day(s)"
            into report-line
        write report-line

        perform accumulate-commodity
        perform accumulate-shop
        exit paragraph
    .

    accumulate-commodity.
        set entry-found to false
        perform varying commodity-idx from 1 by 1 until commodity-idx > commodity-count
            if commodity-key(commodity-idx) equal to wo-commodity
                set entry-found to true
                exit perform
            end-if
        end-perform
        if not entry-found
            if commodity-count >= commodity-capacity
                display "*** WARNING: commodity backlog table at capacity -- commodity "
                    trim(wo-commodity) " not in the rollup ***"
                exit paragraph
            end-if
            add 1 to commodity-count
            set commodity-idx to commodity-count
            move wo-commodity to commodity-key(commodity-idx)
            move 0 to commodity-bucket(commodity-idx, 1) commodity-bucket(commodity-idx, 2)
                commodity-bucket(commodity-idx, 3) commodity-bucket(commodity-idx, 4)
            move 0 to commodity-total(commodity-idx)
        end-if
        add 1 to commodity-bucket(commodity-idx, bucket-number)
        add 1 to commodity-total(commodity-idx)
        exit paragraph
    .

    accumulate-shop.
        set entry-found to false
        perform varying shop-idx from 1 by 1 until shop-idx > shop-count
            if shop-key(shop-idx) equal to order-shop
                set entry-found to true
                exit perform
            end-if
        end-perform
        if not entry-found
            if shop-count >= shop-capacity
                display "*** WARNING: shop backlog table at capacity -- shop "
                    trim(order-shop) " not in the rollup ***"
                exit paragraph
            end-if
            add 1 to shop-count
            set shop-idx to shop-count
            move order-shop to shop-key(shop-idx)
            move 0 to shop-bucket(shop-idx, 1) shop-bucket(shop-idx, 2)
                shop-bucket(shop-idx, 3) shop-bucket(shop-idx, 4)
            move 0 to shop-total(shop-idx)
            move 0 to shop-parts-count(shop-idx)
        end-if
        add 1 to shop-bucket(shop-idx, bucket-number)
        add 1 to shop-total(shop-idx)
        if wo-status equal to "PARTS"
            add 1 to shop-parts-count(shop-idx)
        end-if
        exit paragraph
    .

    write-commodity-section.
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "BACKLOG BY COMMODITY     0-30   31-60   61-90     90+   total"
            into report-line
        write report-line
        perform varying commodity-idx from 1 by 1 until commodity-idx > commodity-count
            move spaces to report-line
            string "COMMODITY  " commodity-key(commodity-idx)
                " " commodity-bucket(commodity-idx, 1)
                " " commodity-bucket(commodity-idx, 2)
                " " commodity-bucket(commodity-idx, 3)
                " " commodity-bucket(commodity-idx, 4)
                " " commodity-total(commodity-idx)
                into report-line
            write report-line
        end-perform
        exit paragraph
    .

    write-shop-section.
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "BACKLOG BY SHOP          0-30   31-60   61-90     90+   total"
            "   parts"
            into report-line
        write report-line
        perform varying shop-idx from 1 by 1 until shop-idx > shop-count
            move spaces to report-line
            string "SHOP       " shop-key(shop-idx)
                " " shop-bucket(shop-idx, 1)
                " " shop-bucket(shop-idx, 2)
                " " shop-bucket(shop-idx, 3)
                " " shop-bucket(shop-idx, 4)
                " " shop-total(shop-idx)
                " " shop-parts-count(shop-idx)
                into report-line
            write report-line
        end-perform
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "repair backlog " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "orders " order-count " open " open-count " closed " closed-count
            " 0-30 " bucket-total(1) " 31-60 " bucket-total(2)
            " 61-90 " bucket-total(3) " over-90 " bucket-total(4)
            into report-line
        write report-line
        exit paragraph
    .
