            05 order-date pic 9(8).
            05 order-status pic X(6).
            05 order-closed-date pic 9(8).
            *> straight-line miles between the two units' home zips;
            *> known N when either unit has no placed home zip
            05 order-miles pic 9(5).
            05 order-miles-known pic X(1).

        fd reportfile.
        01 report-line pic X(160).
    01 today-integer pic 9(8) value 0.
    01 order-age-days pic s9(5) value 0.
    01 age-display pic -(4)9.
    01 order-miles-display pic Z(4)9.
    01 order-miles-text pic X(20) value spaces.

    *> open orders older than this many days are flagged AGED;
    *> settable as the first argument, 14 by default
        compute order-age-days =
            today-integer - integer-of-date(order-date)
        move order-age-days to age-display
        move "miles unknown" to order-miles-text
        if order-miles-known equal to "Y"
            move order-miles to order-miles-display
            move spaces to order-miles-text
            string trim(order-miles-display) " mile(s)" into order-miles-text
        end-if

        move spaces to report-line
        if order-age-days greater than aging-days
            string "AGED  order " order-number " " order-serial
                " from " order-from-tamcn " to " order-to-tamcn
                " open " age-display " day(s) since " order-date
                " " trim(order-miles-text)
                into report-line
        else
            string "OPEN  order " order-number " " order-serial
                " from " order-from-tamcn " to " order-to-tamcn
                " open " age-display " day(s)"
                " " trim(order-miles-text)
                into report-line
        end-if
        write report-line
