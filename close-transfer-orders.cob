            05 order-date pic 9(8).
            05 order-status pic X(6).
            05 order-closed-date pic 9(8).
            *> straight-line miles between the two units' home zips;
            *> known N when either unit has no placed home zip
            05 order-miles pic 9(5).
            05 order-miles-known pic X(1).

        fd reportfile.
        01 report-line pic X(160).
