    *> the whole shipment can be chased as one unit
    01 handoff-stamp pic X(14) value spaces.

    *> the partner this hand-off goes to, the first argument -- a
    *> partner-layouts.dat code, carried on every register line so
    *> ack turnaround can be scored per partner
    01 handoff-partner-param pic X(10) value spaces.
    01 handoff-partner pic X(8) value spaces.

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        move current-date to current-timestamp

        move current-date(1:14) to handoff-stamp
        accept handoff-partner-param from argument-value
        move upper-case(trim(handoff-partner-param)) to handoff-partner
        perform open-sent-register

        open input stagefile

    write-register-entry.
        move spaces to sent-register-rec
        string handoff-stamp "|" trim(out-field(1)) "|SENT||"
            trim(handoff-partner)
            into sent-register-rec
        write sent-register-rec
        exit paragraph
