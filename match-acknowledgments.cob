            organization is line sequential.

            *> what generate-fixedwidth shipped:
            *> handoff-stamp|id|status|ack-date|partner
            select sentregister
            assign to 'sent-register.dat'
            organization is line sequential.
    01 unacked-count pic 9(7) value 0.
    01 stale-handoff-count pic 9(4) value 0.

    01 reg-field pic X(40) occurs 5 times.
    01 ack-field pic X(40) occurs 2 times.
    01 ack-id pic X(37) value spaces.

        02 reg-id pic X(37).
        02 reg-status pic X(5).
        02 reg-ack-date pic 9(8).
        02 reg-partner pic X(8).
    01 reg-found-flag pic 9(1) value 0.
        88 reg-entry-found value 1 false 0.

            exit paragraph
        end-if
        move spaces to reg-field(1) reg-field(2) reg-field(3) reg-field(4)
            reg-field(5)
        unstring sent-register-rec delimited by "|"
            into reg-field(1) reg-field(2) reg-field(3) reg-field(4)
                reg-field(5)
        end-unstring
        if trim(reg-field(1)) equal to spaces
            exit paragraph
        move reg-field(1)(1:14) to reg-handoff(register-idx)
        move reg-field(2)(1:37) to reg-id(register-idx)
        move reg-field(3)(1:5) to reg-status(register-idx)
        move reg-field(5)(1:8) to reg-partner(register-idx)
        if trim(reg-field(4)) is numeric
            move numval(reg-field(4)) to reg-ack-date(register-idx)
        else
                string reg-handoff(register-idx) "|" trim(reg-id(register-idx))
                    "|" trim(reg-status(register-idx))
                    "|" reg-ack-date(register-idx)
                    "|" trim(reg-partner(register-idx))
                    into new-register-rec
            else
                string reg-handoff(register-idx) "|" trim(reg-id(register-idx))
                    "|" trim(reg-status(register-idx)) "||"
                    trim(reg-partner(register-idx))
                    into new-register-rec
            end-if
            write new-register-rec
