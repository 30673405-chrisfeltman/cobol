    working-storage section.

        01 states-table is global.
            05 states-rec occurs 69 times
                ascending key is state-code
                indexed by states-idx.

        *> one slot per table row, since a partial name (e.g. "New")
        *> can match as many rows as there are states sharing that
        *> leading substring
        01 code-match-table pic X(2) occurs 69 times.
        01 code-match-count pic 9(2).

procedure division using state-code-param, return-value.
    main.
        
            set states-idx to 1
            move "AB" to state-code of states-rec(states-idx)
            move "Alberta" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "AK" to state-code of states-rec(states-idx)
            move "Alaska" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "AL" to state-code of states-rec(states-idx)
            move "Alabama" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "AR" to state-code of states-rec(states-idx)
            move "Arizona" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "BC" to state-code of states-rec(states-idx)
            move "British Columbia" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "CA" to state-code of states-rec(states-idx)
            move "California" to state-name of states-rec(states-idx)
            set states-idx up by 1
            move "Hawaii" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "IA" to state-code of states-rec(states-idx)
            move "Iowa" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "Massachusetts" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "MB" to state-code of states-rec(states-idx)
            move "Manitoba" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "MD" to state-code of states-rec(states-idx)
            move "Maryland" to state-name of states-rec(states-idx)
            set states-idx up by 1
            move "Montana" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NB" to state-code of states-rec(states-idx)
            move "New Brunswick" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NC" to state-code of states-rec(states-idx)
            move "North Carolina" to state-name of states-rec(states-idx)
            set states-idx up by 1
            move "New Jersey" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NL" to state-code of states-rec(states-idx)
            move "Newfoundland and Labrador" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NM" to state-code of states-rec(states-idx)
            move "New Mexico" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NS" to state-code of states-rec(states-idx)
            move "Nova Scotia" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NT" to state-code of states-rec(states-idx)
            move "Northwest Territories" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NU" to state-code of states-rec(states-idx)
            move "Nunavut" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "NV" to state-code of states-rec(states-idx)
            move "Nevada" to state-name of states-rec(states-idx)
            set states-idx up by 1
            move "Oklahoma" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "ON" to state-code of states-rec(states-idx)
            move "Ontario" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "OR" to state-code of states-rec(states-idx)
            move "Oregon" to state-name of states-rec(states-idx)
            set states-idx up by 1
            move "Pennsylvania" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "PE" to state-code of states-rec(states-idx)
            move "Prince Edward Island" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "PR" to state-code of states-rec(states-idx)
            move "Puerto Rico" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "QC" to state-code of states-rec(states-idx)
            move "Quebec" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "RI" to state-code of states-rec(states-idx)
            move "Rhode Island" to state-name of states-rec(states-idx)
            set states-idx up by 1
            move "South Dakota" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "SK" to state-code of states-rec(states-idx)
            move "Saskatchewan" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "TN" to state-code of states-rec(states-idx)
            move "Tennessee" to state-name of states-rec(states-idx)
            set states-idx up by 1
            move "Wyoming" to state-name of states-rec(states-idx)
            set states-idx up by 1

            move "YT" to state-code of states-rec(states-idx)
            move "Yukon" to state-name of states-rec(states-idx)
            set states-idx up by 1

            display "States Table initialized"
        goback
    .
            code-match-table, code-match-count.

        move spaces to code-match-table(1)
        perform varying states-idx from 2 by 1 until states-idx > 69
            move spaces to code-match-table(states-idx)
        end-perform
        move 0 to code-match-count
        move function length(function trim(ws-search-name)) to ws-search-len

        set states-idx to 1
        perform varying states-idx from 1 by 1 until states-idx > 69
            move function upper-case(function trim(state-name of states-rec(states-idx))) to ws-table-name

            if ws-search-len > 0
