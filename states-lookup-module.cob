                05 state-code pic X(2).
                05 state-name pic X(20).
                05 fips-code  pic X(2).
                05 country-code  pic X(2).

    working-storage section.

            05 filler pic 9(2) comp.

        01 states-table is external.
            05 states-rec occurs 69 times
                ascending key is state-code
                indexed by states-idx.

                10 state-code pic X(2).
                10 state-name pic X(20).
                10 fips-code  pic X(2).
                *> US, or CA for a Canadian province or territory
                10 country-code pic X(2).

procedure division.

    init.
        
            set states-idx to 1
            move "AB" to state-code of states-rec(states-idx)
            move "Alberta" to state-name of states-rec(states-idx)
            move "48" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "AK" to state-code of states-rec(states-idx)
            move "Alaska" to state-name of states-rec(states-idx)
            move "02" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "AL" to state-code of states-rec(states-idx)
            move "Alabama" to state-name of states-rec(states-idx)
            move "01" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "AR" to state-code of states-rec(states-idx)
            move "Arkansas" to state-name of states-rec(states-idx)
            move "05" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "AS" to state-code of states-rec(states-idx)
            move "American Samoa" to state-name of states-rec(states-idx)
            move "60" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "AZ" to state-code of states-rec(states-idx)
            move "Arizona" to state-name of states-rec(states-idx)
            move "04" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "BC" to state-code of states-rec(states-idx)
            move "British Columbia" to state-name of states-rec(states-idx)
            move "59" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "CA" to state-code of states-rec(states-idx)
            move "California" to state-name of states-rec(states-idx)
            move "06" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "CO" to state-code of states-rec(states-idx)
            move "Colorado" to state-name of states-rec(states-idx)
            move "08" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "CT" to state-code of states-rec(states-idx)
            move "Connecticut" to state-name of states-rec(states-idx)
            move "09" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "DC" to state-code of states-rec(states-idx)
            move "District of Columbia" to state-name of states-rec(states-idx)
            move "11" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "DE" to state-code of states-rec(states-idx)
            move "Delaware" to state-name of states-rec(states-idx)
            move "10" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "FL" to state-code of states-rec(states-idx)
            move "Florida" to state-name of states-rec(states-idx)
            move "12" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "GA" to state-code of states-rec(states-idx)
            move "Georgia" to state-name of states-rec(states-idx)
            move "13" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "GU" to state-code of states-rec(states-idx)
            move "Guam" to state-name of states-rec(states-idx)
            move "66" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "HI" to state-code of states-rec(states-idx)
            move "Hawaii" to state-name of states-rec(states-idx)
            move "15" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "IA" to state-code of states-rec(states-idx)
            move "Iowa" to state-name of states-rec(states-idx)
            move "19" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "ID" to state-code of states-rec(states-idx)
            move "Idaho" to state-name of states-rec(states-idx)
            move "16" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "IL" to state-code of states-rec(states-idx)
            move "Illinois" to state-name of states-rec(states-idx)
            move "17" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "IN" to state-code of states-rec(states-idx)
            move "Indiana" to state-name of states-rec(states-idx)
            move "18" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "KS" to state-code of states-rec(states-idx)
            move "Kansas" to state-name of states-rec(states-idx)
            move "20" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "KY" to state-code of states-rec(states-idx)
            move "Kentucky" to state-name of states-rec(states-idx)
            move "21" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "LA" to state-code of states-rec(states-idx)
            move "Louisiana" to state-name of states-rec(states-idx)
            move "22" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MA" to state-code of states-rec(states-idx)
            move "Massachusetts" to state-name of states-rec(states-idx)
            move "25" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MB" to state-code of states-rec(states-idx)
            move "Manitoba" to state-name of states-rec(states-idx)
            move "46" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MD" to state-code of states-rec(states-idx)
            move "Maryland" to state-name of states-rec(states-idx)
            move "24" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "ME" to state-code of states-rec(states-idx)
            move "Maine" to state-name of states-rec(states-idx)
            move "23" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MI" to state-code of states-rec(states-idx)
            move "Michigan" to state-name of states-rec(states-idx)
            move "26" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MN" to state-code of states-rec(states-idx)
            move "Minnesota" to state-name of states-rec(states-idx)
            move "27" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MO" to state-code of states-rec(states-idx)
            move "Missouri" to state-name of states-rec(states-idx)
            move "29" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MP" to state-code of states-rec(states-idx)
            move "Northern Mariana Islands" to state-name of states-rec(states-idx)
            move "69" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MS" to state-code of states-rec(states-idx)
            move "Mississippi" to state-name of states-rec(states-idx)
            move "28" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "MT" to state-code of states-rec(states-idx)
            move "Montana" to state-name of states-rec(states-idx)
            move "30" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NB" to state-code of states-rec(states-idx)
            move "New Brunswick" to state-name of states-rec(states-idx)
            move "13" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NC" to state-code of states-rec(states-idx)
            move "North Carolina" to state-name of states-rec(states-idx)
            move "37" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "ND" to state-code of states-rec(states-idx)
            move "North Dakota" to state-name of states-rec(states-idx)
            move "38" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NE" to state-code of states-rec(states-idx)
            move "Nebraska" to state-name of states-rec(states-idx)
            move "31" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NH" to state-code of states-rec(states-idx)
            move "New Hampshire" to state-name of states-rec(states-idx)
            move "33" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NJ" to state-code of states-rec(states-idx)
            move "New Jersey" to state-name of states-rec(states-idx)
            move "34" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NL" to state-code of states-rec(states-idx)
            move "Newfoundland and Labrador" to state-name of states-rec(states-idx)
            move "10" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NM" to state-code of states-rec(states-idx)
            move "New Mexico" to state-name of states-rec(states-idx)
            move "35" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NS" to state-code of states-rec(states-idx)
            move "Nova Scotia" to state-name of states-rec(states-idx)
            move "12" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NT" to state-code of states-rec(states-idx)
            move "Northwest Territories" to state-name of states-rec(states-idx)
            move "61" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NU" to state-code of states-rec(states-idx)
            move "Nunavut" to state-name of states-rec(states-idx)
            move "62" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NV" to state-code of states-rec(states-idx)
            move "Nevada" to state-name of states-rec(states-idx)
            move "32" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "NY" to state-code of states-rec(states-idx)
            move "New York" to state-name of states-rec(states-idx)
            move "36" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "OH" to state-code of states-rec(states-idx)
            move "Ohio" to state-name of states-rec(states-idx)
            move "39" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "OK" to state-code of states-rec(states-idx)
            move "Oklahoma" to state-name of states-rec(states-idx)
            move "40" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "ON" to state-code of states-rec(states-idx)
            move "Ontario" to state-name of states-rec(states-idx)
            move "35" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "OR" to state-code of states-rec(states-idx)
            move "Oregon" to state-name of states-rec(states-idx)
            move "41" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "PA" to state-code of states-rec(states-idx)
            move "Pennsylvania" to state-name of states-rec(states-idx)
            move "42" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "PE" to state-code of states-rec(states-idx)
            move "Prince Edward Island" to state-name of states-rec(states-idx)
            move "11" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "PR" to state-code of states-rec(states-idx)
            move "Puerto Rico" to state-name of states-rec(states-idx)
            move "72" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "QC" to state-code of states-rec(states-idx)
            move "Quebec" to state-name of states-rec(states-idx)
            move "24" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "RI" to state-code of states-rec(states-idx)
            move "Rhode Island" to state-name of states-rec(states-idx)
            move "44" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "SC" to state-code of states-rec(states-idx)
            move "South Carolina" to state-name of states-rec(states-idx)
            move "45" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "SD" to state-code of states-rec(states-idx)
            move "South Dakota" to state-name of states-rec(states-idx)
            move "46" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "SK" to state-code of states-rec(states-idx)
            move "Saskatchewan" to state-name of states-rec(states-idx)
            move "47" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "TN" to state-code of states-rec(states-idx)
            move "Tennessee" to state-name of states-rec(states-idx)
            move "47" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "TX" to state-code of states-rec(states-idx)
            move "Texas" to state-name of states-rec(states-idx)
            move "48" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "UT" to state-code of states-rec(states-idx)
            move "Utah" to state-name of states-rec(states-idx)
            move "49" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "VA" to state-code of states-rec(states-idx)
            move "Virginia" to state-name of states-rec(states-idx)
            move "51" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "VI" to state-code of states-rec(states-idx)
            move "U.S. Virgin Islands" to state-name of states-rec(states-idx)
            move "78" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "VT" to state-code of states-rec(states-idx)
            move "Vermont" to state-name of states-rec(states-idx)
            move "50" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "WA" to state-code of states-rec(states-idx)
            move "Washington" to state-name of states-rec(states-idx)
            move "53" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "WI" to state-code of states-rec(states-idx)
            move "Wisconsin" to state-name of states-rec(states-idx)
            move "55" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "WV" to state-code of states-rec(states-idx)
            move "West Virginia" to state-name of states-rec(states-idx)
            move "54" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "WY" to state-code of states-rec(states-idx)
            move "Wyoming" to state-name of states-rec(states-idx)
            move "56" to fips-code of states-rec(states-idx)
            move "US" to country-code of states-rec(states-idx)
            set states-idx up by 1

            move "YT" to state-code of states-rec(states-idx)
            move "Yukon" to state-name of states-rec(states-idx)
            move "60" to fips-code of states-rec(states-idx)
            move "CA" to country-code of states-rec(states-idx)
            set states-idx up by 1

            display "States Table initialized"
            set states-idx to 1
            perform varying states-idx from 1 by 1 until states-idx is greater than 69
                display "State code:" space state-code of states-rec(states-idx) space 
                    "Fips code:" space fips-code of states-rec(states-idx) space
                    "State Name:" space state-name of states-rec(states-idx) space
                    "Country:" space country-code of states-rec(states-idx)
            end-perform
            perform resolve-states-db-path
            open input states
        working-storage section.

            01 states-table is external.
            05 states-rec occurs 69 times
                ascending key is state-code
                indexed by states-idx.

                10 state-code pic X(2).
                10 state-name pic X(20).
                10 fips-code  pic X(2).
                *> US, or CA for a Canadian province or territory
                10 country-code pic X(2).

        01 ws-search-name pic X(20).
        01 ws-table-name  pic X(20).
            *> one slot per table row, since a partial name (e.g. "New")
            *> can match as many rows as there are states sharing that
            *> leading substring
            01 code-match-table pic X(2) occurs 69 times.
            01 code-match-count pic 9(2).

            01 fips-return-value pic X(2).
            01 country-return-value pic X(2).

    procedure division  using state-code-param, return-value.

    entry "states-lookup-by-name" using name-param, code-match-table, code-match-count.

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
        goback
    .

    *>*************************************************************
    *> Country for a given state or province code -- US or CA. No
    *> match leaves country-return-value blank.
    *>*************************************************************
    entry "states-lookup-country" using state-code-param, country-return-value.

        move spaces to country-return-value
        set states-idx to 1

        search all states-rec
            at end
                continue

            when state-code of states-rec(states-idx) equal to state-code-param
                move country-code of states-rec(states-idx) to country-return-value
        end-search
        goback
    .

    end program states-lookup.

*>********************************************************************************************
                05 state-code pic X(2).
                05 state-name pic X(20).
                05 fips-code  pic X(2).
                05 country-code  pic X(2).

        working-storage section.
            01 states-db-path is external pic X(64).
            01 return-value pic X(20).

            01 fips-return-value pic X(2).
            01 country-return-value pic X(2).

    procedure division  using state-code-param, return-value.

        goback
    .

    *>*************************************************************
    *> Country for a given state or province code, VSAM-backed.
    *> No match leaves country-return-value blank.
    *>*************************************************************
    entry "states-lookup-vsam-country" using state-code-param, country-return-value.

        move state-code-param to state-code of vsam-states-rec

        read states
            invalid key
                move spaces to country-return-value
            not invalid key
                move country-code of vsam-states-rec to country-return-value
        end-read

        goback
    .

    end program states-lookup-vsam.

