            01 states-rec.
                05 state-code pic X(2).
                05 state-name pic X(20).
                *> FIPS for a state; the Statistics Canada province
                *> code for a Canadian province or territory
                05 fips-code  pic X(2).
                *> US, or CA for a Canadian province or territory
                05 country-code  pic X(2).

procedure division.

    main.
        open output states

            move "AB" to state-code
            move "Alberta" to state-name
            move "48" to fips-code
            move "CA" to country-code
            write states-rec

            move "AK" to state-code
            move "Alaska" to state-name
            move "02" to fips-code
            move "US" to country-code
            write states-rec

            move "AL" to state-code
            move "Alabama" to state-name
            move "01" to fips-code
            move "US" to country-code
            write states-rec

            move "AR" to state-code
            move "Arkansas" to state-name
            move "05" to fips-code
            move "US" to country-code
            write states-rec

            move "AS" to state-code
            move "American Samoa" to state-name
            move "60" to fips-code
            move "US" to country-code
            write states-rec

            move "AZ" to state-code
            move "Arizona" to state-name
            move "04" to fips-code
            move "US" to country-code
            write states-rec

            move "BC" to state-code
            move "British Columbia" to state-name
            move "59" to fips-code
            move "CA" to country-code
            write states-rec

            move "CA" to state-code
            move "California" to state-name
            move "06" to fips-code
            move "US" to country-code
            write states-rec

            move "CO" to state-code
            move "Colorado" to state-name
            move "08" to fips-code
            move "US" to country-code
            write states-rec

            move "CT" to state-code
            move "Connecticut" to state-name
            move "09" to fips-code
            move "US" to country-code
            write states-rec

            move "DC" to state-code
            move "District of Columbia" to state-name
            move "11" to fips-code
            move "US" to country-code
            write states-rec

            move "DE" to state-code
            move "Delaware" to state-name
            move "10" to fips-code
            move "US" to country-code
            write states-rec

            move "FL" to state-code
            move "Florida" to state-name
            move "12" to fips-code
            move "US" to country-code
            write states-rec

            move "GA" to state-code
            move "Georgia" to state-name
            move "13" to fips-code
            move "US" to country-code
            write states-rec

            move "GU" to state-code
            move "Guam" to state-name
            move "66" to fips-code
            move "US" to country-code
            write states-rec

            move "HI" to state-code
            move "Hawaii" to state-name
            move "15" to fips-code
            move "US" to country-code
            write states-rec

            move "IA" to state-code
            move "Iowa" to state-name
            move "19" to fips-code
            move "US" to country-code
            write states-rec

            move "ID" to state-code
            move "Idaho" to state-name
            move "16" to fips-code
            move "US" to country-code
            write states-rec

            move "IL" to state-code
            move "Illinois" to state-name
            move "17" to fips-code
            move "US" to country-code
            write states-rec

            move "IN" to state-code
            move "Indiana" to state-name
            move "18" to fips-code
            move "US" to country-code
            write states-rec

            move "KS" to state-code
            move "Kansas" to state-name
            move "20" to fips-code
            move "US" to country-code
            write states-rec

            move "KY" to state-code
            move "Kentucky" to state-name
            move "21" to fips-code
            move "US" to country-code
            write states-rec

            move "LA" to state-code
            move "Louisiana" to state-name
            move "22" to fips-code
            move "US" to country-code
            write states-rec

            move "MA" to state-code
            move "Massachusetts" to state-name
            move "25" to fips-code
            move "US" to country-code
            write states-rec

            move "MB" to state-code
            move "Manitoba" to state-name
            move "46" to fips-code
            move "CA" to country-code
            write states-rec

            move "MD" to state-code
            move "Maryland" to state-name
            move "24" to fips-code
            move "US" to country-code
            write states-rec

            move "ME" to state-code
            move "Maine" to state-name
            move "23" to fips-code
            move "US" to country-code
            write states-rec

            move "MI" to state-code
            move "Michigan" to state-name
            move "26" to fips-code
            move "US" to country-code
            write states-rec

            move "MN" to state-code
            move "Minnesota" to state-name
            move "27" to fips-code
            move "US" to country-code
            write states-rec

            move "MO" to state-code
            move "Missouri" to state-name
            move "29" to fips-code
            move "US" to country-code
            write states-rec

            move "MP" to state-code
            move "Northern Mariana Islands" to state-name
            move "69" to fips-code
            move "US" to country-code
            write states-rec

            move "MS" to state-code
            move "Mississippi" to state-name
            move "28" to fips-code
            move "US" to country-code
            write states-rec

            move "MT" to state-code
            move "Montana" to state-name
            move "30" to fips-code
            move "US" to country-code
            write states-rec

            move "NB" to state-code
            move "New Brunswick" to state-name
            move "13" to fips-code
            move "CA" to country-code
            write states-rec

            move "NC" to state-code
            move "North Carolina" to state-name
            move "37" to fips-code
            move "US" to country-code
            write states-rec

            move "ND" to state-code
            move "North Dakota" to state-name
            move "38" to fips-code
            move "US" to country-code
            write states-rec

            move "NE" to state-code
            move "Nebraska" to state-name
            move "31" to fips-code
            move "US" to country-code
            write states-rec

            move "NH" to state-code
            move "New Hampshire" to state-name
            move "33" to fips-code
            move "US" to country-code
            write states-rec

            move "NJ" to state-code
            move "New Jersey" to state-name
            move "34" to fips-code
            move "US" to country-code
            write states-rec

            move "NL" to state-code
            move "Newfoundland and Labrador" to state-name
            move "10" to fips-code
            move "CA" to country-code
            write states-rec

            move "NM" to state-code
            move "New Mexico" to state-name
            move "35" to fips-code
            move "US" to country-code
            write states-rec

            move "NS" to state-code
            move "Nova Scotia" to state-name
            move "12" to fips-code
            move "CA" to country-code
            write states-rec

            move "NT" to state-code
            move "Northwest Territories" to state-name
            move "61" to fips-code
            move "CA" to country-code
            write states-rec

            move "NU" to state-code
            move "Nunavut" to state-name
            move "62" to fips-code
            move "CA" to country-code
            write states-rec

            move "NV" to state-code
            move "Nevada" to state-name
            move "32" to fips-code
            move "US" to country-code
            write states-rec

            move "NY" to state-code
            move "New York" to state-name
            move "36" to fips-code
            move "US" to country-code
            write states-rec

            move "OH" to state-code
            move "Ohio" to state-name
            move "39" to fips-code
            move "US" to country-code
            write states-rec

            move "OK" to state-code
            move "Oklahoma" to state-name
            move "40" to fips-code
            move "US" to country-code
            write states-rec

            move "ON" to state-code
            move "Ontario" to state-name
            move "35" to fips-code
            move "CA" to country-code
            write states-rec

            move "OR" to state-code
            move "Oregon" to state-name
            move "41" to fips-code
            move "US" to country-code
            write states-rec

            move "PA" to state-code
            move "Pennsylvania" to state-name
            move "42" to fips-code
            move "US" to country-code
            write states-rec

            move "PE" to state-code
            move "Prince Edward Island" to state-name
            move "11" to fips-code
            move "CA" to country-code
            write states-rec

            move "PR" to state-code
            move "Puerto Rico" to state-name
            move "72" to fips-code
            move "US" to country-code
            write states-rec

            move "QC" to state-code
            move "Quebec" to state-name
            move "24" to fips-code
            move "CA" to country-code
            write states-rec

            move "RI" to state-code
            move "Rhode Island" to state-name
            move "44" to fips-code
            move "US" to country-code
            write states-rec

            move "SC" to state-code
            move "South Carolina" to state-name
            move "45" to fips-code
            move "US" to country-code
            write states-rec

            move "SD" to state-code
            move "South Dakota" to state-name
            move "46" to fips-code
            move "US" to country-code
            write states-rec

            move "SK" to state-code
            move "Saskatchewan" to state-name
            move "47" to fips-code
            move "CA" to country-code
            write states-rec

            move "TN" to state-code
            move "Tennessee" to state-name
            move "47" to fips-code
            move "US" to country-code
            write states-rec

            move "TX" to state-code
            move "Texas" to state-name
            move "48" to fips-code
            move "US" to country-code
            write states-rec

            move "UT" to state-code
            move "Utah" to state-name
            move "49" to fips-code
            move "US" to country-code
            write states-rec

            move "VA" to state-code
            move "Virginia" to state-name
            move "51" to fips-code
            move "US" to country-code
            write states-rec

            move "VI" to state-code
            move "U.S. Virgin Islands" to state-name
            move "78" to fips-code
            move "US" to country-code
            write states-rec

            move "VT" to state-code
            move "Vermont" to state-name
            move "50" to fips-code
            move "US" to country-code
            write states-rec

            move "WA" to state-code
            move "Washington" to state-name
            move "53" to fips-code
            move "US" to country-code
            write states-rec

            move "WI" to state-code
            move "Wisconsin" to state-name
            move "55" to fips-code
            move "US" to country-code
            write states-rec

            move "WV" to state-code
            move "West Virginia" to state-name
            move "54" to fips-code
            move "US" to country-code
            write states-rec

            move "WY" to state-code
            move "Wyoming" to state-name
            move "56" to fips-code
            move "US" to country-code
            write states-rec

            move "YT" to state-code
            move "Yukon" to state-name
            move "60" to fips-code
            move "CA" to country-code
            write states-rec


