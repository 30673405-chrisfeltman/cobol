                05 state-code pic X(2).
                05 state-name pic X(20).
                05 fips-code  pic X(2).
                05 country-code  pic X(2).

     

            invalid key
                move 1 to return-code 
            not invalid key
                display function trim(state-name) " " fips-code " " country-code upon stdout
                *>move state-name to retval
        
        end-read
