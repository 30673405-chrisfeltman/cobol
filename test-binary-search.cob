             end-if
             *>display "Return value: " return-value

             move spaces to return-value
             move "ON" to state-code-param
             call "states-lookup"  using by content state-code-param, by reference return-value end-call
             if trim(return-value) not equal to "Ontario"
                display "got bad value on ON"
             end-if

             move spaces to return-value
             move "VV" to state-code-param
             call "states-lookup"  using by content state-code-param, by reference return-value end-call
                display "got bad value on AK"
             end-if

            move spaces to return-value
            move "ON" to state-code-param
            call "states-lookup-vsam"  using by content state-code-param, by reference return-value end-call
            if trim(return-value) not equal to "Ontario"
                display "got bad value on ON"
             end-if

            move spaces to return-value
            move "VV" to state-code-param   *> deliberate bad value
            call "states-lookup-vsam"  using by content state-code-param, by reference return-value end-call
                display "got bad value on AK"
             end-if

            move spaces to return-value
            move "ON" to state-code-param
            call "state-lookup" using by content state-code-param, by reference return-value end-call
             if trim(return-value) not equal to "Ontario"
                display "got bad value on ON"
             end-if

            move spaces to return-value
            move "VV" to state-code-param   *> deliberate bad value
            call "state-lookup" using by content state-code-param, by reference return-value end-call
