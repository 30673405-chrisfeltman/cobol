            *> the schedule, finally out of operator memory: one CSV
            *> row per job stream:
            *>   stream-name,jobsteps-control-file,frequency[,depends-on]
            *> frequency: DAILY, WEEKDAYS, DOW=n, DOM=nn, MONTHEND.
            *> DOW=n runs weekly, n the day of the week (Sunday=0).
            *> depends-on names a predecessor stream that must have
            *> completed clean today before this one dispatches.
            select calendarfile
        88 stream-due value 1 false 0.
    01 skip-reason pic X(60) value spaces.
    01 dom-value pic 9(2) value 0.
    01 dow-value pic 9(1) value 0.

    01 command pic X(120) value spaces.
    01 dispatch-rc pic s9(9) value 0.
                else
                    move "weekdays-only stream on a weekend" to skip-reason
                end-if
            when stream-frequency(1:4) equal to "DOW="
                if trim(stream-frequency(5:8)) is numeric
                    and numval(stream-frequency(5:8)) <= 6
                    move numval(stream-frequency(5:8)) to dow-value
                    if dow-value equal to run-day-of-week
                        set stream-due to true
                    else
                        move spaces to skip-reason
                        string "due on day " dow-value " of the week"
                            into skip-reason
                    end-if
                else
                    move "unparseable DOW= frequency" to skip-reason
                end-if
            when stream-frequency(1:4) equal to "DOM="
                *> operators write DOM=5 as readily as DOM=05 --
                *> both must schedule
