        write jobsteps-rec
        close jobstepsfile

        *> one check at a time, whatever the dispatch policy -- each
        *> one measures how far the machine stretches on its own
        move "./procedurepointer 1" to command
        call "SYSTEM" using command end-call
        move return-code to dispatch-rc
        move 0 to return-code
