       >>source format is free
identification division.
    program-id. capacity-usage.

environment division.
    configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one line per table per run, appended:
            *>   stamp|job|table|high-water|capacity
            *> capacity-monitor trends it
            select usagefile
            assign to './capacity-usage.log'
            organization is line sequential.

data division.
    file section.
        fd usagefile.
        01 usage-rec pic X(100).

    working-storage section.
        01 now-stamp pic 9(14) value 0.

        01 file-info.
            05 file-size-in-bytes pic 9(18) comp.
            05 mod-dd pic 9(2) comp.
            05 mod-mo pic 9(2) comp.
            05 mod-yyyy pic 9(4) comp.
            05 mod-hh pic 9(2) comp.
            05 mod-mm pic 9(2) comp.
            05 mod-ss pic 9(2) comp.
            05 filler pic 9(2) comp.

    linkage section.
        01 job-param pic X(20).
        01 table-param pic X(30).
        01 high-water-param pic 9(9).
        01 capacity-param pic 9(9).

procedure division.

    *>*************************************************************
    *> Table headroom, callable in the run-ledger style: a job
    *> holding data in a fixed in-storage table hands over, at the
    *> end of each run, the most entries the table held and how
    *> many it can hold. The trend across runs is what tells us a
    *> table is filling before it starts rejecting production data.
    *>*************************************************************
    main.
        goback
    .

    entry "capacity-record" using job-param, table-param, high-water-param,
        capacity-param.
        move current-date(1:14) to now-stamp
        call "CBL_CHECK_FILE_EXIST" using './capacity-usage.log', file-info end-call
        if return-code equal to 0
            open extend usagefile
        else
            open output usagefile
        end-if
        move 0 to return-code

        move spaces to usage-rec
        string now-stamp "|" trim(job-param) "|" trim(table-param) "|"
            high-water-param "|" capacity-param delimited by size into usage-rec
        write usage-rec
        close usagefile
        goback
    .
