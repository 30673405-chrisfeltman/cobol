            access mode is dynamic
            record key is item-key.

            *> interchangeability groups the readiness report credits:
            *> tamcn,prime-nsn,member-nsn,SUBSTITUTE|SUPERSEDED-BY
            select interchangefile
            assign to '../interchangeability.dat'
            organization is line sequential.

            select reportfile
            assign to '../nsn-master-sync.txt'
            organization is line sequential.
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        fd interchangefile.
        01 interchange-rec pic X(80).

        fd reportfile.
        01 report-line pic X(160).

    01 unchanged-count pic 9(7) value 0.
    01 held-deleted-count pic 9(5) value 0.

    01 csv-field pic X(40) occurs 4 times.
    01 cat-nsn pic X(13) value spaces.
    01 cat-nomen pic X(19) value spaces.

    01 master-found-flag pic 9(1) value 0.
        88 master-found value 1 false 0.

    *> interchangeability rows checked against the synced catalog
    01 group-row-count pic 9(5) value 0.
    01 broken-group-count pic 9(5) value 0.
    01 group-prime pic X(13) value spaces.
    01 group-member pic X(13) value spaces.
    01 group-role pic X(13) value spaces.
    01 check-nsn pic X(13) value spaces.
    01 nsn-state pic X(1) value space.
        88 nsn-in-catalog value "C".
        88 nsn-deleted value "D".
        88 nsn-never-catalogued value "N".

    01 master-exists-flag pic 9(1) value 0.
        88 master-exists value 1 false 0.
    01 index-available-flag pic 9(1) value 0.
    *> warning -- that is equipment whose catalog entry just
    *> disappeared, and somebody needs to know before the next
    *> requisition bounces.
    *> The interchangeability groups are then checked against the
    *> synced catalog and any group the changes broke is reported.
    *>*************************************************************
    main.
        display "nsn master sync starting..."

        close newmasterfile

        perform check-interchange-groups

        perform write-report-trailer
        close reportfile
        if index-available
            added-count " added, " changed-count " changed, "
            deleted-count " deleted (" held-deleted-count " still held), "
            unchanged-count " unchanged"
        display broken-group-count " interchangeability row(s) broken by the catalog"
        if held-deleted-count greater than 0 or broken-group-count greater than 0
            move 1 to return-code
        end-if
        goback

        if not master-found
            add 1 to added-count
            *> held as seen, so the group check knows it is catalogued
            if master-count < master-capacity
                add 1 to master-count
                set master-idx to master-count
                move cat-nsn to master-nsn(master-idx)
                move cat-nomen to master-nomen(master-idx)
                set master-seen(master-idx) to true
            end-if
            move spaces to report-line
            string "ADDED        " cat-nsn " " trim(cat-nomen) into report-line
            write report-line
        exit paragraph
    .

    *>*************************************************************
    *> Every interchangeability row checked against the catalog as
    *> it now stands: a prime the catalog just deleted, a member it
    *> just deleted, or a substitute whose prime was never in the
    *> catalog at all breaks the group, and the readiness report
    *> would be crediting stock against an nsn that no longer means
    *> anything. Each is reported BROKEN-GROUP.
    *>*************************************************************
    check-interchange-groups.
        call "CBL_CHECK_FILE_EXIST" using '../interchangeability.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            exit paragraph
        end-if
        open input interchangefile
        perform until exit
            read interchangefile
                at end
                    exit perform
                not at end
                    perform check-one-group-row
            end-read
        end-perform
        close interchangefile
        exit paragraph
    .

    check-one-group-row.
        move spaces to csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        unstring interchange-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3) csv-field(4)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        add 1 to group-row-count
        move csv-field(2)(1:13) to group-prime
        move csv-field(3)(1:13) to group-member
        move upper-case(trim(csv-field(4))) to group-role

        if group-prime equal to spaces
            add 1 to broken-group-count
            move spaces to report-line
            string "BROKEN-GROUP " trim(group-role) " " group-member
                " has no prime nsn" into report-line
            write report-line
            exit paragraph
        end-if

        move group-prime to check-nsn
        perform find-catalog-state
        if nsn-deleted
            add 1 to broken-group-count
            move spaces to report-line
            string "BROKEN-GROUP prime " group-prime " deleted by the catalog - "
                trim(group-role) " " group-member " orphaned" into report-line
            write report-line
            exit paragraph
        end-if
        if nsn-never-catalogued
            add 1 to broken-group-count
            move spaces to report-line
            string "BROKEN-GROUP " trim(group-role) " " group-member " names prime "
                group-prime " which is not in the catalog" into report-line
            write report-line
            exit paragraph
        end-if

        move group-member to check-nsn
        perform find-catalog-state
        if not nsn-in-catalog
            add 1 to broken-group-count
            move spaces to report-line
            string "BROKEN-GROUP " trim(group-role) " " group-member " of prime "
                group-prime " is not in the catalog" into report-line
            write report-line
        end-if
        exit paragraph
    .

    find-catalog-state.
        set nsn-never-catalogued to true
        perform varying master-idx from 1 by 1 until master-idx > master-count
            if master-nsn(master-idx) equal to check-nsn
                if master-seen(master-idx)
                    set nsn-in-catalog to true
                else
                    set nsn-deleted to true
                end-if
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    swap-new-master.
        if master-exists
            call "CBL_DELETE_FILE" using '../nsn-master.dat' end-call
        string "catalog " catalog-read-count " added " added-count
            " changed " changed-count " deleted " deleted-count
            " held-deleted " held-deleted-count " unchanged " unchanged-count
            " broken-groups " broken-group-count
            into report-line
        write report-line
        exit paragraph
