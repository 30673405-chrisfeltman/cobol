       >>source format is free
identification division.
    program-id. unit-mileage.

environment division.
    configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the units control file, one CSV row per unit:
            *> unit-id,items-file-path,home-zip
            select unitsfile
            assign to '../units.dat'
            organization is line sequential.

            *> the geo reference's zip file, for each home zip's
            *> centroid
            select zipfile
            assign to './datafiles/zip-lookup.db'
            organization is indexed
            access mode is dynamic
            record key is zip-code
            alternate record key is zip-state-code
                with duplicates.

data division.
    file section.
        fd unitsfile.
        01 units-rec pic X(80).

        fd zipfile.
        01 zip-rec.
            05 zip-code pic X(5).
            05 zip-state-code pic X(2).
            05 fips-code pic X(2).
            05 zip-lat pic s9(3)v9(6).
            05 zip-lon pic s9(4)v9(6).

    working-storage section.
        *> the units and their centroids, loaded on the first call
        *> and held for the life of the run
        01 units-loaded-flag pic 9(1) value 0.
            88 units-loaded value 1 false 0.
        01 site-capacity pic 9(3) value 200.
        01 site-count pic 9(3) value 0.
        01 site-table occurs 200 times indexed by site-idx.
            02 site-unit pic X(12).
            02 site-zip pic X(5).
            02 site-lat-rad comp-2.
            02 site-lon-rad comp-2.
            02 site-placed-flag pic 9(1).
                88 site-placed value 1 false 0.
        01 from-site-idx pic 9(3) value 0.
        01 to-site-idx pic 9(3) value 0.
        01 find-site-unit pic X(12) value spaces.
        01 found-site-idx pic 9(3) value 0.
        01 csv-field pic X(64) occurs 3 times.

        01 arc-cosine-arg comp-2 value 0.
        01 distance-miles comp-2 value 0.
        01 radians-per-degree comp-2 value 0.0174532925199433.
        01 earth-radius-miles comp-2 value 3958.8.

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
        01 from-unit-param pic X(12).
        01 to-unit-param pic X(12).
        01 miles-param pic 9(5).
        *> Y when both units have a home zip with a centroid on the
        *> zip reference, N otherwise -- the miles are then zero
        01 miles-known-param pic X(1).

procedure division using from-unit-param, to-unit-param,
        miles-param, miles-known-param.

    *>*************************************************************
    *> Straight-line miles between two units, callable in the
    *> states-lookup-module style. Each unit's home zip comes from
    *> the third column of units.dat and its centroid from the geo
    *> reference; the distance is great-circle over the centroids,
    *> the same figure zip-radius-search gives. A unit that isn't
    *> in units.dat, has no home zip, or whose zip carries no
    *> centroid gives an unknown distance rather than a wrong one.
    *>*************************************************************
    main.
        if not units-loaded
            perform load-unit-sites
        end-if

        move 0 to miles-param
        move "N" to miles-known-param

        move from-unit-param to find-site-unit
        perform find-site
        move found-site-idx to from-site-idx
        move to-unit-param to find-site-unit
        perform find-site
        move found-site-idx to to-site-idx
        if from-site-idx equal to 0 or to-site-idx equal to 0
            goback
        end-if

        *> spherical law of cosines, clamped as zip-radius-search
        *> clamps it
        compute arc-cosine-arg =
            sin(site-lat-rad(from-site-idx)) * sin(site-lat-rad(to-site-idx))
            + cos(site-lat-rad(from-site-idx)) * cos(site-lat-rad(to-site-idx))
                * cos(site-lon-rad(from-site-idx) - site-lon-rad(to-site-idx))
        if arc-cosine-arg greater than 1
            move 1 to arc-cosine-arg
        end-if
        if arc-cosine-arg less than -1
            move -1 to arc-cosine-arg
        end-if
        compute distance-miles = earth-radius-miles * acos(arc-cosine-arg)
        compute miles-param rounded = distance-miles
        move "Y" to miles-known-param
        goback
    .

    *> a placed site for find-site-unit, or zero
    find-site.
        move 0 to found-site-idx
        perform varying site-idx from 1 by 1 until site-idx > site-count
            if site-unit(site-idx) equal to find-site-unit
                if site-placed(site-idx)
                    set found-site-idx to site-idx
                end-if
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    load-unit-sites.
        set units-loaded to true
        open input unitsfile
        perform until exit
            read unitsfile
                at end
                    exit perform
                not at end
                    perform store-unit-site
            end-read
        end-perform
        close unitsfile

        call "CBL_CHECK_FILE_EXIST" using './datafiles/zip-lookup.db', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no zip reference on disk - unit mileage unknown"
            exit paragraph
        end-if
        open input zipfile
        perform varying site-idx from 1 by 1 until site-idx > site-count
            if site-zip(site-idx) not equal to spaces
                perform place-one-site
            end-if
        end-perform
        close zipfile
        exit paragraph
    .

    store-unit-site.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring units-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        if site-count >= site-capacity
            display "*** WARNING: unit site table at capacity -- unit "
                trim(csv-field(1)) " has no mileage ***"
            exit paragraph
        end-if
        add 1 to site-count
        set site-idx to site-count
        move trim(csv-field(1)) to site-unit(site-idx)
        move trim(csv-field(3)) to site-zip(site-idx)
        move 0 to site-lat-rad(site-idx) site-lon-rad(site-idx)
        set site-placed(site-idx) to false
        exit paragraph
    .

    place-one-site.
        move site-zip(site-idx) to zip-code
        read zipfile
            invalid key
                exit paragraph
        end-read
        if zip-lat equal to 0 and zip-lon equal to 0
            exit paragraph
        end-if
        compute site-lat-rad(site-idx) = zip-lat * radians-per-degree
        compute site-lon-rad(site-idx) = zip-lon * radians-per-degree
        set site-placed(site-idx) to true
        exit paragraph
    .
