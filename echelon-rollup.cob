       >>source format is free
identification division.
    program-id. echelon-rollup.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the unit hierarchy, one CSV row per unit:
            *> unit-id,parent-unit-id,echelon-name -- a blank parent
            *> is a top of the chain
            select hierarchyfile
            assign to '../unit-hierarchy.dat'
            organization is line sequential.

            *> which units hold property, one CSV row per unit:
            *> unit-id,items-file-path -- the control file the
            *> consolidation and the planner read
            select unitsfile
            assign to '../units.dat'
            organization is line sequential.

            *> the unit extract currently being tallied -- reassigned
            *> per unit from the units control file
            select itemfile
            assign using unit-file-path
            organization is line sequential.

            *> authorized allowances, one CSV row per tamcn:
            *> tamcn,authorized-quantity,authorized-dollar-ceiling --
            *> applied to every property-holding unit, as the
            *> planner applies it
            select allowancefile
            assign to '../allowance-master.dat'
            organization is line sequential.

            select reportfile
            assign to '../echelon-rollup.txt'
            organization is line sequential.

data division.
    file section.
        fd hierarchyfile.
        01 hierarchy-rec pic X(80).

        fd unitsfile.
        01 units-rec pic X(80).

        fd itemfile.
        01 item-rec.
            02 nsn pic X(13).
            02 tamcn pic X(12).
            02 serial pic X(18).
            02 nomen pic X(19).
            02 commodity pic X(10).
            02 rate pic 9(10)v99.
            02 condition-code pic X(1).
            02 quantity pic 9(5).
            02 rec-type pic X(1).
            02 adj-sign pic X(1).

        fd allowancefile.
        01 allowance-rec pic X(60).

        fd reportfile.
        01 report-line pic X(160).

working-storage section.
    01 unit-file-path pic X(64) value spaces.
    01 csv-field pic X(64) occurs 3 times.
    01 bad-rate-count pic 9(5) value 0.
    01 bad-hierarchy-count pic 9(5) value 0.

    *> every unit in the hierarchy, plus any property-holding unit
    *> the hierarchy doesn't place, which stands at the top alone
    01 unit-capacity pic 9(3) value 200.
    01 unit-count pic 9(3) value 0.
    01 unit-table occurs 200 times indexed by unit-idx.
        02 unit-id pic X(8).
        02 unit-parent-id pic X(8).
        02 unit-echelon pic X(12).
        02 unit-file pic X(64).
        02 unit-parent-idx pic 9(3).
        02 unit-depth pic 9(2).
        *> property-holding units at or below this one -- what the
        *> allowance is multiplied by at this level
        02 unit-holders pic 9(3).
        02 unit-item-count pic 9(9).
        02 unit-dollars pic 9(14)v99.
        02 unit-serviceable pic 9(9).
        02 unit-short-tamcns pic 9(5).
        02 unit-short-subunits pic 9(3).
        02 unit-placed-flag pic 9(1).
            88 unit-placed value 1 false 0.
    01 unit-found-flag pic 9(1) value 0.
        88 unit-found value 1 false 0.
    01 find-unit pic X(8) value spaces.
    01 found-unit-idx pic 9(3) value 0.
    01 this-unit-idx pic 9(3) value 0.
    01 chain-idx pic 9(3) value 0.
    01 chain-length pic 9(3) value 0.
    01 child-idx pic 9(3) value 0.

    *> per unit per tamcn: holdings at the unit itself, then rolled
    *> into every unit above it
    01 ut-capacity pic 9(5) value 20000.
    01 ut-count pic 9(5) value 0.
    01 ut-leaf-count pic 9(5) value 0.
    01 ut-table occurs 20000 times indexed by ut-idx.
        02 ut-unit-idx pic 9(3).
        02 ut-tamcn pic X(12).
        02 ut-item-count pic 9(7).
        02 ut-serviceable pic 9(7).
        02 ut-dollars pic 9(12)v99.
    01 ut-found-flag pic 9(1) value 0.
        88 ut-found value 1 false 0.
    01 find-tamcn pic X(12) value spaces.
    01 source-ut-idx pic 9(5) value 0.

    01 allowance-capacity pic 9(5) value 10000.
    01 allowance-count pic 9(5) value 0.
    01 allowance-table occurs 10000 times indexed by allowance-idx.
        02 allowance-tamcn pic X(12).
        02 authorized-qty pic 9(7).

    01 line-qty pic 9(5) value 1.
    01 extended-rate pic 9(12)v99 value 0.
    01 level-onhand pic 9(9) value 0.
    01 level-authorized pic 9(9) value 0.

    *> depth-first walk of the hierarchy for the report
    01 stack-table pic 9(3) occurs 200 times.
    01 stack-top pic 9(3) value 0.
    01 indent-text pic X(20) value spaces.
    01 indent-length pic 9(2) value 1.

    01 dollars-display pic Z(13)9.99.
    01 count-display pic Z(8)9.
    01 onhand-display pic Z(8)9.
    01 auth-display pic Z(8)9.
    01 verdict-text pic X(8) value spaces.

    01 current-timestamp.
        05 cur-year pic 9(4).
        05 cur-month pic 9(2).
        05 cur-day pic 9(2).
        05 cur-hour pic 9(2).
        05 cur-minute pic 9(2).
        05 cur-second pic 9(2).

    01 file-info.
        05 file-size-in-bytes pic 9(18) comp.
        05 mod-dd pic 9(2) comp.
        05 mod-mo pic 9(2) comp.
        05 mod-yyyy pic 9(4) comp.
        05 mod-hh pic 9(2) comp.
        05 mod-mm pic 9(2) comp.
        05 mod-ss pic 9(2) comp.
        05 filler pic 9(2) comp.

procedure division.

    *>*************************************************************
    *> Readiness by echelon. Each property-holding unit in units.dat
    *> is tallied from its own extract -- item count, dollars and
    *> serviceable on-hand by tamcn -- and everything is then rolled
    *> up the unit hierarchy, company to battalion to regiment. At
    *> every level the serviceable on-hand of each tamcn is held
    *> against the allowance times the number of holding units
    *> beneath, giving the level's short tamcns and a READY/SHORT
    *> verdict. The report lists the whole tree first, then a
    *> drill-down for every level that is short or has a short
    *> unit under it, tamcn by tamcn and subordinate by subordinate,
    *> so a short battalion leads straight to its short company.
    *>*************************************************************
    main.
        display "echelon rollup starting..."
        move current-date to current-timestamp

        perform load-hierarchy
        perform load-units
        perform link-hierarchy
        perform load-allowance-master

        perform varying this-unit-idx from 1 by 1 until this-unit-idx > unit-count
            if unit-file(this-unit-idx) not equal to spaces
                perform tally-one-unit
            end-if
        end-perform

        perform roll-up-holdings
        perform judge-every-level

        open output reportfile
        perform write-report-header
        perform write-tree-section
        perform write-drill-down-section
        perform write-report-trailer
        close reportfile

        display "echelon rollup done: " unit-count " unit(s), "
            bad-hierarchy-count " hierarchy problem(s), " bad-rate-count " bad rate(s)"
        move 0 to return-code
        if bad-hierarchy-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    load-hierarchy.
        call "CBL_CHECK_FILE_EXIST" using '../unit-hierarchy.dat', file-info end-call
        if return-code not equal to 0
            display "no unit hierarchy on disk - every unit stands alone"
            move 0 to return-code
            exit paragraph
        end-if
        open input hierarchyfile
        perform until exit
            read hierarchyfile
                at end
                    exit perform
                not at end
                    perform store-hierarchy-rec
            end-read
        end-perform
        close hierarchyfile
        display "unit hierarchy loaded: " unit-count " unit(s)"
        exit paragraph
    .

    store-hierarchy-rec.
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring hierarchy-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            exit paragraph
        end-if
        move trim(csv-field(1)) to find-unit
        perform find-unit-entry
        if unit-found
            add 1 to bad-hierarchy-count
            display "*** unit " trim(find-unit) " is in the hierarchy twice - first row kept ***"
            exit paragraph
        end-if
        perform add-unit-entry
        if unit-found
            move trim(csv-field(2)) to unit-parent-id(unit-idx)
            move trim(csv-field(3)) to unit-echelon(unit-idx)
            set unit-placed(unit-idx) to true
        end-if
        exit paragraph
    .

    load-units.
        open input unitsfile
        perform until exit
            read unitsfile
                at end
                    exit perform
                not at end
                    move spaces to csv-field(1) csv-field(2)
                    unstring units-rec delimited by ","
                        into csv-field(1) csv-field(2)
                    end-unstring
                    if trim(csv-field(1)) not equal to spaces
                        move trim(csv-field(1)) to find-unit
                        perform find-unit-entry
                        if not unit-found
                            perform add-unit-entry
                        end-if
                        if unit-found
                            move trim(csv-field(2)) to unit-file(unit-idx)
                        end-if
                    end-if
            end-read
        end-perform
        close unitsfile
        exit paragraph
    .

    *>*************************************************************
    *> Resolve each unit's parent, then walk every chain to the top
    *> for its depth. A parent not in the hierarchy, or a chain that
    *> comes back on itself, is a hierarchy problem; the unit is
    *> stood at the top so its holdings still report.
    *>*************************************************************
    link-hierarchy.
        perform varying this-unit-idx from 1 by 1 until this-unit-idx > unit-count
            move 0 to unit-parent-idx(this-unit-idx)
            if not unit-placed(this-unit-idx)
                add 1 to bad-hierarchy-count
                display "*** unit " trim(unit-id(this-unit-idx))
                    " holds property but is not in the hierarchy ***"
                move "UNPLACED" to unit-echelon(this-unit-idx)
            end-if
            if unit-parent-id(this-unit-idx) not equal to spaces
                move unit-parent-id(this-unit-idx) to find-unit
                perform find-unit-entry
                if unit-found
                    set unit-parent-idx(this-unit-idx) to unit-idx
                else
                    add 1 to bad-hierarchy-count
                    display "*** parent " trim(find-unit) " of unit "
                        trim(unit-id(this-unit-idx)) " is not in the hierarchy ***"
                end-if
            end-if
        end-perform

        perform varying this-unit-idx from 1 by 1 until this-unit-idx > unit-count
            move 0 to chain-length
            move unit-parent-idx(this-unit-idx) to chain-idx
            perform until chain-idx equal to 0 or chain-length > unit-count
                add 1 to chain-length
                move unit-parent-idx(chain-idx) to chain-idx
            end-perform
            if chain-length > unit-count
                add 1 to bad-hierarchy-count
                display "*** unit " trim(unit-id(this-unit-idx))
                    " is in a loop of parents - stood at the top ***"
                move 0 to unit-parent-idx(this-unit-idx)
                move 0 to chain-length
            end-if
            move chain-length to unit-depth(this-unit-idx)
        end-perform
        exit paragraph
    .

    load-allowance-master.
        open input allowancefile
        perform until exit
            read allowancefile
                at end
                    exit perform
                not at end
                    perform store-allowance-rec
            end-read
        end-perform
        close allowancefile
        display "loaded " allowance-count " allowance record(s)"
        exit paragraph
    .

    store-allowance-rec.
        if allowance-count >= allowance-capacity
            display "*** WARNING: allowance table at capacity -- remaining allowances not loaded ***"
            exit paragraph
        end-if
        move spaces to csv-field(1) csv-field(2) csv-field(3)
        unstring allowance-rec delimited by ","
            into csv-field(1) csv-field(2) csv-field(3)
        end-unstring
        if trim(csv-field(1)) equal to spaces
            or trim(csv-field(2)) is not numeric
            display "*** WARNING: bad allowance record skipped: " trim(allowance-rec) " ***"
            exit paragraph
        end-if
        add 1 to allowance-count
        set allowance-idx to allowance-count
        move csv-field(1) to allowance-tamcn(allowance-idx)
        move numval(csv-field(2)) to authorized-qty(allowance-idx)
        exit paragraph
    .

    *> the consolidation's screen: adjustments skipped, a bulk line
    *> counts its quantity; serviceable is condition S or blank
    tally-one-unit.
        move unit-file(this-unit-idx) to unit-file-path
        call "CBL_CHECK_FILE_EXIST" using unit-file-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            add 1 to bad-hierarchy-count
            display "*** extract " trim(unit-file-path) " for unit "
                trim(unit-id(this-unit-idx)) " is not on disk ***"
            exit paragraph
        end-if
        display "tallying unit " trim(unit-id(this-unit-idx)) " from " trim(unit-file-path)
        open input itemfile
        perform until exit
            read itemfile
                at end
                    exit perform
                not at end
                    perform tally-unit-record
            end-read
        end-perform
        close itemfile
        exit paragraph
    .

    tally-unit-record.
        if rec-type in item-rec equal to "A"
            exit paragraph
        end-if
        if rate in item-rec is not numeric
            add 1 to bad-rate-count
            exit paragraph
        end-if
        move 1 to line-qty
        if serial in item-rec equal to spaces
            if quantity in item-rec is numeric
                and quantity in item-rec greater than 0
                move quantity in item-rec to line-qty
            else
                move 0 to line-qty
            end-if
        end-if
        compute extended-rate = line-qty * rate in item-rec

        move tamcn in item-rec to find-tamcn
        set found-unit-idx to this-unit-idx
        perform find-or-add-ut
        if not ut-found
            exit paragraph
        end-if
        add line-qty to ut-item-count(ut-idx)
        add extended-rate to ut-dollars(ut-idx)
        if condition-code in item-rec equal to "S"
            or condition-code in item-rec equal to space
            add line-qty to ut-serviceable(ut-idx)
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> Every holding unit's own rows are added into each unit above
    *> it, and each holding unit counts once in the holder count of
    *> itself and every unit above -- the multiplier for the
    *> allowance at that level.
    *>*************************************************************
    roll-up-holdings.
        move ut-count to ut-leaf-count
        perform varying source-ut-idx from 1 by 1 until source-ut-idx > ut-leaf-count
            move ut-tamcn(source-ut-idx) to find-tamcn
            move unit-parent-idx(ut-unit-idx(source-ut-idx)) to chain-idx
            perform until chain-idx equal to 0
                move chain-idx to found-unit-idx
                perform find-or-add-ut
                if ut-found
                    add ut-item-count(source-ut-idx) to ut-item-count(ut-idx)
                    add ut-serviceable(source-ut-idx) to ut-serviceable(ut-idx)
                    add ut-dollars(source-ut-idx) to ut-dollars(ut-idx)
                end-if
                move unit-parent-idx(chain-idx) to chain-idx
            end-perform
        end-perform

        perform varying this-unit-idx from 1 by 1 until this-unit-idx > unit-count
            if unit-file(this-unit-idx) not equal to spaces
                move this-unit-idx to chain-idx
                perform until chain-idx equal to 0
                    add 1 to unit-holders(chain-idx)
                    move unit-parent-idx(chain-idx) to chain-idx
                end-perform
            end-if
        end-perform

        perform varying ut-idx from 1 by 1 until ut-idx > ut-count
            move ut-unit-idx(ut-idx) to chain-idx
            add ut-item-count(ut-idx) to unit-item-count(chain-idx)
            add ut-dollars(ut-idx) to unit-dollars(chain-idx)
            add ut-serviceable(ut-idx) to unit-serviceable(chain-idx)
        end-perform
        exit paragraph
    .

    *> a level is short of a tamcn when its rolled serviceable
    *> on-hand is under the allowance for all its holding units
    judge-every-level.
        perform varying this-unit-idx from 1 by 1 until this-unit-idx > unit-count
            move 0 to unit-short-tamcns(this-unit-idx)
            if unit-holders(this-unit-idx) > 0
                perform varying allowance-idx from 1 by 1 until allowance-idx > allowance-count
                    move this-unit-idx to found-unit-idx
                    perform level-position
                    if level-onhand < level-authorized
                        add 1 to unit-short-tamcns(this-unit-idx)
                    end-if
                end-perform
            end-if
        end-perform
        perform varying this-unit-idx from 1 by 1 until this-unit-idx > unit-count
            if unit-short-tamcns(this-unit-idx) > 0
                move unit-parent-idx(this-unit-idx) to chain-idx
                if chain-idx not equal to 0
                    add 1 to unit-short-subunits(chain-idx)
                end-if
            end-if
        end-perform
        exit paragraph
    .

    *> on-hand and authorized for found-unit-idx and the current
    *> allowance tamcn
    level-position.
        move 0 to level-onhand
        compute level-authorized = authorized-qty(allowance-idx) * unit-holders(found-unit-idx)
        move allowance-tamcn(allowance-idx) to find-tamcn
        perform find-ut
        if ut-found
            move ut-serviceable(ut-idx) to level-onhand
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> The tree, top down and depth first, each unit indented under
    *> its parent with its rolled totals and verdict.
    *>*************************************************************
    write-tree-section.
        move spaces to report-line
        write report-line
        move "UNIT TREE" to report-line
        write report-line
        move 0 to stack-top
        perform varying this-unit-idx from unit-count by -1 until this-unit-idx < 1
            if unit-parent-idx(this-unit-idx) equal to 0
                add 1 to stack-top
                move this-unit-idx to stack-table(stack-top)
            end-if
        end-perform
        perform until stack-top equal to 0
            move stack-table(stack-top) to chain-idx
            subtract 1 from stack-top
            perform write-tree-line
            perform varying child-idx from unit-count by -1 until child-idx < 1
                if unit-parent-idx(child-idx) equal to chain-idx
                    and stack-top < unit-capacity
                    add 1 to stack-top
                    move child-idx to stack-table(stack-top)
                end-if
            end-perform
        end-perform
        exit paragraph
    .

    write-tree-line.
        *> two spaces a level, as deep as the line allows
        move spaces to indent-text
        compute indent-length = unit-depth(chain-idx) * 2 + 1
        if indent-length > 19
            move 19 to indent-length
        end-if
        perform set-verdict-text
        move unit-dollars(chain-idx) to dollars-display
        move unit-item-count(chain-idx) to count-display
        move unit-serviceable(chain-idx) to onhand-display
        move spaces to report-line
        string indent-text(1:indent-length)
            unit-echelon(chain-idx) " " unit-id(chain-idx)
            " items " count-display " serviceable " onhand-display
            " dollars " dollars-display
            " short-tamcns " unit-short-tamcns(chain-idx)
            " short-units " unit-short-subunits(chain-idx)
            " " verdict-text
            into report-line
        write report-line
        exit paragraph
    .

    set-verdict-text.
        evaluate true
            when unit-holders(chain-idx) equal to 0
                move "NO-PROP" to verdict-text
            when unit-short-tamcns(chain-idx) > 0
                move "SHORT" to verdict-text
            when unit-short-subunits(chain-idx) > 0
                move "COVERED" to verdict-text
            when other
                move "READY" to verdict-text
        end-evaluate
        exit paragraph
    .

    *>*************************************************************
    *> For each level that is short, or whose own total covers a
    *> short unit beneath it: every allowance tamcn that is short
    *> at the level or at any unit directly under it, with the
    *> level's figures and then each subordinate's, so the one
    *> causing it stands out.
    *>*************************************************************
    write-drill-down-section.
        move spaces to report-line
        write report-line
        move "DRILL-DOWN" to report-line
        write report-line
        perform varying this-unit-idx from 1 by 1 until this-unit-idx > unit-count
            if unit-short-tamcns(this-unit-idx) > 0
                or unit-short-subunits(this-unit-idx) > 0
                perform drill-down-one-level
            end-if
        end-perform
        exit paragraph
    .

    drill-down-one-level.
        move this-unit-idx to chain-idx
        perform set-verdict-text
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "LEVEL " unit-echelon(this-unit-idx) " " unit-id(this-unit-idx)
            " " verdict-text
            into report-line
        write report-line
        perform varying allowance-idx from 1 by 1 until allowance-idx > allowance-count
            perform drill-down-one-tamcn
        end-perform
        exit paragraph
    .

    drill-down-one-tamcn.
        *> is the level, or any unit directly under it, short here?
        move 0 to chain-length
        move this-unit-idx to found-unit-idx
        perform level-position
        if level-onhand < level-authorized
            add 1 to chain-length
        end-if
        perform varying child-idx from 1 by 1 until child-idx > unit-count
            if unit-parent-idx(child-idx) equal to this-unit-idx
                and unit-holders(child-idx) > 0
                move child-idx to found-unit-idx
                perform level-position
                if level-onhand < level-authorized
                    add 1 to chain-length
                end-if
            end-if
        end-perform
        if chain-length equal to 0
            exit paragraph
        end-if

        move this-unit-idx to found-unit-idx
        perform level-position
        perform write-drill-line
        perform varying child-idx from 1 by 1 until child-idx > unit-count
            if unit-parent-idx(child-idx) equal to this-unit-idx
                and unit-holders(child-idx) > 0
                move child-idx to found-unit-idx
                perform level-position
                perform write-drill-line
            end-if
        end-perform
        exit paragraph
    .

    write-drill-line.
        move level-onhand to onhand-display
        move level-authorized to auth-display
        move spaces to verdict-text
        if level-onhand < level-authorized
            move "SHORT" to verdict-text
        end-if
        move spaces to report-line
        if found-unit-idx equal to this-unit-idx
            string "  TAMCN " allowance-tamcn(allowance-idx)
                " level    " unit-id(found-unit-idx)
                " on-hand " onhand-display " authorized " auth-display
                " " verdict-text
                into report-line
        else
            string "    under " unit-echelon(found-unit-idx) " " unit-id(found-unit-idx)
                " on-hand " onhand-display " authorized " auth-display
                " " verdict-text
                into report-line
        end-if
        write report-line
        exit paragraph
    .

    find-unit-entry.
        set unit-found to false
        perform varying unit-idx from 1 by 1 until unit-idx > unit-count
            if unit-id(unit-idx) equal to find-unit
                set unit-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    add-unit-entry.
        set unit-found to false
        if unit-count >= unit-capacity
            display "*** WARNING: unit table at capacity -- unit "
                trim(find-unit) " not rolled up ***"
            exit paragraph
        end-if
        add 1 to unit-count
        set unit-idx to unit-count
        move find-unit to unit-id(unit-idx)
        move spaces to unit-parent-id(unit-idx) unit-echelon(unit-idx) unit-file(unit-idx)
        move 0 to unit-parent-idx(unit-idx) unit-depth(unit-idx) unit-holders(unit-idx)
            unit-item-count(unit-idx) unit-dollars(unit-idx) unit-serviceable(unit-idx)
            unit-short-tamcns(unit-idx) unit-short-subunits(unit-idx)
        set unit-placed(unit-idx) to false
        set unit-found to true
        exit paragraph
    .

    *> find-tamcn at unit found-unit-idx
    find-ut.
        set ut-found to false
        perform varying ut-idx from 1 by 1 until ut-idx > ut-count
            if ut-unit-idx(ut-idx) equal to found-unit-idx
                and ut-tamcn(ut-idx) equal to find-tamcn
                set ut-found to true
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    find-or-add-ut.
        perform find-ut
        if ut-found
            exit paragraph
        end-if
        if ut-count >= ut-capacity
            display "*** WARNING: unit tally table at capacity -- tamcn "
                trim(find-tamcn) " not rolled up ***"
            exit paragraph
        end-if
        add 1 to ut-count
        set ut-idx to ut-count
        move found-unit-idx to ut-unit-idx(ut-idx)
        move find-tamcn to ut-tamcn(ut-idx)
        move 0 to ut-item-count(ut-idx) ut-serviceable(ut-idx) ut-dollars(ut-idx)
        set ut-found to true
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        string "echelon readiness rollup " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            into report-line
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move spaces to report-line
        write report-line
        move spaces to report-line
        string "units " unit-count " allowances " allowance-count
            " hierarchy-problems " bad-hierarchy-count " bad-rates " bad-rate-count
            into report-line
        write report-line
        exit paragraph
    .
