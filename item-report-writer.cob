       >>source format is free
identification division.
    program-id. item-report-writer.

environment division.
 configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> one report definition, keyword lines:
            *>   TITLE=free text
            *>   FIELDS=field,field,...          (print order)
            *>   SELECT=field op value           (repeatable, all must hold)
            *>   SORT=field [A|D],field [A|D]... (up to three keys)
            *>   BREAK=field                     (subtotals on change)
            *>   FORMAT=PRINT|CSV
            *>   OUTPUT=report path
            *> fields: NSN SERIAL TAMCN NOMEN COMMODITY RATE
            *> ops: EQ NE GT GE LT LE -- a value ending in * on EQ or
            *> NE matches on the characters before it. * in column 1
            *> is a comment.
            select definitionfile
            assign using definition-path
            organization is line sequential.

            *> the saved definitions, one path per line -- the set a
            *> scheduled run with no argument works through
            select savedfile
            assign to '../saved-reports.dat'
            organization is line sequential.

            select itemindex
            assign to '../datafiles/item-lookup.db'
            organization is indexed
            access mode is sequential
            record key is item-key.

            select sortwork
            assign to '../item-report-writer.sortwork'.

            select reportfile
            assign using output-path
            organization is line sequential.

data division.
    file section.
        fd definitionfile.
        01 definition-rec pic X(120).

        fd savedfile.
        01 saved-rec pic X(80).

        fd itemindex.
        01 index-rec.
            05 item-key.
                10 key-nsn pic X(13).
                10 key-serial pic X(18).
            05 idx-tamcn pic X(12).
            05 idx-nomen pic X(19).
            05 idx-commodity pic X(10).
            05 idx-rate pic 9(10)v99.

        *> an ascending and a descending slot per key: each key's
        *> value goes in the slot for its direction and the other is
        *> left blank, so one SORT statement serves every definition
        sd sortwork.
        01 sort-rec.
            05 sort-key-1-asc pic X(31).
            05 sort-key-1-desc pic X(31).
            05 sort-key-2-asc pic X(31).
            05 sort-key-2-desc pic X(31).
            05 sort-key-3-asc pic X(31).
            05 sort-key-3-desc pic X(31).
            05 sort-item pic X(84).

        fd reportfile.
        01 report-line pic X(200).

working-storage section.
    01 definition-path pic X(80) value spaces.
    01 output-path pic X(80) value spaces.
    01 user-input pic X(4096).

    01 definition-count pic 9(5) value 0.
    01 bad-definition-count pic 9(5) value 0.
    01 scan-count pic 9(7) value 0.
    01 selected-count pic 9(7) value 0.

    *> the field catalog: name, print width
    01 field-name-values.
        05 filler pic X(10) value "NSN".
        05 filler pic X(10) value "SERIAL".
        05 filler pic X(10) value "TAMCN".
        05 filler pic X(10) value "NOMEN".
        05 filler pic X(10) value "COMMODITY".
        05 filler pic X(10) value "RATE".
    01 field-name-table redefines field-name-values.
        05 field-name pic X(10) occurs 6 times.
    01 field-width-values.
        05 filler pic 9(2) value 13.
        05 filler pic 9(2) value 18.
        05 filler pic 9(2) value 12.
        05 filler pic 9(2) value 19.
        05 filler pic 9(2) value 10.
        05 filler pic 9(2) value 13.
    01 field-width-table redefines field-width-values.
        05 field-width pic 9(2) occurs 6 times.
    01 rate-field-code pic 9(1) value 6.
    01 find-field-name pic X(10) value spaces.
    01 found-field-code pic 9(1) value 0.
    01 catalog-idx pic 9(1) value 0.

    *> the definition being run
    01 report-title pic X(60) value spaces.
    01 print-field-count pic 9(1) value 0.
    01 print-field-code pic 9(1) occurs 6 times.
    01 select-capacity pic 9(2) value 10.
    01 select-count pic 9(2) value 0.
    01 select-table occurs 10 times indexed by select-idx.
        05 select-field pic 9(1).
        05 select-op pic X(2).
        05 select-value pic X(31).
        05 select-prefix-length pic 9(2).
        05 select-rate pic 9(10)v99.
    01 sort-key-count pic 9(1) value 0.
    01 sort-key-table occurs 3 times indexed by sort-key-idx.
        05 sort-key-field pic 9(1).
        05 sort-key-direction pic X(1).
    01 break-field pic 9(1) value 0.
    01 output-format pic X(5) value spaces.
        88 format-csv value "CSV".
    01 definition-bad-flag pic 9(1) value 0.
        88 definition-bad value 1 false 0.

    *> definition parsing workspace
    01 keyword pic X(10) value spaces.
    01 keyword-value pic X(110) value spaces.
    01 list-word pic X(31) occurs 6 times.
    01 list-idx pic 9(1) value 0.
    01 select-word pic X(31) occurs 2 times.
    01 word-pointer pic 9(3) value 1.
    01 direction-word pic X(4) value spaces.

    *> the item being selected or printed
    01 current-item.
        05 cur-nsn pic X(13).
        05 cur-serial pic X(18).
        05 cur-tamcn pic X(12).
        05 cur-nomen pic X(19).
        05 cur-commodity pic X(10).
        05 cur-rate pic 9(10)v99.
    01 value-field pic 9(1) value 0.
    01 field-text pic X(31) value spaces.
    01 rate-sort-value pic 9(10)v99 value 0.
    01 rate-sort-text redefines rate-sort-value pic X(12).
    01 rate-display pic Z(9)9.99.
    01 item-selected-flag pic 9(1) value 0.
        88 item-selected value 1 false 0.
    01 criterion-holds-flag pic 9(1) value 0.
        88 criterion-holds value 1 false 0.

    *> print workspace
    01 line-pointer pic 9(3) value 1.
    01 field-list-idx pic 9(1) value 0.
    01 break-value pic X(31) value spaces.
    01 prior-break-value pic X(31) value spaces.
    01 break-started-flag pic 9(1) value 0.
        88 break-started value 1 false 0.
    01 break-count pic 9(7) value 0.
    01 break-rate-total pic 9(12)v99 value 0.
    01 grand-count pic 9(7) value 0.
    01 grand-rate-total pic 9(12)v99 value 0.
    01 count-display pic Z(6)9.
    01 total-display pic Z(11)9.99.

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
    *> The one-off question about the item index without a new
    *> program: a small definition file names the fields, the
    *> selection, the sort, the subtotal break and the format, and
    *> this writes the report. Given a definition path it runs that
    *> one; with no argument it runs every definition listed in
    *> saved-reports.dat, which is how the batch calendar schedules
    *> them. Each report lands at its OUTPUT path, where
    *> distribute-reports can route it like any other.
    *>*************************************************************
    main.
        display "item report writer starting..."
        move 0 to definition-count bad-definition-count

        move spaces to user-input
        accept user-input from argument-value
        if trim(user-input) not equal to spaces
            move trim(user-input) to definition-path
            perform run-one-definition
        else
            perform run-saved-definitions
        end-if

        display "item report writer done: " definition-count " definition(s), "
            bad-definition-count " rejected"
        move 0 to return-code
        if bad-definition-count greater than 0
            move 1 to return-code
        end-if
        goback
    .

    run-saved-definitions.
        call "CBL_CHECK_FILE_EXIST" using '../saved-reports.dat', file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "no saved report definitions on disk - nothing to run"
            exit paragraph
        end-if
        open input savedfile
        perform until exit
            read savedfile
                at end
                    exit perform
                not at end
                    if trim(saved-rec) not equal to spaces
                        and saved-rec(1:1) not equal to "*"
                        move trim(saved-rec) to definition-path
                        perform run-one-definition
                    end-if
            end-read
        end-perform
        close savedfile
        exit paragraph
    .

    run-one-definition.
        add 1 to definition-count
        perform load-definition
        if definition-bad
            add 1 to bad-definition-count
            display "*** definition " trim(definition-path) " rejected - no report written ***"
            exit paragraph
        end-if

        display "running " trim(definition-path) " to " trim(output-path)
        move current-date to current-timestamp
        move 0 to scan-count selected-count grand-count grand-rate-total
            break-count break-rate-total
        set break-started to false

        open output reportfile
        perform write-report-header
        sort sortwork
            on ascending key sort-key-1-asc
            on descending key sort-key-1-desc
            on ascending key sort-key-2-asc
            on descending key sort-key-2-desc
            on ascending key sort-key-3-asc
            on descending key sort-key-3-desc
            input procedure is release-selected-items
            output procedure is write-sorted-items
        perform write-report-trailer
        close reportfile

        display trim(report-title) ": " selected-count " of " scan-count " item(s) selected"
        exit paragraph
    .

    *>*************************************************************
    *> Definition loading. Anything the writer can't honour -- an
    *> unknown keyword or field, a bad operator, a non-numeric rate
    *> -- rejects the whole definition rather than printing a report
    *> that quietly answers a different question.
    *>*************************************************************
    load-definition.
        set definition-bad to false
        move spaces to report-title output-format
        move "../item-report.txt" to output-path
        move "PRINT" to output-format
        move 0 to print-field-count select-count sort-key-count break-field

        call "CBL_CHECK_FILE_EXIST" using definition-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            display "*** definition " trim(definition-path) " not on disk ***"
            set definition-bad to true
            exit paragraph
        end-if

        open input definitionfile
        perform until exit
            read definitionfile
                at end
                    exit perform
                not at end
                    if trim(definition-rec) not equal to spaces
                        and definition-rec(1:1) not equal to "*"
                        perform parse-definition-line
                    end-if
            end-read
        end-perform
        close definitionfile

        if print-field-count equal to 0
            display "*** definition names no FIELDS ***"
            set definition-bad to true
        end-if
        if report-title equal to spaces
            move definition-path to report-title
        end-if
        perform lead-sort-with-break
        exit paragraph
    .

    parse-definition-line.
        move spaces to keyword keyword-value
        unstring definition-rec delimited by "="
            into keyword keyword-value
        end-unstring
        move upper-case(trim(keyword)) to keyword
        evaluate keyword
            when "TITLE"
                move trim(keyword-value) to report-title
            when "FIELDS"
                perform parse-fields-value
            when "SELECT"
                perform parse-select-value
            when "SORT"
                perform parse-sort-value
            when "BREAK"
                move upper-case(trim(keyword-value)) to find-field-name
                perform find-field
                move found-field-code to break-field
            when "FORMAT"
                move upper-case(trim(keyword-value)) to output-format
                if output-format not equal to "PRINT"
                    and output-format not equal to "CSV"
                    display "*** unknown FORMAT " trim(keyword-value) " ***"
                    set definition-bad to true
                end-if
            when "OUTPUT"
                move trim(keyword-value) to output-path
            when other
                display "*** unknown keyword in " trim(definition-rec) " ***"
                set definition-bad to true
        end-evaluate
        exit paragraph
    .

    parse-fields-value.
        move spaces to list-word(1) list-word(2) list-word(3)
            list-word(4) list-word(5) list-word(6)
        unstring keyword-value delimited by ","
            into list-word(1) list-word(2) list-word(3)
                list-word(4) list-word(5) list-word(6)
        end-unstring
        move 0 to print-field-count
        perform varying list-idx from 1 by 1 until list-idx > 6
            if list-word(list-idx) not equal to spaces
                move upper-case(trim(list-word(list-idx))) to find-field-name
                perform find-field
                if found-field-code not equal to 0
                    add 1 to print-field-count
                    move found-field-code to print-field-code(print-field-count)
                end-if
            end-if
        end-perform
        exit paragraph
    .

    parse-select-value.
        if select-count >= select-capacity
            display "*** more than " select-capacity " SELECT lines ***"
            set definition-bad to true
            exit paragraph
        end-if
        move spaces to select-word(1) select-word(2)
        move 1 to word-pointer
        unstring keyword-value delimited by all spaces
            into select-word(1) select-word(2)
            with pointer word-pointer
        end-unstring
        add 1 to select-count
        set select-idx to select-count
        move upper-case(trim(select-word(1))) to find-field-name
        perform find-field
        move found-field-code to select-field(select-idx)
        move upper-case(trim(select-word(2))) to select-op(select-idx)
        move spaces to select-value(select-idx)
        if word-pointer <= length(keyword-value)
            move trim(keyword-value(word-pointer:)) to select-value(select-idx)
        end-if
        move 0 to select-prefix-length(select-idx) select-rate(select-idx)

        evaluate select-op(select-idx)
            when "EQ" when "NE" when "GT" when "GE" when "LT" when "LE"
                continue
            when other
                display "*** unknown operator in SELECT=" trim(keyword-value) " ***"
                set definition-bad to true
                exit paragraph
        end-evaluate

        if select-field(select-idx) equal to rate-field-code
            if test-numval(select-value(select-idx)) not equal to 0
                display "*** rate in SELECT=" trim(keyword-value) " is not a number ***"
                set definition-bad to true
                exit paragraph
            end-if
            move numval(select-value(select-idx)) to select-rate(select-idx)
            exit paragraph
        end-if

        *> a trailing * on EQ/NE is a prefix match
        if select-value(select-idx) not equal to spaces
            and (select-op(select-idx) equal to "EQ" or select-op(select-idx) equal to "NE")
            compute select-prefix-length(select-idx) =
                length(trim(select-value(select-idx)))
            if select-value(select-idx)(select-prefix-length(select-idx):1) equal to "*"
                subtract 1 from select-prefix-length(select-idx)
            else
                move 0 to select-prefix-length(select-idx)
            end-if
        end-if
        exit paragraph
    .

    parse-sort-value.
        move spaces to list-word(1) list-word(2) list-word(3)
        unstring keyword-value delimited by ","
            into list-word(1) list-word(2) list-word(3)
        end-unstring
        move 0 to sort-key-count
        perform varying list-idx from 1 by 1 until list-idx > 3
            if list-word(list-idx) not equal to spaces
                move spaces to find-field-name direction-word
                unstring trim(list-word(list-idx)) delimited by all spaces
                    into find-field-name direction-word
                end-unstring
                move upper-case(find-field-name) to find-field-name
                perform find-field
                if found-field-code not equal to 0
                    add 1 to sort-key-count
                    move found-field-code to sort-key-field(sort-key-count)
                    move "A" to sort-key-direction(sort-key-count)
                    if upper-case(direction-word(1:1)) equal to "D"
                        move "D" to sort-key-direction(sort-key-count)
                    end-if
                end-if
            end-if
        end-perform
        exit paragraph
    .

    *> subtotals only make sense over a run of equal values, so the
    *> break field leads the sort unless the definition already
    *> sorts on it first
    lead-sort-with-break.
        if break-field equal to 0
            exit paragraph
        end-if
        if sort-key-count > 0
            and sort-key-field(1) equal to break-field
            exit paragraph
        end-if
        if sort-key-count >= 3
            move 2 to sort-key-count
        end-if
        perform varying sort-key-idx from sort-key-count by -1 until sort-key-idx < 1
            move sort-key-field(sort-key-idx) to sort-key-field(sort-key-idx + 1)
            move sort-key-direction(sort-key-idx) to sort-key-direction(sort-key-idx + 1)
        end-perform
        add 1 to sort-key-count
        move break-field to sort-key-field(1)
        move "A" to sort-key-direction(1)
        exit paragraph
    .

    *> field code for find-field-name, zero (and the definition
    *> rejected) when it isn't in the catalog
    find-field.
        move 0 to found-field-code
        perform varying catalog-idx from 1 by 1 until catalog-idx > 6
            if field-name(catalog-idx) equal to find-field-name
                move catalog-idx to found-field-code
                exit perform
            end-if
        end-perform
        if found-field-code equal to 0
            display "*** unknown field " trim(find-field-name) " ***"
            set definition-bad to true
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> Every index record is held against the selection; those that
    *> pass are released with their sort keys built.
    *>*************************************************************
    release-selected-items.
        open input itemindex
        perform until exit
            read itemindex next record
                at end
                    exit perform
                not at end
                    add 1 to scan-count
                    move index-rec to current-item
                    perform test-selection
                    if item-selected
                        add 1 to selected-count
                        perform build-sort-rec
                        release sort-rec
                    end-if
            end-read
        end-perform
        close itemindex
        exit paragraph
    .

    test-selection.
        set item-selected to true
        perform varying select-idx from 1 by 1 until select-idx > select-count
            perform test-one-criterion
            if not criterion-holds
                set item-selected to false
                exit perform
            end-if
        end-perform
        exit paragraph
    .

    test-one-criterion.
        set criterion-holds to false
        if select-field(select-idx) equal to rate-field-code
            evaluate select-op(select-idx)
                when "EQ"
                    if cur-rate equal to select-rate(select-idx) set criterion-holds to true end-if
                when "NE"
                    if cur-rate not equal to select-rate(select-idx) set criterion-holds to true end-if
                when "GT"
                    if cur-rate greater than select-rate(select-idx) set criterion-holds to true end-if
                when "GE"
                    if cur-rate not less than select-rate(select-idx) set criterion-holds to true end-if
                when "LT"
                    if cur-rate less than select-rate(select-idx) set criterion-holds to true end-if
                when "LE"
                    if cur-rate not greater than select-rate(select-idx) set criterion-holds to true end-if
            end-evaluate
            exit paragraph
        end-if

        move select-field(select-idx) to value-field
        perform get-field-text
        if select-prefix-length(select-idx) > 0
            if field-text(1:select-prefix-length(select-idx))
                equal to select-value(select-idx)(1:select-prefix-length(select-idx))
                if select-op(select-idx) equal to "EQ"
                    set criterion-holds to true
                end-if
            else
                if select-op(select-idx) equal to "NE"
                    set criterion-holds to true
                end-if
            end-if
            exit paragraph
        end-if

        evaluate select-op(select-idx)
            when "EQ"
                if field-text equal to select-value(select-idx) set criterion-holds to true end-if
            when "NE"
                if field-text not equal to select-value(select-idx) set criterion-holds to true end-if
            when "GT"
                if field-text greater than select-value(select-idx) set criterion-holds to true end-if
            when "GE"
                if field-text not less than select-value(select-idx) set criterion-holds to true end-if
            when "LT"
                if field-text less than select-value(select-idx) set criterion-holds to true end-if
            when "LE"
                if field-text not greater than select-value(select-idx) set criterion-holds to true end-if
        end-evaluate
        exit paragraph
    .

    build-sort-rec.
        move spaces to sort-rec
        move current-item to sort-item
        perform varying sort-key-idx from 1 by 1 until sort-key-idx > sort-key-count
            move sort-key-field(sort-key-idx) to value-field
            perform get-field-text
            evaluate sort-key-idx
                when 1
                    if sort-key-direction(1) equal to "D"
                        move field-text to sort-key-1-desc
                    else
                        move field-text to sort-key-1-asc
                    end-if
                when 2
                    if sort-key-direction(2) equal to "D"
                        move field-text to sort-key-2-desc
                    else
                        move field-text to sort-key-2-asc
                    end-if
                when 3
                    if sort-key-direction(3) equal to "D"
                        move field-text to sort-key-3-desc
                    else
                        move field-text to sort-key-3-asc
                    end-if
            end-evaluate
        end-perform
        exit paragraph
    .

    *> the value of value-field in the current item, in a form that
    *> compares and sorts correctly -- the rate as zero-filled digits
    get-field-text.
        move spaces to field-text
        evaluate value-field
            when 1
                move cur-nsn to field-text
            when 2
                move cur-serial to field-text
            when 3
                move cur-tamcn to field-text
            when 4
                move cur-nomen to field-text
            when 5
                move cur-commodity to field-text
            when 6
                move cur-rate to rate-sort-value
                move rate-sort-text to field-text
        end-evaluate
        exit paragraph
    .

    *> the printable value -- the rate edited, the rest as stored
    get-field-print-text.
        perform get-field-text
        if value-field equal to rate-field-code
            move cur-rate to rate-display
            move rate-display to field-text
        end-if
        exit paragraph
    .

    *>*************************************************************
    *> The sorted items, with a subtotal line each time the break
    *> field changes and the grand total at the end.
    *>*************************************************************
    write-sorted-items.
        perform until exit
            return sortwork
                at end
                    exit perform
                not at end
                    move sort-item to current-item
                    perform write-one-item
            end-return
        end-perform
        if break-field not equal to 0 and break-started
            perform write-subtotal
        end-if
        exit paragraph
    .

    write-one-item.
        if break-field not equal to 0
            move break-field to value-field
            perform get-field-text
            move field-text to break-value
            if break-started and break-value not equal to prior-break-value
                perform write-subtotal
            end-if
            if not break-started or break-value not equal to prior-break-value
                move break-value to prior-break-value
                move 0 to break-count break-rate-total
                set break-started to true
            end-if
        end-if

        add 1 to break-count grand-count
        add cur-rate to break-rate-total grand-rate-total

        move spaces to report-line
        move 1 to line-pointer
        if format-csv
            string '"DETAIL"' delimited by size into report-line with pointer line-pointer
        end-if
        perform varying field-list-idx from 1 by 1 until field-list-idx > print-field-count
            move print-field-code(field-list-idx) to value-field
            perform get-field-print-text
            if format-csv
                if value-field equal to rate-field-code
                    string "," trim(field-text) delimited by size
                        into report-line with pointer line-pointer
                else
                    string ',"' trim(field-text) '"' delimited by size
                        into report-line with pointer line-pointer
                end-if
            else
                string field-text(1:field-width(value-field)) "  " delimited by size
                    into report-line with pointer line-pointer
            end-if
        end-perform
        write report-line
        exit paragraph
    .

    write-subtotal.
        move break-count to count-display
        move break-rate-total to total-display
        move break-field to value-field
        move spaces to report-line
        if format-csv
            string '"SUBTOTAL","' trim(field-name(break-field)) '","'
                trim(prior-break-value) '",' trim(count-display) "," trim(total-display)
                delimited by size into report-line
        else
            if break-field equal to rate-field-code
                move prior-break-value(1:12) to rate-sort-text
                move rate-sort-value to rate-display
                move rate-display to prior-break-value
            end-if
            string "  SUBTOTAL " trim(field-name(break-field)) " " trim(prior-break-value)
                " count " count-display " rate total " total-display
                delimited by size into report-line
        end-if
        write report-line
        if not format-csv
            move spaces to report-line
            write report-line
        end-if
        exit paragraph
    .

    write-report-header.
        move spaces to report-line
        if format-csv
            string '"REPORT","' trim(report-title) '","' cur-year "-" cur-month "-" cur-day
                " " cur-hour ":" cur-minute ":" cur-second '"'
                delimited by size into report-line
            write report-line
            move spaces to report-line
            move 1 to line-pointer
            string '"TYPE"' delimited by size into report-line with pointer line-pointer
            perform varying field-list-idx from 1 by 1 until field-list-idx > print-field-count
                string ',"' trim(field-name(print-field-code(field-list-idx))) '"'
                    delimited by size into report-line with pointer line-pointer
            end-perform
            write report-line
            exit paragraph
        end-if

        string trim(report-title) " " cur-year "-" cur-month "-" cur-day
            " " cur-hour ":" cur-minute ":" cur-second
            delimited by size into report-line
        write report-line
        move spaces to report-line
        write report-line
        move spaces to report-line
        move 1 to line-pointer
        perform varying field-list-idx from 1 by 1 until field-list-idx > print-field-count
            move print-field-code(field-list-idx) to value-field
            move field-name(value-field) to field-text
            string field-text(1:field-width(value-field)) "  " delimited by size
                into report-line with pointer line-pointer
        end-perform
        write report-line
        move spaces to report-line
        move 1 to line-pointer
        perform varying field-list-idx from 1 by 1 until field-list-idx > print-field-count
            move print-field-code(field-list-idx) to value-field
            move all "-" to field-text
            string field-text(1:field-width(value-field)) "  " delimited by size
                into report-line with pointer line-pointer
        end-perform
        write report-line
        exit paragraph
    .

    write-report-trailer.
        move grand-count to count-display
        move grand-rate-total to total-display
        move spaces to report-line
        if format-csv
            string '"TOTAL",' trim(count-display) "," trim(total-display)
                delimited by size into report-line
        else
            string "TOTAL count " count-display " rate total " total-display
                " (" scan-count " item(s) scanned)"
                delimited by size into report-line
        end-if
        write report-line
        exit paragraph
    .
