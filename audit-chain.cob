       >>source format is free
identification division.
    program-id. audit-chain.

environment division.
    configuration section.
        repository.
            function all intrinsic.
    input-output section.
        file-control.
            *> the chained log itself, read when its head has to be
            *> recovered from it or the whole chain resealed
            select chainlog
            assign using log-path
            organization is line sequential.

            select chainswap
            assign using swap-path
            organization is line sequential.

            *> the chain head kept beside each log as <log>.chain,
            *> one line: seq|hash|stamp -- the last entry sealed, so
            *> the next one links to it without a walk of the log,
            *> and the verifier can tell a log that lost its tail
            select headfile
            assign using head-path
            organization is line sequential.

            *> every reseal of a log, one line each, itself chained:
            *>   stamp|log|entries|operator|reason
            select resealfile
            assign to './audit-chain-reseals.log'
            organization is line sequential.

data division.
    file section.
        fd chainlog.
        01 chainlog-rec pic X(400).

        fd chainswap.
        01 chainswap-rec pic X(400).

        fd headfile.
        01 head-rec pic X(80).

        fd resealfile.
        01 reseal-rec pic X(400).

    working-storage section.
        01 log-path pic X(80) value spaces.
        01 head-path pic X(90) value spaces.
        01 swap-path pic X(90) value spaces.

        *> the last entry sealed into the chain being worked on
        01 head-seq pic 9(9) value 0.
        01 head-hash pic 9(18) value 0.
        01 head-field pic X(20) occurs 3 times.

        *> one line taken apart: the text as written, and its seal
        01 work-line pic X(400) value spaces.
        01 work-len pic 9(3) value 0.
        01 content-len pic 9(3) value 0.
        01 seal-start pic 9(3) value 0.
        01 work-sealed-flag pic 9(1) value 0.
            88 work-is-sealed value 1 false 0.
        01 work-seq pic 9(9) value 0.
        01 work-hash pic 9(18) value 0.

        *> the link: the previous entry's hash, this entry's sequence
        *> and its text folded together with the same rolling line
        *> checksum the close packet and report distribution use
        01 fold-hash pic 9(18) comp value 0.
        01 fold-idx pic 9(3) comp value 0.
        01 seq-display pic 9(9) value 0.
        01 hash-display pic 9(18) value 0.

        *> a seal is 36 characters: " #chain " seq(9) " " hash(18)
        01 seal-width pic 9(3) value 36.
        01 seal-mark pic X(8) value " #chain ".

        *> a fixed-offset log has its seal after its last column
        *> whether or not the trailing fields are filled
        01 fixed-width pic 9(3) value 0.

        01 resealed-count pic 9(9) value 0.
        01 reseal-operator pic X(8) value spaces.
        01 reseal-stamp pic X(14) value spaces.

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
        01 log-param pic X(80).
        01 line-param pic X(400).
        01 sealed-param pic X(400).
        01 width-param pic 9(3).
        01 reason-param pic X(80).
        01 prev-hash-param pic 9(18).
        01 line-state-param pic X(8).
        01 line-seq-param pic 9(9).
        01 line-hash-param pic 9(18).
        01 link-hash-param pic 9(18).
        01 head-state-param pic X(8).

procedure division.

    *>*************************************************************
    *> Hash chaining for the audit logs, journals and registers,
    *> callable in the run-ledger style. Every line a writer appends
    *> goes out with a seal on the end of it:
    *>
    *>   <the line as it always was> #chain <seq 9> <hash 18>
    *>
    *> where the hash folds the previous entry's hash, this entry's
    *> sequence number and its text. Edit a line and its own hash no
    *> longer matches; delete one and the sequence jumps and the
    *> next link breaks. verify-audit-chains walks the logs.
    *>
    *>   chain-seal    log, line, sealed   the line with its seal
    *>   chain-seal-fixed                  the same, the seal after
    *>                 log, line, width,   column <width> for a log
    *>                 sealed              parsed by position
    *>   chain-start   log                 a log written fresh each
    *>                                     run starts its chain over
    *>   chain-reseal  log, reason         relink a log after an
    *>                                     authorized rewrite, and
    *>                                     chain a note of it
    *>   chain-unseal  line                the line without its seal,
    *>                                     for readers that show it
    *>   chain-inspect line, prev-hash,    take a line apart and
    *>                 state, seq, hash,   recompute its link
    *>                 link-hash
    *>   chain-head    log, state, seq,    the head as it stands
    *>                 hash
    *>*************************************************************
    main.
        goback
    .

    entry "chain-seal" using log-param, line-param, sealed-param.
        move 0 to fixed-width
        move log-param to log-path
        perform load-chain-head
        move line-param to work-line
        perform seal-work-line
        perform save-chain-head
        move work-line to sealed-param
        move 0 to return-code
        goback
    .

    entry "chain-seal-fixed" using log-param, line-param, width-param,
        sealed-param.
        move width-param to fixed-width
        move log-param to log-path
        perform load-chain-head
        move line-param to work-line
        perform seal-work-line
        perform save-chain-head
        move work-line to sealed-param
        move 0 to return-code
        goback
    .

    entry "chain-start" using log-param.
        move log-param to log-path
        move 0 to head-seq
        move 0 to head-hash
        perform save-chain-head
        move 0 to return-code
        goback
    .

    entry "chain-unseal" using line-param.
        move line-param to work-line
        perform split-work-line
        if work-is-sealed
            move spaces to line-param(seal-start:)
        end-if
        goback
    .

    entry "chain-inspect" using line-param, prev-hash-param, line-state-param,
        line-seq-param, line-hash-param, link-hash-param.
        move line-param to work-line
        perform split-work-line
        if not work-is-sealed
            move "UNSEALED" to line-state-param
            move 0 to line-seq-param
            move 0 to line-hash-param
            move 0 to link-hash-param
            goback
        end-if
        move "SEALED" to line-state-param
        move work-seq to line-seq-param
        move work-hash to line-hash-param
        move prev-hash-param to fold-hash
        move work-seq to seq-display
        perform fold-link
        move fold-hash to link-hash-param
        goback
    .

    entry "chain-head" using log-param, head-state-param, line-seq-param,
        line-hash-param.
        move log-param to log-path
        move 0 to line-seq-param
        move 0 to line-hash-param
        move "ABSENT" to head-state-param
        perform read-chain-head
        if return-code equal to 0
            move "PRESENT" to head-state-param
            move head-seq to line-seq-param
            move head-hash to line-hash-param
        end-if
        move 0 to return-code
        goback
    .

    *>*************************************************************
    *> An authorized rewrite of a chained log -- a subject erasure
    *> redacting the names journal -- changes lines the chain has
    *> already sealed. Every sealed line is relinked from the top,
    *> its seal kept where it was; lines from before the log was
    *> chained stay as they are. The reseal is itself chained into
    *> audit-chain-reseals.log with who did it and why, so a reseal
    *> is never silent.
    *>*************************************************************
    entry "chain-reseal" using log-param, reason-param.
        move log-param to log-path
        call "CBL_CHECK_FILE_EXIST" using log-path, file-info end-call
        if return-code not equal to 0
            move 0 to return-code
            goback
        end-if

        move spaces to swap-path
        string trim(log-path) ".reseal" delimited by size into swap-path
        move 0 to head-seq
        move 0 to head-hash
        move 0 to resealed-count
        open input chainlog
        open output chainswap
        perform until exit
            read chainlog
                at end
                    exit perform
                not at end
                    move chainlog-rec to work-line
                    perform split-work-line
                    if work-is-sealed
                        move spaces to work-line(seal-start:)
                        move content-len to fixed-width
                        perform seal-work-line
                        add 1 to resealed-count
                    end-if
                    move work-line to chainswap-rec
                    write chainswap-rec
            end-read
        end-perform
        close chainlog
        close chainswap
        call "CBL_DELETE_FILE" using log-path end-call
        call "CBL_RENAME_FILE" using swap-path, log-path end-call
        perform save-chain-head

        call "operator-auth" end-call  *> load the module so its entry points resolve
        call "operator-identify" using reseal-operator end-call
        move current-date(1:14) to reseal-stamp
        move spaces to work-line
        string reseal-stamp "|" trim(log-param) "|" resealed-count "|"
            trim(reseal-operator) "|" trim(reason-param)
            delimited by size into work-line

        move './audit-chain-reseals.log' to log-path
        move 0 to fixed-width
        perform load-chain-head
        perform seal-work-line
        call "CBL_CHECK_FILE_EXIST" using './audit-chain-reseals.log', file-info end-call
        if return-code equal to 0
            open extend resealfile
        else
            open output resealfile
        end-if
        move work-line to reseal-rec
        write reseal-rec
        close resealfile
        perform save-chain-head
        move 0 to return-code
        goback
    .

    *> the head beside the log; without one (a log sealed for the
    *> first time, or just rotated) the last seal in the log is it
    load-chain-head.
        perform read-chain-head
        if return-code not equal to 0
            perform recover-head-from-log
        end-if
        move 0 to return-code
        exit paragraph
    .

    read-chain-head.
        move 0 to head-seq
        move 0 to head-hash
        move spaces to head-path
        string trim(log-path) ".chain" delimited by size into head-path
        call "CBL_CHECK_FILE_EXIST" using head-path, file-info end-call
        if return-code not equal to 0
            exit paragraph
        end-if
        move spaces to head-field(1) head-field(2) head-field(3)
        open input headfile
        read headfile
            at end
                move spaces to head-rec
        end-read
        close headfile
        unstring head-rec delimited by "|"
            into head-field(1) head-field(2) head-field(3)
        if head-field(1) not equal to spaces
            and head-field(2) not equal to spaces
            and trim(head-field(1)) is numeric
            and trim(head-field(2)) is numeric
            move numval(head-field(1)) to head-seq
            move numval(head-field(2)) to head-hash
            move 0 to return-code
        else
            move 1 to return-code
        end-if
        exit paragraph
    .

    recover-head-from-log.
        move 0 to head-seq
        move 0 to head-hash
        call "CBL_CHECK_FILE_EXIST" using log-path, file-info end-call
        if return-code not equal to 0
            exit paragraph
        end-if
        open input chainlog
        perform until exit
            read chainlog
                at end
                    exit perform
                not at end
                    move chainlog-rec to work-line
                    perform split-work-line
                    if work-is-sealed
                        move work-seq to head-seq
                        move work-hash to head-hash
                    end-if
            end-read
        end-perform
        close chainlog
        exit paragraph
    .

    save-chain-head.
        move spaces to head-path
        string trim(log-path) ".chain" delimited by size into head-path
        move head-seq to seq-display
        move head-hash to hash-display
        move spaces to head-rec
        string seq-display "|" hash-display "|" current-date(1:14)
            delimited by size into head-rec
        open output headfile
        write head-rec
        close headfile
        exit paragraph
    .

    *> the next sequence number, linked to the head, on the end of
    *> the line's text; the line becomes the new head
    seal-work-line.
        evaluate true
            when fixed-width > 0
                move fixed-width to content-len
            when work-line equal to spaces
                move 0 to content-len
            when other
                move length(trim(work-line, trailing)) to content-len
        end-evaluate
        if content-len > length of work-line - seal-width
            compute content-len = length of work-line - seal-width
        end-if
        move spaces to work-line(content-len + 1:)
        add 1 to head-seq
        move head-seq to seq-display
        move head-hash to fold-hash
        perform fold-link
        move fold-hash to head-hash
        move head-hash to hash-display
        compute seal-start = content-len + 1
        string seal-mark seq-display " " hash-display
            delimited by size into work-line(seal-start:seal-width)
        exit paragraph
    .

    *> a sealed line ends in the 36-character seal; anything else
    *> is a line written before the log was chained, or by hand
    split-work-line.
        set work-is-sealed to false
        move 0 to work-seq
        move 0 to work-hash
        if work-line equal to spaces
            move 0 to work-len
        else
            move length(trim(work-line, trailing)) to work-len
        end-if
        move work-len to content-len
        if work-len < seal-width
            exit paragraph
        end-if
        compute seal-start = work-len - seal-width + 1
        if work-line(seal-start:8) not equal to seal-mark
            or work-line(seal-start + 8:9) is not numeric
            or work-line(seal-start + 17:1) not equal to space
            or work-line(seal-start + 18:18) is not numeric
            exit paragraph
        end-if
        set work-is-sealed to true
        compute content-len = seal-start - 1
        move work-line(seal-start + 8:9) to work-seq
        move work-line(seal-start + 18:18) to work-hash
        move work-seq to seq-display
        exit paragraph
    .

    *> fold-hash arrives holding the previous entry's hash
    fold-link.
        perform varying fold-idx from 1 by 1 until fold-idx > 9
            compute fold-hash =
                mod((fold-hash * 31) + ord(seq-display(fold-idx:1)),
                    999999999999999999)
        end-perform
        perform varying fold-idx from 1 by 1 until fold-idx > content-len
            compute fold-hash =
                mod((fold-hash * 31) + ord(work-line(fold-idx:1)),
                    999999999999999999)
        end-perform
        exit paragraph
    .
