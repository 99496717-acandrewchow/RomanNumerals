*> perclose - billing period close
*> Reconciles one billing period (YYYYMM, given as a command-line
*> parameter, blank for the current month) across every file that
*> carries its totals, and closes it when they all tie.  The period's
*> cycles are those of the roman2dec runs ROMAN2DEC.LOG shows dated in
*> the month; against the run-log sums it proves
*>   - the VALID rows and decimal sum on ROMAN2DEC.CSV and its archived
*>     generations (ROMAN2DEC.CSV.Gnnnn) for those cycles
*>   - the BIF details against their trailers, and the trailers against
*>     the numeral-to-decimal runs that wrote them, across ROMAN2DEC.BIF
*>     and its generations
*>   (generations cycleret has consolidated are read from the monthly
*>   archives its catalogue ROMAN2DEC.ACT lists for those cycles, and
*>   one still awaiting removal is not read a second time)
*>   - the trailers against the receipts billackn proved and logged on
*>     ROMAN2DEC.AKL (the latest agreed proof of each set of cycles)
*>   - nothing dated in the period still sitting on the carry-forward
*>     file ROMAN2DEC.CFW or outstanding on the suspense master
*>     ROMAN2DEC.SPM
*> Each pair that should agree is printed on a one-page control sheet,
*> ROMAN2DEC.PCS, with any difference flagged.  A run log that cannot
*> be read, or one with no runs dated in the period, counts as a
*> difference - there is then nothing to reconcile against.  When
*> every pair agrees the period is recorded as closed on ROMAN2DEC.PCF
*> (perctl), after which roman2dec routes anything dated in it to the
*> late-item file and refuses a PER= naming it.  Return code 0 when
*> the period closed (or was already closed), 8 when anything differed
*> and it was left open, 12 when the parameter named no usable period.

identification division.
program-id. perclose.

environment division.
input-output section.
file-control.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select run-log-file assign to "ROMAN2DEC.LOG"
       organization is line sequential
       file status is run-log-status.
select csv-file assign to dynamic csv-file-name
       organization is line sequential
       file status is csv-file-status.
select billing-file assign to dynamic billing-file-name
       organization is line sequential
       file status is billing-file-status.
select optional catalogue-file assign to "ROMAN2DEC.ACT"
       organization is line sequential.
select optional ack-log-file assign to "ROMAN2DEC.AKL"
       organization is line sequential.
select optional carry-forward-file assign to "ROMAN2DEC.CFW"
       organization is line sequential.
select suspense-file assign to "ROMAN2DEC.SPM"
       organization is indexed
       access is dynamic
       record key is sus-key
       file status is suspense-file-status.
select period-control-file assign to "ROMAN2DEC.PCF"
       organization is line sequential
       file status is period-control-status.
select report-file assign to "ROMAN2DEC.PCS"
       organization is line sequential.

data division.
file section.
fd cycle-file.
01 cycle-record pic 9(4).
fd run-log-file.
copy "runlog.cpy".
fd csv-file.
01 csv-record pic x(200).
01 csv-archive-record pic x(205).
fd billing-file.
copy "billrec.cpy".
01 billing-archive-record pic x(205).
fd catalogue-file.
copy "arccat.cpy".
fd ack-log-file.
copy "acklog.cpy".
fd carry-forward-file.
copy "trxrec.cpy".
fd suspense-file.
copy "rejsus.cpy".
fd period-control-file.
copy "perctl.cpy".
fd report-file.
01 report-record pic x(132).

working-storage section.
77 command-param pic x(50) value spaces.
77 run-date pic 9(8) value 0.
77 close-period pic 9(6) value 0.
77 period-month pic 9(2) value 0.
77 end-of-file pic x value 'n'.
77 cycle-eof pic x value 'n'.
77 current-cycle pic 9(4) value 0.
77 scan-cycle pic 9(4) value 0.
77 run-log-status pic xx value '00'.
77 csv-file-status pic xx value '00'.
77 csv-file-name pic x(50) value spaces.
77 billing-file-status pic xx value '00'.
77 billing-file-name pic x(50) value spaces.
77 suspense-file-status pic xx value '00'.
77 suspense-available pic x value 'N'.
77 period-control-status pic xx value '00'.
77 already-closed pic x value 'N'.
77 already-closed-date pic 9(8) value 0.
77 first-cycle pic 9(4) value 0.
77 last-cycle pic 9(4) value 0.
77 period-runs pic 9(5) value 0.
77 period-valid pic 9(8) value 0.
77 period-sum pic 9(9) value 0.
77 period-sum-twelfths pic 9(2) value 0.
77 period-bif-runs pic 9(5) value 0.
77 period-bif-valid pic 9(8) value 0.
77 period-bif-sum pic 9(9) value 0.
77 period-bif-sum-twelfths pic 9(2) value 0.
77 csv-files-read pic 9(5) value 0.
77 archive-wanted-type pic x(3) value spaces.
77 file-archived pic x value 'N'.
77 catalogue-eof pic x value 'n'.
copy "arcrow.cpy".
77 removal-count pic 9(3) value 0.
77 removal-max pic 9(3) value 100.
01 removal-table.
   05 removal-cycle pic 9(4) occurs 100 times.
77 removal-idx pic 9(3).
77 removal-pending pic x value 'N'.
77 csv-valid pic 9(8) value 0.
77 csv-sum pic 9(9) value 0.
77 csv-sum-twelfths pic 9(2) value 0.
77 csv-numeral pic x(40).
77 csv-decimal-text pic x(20).
77 csv-valid-flag pic x(10).
77 csv-id-col pic x(20).
77 csv-date-col pic x(10).
77 csv-dept-col pic x(10).
77 csv-twelfths-text pic x(5).
77 csv-cycle-text pic x(5).
77 decimal-text-len pic 9(3) value 0.
77 twelfths-text-len pic 9(3) value 0.
77 cycle-text-len pic 9(3) value 0.
77 csv-decimal pic 9(8) value 0.
77 csv-twelfths pic 9(2) value 0.
77 row-cycle pic 9(4) value 0.
77 bif-files-read pic 9(5) value 0.
77 set-in-period pic x value 'N'.
77 bif-sets pic 9(5) value 0.
77 bif-detail-count pic 9(8) value 0.
77 bif-detail-sum pic 9(9) value 0.
77 bif-detail-twelfths pic 9(2) value 0.
77 bif-detail-hash pic 9(12) value 0.
77 bif-trailer-count pic 9(8) value 0.
77 bif-trailer-sum pic 9(9) value 0.
77 bif-trailer-twelfths pic 9(2) value 0.
77 bif-trailer-hash pic 9(12) value 0.
77 hash-id-value pic 9(12) value 0.
77 hash-idx pic 9(2) value 0.
77 ack-count pic 9(3) value 0.
77 ack-max pic 9(3) value 100.
01 ack-table.
   05 ack-entry occurs 100 times.
      10 ack-first-cycle pic 9(4).
      10 ack-last-cycle pic 9(4).
      10 ack-count-value pic 9(8).
      10 ack-sum-value pic 9(9).
      10 ack-twelfths-value pic 9(2).
      10 ack-hash-value pic 9(12).
77 ack-idx pic 9(3).
77 ack-found-idx pic 9(3) value 0.
77 ack-proofs pic 9(5) value 0.
77 ack-receipt-count pic 9(8) value 0.
77 ack-receipt-sum pic 9(9) value 0.
77 ack-receipt-twelfths pic 9(2) value 0.
77 ack-receipt-hash pic 9(12) value 0.
77 carry-in-period pic 9(8) value 0.
77 suspense-in-period pic 9(8) value 0.
77 pair-number pic 9(2) value 0.
77 pair-kind pic x value 'C'.
   88 pair-is-count value 'C'.
   88 pair-is-sum value 'S'.
   88 pair-is-hash value 'H'.
77 pair-label pic x(46) value spaces.
77 pair-left pic 9(15) value 0.
77 pair-right pic 9(15) value 0.
77 pair-left-text pic x(20) value spaces.
77 pair-right-text pic x(20) value spaces.
77 pair-value pic 9(15) value 0.
77 pair-value-text pic x(20) value spaces.
77 pair-result pic x(7) value spaces.
77 pair-unread pic x value 'N'.
77 value-whole pic 9(13) value 0.
77 value-twelfths pic 9(2) value 0.
77 count-edited pic z(7)9.
77 sum-edited pic z(12)9.
77 hash-edited pic z(11)9.
77 difference-count pic 9(3) value 0.
77 run-log-available pic x value 'Y'.
77 pair-line-number-text pic z9.

procedure division.
    accept run-date from date yyyymmdd
    accept command-param from command-line
    if command-param = spaces
        move run-date(1:6) to close-period
    else
    if command-param(1:6) is numeric and command-param(7:1) = space
        move command-param(1:6) to close-period
    else
        display "Unusable period parameter " command-param " - give YYYYMM"
        move 12 to return-code
        stop run
    end-if
    end-if
    move close-period(5:2) to period-month
    if period-month < 1 or period-month > 12
        display "Unusable period " close-period " - month must be 01 to 12"
        move 12 to return-code
        stop run
    end-if
    *> a month that has not begun cannot be reconciled, let alone closed
    if close-period > run-date(1:6)
        display "Period " close-period " has not started - nothing to close"
        move 12 to return-code
        stop run
    end-if

    perform check-already-closed
    if already-closed = 'Y'
        open output report-file
        perform write-sheet-heading
        move spaces to report-record
        string "PERIOD " delimited by size
               close-period delimited by size
               " WAS CLOSED ON " delimited by size
               already-closed-date delimited by size
               " - NOTHING FURTHER TO RECONCILE" delimited by size
               into report-record
        write report-record
        close report-file
        display "Period " close-period " already closed on " already-closed-date
        move 0 to return-code
        stop run
    end-if

    perform read-current-cycle
    perform tally-run-log
    perform tally-csv-files
    perform tally-billing-files
    perform tally-ack-log
    perform tally-carry-forward
    perform tally-suspense

    open output report-file
    perform write-sheet-heading
    perform write-control-pairs
    perform check-period-runs
    move spaces to report-record
    write report-record
    if difference-count = 0 and period-runs > 0
       and run-log-available = 'Y'
        perform record-period-closed
    end-if
    if difference-count = 0
        move spaces to report-record
        string "ALL PAIRS AGREE - PERIOD " delimited by size
               close-period delimited by size
               " CLOSED ON " delimited by size
               run-date delimited by size
               into report-record
    else
        move spaces to report-record
        string difference-count delimited by size
               " DIFFERENCES - PERIOD " delimited by size
               close-period delimited by size
               " LEFT OPEN, RESOLVE AND RERUN" delimited by size
               into report-record
    end-if
    write report-record
    close report-file

    display "Period:             " close-period
    display "Cycles:             " first-cycle " to " last-cycle
    display "Runs logged:        " period-runs
    display "Differences:        " difference-count
    if difference-count = 0
        display "PERIOD " close-period " CLOSED - see ROMAN2DEC.PCS"
        move 0 to return-code
    else
        display "PERIOD " close-period " NOT CLOSED - see ROMAN2DEC.PCS"
        move 8 to return-code
    end-if
stop run.

check-already-closed.
    open input period-control-file
    if period-control-status not = '00'
        *> no control file yet - nothing has ever been closed
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read period-control-file
            at end
                move 'y' to end-of-file
            not at end
                if pcf-period = close-period and pcf-closed
                    move 'Y' to already-closed
                    move pcf-close-date to already-closed-date
                end-if
        end-read
    end-perform
    close period-control-file
    .

read-current-cycle.
    *> generations run up to the cycle on ROMAN2DEC.CYC; a row of the
    *> period can sit in a later generation than its own cycle when an
    *> abended run's rows were rolled with the next night's
    open input cycle-file
    move 'n' to cycle-eof
    perform until cycle-eof = 'y'
        read cycle-file
            at end
                move 'y' to cycle-eof
            not at end
                move cycle-record to current-cycle
        end-read
    end-perform
    close cycle-file
    .

tally-run-log.
    *> the period is the runs dated in it - their cycles bound every
    *> other file's share of the period
    open input run-log-file
    if run-log-status not = '00'
        display "Run log ROMAN2DEC.LOG unavailable - file status " run-log-status
        move 'N' to run-log-available
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read run-log-file
            at end
                move 'y' to end-of-file
            not at end
                if log-run-date(1:6) = close-period
                   and log-cycle is numeric and log-cycle > 0
                    perform add-run-log-record
                end-if
        end-read
    end-perform
    close run-log-file
    .

add-run-log-record.
    add 1 to period-runs
    if first-cycle = 0 or log-cycle < first-cycle
        move log-cycle to first-cycle
    end-if
    if log-cycle > last-cycle
        move log-cycle to last-cycle
    end-if
    add log-valid-count to period-valid
    add log-decimal-sum to period-sum
    add log-sum-twelfths to period-sum-twelfths
    if period-sum-twelfths >= 12
        subtract 12 from period-sum-twelfths
        add 1 to period-sum
    end-if
    *> only the numeral-to-decimal path writes the billing interface
    if log-mode = '1'
        add 1 to period-bif-runs
        add log-valid-count to period-bif-valid
        add log-decimal-sum to period-bif-sum
        add log-sum-twelfths to period-bif-sum-twelfths
        if period-bif-sum-twelfths >= 12
            subtract 12 from period-bif-sum-twelfths
            add 1 to period-bif-sum
        end-if
    end-if
    .

tally-csv-files.
    if period-runs = 0
        exit paragraph
    end-if
    move "CSV" to archive-wanted-type
    perform tally-archived-files
    perform varying scan-cycle from first-cycle by 1 until scan-cycle > current-cycle
        perform check-removal-pending
        if removal-pending = 'N'
            move spaces to csv-file-name
            string "ROMAN2DEC.CSV.G" delimited by size
                   scan-cycle delimited by size
                   into csv-file-name
            perform tally-csv-file
        end-if
    end-perform
    move spaces to csv-file-name
    move "ROMAN2DEC.CSV" to csv-file-name
    perform tally-csv-file
    .

tally-csv-file.
    open input csv-file
    if csv-file-status not = '00'
        exit paragraph
    end-if
    add 1 to csv-files-read
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read csv-file
            at end
                move 'y' to end-of-file
            not at end
                if file-archived = 'Y'
                    *> an archived row sits behind its cycle number
                    move csv-archive-record to archive-row-record
                    move arc-row to csv-archive-record
                end-if
                if csv-record not = spaces
                   and csv-record(1:13) not = "ROMAN NUMERAL"
                    perform tally-csv-row
                end-if
        end-read
    end-perform
    close csv-file
    .

tally-csv-row.
    move spaces to csv-numeral
    move spaces to csv-decimal-text
    move spaces to csv-valid-flag
    move spaces to csv-id-col
    move spaces to csv-date-col
    move spaces to csv-dept-col
    move spaces to csv-twelfths-text
    move spaces to csv-cycle-text
    move 0 to decimal-text-len
    move 0 to twelfths-text-len
    move 0 to cycle-text-len
    unstring csv-record delimited by ","
        into csv-numeral
             csv-decimal-text count in decimal-text-len
             csv-valid-flag
             csv-id-col
             csv-date-col
             csv-dept-col
             csv-twelfths-text count in twelfths-text-len
             csv-cycle-text count in cycle-text-len
    end-unstring
    if csv-valid-flag not = 'VALID'
        exit paragraph
    end-if
    if cycle-text-len > 5
        move 5 to cycle-text-len
    end-if
    perform until cycle-text-len < 1
            or csv-cycle-text(cycle-text-len:1) not = space
        subtract 1 from cycle-text-len
    end-perform
    move 0 to row-cycle
    if cycle-text-len > 0
       and csv-cycle-text(1:cycle-text-len) is numeric
        compute row-cycle = function numval (csv-cycle-text(1:cycle-text-len))
    end-if
    if row-cycle < first-cycle or row-cycle > last-cycle
        exit paragraph
    end-if
    move 0 to csv-decimal
    if decimal-text-len > 0
       and csv-decimal-text(1:decimal-text-len) is numeric
        compute csv-decimal = function numval (csv-decimal-text)
    end-if
    move 0 to csv-twelfths
    if twelfths-text-len > 0 and twelfths-text-len < 3
       and csv-twelfths-text(1:twelfths-text-len) is numeric
        compute csv-twelfths =
            function numval (csv-twelfths-text(1:twelfths-text-len))
    end-if
    add 1 to csv-valid
    add csv-decimal to csv-sum
    add csv-twelfths to csv-sum-twelfths
    if csv-sum-twelfths >= 12
        subtract 12 from csv-sum-twelfths
        add 1 to csv-sum
    end-if
    .

check-removal-pending.
    move 'N' to removal-pending
    perform varying removal-idx from 1 by 1 until removal-idx > removal-count
        if removal-cycle(removal-idx) = scan-cycle
            move 'Y' to removal-pending
        end-if
    end-perform
    .

tally-archived-files.
    *> monthly archives from the period's first cycle on - the rows
    *> themselves say which cycle they belong to
    move 0 to removal-count
    open input catalogue-file
    move 'n' to catalogue-eof
    perform until catalogue-eof = 'y'
        read catalogue-file
            at end
                move 'y' to catalogue-eof
            not at end
                if act-type = archive-wanted-type and act-monthly
                   and act-active
                   and act-last-cycle >= first-cycle
                    move 'Y' to file-archived
                    if archive-wanted-type = 'CSV'
                        move act-file-name to csv-file-name
                        perform tally-csv-file
                    else
                        move act-file-name to billing-file-name
                        perform tally-billing-file
                    end-if
                    move 'N' to file-archived
                end-if
                *> consolidated, but its file would not delete - its
                *> rows are counted in the monthly archive already
                if act-type = archive-wanted-type and act-generation
                   and act-removal-outstanding
                   and removal-count < removal-max
                    add 1 to removal-count
                    move act-first-cycle to removal-cycle(removal-count)
                end-if
        end-read
    end-perform
    close catalogue-file
    .

tally-billing-files.
    if period-runs = 0
        exit paragraph
    end-if
    move "BIF" to archive-wanted-type
    perform tally-archived-files
    perform varying scan-cycle from first-cycle by 1 until scan-cycle > current-cycle
        perform check-removal-pending
        if removal-pending = 'N'
            move spaces to billing-file-name
            string "ROMAN2DEC.BIF.G" delimited by size
                   scan-cycle delimited by size
                   into billing-file-name
            perform tally-billing-file
        end-if
    end-perform
    move spaces to billing-file-name
    move "ROMAN2DEC.BIF" to billing-file-name
    perform tally-billing-file
    .

tally-billing-file.
    open input billing-file
    if billing-file-status not = '00'
        exit paragraph
    end-if
    add 1 to bif-files-read
    move 'N' to set-in-period
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read billing-file
            at end
                move 'y' to end-of-file
            not at end
                if file-archived = 'Y'
                    move billing-archive-record to archive-row-record
                    move arc-row to billing-archive-record
                end-if
                perform tally-billing-record
        end-read
    end-perform
    close billing-file
    .

tally-billing-record.
    *> a set belongs to the period when its header's cycle does - the
    *> details and trailer that follow are taken or skipped with it
    if bif-h-type = 'HD'
        move 'N' to set-in-period
        if bif-h-cycle >= first-cycle and bif-h-cycle <= last-cycle
            move 'Y' to set-in-period
            add 1 to bif-sets
        end-if
    else
    if bif-h-type = 'DT' and set-in-period = 'Y'
        add 1 to bif-detail-count
        add bif-d-decimal to bif-detail-sum
        add bif-d-twelfths to bif-detail-twelfths
        if bif-detail-twelfths >= 12
            subtract 12 from bif-detail-twelfths
            add 1 to bif-detail-sum
        end-if
        perform add-id-to-hash
    else
    if bif-h-type = 'TR' and set-in-period = 'Y'
        add bif-t-count to bif-trailer-count
        add bif-t-sum to bif-trailer-sum
        add bif-t-sum-twelfths to bif-trailer-twelfths
        if bif-trailer-twelfths >= 12
            subtract 12 from bif-trailer-twelfths
            add 1 to bif-trailer-sum
        end-if
        compute bif-trailer-hash =
            function mod (bif-trailer-hash + bif-t-hash, 1000000000000)
    end-if
    end-if
    end-if
    .

add-id-to-hash.
    *> the same fold roman2dec and billackn apply: the id's digits read
    *> as one number, summed to twelve places
    move 0 to hash-id-value
    perform varying hash-idx from 1 by 1 until hash-idx > 10
        if bif-d-trx-id(hash-idx:1) is numeric
            compute hash-id-value = (hash-id-value * 10)
                + function numval (bif-d-trx-id(hash-idx:1))
        end-if
    end-perform
    compute bif-detail-hash =
        function mod (bif-detail-hash + hash-id-value, 1000000000000)
    .

tally-ack-log.
    *> billackn logs every proof; a transmission proved twice counts
    *> once, on its latest agreed proof, and a proof that failed is
    *> not a receipt billing can be held to
    if period-runs = 0
        exit paragraph
    end-if
    open input ack-log-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read ack-log-file
            at end
                move 'y' to end-of-file
            not at end
                if akl-result = 'A'
                   and akl-first-cycle >= first-cycle
                   and akl-last-cycle <= last-cycle
                    perform note-ack-proof
                end-if
        end-read
    end-perform
    close ack-log-file
    perform varying ack-idx from 1 by 1 until ack-idx > ack-count
        add 1 to ack-proofs
        add ack-count-value(ack-idx) to ack-receipt-count
        add ack-sum-value(ack-idx) to ack-receipt-sum
        add ack-twelfths-value(ack-idx) to ack-receipt-twelfths
        if ack-receipt-twelfths >= 12
            subtract 12 from ack-receipt-twelfths
            add 1 to ack-receipt-sum
        end-if
        compute ack-receipt-hash =
            function mod (ack-receipt-hash + ack-hash-value(ack-idx), 1000000000000)
    end-perform
    .

note-ack-proof.
    move 0 to ack-found-idx
    perform varying ack-idx from 1 by 1 until ack-idx > ack-count
        if ack-first-cycle(ack-idx) = akl-first-cycle
           and ack-last-cycle(ack-idx) = akl-last-cycle
            move ack-idx to ack-found-idx
        end-if
    end-perform
    if ack-found-idx = 0
        if ack-count < ack-max
            add 1 to ack-count
            move ack-count to ack-found-idx
        else
            display "Acknowledgment table full - proof of cycles " akl-first-cycle " to " akl-last-cycle " not counted"
            exit paragraph
        end-if
    end-if
    move akl-first-cycle to ack-first-cycle(ack-found-idx)
    move akl-last-cycle to ack-last-cycle(ack-found-idx)
    move akl-receipt-count to ack-count-value(ack-found-idx)
    move akl-receipt-sum to ack-sum-value(ack-found-idx)
    move akl-receipt-twelfths to ack-twelfths-value(ack-found-idx)
    move akl-receipt-hash to ack-hash-value(ack-found-idx)
    .

tally-carry-forward.
    *> a record still being carried is one the period has not billed
    open input carry-forward-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read carry-forward-file
            at end
                move 'y' to end-of-file
            not at end
                if trx-date is numeric and trx-date(1:6) = close-period
                    add 1 to carry-in-period
                end-if
        end-read
    end-perform
    close carry-forward-file
    .

tally-suspense.
    *> an outstanding reject dated in the period is a record the
    *> period may yet have to bill - the suspense master has to be
    *> readable for the period to be proved clean of them
    open input suspense-file
    if suspense-file-status not = '00'
        display "Reject suspense master unavailable - file status " suspense-file-status " - outstanding rejects not proved"
        exit paragraph
    end-if
    move 'Y' to suspense-available
    move low-values to sus-key
    start suspense-file key not < sus-key
    if suspense-file-status not = '00'
        close suspense-file
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read suspense-file next
            at end
                move 'y' to end-of-file
            not at end
                if sus-status = 'O'
                   and sus-original(11:8) is numeric
                   and sus-original(11:6) = close-period
                    add 1 to suspense-in-period
                end-if
        end-read
    end-perform
    close suspense-file
    .

write-sheet-heading.
    move spaces to report-record
    string "PERIOD CLOSE CONTROL SHEET - PERIOD " delimited by size
           close-period delimited by size
           "    RUN DATE " delimited by size
           run-date delimited by size
           into report-record
    write report-record
    move all "-" to report-record
    write report-record
    if already-closed = 'Y'
        exit paragraph
    end-if
    move spaces to report-record
    if period-runs = 0
        string "NO ROMAN2DEC RUNS LOGGED IN THE PERIOD" delimited by size
               into report-record
    else
        move period-runs to count-edited
        string "CYCLES " delimited by size
               first-cycle delimited by size
               " TO " delimited by size
               last-cycle delimited by size
               "    RUNS LOGGED " delimited by size
               count-edited delimited by size
               into report-record
    end-if
    write report-record
    move spaces to report-record
    move csv-files-read to count-edited
    string "CSV FILES READ " delimited by size
           count-edited delimited by size
           into report-record
    move bif-files-read to count-edited
    string "    BIF FILES READ " delimited by size
           count-edited delimited by size
           into report-record(28:)
    move bif-sets to count-edited
    string "    BIF SETS " delimited by size
           count-edited delimited by size
           into report-record(55:)
    move ack-proofs to count-edited
    string "    ACK PROOFS " delimited by size
           count-edited delimited by size
           into report-record(76:)
    write report-record
    move spaces to report-record
    write report-record
    move spaces to report-record
    move "    CHECK" to report-record(1:9)
    move "LEFT SIDE" to report-record(62:9)
    move "RIGHT SIDE" to report-record(83:10)
    move "RESULT" to report-record(104:6)
    write report-record
    move spaces to report-record
    move "    -----" to report-record(1:9)
    move "---------" to report-record(62:9)
    move "----------" to report-record(83:10)
    move "------" to report-record(104:6)
    write report-record
    .

write-control-pairs.
    move "RUN LOG VALID COUNT / CSV VALID ROWS" to pair-label
    move 'C' to pair-kind
    move period-valid to pair-left
    move csv-valid to pair-right
    perform write-pair-line

    move "RUN LOG DECIMAL SUM / CSV VALID SUM" to pair-label
    move 'S' to pair-kind
    compute pair-left = (period-sum * 12) + period-sum-twelfths
    compute pair-right = (csv-sum * 12) + csv-sum-twelfths
    perform write-pair-line

    move "BIF DETAIL COUNT / BIF TRAILER COUNT" to pair-label
    move 'C' to pair-kind
    move bif-detail-count to pair-left
    move bif-trailer-count to pair-right
    perform write-pair-line

    move "BIF DETAIL SUM / BIF TRAILER SUM" to pair-label
    move 'S' to pair-kind
    compute pair-left = (bif-detail-sum * 12) + bif-detail-twelfths
    compute pair-right = (bif-trailer-sum * 12) + bif-trailer-twelfths
    perform write-pair-line

    move "BIF DETAIL HASH / BIF TRAILER HASH" to pair-label
    move 'H' to pair-kind
    move bif-detail-hash to pair-left
    move bif-trailer-hash to pair-right
    perform write-pair-line

    move "BIF SETS / RUN LOG MODE 1 RUNS" to pair-label
    move 'C' to pair-kind
    move bif-sets to pair-left
    move period-bif-runs to pair-right
    perform write-pair-line

    move "BIF TRAILER COUNT / RUN LOG MODE 1 VALID" to pair-label
    move 'C' to pair-kind
    move bif-trailer-count to pair-left
    move period-bif-valid to pair-right
    perform write-pair-line

    move "BIF TRAILER SUM / RUN LOG MODE 1 SUM" to pair-label
    move 'S' to pair-kind
    compute pair-left = (bif-trailer-sum * 12) + bif-trailer-twelfths
    compute pair-right = (period-bif-sum * 12) + period-bif-sum-twelfths
    perform write-pair-line

    move "BIF TRAILER COUNT / ACK RECEIPT COUNT" to pair-label
    move 'C' to pair-kind
    move bif-trailer-count to pair-left
    move ack-receipt-count to pair-right
    perform write-pair-line

    move "BIF TRAILER SUM / ACK RECEIPT SUM" to pair-label
    move 'S' to pair-kind
    compute pair-left = (bif-trailer-sum * 12) + bif-trailer-twelfths
    compute pair-right = (ack-receipt-sum * 12) + ack-receipt-twelfths
    perform write-pair-line

    move "BIF TRAILER HASH / ACK RECEIPT HASH" to pair-label
    move 'H' to pair-kind
    move bif-trailer-hash to pair-left
    move ack-receipt-hash to pair-right
    perform write-pair-line

    move "CFW RECORDS DATED IN PERIOD / NONE" to pair-label
    move 'C' to pair-kind
    move carry-in-period to pair-left
    move 0 to pair-right
    perform write-pair-line

    move "SPM OUTSTANDING DATED IN PERIOD / NONE" to pair-label
    move 'C' to pair-kind
    move suspense-in-period to pair-left
    move 0 to pair-right
    *> an unreadable master proves nothing either way
    if suspense-available = 'N'
        move 'Y' to pair-unread
    end-if
    perform write-pair-line
    move 'N' to pair-unread
    .

check-period-runs.
    *> with no run log, or no runs dated in the period, every pair
    *> above is nought against nought - that reconciles nothing, and
    *> a period is never closed on it
    if run-log-available = 'N'
        add 1 to difference-count
        move spaces to report-record
        string "RUN LOG ROMAN2DEC.LOG NOT READ - THE PERIOD'S RUNS ARE UNKNOWN, NOTHING RECONCILED" delimited by size
               into report-record
        move "DIFFERS" to report-record(104:7)
        move "<<<<" to report-record(112:4)
        write report-record
    else
    if period-runs = 0
        add 1 to difference-count
        move spaces to report-record
        string "NO RUNS LOGGED IN PERIOD " delimited by size
               close-period delimited by size
               " - NOTHING RECONCILED" delimited by size
               into report-record
        move "DIFFERS" to report-record(104:7)
        move "<<<<" to report-record(112:4)
        write report-record
    end-if
    end-if
    .

write-pair-line.
    add 1 to pair-number
    move pair-left to pair-value
    perform format-pair-value
    move pair-value-text to pair-left-text
    move pair-right to pair-value
    perform format-pair-value
    move pair-value-text to pair-right-text
    if pair-unread = 'Y'
        move "            NOT READ" to pair-left-text
        move 1 to pair-left
    end-if
    if pair-left = pair-right
        move "AGREES" to pair-result
    else
        move "DIFFERS" to pair-result
        add 1 to difference-count
    end-if
    move pair-number to pair-line-number-text
    move spaces to report-record
    move pair-line-number-text to report-record(1:2)
    move "." to report-record(3:1)
    move pair-label to report-record(5:46)
    move pair-left-text to report-record(62:20)
    move pair-right-text to report-record(83:20)
    move pair-result to report-record(104:7)
    if pair-left not = pair-right
        move "<<<<" to report-record(112:4)
    end-if
    write report-record
    .

format-pair-value.
    *> counts and hashes print as they are; a sum held in twelfths
    *> prints as the whole value and its twelfths
    move spaces to pair-value-text
    if pair-is-sum
        divide pair-value by 12
            giving value-whole remainder value-twelfths
        move value-whole to sum-edited
        string sum-edited delimited by size
               " " delimited by size
               value-twelfths delimited by size
               "/12" delimited by size
               into pair-value-text
    else
    if pair-is-hash
        move pair-value to hash-edited
        move hash-edited to pair-value-text(9:12)
    else
        move pair-value to count-edited
        move count-edited to pair-value-text(13:8)
    end-if
    end-if
    .

record-period-closed.
    *> the control file is kept for good - extended, created the first
    *> time a period is ever closed
    open extend period-control-file
    if period-control-status = '35'
        open output period-control-file
    end-if
    if period-control-status not = '00'
        display "Period control file ROMAN2DEC.PCF unavailable - file status " period-control-status " - period not recorded closed"
        add 1 to difference-count
        exit paragraph
    end-if
    move spaces to period-control-record
    move close-period to pcf-period
    move 'C' to pcf-status
    move run-date to pcf-close-date
    move first-cycle to pcf-first-cycle
    move last-cycle to pcf-last-cycle
    move period-valid to pcf-valid-count
    move period-sum to pcf-decimal-sum
    move period-sum-twelfths to pcf-sum-twelfths
    write period-control-record
    close period-control-file
    .
