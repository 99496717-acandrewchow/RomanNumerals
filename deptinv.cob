*> deptinv - department chargeback invoicing from conversion results
*> Prices the month's converted rows off the rate table and issues one
*> printable statement per department, so finance no longer keys the
*> DPT figures into a spreadsheet to work out the charge.
*> Reads the same rows deptrept rolls up for the month - VALID rows
*> carrying a department code whose DOC DATE falls in the invoice
*> month, wherever they now sit: the monthly archives cycleret
*> consolidated older generations into (found through its catalogue
*> ROMAN2DEC.ACT), the archived generations ROMAN2DEC.CSV.Gnnnn, then
*> the live ROMAN2DEC.CSV, a generation awaiting removal after
*> consolidation not being read twice - sorts them by department and
*> document date, and prices each off ROMAN2DEC.RAT (layout in
*> raterec.cpy): the per-record charge of the volume tier the record
*> falls in, counting the department's records for the month in
*> document-date order, plus the vinculum surcharge for a value over
*> 3999 and the lenient surcharge for a row the lenient profile
*> accepted.  Each rate is taken as in effect on the record's own
*> document date, so a mid-year rate change prices the rows either
*> side of it correctly.
*> Each department's statement goes to INV<code>.<yyyymm>: heading,
*> line items by document date, tier and surcharge breakdown, subtotal
*> and amount due, under an invoice number taken from the persistent
*> counter ROMAN2DEC.INC.  Every invoice issued is kept on the invoice
*> history ROMAN2DEC.IVH; a rerun for the same month reprints a
*> department already invoiced under its original number instead of
*> issuing a new one.  The register of the month's invoices goes to
*> ROMAN2DEC.IRG, and its grand total is tied back to the MONTH TOTALS
*> line of ROMAN2DEC.DPT - run deptrept for the same month first.
*> The invoice month may be given as a YYYYMM command-line parameter;
*> it defaults to the current month.  Return code 0 when every row is
*> priced and the register ties, 4 when it does not tie or some rows
*> or rate lines could not be used, 8 when nothing could be invoiced
*> or a department was held back uninvoiced because the month's
*> invoice table was full - a number the history cannot keep would
*> be issued afresh on a rerun.

identification division.
program-id. deptinv.

environment division.
input-output section.
file-control.
select csv-file assign to dynamic csv-file-name
       organization is line sequential
       file status is csv-file-status.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select optional catalogue-file assign to "ROMAN2DEC.ACT"
       organization is line sequential.
select optional rate-file assign to "ROMAN2DEC.RAT"
       organization is line sequential.
select optional counter-file assign to "ROMAN2DEC.INC"
       organization is line sequential.
select optional invoice-history-file assign to "ROMAN2DEC.IVH"
       organization is line sequential
       file status is invoice-history-status.
select optional dpt-file assign to "ROMAN2DEC.DPT"
       organization is line sequential.
select statement-file assign to dynamic statement-file-name
       organization is line sequential.
select register-file assign to "ROMAN2DEC.IRG"
       organization is line sequential.
select department-file assign to "ROMAN2DEC.DPM"
       organization is indexed
       access is random
       record key is dpm-code
       file status is department-file-status.
select sort-work assign to "ROMAN2DEC.IWK".

data division.
file section.
fd csv-file.
01 csv-record pic x(200).
01 csv-archive-record pic x(205).
fd cycle-file.
01 cycle-record pic 9(4).
fd catalogue-file.
copy "arccat.cpy".
fd rate-file.
copy "raterec.cpy".
fd counter-file.
01 counter-record pic 9(8).
fd invoice-history-file.
copy "invhist.cpy".
fd dpt-file.
01 dpt-record pic x(132).
fd statement-file.
01 statement-record pic x(132).
fd register-file.
01 register-record pic x(132).
fd department-file.
copy "deptmst.cpy".
sd sort-work.
01 sort-record.
   05 srt-dept pic x(4).
   05 srt-doc-date pic 9(8).
   05 srt-cycle pic 9(4).
   05 srt-trx-id pic x(10).
   05 srt-numeral pic x(40).
   05 srt-decimal pic 9(8).
   05 srt-lenient pic x.

working-storage section.
77 csv-file-status pic xx value '00'.
copy "arcrow.cpy".
77 csv-file-name pic x(50) value "ROMAN2DEC.CSV".
77 csv-archived pic x value 'N'.
77 files-read pic 9(5) value 0.
77 current-cycle pic 9(4) value 0.
77 scan-cycle pic 9(4) value 0.
77 cycle-eof pic x value 'n'.
77 catalogue-eof pic x value 'n'.
77 removal-count pic 9(3) value 0.
77 removal-max pic 9(3) value 100.
01 removal-table.
   05 removal-cycle pic 9(4) occurs 100 times.
77 removal-idx pic 9(3).
77 removal-pending pic x value 'N'.
77 invoice-history-status pic xx value '00'.
77 department-file-status pic xx value '00'.
77 department-available pic x value 'N'.
77 command-param pic x(50) value spaces.
77 invoice-month pic 9(6) value 0.
77 today-date pic 9(8) value 0.
77 end-of-file pic x value 'n'.
77 sort-eof pic x value 'n'.
77 statement-file-name pic x(50) value spaces.
77 csv-numeral pic x(40).
77 csv-decimal-text pic x(20).
77 csv-valid-flag pic x(10).
77 csv-id-col pic x(20).
77 csv-date-col pic x(10).
77 csv-dept-col pic x(10).
77 csv-twelfths-text pic x(5).
77 csv-cycle-text pic x(5).
77 csv-norm-text pic x(41).
77 decimal-text-len pic 9(3) value 0.
77 cycle-text-len pic 9(3) value 0.
77 csv-decimal pic 9(8) value 0.
77 row-cycle pic 9(4) value 0.
77 rows-read pic 9(8) value 0.
77 rows-selected pic 9(8) value 0.
77 rate-line pic 9(5) value 0.
77 rate-ignored pic 9(5) value 0.
77 rate-count pic 9(3) value 0.
77 rate-max pic 9(3) value 100.
01 rate-table.
   05 rate-entry occurs 100 times.
      10 rate-type pic x(4).
      10 rate-effective pic 9(8).
      10 rate-limit pic 9(8).
      10 rate-charge pic 9(3)v9(4).
      10 rate-desc pic x(30).
      10 rate-used-count pic 9(8).
      10 rate-used-amount pic 9(9)v99.
77 rate-idx pic 9(3).
77 tier-idx pic 9(3) value 0.
77 surcharge-idx pic 9(3) value 0.
77 best-effective pic 9(8) value 0.
77 wanted-type pic x(4) value spaces.
77 last-invoice pic 9(8) value 0.
77 counter-eof pic x value 'n'.
77 history-eof pic x value 'n'.
77 invoice-count pic 9(3) value 0.
77 invoice-max pic 9(3) value 500.
01 invoice-table.
   05 invoice-entry occurs 500 times.
      10 inv-dept pic x(4).
      10 inv-number pic 9(8).
      10 inv-issue-date pic 9(8).
      10 inv-records pic 9(8).
      10 inv-decimal-sum pic 9(12).
      10 inv-amount pic 9(9)v99.
      10 inv-new pic x.
77 inv-idx pic 9(3).
77 inv-found-idx pic 9(3) value 0.
77 current-dept pic x(4) value spaces.
77 current-name pic x(30) value spaces.
77 current-cc pic 9(6) value 0.
77 current-invoice pic 9(8) value 0.
77 current-reprint pic x value 'N'.
77 current-withheld pic x value 'N'.
77 invoices-withheld pic 9(5) value 0.
77 dept-ordinal pic 9(8) value 0.
77 dept-decimal-sum pic 9(12) value 0.
77 dept-amount pic 9(9)v99 value 0.
77 dept-unpriced pic 9(8) value 0.
77 tier-part pic 9(5)v99 value 0.
77 vinc-part pic 9(5)v99 value 0.
77 leni-part pic 9(5)v99 value 0.
77 line-amount pic 9(7)v99 value 0.
77 line-note pic x(40) value spaces.
77 note-ptr pic 9(3) value 0.
77 numeral-print pic x(24) value spaces.
77 rate-edited pic zz9.9999.
77 surcharge-edited pic zz9.9999.
77 amount-edited pic zzz,zzz,zz9.99.
77 charge-work pic 9(3)v9(4) value 0.
77 statements-written pic 9(5) value 0.
77 invoices-new pic 9(5) value 0.
77 invoices-reprinted pic 9(5) value 0.
77 grand-records pic 9(9) value 0.
77 grand-decimal-sum pic 9(12) value 0.
77 grand-amount pic 9(11)v99 value 0.
77 grand-unpriced pic 9(8) value 0.
77 grand-edited pic zz,zzz,zzz,zz9.99.
77 dpt-eof pic x value 'n'.
77 dpt-month-ok pic x value 'N'.
77 dpt-totals-found pic x value 'N'.
77 dpt-valid pic 9(9) value 0.
77 dpt-sum pic 9(12) value 0.
77 register-tied pic x value 'N'.

procedure division.
    accept today-date from date yyyymmdd
    accept command-param from command-line
    if command-param not = spaces and command-param(1:6) is numeric
        move command-param(1:6) to invoice-month
    else
        move today-date(1:6) to invoice-month
    end-if

    open input csv-file
    if csv-file-status not = '00'
        display "Cannot open ROMAN2DEC.CSV - file status " csv-file-status
        move 8 to return-code
        stop run
    end-if
    close csv-file

    open output register-file
    move spaces to register-record
    string "CHARGEBACK INVOICE REGISTER - MONTH " delimited by size
           invoice-month delimited by size
           "  RUN " delimited by size
           today-date delimited by size
           into register-record
    write register-record
    move "-------------------------------------------------" to register-record
    write register-record
    move spaces to register-record
    write register-record

    perform load-rate-table
    if rate-count = 0
        move "NO USABLE RATES ON ROMAN2DEC.RAT - NO INVOICES ISSUED" to register-record
        write register-record
        close register-file
        display "No usable rates on ROMAN2DEC.RAT - no invoices issued"
        move 8 to return-code
        stop run
    end-if

    perform load-invoice-counter
    perform load-invoice-history

    *> names and cost centres for the statement headings; without the
    *> master the statements still stand on the department code
    open input department-file
    if department-file-status = '00'
        move 'Y' to department-available
    else
        display "Department master unavailable - file status " department-file-status " - names not shown"
    end-if

    move "INVOICE   DEPT  DEPARTMENT NAME                 COST CTR  RECORDS    DECIMAL SUM          AMOUNT  STATUS" to register-record
    write register-record
    move "--------  ----  ------------------------------  --------  --------  ------------  --------------  --------------------" to register-record
    write register-record

    sort sort-work
        ascending key srt-dept srt-doc-date srt-cycle srt-trx-id
        input procedure is release-month-rows
        output procedure is write-statements

    if department-available = 'Y'
        close department-file
    end-if

    if statements-written = 0 and invoices-withheld = 0
        move "NO BILLABLE ROWS FOR THE MONTH - NO INVOICES ISSUED" to register-record
        write register-record
    end-if

    *> the counter and the history only move when a new number went
    *> out - a pure reprint run leaves both exactly as they were
    if invoices-new > 0
        perform save-invoice-counter
        perform append-invoice-history
    end-if

    perform write-register-totals
    perform tie-to-dpt
    close register-file

    display "CSV files read:       " files-read
    display "CSV rows read:        " rows-read
    display "Rows invoiced:        " rows-selected
    display "Invoices issued:      " invoices-new
    display "Invoices reprinted:   " invoices-reprinted
    display "Not invoiced:         " invoices-withheld
    display "Rows with no rate:    " grand-unpriced
    if register-tied = 'Y'
        display "Register ties to ROMAN2DEC.DPT"
    else
        display "Register does NOT tie to ROMAN2DEC.DPT"
    end-if
    display "Invoice register written to ROMAN2DEC.IRG"

    if invoices-withheld > 0
        move 8 to return-code
    else
    if register-tied = 'N' or grand-unpriced > 0 or rate-ignored > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    end-if
stop run.

load-rate-table.
    *> only lines that would price something sensibly are kept; the
    *> rest are listed on the register so the rate table gets fixed
    open input rate-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read rate-file
            at end
                move 'y' to end-of-file
            not at end
                add 1 to rate-line
                perform keep-rate-line
        end-read
    end-perform
    close rate-file
    if rate-ignored > 0
        move spaces to register-record
        write register-record
    end-if
    .

keep-rate-line.
    if rate-record = spaces or rat-type(1:1) = '*'
        exit paragraph
    end-if
    if (rat-type not = 'TIER' and rat-type not = 'VINC' and rat-type not = 'LENI')
       or rat-effective-date is not numeric
       or rat-charge is not numeric
       or (rat-type = 'TIER' and (rat-tier-limit is not numeric or rat-tier-limit = 0))
       or rate-count >= rate-max
        add 1 to rate-ignored
        move spaces to register-record
        string "RATE TABLE LINE " delimited by size
               rate-line delimited by size
               " IGNORED: " delimited by size
               rate-record delimited by size
               into register-record
        write register-record
        exit paragraph
    end-if
    add 1 to rate-count
    move rat-type to rate-type(rate-count)
    move rat-effective-date to rate-effective(rate-count)
    if rat-type = 'TIER'
        move rat-tier-limit to rate-limit(rate-count)
    else
        move 0 to rate-limit(rate-count)
    end-if
    move rat-charge to rate-charge(rate-count)
    move rat-description to rate-desc(rate-count)
    move 0 to rate-used-count(rate-count)
    move 0 to rate-used-amount(rate-count)
    .

load-invoice-counter.
    *> the last invoice number issued, same one-number file the
    *> cycle counter uses - absent means none issued yet
    move 0 to last-invoice
    open input counter-file
    move 'n' to counter-eof
    perform until counter-eof = 'y'
        read counter-file
            at end
                move 'y' to counter-eof
            not at end
                if counter-record is numeric
                    move counter-record to last-invoice
                end-if
        end-read
    end-perform
    close counter-file
    .

save-invoice-counter.
    open output counter-file
    move last-invoice to counter-record
    write counter-record
    close counter-file
    .

load-invoice-history.
    *> only this month's invoices matter to this run - those are the
    *> departments a rerun must reprint rather than invoice again
    move 0 to invoice-count
    open input invoice-history-file
    move 'n' to history-eof
    perform until history-eof = 'y'
        read invoice-history-file
            at end
                move 'y' to history-eof
            not at end
                if ivh-month = invoice-month and invoice-count < invoice-max
                    add 1 to invoice-count
                    move ivh-dept to inv-dept(invoice-count)
                    move ivh-invoice to inv-number(invoice-count)
                    move ivh-issue-date to inv-issue-date(invoice-count)
                    move ivh-records to inv-records(invoice-count)
                    move ivh-decimal-sum to inv-decimal-sum(invoice-count)
                    move ivh-amount to inv-amount(invoice-count)
                    move 'N' to inv-new(invoice-count)
                end-if
        end-read
    end-perform
    close invoice-history-file
    .

append-invoice-history.
    open extend invoice-history-file
    if invoice-history-status = '35'
        open output invoice-history-file
    end-if
    perform varying inv-idx from 1 by 1 until inv-idx > invoice-count
        if inv-new(inv-idx) = 'Y'
            move invoice-month to ivh-month
            move inv-dept(inv-idx) to ivh-dept
            move inv-number(inv-idx) to ivh-invoice
            move inv-issue-date(inv-idx) to ivh-issue-date
            move inv-records(inv-idx) to ivh-records
            move inv-decimal-sum(inv-idx) to ivh-decimal-sum
            move inv-amount(inv-idx) to ivh-amount
            write invoice-history-record
        end-if
    end-perform
    close invoice-history-file
    .

release-month-rows.
    *> the monthly archives, then every generation from the first
    *> cycle on, then the live file - a month's rows can sit in any
    *> of them once the nightly archive has rolled
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
    move 0 to removal-count
    open input catalogue-file
    move 'n' to catalogue-eof
    perform until catalogue-eof = 'y'
        read catalogue-file
            at end
                move 'y' to catalogue-eof
            not at end
                if act-type = 'CSV' and act-monthly and act-active
                    move act-file-name to csv-file-name
                    move 'Y' to csv-archived
                    perform release-csv-file
                    move 'N' to csv-archived
                end-if
                *> consolidated, but its file would not delete - its
                *> rows are released from the monthly archive already
                if act-type = 'CSV' and act-generation
                   and act-removal-outstanding
                   and removal-count < removal-max
                    add 1 to removal-count
                    move act-first-cycle to removal-cycle(removal-count)
                end-if
        end-read
    end-perform
    close catalogue-file
    perform varying scan-cycle from 1 by 1 until scan-cycle > current-cycle
        move 'N' to removal-pending
        perform varying removal-idx from 1 by 1 until removal-idx > removal-count
            if removal-cycle(removal-idx) = scan-cycle
                move 'Y' to removal-pending
            end-if
        end-perform
        if removal-pending = 'N'
            move spaces to csv-file-name
            string "ROMAN2DEC.CSV.G" delimited by size
                   scan-cycle delimited by size
                   into csv-file-name
            perform release-csv-file
        end-if
    end-perform
    move spaces to csv-file-name
    move "ROMAN2DEC.CSV" to csv-file-name
    perform release-csv-file
    .

release-csv-file.
    open input csv-file
    if csv-file-status not = '00'
        *> a generation never written, or consolidated away
        exit paragraph
    end-if
    add 1 to files-read
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read csv-file
            at end
                move 'y' to end-of-file
            not at end
                if csv-archived = 'Y'
                    *> an archived row sits behind its cycle number
                    move csv-archive-record to archive-row-record
                    move arc-row to csv-archive-record
                end-if
                perform select-csv-row
        end-read
    end-perform
    close csv-file
    .

select-csv-row.
    *> the rows deptrept counts as VALID against a department in its
    *> MONTH TOTALS line are exactly the rows billed here
    if csv-record = spaces or csv-record(1:13) = "ROMAN NUMERAL"
        exit paragraph
    end-if
    add 1 to rows-read
    perform split-csv-row
    if csv-valid-flag not = 'VALID' or csv-dept-col(1:4) = spaces
       or csv-date-col(1:8) is not numeric
        exit paragraph
    end-if
    if csv-date-col(1:6) not = invoice-month
        exit paragraph
    end-if
    add 1 to rows-selected
    move csv-dept-col(1:4) to srt-dept
    move csv-date-col(1:8) to srt-doc-date
    move row-cycle to srt-cycle
    move csv-id-col(1:10) to srt-trx-id
    move csv-numeral to srt-numeral
    move csv-decimal to srt-decimal
    *> the NORMALIZED column is only filled in on a lenient accept
    if csv-norm-text = spaces
        move 'N' to srt-lenient
    else
        move 'Y' to srt-lenient
    end-if
    release sort-record
    .

split-csv-row.
    move spaces to csv-numeral
    move spaces to csv-decimal-text
    move spaces to csv-valid-flag
    move spaces to csv-id-col
    move spaces to csv-date-col
    move spaces to csv-dept-col
    move spaces to csv-twelfths-text
    move spaces to csv-cycle-text
    move spaces to csv-norm-text
    move 0 to decimal-text-len
    move 0 to cycle-text-len
    unstring csv-record delimited by ","
        into csv-numeral
             csv-decimal-text count in decimal-text-len
             csv-valid-flag
             csv-id-col
             csv-date-col
             csv-dept-col
             csv-twelfths-text
             csv-cycle-text count in cycle-text-len
             csv-norm-text
    end-unstring
    move 0 to csv-decimal
    if decimal-text-len > 0
       and csv-decimal-text(1:decimal-text-len) is numeric
        compute csv-decimal = function numval (csv-decimal-text)
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
        compute row-cycle =
            function numval (csv-cycle-text(1:cycle-text-len))
    end-if
    .

write-statements.
    move spaces to current-dept
    move 'n' to sort-eof
    perform until sort-eof = 'y'
        return sort-work
            at end
                move 'y' to sort-eof
            not at end
                if srt-dept not = current-dept
                    if current-dept not = spaces
                        perform finish-statement
                    end-if
                    perform start-statement
                end-if
                if current-withheld = 'Y'
                    add 1 to dept-ordinal
                    add srt-decimal to dept-decimal-sum
                else
                    perform price-sorted-row
                end-if
        end-return
    end-perform
    if current-dept not = spaces
        perform finish-statement
    end-if
    .

start-statement.
    move srt-dept to current-dept
    move 0 to dept-ordinal
    move 0 to dept-decimal-sum
    move 0 to dept-amount
    move 0 to dept-unpriced
    perform varying rate-idx from 1 by 1 until rate-idx > rate-count
        move 0 to rate-used-count(rate-idx)
        move 0 to rate-used-amount(rate-idx)
    end-perform

    move spaces to current-name
    move 0 to current-cc
    if department-available = 'Y'
        move current-dept to dpm-code
        read department-file
        if department-file-status = '00'
            move dpm-name to current-name
            move dpm-cost-centre to current-cc
        else
            move "*** NOT ON DEPARTMENT MASTER" to current-name
        end-if
    end-if

    *> a department already invoiced this month keeps its number
    move 0 to inv-found-idx
    perform varying inv-idx from 1 by 1 until inv-idx > invoice-count
        if inv-dept(inv-idx) = current-dept
            move inv-idx to inv-found-idx
        end-if
    end-perform
    move 'N' to current-withheld
    if inv-found-idx > 0
        move 'Y' to current-reprint
        move inv-number(inv-found-idx) to current-invoice
    else
        move 'N' to current-reprint
        if invoice-count not < invoice-max
            *> a number the history cannot keep would be issued again
            *> on a rerun - hold the department back, counter untouched
            move 'Y' to current-withheld
            move 0 to current-invoice
            exit paragraph
        end-if
        add 1 to last-invoice
        move last-invoice to current-invoice
    end-if

    move spaces to statement-file-name
    string "INV" delimited by size
           current-dept delimited by space
           "." delimited by size
           invoice-month delimited by size
           into statement-file-name
    open output statement-file
    move "CONVERSION SERVICES CHARGEBACK STATEMENT" to statement-record
    write statement-record
    move "----------------------------------------" to statement-record
    write statement-record
    move spaces to statement-record
    string "INVOICE NUMBER: " delimited by size
           current-invoice delimited by size
           "    INVOICE MONTH: " delimited by size
           invoice-month delimited by size
           into statement-record
    write statement-record
    move spaces to statement-record
    if current-reprint = 'Y'
        string "ISSUED: " delimited by size
               inv-issue-date(inv-found-idx) delimited by size
               "    REPRINTED: " delimited by size
               today-date delimited by size
               into statement-record
    else
        string "ISSUED: " delimited by size
               today-date delimited by size
               into statement-record
    end-if
    write statement-record
    move spaces to statement-record
    string "DEPARTMENT: " delimited by size
           current-dept delimited by size
           "  " delimited by size
           current-name delimited by size
           "    COST CENTRE: " delimited by size
           current-cc delimited by size
           into statement-record
    write statement-record
    move spaces to statement-record
    write statement-record
    move "DOC DATE  TRX ID      NUMERAL                    DECIMAL      RATE   SURCHRG          AMOUNT  NOTE" to statement-record
    write statement-record
    move "--------  ----------  ------------------------  --------  --------  --------  --------------  --------------------" to statement-record
    write statement-record
    .

price-sorted-row.
    add 1 to dept-ordinal
    add srt-decimal to dept-decimal-sum
    move spaces to line-note
    move 0 to tier-part
    move 0 to vinc-part
    move 0 to leni-part

    *> the volume tier: of the TIER lines in effect on the document
    *> date, the lowest limit this record's ordinal still fits under -
    *> past every limit, the highest one goes on pricing
    move 'TIER' to wanted-type
    perform find-effective-date
    move 0 to tier-idx
    if best-effective > 0
        perform varying rate-idx from 1 by 1 until rate-idx > rate-count
            if rate-type(rate-idx) = 'TIER'
               and rate-effective(rate-idx) = best-effective
               and rate-limit(rate-idx) >= dept-ordinal
                if tier-idx = 0
                    move rate-idx to tier-idx
                else
                if rate-limit(rate-idx) < rate-limit(tier-idx)
                    move rate-idx to tier-idx
                end-if
                end-if
            end-if
        end-perform
        if tier-idx = 0
            perform varying rate-idx from 1 by 1 until rate-idx > rate-count
                if rate-type(rate-idx) = 'TIER'
                   and rate-effective(rate-idx) = best-effective
                    if tier-idx = 0
                        move rate-idx to tier-idx
                    else
                    if rate-limit(rate-idx) > rate-limit(tier-idx)
                        move rate-idx to tier-idx
                    end-if
                    end-if
                end-if
            end-perform
        end-if
    end-if
    if tier-idx = 0
        add 1 to dept-unpriced
        move "NO TIER RATE IN EFFECT" to line-note
    else
        compute tier-part rounded = rate-charge(tier-idx)
        add 1 to rate-used-count(tier-idx)
        add tier-part to rate-used-amount(tier-idx)
    end-if

    if srt-decimal > 3999
        move 'VINC' to wanted-type
        perform find-surcharge
        if surcharge-idx > 0
            compute vinc-part rounded = rate-charge(surcharge-idx)
            add 1 to rate-used-count(surcharge-idx)
            add vinc-part to rate-used-amount(surcharge-idx)
        end-if
        perform add-vinculum-note
    end-if
    if srt-lenient = 'Y'
        move 'LENI' to wanted-type
        perform find-surcharge
        if surcharge-idx > 0
            compute leni-part rounded = rate-charge(surcharge-idx)
            add 1 to rate-used-count(surcharge-idx)
            add leni-part to rate-used-amount(surcharge-idx)
        end-if
        perform add-lenient-note
    end-if

    compute line-amount = tier-part + vinc-part + leni-part
    add line-amount to dept-amount

    if tier-idx > 0
        move rate-charge(tier-idx) to rate-edited
    else
        move 0 to rate-edited
    end-if
    compute charge-work = vinc-part + leni-part
    move charge-work to surcharge-edited
    move line-amount to amount-edited
    move srt-numeral to numeral-print
    move spaces to statement-record
    string srt-doc-date delimited by size
           "  " delimited by size
           srt-trx-id delimited by size
           "  " delimited by size
           numeral-print delimited by size
           "  " delimited by size
           srt-decimal delimited by size
           "  " delimited by size
           rate-edited delimited by size
           "  " delimited by size
           surcharge-edited delimited by size
           "  " delimited by size
           amount-edited delimited by size
           "  " delimited by size
           line-note delimited by size
           into statement-record
    write statement-record
    .

add-vinculum-note.
    move 1 to note-ptr
    perform find-note-end
    string "VINCULUM " delimited by size
           into line-note with pointer note-ptr
    end-string
    .

add-lenient-note.
    move 1 to note-ptr
    perform find-note-end
    string "LENIENT " delimited by size
           into line-note with pointer note-ptr
    end-string
    .

find-note-end.
    *> the notes are built up one word at a time - carry on after the
    *> last one already there
    move length of line-note to note-ptr
    perform until note-ptr < 1 or line-note(note-ptr:1) not = space
        subtract 1 from note-ptr
    end-perform
    if note-ptr > 0
        add 2 to note-ptr
    else
        move 1 to note-ptr
    end-if
    .

find-effective-date.
    *> latest effective date of WANTED-TYPE not after the document date
    move 0 to best-effective
    perform varying rate-idx from 1 by 1 until rate-idx > rate-count
        if rate-type(rate-idx) = wanted-type
           and rate-effective(rate-idx) <= srt-doc-date
           and rate-effective(rate-idx) > best-effective
            move rate-effective(rate-idx) to best-effective
        end-if
    end-perform
    .

find-surcharge.
    perform find-effective-date
    move 0 to surcharge-idx
    if best-effective > 0
        perform varying rate-idx from 1 by 1 until rate-idx > rate-count
            if rate-type(rate-idx) = wanted-type
               and rate-effective(rate-idx) = best-effective
                move rate-idx to surcharge-idx
            end-if
        end-perform
    end-if
    .

finish-statement.
    if current-withheld = 'Y'
        perform report-withheld-statement
        exit paragraph
    end-if
    move spaces to statement-record
    write statement-record
    move "TIER BREAKDOWN" to statement-record
    write statement-record
    *> a tier is listed under the date its rate took effect and the
    *> record count it runs up to
    move "EFF DATE  UP TO         RATE   RECORDS          AMOUNT  DESCRIPTION" to statement-record
    write statement-record
    move "--------  --------  --------  --------  --------------  ------------------------------" to statement-record
    write statement-record
    perform varying rate-idx from 1 by 1 until rate-idx > rate-count
        if rate-type(rate-idx) = 'TIER' and rate-used-count(rate-idx) > 0
            perform write-breakdown-line
        end-if
    end-perform
    move spaces to statement-record
    write statement-record
    move "SURCHARGES" to statement-record
    write statement-record
    move 0 to tier-idx
    perform varying rate-idx from 1 by 1 until rate-idx > rate-count
        if rate-type(rate-idx) not = 'TIER' and rate-used-count(rate-idx) > 0
            perform write-breakdown-line
            move rate-idx to tier-idx
        end-if
    end-perform
    if tier-idx = 0
        move "NONE" to statement-record
        write statement-record
    end-if
    move spaces to statement-record
    write statement-record
    move spaces to statement-record
    string "RECORDS BILLED: " delimited by size
           dept-ordinal delimited by size
           "    DECIMAL SUM: " delimited by size
           dept-decimal-sum delimited by size
           into statement-record
    write statement-record
    if dept-unpriced > 0
        move spaces to statement-record
        string "RECORDS WITH NO TIER RATE IN EFFECT (NOT CHARGED): " delimited by size
               dept-unpriced delimited by size
               into statement-record
        write statement-record
    end-if
    move dept-amount to amount-edited
    move spaces to statement-record
    string "SUBTOTAL:    " delimited by size
           amount-edited delimited by size
           into statement-record
    write statement-record
    move spaces to statement-record
    string "AMOUNT DUE:  " delimited by size
           amount-edited delimited by size
           into statement-record
    write statement-record
    close statement-file
    add 1 to statements-written

    *> onto the register, and into the month's invoice table so a new
    *> issue is appended to the history once the run is through
    if current-reprint = 'Y'
        add 1 to invoices-reprinted
    else
        *> start-statement made sure there is room
        add 1 to invoices-new
        add 1 to invoice-count
        move invoice-count to inv-found-idx
        move current-dept to inv-dept(inv-found-idx)
        move current-invoice to inv-number(inv-found-idx)
        move today-date to inv-issue-date(inv-found-idx)
        move dept-ordinal to inv-records(inv-found-idx)
        move dept-decimal-sum to inv-decimal-sum(inv-found-idx)
        move dept-amount to inv-amount(inv-found-idx)
        move 'Y' to inv-new(inv-found-idx)
    end-if
    add dept-ordinal to grand-records
    add dept-decimal-sum to grand-decimal-sum
    add dept-amount to grand-amount
    add dept-unpriced to grand-unpriced

    move spaces to register-record
    if current-reprint = 'Y'
        string current-invoice delimited by size
               "  " delimited by size
               current-dept delimited by size
               "  " delimited by size
               current-name delimited by size
               "  " delimited by size
               current-cc delimited by size
               "    " delimited by size
               dept-ordinal delimited by size
               "  " delimited by size
               dept-decimal-sum delimited by size
               "  " delimited by size
               amount-edited delimited by size
               "  REPRINT OF " delimited by size
               inv-issue-date(inv-found-idx) delimited by size
               into register-record
    else
        string current-invoice delimited by size
               "  " delimited by size
               current-dept delimited by size
               "  " delimited by size
               current-name delimited by size
               "  " delimited by size
               current-cc delimited by size
               "    " delimited by size
               dept-ordinal delimited by size
               "  " delimited by size
               dept-decimal-sum delimited by size
               "  " delimited by size
               amount-edited delimited by size
               "  ISSUED" delimited by size
               into register-record
    end-if
    write register-record
    *> a late resubmission can change a month after it was invoiced -
    *> the reprint shows today's figures, so say where they moved
    if current-reprint = 'Y'
       and (inv-amount(inv-found-idx) not = dept-amount
            or inv-records(inv-found-idx) not = dept-ordinal)
        move inv-amount(inv-found-idx) to amount-edited
        move spaces to register-record
        string "          NOTE: FIRST ISSUED FOR " delimited by size
               inv-records(inv-found-idx) delimited by size
               " RECORDS, AMOUNT " delimited by size
               amount-edited delimited by size
               into register-record
        write register-record
    end-if
    .

write-breakdown-line.
    move rate-charge(rate-idx) to rate-edited
    move rate-used-amount(rate-idx) to amount-edited
    move spaces to statement-record
    if rate-type(rate-idx) = 'TIER'
        string rate-effective(rate-idx) delimited by size
               "  " delimited by size
               rate-limit(rate-idx) delimited by size
               "  " delimited by size
               rate-edited delimited by size
               "  " delimited by size
               rate-used-count(rate-idx) delimited by size
               "  " delimited by size
               amount-edited delimited by size
               "  " delimited by size
               rate-desc(rate-idx) delimited by size
               into statement-record
    else
        if rate-type(rate-idx) = 'VINC'
            move "VINCULUM" to line-note
        else
            move "LENIENT " to line-note
        end-if
        string rate-effective(rate-idx) delimited by size
               "  " delimited by size
               line-note(1:8) delimited by size
               "  " delimited by size
               rate-edited delimited by size
               "  " delimited by size
               rate-used-count(rate-idx) delimited by size
               "  " delimited by size
               amount-edited delimited by size
               "  " delimited by size
               rate-desc(rate-idx) delimited by size
               into statement-record
    end-if
    write statement-record
    .

report-withheld-statement.
    *> no statement and no number - the month's invoice table is full
    add 1 to invoices-withheld
    move spaces to register-record
    string "          " delimited by size
           current-dept delimited by size
           "  " delimited by size
           current-name delimited by size
           "  " delimited by size
           current-cc delimited by size
           "    " delimited by size
           dept-ordinal delimited by size
           "  " delimited by size
           dept-decimal-sum delimited by size
           "  NOT INVOICED - INVOICE TABLE FULL AT " delimited by size
           invoice-max delimited by size
           into register-record
    write register-record
    display "Department " current-dept " NOT INVOICED - invoice table full at " invoice-max " for the month"
    .

write-register-totals.
    move spaces to register-record
    write register-record
    move "REGISTER TOTALS" to register-record
    write register-record
    move "---------------" to register-record
    write register-record
    move spaces to register-record
    string "INVOICES ISSUED:    " delimited by size
           invoices-new delimited by size
           into register-record
    write register-record
    move spaces to register-record
    string "INVOICES REPRINTED: " delimited by size
           invoices-reprinted delimited by size
           into register-record
    write register-record
    if invoices-withheld > 0
        move spaces to register-record
        string "NOT INVOICED:       " delimited by size
               invoices-withheld delimited by size
               into register-record
        write register-record
    end-if
    move spaces to register-record
    string "LAST INVOICE NUMBER:" delimited by size
           last-invoice delimited by size
           into register-record
    write register-record
    if grand-unpriced > 0
        move spaces to register-record
        string "ROWS NOT CHARGED - NO TIER RATE IN EFFECT: " delimited by size
               grand-unpriced delimited by size
               into register-record
        write register-record
    end-if
    move grand-amount to grand-edited
    move spaces to register-record
    string "GRAND TOTAL: " delimited by size
           grand-records delimited by size
           " RECORDS  SUM " delimited by size
           grand-decimal-sum delimited by size
           "  AMOUNT " delimited by size
           grand-edited delimited by size
           into register-record
    write register-record
    .

tie-to-dpt.
    *> deptrept's MONTH TOTALS line counts the same VALID department
    *> rows for the month, across the same archives, generations and
    *> live file, and sums their whole decimal values - the register's
    *> records and sum must agree with it exactly
    move 'N' to dpt-month-ok
    move 'N' to dpt-totals-found
    open input dpt-file
    move 'n' to dpt-eof
    perform until dpt-eof = 'y'
        read dpt-file
            at end
                move 'y' to dpt-eof
            not at end
                if dpt-record(1:37) = "DEPARTMENT CHARGEBACK REPORT - MONTH "
                   and dpt-record(38:6) = invoice-month
                    move 'Y' to dpt-month-ok
                end-if
                if dpt-record(1:14) = "MONTH TOTALS: "
                   and dpt-record(34:9) is numeric
                   and dpt-record(74:12) is numeric
                    move 'Y' to dpt-totals-found
                    move dpt-record(34:9) to dpt-valid
                    move dpt-record(74:12) to dpt-sum
                end-if
        end-read
    end-perform
    close dpt-file

    move spaces to register-record
    write register-record
    move 'N' to register-tied
    move spaces to register-record
    if dpt-month-ok = 'N' or dpt-totals-found = 'N'
        string "NOT TIED - ROMAN2DEC.DPT FOR MONTH " delimited by size
               invoice-month delimited by size
               " NOT ON FILE - RUN DEPTREPT " delimited by size
               invoice-month delimited by size
               " FIRST" delimited by size
               into register-record
    else
    if dpt-valid = grand-records and dpt-sum = grand-decimal-sum
        move 'Y' to register-tied
        string "TIED TO ROMAN2DEC.DPT: " delimited by size
               dpt-valid delimited by size
               " VALID  SUM " delimited by size
               dpt-sum delimited by size
               into register-record
    else
        string "NOT TIED - ROMAN2DEC.DPT SHOWS " delimited by size
               dpt-valid delimited by size
               " VALID  SUM " delimited by size
               dpt-sum delimited by size
               into register-record
    end-if
    end-if
    write register-record
    .
