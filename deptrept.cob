*> (by the DOC DATE column) the way runrept rolls runs up.  Finance
*> bills departments for conversion volume, so rows with no
*> department code are collected under a NO DEPT bucket the report
*> calls out rather than silently dropped.  Each department's name and
*> cost centre are looked up on the department master (ROMAN2DEC.DPM)
*> and printed beside its code.
*> A second pass writes one extract file per department - DEPT<code>.CSV,
*> same columns and header as ROMAN2DEC.CSV - so each cost centre only
*> receives its own converted transactions.  The CSV is reread once
*> per department; like runrept's second pass over the run log, that
*> is cheaper than holding every row of an unknown-size file in core.
*> The month-to-date rollup takes in the month's rows wherever they
*> now sit, as deptinv prices them: the monthly archives cycleret
*> consolidated older generations into (found through its catalogue
*> ROMAN2DEC.ACT), the archived generations ROMAN2DEC.CSV.Gnnnn, then
*> the live CSV.  The department figures and extracts stay the live
*> file's own.  A generation whose rows are already in a monthly
*> archive but whose file is still awaiting removal is not read twice.
*> The report month may be given as a YYYYMM command-line parameter;
*> it defaults to the current month.  The report is written to
*> ROMAN2DEC.DPT and summarised on the console.
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
select report-file assign to "ROMAN2DEC.DPT"
       organization is line sequential.
select extract-file assign to dynamic extract-file-name
       organization is line sequential.
select department-file assign to "ROMAN2DEC.DPM"
       organization is indexed
       access is random
       record key is dpm-code
       file status is department-file-status.

data division.
file section.
fd csv-file.
01 csv-record pic x(200).
01 csv-archive-record pic x(205).
fd cycle-file.
01 cycle-record pic 9(4).
fd catalogue-file.
copy "arccat.cpy".
fd report-file.
01 report-record pic x(132).
fd extract-file.
01 extract-record pic x(200).
fd department-file.
copy "deptmst.cpy".

working-storage section.
77 csv-file-status pic xx value '00'.
copy "arcrow.cpy".
77 csv-file-name pic x(50) value "ROMAN2DEC.CSV".
77 csv-archived pic x value 'N'.
77 earlier-pass pic x value 'N'.
77 earlier-rows pic 9(8) value 0.
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
77 command-param pic x(50) value spaces.
77 report-month pic 9(6) value 0.
77 today-date pic 9(8) value 0.
01 dept-table.
   05 dept-entry occurs 100 times.
      10 dept-code pic x(4).
      10 dept-name pic x(30).
      10 dept-cc pic 9(6).
      10 dept-records pic 9(8).
      10 dept-valid pic 9(8).
      10 dept-invalid pic 9(8).
77 month-valid pic 9(9) value 0.
77 month-invalid pic 9(9) value 0.
77 month-sum pic 9(12) value 0.
77 department-file-status pic xx value '00'.
77 department-available pic x value 'N'.

procedure division.
    accept today-date from date yyyymmdd
        move today-date(1:6) to report-month
    end-if

    *> names and cost centres come off the department master; without
    *> it the report still stands on the codes alone
    open input department-file
    if department-file-status = '00'
        move 'Y' to department-available
    else
        display "Department master unavailable - file status " department-file-status " - names not shown"
    end-if

    *> first pass - tally every row against its department
    open input csv-file
    if csv-file-status not = '00'
    end-perform
    close csv-file

    *> the month's rows from earlier cycles, for the rollup only
    move 'Y' to earlier-pass
    perform tally-earlier-files
    move 'N' to earlier-pass
    move "ROMAN2DEC.CSV" to csv-file-name
    if department-available = 'Y'
        close department-file
    end-if

    open output report-file
    move spaces to report-record
    string "DEPARTMENT CHARGEBACK REPORT - MONTH " delimited by size

    *> second pass per department - extract that cost centre's rows
    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        if dept-records(dept-idx) > 0
            move dept-code(dept-idx) to extract-dept
            perform write-dept-extract
        end-if
    end-perform
    close report-file

    display "CSV rows read:        " rows-read
    display "Earlier files read:   " files-read
    display "Earlier month rows:   " earlier-rows
    display "Departments found:    " dept-count
    display "Rows with no dept:    " no-dept-rows
    display "Extract files written:" extracts-written
    if csv-record = spaces or csv-record(1:13) = "ROMAN NUMERAL"
        exit paragraph
    end-if
    perform split-csv-row
    move 0 to row-month
    if csv-date-col(1:6) is numeric
        move csv-date-col(1:6) to row-month
    end-if
    if earlier-pass = 'Y'
        *> an earlier cycle's row only counts toward the month
        if row-dept = spaces or row-month not = report-month
            exit paragraph
        end-if
        add 1 to earlier-rows
    else
        add 1 to rows-read
    end-if

    if row-dept = spaces
        *> bare-line and scan-mode rows carry no department - they
            add 1 to dept-count
            move dept-count to dept-found-idx
            move row-dept to dept-code(dept-found-idx)
            perform lookup-department
            move 0 to dept-records(dept-found-idx)
            move 0 to dept-valid(dept-found-idx)
            move 0 to dept-invalid(dept-found-idx)
        end-if
    end-if

    if earlier-pass = 'N'
        add 1 to dept-records(dept-found-idx)
        if csv-valid-flag = 'VALID'
            add 1 to dept-valid(dept-found-idx)
            add csv-decimal to dept-sum(dept-found-idx)
            add csv-twelfths to dept-sum-tw(dept-found-idx)
            if dept-sum-tw(dept-found-idx) >= 12
                subtract 12 from dept-sum-tw(dept-found-idx)
                add 1 to dept-sum(dept-found-idx)
            end-if
        else
            add 1 to dept-invalid(dept-found-idx)
        end-if
    end-if

    *> month-to-date rollup keyed on the row's DOC DATE column
    if row-month = report-month
        add 1 to dept-mtd-records(dept-found-idx)
        add 1 to month-records
    end-if
    .

tally-earlier-files.
    *> the monthly archives, then every generation from the first
    *> cycle on - the live file was the first pass
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
                    perform tally-earlier-file
                    move 'N' to csv-archived
                end-if
                *> consolidated, but its file would not delete - its
                *> rows are counted in the monthly archive already
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
            perform tally-earlier-file
        end-if
    end-perform
    .

tally-earlier-file.
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
                perform tally-csv-row
        end-read
    end-perform
    close csv-file
    .

lookup-department.
    move spaces to dept-name(dept-found-idx)
    move 0 to dept-cc(dept-found-idx)
    if department-available = 'N'
        exit paragraph
    end-if
    move row-dept to dpm-code
    read department-file
    if department-file-status = '00'
        move dpm-name to dept-name(dept-found-idx)
        move dpm-cost-centre to dept-cc(dept-found-idx)
    else
        move "*** NOT ON DEPARTMENT MASTER" to dept-name(dept-found-idx)
    end-if
    .

split-csv-row.
    move spaces to csv-numeral
    move spaces to csv-decimal-text
    .

write-dept-section.
    if department-available = 'N'
        move "DEPARTMENT MASTER UNAVAILABLE - NAMES AND COST CENTRES NOT SHOWN" to report-record
        write report-record
    end-if
    move "DEPT  DEPARTMENT NAME                 COST CTR  RECORDS   VALID     INVALID   DECIMAL SUM" to report-record
    write report-record
    move "----  ------------------------------  --------  --------  --------  --------  -----------" to report-record
    write report-record
    if dept-count = 0
        move "NO DEPARTMENT-CODED ROWS ON FILE" to report-record
        write report-record
    end-if
    *> a department seen only in earlier cycles belongs to the
    *> month-to-date section alone
    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        if dept-records(dept-idx) > 0
            move spaces to report-record
            string dept-code(dept-idx) delimited by size
                   "  " delimited by size
                   dept-name(dept-idx) delimited by size
                   "  " delimited by size
                   dept-cc(dept-idx) delimited by size
                   "    " delimited by size
                   dept-records(dept-idx) delimited by size
                   "  " delimited by size
                   dept-valid(dept-idx) delimited by size
                   "  " delimited by size
                   dept-invalid(dept-idx) delimited by size
                   "  " delimited by size
                   dept-sum(dept-idx) delimited by size
                   " +" delimited by size
                   dept-sum-tw(dept-idx) delimited by size
                   "/12" delimited by size
                   into report-record
            write report-record
        end-if
    end-perform
    if no-dept-rows > 0
        move spaces to report-record
           report-month delimited by size
           into report-record
    write report-record
    move "DEPT  DEPARTMENT NAME                 COST CTR  RECORDS   VALID     INVALID   DECIMAL SUM" to report-record
    write report-record
    move "----  ------------------------------  --------  --------  --------  --------  -----------" to report-record
    write report-record
    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        if dept-mtd-records(dept-idx) > 0
            move spaces to report-record
            string dept-code(dept-idx) delimited by size
                   "  " delimited by size
                   dept-name(dept-idx) delimited by size
                   "  " delimited by size
                   dept-cc(dept-idx) delimited by size
                   "    " delimited by size
                   dept-mtd-records(dept-idx) delimited by size
                   "  " delimited by size
                   dept-mtd-valid(dept-idx) delimited by size
