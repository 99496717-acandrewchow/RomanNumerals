*> the morning after a bad upstream extract:
*>   - numerals never seen in the previous cycle
*>   - departments whose row volume swung more than a threshold
*>     (percent, given as a command-line parameter, default 50),
*>     each shown with the name and cost centre the department master
*>     (ROMAN2DEC.DPM) holds for it
*>   - reject-rate movement between the two cycles
*> The report is written to ROMAN2DEC.CMP and summarised on the
*> console.
       file status is csv-file-status.
select report-file assign to "ROMAN2DEC.CMP"
       organization is line sequential.
select department-file assign to "ROMAN2DEC.DPM"
       organization is indexed
       access is random
       record key is dpm-code
       file status is department-file-status.

data division.
file section.
01 csv-record pic x(200).
fd report-file.
01 report-record pic x(132).
fd department-file.
copy "deptmst.cpy".

working-storage section.
77 csv-file-status pic xx value '00'.
01 dept-table.
   05 dept-entry occurs 100 times.
      10 dept-code pic x(4).
      10 dept-name pic x(30).
      10 dept-cc pic 9(6).
      10 dept-prev-rows pic 9(8).
      10 dept-curr-rows pic 9(8).
77 dept-idx pic 9(3).
77 dept-found-idx pic 9(3) value 0.
77 department-file-status pic xx value '00'.
77 department-available pic x value 'N'.
77 swing-count pic 9(5) value 0.
77 swing-base pic 9(8) value 0.
77 swing-diff pic 9(8) value 0.
    end-if
    compute previous-cycle = current-cycle - 1

    *> names and cost centres for the swing lines; the comparison
    *> stands on the codes alone when the master cannot be read
    open input department-file
    if department-file-status = '00'
        move 'Y' to department-available
    else
        display "Department master unavailable - file status " department-file-status " - names not shown"
    end-if

    *> previous cycle first, so the current pass can ask "was this
    *> numeral ever seen last cycle" against a loaded table
    move 'P' to reading-side
    end-if
    perform read-csv-side
    close csv-file
    if department-available = 'Y'
        close department-file
    end-if

    if new-numeral-count = 0
        move "NONE" to report-record
        move row-dept to dept-code(dept-found-idx)
        move 0 to dept-prev-rows(dept-found-idx)
        move 0 to dept-curr-rows(dept-found-idx)
        perform lookup-department
    end-if
    if dept-found-idx > 0
        if reading-previous
    end-if
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

write-swing-section.
    move spaces to report-record
    string "DEPARTMENT VOLUME SWINGS OVER " delimited by size
    write report-record
    move "------------------------------------------" to report-record
    write report-record
    if department-available = 'N'
        move "DEPARTMENT MASTER UNAVAILABLE - NAMES AND COST CENTRES NOT SHOWN" to report-record
        write report-record
    end-if
    perform varying dept-idx from 1 by 1 until dept-idx > dept-count
        perform check-dept-swing
    end-perform
        add 1 to swing-count
        move spaces to report-record
        string dept-code(dept-idx) delimited by size
               "  " delimited by size
               dept-name(dept-idx) delimited by size
               "  CC " delimited by size
               dept-cc(dept-idx) delimited by size
               "  CYCLE " delimited by size
               previous-cycle delimited by size
               ": " delimited by size
