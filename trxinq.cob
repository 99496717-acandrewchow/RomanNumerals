*> trxinq - transaction lineage inquiry
*> Keys a transaction id and traces it through every file it can have
*> touched, building its life story in date order: the run, cycle,
*> source file and line it arrived on, each conversion (numeral,
*> value, VALID or INVALID, and the validation profile it passed
*> under), any reject with its suspense status and attempts and what
*> rejfix did with it, a duplicate catch, a carry-forward or late
*> item, the billing interface set it went out on, and any billing
*> adjustment made against it.  The files read are ROMAN2DEC.HST,
*> ROMAN2DEC.CSV, .REJ, .DUP, .BIF and .BAF with their archived
*> generations (<name>.Gnnnn) and monthly archives (<name>.Myyyymm, as
*> listed on cycleret's catalogue ROMAN2DEC.ACT), ROMAN2DEC.SPM, .LAT,
*> .CFW, .RSB and rejfix's last disposition report ROMAN2DEC.DSP; the
*> run log ROMAN2DEC.LOG dates each cycle.  What sits on CFW, RSB and
*> DSP today is shown as CURRENT, after everything dated.
*> Like romaninq it works interactively - one id per line, blank to
*> end - or, given @<file> as the command-line parameter, as a batch
*> run over a list of ids, one per line.  Either way every lineage
*> traced is also written to the printable report ROMAN2DEC.LIN.

identification division.
program-id. trxinq.

environment division.
input-output section.
file-control.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select optional run-log-file assign to "ROMAN2DEC.LOG"
       organization is line sequential.
select optional id-list-file assign to dynamic id-list-name
       organization is line sequential
       file status is id-list-status.
select history-file assign to "ROMAN2DEC.HST"
       organization is indexed
       access is random
       record key is hst-trx-id
       file status is history-file-status.
select suspense-file assign to "ROMAN2DEC.SPM"
       organization is indexed
       access is dynamic
       record key is sus-key
       file status is suspense-file-status.
select optional late-item-file assign to "ROMAN2DEC.LAT"
       organization is line sequential.
select scan-file assign to dynamic scan-file-name
       organization is line sequential
       file status is scan-file-status.
select optional catalogue-file assign to "ROMAN2DEC.ACT"
       organization is line sequential.
select report-file assign to "ROMAN2DEC.LIN"
       organization is line sequential.
select lineage-work assign to "TRXINQ.TMP".

data division.
file section.
fd cycle-file.
01 cycle-record pic 9(4).
fd run-log-file.
copy "runlog.cpy".
fd id-list-file.
01 id-list-record pic x(80).
fd history-file.
copy "romanhst.cpy".
fd suspense-file.
copy "rejsus.cpy".
fd late-item-file.
copy "lateitem.cpy".
fd scan-file.
01 scan-record pic x(200).
01 scan-archive-record pic x(205).
fd catalogue-file.
copy "arccat.cpy".
fd report-file.
01 report-record pic x(132).
sd lineage-work.
01 lineage-event.
   05 lw-trx-id pic x(10).
   05 lw-date pic 9(8).
   05 lw-cycle pic 9(4).
   05 lw-seq pic 9(6).
   05 lw-source pic x(4).
   05 lw-kind pic x.
   05 lw-src-file pic x(50).
   05 lw-src-line pic 9(8).
   05 lw-text pic x(100).

working-storage section.
copy "billrec.cpy".
copy "billadj.cpy".
copy "trxrec.cpy".
77 command-param pic x(50) value spaces.
77 id-list-name pic x(50) value spaces.
77 id-list-status pic xx value '00'.
77 batch-mode pic x value 'N'.
77 inquiry-input pic x(40) value spaces.
77 inquiry-done pic x value 'N'.
77 run-date pic 9(8) value 0.
77 end-of-file pic x value 'n'.
77 cycle-eof pic x value 'n'.
77 current-cycle pic 9(4) value 0.
01 cycle-date-table.
   05 cycle-date pic 9(8) occurs 9999 times.
77 history-file-status pic xx value '00'.
77 history-available pic x value 'N'.
77 suspense-file-status pic xx value '00'.
77 suspense-available pic x value 'N'.
77 scan-file-status pic xx value '00'.
77 scan-file-name pic x(50) value spaces.
77 id-count pic 9(3) value 0.
77 id-max pic 9(3) value 500.
01 id-table.
   05 id-entry occurs 500 times.
      10 id-value pic x(10).
      10 id-hst-file pic x(50).
      10 id-hst-line pic 9(8).
77 id-idx pic 9(3).
77 id-scan pic 9(3).
77 id-hit pic x value 'N'.
77 candidate-id pic x(10) value spaces.
77 ids-traced pic 9(5) value 0.
77 ids-untraced pic 9(5) value 0.
77 release-seq pic 9(6) value 0.
01 archive-list.
   05 filler pic x(13) value "ROMAN2DEC.CSV".
   05 filler pic x(13) value "ROMAN2DEC.REJ".
   05 filler pic x(13) value "ROMAN2DEC.DUP".
   05 filler pic x(13) value "ROMAN2DEC.BIF".
   05 filler pic x(13) value "ROMAN2DEC.BAF".
01 archive-table redefines archive-list.
   05 archive-name pic x(13) occurs 5 times.
77 archive-idx pic 9(1).
77 removal-count pic 9(3) value 0.
77 removal-max pic 9(3) value 100.
01 removal-table.
   05 removal-cycle pic 9(4) occurs 100 times.
77 removal-idx pic 9(3).
77 removal-pending pic x value 'N'.
77 archive-type pic x(4) value spaces.
77 scan-cycle pic 9(4) value 0.
77 scan-archived pic x value 'N'.
77 catalogue-eof pic x value 'n'.
copy "arcrow.cpy".
77 file-cycle pic 9(4) value 0.
77 set-cycle pic 9(4) value 0.
77 set-date pic 9(8) value 0.
77 file-line pic 9(8) value 0.
77 csv-numeral pic x(40).
77 csv-decimal-text pic x(20).
77 csv-valid-flag pic x(10).
77 csv-id-col pic x(20).
77 csv-date-col pic x(10).
77 csv-dept-col pic x(10).
77 csv-twelfths-text pic x(5).
77 csv-cycle-text pic x(5).
77 csv-norm-text pic x(40).
77 cycle-text-len pic 9(3) value 0.
77 row-cycle pic 9(4) value 0.
77 scan-ptr pic 9(3) value 0.
77 line-head pic x(120) value spaces.
77 line-data pic x(80) value spaces.
77 token-1 pic x(50) value spaces.
77 token-2 pic x(50) value spaces.
77 token-3 pic x(50) value spaces.
77 token-4 pic x(50) value spaces.
77 token-5 pic x(50) value spaces.
77 token-6 pic x(50) value spaces.
77 token-7 pic x(50) value spaces.
77 token-8 pic x(50) value spaces.
77 token-9 pic x(50) value spaces.
77 token-10 pic x(50) value spaces.
77 token-11 pic x(50) value spaces.
77 amount-text pic x(10) value spaces.
77 source-line pic 9(8) value 0.
77 source-found pic x value 'N'.
77 lineage-eof pic x value 'n'.
77 current-id pic x(10) value spaces.
77 id-event-count pic 9(5) value 0.
77 arrival-found pic x value 'N'.
77 arrival-date pic 9(8) value 0.
77 arrival-cycle pic 9(4) value 0.
77 arrival-file pic x(50) value spaces.
77 arrival-line pic 9(8) value 0.
77 final-result pic x(100) value spaces.
77 billed-count pic 9(3) value 0.
77 billed-cycle pic 9(4) value 0.
77 suspense-result pic x(100) value spaces.
77 event-date-text pic x(8) value spaces.
77 event-cycle-text pic x(5) value spaces.

procedure division.
    accept run-date from date yyyymmdd
    accept command-param from command-line
    if command-param(1:1) = '@'
        move command-param(2:49) to id-list-name
        move 'Y' to batch-mode
    end-if

    perform read-current-cycle
    perform load-cycle-dates

    *> both indexed files are read-only here; a lineage can still be
    *> traced through the sequential files when either is unavailable
    open input history-file
    if history-file-status = '00'
        move 'Y' to history-available
    else
        display "Processed-id history unavailable - file status " history-file-status " - first-arrival dates from the run files only"
    end-if
    open input suspense-file
    if suspense-file-status = '00'
        move 'Y' to suspense-available
    else
        display "Reject suspense master unavailable - file status " suspense-file-status " - suspense status not shown"
    end-if

    open output report-file
    move spaces to report-record
    string "TRANSACTION LINEAGE REPORT - " delimited by size
           run-date delimited by size
           into report-record
    write report-record
    move "---------------------------------------" to report-record
    write report-record

    if batch-mode = 'Y'
        perform load-id-list
        if id-count > 0
            perform trace-lineage
        end-if
    else
        display "Transaction Lineage Inquiry"
        display "---------------------------"
        display "Enter a transaction id (blank line to end)"
        perform until inquiry-done = 'Y'
            move spaces to inquiry-input
            accept inquiry-input
            if inquiry-input = spaces
                move 'Y' to inquiry-done
            else
                move 1 to id-count
                move inquiry-input(1:10) to id-value(1)
                perform trace-lineage
            end-if
        end-perform
    end-if

    close report-file
    if history-available = 'Y'
        close history-file
    end-if
    if suspense-available = 'Y'
        close suspense-file
    end-if

    display "Ids traced:         " ids-traced
    display "Ids with no trace:  " ids-untraced
    display "Lineage report written to ROMAN2DEC.LIN"
stop run.

read-current-cycle.
    *> the live run files hold the cycle on ROMAN2DEC.CYC; every
    *> earlier cycle is on a generation
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

load-cycle-dates.
    *> the run log dates every cycle that ran to its end, which is
    *> what puts a CSV, reject or duplicate row on the calendar
    move zeros to cycle-date-table
    open input run-log-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read run-log-file
            at end
                move 'y' to end-of-file
            not at end
                if log-cycle is numeric and log-cycle > 0
                    move log-run-date to cycle-date(log-cycle)
                end-if
        end-read
    end-perform
    close run-log-file
    .

load-id-list.
    open input id-list-file
    if id-list-status not = '00'
        display "Cannot open id list " id-list-name " - file status " id-list-status
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read id-list-file
            at end
                move 'y' to end-of-file
            not at end
                if id-list-record not = spaces
                   and id-list-record(1:1) not = '*'
                    move id-list-record(1:10) to candidate-id
                    perform check-wanted-id
                    if id-hit = 'N'
                        if id-count < id-max
                            add 1 to id-count
                            move candidate-id to id-value(id-count)
                        else
                            display "Id list holds more than " id-max " ids - " candidate-id " not traced"
                        end-if
                    end-if
                end-if
        end-read
    end-perform
    close id-list-file
    .

check-wanted-id.
    move 'N' to id-hit
    move 0 to id-idx
    perform varying id-scan from 1 by 1 until id-scan > id-count or id-hit = 'Y'
        if id-value(id-scan) = candidate-id
            move 'Y' to id-hit
            move id-scan to id-idx
        end-if
    end-perform
    .

trace-lineage.
    *> one pass over every file for all the ids wanted, then one sort
    *> puts each id's events in date order - the one-SORT shape
    *> romansort and rejage use
    perform varying id-idx from 1 by 1 until id-idx > id-count
        move spaces to id-hst-file(id-idx)
        move 0 to id-hst-line(id-idx)
    end-perform
    sort lineage-work
        ascending key lw-trx-id lw-date lw-cycle lw-seq
        input procedure is collect-events
        output procedure is print-lineage
    .

collect-events.
    move 0 to release-seq
    *> a marker per id, ahead of anything dated, so an id with no
    *> trace anywhere still gets its section on the report
    perform varying id-idx from 1 by 1 until id-idx > id-count
        move spaces to lineage-event
        move id-value(id-idx) to lw-trx-id
        move 0 to lw-date
        move 0 to lw-cycle
        move 0 to lw-seq
        move 'H' to lw-kind
        release lineage-event
    end-perform
    perform collect-history-events
    perform varying archive-idx from 1 by 1 until archive-idx > 5
        perform collect-archive-events
    end-perform
    perform collect-late-items
    perform collect-suspense-events
    perform collect-current-files
    .

collect-history-events.
    if history-available = 'N'
        exit paragraph
    end-if
    perform varying id-idx from 1 by 1 until id-idx > id-count
        move id-value(id-idx) to hst-trx-id
        read history-file
        if history-file-status = '00'
            perform release-history-events
        end-if
    end-perform
    .

release-history-events.
    *> the history knows the file the id first came in on but not the
    *> line - that is found in the file itself while it is still here
    move hst-source-file to id-hst-file(id-idx)
    perform find-source-line
    move source-line to id-hst-line(id-idx)
    move spaces to lineage-event
    move hst-trx-id to lw-trx-id
    move hst-first-date to lw-date
    move "HST" to lw-source
    move 'P' to lw-kind
    move hst-source-file to lw-src-file
    move source-line to lw-src-line
    if source-found = 'Y'
        string "FIRST PROCESSED FROM " delimited by size
               hst-source-file delimited by space
               " LINE " delimited by size
               source-line delimited by size
               into lw-text
    else
        string "FIRST PROCESSED FROM " delimited by size
               hst-source-file delimited by space
               " - FILE NO LONGER HOLDS THE RECORD, LINE NOT KNOWN" delimited by size
               into lw-text
    end-if
    perform release-event
    if not hst-not-adjusted
        move spaces to lineage-event
        move hst-trx-id to lw-trx-id
        move hst-adjust-date to lw-date
        move hst-adjust-cycle to lw-cycle
        move "HST" to lw-source
        if hst-reversed
            move "HISTORY STAMPED REVERSED - NO FURTHER ADJUSTMENT ALLOWED" to lw-text
        else
            move "HISTORY STAMPED REBILLED - NO FURTHER ADJUSTMENT ALLOWED" to lw-text
        end-if
        perform release-event
    end-if
    .

find-source-line.
    move 'N' to source-found
    move 0 to source-line
    move hst-source-file to scan-file-name
    open input scan-file
    if scan-file-status not = '00'
        exit paragraph
    end-if
    move 0 to file-line
    move 'n' to end-of-file
    perform until end-of-file = 'y' or source-found = 'Y'
        read scan-file
            at end
                move 'y' to end-of-file
            not at end
                add 1 to file-line
                if scan-record(1:10) = hst-trx-id
                    move 'Y' to source-found
                    move file-line to source-line
                end-if
        end-read
    end-perform
    close scan-file
    .

collect-archive-events.
    *> the monthly archives, then every generation, oldest first,
    *> then the live file - an archived row carries its own cycle, a
    *> generation's rows belong to the cycle it is named for, and the
    *> live file's to the current cycle
    move archive-name(archive-idx)(11:3) to archive-type
    move 0 to removal-count
    open input catalogue-file
    move 'n' to catalogue-eof
    perform until catalogue-eof = 'y'
        read catalogue-file
            at end
                move 'y' to catalogue-eof
            not at end
                if act-type = archive-type(1:3) and act-monthly
                   and act-active
                    move act-file-name to scan-file-name
                    move 'Y' to scan-archived
                    perform scan-archive-file
                    move 'N' to scan-archived
                end-if
                *> consolidated, but its file would not delete - its
                *> rows were read from the monthly archive already
                if act-type = archive-type(1:3) and act-generation
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
            move spaces to scan-file-name
            string archive-name(archive-idx) delimited by size
                   ".G" delimited by size
                   scan-cycle delimited by size
                   into scan-file-name
            move scan-cycle to file-cycle
            perform scan-archive-file
        end-if
    end-perform
    move spaces to scan-file-name
    move archive-name(archive-idx) to scan-file-name
    move current-cycle to file-cycle
    perform scan-archive-file
    .

scan-archive-file.
    open input scan-file
    if scan-file-status not = '00'
        exit paragraph
    end-if
    move 0 to set-cycle
    move 0 to set-date
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read scan-file
            at end
                move 'y' to end-of-file
            not at end
                if scan-archived = 'Y'
                    move 0 to file-cycle
                    move scan-archive-record to archive-row-record
                    if arc-cycle is numeric
                        move arc-cycle to file-cycle
                    end-if
                    move arc-row to scan-archive-record
                end-if
                if archive-type = "CSV"
                    perform match-csv-row
                else
                if archive-type = "REJ"
                    perform match-reject-line
                else
                if archive-type = "DUP"
                    perform match-duplicate-line
                else
                if archive-type = "BIF"
                    perform match-billing-record
                else
                    perform match-adjustment-record
                end-if
                end-if
                end-if
                end-if
        end-read
    end-perform
    close scan-file
    .

match-csv-row.
    if scan-record = spaces or scan-record(1:13) = "ROMAN NUMERAL"
        exit paragraph
    end-if
    move spaces to csv-numeral
    move spaces to csv-decimal-text
    move spaces to csv-valid-flag
    move spaces to csv-id-col
    move spaces to csv-date-col
    move spaces to csv-dept-col
    move spaces to csv-twelfths-text
    move spaces to csv-cycle-text
    move spaces to csv-norm-text
    move 0 to cycle-text-len
    unstring scan-record delimited by ","
        into csv-numeral
             csv-decimal-text
             csv-valid-flag
             csv-id-col
             csv-date-col
             csv-dept-col
             csv-twelfths-text
             csv-cycle-text count in cycle-text-len
             csv-norm-text
    end-unstring
    move csv-id-col(1:10) to candidate-id
    if candidate-id = spaces
        exit paragraph
    end-if
    perform check-wanted-id
    if id-hit = 'N'
        exit paragraph
    end-if
    if cycle-text-len > 5
        move 5 to cycle-text-len
    end-if
    perform until cycle-text-len < 1
            or csv-cycle-text(cycle-text-len:1) not = space
        subtract 1 from cycle-text-len
    end-perform
    move file-cycle to row-cycle
    if cycle-text-len > 0
       and csv-cycle-text(1:cycle-text-len) is numeric
        compute row-cycle = function numval (csv-cycle-text(1:cycle-text-len))
    end-if
    if csv-twelfths-text = spaces
        move "00" to csv-twelfths-text
    end-if
    move spaces to lineage-event
    move candidate-id to lw-trx-id
    move row-cycle to lw-cycle
    perform date-from-cycle
    move "CSV" to lw-source
    if csv-valid-flag = 'VALID'
        move 'V' to lw-kind
        if csv-norm-text = spaces
            string "CONVERTED " delimited by size
                   csv-numeral delimited by space
                   " = " delimited by size
                   csv-decimal-text delimited by space
                   " " delimited by size
                   csv-twelfths-text delimited by space
                   "/12 VALID, STRICT PROFILE, DEPT " delimited by size
                   csv-dept-col delimited by space
                   into lw-text
        else
            string "CONVERTED " delimited by size
                   csv-numeral delimited by space
                   " = " delimited by size
                   csv-decimal-text delimited by space
                   " " delimited by size
                   csv-twelfths-text delimited by space
                   "/12 VALID, LENIENT PROFILE AS " delimited by size
                   csv-norm-text delimited by space
                   ", DEPT " delimited by size
                   csv-dept-col delimited by space
                   into lw-text
        end-if
    else
        move 'I' to lw-kind
        string "CONVERSION OF " delimited by size
               csv-numeral delimited by space
               " MARKED INVALID" delimited by size
               into lw-text
    end-if
    perform release-event
    .

split-file-line.
    *> reject and duplicate lines carry "FILE <name> LINE <n>" ahead
    *> of ": " and the original record; a line without ": " is a
    *> file-level notice, not a record
    move spaces to line-head
    move spaces to line-data
    move 1 to scan-ptr
    unstring scan-record delimited by ": "
        into line-head
        with pointer scan-ptr
    end-unstring
    if scan-ptr > 120
        move spaces to line-head
        exit paragraph
    end-if
    move scan-record(scan-ptr:80) to line-data
    move spaces to token-1 token-2 token-3 token-4 token-5 token-6
    move spaces to token-7 token-8 token-9 token-10 token-11
    unstring line-head delimited by all " "
        into token-1 token-2 token-3 token-4 token-5 token-6
             token-7 token-8 token-9 token-10 token-11
    end-unstring
    .

match-reject-line.
    if scan-record(1:5) not = "FILE "
        exit paragraph
    end-if
    perform split-file-line
    if line-head = spaces or token-3 not = "LINE"
        exit paragraph
    end-if
    move line-data(1:10) to candidate-id
    perform check-wanted-id
    if id-hit = 'N'
        exit paragraph
    end-if
    move spaces to lineage-event
    move candidate-id to lw-trx-id
    move file-cycle to lw-cycle
    perform date-from-cycle
    move "REJ" to lw-source
    move 'R' to lw-kind
    move token-2 to lw-src-file
    if token-4(1:8) is numeric
        move token-4(1:8) to lw-src-line
    end-if
    string "REJECTED FROM " delimited by size
           token-2 delimited by space
           " LINE " delimited by size
           token-4 delimited by space
           into lw-text
    perform release-event
    .

match-duplicate-line.
    if scan-record(1:5) not = "FILE "
        exit paragraph
    end-if
    perform split-file-line
    if line-head = spaces or token-5 not = "DUPLICATE"
        exit paragraph
    end-if
    move line-data(1:10) to candidate-id
    perform check-wanted-id
    if id-hit = 'N'
        exit paragraph
    end-if
    move spaces to lineage-event
    move candidate-id to lw-trx-id
    move file-cycle to lw-cycle
    perform date-from-cycle
    move "DUP" to lw-source
    move 'D' to lw-kind
    move token-2 to lw-src-file
    if token-4(1:8) is numeric
        move token-4(1:8) to lw-src-line
    end-if
    string "CAUGHT AS DUPLICATE FROM " delimited by size
           token-2 delimited by space
           " LINE " delimited by size
           token-4 delimited by space
           " - FIRST SEEN " delimited by size
           token-9 delimited by space
           " IN " delimited by size
           token-11 delimited by space
           into lw-text
    perform release-event
    .

match-billing-record.
    *> a detail belongs to the set whose header came before it
    move scan-record to bif-header-record
    if bif-h-type = 'HD'
        move bif-h-cycle to set-cycle
        move bif-h-run-date to set-date
        exit paragraph
    end-if
    if bif-h-type not = 'DT'
        exit paragraph
    end-if
    move scan-record to bif-detail-record
    move bif-d-trx-id to candidate-id
    perform check-wanted-id
    if id-hit = 'N'
        exit paragraph
    end-if
    move spaces to lineage-event
    move candidate-id to lw-trx-id
    move set-date to lw-date
    move set-cycle to lw-cycle
    move "BIF" to lw-source
    move 'B' to lw-kind
    string "BILLED ON THE INTERFACE SET OF CYCLE " delimited by size
           set-cycle delimited by size
           " - " delimited by size
           bif-d-numeral delimited by space
           " = " delimited by size
           bif-d-decimal delimited by size
           " " delimited by size
           bif-d-twelfths delimited by size
           "/12 DEPT " delimited by size
           bif-d-trx-dept delimited by size
           into lw-text
    perform release-event
    .

match-adjustment-record.
    move scan-record to baf-header-record
    if baf-h-type = 'AH'
        move baf-h-cycle to set-cycle
        move baf-h-run-date to set-date
        exit paragraph
    end-if
    if baf-h-type not = 'AD'
        exit paragraph
    end-if
    move scan-record to baf-detail-record
    move baf-d-trx-id to candidate-id
    perform check-wanted-id
    if id-hit = 'N'
        exit paragraph
    end-if
    move spaces to lineage-event
    move candidate-id to lw-trx-id
    move set-date to lw-date
    move set-cycle to lw-cycle
    move "BAF" to lw-source
    move scan-record(58:9) to amount-text
    if baf-d-action = 'R'
        move "REVERSAL CREDIT " to line-head
    else
    if baf-d-action = 'C'
        move "REBILL CREDIT " to line-head
    else
        move "REBILL CHARGE " to line-head
    end-if
    end-if
    string "ADJUSTMENT SENT: " delimited by size
           line-head delimited by "  "
           " " delimited by size
           baf-d-numeral delimited by space
           " " delimited by size
           amount-text delimited by space
           " " delimited by size
           baf-d-twelfths delimited by size
           "/12 AGAINST CYCLE " delimited by size
           baf-d-orig-cycle delimited by size
           into lw-text
    perform release-event
    .

collect-late-items.
    open input late-item-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read late-item-file
            at end
                move 'y' to end-of-file
            not at end
                move lat-record(1:10) to candidate-id
                perform check-wanted-id
                if id-hit = 'Y'
                    move spaces to lineage-event
                    move candidate-id to lw-trx-id
                    move lat-run-date to lw-date
                    move lat-cycle to lw-cycle
                    move "LAT" to lw-source
                    move 'L' to lw-kind
                    move lat-src-file to lw-src-file
                    move lat-src-line to lw-src-line
                    string "LATE ITEM FROM " delimited by size
                           lat-src-file delimited by space
                           " LINE " delimited by size
                           lat-src-line delimited by size
                           " - PERIOD " delimited by size
                           lat-period delimited by size
                           " ALREADY CLOSED, NOT BILLED" delimited by size
                           into lw-text
                    perform release-event
                end-if
        end-read
    end-perform
    close late-item-file
    .

collect-suspense-events.
    if suspense-available = 'N'
        exit paragraph
    end-if
    move low-values to sus-key
    start suspense-file key not < sus-key
    if suspense-file-status not = '00'
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read suspense-file next
            at end
                move 'y' to end-of-file
            not at end
                move sus-original(1:10) to candidate-id
                perform check-wanted-id
                if id-hit = 'Y' and sus-original(11:8) is numeric
                    perform release-suspense-events
                end-if
        end-read
    end-perform
    .

release-suspense-events.
    move spaces to lineage-event
    move candidate-id to lw-trx-id
    move sus-first-date to lw-date
    move "SPM" to lw-source
    string "SUSPENSE ENTRY OPENED FOR " delimited by size
           sus-src-file delimited by space
           " LINE " delimited by size
           sus-src-line delimited by size
           into lw-text
    perform release-event
    move spaces to lineage-event
    move candidate-id to lw-trx-id
    move sus-last-attempt to lw-date
    move "SPM" to lw-source
    move 'S' to lw-kind
    if sus-status = 'F'
        string "SUSPENSE CLOSED FIXED AND RESUBMITTED AFTER " delimited by size
               sus-attempts delimited by size
               " ATTEMPTS" delimited by size
               into lw-text
    else
    if sus-status = 'D'
        string "SUSPENSE CLOSED DROPPED AFTER " delimited by size
               sus-attempts delimited by size
               " ATTEMPTS" delimited by size
               into lw-text
    else
        string "SUSPENSE STILL OUTSTANDING AFTER " delimited by size
               sus-attempts delimited by size
               " ATTEMPTS" delimited by size
               into lw-text
    end-if
    end-if
    perform release-event
    .

collect-current-files.
    *> what is waiting today rather than what happened - dated after
    *> everything else so it closes the story
    move spaces to scan-file-name
    move "ROMAN2DEC.CFW" to scan-file-name
    move "CFW" to archive-type
    perform scan-current-file
    move spaces to scan-file-name
    move "ROMAN2DEC.RSB" to scan-file-name
    move "RSB" to archive-type
    perform scan-current-file
    move spaces to scan-file-name
    move "ROMAN2DEC.DSP" to scan-file-name
    move "DSP" to archive-type
    perform scan-current-file
    .

scan-current-file.
    open input scan-file
    if scan-file-status not = '00'
        exit paragraph
    end-if
    move 0 to file-line
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read scan-file
            at end
                move 'y' to end-of-file
            not at end
                add 1 to file-line
                perform match-current-record
        end-read
    end-perform
    close scan-file
    .

match-current-record.
    move spaces to lineage-event
    if archive-type = "DSP"
        *> rejfix's disposition lines carry the record after " AS "
        *> (fixed) or ": " (dropped, refused)
        if scan-record(1:6) not = "FIXED " and scan-record(1:8) not = "DROPPED "
           and scan-record(1:8) not = "REFUSED "
            exit paragraph
        end-if
        move 1 to scan-ptr
        move spaces to line-head
        if scan-record(1:6) = "FIXED "
            unstring scan-record delimited by " AS "
                into line-head
                with pointer scan-ptr
            end-unstring
        else
            unstring scan-record delimited by ": "
                into line-head
                with pointer scan-ptr
            end-unstring
        end-if
        if scan-ptr > 190
            exit paragraph
        end-if
        move scan-record(scan-ptr:10) to candidate-id
    else
        move scan-record to trx-record
        move trx-id to candidate-id
    end-if
    perform check-wanted-id
    if id-hit = 'N'
        exit paragraph
    end-if
    move candidate-id to lw-trx-id
    move 99999999 to lw-date
    move archive-type to lw-source
    if archive-type = "CFW"
        string "WAITING ON THE CARRY-FORWARD FILE FOR PERIOD " delimited by size
               trx-date(1:6) delimited by size
               " TO OPEN" delimited by size
               into lw-text
    else
    if archive-type = "RSB"
        string "WAITING ON THE RESUBMISSION FILE, LINE " delimited by size
               file-line delimited by size
               into lw-text
    else
        string "LAST REJFIX RUN: " delimited by size
               line-head delimited by size
               into lw-text
    end-if
    end-if
    perform release-event
    .

date-from-cycle.
    move 0 to lw-date
    if lw-cycle > 0
        move cycle-date(lw-cycle) to lw-date
    end-if
    .

release-event.
    add 1 to release-seq
    move release-seq to lw-seq
    release lineage-event
    .

print-lineage.
    move spaces to current-id
    move 'n' to lineage-eof
    perform until lineage-eof = 'y'
        return lineage-work
            at end
                move 'y' to lineage-eof
            not at end
                if lw-kind = 'H'
                    if current-id not = spaces
                        perform write-lineage-summary
                    end-if
                    perform start-lineage-section
                else
                    perform write-lineage-event
                end-if
        end-return
    end-perform
    if current-id not = spaces
        perform write-lineage-summary
    end-if
    .

start-lineage-section.
    move lw-trx-id to current-id
    move 0 to id-event-count
    move 'N' to arrival-found
    move 0 to arrival-date
    move 0 to arrival-cycle
    move spaces to arrival-file
    move 0 to arrival-line
    move spaces to final-result
    move 0 to billed-count
    move 0 to billed-cycle
    move spaces to suspense-result
    move spaces to report-record
    perform write-report-line
    move spaces to report-record
    string "TRANSACTION " delimited by size
           current-id delimited by size
           into report-record
    perform write-report-line
    move "  DATE      CYCLE  FILE  EVENT" to report-record
    perform write-report-line
    move "  --------  -----  ----  -----" to report-record
    perform write-report-line
    .

write-lineage-event.
    add 1 to id-event-count
    *> the first record of the id turning up in a run is its arrival;
    *> the history entry, dated that same day, names the file and line
    *> when the run record itself does not
    if lw-kind = 'P' and arrival-found = 'N'
        move 'P' to arrival-found
        move lw-date to arrival-date
        move lw-src-file to arrival-file
        move lw-src-line to arrival-line
    end-if
    if arrival-found not = 'Y'
       and (lw-kind = 'V' or lw-kind = 'I' or lw-kind = 'R'
            or lw-kind = 'D' or lw-kind = 'L')
        move 'Y' to arrival-found
        move lw-date to arrival-date
        move lw-cycle to arrival-cycle
        if lw-src-file not = spaces
            move lw-src-file to arrival-file
            move lw-src-line to arrival-line
        end-if
    end-if
    if lw-kind = 'V'
        move lw-text to final-result
    end-if
    if lw-kind = 'B'
        add 1 to billed-count
        move lw-cycle to billed-cycle
    end-if
    if lw-kind = 'S'
        move lw-text to suspense-result
    end-if
    if lw-date = 99999999
        move "CURRENT " to event-date-text
    else
    if lw-date = 0
        move "UNKNOWN " to event-date-text
    else
        move lw-date to event-date-text
    end-if
    end-if
    if lw-cycle = 0
        move "  -- " to event-cycle-text
    else
        move lw-cycle to event-cycle-text
    end-if
    move spaces to report-record
    move event-date-text to report-record(3:8)
    move event-cycle-text to report-record(13:5)
    move lw-source to report-record(20:4)
    move lw-text to report-record(26:100)
    perform write-report-line
    .

write-lineage-summary.
    move spaces to report-record
    perform write-report-line
    if id-event-count = 0
        add 1 to ids-untraced
        move "  NO TRACE OF THIS TRANSACTION ON ANY FILE" to report-record
        perform write-report-line
        exit paragraph
    end-if
    add 1 to ids-traced
    move spaces to report-record
    if arrival-found = 'N'
        move "  FIRST ARRIVED   NOT ON ANY RUN FILE STILL HELD" to report-record
    else
    if arrival-found = 'P'
        string "  FIRST ARRIVED   " delimited by size
               arrival-date delimited by size
               " FROM " delimited by size
               arrival-file delimited by space
               " LINE " delimited by size
               arrival-line delimited by size
               " - RUN FILES NO LONGER HELD" delimited by size
               into report-record
    else
    if arrival-file = spaces
        string "  FIRST ARRIVED   RUN OF " delimited by size
               arrival-date delimited by size
               " CYCLE " delimited by size
               arrival-cycle delimited by size
               into report-record
    else
        string "  FIRST ARRIVED   RUN OF " delimited by size
               arrival-date delimited by size
               " CYCLE " delimited by size
               arrival-cycle delimited by size
               " FROM " delimited by size
               arrival-file delimited by space
               " LINE " delimited by size
               arrival-line delimited by size
               into report-record
    end-if
    end-if
    end-if
    perform write-report-line
    move spaces to report-record
    if final-result = spaces
        move "  FINAL RESULT    NEVER CONVERTED VALID" to report-record
    else
        string "  FINAL RESULT    " delimited by size
               final-result delimited by size
               into report-record
    end-if
    perform write-report-line
    move spaces to report-record
    if billed-count = 0
        move "  BILLING         NOT BILLED" to report-record
    else
        string "  BILLING         WENT OUT ON CYCLE " delimited by size
               billed-cycle delimited by size
               into report-record
        if billed-count > 1
            move " - ON MORE THAN ONE INTERFACE SET, CHECK FOR DOUBLE BILLING" to report-record(41:)
        end-if
    end-if
    perform write-report-line
    if suspense-result not = spaces
        move spaces to report-record
        string "  SUSPENSE        " delimited by size
               suspense-result delimited by size
               into report-record
        perform write-report-line
    end-if
    .

write-report-line.
    write report-record
    if batch-mode = 'N'
        display report-record(1:126)
    end-if
    .
