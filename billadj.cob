*> billadj - billing adjustment and reversal for already-billed rows
*> Once a row has gone to billing on ROMAN2DEC.BIF it can only be
*> corrected by an adjustment our own control totals can see.  This
*> program takes a file of adjustment requests, one per line:
*>   <trx-id> REVERSE <reason>            full credit of what was billed
*>   <trx-id> REBILL NUMERAL <numeral>    credit, then charge the row as
*>   <trx-id> REBILL VALUE <decimal>      it should have been - with a
*>   <trx-id> REBILL DEPT <code>          corrected numeral, value or
*>                                        department
*> Each id must be on the processed-id history ROMAN2DEC.HST and have a
*> VALID row on the live ROMAN2DEC.CSV or one of the archived
*> generations ROMAN2DEC.CSV.Gnnnn, or of the monthly archives cycleret
*> consolidates older generations into (found through its catalogue
*> ROMAN2DEC.ACT) - that row is what was billed, and
*> what the credit reverses.  A REBILL DEPT must name a department in
*> effect on the row's document date.  Accepted adjustments go out as
*> one header/detail/trailer set (layout in billadj.cpy) appended to
*> ROMAN2DEC.BAF, which billackn proves against billing's receipt with
*> its ADJ option, and the history record is stamped as adjusted so
*> the same transaction cannot be reversed or rebilled twice.
*> That stamp goes on the recovery journal ROMAN2DEC.JNL with the
*> history record's before and after image.
*> Every request is accounted for on ROMAN2DEC.ADJ.  The request file
*> name may be supplied as a command-line parameter for unattended
*> submission; the prompt is only a fallback (blank for ROMAN2DEC.ADR).
*> Return code 0 when every request was applied, 4 when some were
*> refused, 8 when the history could not be opened and nothing was,
*> or when an applied adjustment's history record would not take its
*> stamp - named on ROMAN2DEC.ADJ, to be stamped by hand before the
*> next run.

identification division.
program-id. billadj.

environment division.
input-output section.
file-control.
select optional request-file assign to dynamic request-file-name
       organization is line sequential.
select history-file assign to "ROMAN2DEC.HST"
       organization is indexed
       access is random
       record key is hst-trx-id
       file status is history-file-status.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select csv-file assign to dynamic csv-file-name
       organization is line sequential
       file status is csv-file-status.
select optional catalogue-file assign to "ROMAN2DEC.ACT"
       organization is line sequential.
select adjustment-file assign to "ROMAN2DEC.BAF"
       organization is line sequential
       file status is adjustment-file-status.
select report-file assign to "ROMAN2DEC.ADJ"
       organization is line sequential.
select department-file assign to "ROMAN2DEC.DPM"
       organization is indexed
       access is random
       record key is dpm-code
       file status is department-file-status.

data division.
file section.
fd request-file.
01 request-record pic x(120).
fd history-file.
copy "romanhst.cpy".
fd cycle-file.
01 cycle-record pic 9(4).
fd csv-file.
01 csv-record pic x(200).
01 csv-archive-record pic x(205).
fd catalogue-file.
copy "arccat.cpy".
fd adjustment-file.
copy "billadj.cpy".
fd report-file.
01 report-record pic x(132).
fd department-file.
copy "deptmst.cpy".

working-storage section.
77 request-file-name pic x(50) value spaces.
77 command-param pic x(50) value spaces.
77 history-file-status pic xx value '00'.
77 history-available pic x value 'N'.
77 csv-file-status pic xx value '00'.
77 csv-file-name pic x(50) value spaces.
77 csv-archived pic x value 'N'.
copy "arcrow.cpy".
77 catalogue-eof pic x value 'n'.
77 adjustment-file-status pic xx value '00'.
77 adjustment-open pic x value 'N'.
77 department-file-status pic xx value '00'.
77 department-available pic x value 'N'.
77 run-date pic 9(8) value 0.
77 current-cycle pic 9(4) value 0.
77 jnl-function pic x value 'W'.
77 scan-cycle pic 9(4) value 0.
77 cycle-eof pic x value 'n'.
77 end-of-file pic x value 'n'.
77 request-eof pic x value 'n'.
77 request-line pic 9(5) value 0.
77 token-id pic x(20) value spaces.
77 token-action pic x(10) value spaces.
77 token-field pic x(10) value spaces.
77 token-value pic x(40) value spaces.
77 token-rest pic x(120) value spaces.
77 token-ptr pic 9(3) value 1.
77 request-count pic 9(3) value 0.
77 request-max pic 9(3) value 200.
copy "jnlrec.cpy".
01 request-table.
   05 request-entry occurs 200 times.
      10 req-line pic 9(5).
      10 req-trx-id pic x(10).
      10 req-action pic x(7).
      10 req-field pic x(7).
      10 req-value pic x(40).
      10 req-reason pic x(40).
      10 req-ok pic x.
      10 req-note pic x(60).
      10 req-found pic x.
      10 req-orig-numeral pic x(40).
      10 req-orig-decimal pic 9(8).
      10 req-orig-twelfths pic 9(2).
      10 req-orig-date pic x(8).
      10 req-orig-dept pic x(4).
      10 req-orig-cycle pic 9(4).
77 req-idx pic 9(3).
77 req-scan pic 9(3).
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
77 twelfths-text-len pic 9(3) value 0.
77 cycle-text-len pic 9(3) value 0.
77 csv-decimal pic 9(8) value 0.
77 csv-twelfths pic 9(2) value 0.
77 row-cycle pic 9(4) value 0.
77 generations-read pic 9(5) value 0.
77 new-numeral pic x(40) value spaces.
77 new-decimal pic 9(8) value 0.
77 new-twelfths pic 9(2) value 0.
77 new-dept pic x(4) value spaces.
77 convert-flag pic 9(5) value 0.
77 value-len pic 9(3) value 0.
77 trim-done pic x value 'N'.
77 doc-date-num pic 9(8) value 0.
77 department-valid pic x value 'Y'.
77 department-reason pic x(40) value spaces.
77 hash-id-value pic 9(12) value 0.
77 hash-idx pic 9(2) value 0.
77 hash-id pic x(10) value spaces.
77 set-count pic 9(8) value 0.
77 set-credit-tw pic 9(13) value 0.
77 set-debit-tw pic 9(13) value 0.
77 set-net-tw pic s9(13) value 0.
77 set-credit-sum pic 9(9) value 0.
77 set-credit-twelfths pic 9(2) value 0.
77 set-debit-sum pic 9(9) value 0.
77 set-debit-twelfths pic 9(2) value 0.
77 set-hash pic 9(12) value 0.
77 net-magnitude pic 9(13) value 0.
77 applied-count pic 9(5) value 0.
77 refused-count pic 9(5) value 0.
77 unstamped-count pic 9(5) value 0.
77 reversed-count pic 9(5) value 0.
77 rebilled-count pic 9(5) value 0.

procedure division.
    accept command-param from command-line
    if command-param = spaces
        display "Enter the adjustment request file (blank for ROMAN2DEC.ADR):"
        accept request-file-name
        if request-file-name = spaces
            move "ROMAN2DEC.ADR" to request-file-name
        end-if
    else
        move command-param to request-file-name
    end-if
    accept run-date from date yyyymmdd

    perform load-requests
    perform read-current-cycle

    open output report-file
    move "BILLING ADJUSTMENT REPORT" to report-record
    write report-record
    move "-------------------------" to report-record
    write report-record
    move spaces to report-record
    string "REQUESTS APPLIED FROM " delimited by size
           request-file-name delimited by space
           "  RUN " delimited by size
           run-date delimited by size
           "  CYCLE " delimited by size
           current-cycle delimited by size
           into report-record
    write report-record
    move spaces to report-record
    write report-record

    *> the history is both the proof the id was converted and the
    *> place the adjustment is recorded - without it nothing can go
    open i-o history-file
    if history-file-status = '00'
        move 'Y' to history-available
    else
        display "Processed-id history unavailable - file status " history-file-status " - no adjustments made"
        perform varying req-idx from 1 by 1 until req-idx > request-count
            if req-ok(req-idx) = 'Y'
                move 'N' to req-ok(req-idx)
                move "PROCESSED-ID HISTORY UNAVAILABLE" to req-note(req-idx)
            end-if
        end-perform
    end-if

    open input department-file
    if department-file-status = '00'
        move 'Y' to department-available
    else
        display "Department master unavailable - file status " department-file-status " - departments not checked"
    end-if

    if history-available = 'Y'
        perform check-history-entries
        perform find-billed-rows
    end-if

    perform varying req-idx from 1 by 1 until req-idx > request-count
        perform apply-request
    end-perform

    if adjustment-open = 'Y'
        perform write-adjustment-trailer
        close adjustment-file
    end-if
    if history-available = 'Y'
        close history-file
    end-if
    if department-available = 'Y'
        close department-file
    end-if
    move 'C' to jnl-function
    call "jnlwrite" using jnl-function journal-record

    move spaces to report-record
    write report-record
    move "ADJUSTMENT TOTALS" to report-record
    write report-record
    move "-----------------" to report-record
    write report-record
    perform write-total-lines
    close report-file

    display "Requests read:      " request-count
    display "Reversed:           " reversed-count
    display "Rebilled:           " rebilled-count
    display "Refused:            " refused-count
    if unstamped-count > 0
        display "History not stamped:" unstamped-count
    end-if
    display "Adjustment report written to ROMAN2DEC.ADJ"

    if history-available = 'N' or unstamped-count > 0
        move 8 to return-code
    else
        if refused-count > 0
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if
stop run.

load-requests.
    open input request-file
    move 'n' to request-eof
    perform until request-eof = 'y'
        read request-file
            at end
                move 'y' to request-eof
            not at end
                add 1 to request-line
                if request-record not = spaces
                    perform parse-request-record
                end-if
        end-read
    end-perform
    close request-file
    .

parse-request-record.
    if request-count >= request-max
        display "Request table full - line " request-line " and later not read"
        exit paragraph
    end-if
    add 1 to request-count
    move request-line to req-line(request-count)
    move 'Y' to req-ok(request-count)
    move spaces to req-note(request-count)
    move 'N' to req-found(request-count)
    move spaces to req-value(request-count)
    move spaces to req-reason(request-count)
    move spaces to req-field(request-count)

    move spaces to token-id
    move spaces to token-action
    move spaces to token-field
    move spaces to token-value
    move spaces to token-rest
    move 1 to token-ptr
    unstring request-record delimited by all " "
        into token-id token-action
        with pointer token-ptr
    end-unstring
    if token-ptr <= length of request-record
        move request-record(token-ptr:) to token-rest
    end-if
    move token-id to req-trx-id(request-count)
    move token-action to req-action(request-count)

    if token-id = spaces or token-id(11:) not = spaces
        move 'N' to req-ok(request-count)
        move "TRANSACTION ID MUST BE ONE TO TEN CHARACTERS" to req-note(request-count)
    else
    if token-action = 'REVERSE'
        move token-rest to req-reason(request-count)
    else
    if token-action = 'REBILL'
        unstring token-rest delimited by all " "
            into token-field token-value
        end-unstring
        move token-field to req-field(request-count)
        move token-value to req-value(request-count)
        if token-field not = 'NUMERAL' and token-field not = 'VALUE'
           and token-field not = 'DEPT'
            move 'N' to req-ok(request-count)
            move "REBILL NEEDS NUMERAL, VALUE OR DEPT" to req-note(request-count)
        else
        if token-value = spaces
            move 'N' to req-ok(request-count)
            move "REBILL NEEDS THE CORRECTED VALUE" to req-note(request-count)
        end-if
        end-if
    else
        move 'N' to req-ok(request-count)
        move "UNKNOWN ACTION - REVERSE OR REBILL" to req-note(request-count)
    end-if
    end-if
    end-if
    .

read-current-cycle.
    *> the cycle on ROMAN2DEC.CYC is the last one roman2dec ran - its
    *> rows are still on the live CSV, earlier ones are generations
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

check-history-entries.
    perform varying req-idx from 1 by 1 until req-idx > request-count
        if req-ok(req-idx) = 'Y'
            move req-trx-id(req-idx) to hst-trx-id
            read history-file
            if history-file-status not = '00'
                move 'N' to req-ok(req-idx)
                move "NOT ON PROCESSED-ID HISTORY - NEVER CONVERTED" to req-note(req-idx)
            else
            if hst-reversed
                move 'N' to req-ok(req-idx)
                string "ALREADY REVERSED ON " delimited by size
                       hst-adjust-date delimited by size
                       " CYCLE " delimited by size
                       hst-adjust-cycle delimited by size
                       into req-note(req-idx)
            else
            if hst-rebilled
                move 'N' to req-ok(req-idx)
                string "ALREADY REBILLED ON " delimited by size
                       hst-adjust-date delimited by size
                       " CYCLE " delimited by size
                       hst-adjust-cycle delimited by size
                       into req-note(req-idx)
            end-if
            end-if
            end-if
        end-if
        *> the same id twice in one file would slip past the history
        *> check, since neither is stamped until it is applied
        if req-ok(req-idx) = 'Y'
            perform varying req-scan from 1 by 1 until req-scan >= req-idx
                if req-trx-id(req-scan) = req-trx-id(req-idx)
                   and req-ok(req-scan) = 'Y'
                    move 'N' to req-ok(req-idx)
                    move "ID ALREADY ADJUSTED EARLIER IN THIS FILE" to req-note(req-idx)
                end-if
            end-perform
        end-if
    end-perform
    .

find-billed-rows.
    *> the monthly archives, then every generation from the first
    *> cycle on, oldest first, then the live file - HST lets an id
    *> through only once, so the first VALID row found for it is the
    *> one billing received
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
                    perform scan-csv-file
                    move 'N' to csv-archived
                end-if
        end-read
    end-perform
    close catalogue-file
    perform varying scan-cycle from 1 by 1 until scan-cycle > current-cycle
        move spaces to csv-file-name
        string "ROMAN2DEC.CSV.G" delimited by size
               scan-cycle delimited by size
               into csv-file-name
        perform scan-csv-file
    end-perform
    move spaces to csv-file-name
    move "ROMAN2DEC.CSV" to csv-file-name
    perform scan-csv-file
    .

scan-csv-file.
    open input csv-file
    if csv-file-status not = '00'
        *> a generation that was never written (or has been consolidated
        *> away) holds nothing to find
        exit paragraph
    end-if
    add 1 to generations-read
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
                if csv-record not = spaces
                   and csv-record(1:13) not = "ROMAN NUMERAL"
                    perform match-csv-row
                end-if
        end-read
    end-perform
    close csv-file
    .

match-csv-row.
    perform split-csv-row
    if csv-valid-flag not = 'VALID'
        exit paragraph
    end-if
    perform varying req-idx from 1 by 1 until req-idx > request-count
        if req-ok(req-idx) = 'Y' and req-found(req-idx) = 'N'
           and req-trx-id(req-idx) = csv-id-col(1:10)
            move 'Y' to req-found(req-idx)
            move csv-numeral to req-orig-numeral(req-idx)
            move csv-decimal to req-orig-decimal(req-idx)
            move csv-twelfths to req-orig-twelfths(req-idx)
            move csv-date-col(1:8) to req-orig-date(req-idx)
            move csv-dept-col(1:4) to req-orig-dept(req-idx)
            move row-cycle to req-orig-cycle(req-idx)
        end-if
    end-perform
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
             csv-norm-text
    end-unstring
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

apply-request.
    if req-ok(req-idx) = 'Y' and req-found(req-idx) = 'N'
        move 'N' to req-ok(req-idx)
        move "NO BILLED ROW ON THE CSV OR ANY GENERATION" to req-note(req-idx)
    end-if
    if req-ok(req-idx) = 'Y' and req-action(req-idx) = 'REBILL'
        perform build-rebill-row
    end-if
    *> the history record is re-read now, while nothing has gone on
    *> the set for this id - the stamp below rewrites that image
    if req-ok(req-idx) = 'Y'
        move req-trx-id(req-idx) to hst-trx-id
        read history-file
        if history-file-status not = '00'
            move 'N' to req-ok(req-idx)
            move spaces to req-note(req-idx)
            string "HISTORY RECORD NOT READ - FILE STATUS " delimited by size
                   history-file-status delimited by size
                   into req-note(req-idx)
        end-if
    end-if
    if req-ok(req-idx) = 'N'
        perform report-refused-request
        exit paragraph
    end-if

    if adjustment-open = 'N'
        perform open-adjustment-set
    end-if

    *> the credit always reverses exactly what went out
    move spaces to baf-detail-record
    move 'AD' to baf-d-type
    if req-action(req-idx) = 'REVERSE'
        move 'R' to baf-d-action
    else
        move 'C' to baf-d-action
    end-if
    move req-trx-id(req-idx) to baf-d-trx-id
    move req-orig-cycle(req-idx) to baf-d-orig-cycle
    move req-orig-numeral(req-idx) to baf-d-numeral
    compute baf-d-amount = 0 - req-orig-decimal(req-idx)
    move req-orig-twelfths(req-idx) to baf-d-twelfths
    move req-orig-date(req-idx) to baf-d-trx-date
    move req-orig-dept(req-idx) to baf-d-trx-dept
    write baf-detail-record
    add 1 to set-count
    compute set-credit-tw = set-credit-tw
        + (req-orig-decimal(req-idx) * 12) + req-orig-twelfths(req-idx)
    move req-trx-id(req-idx) to hash-id
    perform add-id-to-hash

    if req-action(req-idx) = 'REBILL'
        move spaces to baf-detail-record
        move 'AD' to baf-d-type
        move 'D' to baf-d-action
        move req-trx-id(req-idx) to baf-d-trx-id
        move req-orig-cycle(req-idx) to baf-d-orig-cycle
        move new-numeral to baf-d-numeral
        move new-decimal to baf-d-amount
        move new-twelfths to baf-d-twelfths
        move req-orig-date(req-idx) to baf-d-trx-date
        move new-dept to baf-d-trx-dept
        write baf-detail-record
        add 1 to set-count
        compute set-debit-tw = set-debit-tw
            + (new-decimal * 12) + new-twelfths
        perform add-id-to-hash
    end-if

    *> stamp the history last, once the set carries the adjustment
    move spaces to journal-record
    move history-record to jnl-before-image
    if req-action(req-idx) = 'REVERSE'
        move 'R' to hst-adjust-status
    else
        move 'B' to hst-adjust-status
    end-if
    move run-date to hst-adjust-date
    move current-cycle to hst-adjust-cycle
    rewrite history-record
    if history-file-status = '00'
        move "HST" to jnl-file-id
        move 'C' to jnl-action
        move history-record to jnl-after-image
        move "BILLADJ" to jnl-program
        move current-cycle to jnl-cycle
        move 'W' to jnl-function
        call "jnlwrite" using jnl-function journal-record
    end-if

    add 1 to applied-count
    move spaces to report-record
    if req-action(req-idx) = 'REVERSE'
        add 1 to reversed-count
        string "REVERSED    " delimited by size
               req-trx-id(req-idx) delimited by size
               " CYCLE " delimited by size
               req-orig-cycle(req-idx) delimited by size
               " DEPT " delimited by size
               req-orig-dept(req-idx) delimited by size
               " CREDIT " delimited by size
               req-orig-decimal(req-idx) delimited by size
               " +" delimited by size
               req-orig-twelfths(req-idx) delimited by size
               "/12 " delimited by size
               req-orig-numeral(req-idx) delimited by space
               " REASON " delimited by size
               req-reason(req-idx) delimited by "  "
               into report-record
    else
        add 1 to rebilled-count
        string "REBILLED    " delimited by size
               req-trx-id(req-idx) delimited by size
               " CYCLE " delimited by size
               req-orig-cycle(req-idx) delimited by size
               " CREDIT " delimited by size
               req-orig-numeral(req-idx) delimited by space
               " " delimited by size
               req-orig-decimal(req-idx) delimited by size
               " DEPT " delimited by size
               req-orig-dept(req-idx) delimited by size
               " CHARGE " delimited by size
               new-numeral delimited by space
               " " delimited by size
               new-decimal delimited by size
               " DEPT " delimited by size
               new-dept delimited by size
               into report-record
    end-if
    write report-record

    if history-file-status not = '00'
        *> the adjustment is on the set but the id could be adjusted
        *> again - the stamp has to be put right by hand before the
        *> next run
        add 1 to unstamped-count
        move spaces to report-record
        string "ADJUSTED BUT HISTORY NOT STAMPED - FILE STATUS " delimited by size
               history-file-status delimited by size
               " - STAMP " delimited by size
               req-trx-id(req-idx) delimited by size
               " BY HAND BEFORE THE NEXT RUN" delimited by size
               into report-record
        write report-record
        display "ADJUSTED BUT HISTORY NOT STAMPED - FILE STATUS " history-file-status " - " req-trx-id(req-idx)
    end-if
    .

build-rebill-row.
    *> start from what was billed and change the one field named
    move req-orig-numeral(req-idx) to new-numeral
    move req-orig-decimal(req-idx) to new-decimal
    move req-orig-twelfths(req-idx) to new-twelfths
    move req-orig-dept(req-idx) to new-dept
    if req-field(req-idx) = 'NUMERAL'
        move req-value(req-idx) to new-numeral
        move 0 to convert-flag
        call "converter" using new-numeral new-decimal convert-flag new-twelfths
        if convert-flag = 1
            move 'N' to req-ok(req-idx)
            move "CORRECTED NUMERAL IS NOT A VALID ROMAN NUMERAL" to req-note(req-idx)
        end-if
    else
    if req-field(req-idx) = 'VALUE'
        move length of req-value(req-idx) to value-len
        move 'N' to trim-done
        perform until trim-done = 'Y' or value-len < 1
            if req-value(req-idx)(value-len:1) = space
                subtract 1 from value-len
            else
                move 'Y' to trim-done
            end-if
        end-perform
        if value-len < 1 or value-len > 8
           or req-value(req-idx)(1:value-len) is not numeric
            move 'N' to req-ok(req-idx)
            move "CORRECTED VALUE MUST BE ONE TO EIGHT DIGITS" to req-note(req-idx)
        else
            compute new-decimal = function numval (req-value(req-idx)(1:value-len))
            move 0 to new-twelfths
            move spaces to new-numeral
            move 0 to convert-flag
            call "dec2roman" using new-decimal new-twelfths new-numeral convert-flag
            if convert-flag = 1
                move 'N' to req-ok(req-idx)
                move "CORRECTED VALUE TOO LARGE TO REPRESENT" to req-note(req-idx)
            end-if
        end-if
    else
        if req-value(req-idx)(5:) not = spaces
            move 'N' to req-ok(req-idx)
            move "DEPARTMENT CODE MUST BE ONE TO FOUR CHARACTERS" to req-note(req-idx)
        else
            move req-value(req-idx)(1:4) to new-dept
            perform validate-department
            if department-valid = 'N'
                move 'N' to req-ok(req-idx)
                move department-reason to req-note(req-idx)
            end-if
        end-if
    end-if
    end-if
    if req-ok(req-idx) = 'Y'
       and new-numeral = req-orig-numeral(req-idx)
       and new-decimal = req-orig-decimal(req-idx)
       and new-twelfths = req-orig-twelfths(req-idx)
       and new-dept = req-orig-dept(req-idx)
        move 'N' to req-ok(req-idx)
        move "REBILL WOULD CHARGE EXACTLY WHAT WAS BILLED" to req-note(req-idx)
    end-if
    .

validate-department.
    *> the same test roman2dec applies, as of the billed row's date
    move 'Y' to department-valid
    move spaces to department-reason
    if department-available = 'N'
        exit paragraph
    end-if
    move req-orig-date(req-idx) to doc-date-num
    move new-dept to dpm-code
    read department-file
    if department-file-status not = '00'
        move 'N' to department-valid
        string "UNKNOWN DEPARTMENT " delimited by size
               new-dept delimited by space
               into department-reason
    else
    if doc-date-num < dpm-effective-date
        move 'N' to department-valid
        string "DEPARTMENT " delimited by size
               new-dept delimited by space
               " NOT YET IN EFFECT" delimited by size
               into department-reason
    else
    if dpm-status = 'C' and doc-date-num >= dpm-closing-date
        move 'N' to department-valid
        string "DEPARTMENT " delimited by size
               new-dept delimited by space
               " CLOSED" delimited by size
               into department-reason
    end-if
    end-if
    end-if
    .

open-adjustment-set.
    *> EXTEND across runs like the billing interface file, each run
    *> its own header/detail/trailer set
    open extend adjustment-file
    if adjustment-file-status = '35'
        open output adjustment-file
    end-if
    move 'Y' to adjustment-open
    move spaces to baf-header-record
    move 'AH' to baf-h-type
    move run-date to baf-h-run-date
    move current-cycle to baf-h-cycle
    write baf-header-record
    .

write-adjustment-trailer.
    move spaces to baf-trailer-record
    move 'AT' to baf-t-type
    move set-count to baf-t-count
    divide set-credit-tw by 12
        giving set-credit-sum remainder set-credit-twelfths
    divide set-debit-tw by 12
        giving set-debit-sum remainder set-debit-twelfths
    move set-credit-sum to baf-t-credit-sum
    move set-credit-twelfths to baf-t-credit-twelfths
    move set-debit-sum to baf-t-debit-sum
    move set-debit-twelfths to baf-t-debit-twelfths
    *> the net keeps the sign of whichever side is larger; its
    *> twelfths take the same sign, as a detail's do
    compute set-net-tw = set-debit-tw - set-credit-tw
    if set-net-tw < 0
        compute net-magnitude = 0 - set-net-tw
    else
        move set-net-tw to net-magnitude
    end-if
    divide net-magnitude by 12
        giving baf-t-net-sum remainder baf-t-net-twelfths
    if set-net-tw < 0
        compute baf-t-net-sum = 0 - baf-t-net-sum
    end-if
    move set-hash to baf-t-hash
    write baf-trailer-record
    .

add-id-to-hash.
    *> the same fold billrec's trailer uses: the id's digits read as
    *> one number, summed to twelve places
    move 0 to hash-id-value
    perform varying hash-idx from 1 by 1 until hash-idx > 10
        if hash-id(hash-idx:1) is numeric
            compute hash-id-value = (hash-id-value * 10)
                + function numval (hash-id(hash-idx:1))
        end-if
    end-perform
    compute set-hash =
        function mod (set-hash + hash-id-value, 1000000000000)
    .

report-refused-request.
    add 1 to refused-count
    move spaces to report-record
    string "REFUSED     LINE " delimited by size
           req-line(req-idx) delimited by size
           " " delimited by size
           req-trx-id(req-idx) delimited by size
           " " delimited by size
           req-action(req-idx) delimited by size
           " - " delimited by size
           req-note(req-idx) delimited by "  "
           into report-record
    write report-record
    .

write-total-lines.
    move spaces to report-record
    string "REQUESTS READ:      " delimited by size
           request-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "REVERSED:           " delimited by size
           reversed-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "REBILLED:           " delimited by size
           rebilled-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "REFUSED:            " delimited by size
           refused-count delimited by size
           into report-record
    write report-record
    if unstamped-count > 0
        move spaces to report-record
        string "HISTORY NOT STAMPED:" delimited by size
               unstamped-count delimited by size
               into report-record
        write report-record
    end-if
    move spaces to report-record
    string "CSV FILES SEARCHED: " delimited by size
           generations-read delimited by size
           into report-record
    write report-record
    if adjustment-open = 'Y'
        move spaces to report-record
        string "ADJUSTMENT SET:     " delimited by size
               set-count delimited by size
               " DETAILS  CREDIT " delimited by size
               set-credit-sum delimited by size
               " +" delimited by size
               set-credit-twelfths delimited by size
               "/12  DEBIT " delimited by size
               set-debit-sum delimited by size
               " +" delimited by size
               set-debit-twelfths delimited by size
               "/12  HASH " delimited by size
               set-hash delimited by size
               into report-record
        write report-record
    end-if
    .
