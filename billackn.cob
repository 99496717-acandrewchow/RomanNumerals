*> holds one header/detail/trailer set per run and all sets are
*> totalled together, matching a receipt for the whole transmission.
*> Results go to ROMAN2DEC.AKR and the console; the return code is 0
*> when everything agrees, 8 when anything does not.  Every proof of
*> the interface file, agreed or not, is also appended to
*> ROMAN2DEC.AKL (acklog) with the cycles it covered and both sides'
*> totals, which is what perclose ties a period's trailers to.
*> Given ADJ as the parameter (optionally followed by the receipt file
*> name, blank for ROMAN2DEC.AAK) it proves the billing adjustment file
*> ROMAN2DEC.BAF the same way instead, reporting to ROMAN2DEC.AKA.
*> There the receipt's four numbers are the detail count, the signed
*> net amount, its twelfths and the hash total, and it is checked
*> against the net of the adjustment trailers.

identification division.
program-id. billackn.
       file status is billing-file-status.
select optional receipt-file assign to dynamic receipt-file-name
       organization is line sequential.
select report-file assign to dynamic report-file-name
       organization is line sequential.
select adjustment-file assign to "ROMAN2DEC.BAF"
       organization is line sequential
       file status is adjustment-file-status.
select ack-log-file assign to "ROMAN2DEC.AKL"
       organization is line sequential
       file status is ack-log-file-status.

data division.
file section.
01 receipt-record pic x(80).
fd report-file.
01 report-record pic x(132).
fd adjustment-file.
copy "billadj.cpy".
fd ack-log-file.
copy "acklog.cpy".

working-storage section.
77 billing-file-status pic xx value '00'.
77 detail-sum-twelfths pic 9(2) value 0.
77 detail-hash pic 9(12) value 0.
77 hash-id-value pic 9(12) value 0.
77 hash-trx-id pic x(10) value spaces.
77 hash-idx pic 9(2) value 0.
77 trailer-count pic 9(8) value 0.
77 trailer-sum pic 9(9) value 0.
77 token-3 pic x(15) value spaces.
77 token-4 pic x(15) value spaces.
77 exception-count pic 9(4) value 0.
77 report-file-name pic x(50) value "ROMAN2DEC.AKR".
77 adjustment-file-status pic xx value '00'.
77 adjust-mode pic x value 'N'.
77 adj-detail-net-tw pic s9(13) value 0.
77 adj-trailer-net-tw pic s9(13) value 0.
77 adj-receipt-net-tw pic s9(13) value 0.
77 adj-amount-tw pic s9(13) value 0.
77 receipt-negative pic x value 'N'.
77 net-magnitude pic 9(13) value 0.
77 net-sign pic x value '+'.
77 net-whole pic 9(9) value 0.
77 net-twelfths pic 9(2) value 0.
77 net-text pic x(20) value spaces.
77 ack-log-file-status pic xx value '00'.
77 first-bif-cycle pic 9(4) value 0.
77 last-bif-cycle pic 9(4) value 0.
77 run-date pic 9(8) value 0.

procedure division.
    accept command-param from command-line
    if command-param = spaces
        move "ROMAN2DEC.ACK" to receipt-file-name
    else
    if command-param(1:4) = 'ADJ ' or command-param = 'ADJ'
        move 'Y' to adjust-mode
        move "ROMAN2DEC.AKA" to report-file-name
        if command-param(5:) = spaces
            move "ROMAN2DEC.AAK" to receipt-file-name
        else
            move command-param(5:) to receipt-file-name
        end-if
    else
        move command-param to receipt-file-name
    end-if
    end-if

    if adjust-mode = 'Y'
        perform prove-adjustment-file
        stop run
    end-if

    open input billing-file
    if billing-file-status not = '00'
    write report-record
    close report-file

    perform write-ack-log-record

    display "Detail records:     " detail-count
    display "Trailer sets:       " trailer-sets
    display "Exceptions:         " exception-count
    *> all three 01s describe the same record area
    if bif-h-type = 'HD'
        add 1 to header-sets
        if first-bif-cycle = 0 or bif-h-cycle < first-bif-cycle
            move bif-h-cycle to first-bif-cycle
        end-if
        if bif-h-cycle > last-bif-cycle
            move bif-h-cycle to last-bif-cycle
        end-if
    else
    if bif-h-type = 'DT'
        add 1 to detail-count
            subtract 12 from detail-sum-twelfths
            add 1 to detail-sum
        end-if
        move bif-d-trx-id to hash-trx-id
        perform add-id-to-hash
    else
    if bif-h-type = 'TR'
    *> number, summed to twelve places
    move 0 to hash-id-value
    perform varying hash-idx from 1 by 1 until hash-idx > 10
        if hash-trx-id(hash-idx:1) is numeric
            compute hash-id-value = (hash-id-value * 10)
                + function numval (hash-trx-id(hash-idx:1))
        end-if
    end-perform
    compute detail-hash =
       and token-3 not = spaces and token-4 not = spaces
        compute receipt-count = function numval (token-1)
        compute receipt-sum = function numval (token-2)
        *> an adjustment receipt's net may be negative - the sign is
        *> read off the text, so a net of minus a few twelfths keeps it
        move 'N' to receipt-negative
        if token-2(1:1) = '-'
            move 'Y' to receipt-negative
        end-if
        compute receipt-twelfths = function numval (token-3)
        compute receipt-hash = function numval (token-4)
        move 'Y' to have-receipt
        write report-record
    end-if
    .

write-ack-log-record.
    *> the proof log is kept across runs, so it is extended - created
    *> the first time billackn ever proves a transmission
    open extend ack-log-file
    if ack-log-file-status = '35'
        open output ack-log-file
    end-if
    if ack-log-file-status not = '00'
        display "Acknowledgment log ROMAN2DEC.AKL unavailable - file status " ack-log-file-status " - proof not logged"
        exit paragraph
    end-if
    accept run-date from date yyyymmdd
    move spaces to ack-log-record
    move run-date to akl-run-date
    move first-bif-cycle to akl-first-cycle
    move last-bif-cycle to akl-last-cycle
    if exception-count = 0
        move 'A' to akl-result
    else
        move 'X' to akl-result
    end-if
    move trailer-count to akl-trailer-count
    move trailer-sum to akl-trailer-sum
    move trailer-sum-twelfths to akl-trailer-twelfths
    move trailer-hash to akl-trailer-hash
    move receipt-count to akl-receipt-count
    move receipt-sum to akl-receipt-sum
    move receipt-twelfths to akl-receipt-twelfths
    move receipt-hash to akl-receipt-hash
    write ack-log-record
    close ack-log-file
    .

prove-adjustment-file.
    *> the adjustment sets on ROMAN2DEC.BAF are proved exactly as the
    *> billing interface sets are - details re-added against their
    *> trailers, then the trailers against billing's receipt - but on
    *> the signed net, since credits and charges travel together
    open input adjustment-file
    if adjustment-file-status not = '00'
        display "Cannot open billing adjustment file ROMAN2DEC.BAF - file status " adjustment-file-status
        move 8 to return-code
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read adjustment-file
            at end
                move 'y' to end-of-file
            not at end
                perform tally-adjustment-record
        end-read
    end-perform
    close adjustment-file

    perform read-receipt
    compute adj-receipt-net-tw = (receipt-sum * 12) + receipt-twelfths
    if receipt-negative = 'Y'
        compute adj-receipt-net-tw = 0 - adj-receipt-net-tw
    end-if

    open output report-file
    move "BILLING ADJUSTMENT ACKNOWLEDGMENT CHECK" to report-record
    write report-record
    move "---------------------------------------" to report-record
    write report-record
    perform check-adjustment-totals
    perform check-adjustment-receipt
    move spaces to report-record
    write report-record
    if exception-count = 0
        move "ADJUSTMENT TRANSMISSION PROVEN COMPLETE AND RECEIPTED" to report-record
    else
        move spaces to report-record
        string exception-count delimited by size
               " EXCEPTIONS - DO NOT CERTIFY TO BILLING" delimited by size
               into report-record
    end-if
    write report-record
    close report-file

    display "Adjustment details: " detail-count
    display "Trailer sets:       " trailer-sets
    display "Exceptions:         " exception-count
    if exception-count = 0
        display "ADJUSTMENT ACKNOWLEDGMENT AGREES - see ROMAN2DEC.AKA"
        move 0 to return-code
    else
        display "ADJUSTMENT ACKNOWLEDGMENT CHECK FAILED - see ROMAN2DEC.AKA"
        move 8 to return-code
    end-if
    .

tally-adjustment-record.
    if baf-h-type = 'AH'
        add 1 to header-sets
    else
    if baf-h-type = 'AD'
        add 1 to detail-count
        *> a detail's twelfths carry the sign of its amount
        compute adj-amount-tw = (baf-d-amount * 12)
        if baf-d-amount < 0
            compute adj-amount-tw = adj-amount-tw - baf-d-twelfths
        else
            compute adj-amount-tw = adj-amount-tw + baf-d-twelfths
        end-if
        add adj-amount-tw to adj-detail-net-tw
        move baf-d-trx-id to hash-trx-id
        perform add-id-to-hash
    else
    if baf-h-type = 'AT'
        add 1 to trailer-sets
        add baf-t-count to trailer-count
        compute adj-amount-tw = (baf-t-net-sum * 12)
        if baf-t-net-sum < 0
            compute adj-amount-tw = adj-amount-tw - baf-t-net-twelfths
        else
            compute adj-amount-tw = adj-amount-tw + baf-t-net-twelfths
        end-if
        add adj-amount-tw to adj-trailer-net-tw
        compute trailer-hash =
            function mod (trailer-hash + baf-t-hash, 1000000000000)
    end-if
    end-if
    end-if
    .

format-net-amount.
    *> signed whole amount and its twelfths, for the report lines
    if adj-amount-tw < 0
        move '-' to net-sign
        compute net-magnitude = 0 - adj-amount-tw
    else
        move '+' to net-sign
        move adj-amount-tw to net-magnitude
    end-if
    divide net-magnitude by 12
        giving net-whole remainder net-twelfths
    move spaces to net-text
    string net-sign delimited by size
           net-whole delimited by size
           " " delimited by size
           net-twelfths delimited by size
           "/12" delimited by size
           into net-text
    .

check-adjustment-totals.
    if trailer-sets = 0
        add 1 to exception-count
        move "NO TRAILER ON ADJUSTMENT FILE - RUN NEVER CLOSED ITS SET" to report-record
        write report-record
        exit paragraph
    end-if
    if detail-count = trailer-count
       and adj-detail-net-tw = adj-trailer-net-tw
       and detail-hash = trailer-hash
        move adj-trailer-net-tw to adj-amount-tw
        perform format-net-amount
        move spaces to report-record
        string "ADJUSTMENT FILE INTERNALLY COMPLETE: " delimited by size
               detail-count delimited by size
               " DETAILS RE-ADD TO THE TRAILER NET " delimited by size
               net-text delimited by "  "
               into report-record
        write report-record
    else
        add 1 to exception-count
        move adj-detail-net-tw to adj-amount-tw
        perform format-net-amount
        move spaces to report-record
        string "ADJUSTMENT FILE INCOMPLETE: DETAILS " delimited by size
               detail-count delimited by size
               " NET " delimited by size
               net-text delimited by "  "
               " HASH " delimited by size
               detail-hash delimited by size
               into report-record
        write report-record
        move adj-trailer-net-tw to adj-amount-tw
        perform format-net-amount
        move spaces to report-record
        string "                   VERSUS TRAILER " delimited by size
               trailer-count delimited by size
               " NET " delimited by size
               net-text delimited by "  "
               " HASH " delimited by size
               trailer-hash delimited by size
               into report-record
        write report-record
    end-if
    .

check-adjustment-receipt.
    if have-receipt = 'N'
        add 1 to exception-count
        move spaces to report-record
        string "NO RECEIPT ON " delimited by size
               receipt-file-name delimited by space
               " - BILLING HAS NOT ACKNOWLEDGED THE ADJUSTMENTS" delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    if receipt-count = trailer-count
       and adj-receipt-net-tw = adj-trailer-net-tw
       and receipt-hash = trailer-hash
        move "BILLING RECEIPT AGREES WITH THE ADJUSTMENT TRAILER TOTALS" to report-record
        write report-record
    else
        add 1 to exception-count
        move adj-receipt-net-tw to adj-amount-tw
        perform format-net-amount
        move spaces to report-record
        string "RECEIPT MISMATCH: BILLING POSTED " delimited by size
               receipt-count delimited by size
               " NET " delimited by size
               net-text delimited by "  "
               " HASH " delimited by size
               receipt-hash delimited by size
               into report-record
        write report-record
        move adj-trailer-net-tw to adj-amount-tw
        perform format-net-amount
        move spaces to report-record
        string "                  VERSUS TRAILER " delimited by size
               trailer-count delimited by size
               " NET " delimited by size
               net-text delimited by "  "
               " HASH " delimited by size
               trailer-hash delimited by size
               into report-record
        write report-record
    end-if
    .
