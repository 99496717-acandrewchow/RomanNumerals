*> chgrept - conversion master change register
*> Lists every change mstmaint keeps - each CORRECT, DELETE and PURGE
*> submitted, the decided ones from the change history file
*> ROMAN2DEC.PCR in the order decided, then those still waiting on the
*> pending-change file ROMAN2DEC.PCH in the order submitted - with who
*> requested it, when and why, the values before and after, who
*> approved or declined it and when, and how it ended: APPLIED,
*> DECLINED, NOT APPLIED (approved, but the record had gone or changed
*> by then) or PENDING.  A change still pending more than the allowed
*> number of days since it was requested is flagged OVERDUE, so
*> nothing sits unapproved unnoticed.  The allowance may be supplied
*> as a command-line parameter in days (blank for 3).  The register
*> is written to ROMAN2DEC.CHR and summarised on the console; the
*> return code is 4 when anything is overdue, else 0.

identification division.
program-id. chgrept.

environment division.
input-output section.
file-control.
select optional pending-change-file assign to "ROMAN2DEC.PCH"
       organization is line sequential.
select optional change-history-file assign to "ROMAN2DEC.PCR"
       organization is line sequential.
select report-file assign to "ROMAN2DEC.CHR"
       organization is line sequential.

data division.
file section.
fd pending-change-file.
copy "mstchg.cpy".
fd change-history-file.
01 change-history-record pic x(231).
fd report-file.
01 report-record pic x(132).

working-storage section.
77 end-of-file pic x value 'n'.
77 command-param pic x(50) value spaces.
77 arg-len pic 9(3) value 0.
77 trim-done pic x value 'N'.
77 overdue-days pic 9(3) value 3.
77 today-date pic 9(8) value 0.
77 today-serial pic 9(8) value 0.
77 request-serial pic 9(8) value 0.
77 serial-date pic 9(8) value 0.
77 serial-days pic 9(8) value 0.
77 serial-year pic 9(4) value 0.
77 serial-month pic 9(2) value 0.
77 serial-day pic 9(2) value 0.
77 prior-years pic 9(4) value 0.
77 leap-quotient pic 9(4) value 0.
77 leap-remainder pic 9(4) value 0.
77 leap-days pic 9(6) value 0.
01 month-offset-values.
   05 filler pic 9(3) value 000.
   05 filler pic 9(3) value 031.
   05 filler pic 9(3) value 059.
   05 filler pic 9(3) value 090.
   05 filler pic 9(3) value 120.
   05 filler pic 9(3) value 151.
   05 filler pic 9(3) value 181.
   05 filler pic 9(3) value 212.
   05 filler pic 9(3) value 243.
   05 filler pic 9(3) value 273.
   05 filler pic 9(3) value 304.
   05 filler pic 9(3) value 334.
01 month-offset-table redefines month-offset-values.
   05 month-offset pic 9(3) occurs 12 times.
77 pending-age pic 9(5) value 0.
77 disposition-text pic x(11) value spaces.
77 change-count pic 9(6) value 0.
77 applied-count pic 9(6) value 0.
77 declined-count pic 9(6) value 0.
77 not-applied-count pic 9(6) value 0.
77 pending-count pic 9(6) value 0.
77 overdue-count pic 9(6) value 0.

procedure division.
    accept command-param from command-line
    if command-param not = spaces
        move length of command-param to arg-len
        move 'N' to trim-done
        perform until trim-done = 'Y' or arg-len < 1
            if command-param(arg-len:1) = space
                subtract 1 from arg-len
            else
                move 'Y' to trim-done
            end-if
        end-perform
        if arg-len > 3 or command-param(1:arg-len) is not numeric
            display "Overdue allowance must be a number of days: " command-param
            move 8 to return-code
            stop run
        end-if
        compute overdue-days = function numval (command-param(1:arg-len))
    end-if

    accept today-date from date yyyymmdd
    move today-date to serial-date
    perform compute-serial-days
    move serial-days to today-serial

    open output report-file
    move spaces to report-record
    string "CONVERSION MASTER CHANGE REGISTER - " delimited by size
           today-date delimited by size
           into report-record
    write report-record
    move "-------------------------------------------" to report-record
    write report-record
    move spaces to report-record
    string "PENDING CHANGES ARE FLAGGED OVERDUE AFTER " delimited by size
           overdue-days delimited by size
           " DAYS" delimited by size
           into report-record
    write report-record
    move spaces to report-record
    write report-record
    move "ID      ACTION   NUMERAL / PURGE CUT-OFF                   BEFORE           AFTER            DISPOSITION" to report-record
    write report-record
    move "------  -------  ----------------------------------------  ---------------  ---------------  -----------" to report-record
    write report-record

    open input change-history-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read change-history-file
            at end
                move 'y' to end-of-file
            not at end
                move change-history-record to master-change-record
                if master-change-record not = spaces
                    perform write-change-entry
                end-if
        end-read
    end-perform
    close change-history-file

    open input pending-change-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read pending-change-file
            at end
                move 'y' to end-of-file
            not at end
                if master-change-record not = spaces
                    perform write-change-entry
                end-if
        end-read
    end-perform
    close pending-change-file

    move spaces to report-record
    write report-record
    move "REGISTER TOTALS" to report-record
    write report-record
    move "---------------" to report-record
    write report-record
    perform write-total-lines
    close report-file

    display "Changes on register: " change-count
    display "Applied:             " applied-count
    display "Declined:            " declined-count
    display "Not applied:         " not-applied-count
    display "Pending:             " pending-count
    display "Overdue:             " overdue-count
    display "Change register written to ROMAN2DEC.CHR"
    if overdue-count > 0
        display "CHANGES OVERDUE FOR APPROVAL - see ROMAN2DEC.CHR"
        move 4 to return-code
    else
        move 0 to return-code
    end-if
stop run.

write-change-entry.
    add 1 to change-count
    if chg-applied
        move "APPLIED" to disposition-text
        add 1 to applied-count
    else
    if chg-declined
        move "DECLINED" to disposition-text
        add 1 to declined-count
    else
    if chg-not-applied
        move "NOT APPLIED" to disposition-text
        add 1 to not-applied-count
    else
        move "PENDING" to disposition-text
        add 1 to pending-count
    end-if
    end-if
    end-if

    *> the change itself, with its before and after values
    move spaces to report-record
    move chg-id to report-record(1:6)
    move chg-action to report-record(9:7)
    if chg-purge
        string "LAST SEEN BEFORE " delimited by size
               chg-purge-date delimited by size
               into report-record(18:40)
        *> a PURGE has no one record's values - after is the count it
        *> found stale when requested, or purged once applied
        if chg-applied
            string chg-record-count delimited by size
                   " PURGED" delimited by size
                   into report-record(77:15)
        else
            string chg-record-count delimited by size
                   " STALE" delimited by size
                   into report-record(77:15)
        end-if
    else
        move chg-numeral to report-record(18:40)
        string chg-before-decimal delimited by size
               " +" delimited by size
               chg-before-twelfths delimited by size
               "/12" delimited by size
               into report-record(60:15)
        if chg-delete
            move "(DELETED)" to report-record(77:15)
        else
            string chg-after-decimal delimited by size
                   " +" delimited by size
                   chg-after-twelfths delimited by size
                   "/12" delimited by size
                   into report-record(77:15)
        end-if
    end-if
    move disposition-text to report-record(94:11)
    write report-record

    move spaces to report-record
    string "        REQUESTED BY " delimited by size
           chg-requester delimited by size
           " ON " delimited by size
           chg-request-date delimited by size
           " " delimited by size
           chg-request-time delimited by size
           " REASON: " delimited by size
           chg-reason delimited by size
           into report-record
    write report-record

    move spaces to report-record
    if chg-pending
        *> how long it has waited for a second operator
        move chg-request-date to serial-date
        perform compute-serial-days
        move serial-days to request-serial
        if today-serial > request-serial
            compute pending-age = today-serial - request-serial
        else
            move 0 to pending-age
        end-if
        if pending-age > overdue-days
            add 1 to overdue-count
            string "        AWAITING APPROVAL " delimited by size
                   pending-age delimited by size
                   " DAYS - OVERDUE *****" delimited by size
                   into report-record
        else
            string "        AWAITING APPROVAL " delimited by size
                   pending-age delimited by size
                   " DAYS" delimited by size
                   into report-record
        end-if
    else
    if chg-declined
        string "        DECLINED BY  " delimited by size
               chg-approver delimited by size
               " ON " delimited by size
               chg-decision-date delimited by size
               " " delimited by size
               chg-decision-time delimited by size
               " NOTE:   " delimited by size
               chg-decision-note delimited by size
               into report-record
    else
        string "        APPROVED BY  " delimited by size
               chg-approver delimited by size
               " ON " delimited by size
               chg-decision-date delimited by size
               " " delimited by size
               chg-decision-time delimited by size
               " NOTE:   " delimited by size
               chg-decision-note delimited by size
               into report-record
    end-if
    end-if
    write report-record
    .

compute-serial-days.
    *> days since a fixed origin, good enough to difference two dates:
    *> whole years at 365 plus the leap days before this year, then
    *> the month offset (plus one when past February of a leap year),
    *> then the day of month
    move serial-date(1:4) to serial-year
    move serial-date(5:2) to serial-month
    move serial-date(7:2) to serial-day
    if serial-month < 1 or serial-month > 12
        move 1 to serial-month
    end-if
    compute prior-years = serial-year - 1
    *> each division must truncate on its own - DIVIDE, not one
    *> COMPUTE, or the fractional quarters would add back up
    divide prior-years by 4 giving leap-quotient
    move leap-quotient to leap-days
    divide prior-years by 100 giving leap-quotient
    subtract leap-quotient from leap-days
    divide prior-years by 400 giving leap-quotient
    add leap-quotient to leap-days
    compute serial-days = (serial-year * 365) + leap-days
        + month-offset(serial-month) + serial-day
    if serial-month > 2
        divide serial-year by 4
            giving leap-quotient remainder leap-remainder
        if leap-remainder = 0
            add 1 to serial-days
            divide serial-year by 100
                giving leap-quotient remainder leap-remainder
            if leap-remainder = 0
                subtract 1 from serial-days
                divide serial-year by 400
                    giving leap-quotient remainder leap-remainder
                if leap-remainder = 0
                    add 1 to serial-days
                end-if
            end-if
        end-if
    end-if
    .

write-total-lines.
    move spaces to report-record
    string "CHANGES ON REGISTER: " delimited by size
           change-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "APPLIED:             " delimited by size
           applied-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "DECLINED:            " delimited by size
           declined-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "NOT APPLIED:         " delimited by size
           not-applied-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "PENDING:             " delimited by size
           pending-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "OVERDUE:             " delimited by size
           overdue-count delimited by size
           into report-record
    write report-record
    .
