*> Reads ROMAN2DEC.REJ, applies operator corrections from a fix file,
*> and produces a clean resubmission file (ROMAN2DEC.RSB) plus a
*> disposition report (ROMAN2DEC.DSP) showing what was fixed, dropped,
*> and still outstanding.  A FIX whose record still carries a
*> department roman2dec would reject - not on the department master,
*> closed, or not yet in effect on the document date - is refused:
*> nothing is resubmitted and the reject stays outstanding.
*>
*> Fix file format, one correction per line:
*>   <source-file> <line-number> FIX <replacement record>
*> Corrections are matched to rejects on source file name plus original
*> line number, and each resubmitted record is cross-referenced on the
*> report back to that file and line so month-end counts reconcile.
*> Suspense entries changed here go on the recovery journal
*> ROMAN2DEC.JNL under the current cycle, as roman2dec's do.

identification division.
program-id. rejfix.
       access is random
       record key is sus-key
       file status is suspense-file-status.
select department-file assign to "ROMAN2DEC.DPM"
       organization is indexed
       access is random
       record key is dpm-code
       file status is department-file-status.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.

data division.
file section.
01 disposition-record pic x(132).
fd suspense-file.
copy "rejsus.cpy".
fd department-file.
copy "deptmst.cpy".
fd cycle-file.
01 cycle-record pic 9(4).

working-storage section.
77 reject-in-status pic xx value '00'.
77 suspense-available pic x value 'N'.
77 sus-new-status pic x value 'O'.
77 today-date pic 9(8) value 0.
77 cycle-eof pic x value 'n'.
77 current-cycle pic 9(4) value 0.
77 jnl-function pic x value 'W'.
copy "jnlrec.cpy".
copy "trxrec.cpy".
77 department-file-status pic xx value '00'.
77 department-available pic x value 'N'.
77 department-valid pic x value 'Y'.
77 department-reason pic x(40) value spaces.
77 doc-date-num pic 9(8) value 0.
77 refused-count pic 9(8) value 0.

procedure division.
    *> the fix file name may be supplied as a command-line parameter
    *> here as items are fixed or dropped, so the aging report only
    *> chases what is genuinely still outstanding
    accept today-date from date yyyymmdd
    perform read-current-cycle
    perform open-suspense-file
    perform open-department-file

    open input reject-in
    if reject-in-status not = '00'
    if suspense-available = 'Y'
        close suspense-file
    end-if
    if department-available = 'Y'
        close department-file
    end-if
    move 'C' to jnl-function
    call "jnlwrite" using jnl-function journal-record

    display "Rejects read:       " rejects-read
    display "Fixed/resubmitted:  " fixed-count
    display "Refused:            " refused-count
    display "Dropped:            " dropped-count
    display "Still outstanding:  " outstanding-count
    display "File-level notices: " file-note-count
                   into disposition-record
            write disposition-record
        else
            move spaces to resubmit-record
            *> a structured reject keeps its identifying fields when
            *> the operator supplies just a corrected numeral - only a
                end-if
            end-if
            perform trim-resubmit-record

            *> a corrected record still carrying a department roman2dec
            *> would reject is not resubmitted - it would only come
            *> straight back - so the reject stays outstanding
            move resubmit-record to trx-record
            perform validate-department
            if department-valid = 'N'
                add 1 to refused-count
                move 'O' to sus-new-status
                perform update-suspense-entry
                move spaces to disposition-record
                string "REFUSED     FILE " delimited by size
                       rej-src-file delimited by space
                       " LINE " delimited by size
                       rej-src-line delimited by size
                       " " delimited by size
                       department-reason delimited by "  "
                       ": " delimited by size
                       resubmit-record(1:trimmed-len) delimited by size
                       into disposition-record
                write disposition-record
                exit paragraph
            end-if

            add 1 to fixed-count
            move 'F' to sus-new-status
            perform update-suspense-entry
            add 1 to resubmit-line
            write resubmit-record
            move spaces to disposition-record
            string "FIXED       FILE " delimited by size
    end-if
    .

open-department-file.
    *> read-only - no department master means FIXes go through
    *> unchecked, as roman2dec itself would then take them
    open input department-file
    if department-file-status = '00'
        move 'Y' to department-available
    else
        display "Department master unavailable - file status " department-file-status " - departments not checked"
        move 'N' to department-available
    end-if
    .

validate-department.
    *> the same test roman2dec applies: on the master, and in effect
    *> on the document date.  Only the structured layout carries a
    *> department; a blank one is left alone as roman2dec leaves it
    move 'Y' to department-valid
    move spaces to department-reason
    if department-available = 'N' or trx-date is not numeric
       or trx-dept = spaces
        exit paragraph
    end-if
    move trx-date to doc-date-num
    move trx-dept to dpm-code
    read department-file
    if department-file-status not = '00'
        move 'N' to department-valid
        string "UNKNOWN DEPARTMENT " delimited by size
               trx-dept delimited by space
               into department-reason
    else
    if doc-date-num < dpm-effective-date
        move 'N' to department-valid
        string "DEPARTMENT " delimited by size
               trx-dept delimited by space
               " NOT YET IN EFFECT" delimited by size
               into department-reason
    else
    if dpm-status = 'C' and doc-date-num >= dpm-closing-date
        move 'N' to department-valid
        string "DEPARTMENT " delimited by size
               trx-dept delimited by space
               " CLOSED" delimited by size
               into department-reason
    end-if
    end-if
    end-if
    .

update-suspense-entry.
    *> close out (or open, for a reject that predates the suspense
    *> master) this file-and-line's entry; a FIX is a resubmission
    end-if
    move rej-src-file to sus-src-file
    move rej-src-line to sus-src-line
    move spaces to journal-record
    read suspense-file
    if suspense-file-status = '00'
        move suspense-record to jnl-before-image
        move sus-new-status to sus-status
        if sus-new-status = 'F'
            move today-date to sus-last-attempt
            add 1 to sus-attempts
        end-if
        rewrite suspense-record
        move 'C' to jnl-action
    else
        move rej-src-file to sus-src-file
        move rej-src-line to sus-src-line
        end-if
        move rej-original to sus-original
        write suspense-record
        move 'A' to jnl-action
    end-if
    if suspense-file-status = '00'
        move "SPM" to jnl-file-id
        move suspense-record to jnl-after-image
        perform write-journal-record
    end-if
    .

write-journal-record.
    *> suspense changes go on the recovery journal under the cycle of
    *> the night whose rejects are being worked
    move "REJFIX" to jnl-program
    move current-cycle to jnl-cycle
    move 'W' to jnl-function
    call "jnlwrite" using jnl-function journal-record
    .

read-current-cycle.
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

write-total-lines.
           into disposition-record
    write disposition-record
    move spaces to disposition-record
    string "REFUSED:            " delimited by size
           refused-count delimited by size
           into disposition-record
    write disposition-record
    move spaces to disposition-record
    string "DROPPED:            " delimited by size
           dropped-count delimited by size
           into disposition-record
