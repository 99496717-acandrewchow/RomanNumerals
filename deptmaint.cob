*> deptmaint - maintenance utility for the department reference master
*> ROMAN2DEC.DPM holds every department code a structured record may
*> carry, with its name, cost-centre number, and the dates it is in
*> effect.  This utility takes a transaction file of maintenance
*> actions, applies them in order, and accounts for every one on a
*> report (ROMAN2DEC.DMN), the same way mstmaint keeps the conversion
*> master:
*>   ADD <code> <cost-centre> <YYYYMMDD> <name>
*>                                   open a new department, billable
*>                                   from the effective date given
*>   CHANGE <code> NAME <name>       rename a department
*>   CHANGE <code> CC <cost-centre>  move it to another cost centre
*>   CHANGE <code> EFFECTIVE <YYYYMMDD>
*>                                   correct its effective date
*>   CLOSE <code> <YYYYMMDD>         close it - documents dated on or
*>                                   after the closing date reject
*>   LIST                            list every department on file
*> The name runs to the end of the line, so it may contain spaces.
*> The transaction file name may be supplied as a command-line
*> parameter for unattended submission; the prompt is only a fallback
*> (blank for ROMAN2DEC.DTX).

identification division.
program-id. deptmaint.

environment division.
input-output section.
file-control.
select department-file assign to "ROMAN2DEC.DPM"
       organization is indexed
       access is dynamic
       record key is dpm-code
       file status is department-file-status.
select optional action-file assign to dynamic action-file-name
       organization is line sequential.
select report-file assign to "ROMAN2DEC.DMN"
       organization is line sequential.

data division.
file section.
fd department-file.
copy "deptmst.cpy".
fd action-file.
01 action-record pic x(80).
fd report-file.
01 report-record pic x(132).

working-storage section.
77 department-file-status pic xx value '00'.
77 action-file-name pic x(50) value spaces.
77 command-param pic x(50) value spaces.
77 action-eof pic x value 'n'.
77 scan-eof pic x value 'n'.
77 action-verb pic x(8) value spaces.
77 action-arg1 pic x(40) value spaces.
77 action-arg2 pic x(40) value spaces.
77 action-arg3 pic x(40) value spaces.
77 action-rest pic x(80) value spaces.
77 action-ptr pic 9(3) value 1.
77 rest-ptr pic 9(3) value 1.
77 actions-read pic 9(5) value 0.
77 actions-applied pic 9(5) value 0.
77 actions-failed pic 9(5) value 0.
77 listed-count pic 9(5) value 0.
77 arg-len pic 9(3) value 0.
77 trim-done pic x value 'N'.
77 arg-ok pic x value 'Y'.
77 new-cost-centre pic 9(6) value 0.
77 new-date pic 9(8) value 0.
77 date-month pic 9(2) value 0.
77 date-day pic 9(2) value 0.
77 fail-text pic x(60) value spaces.

procedure division.
    accept command-param from command-line
    if command-param = spaces
        display "Enter the department maintenance file (blank for ROMAN2DEC.DTX):"
        accept action-file-name
        if action-file-name = spaces
            move "ROMAN2DEC.DTX" to action-file-name
        end-if
    else
        move command-param to action-file-name
    end-if

    *> the first ADD ever made creates the master - same
    *> create-then-reopen dance roman2dec gives its own files
    open i-o department-file
    if department-file-status = '35'
        open output department-file
        close department-file
        open i-o department-file
    end-if
    if department-file-status not = '00'
        display "Cannot open department master ROMAN2DEC.DPM - file status " department-file-status
        stop run
    end-if

    open output report-file
    move "DEPARTMENT MASTER MAINTENANCE REPORT" to report-record
    write report-record
    move "------------------------------------" to report-record
    write report-record
    move spaces to report-record
    string "ACTIONS APPLIED FROM " delimited by size
           action-file-name delimited by space
           into report-record
    write report-record
    move spaces to report-record
    write report-record

    open input action-file
    move 'n' to action-eof
    perform until action-eof = 'y'
        read action-file
            at end
                move 'y' to action-eof
            not at end
                perform apply-action-record
        end-read
    end-perform
    close action-file

    close department-file

    move spaces to report-record
    write report-record
    move "MAINTENANCE TOTALS" to report-record
    write report-record
    move "------------------" to report-record
    write report-record
    perform write-total-lines
    close report-file

    display "Actions read:       " actions-read
    display "Actions applied:    " actions-applied
    display "Actions failed:     " actions-failed
    display "Maintenance report written to ROMAN2DEC.DMN"
stop run.

apply-action-record.
    if action-record = spaces
        exit paragraph
    end-if
    add 1 to actions-read
    move spaces to action-verb
    move spaces to action-arg1
    move spaces to action-arg2
    move spaces to action-arg3
    move spaces to action-rest
    *> verb, code and one more word come off the front; whatever
    *> follows is kept whole, since a department name has spaces in it
    move 1 to action-ptr
    unstring action-record delimited by all " "
        into action-verb action-arg1 action-arg2
        with pointer action-ptr
    end-unstring
    if action-ptr <= length of action-record
        move action-record(action-ptr:) to action-rest
    end-if

    if action-verb = 'ADD'
        perform apply-add-action
    else
    if action-verb = 'CHANGE'
        perform apply-change-action
    else
    if action-verb = 'CLOSE'
        perform apply-close-action
    else
    if action-verb = 'LIST'
        perform apply-list-action
    else
        move "UNKNOWN ACTION" to fail-text
        perform report-failed-action
    end-if
    end-if
    end-if
    end-if
    .

apply-add-action.
    perform check-department-code
    if arg-ok = 'N'
        exit paragraph
    end-if
    *> ADD <code> <cost-centre> <date> <name> - the cost centre is
    *> already in ARG2; the date and the name are split off the rest
    move 1 to rest-ptr
    unstring action-rest delimited by all " "
        into action-arg3
        with pointer rest-ptr
    end-unstring
    move spaces to action-rest
    compute rest-ptr = action-ptr + rest-ptr - 1
    if rest-ptr <= length of action-record
        move action-record(rest-ptr:) to action-rest
    end-if
    perform check-cost-centre-arg
    if arg-ok = 'N'
        exit paragraph
    end-if
    move action-arg3 to action-arg2
    perform check-date-arg
    if arg-ok = 'N'
        exit paragraph
    end-if
    if action-rest = spaces
        move "ADD NEEDS A DEPARTMENT NAME" to fail-text
        perform report-failed-action
        exit paragraph
    end-if

    move spaces to department-record
    move action-arg1 to dpm-code
    move action-rest to dpm-name
    move new-cost-centre to dpm-cost-centre
    move 'A' to dpm-status
    move new-date to dpm-effective-date
    move 0 to dpm-closing-date
    write department-record
    if department-file-status = '00'
        add 1 to actions-applied
        move spaces to report-record
        string "ADDED       " delimited by size
               dpm-code delimited by size
               " " delimited by size
               dpm-name delimited by size
               " CC " delimited by size
               dpm-cost-centre delimited by size
               " EFFECTIVE " delimited by size
               dpm-effective-date delimited by size
               into report-record
        write report-record
    else
        move "ADD FAILED - CODE ALREADY ON MASTER" to fail-text
        perform report-failed-action
    end-if
    .

apply-change-action.
    perform check-department-code
    if arg-ok = 'N'
        exit paragraph
    end-if
    move action-arg1 to dpm-code
    read department-file
    if department-file-status not = '00'
        move "CHANGE FAILED - NOT ON MASTER" to fail-text
        perform report-failed-action
        exit paragraph
    end-if

    *> the field keyword is in ARG2 and its new value is the rest
    if action-arg2 = 'NAME'
        if action-rest = spaces
            move "CHANGE NAME NEEDS A NAME" to fail-text
            perform report-failed-action
            exit paragraph
        end-if
        move action-rest to dpm-name
    else
    if action-arg2 = 'CC'
        move action-rest to action-arg2
        perform check-cost-centre-arg
        if arg-ok = 'N'
            exit paragraph
        end-if
        move new-cost-centre to dpm-cost-centre
    else
    if action-arg2 = 'EFFECTIVE'
        move action-rest to action-arg2
        perform check-date-arg
        if arg-ok = 'N'
            exit paragraph
        end-if
        if dpm-status = 'C' and new-date > dpm-closing-date
            move "CHANGE FAILED - EFFECTIVE DATE AFTER CLOSING DATE" to fail-text
            perform report-failed-action
            exit paragraph
        end-if
        move new-date to dpm-effective-date
    else
        move "CHANGE NEEDS NAME, CC OR EFFECTIVE" to fail-text
        perform report-failed-action
        exit paragraph
    end-if
    end-if
    end-if

    rewrite department-record
    add 1 to actions-applied
    move spaces to report-record
    string "CHANGED     " delimited by size
           dpm-code delimited by size
           " " delimited by size
           dpm-name delimited by size
           " CC " delimited by size
           dpm-cost-centre delimited by size
           " EFFECTIVE " delimited by size
           dpm-effective-date delimited by size
           into report-record
    write report-record
    .

apply-close-action.
    perform check-department-code
    if arg-ok = 'N'
        exit paragraph
    end-if
    perform check-date-arg
    if arg-ok = 'N'
        exit paragraph
    end-if
    move action-arg1 to dpm-code
    read department-file
    if department-file-status not = '00'
        move "CLOSE FAILED - NOT ON MASTER" to fail-text
        perform report-failed-action
        exit paragraph
    end-if
    if new-date < dpm-effective-date
        move "CLOSE FAILED - CLOSING DATE BEFORE EFFECTIVE DATE" to fail-text
        perform report-failed-action
        exit paragraph
    end-if
    *> closing an already-closed department just moves the date - the
    *> operator may be correcting a closing keyed wrongly
    move 'C' to dpm-status
    move new-date to dpm-closing-date
    rewrite department-record
    add 1 to actions-applied
    move spaces to report-record
    string "CLOSED      " delimited by size
           dpm-code delimited by size
           " " delimited by size
           dpm-name delimited by size
           " AS OF " delimited by size
           dpm-closing-date delimited by size
           into report-record
    write report-record
    .

apply-list-action.
    move 0 to listed-count
    move spaces to report-record
    write report-record
    move "CODE  DEPARTMENT NAME                 COST CTR  STATUS  EFFECTIVE  CLOSING" to report-record
    write report-record
    move "----  ------------------------------  --------  ------  ---------  --------" to report-record
    write report-record
    move low-values to dpm-code
    start department-file key not < dpm-code
    if department-file-status = '00'
        move 'n' to scan-eof
        perform until scan-eof = 'y'
            read department-file next
                at end
                    move 'y' to scan-eof
                not at end
                    add 1 to listed-count
                    perform write-list-line
            end-read
        end-perform
    end-if
    add 1 to actions-applied
    move spaces to report-record
    string "LISTED " delimited by size
           listed-count delimited by size
           " DEPARTMENTS" delimited by size
           into report-record
    write report-record
    move spaces to report-record
    write report-record
    .

write-list-line.
    move spaces to report-record
    if dpm-status = 'C'
        string dpm-code delimited by size
               "  " delimited by size
               dpm-name delimited by size
               "  " delimited by size
               dpm-cost-centre delimited by size
               "    CLOSED  " delimited by size
               dpm-effective-date delimited by size
               "   " delimited by size
               dpm-closing-date delimited by size
               into report-record
    else
        string dpm-code delimited by size
               "  " delimited by size
               dpm-name delimited by size
               "  " delimited by size
               dpm-cost-centre delimited by size
               "    ACTIVE  " delimited by size
               dpm-effective-date delimited by size
               into report-record
    end-if
    write report-record
    .

check-department-code.
    move 'Y' to arg-ok
    if action-arg1 = spaces or action-arg1(5:) not = spaces
        move 'N' to arg-ok
        move "DEPARTMENT CODE MUST BE ONE TO FOUR CHARACTERS" to fail-text
        perform report-failed-action
    end-if
    .

check-cost-centre-arg.
    *> the cost centre rides in ARG2 - up to six digits
    move 'Y' to arg-ok
    move length of action-arg2 to arg-len
    move 'N' to trim-done
    perform until trim-done = 'Y' or arg-len < 1
        if action-arg2(arg-len:1) = space
            subtract 1 from arg-len
        else
            move 'Y' to trim-done
        end-if
    end-perform
    if arg-len < 1 or arg-len > 6
       or action-arg2(1:arg-len) is not numeric
        move 'N' to arg-ok
        move "COST CENTRE MUST BE ONE TO SIX DIGITS" to fail-text
        perform report-failed-action
    else
        compute new-cost-centre = function numval (action-arg2(1:arg-len))
    end-if
    .

check-date-arg.
    *> the date rides in ARG2 - a real YYYYMMDD, near enough: month
    *> 1-12 and day 1-31 catch the keying slips that matter here
    move 'Y' to arg-ok
    if action-arg2(1:8) is not numeric or action-arg2(9:) not = spaces
        move 'N' to arg-ok
    else
        move action-arg2(1:8) to new-date
        move action-arg2(5:2) to date-month
        move action-arg2(7:2) to date-day
        if date-month < 1 or date-month > 12
           or date-day < 1 or date-day > 31
            move 'N' to arg-ok
        end-if
    end-if
    if arg-ok = 'N'
        move "DATE MUST BE YYYYMMDD" to fail-text
        perform report-failed-action
    end-if
    .

report-failed-action.
    add 1 to actions-failed
    move spaces to report-record
    string fail-text delimited by "  "
           ": " delimited by size
           action-record(1:70) delimited by size
           into report-record
    write report-record
    .

write-total-lines.
    move spaces to report-record
    string "ACTIONS READ:       " delimited by size
           actions-read delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "ACTIONS APPLIED:    " delimited by size
           actions-applied delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "ACTIONS FAILED:     " delimited by size
           actions-failed delimited by size
           into report-record
    write report-record
    .
