*>                                   disagree - the handful written
*>                                   before the stricter validation
*>                                   went in show up here
*> PURGE, DELETE and CORRECT change what later lookups bill, so they
*> are not applied when submitted: each must name the operator asking
*> for it and why, e.g.
*>   CORRECT MCMXC 1990 0 BY JSMITH REASON KEYED 1900 IN 2019
*> and is checked against the master and put on the pending-change
*> file ROMAN2DEC.PCH (mstchg) to wait for a second operator.  UNLOAD
*> and VERIFY alter no values and still run as soon as they are read.
*> An approval run, given APPROVE and optionally the decision file
*> (blank for ROMAN2DEC.MAP) as the parameter, takes one decision per
*> pending change:
*>   APPROVE <change id> BY <operator> [REASON <note>]
*>   DECLINE <change id> BY <operator> REASON <note>
*> A change is only decided by an operator other than the one who
*> requested it.  An approved change is applied there and then,
*> unless its record has gone or no longer holds the values it had
*> when the change was requested, in which case it is marked not
*> applied and has to be resubmitted.  Operator ids are taken in
*> capitals.  Once decided a change moves from ROMAN2DEC.PCH to the
*> change history file ROMAN2DEC.PCR, so the pending file only ever
*> holds open items.  chgrept lists every change on both with its
*> disposition and flags the ones left waiting.
*> The transaction file name may be supplied as a command-line
*> parameter for unattended submission; the prompt is only a fallback
*> (blank for ROMAN2DEC.MTX).
*> Every record an approved PURGE, DELETE or CORRECT changes goes on
*> the recovery journal ROMAN2DEC.JNL with its before and after image,
*> under the current cycle, so romanrcv can roll the master forward or
*> back.  UNLOAD reloads the same records and is not journaled.

identification division.
program-id. mstmaint.
       file status is unload-file-status.
select report-file assign to "ROMAN2DEC.MNT"
       organization is line sequential.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select optional pending-change-file assign to "ROMAN2DEC.PCH"
       organization is line sequential
       file status is pending-change-status.
select optional change-history-file assign to "ROMAN2DEC.PCR"
       organization is line sequential
       file status is change-history-status.

data division.
file section.
fd master-file.
copy "romanmst.cpy".
fd action-file.
01 action-record pic x(132).
fd unload-file.
01 unload-record pic x(74).
fd report-file.
01 report-record pic x(132).
fd cycle-file.
01 cycle-record pic 9(4).
fd pending-change-file.
copy "mstchg.cpy".
fd change-history-file.
01 change-history-record pic x(231).

working-storage section.
77 master-file-status pic xx value '00'.
77 fraction-twelfths pic 9(2).
77 arg-len pic 9(3) value 0.
77 trim-done pic x value 'N'.
77 cycle-eof pic x value 'n'.
77 current-cycle pic 9(4) value 0.
77 jnl-function pic x value 'W'.
copy "jnlrec.cpy".
77 pending-change-status pic xx value '00'.
77 change-history-status pic xx value '00'.
77 changes-decided pic 9(5) value 0.
77 approval-run pic x value 'N'.
77 action-body pic x(132) value spaces.
77 action-clause pic x(132) value spaces.
77 operator-id pic x(8) value spaces.
77 reason-text pic x(40) value spaces.
77 clause-pos pic 9(3) value 0.
77 run-date pic 9(8) value 0.
77 run-time pic 9(8) value 0.
77 change-wanted pic 9(6) value 0.
77 last-change-id pic 9(6) value 0.
77 changes-pending pic 9(5) value 0.
77 changes-applied pic 9(5) value 0.
77 changes-declined pic 9(5) value 0.
77 changes-not-applied pic 9(5) value 0.
77 changes-left-pending pic 9(5) value 0.
77 stale-count pic 9(8) value 0.
77 chg-count pic 9(4) value 0.
77 chg-max pic 9(4) value 5000.
77 chg-idx pic 9(4) value 0.
77 chg-found pic x value 'N'.
01 change-table.
   05 chg-image pic x(231) occurs 5000 times.

procedure division.
    accept run-date from date yyyymmdd
    accept run-time from time
    accept command-param from command-line
    if command-param = spaces
        display "Enter the maintenance transaction file (blank for ROMAN2DEC.MTX,"
        display "or APPROVE and the decision file for an approval run):"
        accept command-param
    end-if
    if command-param(1:8) = 'APPROVE ' or command-param = 'APPROVE'
        move 'Y' to approval-run
        move command-param(9:42) to action-file-name
        if action-file-name = spaces
            move "ROMAN2DEC.MAP" to action-file-name
        end-if
    else
    if command-param = spaces
        move "ROMAN2DEC.MTX" to action-file-name
    else
        move command-param to action-file-name
    end-if
    end-if

    perform load-pending-changes
    open i-o master-file
    if master-file-status not = '00'
        display "Cannot open conversion master ROMAN2DEC.MST - file status " master-file-status
        stop run
    end-if
    perform read-current-cycle

    open output report-file
    if approval-run = 'Y'
        move "CONVERSION MASTER CHANGE APPROVALS" to report-record
        write report-record
        move "----------------------------------" to report-record
        write report-record
        move spaces to report-record
        string "DECISIONS TAKEN FROM " delimited by size
               action-file-name delimited by space
               into report-record
    else
        move "CONVERSION MASTER MAINTENANCE REPORT" to report-record
        write report-record
        move "------------------------------------" to report-record
        write report-record
        move spaces to report-record
        string "ACTIONS APPLIED FROM " delimited by size
               action-file-name delimited by space
               into report-record
    end-if
    write report-record
    move spaces to report-record
    write report-record
            at end
                move 'y' to action-eof
            not at end
                if approval-run = 'Y'
                    perform apply-decision-record
                else
                    perform apply-action-record
                end-if
        end-read
    end-perform
    close action-file

    close master-file
    move 'C' to jnl-function
    call "jnlwrite" using jnl-function journal-record
    perform write-pending-changes

    move spaces to report-record
    write report-record
    perform write-total-lines
    close report-file

    if approval-run = 'Y'
        display "Decisions read:     " actions-read
        display "Changes applied:    " changes-applied
        display "Changes declined:   " changes-declined
        display "Not applied:        " changes-not-applied
        display "Decisions refused:  " actions-failed
        display "Still pending:      " changes-left-pending
        display "Records purged:     " purged-total
    else
        display "Actions read:       " actions-read
        display "Actions applied:    " actions-applied
        display "Awaiting approval:  " changes-pending
        display "Actions failed:     " actions-failed
        display "Verify mismatches:  " verify-bad-count
    end-if
    display "Maintenance report written to ROMAN2DEC.MNT"
stop run.

        exit paragraph
    end-if
    add 1 to actions-read
    perform split-operator-clause
    move spaces to action-verb
    move spaces to action-arg1
    move spaces to action-arg2
    move spaces to action-arg3
    unstring action-body delimited by all " "
        into action-verb action-arg1 action-arg2 action-arg3
    end-unstring

    if action-verb = 'PURGE' or action-verb = 'DELETE'
       or action-verb = 'CORRECT'
        if operator-id = spaces or reason-text = spaces
            add 1 to actions-failed
            move spaces to report-record
            string "NEEDS BY <OPERATOR> REASON <TEXT>: " delimited by size
                   action-record(1:60) delimited by size
                   into report-record
            write report-record
            exit paragraph
        end-if
    end-if

    if action-verb = 'PURGE'
        perform request-purge-action
    else
    if action-verb = 'DELETE'
        perform request-delete-action
    else
    if action-verb = 'CORRECT'
        perform request-correct-action
    else
    if action-verb = 'UNLOAD'
        perform apply-unload-action
    end-if
    .

split-operator-clause.
    *> everything before " BY " is the action itself; after it comes
    *> the operator id and, after " REASON ", the free-text reason
    move action-record to action-body
    move spaces to action-clause
    move spaces to operator-id
    move spaces to reason-text
    move 0 to clause-pos
    inspect action-record tallying clause-pos
        for characters before initial " BY "
    if clause-pos >= length of action-record - 4
        exit paragraph
    end-if
    move spaces to action-body
    if clause-pos > 0
        move action-record(1:clause-pos) to action-body
    end-if
    move action-record(clause-pos + 5:) to action-clause
    move 0 to clause-pos
    inspect action-clause tallying clause-pos
        for characters before initial " REASON "
    if clause-pos < length of action-clause - 8
        move action-clause(clause-pos + 9:) to reason-text
        move spaces to action-clause(clause-pos + 1:)
    end-if
    unstring action-clause delimited by all " "
        into operator-id
    end-unstring
    *> operator ids are held in capitals so JSMITH and jsmith are
    *> the same operator when requester and approver are compared
    move function upper-case (operator-id) to operator-id
    .

request-purge-action.
    if action-arg1(1:8) is not numeric
        add 1 to actions-failed
        move spaces to report-record
        exit paragraph
    end-if
    move action-arg1(1:8) to purge-date
    *> the approver sees how many records the cut-off catches today;
    *> the purge itself takes whatever is stale when it is approved
    move 0 to stale-count
    move low-values to mst-numeral
    start master-file key not < mst-numeral
    if master-file-status = '00'
        move 'n' to scan-eof
        perform until scan-eof = 'y'
            read master-file next
                at end
                    move 'y' to scan-eof
                not at end
                    if mst-last-seen < purge-date
                        add 1 to stale-count
                    end-if
            end-read
        end-perform
    end-if
    move spaces to master-change-record
    move 'PURGE' to chg-action
    move purge-date to chg-purge-date
    move 0 to chg-before-decimal
    move 0 to chg-before-twelfths
    move 0 to chg-after-decimal
    move 0 to chg-after-twelfths
    move stale-count to chg-record-count
    perform add-pending-change
    .

purge-stale-records.
    *> each PURGE reports its own count; the run-wide total for the
    *> summary accumulates separately
    move 0 to purged-count

    *> collect the stale keys on a pass over the file, then delete
        perform varying purge-key-idx from 1 by 1
                until purge-key-idx > purge-key-count
            move purge-key-entry(purge-key-idx) to mst-numeral
            perform delete-journaled-record
            if master-file-status = '00'
                add 1 to purged-count
            end-if
        end-perform
    end-perform
    add purged-count to purged-total
    .

request-delete-action.
    move spaces to mst-numeral
    move action-arg1 to mst-numeral
    read master-file
    if master-file-status = '00'
        move spaces to master-change-record
        move 'DELETE' to chg-action
        move mst-numeral to chg-numeral
        move 0 to chg-purge-date
        move mst-decimal to chg-before-decimal
        move mst-twelfths to chg-before-twelfths
        move 0 to chg-after-decimal
        move 0 to chg-after-twelfths
        move 1 to chg-record-count
        perform add-pending-change
    else
        add 1 to actions-failed
        move spaces to report-record
    end-if
    .

request-correct-action.
    *> a record written before the stricter validation went in can
    *> carry a decimal value converter would no longer produce - the
    *> operator supplies the right value (and twelfths, defaulting to
    *> zero) and the record is rewritten in place once approved
    move length of action-arg2 to arg-len
    move 'N' to trim-done
    perform until trim-done = 'Y' or arg-len < 1
    move action-arg1 to mst-numeral
    read master-file
    if master-file-status = '00'
        move spaces to master-change-record
        move 'CORRECT' to chg-action
        move mst-numeral to chg-numeral
        move 0 to chg-purge-date
        move mst-decimal to chg-before-decimal
        move mst-twelfths to chg-before-twelfths
        move correct-decimal to chg-after-decimal
        move correct-twelfths to chg-after-twelfths
        move 1 to chg-record-count
        perform add-pending-change
    else
        add 1 to actions-failed
        move spaces to report-record
        string "CORRECT FAILED - NOT ON MASTER: " delimited by size
               action-arg1 delimited by space
               into report-record
        write report-record
    end-if
    .

add-pending-change.
    *> MASTER-CHANGE-RECORD arrives with the change itself filled in;
    *> who asked, when and why are stamped here
    if chg-count >= chg-max
        add 1 to actions-failed
        move spaces to report-record
        string "PENDING-CHANGE FILE ROMAN2DEC.PCH FULL - NOT SUBMITTED: " delimited by size
               action-record(1:60) delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    add 1 to last-change-id
    move last-change-id to chg-id
    move operator-id to chg-requester
    move run-date to chg-request-date
    move run-time(1:6) to chg-request-time
    move reason-text to chg-reason
    move 'P' to chg-status
    move spaces to chg-approver
    move 0 to chg-decision-date
    move 0 to chg-decision-time
    move spaces to chg-decision-note
    add 1 to chg-count
    move master-change-record to chg-image(chg-count)
    add 1 to changes-pending
    move spaces to report-record
    if chg-purge
        string "PENDING     " delimited by size
               chg-id delimited by size
               " PURGE BEFORE " delimited by size
               chg-purge-date delimited by size
               " (" delimited by size
               chg-record-count delimited by size
               " RECORDS NOW) BY " delimited by size
               chg-requester delimited by space
               " - AWAITING APPROVAL" delimited by size
               into report-record
    else
    if chg-delete
        string "PENDING     " delimited by size
               chg-id delimited by size
               " DELETE " delimited by size
               chg-numeral delimited by space
               " BY " delimited by size
               chg-requester delimited by space
               " - AWAITING APPROVAL" delimited by size
               into report-record
    else
        string "PENDING     " delimited by size
               chg-id delimited by size
               " CORRECT " delimited by size
               chg-numeral delimited by space
               " TO " delimited by size
               chg-after-decimal delimited by size
               " +" delimited by size
               chg-after-twelfths delimited by size
               "/12 BY " delimited by size
               chg-requester delimited by space
               " - AWAITING APPROVAL" delimited by size
               into report-record
    end-if
    end-if
    write report-record
    .

apply-decision-record.
    if action-record = spaces
        exit paragraph
    end-if
    add 1 to actions-read
    perform split-operator-clause
    move spaces to action-verb
    move spaces to action-arg1
    unstring action-body delimited by all " "
        into action-verb action-arg1
    end-unstring

    if action-verb not = 'APPROVE' and action-verb not = 'DECLINE'
        add 1 to actions-failed
        move spaces to report-record
        string "UNKNOWN DECISION: " delimited by size
               action-record(1:70) delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    if operator-id = spaces
        add 1 to actions-failed
        move spaces to report-record
        string "DECISION NEEDS BY <OPERATOR>: " delimited by size
               action-record(1:70) delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    if action-verb = 'DECLINE' and reason-text = spaces
        add 1 to actions-failed
        move spaces to report-record
        string "DECLINE NEEDS A REASON: " delimited by size
               action-record(1:70) delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    move length of action-arg1 to arg-len
    move 'N' to trim-done
    perform until trim-done = 'Y' or arg-len < 1
        if action-arg1(arg-len:1) = space
            subtract 1 from arg-len
        else
            move 'Y' to trim-done
        end-if
    end-perform
    if arg-len < 1 or arg-len > 6
       or action-arg1(1:arg-len) is not numeric
        add 1 to actions-failed
        move spaces to report-record
        string "DECISION NEEDS A CHANGE ID: " delimited by size
               action-record(1:70) delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    compute change-wanted = function numval (action-arg1(1:arg-len))

    move 'N' to chg-found
    perform varying chg-idx from 1 by 1
            until chg-idx > chg-count or chg-found = 'Y'
        move chg-image(chg-idx) to master-change-record
        if chg-id = change-wanted
            move 'Y' to chg-found
        end-if
    end-perform
    if chg-found = 'N'
        add 1 to actions-failed
        move spaces to report-record
        string "NO SUCH CHANGE ON ROMAN2DEC.PCH: " delimited by size
               action-record(1:70) delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    subtract 1 from chg-idx
    if not chg-pending
        add 1 to actions-failed
        move spaces to report-record
        string "CHANGE " delimited by size
               chg-id delimited by size
               " ALREADY DECIDED BY " delimited by size
               chg-approver delimited by space
               " - DECISION IGNORED" delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    *> the whole point of the second operator - the requester can
    *> neither approve nor decline their own change
    if operator-id = function upper-case (chg-requester)
        add 1 to actions-failed
        move spaces to report-record
        string "CHANGE " delimited by size
               chg-id delimited by size
               " REQUESTED BY " delimited by size
               chg-requester delimited by space
               " - CANNOT BE DECIDED BY THE REQUESTER" delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if

    move operator-id to chg-approver
    move run-date to chg-decision-date
    move run-time(1:6) to chg-decision-time
    move reason-text to chg-decision-note
    if action-verb = 'DECLINE'
        move 'D' to chg-status
        add 1 to changes-declined
        move spaces to report-record
        string "DECLINED    " delimited by size
               chg-id delimited by size
               " " delimited by size
               chg-action delimited by space
               " BY " delimited by size
               chg-approver delimited by space
               ": " delimited by size
               chg-decision-note delimited by size
               into report-record
        write report-record
    else
        perform apply-approved-change
    end-if
    move master-change-record to chg-image(chg-idx)
    .

apply-approved-change.
    if chg-purge
        move chg-purge-date to purge-date
        perform purge-stale-records
        move purged-count to chg-record-count
        move 'A' to chg-status
        add 1 to changes-applied
        move spaces to report-record
        string "APPLIED     " delimited by size
               chg-id delimited by size
               " PURGED RECORDS LAST SEEN BEFORE " delimited by size
               purge-date delimited by size
               ": " delimited by size
               purged-count delimited by size
               " APPROVED BY " delimited by size
               chg-approver delimited by space
               into report-record
        write report-record
        exit paragraph
    end-if

    *> the record must still be as the requester saw it - anything
    *> else means the approver was shown the wrong before values
    move chg-numeral to mst-numeral
    read master-file
    if master-file-status not = '00'
        move "NOT APPLIED - NO LONGER ON MASTER" to chg-decision-note
        perform report-not-applied
        exit paragraph
    end-if
    if mst-decimal not = chg-before-decimal
       or mst-twelfths not = chg-before-twelfths
        move "NOT APPLIED - CHANGED SINCE REQUESTED" to chg-decision-note
        perform report-not-applied
        exit paragraph
    end-if

    if chg-delete
        perform delete-journaled-record
    else
        move spaces to journal-record
        move master-record to jnl-before-image
        move chg-after-decimal to mst-decimal
        move chg-after-twelfths to mst-twelfths
        rewrite master-record
        if master-file-status = '00'
            move 'C' to jnl-action
            move master-record to jnl-after-image
            perform write-journal-record
        end-if
    end-if
    if master-file-status not = '00'
        move spaces to chg-decision-note
        string "NOT APPLIED - FILE STATUS " delimited by size
               master-file-status delimited by size
               into chg-decision-note
        perform report-not-applied
        exit paragraph
    end-if
    move 'A' to chg-status
    add 1 to changes-applied
    move spaces to report-record
    if chg-delete
        string "APPLIED     " delimited by size
               chg-id delimited by size
               " DELETED " delimited by size
               chg-numeral delimited by space
               " APPROVED BY " delimited by size
               chg-approver delimited by space
               into report-record
    else
        string "APPLIED     " delimited by size
               chg-id delimited by size
               " CORRECTED " delimited by size
               chg-numeral delimited by space
               " TO " delimited by size
               chg-after-decimal delimited by size
               " +" delimited by size
               chg-after-twelfths delimited by size
               "/12 APPROVED BY " delimited by size
               chg-approver delimited by space
               into report-record
    end-if
    write report-record
    .

report-not-applied.
    move 'F' to chg-status
    add 1 to changes-not-applied
    move spaces to report-record
    string "NOT APPLIED " delimited by size
           chg-id delimited by size
           " " delimited by size
           chg-action delimited by space
           " " delimited by size
           chg-numeral delimited by space
           " - " delimited by size
           chg-decision-note(15:26) delimited by "  "
           " - RESUBMIT" delimited by size
           into report-record
    write report-record
    .

load-pending-changes.
    *> change ids run on across both files - decided changes leave
    *> the pending file for the history file, so the highest id can
    *> be on either
    move 0 to chg-count
    move 0 to last-change-id
    open input change-history-file
    move 'n' to scan-eof
    perform until scan-eof = 'y'
        read change-history-file
            at end
                move 'y' to scan-eof
            not at end
                move change-history-record to master-change-record
                if chg-id is numeric and chg-id > last-change-id
                    move chg-id to last-change-id
                end-if
        end-read
    end-perform
    close change-history-file
    open input pending-change-file
    move 'n' to scan-eof
    perform until scan-eof = 'y'
        read pending-change-file
            at end
                move 'y' to scan-eof
            not at end
                if master-change-record not = spaces
                    if chg-count < chg-max
                        add 1 to chg-count
                        move master-change-record to chg-image(chg-count)
                    else
                        *> rewriting a file only partly loaded would
                        *> lose the rest - touch nothing
                        display "Pending-change file ROMAN2DEC.PCH holds more than " chg-max " changes awaiting approval"
                        display "Approve or decline the outstanding changes before submitting more"
                        close pending-change-file
                        move 12 to return-code
                        stop run
                    end-if
                    if chg-id is numeric and chg-id > last-change-id
                        move chg-id to last-change-id
                    end-if
                end-if
        end-read
    end-perform
    close pending-change-file
    .

write-pending-changes.
    *> decided changes go to the history file for good, extended and
    *> created the first time; only those still pending are kept on
    *> ROMAN2DEC.PCH, so it holds the open items and never fills up
    move 0 to changes-left-pending
    move 0 to changes-decided
    perform varying chg-idx from 1 by 1 until chg-idx > chg-count
        move chg-image(chg-idx) to master-change-record
        if not chg-pending
            add 1 to changes-decided
        end-if
    end-perform
    if changes-decided > 0
        open extend change-history-file
        if change-history-status = '35'
            open output change-history-file
        end-if
        if change-history-status not = '00' and change-history-status not = '05'
            *> keep the decided changes where they are rather than
            *> lose them - they move on the next run that can
            display "Change history file ROMAN2DEC.PCR unavailable - file status " change-history-status
            move 0 to changes-decided
        else
            perform varying chg-idx from 1 by 1 until chg-idx > chg-count
                move chg-image(chg-idx) to master-change-record
                if not chg-pending
                    move chg-image(chg-idx) to change-history-record
                    write change-history-record
                end-if
            end-perform
            close change-history-file
        end-if
    end-if
    open output pending-change-file
    if pending-change-status not = '00' and pending-change-status not = '05'
        display "Pending-change file ROMAN2DEC.PCH unavailable - file status " pending-change-status
        exit paragraph
    end-if
    perform varying chg-idx from 1 by 1 until chg-idx > chg-count
        move chg-image(chg-idx) to master-change-record
        if chg-pending
            add 1 to changes-left-pending
            write master-change-record
        else
        if changes-decided = 0
            write master-change-record
        end-if
        end-if
    end-perform
    close pending-change-file
    .

delete-journaled-record.
    *> the record is read first so the journal carries what was
    *> removed; MASTER-FILE-STATUS tells the caller how it went
    read master-file
    if master-file-status not = '00'
        exit paragraph
    end-if
    move spaces to journal-record
    move master-record to jnl-before-image
    delete master-file
    if master-file-status = '00'
        move 'D' to jnl-action
        perform write-journal-record
    end-if
    .

write-journal-record.
    move "MST" to jnl-file-id
    move "MSTMAINT" to jnl-program
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

apply-unload-action.
    .

write-total-lines.
    if approval-run = 'Y'
        perform write-approval-total-lines
        exit paragraph
    end-if
    move spaces to report-record
    string "ACTIONS READ:       " delimited by size
           actions-read delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "AWAITING APPROVAL:  " delimited by size
           changes-pending delimited by size
           into report-record
    write report-record
    move spaces to report-record
           into report-record
    write report-record
    .

write-approval-total-lines.
    move spaces to report-record
    string "DECISIONS READ:     " delimited by size
           actions-read delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "CHANGES APPLIED:    " delimited by size
           changes-applied delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "CHANGES DECLINED:   " delimited by size
           changes-declined delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "NOT APPLIED:        " delimited by size
           changes-not-applied delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "DECISIONS REFUSED:  " delimited by size
           actions-failed delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "STILL PENDING:      " delimited by size
           changes-left-pending delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "RECORDS PURGED:     " delimited by size
           purged-total delimited by size
           into report-record
    write report-record
    .
