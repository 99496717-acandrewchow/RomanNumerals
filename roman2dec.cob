       access is random
       record key is sus-key
       file status is suspense-file-status.
select optional feed-sequence-file assign to "ROMAN2DEC.FSQ"
       organization is line sequential.
select department-file assign to "ROMAN2DEC.DPM"
       organization is indexed
       access is random
       record key is dpm-code
       file status is department-file-status.
select optional period-control-file assign to "ROMAN2DEC.PCF"
       organization is line sequential.
select late-item-file assign to "ROMAN2DEC.LAT"
       organization is line sequential
       file status is late-item-status.

data division.
file section.
copy "billrec.cpy".
fd suspense-file.
copy "rejsus.cpy".
fd department-file.
copy "deptmst.cpy".
fd period-control-file.
copy "perctl.cpy".
fd late-item-file.
copy "lateitem.cpy".
fd feed-sequence-file.
01 feed-sequence-record.
   05 fsq-sender pic x(8).
   05 fsq-last-sequence pic 9(6).
   05 fsq-last-create-date pic x(8).
   05 fsq-last-run-date pic 9(8).
   05 fsq-last-file pic x(50).

working-storage section.
77 end-of-file pic x value 'n'.
77 token-start pic 9(3) value 0.
77 token-len pic 9(3) value 0.
77 token-roman-ok pic x value 'Y'.
copy "feedrec.cpy".
77 feed-controlled pic x value 'N'.
77 feed-held pic x value 'N'.
77 feed-control-line pic x value 'N'.
77 feeds-held pic 9(4) value 0.
77 feed-hold-reason pic x(80) value spaces.
77 feed-hold-text pic x(80) value spaces.
77 feed-eof pic x value 'n'.
77 feed-line pic 9(8) value 0.
77 feed-detail-count pic 9(8) value 0.
77 feed-detail-hash pic 9(12) value 0.
77 feed-trailer-seen pic x value 'N'.
77 feed-trailer-count pic 9(8) value 0.
77 feed-trailer-hash pic 9(12) value 0.
77 feed-sequence pic 9(6) value 0.
77 feed-expected-seq pic 9(6) value 0.
77 fsq-eof pic x value 'n'.
77 fsq-count pic 9(3) value 0.
77 fsq-max pic 9(3) value 50.
01 fsq-table.
   05 fsq-entry occurs 50 times.
      10 fsq-entry-sender pic x(8).
      10 fsq-entry-sequence pic 9(6).
      10 fsq-entry-create-date pic x(8).
      10 fsq-entry-run-date pic 9(8).
      10 fsq-entry-file pic x(50).
77 fsq-idx pic 9(3).
77 fsq-found-idx pic 9(3) value 0.
77 department-file-status pic xx value '00'.
77 department-available pic x value 'N'.
77 department-valid pic x value 'Y'.
77 department-reason pic x(40) value spaces.
77 department-count pic 9(8) value 0.
77 pcf-eof pic x value 'n'.
77 closed-count pic 9(3) value 0.
77 closed-max pic 9(3) value 240.
01 closed-period-table.
   05 closed-entry-period pic 9(6) occurs 240 times.
77 closed-idx pic 9(3).
77 period-closed pic x value 'N'.
77 late-item-status pic xx value '00'.
77 late-file-open pic x value 'N'.
77 late-count pic 9(8) value 0.
77 jnl-function pic x value 'W'.
copy "jnlrec.cpy".

procedure division.
    *> until the run reaches its clean end the scheduler sees the
        move spaces to command-param(per-pos:11)
    end-if

    *> periods perclose has closed are final: no run may open one, and
    *> a record dated in one is turned away to the late-item file below
    perform load-closed-periods
    if period-active = 'Y'
        move open-period to doc-period
        perform check-closed-period
        if period-closed = 'Y'
            display "Billing period " open-period " is closed - PER= refused, nothing converted"
            move 12 to return-code
            stop run
        end-if
    end-if

    *> a filename (or @ a control file listing several filenames) may
    *> be supplied as a JCL/command-line parameter for unattended batch
    *> submission - the interactive prompt is only a fallback for when
    *> written and only rejfix can close it
    perform open-suspense-file

    *> every structured record's department is proved against the
    *> department master, whatever the mode
    perform open-department-file

    if mode-roman-to-decimal
        perform open-master-file
        perform open-history-file
    *> a file that already finished cleanly can be skipped outright
    perform load-checkpoints

    *> the last feed sequence number accepted from each upstream
    *> sender, so a controlled feed can be proved next-in-line
    perform load-feed-sequences

    *> whether OUTPUT-FILE/CSV-FILE/REJECT-FILE get opened EXTEND or
    *> OUTPUT further down depends on whether this run's batch has any
    *> carried-over checkpoint state at all, not on whichever file
    if suspense-available = 'Y'
        close suspense-file
    end-if
    if department-available = 'Y'
        close department-file
    end-if
    if late-file-open = 'Y'
        close late-item-file
    end-if
    move 'C' to jnl-function
    call "jnlwrite" using jnl-function journal-record
    if billing-open = 'Y'
        perform write-billing-trailer
        close billing-file
    display "Duplicate records:" duplicate-count
    display "Carried forward:  " carried-count
    display "Lenient accepts:  " lenient-count
    display "Dept rejects:     " department-count
    display "Late items:       " late-count
    display "Feeds held:       " feeds-held
    display "Sum of dec values:" decimal-sum
    display "Sum twelfths:     " decimal-sum-twelfths "/12"

    *> graded return code so the scheduler can tell a clean run from
    *> one that limped: 0 clean, 4 completed with rejects or late
    *> items, 8 an input file could not be opened, 10 a controlled feed
    *> failed its header/trailer check and was held whole, 12 stopped
    *> on the invalid-rate tolerance (or, further up, refused a PER=
    *> naming a closed period), 16 (set at the top) abnormal end
    if tolerance-tripped = 'Y'
        move 12 to return-code
    else
        if feeds-held > 0
            move 10 to return-code
        else
        if open-failure = 'Y'
            move 8 to return-code
        else
            if invalid-count > 0 or late-count > 0
                move 4 to return-code
            else
                move 0 to return-code
            end-if
        end-if
        end-if
    end-if
stop run.

        end-if

        move 0 to current-record-number
        perform prove-feed-controls
        open input data-file
        if data-file-status not = '00' and carry-processing = 'Y'
            *> no carry-forward on file yet - the first run of a new
            write reject-record
            add 1 to invalid-count
        else
        if feed-held = 'Y'
            *> the feed failed its own control totals - none of it
            *> converts, so nothing half-done reaches the CSV or billing
            perform hold-feed-file
            close data-file
        else
        move 'n' to end-of-file
        perform until end-of-file = 'y'
            read data-file
                    move 'y' to end-of-file
                not at end
                   add 1 to current-record-number
                   *> a controlled feed's header and trailer were
                   *> proved before the file opened here - they keep
                   *> their line numbers but are not records to convert
                   move 'N' to feed-control-line
                   if feed-controlled = 'Y'
                      and (data-record(1:6) = 'FEEDHD' or data-record(1:6) = 'FEEDTR')
                       move 'Y' to feed-control-line
                   end-if
                   if current-record-number > resume-from and feed-control-line = 'N'
                   add 1 to records-read

                   *> a record whose document-date columns are all
                   *> CSV billing consumes.  A genuinely bad date is
                   *> rejected like any other invalid record; a valid
                   *> date outside the open billing period is carried
                   *> forward for the run that opens its period, and
                   *> one dated in a period already closed is a late
                   *> item for the auditors, never billed
                   move 'N' to record-disposed
                   if structured-input = 'Y' and not mode-text-scan
                       perform validate-document-date
                           perform reject-bad-date
                           move 'Y' to record-disposed
                       else
                       perform check-closed-period
                       if period-closed = 'Y'
                           perform write-late-item
                           move 'Y' to record-disposed
                       else
                           perform validate-department
                           if department-valid = 'N'
                               perform reject-bad-department
                               move 'Y' to record-disposed
                           else
                           if period-active = 'Y' and doc-period not = open-period
                               perform carry-record-forward
                               move 'Y' to record-disposed
                           end-if
                           end-if
                       end-if
                       end-if
                   end-if
                   if record-disposed = 'N'
        compute ckpt-update-invalid = invalid-count - file-base-invalid
        perform compute-checkpoint-sum
        perform record-checkpoint
        *> only a controlled feed that converted to its clean end moves
        *> its sender's sequence on - a held or interrupted one has to
        *> come round again under the same number
        if feed-controlled = 'Y'
            perform advance-feed-sequence
        end-if
        end-if
        end-if
        end-if
        end-if
        if tolerance-tripped = 'Y'
            move 'F' to run-complete-flag
        end-if
        *> a feed held whole on its control check is its own status -
        *> the run finished, but that file still needs resending
        if run-complete-flag = 'C' and feeds-held > 0
            move 'H' to run-complete-flag
        end-if
        move run-complete-flag to log-run-status
        move run-cycle to log-cycle
        write run-log-record
            move mst-decimal to decimal-value
            move mst-twelfths to fraction-twelfths
            move 0 to flag
            move master-record to jnl-before-image
            add 1 to mst-hit-count
            move run-date to mst-last-seen
            rewrite master-record
            perform journal-master-change
        end-if
        end-if
    end-if
                move mst-decimal to decimal-value
                move mst-twelfths to fraction-twelfths
                move 0 to flag
                move master-record to jnl-before-image
                add 1 to mst-hit-count
                move run-date to mst-last-seen
                rewrite master-record
                perform journal-master-change
            end-if
        end-if
    end-if
        move run-date to mst-last-seen
        move 1 to mst-hit-count
        write master-record
        perform journal-master-add
        end-if
    end-if
    .
    perform varying cache-idx from 1 by 1 until cache-idx > cache-count
        if cache-state(cache-idx) = 'N' or cache-state(cache-idx) = 'U'
            move cache-numeral(cache-idx) to mst-numeral
            *> the journal needs the record as the file holds it
            *> before the flush overwrites it
            if cache-state(cache-idx) = 'U'
                move spaces to journal-record
                read master-file
                move master-record to jnl-before-image
            end-if
            move cache-decimal(cache-idx) to mst-decimal
            move cache-twelfths(cache-idx) to mst-twelfths
            move cache-first-seen(cache-idx) to mst-first-seen
            if cache-state(cache-idx) = 'N'
                write master-record
                add 1 to cache-flush-writes
                perform journal-master-add
            else
                rewrite master-record
                add 1 to cache-flush-rewrites
                perform journal-master-change
            end-if
            move space to cache-state(cache-idx)
        end-if
    display "Master cache flushed - " cache-flush-writes " new, " cache-flush-rewrites " updated"
    .

journal-master-add.
    if master-file-status = '00'
        move spaces to journal-record
        move "MST" to jnl-file-id
        move 'A' to jnl-action
        move master-record to jnl-after-image
        perform write-journal-record
    end-if
    .

journal-master-change.
    *> the before-image was taken off the record just ahead of the
    *> rewrite
    if master-file-status = '00'
        move "MST" to jnl-file-id
        move 'C' to jnl-action
        move master-record to jnl-after-image
        perform write-journal-record
    end-if
    .

write-journal-record.
    *> every change to MST, HST and SPM goes on the recovery journal
    *> romanrcv rolls forward or backs out
    move "ROMAN2DEC" to jnl-program
    move run-cycle to jnl-cycle
    move 'W' to jnl-function
    call "jnlwrite" using jnl-function journal-record
    .

open-history-file.
    *> same create-then-reopen dance as the conversion master - and
    *> the same fallback: a runtime that cannot give us an indexed
        move trx-id to hst-trx-id
        move run-date to hst-first-date
        move roman-file to hst-source-file
        move space to hst-adjust-status
        move 0 to hst-adjust-date
        move 0 to hst-adjust-cycle
        write history-record
        if history-file-status = '00'
            move spaces to journal-record
            move "HST" to jnl-file-id
            move 'A' to jnl-action
            move history-record to jnl-after-image
            perform write-journal-record
        end-if
    end-if
    .

        move current-record-number to sus-src-line
        read suspense-file
        if suspense-file-status = '00'
            move suspense-record to jnl-before-image
            move 'O' to sus-status
            move run-date to sus-last-attempt
            rewrite suspense-record
            if suspense-file-status = '00'
                move "SPM" to jnl-file-id
                move 'C' to jnl-action
                move suspense-record to jnl-after-image
                perform write-journal-record
            end-if
        else
            move roman-file to sus-src-file
            move current-record-number to sus-src-line
            move 0 to sus-attempts
            move data-record to sus-original
            write suspense-record
            if suspense-file-status = '00'
                move spaces to journal-record
                move "SPM" to jnl-file-id
                move 'A' to jnl-action
                move suspense-record to jnl-after-image
                perform write-journal-record
            end-if
        end-if
    end-if
    .
    add 1 to invalid-count
    .

open-department-file.
    *> read-only here - deptmaint is the only program that keeps the
    *> department master.  No master (or no indexed support) means the
    *> departments go unchecked rather than every record rejecting
    open input department-file
    if department-file-status = '00'
        move 'Y' to department-available
    else
        display "Department master unavailable - file status " department-file-status " - departments not checked"
        move 'N' to department-available
    end-if
    .

validate-department.
    *> the department has to be on the master and in effect on the
    *> document date: on or after its effective date and, once it has
    *> closed, before its closing date.  A record with no department
    *> at all is left to deptrept, which has always shown those apart
    move 'Y' to department-valid
    move spaces to department-reason
    if department-available = 'N' or trx-dept = spaces
        exit paragraph
    end-if
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

reject-bad-department.
    display payload-line(1:trimmed-len) " " department-reason
    move spaces to output-record
    string payload-line(1:trimmed-len) delimited by size
           " " delimited by size
           department-reason delimited by "  "
           out-suffix delimited by size
           into output-record
    write output-record
    move spaces to csv-record
    string payload-line(1:trimmed-len) delimited by size
           ",,INVALID" delimited by size
           csv-suffix delimited by space
           csv-fraction-col delimited by space
           csv-cycle-col delimited by space
           csv-norm-col delimited by space
           into csv-record
    write csv-record
    perform write-reject-record
    add 1 to invalid-count
    add 1 to department-count
    .

carry-record-forward.
    *> valid record, wrong period - park it verbatim for the run that
    *> opens its period; it is not a reject and must not look like one
    add 1 to carried-count
    .

load-closed-periods.
    *> ROMAN2DEC.PCF gains a record each time perclose closes a period;
    *> none on file yet simply means nothing has been closed
    move 0 to closed-count
    open input period-control-file
    move 'n' to pcf-eof
    perform until pcf-eof = 'y'
        read period-control-file
            at end
                move 'y' to pcf-eof
            not at end
                if pcf-closed and closed-count < closed-max
                    add 1 to closed-count
                    move pcf-period to closed-entry-period(closed-count)
                end-if
        end-read
    end-perform
    close period-control-file
    .

check-closed-period.
    move 'N' to period-closed
    perform varying closed-idx from 1 by 1 until closed-idx > closed-count
        if closed-entry-period(closed-idx) = doc-period
            move 'Y' to period-closed
        end-if
    end-perform
    .

write-late-item.
    *> the record is kept whole for the auditors with where it came
    *> from; it goes nowhere near the CSV, billing or the reject chain
    display payload-line(1:trimmed-len) " PERIOD " doc-period " CLOSED - LATE ITEM"
    move spaces to output-record
    string payload-line(1:trimmed-len) delimited by size
           " PERIOD " delimited by size
           doc-period delimited by size
           " CLOSED - LATE ITEM" delimited by size
           out-suffix delimited by size
           into output-record
    write output-record
    if late-file-open = 'N'
        open extend late-item-file
        if late-item-status = '35'
            open output late-item-file
        end-if
        move 'Y' to late-file-open
    end-if
    move spaces to late-item-record
    move run-date to lat-run-date
    move run-cycle to lat-cycle
    move doc-period to lat-period
    move roman-file to lat-src-file
    move current-record-number to lat-src-line
    move data-record to lat-record
    write late-item-record
    add 1 to late-count
    .

roll-carry-forward.
    *> everything carried this run becomes the carry-forward file the
    *> next run picks up; the work file is then emptied so the EXTEND
        close carry-work-file
    end-if
    .

prove-feed-controls.
    *> a feed that opens with a header record carries its own control
    *> totals - read it end to end before a single record converts, and
    *> hold the whole file if its details do not prove against the
    *> trailer or its header is out of turn for the sender.  A file
    *> with no header is a legacy feed and goes through unchecked; the
    *> carry-forward pickup is our own file and never has one
    move 'N' to feed-controlled
    move 'N' to feed-held
    move spaces to feed-hold-reason
    if carry-processing = 'Y'
        exit paragraph
    end-if
    open input data-file
    if data-file-status not = '00'
        *> the conversion pass that follows reports the open failure
        exit paragraph
    end-if
    move 0 to feed-line
    move 0 to feed-detail-count
    move 0 to feed-detail-hash
    move 'N' to feed-trailer-seen
    move 'n' to feed-eof
    perform until feed-eof = 'y'
        read data-file
            at end
                move 'y' to feed-eof
            not at end
                add 1 to feed-line
                perform tally-feed-record
        end-read
    end-perform
    close data-file

    if feed-controlled = 'N'
        *> a trailer with nothing to open the feed means the front of
        *> the transmission went missing - that is no legacy file
        if feed-trailer-seen = 'Y'
            move "TRAILER RECORD WITH NO HEADER - FRONT OF FEED MISSING" to feed-hold-reason
            perform note-feed-hold
        end-if
        exit paragraph
    end-if

    if fh-sender = spaces or fh-sequence is not numeric
       or fh-create-date is not numeric
        move "HEADER RECORD INCOMPLETE - SENDER, DATE OR SEQUENCE MISSING" to feed-hold-reason
        perform note-feed-hold
    end-if
    if feed-trailer-seen = 'N'
        move "NO TRAILER RECORD - FEED TRUNCATED IN TRANSMISSION" to feed-hold-reason
        perform note-feed-hold
    else
        if ft-count is not numeric or ft-hash is not numeric
            move "TRAILER RECORD UNREADABLE - COUNT OR HASH NOT NUMERIC" to feed-hold-reason
            perform note-feed-hold
        end-if
    end-if
    if feed-held = 'Y'
        exit paragraph
    end-if

    move ft-count to feed-trailer-count
    move ft-hash to feed-trailer-hash
    if feed-detail-count not = feed-trailer-count
        move spaces to feed-hold-reason
        string "DETAIL COUNT " delimited by size
               feed-detail-count delimited by size
               " DOES NOT AGREE WITH TRAILER COUNT " delimited by size
               feed-trailer-count delimited by size
               into feed-hold-reason
        perform note-feed-hold
        exit paragraph
    end-if
    if feed-detail-hash not = feed-trailer-hash
        move spaces to feed-hold-reason
        string "ID HASH " delimited by size
               feed-detail-hash delimited by size
               " DOES NOT AGREE WITH TRAILER HASH " delimited by size
               feed-trailer-hash delimited by size
               into feed-hold-reason
        perform note-feed-hold
        exit paragraph
    end-if

    *> the sequence must be the next one after the last feed this
    *> sender had converted; a sender's very first feed starts the
    *> count wherever its header says
    move fh-sequence to feed-sequence
    move 0 to fsq-found-idx
    perform varying fsq-idx from 1 by 1 until fsq-idx > fsq-count
        if fsq-entry-sender(fsq-idx) = fh-sender
            move fsq-idx to fsq-found-idx
        end-if
    end-perform
    if fsq-found-idx > 0
        compute feed-expected-seq = fsq-entry-sequence(fsq-found-idx) + 1
        if feed-sequence not = feed-expected-seq
            move spaces to feed-hold-reason
            string "SEQUENCE " delimited by size
                   feed-sequence delimited by size
                   " FROM " delimited by size
                   fh-sender delimited by space
                   " OUT OF TURN - EXPECTED " delimited by size
                   feed-expected-seq delimited by size
                   into feed-hold-reason
            perform note-feed-hold
            exit paragraph
        end-if
    else
        display "First controlled feed from sender " fh-sender " - sequence " feed-sequence " taken as the starting point"
    end-if
    display "Feed " fh-sender " sequence " feed-sequence " proved - " feed-detail-count " records agree with trailer"
    .

tally-feed-record.
    *> the header only counts as one on the first line; everything
    *> that is neither header nor trailer is a detail and goes into
    *> the count and the id hash
    if feed-line = 1 and data-record(1:6) = 'FEEDHD'
        move 'Y' to feed-controlled
        move data-record to feed-header-record
        exit paragraph
    end-if
    if data-record(1:6) = 'FEEDTR'
        if feed-trailer-seen = 'Y'
            move "MORE THAN ONE TRAILER RECORD ON FEED" to feed-hold-reason
            perform note-feed-hold
        end-if
        move 'Y' to feed-trailer-seen
        move data-record to feed-trailer-record
        exit paragraph
    end-if
    if feed-trailer-seen = 'Y'
        move "DETAIL RECORDS FOLLOW THE TRAILER RECORD" to feed-hold-reason
        perform note-feed-hold
    end-if
    add 1 to feed-detail-count
    *> the same fold the billing trailer uses, over the id columns
    move 0 to hash-id-value
    perform varying hash-idx from 1 by 1 until hash-idx > 10
        if data-record(hash-idx:1) is numeric
            compute hash-id-value = (hash-id-value * 10)
                + function numval (data-record(hash-idx:1))
        end-if
    end-perform
    compute feed-detail-hash =
        function mod (feed-detail-hash + hash-id-value, 1000000000000)
    .

note-feed-hold.
    *> the first failure found is the reason given - later ones are
    *> usually just its consequences
    if feed-held = 'N'
        move 'Y' to feed-held
        move feed-hold-reason to feed-hold-text
    end-if
    .

hold-feed-file.
    *> one file-level notice on the reject file - no LINE reference, so
    *> rejfix lists it as a notice rather than a record to repair - and
    *> no checkpoint entry, so the resent file converts from the top
    display "Feed " roman-file " held - " feed-hold-text
    add 1 to feeds-held
    move spaces to reject-record
    string "FILE " delimited by size
           roman-file delimited by space
           " HELD WHOLE ON FEED CONTROL CHECK - " delimited by size
           feed-hold-text delimited by size
           into reject-record
    write reject-record
    .

load-feed-sequences.
    move 0 to fsq-count
    open input feed-sequence-file
    move 'n' to fsq-eof
    perform until fsq-eof = 'y'
        read feed-sequence-file
            at end
                move 'y' to fsq-eof
            not at end
                if fsq-count < fsq-max
                    add 1 to fsq-count
                    move fsq-sender to fsq-entry-sender(fsq-count)
                    move fsq-last-sequence to fsq-entry-sequence(fsq-count)
                    move fsq-last-create-date to fsq-entry-create-date(fsq-count)
                    move fsq-last-run-date to fsq-entry-run-date(fsq-count)
                    move fsq-last-file to fsq-entry-file(fsq-count)
                end-if
        end-read
    end-perform
    close feed-sequence-file
    .

advance-feed-sequence.
    *> same whole-table rewrite the checkpoint file gets - one record
    *> per sender, holding the last sequence number converted
    move 0 to fsq-found-idx
    perform varying fsq-idx from 1 by 1 until fsq-idx > fsq-count
        if fsq-entry-sender(fsq-idx) = fh-sender
            move fsq-idx to fsq-found-idx
        end-if
    end-perform
    if fsq-found-idx = 0 and fsq-count < fsq-max
        add 1 to fsq-count
        move fsq-count to fsq-found-idx
    end-if
    if fsq-found-idx = 0
        display "Feed sequence table full - sequence for " fh-sender " not recorded"
        exit paragraph
    end-if
    move fh-sender to fsq-entry-sender(fsq-found-idx)
    move feed-sequence to fsq-entry-sequence(fsq-found-idx)
    move fh-create-date to fsq-entry-create-date(fsq-found-idx)
    move run-date to fsq-entry-run-date(fsq-found-idx)
    move roman-file to fsq-entry-file(fsq-found-idx)
    open output feed-sequence-file
    perform varying fsq-idx from 1 by 1 until fsq-idx > fsq-count
        move fsq-entry-sender(fsq-idx) to fsq-sender
        move fsq-entry-sequence(fsq-idx) to fsq-last-sequence
        move fsq-entry-create-date(fsq-idx) to fsq-last-create-date
        move fsq-entry-run-date(fsq-idx) to fsq-last-run-date
        move fsq-entry-file(fsq-idx) to fsq-last-file
        write feed-sequence-record
    end-perform
    close feed-sequence-file
    .
