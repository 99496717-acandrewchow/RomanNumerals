*> cycleret - retention and consolidation for the archived generations
*> cyclearc rolls ROMAN2DEC.OUT, .CSV, .REJ, .DUP, .BIF and .BAF to a
*> new generation (<name>.Gnnnn) every night and never removes one.
*> This step keeps the most recent generations of each type as they
*> are and consolidates the older ones into one monthly archive per
*> type, ROMAN2DEC.<type>.Myyyymm (layout in arcrow.cpy), the month
*> being the one the generation's cycle ran in on ROMAN2DEC.LOG and
*> every row keeping its cycle.  A monthly archive past the legal
*> retention period is purged.  The policy file ROMAN2DEC.RTP holds
*> one line per type, '*' comment lines and blanks ignored:
*>   <type> <nightly generations kept> <retention in months>
*> e.g.  CSV 35 84.  A type not on the policy keeps 35 generations
*> and 84 months.  The billing files (CSV, BIF and BAF) are never
*> kept for less than the seven-year legal period, whatever the
*> policy says, and at least two generations of every type are kept
*> so cyclecmp always has the previous cycle to compare against.
*> Every generation and monthly archive is listed on the archive
*> catalogue ROMAN2DEC.ACT (layout in arccat.cpy) with its cycle
*> range, document-date range, row count and decimal sum, and every
*> pass re-reads each file on it and proves those figures again
*> before anything is moved.  A consolidation is written to a work
*> file and only replaces the archive, and the generations are only
*> deleted, once the work file re-reads to the catalogued totals of
*> everything that went into it.  The report is ROMAN2DEC.RET.
*> Return code 0 when everything proved, 4 when a generation was kept
*> back because its cycle has no run date on the log, and 8 when a
*> catalogued file was missing or disagreed, a consolidation did not
*> tie, or a file could not be deleted.  A consolidated generation
*> that will not delete stays on the catalogue marked removal
*> outstanding - its rows are already in the monthly archive, so it
*> is never verified or consolidated again - and the delete is
*> retried on every pass until the file is gone; an archive that
*> will not purge stays active and is retried the same way.

identification division.
program-id. cycleret.

environment division.
input-output section.
file-control.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select optional run-log-file assign to "ROMAN2DEC.LOG"
       organization is line sequential.
select optional policy-file assign to "ROMAN2DEC.RTP"
       organization is line sequential.
select optional catalogue-file assign to "ROMAN2DEC.ACT"
       organization is line sequential
       file status is catalogue-file-status.
select scan-file assign to dynamic scan-file-name
       organization is line sequential
       file status is scan-file-status.
select archive-work-file assign to dynamic work-file-name
       organization is line sequential
       file status is work-file-status.
select report-file assign to "ROMAN2DEC.RET"
       organization is line sequential.

data division.
file section.
fd cycle-file.
01 cycle-record pic 9(4).
fd run-log-file.
copy "runlog.cpy".
fd policy-file.
01 policy-record pic x(80).
fd catalogue-file.
01 catalogue-file-record pic x(115).
fd scan-file.
01 scan-record pic x(205).
fd archive-work-file.
copy "arcrow.cpy".
fd report-file.
01 report-record pic x(132).

working-storage section.
77 catalogue-file-status pic xx value '00'.
77 scan-file-status pic xx value '00'.
77 work-file-status pic xx value '00'.
77 scan-file-name pic x(50) value spaces.
77 work-file-name pic x(50) value "ROMAN2DEC.RWK".
77 archive-name pic x(50) value spaces.
77 delete-name pic x(50) value spaces.
77 end-of-file pic x value 'n'.
77 copy-eof pic x value 'n'.
77 run-date pic 9(8) value 0.
77 current-cycle pic 9(4) value 0.
77 gen-cycle pic 9(4) value 0.
77 mark-cycle pic 9(4) value 0.
77 keep-limit pic 9(4) value 0.
77 year-part pic 9(4) value 0.
77 month-part pic 9(2) value 0.
77 month-work pic 9(6) value 0.
77 month-index pic 9(6) value 0.
77 run-month-index pic 9(6) value 0.
77 month-age pic s9(6) value 0.
77 retention-rc pic 9(2) value 0.
77 delete-rc pic s9(9) value 0.
77 type-idx pic 9 value 0.
77 type-found pic x value 'N'.
77 cat-idx pic 9(4) value 0.
77 month-entry-idx pic 9(4) value 0.
77 pick-found pic x value 'N'.
77 group-type pic x(3) value spaces.
77 group-month pic 9(6) value 0.
77 group-gens pic 9(4) value 0.
77 group-first-cycle pic 9(4) value 0.
77 group-last-cycle pic 9(4) value 0.
77 group-ok pic x value 'Y'.
77 expected-rows pic 9(8) value 0.
77 expected-sum pic s9(11) value 0.
77 policy-lines-bad pic 9(4) value 0.
77 policy-type pic x(10) value spaces.
77 policy-keep-text pic x(10) value spaces.
77 policy-retain-text pic x(10) value spaces.
77 number-text pic x(10) value spaces.
77 number-value pic 9(4) value 0.
77 number-ok pic x value 'N'.
77 arg-len pic 9(3) value 0.
77 trim-done pic x value 'N'.
77 verified-count pic 9(5) value 0.
77 differed-count pic 9(5) value 0.
77 missing-count pic 9(5) value 0.
77 new-gen-count pic 9(5) value 0.
77 consolidated-gens pic 9(5) value 0.
77 consolidated-archives pic 9(5) value 0.
77 untied-count pic 9(5) value 0.
77 no-date-count pic 9(5) value 0.
77 purged-count pic 9(5) value 0.
77 delete-failed-count pic 9(5) value 0.
77 tally-type-idx pic 9 value 0.
77 tally-prefixed pic x value 'N'.
77 tally-gen-cycle pic 9(4) value 0.
77 tally-opened pic x value 'N'.
77 tally-rows pic 9(8) value 0.
77 tally-first-cycle pic 9(4) value 0.
77 tally-last-cycle pic 9(4) value 0.
77 tally-first-date pic 9(8) value 0.
77 tally-last-date pic 9(8) value 0.
77 tally-sum pic s9(11) value 0.
77 row-text pic x(200) value spaces.
77 row-cycle pic 9(4) value 0.
77 row-date-text pic x(8) value spaces.
77 row-date pic 9(8) value 0.
77 row-amount pic s9(9) value 0.
77 colon-pos pic 9(3) value 0.
77 csv-numeral pic x(40).
77 csv-decimal-text pic x(20).
77 csv-valid-flag pic x(10).
77 csv-id-col pic x(20).
77 csv-date-col pic x(10).
77 decimal-text-len pic 9(3) value 0.
77 sum-text pic -(11)9.
77 rows-text pic z(7)9.
01 baf-amount-area.
   05 baf-amount-value pic s9(8) sign is leading separate.
01 cycle-date-table.
   05 cycle-date pic 9(8) occurs 9999 times.
01 type-list.
   05 filler pic x(3) value "OUT".
   05 filler pic x(3) value "CSV".
   05 filler pic x(3) value "REJ".
   05 filler pic x(3) value "DUP".
   05 filler pic x(3) value "BIF".
   05 filler pic x(3) value "BAF".
01 type-table redefines type-list.
   05 type-entry pic x(3) occurs 6 times.
01 policy-table.
   05 policy-entry occurs 6 times.
      10 pol-keep pic 9(4).
      10 pol-retain pic 9(4).
      10 pol-billing pic x.
      10 pol-raised pic x.
      10 pol-active-files pic 9(5).
      10 pol-purged-files pic 9(5).
      10 pol-rows pic 9(9).
      10 pol-sum pic s9(11).
01 known-table.
   05 known-type occurs 6 times.
      10 known-cycle pic x occurs 9999 times.
77 cat-count pic 9(4) value 0.
77 cat-max pic 9(4) value 3000.
01 catalogue-table.
   05 cat-entry occurs 3000 times.
      10 cat-image pic x(115).
      10 cat-removed pic x.
      10 cat-pick pic x.
copy "arccat.cpy".

procedure division.
    accept run-date from date yyyymmdd
    move run-date(1:6) to month-work
    perform compute-month-index
    move month-index to run-month-index
    perform read-current-cycle
    perform load-cycle-dates
    perform load-retention-policy
    perform load-catalogue

    open output report-file
    move spaces to report-record
    string "ARCHIVE RETENTION REPORT - " delimited by size
           run-date delimited by size
           " - CYCLE " delimited by size
           current-cycle delimited by size
           into report-record
    write report-record
    move "------------------------------------------------" to report-record
    write report-record
    move spaces to report-record
    write report-record
    perform write-policy-lines

    move spaces to report-record
    write report-record
    move "CATALOGUE VERIFICATION" to report-record
    write report-record
    move "RESULT   FILE                            ROWS             SUM" to report-record
    write report-record
    move "-------  ------------------------------  --------  ------------" to report-record
    write report-record
    perform verify-catalogue

    move spaces to report-record
    write report-record
    move "NEW GENERATIONS CATALOGUED" to report-record
    write report-record
    move "--------------------------" to report-record
    write report-record
    perform catalogue-new-generations

    move spaces to report-record
    write report-record
    move "CONSOLIDATION AND PURGE" to report-record
    write report-record
    move "-----------------------" to report-record
    write report-record
    perform remove-outstanding-generations
    perform select-expired-generations
    perform consolidate-generations
    perform purge-expired-archives

    perform write-catalogue

    move spaces to report-record
    write report-record
    move "CATALOGUE TOTALS BY TYPE" to report-record
    write report-record
    move "TYPE  FILES ON HAND  PURGED      ROWS             SUM" to report-record
    write report-record
    move "----  -------------  ------  --------  ------------" to report-record
    write report-record
    perform write-type-totals
    perform write-total-lines
    close report-file

    display "Catalogued files verified: " verified-count
    display "Disagreed or missing:      " differed-count " / " missing-count
    display "New generations:           " new-gen-count
    display "Generations consolidated:  " consolidated-gens
    display "Files purged:              " purged-count
    display "Files failing to delete:   " delete-failed-count
    display "Retention report written to ROMAN2DEC.RET"

    move retention-rc to return-code
stop run.

load-retention-policy.
    perform varying type-idx from 1 by 1 until type-idx > 6
        move 35 to pol-keep(type-idx)
        move 84 to pol-retain(type-idx)
        move 'N' to pol-billing(type-idx)
        move 'N' to pol-raised(type-idx)
        move 0 to pol-active-files(type-idx)
        move 0 to pol-purged-files(type-idx)
        move 0 to pol-rows(type-idx)
        move 0 to pol-sum(type-idx)
        if type-entry(type-idx) = 'CSV' or type-entry(type-idx) = 'BIF'
           or type-entry(type-idx) = 'BAF'
            move 'Y' to pol-billing(type-idx)
        end-if
    end-perform

    open input policy-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read policy-file
            at end
                move 'y' to end-of-file
            not at end
                perform apply-policy-line
        end-read
    end-perform
    close policy-file

    *> the floors are applied after the file, so no line can take a
    *> type below them
    perform varying type-idx from 1 by 1 until type-idx > 6
        if pol-keep(type-idx) < 2
            move 2 to pol-keep(type-idx)
            move 'Y' to pol-raised(type-idx)
        end-if
        if pol-billing(type-idx) = 'Y' and pol-retain(type-idx) < 84
            move 84 to pol-retain(type-idx)
            move 'Y' to pol-raised(type-idx)
        end-if
    end-perform
    .

apply-policy-line.
    if policy-record = spaces or policy-record(1:1) = '*'
        exit paragraph
    end-if
    move spaces to policy-type
    move spaces to policy-keep-text
    move spaces to policy-retain-text
    unstring policy-record delimited by all " "
        into policy-type policy-keep-text policy-retain-text
    end-unstring
    move 'N' to type-found
    perform varying type-idx from 1 by 1
            until type-idx > 6 or type-found = 'Y'
        if type-entry(type-idx) = policy-type
            move 'Y' to type-found
        end-if
    end-perform
    if type-found = 'N'
        add 1 to policy-lines-bad
        display "Retention policy line not understood: " policy-record
        exit paragraph
    end-if
    subtract 1 from type-idx
    move policy-keep-text to number-text
    perform parse-number-text
    if number-ok = 'N'
        add 1 to policy-lines-bad
        display "Retention policy line not understood: " policy-record
        exit paragraph
    end-if
    move number-value to pol-keep(type-idx)
    if policy-retain-text not = spaces
        move policy-retain-text to number-text
        perform parse-number-text
        if number-ok = 'N'
            add 1 to policy-lines-bad
            display "Retention policy line not understood: " policy-record
            exit paragraph
        end-if
        move number-value to pol-retain(type-idx)
    end-if
    .

write-policy-lines.
    move "RETENTION POLICY" to report-record
    write report-record
    perform varying type-idx from 1 by 1 until type-idx > 6
        move spaces to report-record
        string type-entry(type-idx) delimited by size
               "  KEEP " delimited by size
               pol-keep(type-idx) delimited by size
               " NIGHTLY GENERATIONS, RETAIN " delimited by size
               pol-retain(type-idx) delimited by size
               " MONTHS" delimited by size
               into report-record
        if pol-raised(type-idx) = 'Y'
            move "(RAISED TO THE MINIMUM)" to report-record(70:23)
        end-if
        write report-record
    end-perform
    if policy-lines-bad > 0
        move spaces to report-record
        string "POLICY LINES NOT UNDERSTOOD AND IGNORED: " delimited by size
               policy-lines-bad delimited by size
               into report-record
        write report-record
    end-if
    .

load-catalogue.
    move 0 to cat-count
    perform varying type-idx from 1 by 1 until type-idx > 6
        move all 'N' to known-type(type-idx)
    end-perform
    open input catalogue-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read catalogue-file
            at end
                move 'y' to end-of-file
            not at end
                if catalogue-file-record not = spaces
                   and cat-count < cat-max
                    add 1 to cat-count
                    move catalogue-file-record to cat-image(cat-count)
                    move 'N' to cat-removed(cat-count)
                    move 'N' to cat-pick(cat-count)
                    move catalogue-file-record to archive-catalogue-record
                    perform mark-known-cycles
                end-if
        end-read
    end-perform
    close catalogue-file
    .

mark-known-cycles.
    *> every cycle a catalogue entry covers - on hand, consolidated
    *> or purged - is accounted for and never catalogued again
    perform find-entry-type
    if type-found = 'N'
        exit paragraph
    end-if
    if act-first-cycle < 1 or act-last-cycle < act-first-cycle
        exit paragraph
    end-if
    perform varying mark-cycle from act-first-cycle by 1
            until mark-cycle > act-last-cycle
        move 'Y' to known-cycle(type-idx, mark-cycle)
    end-perform
    .

find-entry-type.
    move 'N' to type-found
    perform varying type-idx from 1 by 1
            until type-idx > 6 or type-found = 'Y'
        if type-entry(type-idx) = act-type
            move 'Y' to type-found
        end-if
    end-perform
    if type-found = 'Y'
        subtract 1 from type-idx
    end-if
    .

verify-catalogue.
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        move cat-image(cat-idx) to archive-catalogue-record
        if act-active
            perform verify-one-entry
            move archive-catalogue-record to cat-image(cat-idx)
        end-if
    end-perform
    .

verify-one-entry.
    perform find-entry-type
    if type-found = 'N'
        exit paragraph
    end-if
    move act-file-name to scan-file-name
    move type-idx to tally-type-idx
    if act-monthly
        move 'Y' to tally-prefixed
    else
        move 'N' to tally-prefixed
    end-if
    move act-first-cycle to tally-gen-cycle
    perform tally-file
    move run-date to act-verified-date
    move spaces to report-record
    if tally-opened = 'N'
        move 'X' to act-verify-result
        add 1 to missing-count
        move 8 to retention-rc
        string "MISSING  " delimited by size
               act-file-name delimited by size
               "  FILE STATUS " delimited by size
               scan-file-status delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    add 1 to verified-count
    if tally-rows = act-row-count and tally-sum = act-decimal-sum
       and tally-first-cycle = act-first-cycle
       and tally-last-cycle = act-last-cycle
       and tally-first-date = act-first-date
       and tally-last-date = act-last-date
        move 'Y' to act-verify-result
        move "AGREES   " to report-record(1:9)
        move act-file-name to report-record(10:30)
        move act-row-count to rows-text
        move rows-text to report-record(42:8)
        move act-decimal-sum to sum-text
        move sum-text to report-record(52:12)
        write report-record
    else
        move 'N' to act-verify-result
        add 1 to differed-count
        move 8 to retention-rc
        move "DIFFERS  " to report-record(1:9)
        move act-file-name to report-record(10:30)
        move act-row-count to rows-text
        move rows-text to report-record(42:8)
        move act-decimal-sum to sum-text
        move sum-text to report-record(52:12)
        move "CATALOGUE" to report-record(66:9)
        write report-record
        move spaces to report-record
        move tally-rows to rows-text
        move rows-text to report-record(42:8)
        move tally-sum to sum-text
        move sum-text to report-record(52:12)
        string "ON FILE  <<<< CYCLES " delimited by size
               tally-first-cycle delimited by size
               "-" delimited by size
               tally-last-cycle delimited by size
               " DATES " delimited by size
               tally-first-date delimited by size
               "-" delimited by size
               tally-last-date delimited by size
               into report-record(66:67)
        write report-record
    end-if
    .

catalogue-new-generations.
    perform varying type-idx from 1 by 1 until type-idx > 6
        perform varying gen-cycle from 1 by 1 until gen-cycle > current-cycle
            if known-cycle(type-idx, gen-cycle) = 'N'
                perform catalogue-one-generation
            end-if
        end-perform
    end-perform
    if new-gen-count = 0
        move "NONE" to report-record
        write report-record
    end-if
    .

catalogue-one-generation.
    move spaces to scan-file-name
    string "ROMAN2DEC." delimited by size
           type-entry(type-idx) delimited by size
           ".G" delimited by size
           gen-cycle delimited by size
           into scan-file-name
    move type-idx to tally-type-idx
    move 'N' to tally-prefixed
    move gen-cycle to tally-gen-cycle
    perform tally-file
    if tally-opened = 'N'
        *> a cycle this type never produced a generation for
        exit paragraph
    end-if
    if cat-count not < cat-max
        move 8 to retention-rc
        move spaces to report-record
        string "CATALOGUE FULL - NOT CATALOGUED: " delimited by size
               scan-file-name delimited by space
               into report-record
        write report-record
        exit paragraph
    end-if
    move spaces to archive-catalogue-record
    move type-entry(type-idx) to act-type
    move 'G' to act-kind
    move scan-file-name to act-file-name
    move cycle-date(gen-cycle)(1:6) to act-month
    perform store-tally-in-entry
    add 1 to cat-count
    move archive-catalogue-record to cat-image(cat-count)
    move 'N' to cat-removed(cat-count)
    move 'N' to cat-pick(cat-count)
    move 'Y' to known-cycle(type-idx, gen-cycle)
    add 1 to new-gen-count
    move spaces to report-record
    move "NEW      " to report-record(1:9)
    move act-file-name to report-record(10:30)
    move act-row-count to rows-text
    move rows-text to report-record(42:8)
    move act-decimal-sum to sum-text
    move sum-text to report-record(52:12)
    write report-record
    .

store-tally-in-entry.
    move tally-first-cycle to act-first-cycle
    move tally-last-cycle to act-last-cycle
    move tally-first-date to act-first-date
    move tally-last-date to act-last-date
    move tally-rows to act-row-count
    move tally-sum to act-decimal-sum
    move 'A' to act-status
    move run-date to act-status-date
    move run-date to act-verified-date
    move 'Y' to act-verify-result
    .

select-expired-generations.
    *> a generation past its type's nightly limit either goes into its
    *> month's archive or, when that month is already past retention,
    *> straight out - but only one that proved on this pass
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        move cat-image(cat-idx) to archive-catalogue-record
        if act-active and act-generation and act-verify-agreed
            perform find-entry-type
            if type-found = 'Y'
                perform select-one-generation
            end-if
        end-if
    end-perform
    .

select-one-generation.
    move 0 to keep-limit
    if current-cycle > pol-keep(type-idx)
        compute keep-limit = current-cycle - pol-keep(type-idx)
    end-if
    if act-first-cycle > keep-limit or act-first-cycle = 0
        *> an entry with no cycle cannot be dated - leave it be
        exit paragraph
    end-if
    if cycle-date(act-first-cycle) = 0
        add 1 to no-date-count
        if retention-rc < 4
            move 4 to retention-rc
        end-if
        move spaces to report-record
        string "KEPT     " delimited by size
               act-file-name delimited by size
               "  NO RUN DATE ON ROMAN2DEC.LOG FOR CYCLE " delimited by size
               act-first-cycle delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    move cycle-date(act-first-cycle)(1:6) to act-month
    move act-month to month-work
    perform compute-month-index
    compute month-age = run-month-index - month-index
    if month-age > pol-retain(type-idx)
        perform purge-catalogued-file
    else
        move 'Y' to cat-pick(cat-idx)
    end-if
    move archive-catalogue-record to cat-image(cat-idx)
    .

consolidate-generations.
    *> one type and month at a time, oldest first as the catalogue
    *> lists them, until no selected generation is left
    move 'Y' to pick-found
    perform until pick-found = 'N'
        move 'N' to pick-found
        perform varying cat-idx from 1 by 1
                until cat-idx > cat-count or pick-found = 'Y'
            if cat-pick(cat-idx) = 'Y'
                move 'Y' to pick-found
                move cat-image(cat-idx) to archive-catalogue-record
                move act-type to group-type
                move act-month to group-month
            end-if
        end-perform
        if pick-found = 'Y'
            perform consolidate-one-month
        end-if
    end-perform
    .

consolidate-one-month.
    move spaces to archive-name
    string "ROMAN2DEC." delimited by size
           group-type delimited by size
           ".M" delimited by size
           group-month delimited by size
           into archive-name
    move 0 to expected-rows
    move 0 to expected-sum
    move 0 to group-gens
    move 0 to group-first-cycle
    move 0 to group-last-cycle
    move 'Y' to group-ok

    move 0 to month-entry-idx
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        move cat-image(cat-idx) to archive-catalogue-record
        if act-active and act-monthly and act-type = group-type
           and act-month = group-month
            move cat-idx to month-entry-idx
        end-if
    end-perform

    open output archive-work-file
    if month-entry-idx > 0
        *> the month already has an archive - it is carried into the
        *> work file first, and only one that proved this pass will do
        move cat-image(month-entry-idx) to archive-catalogue-record
        if not act-verify-agreed
            move 'N' to group-ok
        else
            add act-row-count to expected-rows
            add act-decimal-sum to expected-sum
            move act-first-cycle to group-first-cycle
            move act-last-cycle to group-last-cycle
            move act-file-name to scan-file-name
            open input scan-file
            move 'n' to copy-eof
            perform until copy-eof = 'y'
                read scan-file
                    at end
                        move 'y' to copy-eof
                    not at end
                        move scan-record to archive-row-record
                        write archive-row-record
                end-read
            end-perform
            close scan-file
        end-if
    end-if

    if group-ok = 'Y'
        perform varying cat-idx from 1 by 1 until cat-idx > cat-count
            if cat-pick(cat-idx) = 'Y'
                move cat-image(cat-idx) to archive-catalogue-record
                if act-type = group-type and act-month = group-month
                    perform copy-generation-rows
                end-if
            end-if
        end-perform
    end-if
    close archive-work-file

    *> prove the work file before anything is replaced or deleted
    if group-ok = 'Y'
        move work-file-name to scan-file-name
        move 'Y' to tally-prefixed
        move group-type to act-type
        perform find-entry-type
        move type-idx to tally-type-idx
        perform tally-file
        if tally-opened = 'N' or tally-rows not = expected-rows
           or tally-sum not = expected-sum
            move 'N' to group-ok
        end-if
    end-if
    if group-ok = 'Y'
        call "CBL_RENAME_FILE" using work-file-name archive-name
        move return-code to delete-rc
        if delete-rc not = 0
            move 'N' to group-ok
        end-if
    end-if

    if group-ok = 'N'
        move work-file-name to delete-name
        call "CBL_DELETE_FILE" using delete-name
        add 1 to untied-count
        move 8 to retention-rc
        move spaces to report-record
        string "NOT TIED " delimited by size
               archive-name delimited by space
               " - GENERATIONS KEPT, ARCHIVE UNCHANGED" delimited by size
               into report-record
        write report-record
    else
        perform remove-consolidated-generations
        perform record-monthly-archive
        add 1 to consolidated-archives
        move spaces to report-record
        move "MERGED   " to report-record(1:9)
        move archive-name to report-record(10:30)
        move tally-rows to rows-text
        move rows-text to report-record(42:8)
        move tally-sum to sum-text
        move sum-text to report-record(52:12)
        string "<- " delimited by size
               group-gens delimited by size
               " GENERATIONS, CYCLES NOW " delimited by size
               tally-first-cycle delimited by size
               "-" delimited by size
               tally-last-cycle delimited by size
               into report-record(66:67)
        write report-record
    end-if

    *> the month is finished with either way
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        if cat-pick(cat-idx) = 'Y'
            move cat-image(cat-idx) to archive-catalogue-record
            if act-type = group-type and act-month = group-month
                move 'D' to cat-pick(cat-idx)
            end-if
        end-if
    end-perform
    .

copy-generation-rows.
    add 1 to group-gens
    add act-row-count to expected-rows
    add act-decimal-sum to expected-sum
    move act-first-cycle to gen-cycle
    move act-file-name to scan-file-name
    open input scan-file
    if scan-file-status not = '00'
        move 'N' to group-ok
        exit paragraph
    end-if
    move 'n' to copy-eof
    perform until copy-eof = 'y'
        read scan-file
            at end
                move 'y' to copy-eof
            not at end
                if scan-record not = spaces
                   and not (group-type = 'CSV'
                            and scan-record(1:13) = "ROMAN NUMERAL")
                    move spaces to archive-row-record
                    move gen-cycle to arc-cycle
                    move scan-record(1:200) to arc-row
                    write archive-row-record
                end-if
        end-read
    end-perform
    close scan-file
    .

remove-consolidated-generations.
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        if cat-pick(cat-idx) = 'Y'
            move cat-image(cat-idx) to archive-catalogue-record
            if act-type = group-type and act-month = group-month
                move act-file-name to delete-name
                call "CBL_DELETE_FILE" using delete-name
                move return-code to delete-rc
                move 0 to return-code
                add 1 to consolidated-gens
                if delete-rc = 0
                    move 'Y' to cat-removed(cat-idx)
                else
                    *> the rows are in the archive now - keep the entry,
                    *> out of verification and selection, until the
                    *> file itself is gone
                    move 'R' to act-status
                    move run-date to act-status-date
                    move archive-catalogue-record to cat-image(cat-idx)
                    perform report-delete-failure
                end-if
            end-if
        end-if
    end-perform
    .

remove-outstanding-generations.
    *> generations consolidated on an earlier pass whose delete failed
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        move cat-image(cat-idx) to archive-catalogue-record
        if act-removal-outstanding and cat-removed(cat-idx) = 'N'
            move act-file-name to scan-file-name
            open input scan-file
            if scan-file-status = '00'
                close scan-file
                move act-file-name to delete-name
                call "CBL_DELETE_FILE" using delete-name
                move return-code to delete-rc
                move 0 to return-code
            else
                *> already removed by hand
                move 0 to delete-rc
            end-if
            if delete-rc = 0
                move 'Y' to cat-removed(cat-idx)
                move spaces to report-record
                move "REMOVED  " to report-record(1:9)
                move act-file-name to report-record(10:30)
                move "CONSOLIDATED EARLIER - REMOVAL NOW COMPLETE" to report-record(42:60)
                write report-record
            else
                perform report-delete-failure
            end-if
        end-if
    end-perform
    .

report-delete-failure.
    add 1 to delete-failed-count
    move 8 to retention-rc
    move spaces to report-record
    move "NOT DEL  " to report-record(1:9)
    move act-file-name to report-record(10:30)
    move "DELETE FAILED - REMOVE BY HAND, RETRIED NEXT PASS" to report-record(42:60)
    write report-record
    .

record-monthly-archive.
    if month-entry-idx > 0
        move cat-image(month-entry-idx) to archive-catalogue-record
    else
        move spaces to archive-catalogue-record
        move group-type to act-type
        move 'M' to act-kind
        move archive-name to act-file-name
        move group-month to act-month
    end-if
    perform store-tally-in-entry
    if month-entry-idx > 0
        move archive-catalogue-record to cat-image(month-entry-idx)
    else
        if cat-count < cat-max
            add 1 to cat-count
            move archive-catalogue-record to cat-image(cat-count)
            move 'N' to cat-removed(cat-count)
            move 'N' to cat-pick(cat-count)
        end-if
    end-if
    .

purge-expired-archives.
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        move cat-image(cat-idx) to archive-catalogue-record
        if act-active and act-monthly and cat-removed(cat-idx) = 'N'
            perform find-entry-type
            if type-found = 'Y'
                move act-month to month-work
                perform compute-month-index
                compute month-age = run-month-index - month-index
                if month-age > pol-retain(type-idx)
                    perform purge-catalogued-file
                    move archive-catalogue-record to cat-image(cat-idx)
                end-if
            end-if
        end-if
    end-perform
    .

purge-catalogued-file.
    *> the catalogue entry stays behind, marked purged, as the record
    *> of what was destroyed and when
    move act-file-name to delete-name
    call "CBL_DELETE_FILE" using delete-name
    move return-code to delete-rc
    move 0 to return-code
    if delete-rc not = 0
        *> still on hand - stays active and is retried next pass
        perform report-delete-failure
        exit paragraph
    end-if
    move 'P' to act-status
    move run-date to act-status-date
    add 1 to purged-count
    move spaces to report-record
    move "PURGED   " to report-record(1:9)
    move act-file-name to report-record(10:30)
    move act-row-count to rows-text
    move rows-text to report-record(42:8)
    move act-decimal-sum to sum-text
    move sum-text to report-record(52:12)
    string "MONTH " delimited by size
           act-month delimited by size
           " PAST " delimited by size
           pol-retain(type-idx) delimited by size
           " MONTHS" delimited by size
           into report-record(66:67)
    write report-record
    .

write-catalogue.
    open output catalogue-file
    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        if cat-removed(cat-idx) = 'N'
            move cat-image(cat-idx) to catalogue-file-record
            write catalogue-file-record
            move cat-image(cat-idx) to archive-catalogue-record
            perform find-entry-type
            if type-found = 'Y'
                if act-active
                    add 1 to pol-active-files(type-idx)
                    add act-row-count to pol-rows(type-idx)
                    add act-decimal-sum to pol-sum(type-idx)
                else
                if act-purged
                    add 1 to pol-purged-files(type-idx)
                end-if
                end-if
            end-if
        end-if
    end-perform
    close catalogue-file
    .

write-type-totals.
    perform varying type-idx from 1 by 1 until type-idx > 6
        move spaces to report-record
        move type-entry(type-idx) to report-record(1:3)
        move pol-active-files(type-idx) to report-record(7:5)
        move pol-purged-files(type-idx) to report-record(22:5)
        move pol-rows(type-idx) to rows-text
        move rows-text to report-record(30:8)
        move pol-sum(type-idx) to sum-text
        move sum-text to report-record(40:12)
        write report-record
    end-perform
    .

write-total-lines.
    move spaces to report-record
    write report-record
    move spaces to report-record
    string "FILES VERIFIED:            " delimited by size
           verified-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "DISAGREED / MISSING:       " delimited by size
           differed-count delimited by size
           " / " delimited by size
           missing-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "NEW GENERATIONS:           " delimited by size
           new-gen-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "GENERATIONS CONSOLIDATED:  " delimited by size
           consolidated-gens delimited by size
           " INTO " delimited by size
           consolidated-archives delimited by size
           " MONTHLY ARCHIVES" delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "CONSOLIDATIONS NOT TIED:   " delimited by size
           untied-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "KEPT FOR NO RUN DATE:      " delimited by size
           no-date-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "FILES PURGED:              " delimited by size
           purged-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "FILES FAILING TO DELETE:   " delimited by size
           delete-failed-count delimited by size
           into report-record
    write report-record
    .

tally-file.
    *> the figures the catalogue keeps, counted from the file itself:
    *> rows, cycle range, document-date range and decimal sum
    move 'N' to tally-opened
    move 0 to tally-rows
    move 0 to tally-first-cycle
    move 0 to tally-last-cycle
    if tally-prefixed = 'N'
        *> a generation is its own cycle's, rows or none - an empty
        *> one rolled on a quiet night still belongs to that cycle
        move tally-gen-cycle to tally-first-cycle
        move tally-gen-cycle to tally-last-cycle
    end-if
    move 0 to tally-first-date
    move 0 to tally-last-date
    move 0 to tally-sum
    open input scan-file
    if scan-file-status not = '00'
        exit paragraph
    end-if
    move 'Y' to tally-opened
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read scan-file
            at end
                move 'y' to end-of-file
            not at end
                perform tally-one-row
        end-read
    end-perform
    close scan-file
    .

tally-one-row.
    if tally-prefixed = 'Y'
        move scan-record to archive-row-record
        move 0 to row-cycle
        if arc-cycle is numeric
            move arc-cycle to row-cycle
        end-if
        move arc-row to row-text
    else
        move tally-gen-cycle to row-cycle
        move scan-record(1:200) to row-text
    end-if
    if row-text = spaces
        exit paragraph
    end-if
    if type-entry(tally-type-idx) = 'CSV'
       and row-text(1:13) = "ROMAN NUMERAL"
        exit paragraph
    end-if
    add 1 to tally-rows
    if tally-first-cycle = 0 or row-cycle < tally-first-cycle
        move row-cycle to tally-first-cycle
    end-if
    if row-cycle > tally-last-cycle
        move row-cycle to tally-last-cycle
    end-if

    move spaces to row-date-text
    move 0 to row-amount
    if type-entry(tally-type-idx) = 'CSV'
        perform tally-csv-row
    else
    if type-entry(tally-type-idx) = 'BIF'
        if row-text(1:2) = 'DT'
            move row-text(63:8) to row-date-text
            if row-text(43:8) is numeric
                move row-text(43:8) to row-amount
            end-if
        end-if
    else
    if type-entry(tally-type-idx) = 'BAF'
        if row-text(1:2) = 'AD'
            move row-text(69:8) to row-date-text
            move row-text(58:9) to baf-amount-area
            if baf-amount-value is numeric
                move baf-amount-value to row-amount
            end-if
        end-if
    else
    if type-entry(tally-type-idx) = 'REJ'
       or type-entry(tally-type-idx) = 'DUP'
        *> the source record follows the first ": " on the line
        move 0 to colon-pos
        inspect row-text tallying colon-pos
            for characters before initial ": "
        if colon-pos < 180
            move row-text(colon-pos + 13:8) to row-date-text
        end-if
    end-if
    end-if
    end-if
    end-if

    if row-date-text is numeric
        move row-date-text to row-date
        if row-date > 0
            if tally-first-date = 0 or row-date < tally-first-date
                move row-date to tally-first-date
            end-if
            if row-date > tally-last-date
                move row-date to tally-last-date
            end-if
        end-if
    end-if
    add row-amount to tally-sum
    .

tally-csv-row.
    move spaces to csv-numeral
    move spaces to csv-decimal-text
    move spaces to csv-valid-flag
    move spaces to csv-id-col
    move spaces to csv-date-col
    move 0 to decimal-text-len
    unstring row-text delimited by ","
        into csv-numeral
             csv-decimal-text count in decimal-text-len
             csv-valid-flag
             csv-id-col
             csv-date-col
    end-unstring
    move csv-date-col(1:8) to row-date-text
    if csv-valid-flag = 'VALID' and decimal-text-len > 0
       and decimal-text-len < 10
       and csv-decimal-text(1:decimal-text-len) is numeric
        compute row-amount = function numval (csv-decimal-text(1:decimal-text-len))
    end-if
    .

parse-number-text.
    move 'N' to number-ok
    move length of number-text to arg-len
    move 'N' to trim-done
    perform until trim-done = 'Y' or arg-len < 1
        if number-text(arg-len:1) = space
            subtract 1 from arg-len
        else
            move 'Y' to trim-done
        end-if
    end-perform
    if arg-len < 1 or arg-len > 4
        exit paragraph
    end-if
    if number-text(1:arg-len) is not numeric
        exit paragraph
    end-if
    compute number-value = function numval (number-text(1:arg-len))
    move 'Y' to number-ok
    .

compute-month-index.
    divide month-work by 100 giving year-part remainder month-part
    compute month-index = year-part * 12 + month-part
    .

read-current-cycle.
    open input cycle-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read cycle-file
            at end
                move 'y' to end-of-file
            not at end
                move cycle-record to current-cycle
        end-read
    end-perform
    close cycle-file
    .

load-cycle-dates.
    *> the run log dates every cycle, which is what puts a generation
    *> in its month
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
