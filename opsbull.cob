*> opsbull - morning operations bulletin
*> Run by jobdrive as the last step of the night's stream - it runs
*> even when the stream was held - to put everything the morning
*> shift has to decide on before billing's 9 a.m. pickup onto one
*> page, ROMAN2DEC.BUL.  It reads the night's stream on the execution
*> log ROMAN2DEC.JSL, the run log ROMAN2DEC.LOG, and the reports the
*> stream's steps left behind - ROMAN2DEC.AKR (billackn), .EXC
*> (csvverif), .AGE (rejage), .CMP (cyclecmp) and .STA (romanstat) -
*> and grades one line per check:
*>   HELD       steps held after a stream-stopping failure
*>   FAILED     steps that ended with a return code of 8 or over -
*>              a 4 is the suite's warning (rejects written, items
*>              overdue, generations kept) and is only counted in the
*>              detail, the checks below grading what it warns of
*>   RUNSTATUS  roman2dec runs of the cycle that did not end cleanly
*>   REJRATE    invalid records as a percent of records read
*>   BILLACK    exceptions on billing's acknowledgment check
*>   ROUNDTRIP  CSV round-trip exceptions
*>   AGED       rejects outstanding more than 30 days
*>   SWING      departments whose volume swung past cyclecmp's limit
*>   VINCULUM   percent of valid values in the vinculum band
*> Each check is GREEN below its amber threshold, AMBER from it and
*> RED from its red threshold, and names the file to open for the
*> detail; a report whose step did not run in the night's stream
*> shows as NOT RUN at AMBER, since nobody can vouch for it.  The
*> thresholds come from ROMAN2DEC.BLP, one line per check, '*'
*> comment lines and blanks ignored:
*>   <check> <amber from> <red from>
*> and any check not on it keeps its default.  The page leads with the
*> overall status, the worst of the checks.  A fixed-format status
*> record (bulstat) goes to ROMAN2DEC.BUS for the scheduler console.
*> Return code 0 GREEN, 4 AMBER, 8 RED.

identification division.
program-id. opsbull.

environment division.
input-output section.
file-control.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select optional run-log-file assign to "ROMAN2DEC.LOG"
       organization is line sequential.
select optional threshold-file assign to "ROMAN2DEC.BLP"
       organization is line sequential.
select optional source-file assign to dynamic source-file-name
       organization is line sequential
       file status is source-file-status.
select bulletin-file assign to "ROMAN2DEC.BUL"
       organization is line sequential.
select status-file assign to "ROMAN2DEC.BUS"
       organization is line sequential
       file status is status-file-status.

data division.
file section.
fd cycle-file.
01 cycle-record pic 9(4).
fd run-log-file.
copy "runlog.cpy".
fd threshold-file.
01 threshold-record pic x(80).
fd source-file.
01 source-record pic x(200).
fd bulletin-file.
01 bulletin-record pic x(132).
fd status-file.
copy "bulstat.cpy".

working-storage section.
77 source-file-status pic xx value '00'.
77 status-file-status pic xx value '00'.
77 source-file-name pic x(50) value spaces.
77 end-of-file pic x value 'n'.
77 run-date pic 9(8) value 0.
77 run-time pic 9(8) value 0.
77 current-cycle pic 9(4) value 0.
77 source-found pic x value 'N'.
77 source-line pic 9(5) value 0.
77 last-line pic x(200) value spaces.
77 stream-found pic x value 'N'.
77 stream-date pic x(8) value spaces.
77 steps-ran pic 9(4) value 0.
77 steps-held pic 9(4) value 0.
77 steps-failed pic 9(4) value 0.
77 steps-warned pic 9(4) value 0.
77 first-held-step pic x(10) value spaces.
77 first-failed-line pic x(60) value spaces.
77 step-rc-text pic x(4) value spaces.
77 ran-count pic 9(3) value 0.
77 ran-max pic 9(3) value 100.
01 ran-table.
   05 ran-step pic x(10) occurs 100 times.
77 ran-idx pic 9(3) value 0.
77 wanted-step pic x(10) value spaces.
77 step-ran pic x value 'N'.
77 cycle-runs pic 9(4) value 0.
77 unclean-runs pic 9(4) value 0.
77 last-run-status pic x value space.
77 cycle-read pic 9(9) value 0.
77 cycle-invalid pic 9(9) value 0.
77 band-count pic 9(8) value 0.
77 band-total pic 9(9) value 0.
77 band-vinculum pic 9(8) value 0.
77 swing-lines pic 9(4) value 0.
77 swing-hit pic 9(4) value 0.
77 exception-lines pic 9(6) value 0.
77 control-note pic x(40) value spaces.
77 check-idx pic 9(2) value 0.
77 check-value pic 9(6) value 0.
77 check-found pic x value 'N'.
77 red-count pic 9(2) value 0.
77 amber-count pic 9(2) value 0.
77 overall-status pic x(5) value "GREEN".
77 threshold-id pic x(10) value spaces.
77 amber-text pic x(10) value spaces.
77 red-text pic x(10) value spaces.
77 number-text pic x(10) value spaces.
77 number-value pic 9(6) value 0.
77 number-ok pic x value 'N'.
77 arg-len pic 9(3) value 0.
77 trim-done pic x value 'N'.
77 thresholds-read pic 9(3) value 0.
77 thresholds-bad pic 9(3) value 0.
77 value-column pic z(5)9.
77 count-number pic 9(9) value 0.
77 count-edited pic z(8)9.
77 count-text pic x(9) value spaces.
77 second-count-text pic x(9) value spaces.
77 lead-spaces pic 9(2) value 0.
77 run-ended-text pic x(18) value spaces.
01 check-id-list.
   05 filler pic x(10) value "HELD".
   05 filler pic x(10) value "FAILED".
   05 filler pic x(10) value "RUNSTATUS".
   05 filler pic x(10) value "REJRATE".
   05 filler pic x(10) value "BILLACK".
   05 filler pic x(10) value "ROUNDTRIP".
   05 filler pic x(10) value "AGED".
   05 filler pic x(10) value "SWING".
   05 filler pic x(10) value "VINCULUM".
01 check-id-table redefines check-id-list.
   05 check-id pic x(10) occurs 9 times.
01 check-default-list.
   *> amber-from and red-from for each check, in the order above
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000003.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000005.
   05 filler pic 9(6) value 000020.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000010.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000025.
   05 filler pic 9(6) value 000001.
   05 filler pic 9(6) value 000005.
   05 filler pic 9(6) value 000005.
   05 filler pic 9(6) value 000020.
01 check-default-table redefines check-default-list.
   05 check-default occurs 9 times.
      10 default-amber pic 9(6).
      10 default-red pic 9(6).
01 check-table.
   05 check-entry occurs 9 times.
      10 chk-amber pic 9(6).
      10 chk-red pic 9(6).
      10 chk-value pic 9(6).
      10 chk-not-run pic x.
      10 chk-severity pic x(5).
      10 chk-code pic x.
      10 chk-detail pic x(56).
      10 chk-file pic x(13).
01 check-label-list.
   05 filler pic x(22) value "STEPS HELD".
   05 filler pic x(22) value "STEPS FAILED".
   05 filler pic x(22) value "RUN STATUS".
   05 filler pic x(22) value "REJECT RATE PCT".
   05 filler pic x(22) value "BILLING ACK".
   05 filler pic x(22) value "ROUND-TRIP EXCEPTIONS".
   05 filler pic x(22) value "REJECTS OVER 30 DAYS".
   05 filler pic x(22) value "DEPARTMENT SWINGS".
   05 filler pic x(22) value "VINCULUM BAND PCT".
01 check-label-table redefines check-label-list.
   05 check-label pic x(22) occurs 9 times.

procedure division.
    accept run-date from date yyyymmdd
    accept run-time from time
    perform read-current-cycle
    perform load-thresholds

    perform check-job-stream
    perform check-run-log
    perform check-billing-ack
    perform check-round-trip
    perform check-aged-rejects
    perform check-department-swings
    perform check-vinculum-band

    perform varying check-idx from 1 by 1 until check-idx > 9
        perform grade-check
    end-perform

    perform write-bulletin
    perform write-status-record

    display "Operations bulletin: " overall-status " - " red-count " red, " amber-count " amber"
    display "Bulletin written to ROMAN2DEC.BUL"
    if overall-status = "RED"
        move 8 to return-code
    else
    if overall-status = "AMBER"
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    end-if
stop run.

load-thresholds.
    perform varying check-idx from 1 by 1 until check-idx > 9
        move default-amber(check-idx) to chk-amber(check-idx)
        move default-red(check-idx) to chk-red(check-idx)
        move 0 to chk-value(check-idx)
        move 'N' to chk-not-run(check-idx)
        move spaces to chk-detail(check-idx)
    end-perform
    move "ROMAN2DEC.JSL" to chk-file(1)
    move "ROMAN2DEC.JSL" to chk-file(2)
    move "ROMAN2DEC.LOG" to chk-file(3)
    move "ROMAN2DEC.LOG" to chk-file(4)
    move "ROMAN2DEC.AKR" to chk-file(5)
    move "ROMAN2DEC.EXC" to chk-file(6)
    move "ROMAN2DEC.AGE" to chk-file(7)
    move "ROMAN2DEC.CMP" to chk-file(8)
    move "ROMAN2DEC.STA" to chk-file(9)

    open input threshold-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read threshold-file
            at end
                move 'y' to end-of-file
            not at end
                perform apply-threshold-line
        end-read
    end-perform
    close threshold-file
    .

apply-threshold-line.
    if threshold-record = spaces or threshold-record(1:1) = '*'
        exit paragraph
    end-if
    move spaces to threshold-id
    move spaces to amber-text
    move spaces to red-text
    unstring threshold-record delimited by all " "
        into threshold-id amber-text red-text
    end-unstring
    move 'N' to check-found
    perform varying check-idx from 1 by 1
            until check-idx > 9 or check-found = 'Y'
        if check-id(check-idx) = threshold-id
            move 'Y' to check-found
        end-if
    end-perform
    if check-found = 'N'
        add 1 to thresholds-bad
        display "Bulletin threshold line not understood: " threshold-record
        exit paragraph
    end-if
    subtract 1 from check-idx
    move amber-text to number-text
    perform parse-number-text
    if number-ok = 'N'
        add 1 to thresholds-bad
        display "Bulletin threshold line not understood: " threshold-record
        exit paragraph
    end-if
    move number-value to chk-amber(check-idx)
    move red-text to number-text
    perform parse-number-text
    if number-ok = 'N'
        add 1 to thresholds-bad
        display "Bulletin threshold line not understood: " threshold-record
        exit paragraph
    end-if
    move number-value to chk-red(check-idx)
    add 1 to thresholds-read
    .

check-job-stream.
    *> only the last stream on the execution log is the night's - its
    *> STREAM START line resets everything gathered before it
    move "ROMAN2DEC.JSL" to source-file-name
    open input source-file
    if source-file-status not = '00'
        move 'Y' to chk-not-run(1)
        move 'Y' to chk-not-run(2)
        move "NO EXECUTION LOG - STREAM NOT RUN" to chk-detail(1)
        move "NO EXECUTION LOG - STREAM NOT RUN" to chk-detail(2)
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read source-file
            at end
                move 'y' to end-of-file
            not at end
                perform read-stream-line
        end-read
    end-perform
    close source-file

    if stream-found = 'N'
        move 'Y' to chk-not-run(1)
        move 'Y' to chk-not-run(2)
        move "NO STREAM ON THE EXECUTION LOG" to chk-detail(1)
        move "NO STREAM ON THE EXECUTION LOG" to chk-detail(2)
        exit paragraph
    end-if
    move steps-held to chk-value(1)
    if steps-held = 0
        string "STREAM OF " delimited by size
               stream-date delimited by size
               " - ALL STEPS RAN" delimited by size
               into chk-detail(1)
    else
        string "STREAM OF " delimited by size
               stream-date delimited by size
               " HELD - FIRST STEP HELD " delimited by size
               first-held-step delimited by space
               into chk-detail(1)
    end-if
    move steps-failed to chk-value(2)
    if steps-failed = 0
        move steps-warned to count-number
        perform edit-count
        move count-text to second-count-text
        move steps-ran to count-number
        perform edit-count
        string count-text delimited by space
               " STEPS RAN, NONE FAILED, " delimited by size
               second-count-text delimited by space
               " WITH AN RC 4 WARNING" delimited by size
               into chk-detail(2)
    else
        move first-failed-line to chk-detail(2)
    end-if
    .

read-stream-line.
    if source-record(9:14) = " STREAM START "
        move 'Y' to stream-found
        move source-record(1:8) to stream-date
        move 0 to steps-ran
        move 0 to steps-held
        move 0 to steps-failed
        move 0 to steps-warned
        move 0 to ran-count
        move spaces to first-held-step
        move spaces to first-failed-line
        exit paragraph
    end-if
    if source-record(9:6) not = " STEP "
        exit paragraph
    end-if
    *> the bulletin's own step is not one of the night's results
    if source-record(15:10) = "OPSBULL"
        exit paragraph
    end-if
    if source-record(25:7) = " START "
        add 1 to steps-ran
        if ran-count < ran-max
            add 1 to ran-count
            move source-record(15:10) to ran-step(ran-count)
        end-if
        move source-record(53:4) to step-rc-text
        if step-rc-text is numeric and step-rc-text < "0008"
            if step-rc-text not = "0000"
                add 1 to steps-warned
            end-if
        else
            add 1 to steps-failed
            if first-failed-line = spaces
                string "FIRST " delimited by size
                       source-record(15:10) delimited by space
                       " RC " delimited by size
                       step-rc-text delimited by size
                       " " delimited by size
                       source-record(58:30) delimited by size
                       into first-failed-line
            end-if
        end-if
    else
    if source-record(25:5) = " HELD"
        add 1 to steps-held
        if first-held-step = spaces
            move source-record(15:10) to first-held-step
        end-if
    end-if
    end-if
    .

check-step-ran.
    *> a report is only the night's when its step ran in the night's
    *> stream; with no stream on the log there is nothing to go by,
    *> and the report is taken as it stands
    move 'Y' to step-ran
    if stream-found = 'N'
        exit paragraph
    end-if
    move 'N' to step-ran
    perform varying ran-idx from 1 by 1 until ran-idx > ran-count
        if ran-step(ran-idx) = wanted-step
            move 'Y' to step-ran
        end-if
    end-perform
    .

check-run-log.
    open input run-log-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read run-log-file
            at end
                move 'y' to end-of-file
            not at end
                if log-cycle is numeric and log-cycle = current-cycle
                    add 1 to cycle-runs
                    move log-run-status to last-run-status
                    if log-run-status not = 'C'
                        add 1 to unclean-runs
                    end-if
                    add log-records-read to cycle-read
                    add log-invalid-count to cycle-invalid
                end-if
        end-read
    end-perform
    close run-log-file

    if cycle-runs = 0
        move 'Y' to chk-not-run(3)
        move 'Y' to chk-not-run(4)
        string "NO ROMAN2DEC RUN LOGGED FOR CYCLE " delimited by size
               current-cycle delimited by size
               into chk-detail(3)
        move chk-detail(3) to chk-detail(4)
        exit paragraph
    end-if
    move unclean-runs to chk-value(3)
    if last-run-status = 'C'
        move "CLEAN" to run-ended-text
    else
    if last-run-status = 'F'
        move "ON TOLERANCE STOP" to run-ended-text
    else
    if last-run-status = 'H'
        move "WITH A FEED HELD" to run-ended-text
    else
        move "INCOMPLETE" to run-ended-text
    end-if
    end-if
    end-if
    move cycle-runs to count-number
    perform edit-count
    string count-text delimited by space
           " RUNS IN CYCLE " delimited by size
           current-cycle delimited by size
           ", LAST ENDED " delimited by size
           run-ended-text delimited by size
           into chk-detail(3)

    if cycle-read > 0
        compute chk-value(4) = (cycle-invalid * 100) / cycle-read
    end-if
    move cycle-read to count-number
    perform edit-count
    move count-text to second-count-text
    move cycle-invalid to count-number
    perform edit-count
    string count-text delimited by space
           " INVALID OF " delimited by size
           second-count-text delimited by space
           " RECORDS READ" delimited by size
           into chk-detail(4)
    .

check-billing-ack.
    move "BILLACKN" to wanted-step
    perform check-step-ran
    if step-ran = 'N'
        move 'Y' to chk-not-run(5)
        move "BILLACKN DID NOT RUN IN THE NIGHT'S STREAM" to chk-detail(5)
        exit paragraph
    end-if
    move "ROMAN2DEC.AKR" to source-file-name
    perform read-last-line
    if source-found = 'N'
        move 'Y' to chk-not-run(5)
        move "NO ACKNOWLEDGMENT REPORT ON FILE" to chk-detail(5)
        exit paragraph
    end-if
    if last-line(1:20) = "TRANSMISSION PROVEN "
        move 0 to chk-value(5)
        move "TRANSMISSION PROVEN COMPLETE AND RECEIPTED" to chk-detail(5)
    else
    if last-line(1:4) is numeric and last-line(5:12) = " EXCEPTIONS "
        move last-line(1:4) to chk-value(5)
        move "ACK DID NOT TIE - DO NOT CERTIFY TO BILLING" to chk-detail(5)
    else
        move 'Y' to chk-not-run(5)
        move "ACKNOWLEDGMENT REPORT INCOMPLETE" to chk-detail(5)
    end-if
    end-if
    .

check-round-trip.
    move "CSVVERIF" to wanted-step
    perform check-step-ran
    if step-ran = 'N'
        move 'Y' to chk-not-run(6)
        move "CSVVERIF DID NOT RUN IN THE NIGHT'S STREAM" to chk-detail(6)
        exit paragraph
    end-if
    *> every line after the two heading lines is an exception except
    *> the control-total verdict at the foot
    move "ROMAN2DEC.EXC" to source-file-name
    move 'N' to source-found
    move 0 to exception-lines
    move spaces to control-note
    open input source-file
    if source-file-status not = '00'
        move 'Y' to chk-not-run(6)
        move "NO ROUND-TRIP EXCEPTION REPORT ON FILE" to chk-detail(6)
        exit paragraph
    end-if
    move 0 to source-line
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read source-file
            at end
                move 'y' to end-of-file
            not at end
                add 1 to source-line
                if source-line > 2 and source-record not = spaces
                    if source-record(1:21) = "CONTROL TOTAL AGREES:"
                        move "CONTROL TOTAL AGREES" to control-note
                    else
                    if source-record(1:26) = "NO CONTROL TOTAL AVAILABLE"
                        move "NO CONTROL TOTAL - SUM NOT CERTIFIED" to control-note
                    else
                        add 1 to exception-lines
                    end-if
                    end-if
                end-if
        end-read
    end-perform
    close source-file
    move exception-lines to chk-value(6)
    move exception-lines to count-number
    perform edit-count
    string count-text delimited by space
           " EXCEPTIONS - " delimited by size
           control-note delimited by size
           into chk-detail(6)
    .

check-aged-rejects.
    move "REJAGE" to wanted-step
    perform check-step-ran
    if step-ran = 'N'
        move 'Y' to chk-not-run(7)
        move "REJAGE DID NOT RUN IN THE NIGHT'S STREAM" to chk-detail(7)
        exit paragraph
    end-if
    move "ROMAN2DEC.AGE" to source-file-name
    move 'N' to source-found
    open input source-file
    if source-file-status not = '00'
        move 'Y' to chk-not-run(7)
        move "NO AGING REPORT ON FILE" to chk-detail(7)
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read source-file
            at end
                move 'y' to end-of-file
            not at end
                if source-record(1:14) = "OVER 30 DAYS: "
                   and source-record(15:8) is numeric
                    move 'Y' to source-found
                    move source-record(15:8) to band-count
                end-if
        end-read
    end-perform
    close source-file
    if source-found = 'N'
        move 'Y' to chk-not-run(7)
        move "AGING REPORT HAS NO BUCKET SUMMARY" to chk-detail(7)
        exit paragraph
    end-if
    move band-count to chk-value(7)
    move band-count to count-number
    perform edit-count
    string count-text delimited by space
           " OUTSTANDING REJECTS FIRST REJECTED OVER 30 DAYS AGO" delimited by size
           into chk-detail(7)
    .

check-department-swings.
    move "CYCLECMP" to wanted-step
    perform check-step-ran
    if step-ran = 'N'
        move 'Y' to chk-not-run(8)
        move "CYCLECMP DID NOT RUN IN THE NIGHT'S STREAM" to chk-detail(8)
        exit paragraph
    end-if
    move "ROMAN2DEC.CMP" to source-file-name
    move 0 to swing-lines
    open input source-file
    if source-file-status not = '00'
        move 'Y' to chk-not-run(8)
        move "NO CYCLE COMPARISON REPORT ON FILE" to chk-detail(8)
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read source-file
            at end
                move 'y' to end-of-file
            not at end
                move 0 to swing-hit
                inspect source-record tallying swing-hit for all "  SWING "
                if swing-hit > 0
                    add 1 to swing-lines
                end-if
        end-read
    end-perform
    close source-file
    move swing-lines to chk-value(8)
    move swing-lines to count-number
    perform edit-count
    string count-text delimited by space
           " DEPARTMENTS SWUNG PAST THE LIMIT SINCE LAST CYCLE" delimited by size
           into chk-detail(8)
    .

check-vinculum-band.
    move "ROMANSTAT" to wanted-step
    perform check-step-ran
    if step-ran = 'N'
        move 'Y' to chk-not-run(9)
        move "ROMANSTAT DID NOT RUN IN THE NIGHT'S STREAM" to chk-detail(9)
        exit paragraph
    end-if
    move "ROMAN2DEC.STA" to source-file-name
    move 0 to band-total
    move 0 to band-vinculum
    move 'N' to source-found
    open input source-file
    if source-file-status not = '00'
        move 'Y' to chk-not-run(9)
        move "NO STATISTICS REPORT ON FILE" to chk-detail(9)
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read source-file
            at end
                move 'y' to end-of-file
            not at end
                if (source-record(1:5) = "0-99:"
                    or source-record(1:8) = "100-999:"
                    or source-record(1:10) = "1000-3999:"
                    or source-record(1:10) = "OVER 3999:")
                   and source-record(14:8) is numeric
                    move 'Y' to source-found
                    move source-record(14:8) to band-count
                    add band-count to band-total
                    if source-record(1:10) = "OVER 3999:"
                        move band-count to band-vinculum
                    end-if
                end-if
        end-read
    end-perform
    close source-file
    if source-found = 'N'
        move 'Y' to chk-not-run(9)
        move "STATISTICS REPORT HAS NO VALUE BANDS" to chk-detail(9)
        exit paragraph
    end-if
    if band-total > 0
        compute chk-value(9) = (band-vinculum * 100) / band-total
    end-if
    move band-total to count-number
    perform edit-count
    move count-text to second-count-text
    move band-vinculum to count-number
    perform edit-count
    string count-text delimited by space
           " OF " delimited by size
           second-count-text delimited by space
           " VALID VALUES OVER 3999" delimited by size
           into chk-detail(9)
    .

read-last-line.
    move 'N' to source-found
    move spaces to last-line
    open input source-file
    if source-file-status not = '00'
        exit paragraph
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read source-file
            at end
                move 'y' to end-of-file
            not at end
                if source-record not = spaces
                    move 'Y' to source-found
                    move source-record to last-line
                end-if
        end-read
    end-perform
    close source-file
    .

grade-check.
    if chk-not-run(check-idx) = 'Y'
        move "AMBER" to chk-severity(check-idx)
        move 'N' to chk-code(check-idx)
    else
    if chk-value(check-idx) >= chk-red(check-idx)
        move "RED" to chk-severity(check-idx)
        move 'R' to chk-code(check-idx)
    else
    if chk-value(check-idx) >= chk-amber(check-idx)
        move "AMBER" to chk-severity(check-idx)
        move 'A' to chk-code(check-idx)
    else
        move "GREEN" to chk-severity(check-idx)
        move 'G' to chk-code(check-idx)
    end-if
    end-if
    end-if
    if chk-severity(check-idx) = "RED"
        add 1 to red-count
        move "RED" to overall-status
    else
    if chk-severity(check-idx) = "AMBER"
        add 1 to amber-count
        if overall-status = "GREEN"
            move "AMBER" to overall-status
        end-if
    end-if
    end-if
    .

write-bulletin.
    open output bulletin-file
    move spaces to bulletin-record
    string "MORNING OPERATIONS BULLETIN - " delimited by size
           run-date delimited by size
           " " delimited by size
           run-time(1:2) delimited by size
           ":" delimited by size
           run-time(3:2) delimited by size
           " - CYCLE " delimited by size
           current-cycle delimited by size
           into bulletin-record
    write bulletin-record
    move "==============================================================" to bulletin-record
    write bulletin-record
    move spaces to bulletin-record
    write bulletin-record
    move spaces to bulletin-record
    string "OVERALL STATUS:  " delimited by size
           overall-status delimited by space
           "   (" delimited by size
           red-count delimited by size
           " RED, " delimited by size
           amber-count delimited by size
           " AMBER)" delimited by size
           into bulletin-record
    write bulletin-record
    move spaces to bulletin-record
    if overall-status = "RED"
        move "ACTION: CLEAR THE RED ITEMS BEFORE BILLING PICKS UP THE FEED" to bulletin-record
    else
    if overall-status = "AMBER"
        move "ACTION: REVIEW THE AMBER ITEMS BEFORE BILLING PICKS UP THE FEED" to bulletin-record
    else
        move "ACTION: NONE - THE NIGHT RAN CLEAN" to bulletin-record
    end-if
    end-if
    write bulletin-record
    move spaces to bulletin-record
    write bulletin-record
    move "CHECK                   STATUS    VALUE  AMBER    RED  DETAIL                                                    SEE" to bulletin-record
    write bulletin-record
    move "----------------------  ------  -------  -----  -----  --------------------------------------------------------  -------------" to bulletin-record
    write bulletin-record
    perform varying check-idx from 1 by 1 until check-idx > 9
        move spaces to bulletin-record
        move check-label(check-idx) to bulletin-record(1:22)
        move chk-severity(check-idx) to bulletin-record(25:5)
        if chk-not-run(check-idx) = 'Y'
            move "NOT RUN" to bulletin-record(33:7)
        else
            move chk-value(check-idx) to value-column
            move value-column to bulletin-record(34:6)
        end-if
        move chk-amber(check-idx) to value-column
        move value-column(2:5) to bulletin-record(42:5)
        move chk-red(check-idx) to value-column
        move value-column(2:5) to bulletin-record(49:5)
        move chk-detail(check-idx) to bulletin-record(56:56)
        move chk-file(check-idx) to bulletin-record(114:13)
        write bulletin-record
    end-perform
    move spaces to bulletin-record
    write bulletin-record
    move spaces to bulletin-record
    if thresholds-read = 0
        move "THRESHOLDS: DEFAULTS - NO LINES READ FROM ROMAN2DEC.BLP" to bulletin-record
    else
        string "THRESHOLDS: " delimited by size
               thresholds-read delimited by size
               " CHECKS SET FROM ROMAN2DEC.BLP, THE REST AT DEFAULTS" delimited by size
               into bulletin-record
    end-if
    write bulletin-record
    if thresholds-bad > 0
        move spaces to bulletin-record
        string "THRESHOLD LINES NOT UNDERSTOOD AND IGNORED: " delimited by size
               thresholds-bad delimited by size
               into bulletin-record
        write bulletin-record
    end-if
    close bulletin-file
    .

write-status-record.
    open output status-file
    if status-file-status not = '00'
        display "Scheduler status file ROMAN2DEC.BUS unavailable - file status " status-file-status
        exit paragraph
    end-if
    move spaces to bulletin-status-record
    move "ROMANBUL" to bst-record-id
    move run-date to bst-run-date
    move run-time(1:6) to bst-run-time
    move current-cycle to bst-cycle
    move overall-status to bst-overall
    if overall-status = "RED"
        move 8 to bst-overall-code
    else
    if overall-status = "AMBER"
        move 4 to bst-overall-code
    else
        move 0 to bst-overall-code
    end-if
    end-if
    move red-count to bst-red-count
    move amber-count to bst-amber-count
    perform varying check-idx from 1 by 1 until check-idx > 9
        move chk-code(check-idx) to bst-check-status(check-idx)
    end-perform
    write bulletin-status-record
    close status-file
    .

edit-count.
    *> a count without its leading zeros, for the detail text
    move count-number to count-edited
    move 0 to lead-spaces
    inspect count-edited tallying lead-spaces for leading spaces
    move spaces to count-text
    move count-edited(lead-spaces + 1:) to count-text
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
    if arg-len < 1 or arg-len > 6
        exit paragraph
    end-if
    if number-text(1:arg-len) is not numeric
        exit paragraph
    end-if
    compute number-value = function numval (number-text(1:arg-len))
    move 'Y' to number-ok
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
