*>   CSVVERIF  ./csvverif
*>   ROMANSTAT ./romanstat
*>   RUNREPT   ./runrept
*> The step named ROMAN2DEC is the one whose graded return code steers
*> the stream: 0 runs on, 4 runs on (rejects or late items written), 8
*> runs on with a warning (an input file could not be opened), 10 runs
*> on but flags a controlled feed held whole on its header/trailer
*> check for resending, and 12 or 16 holds every step after it and
*> stops the stream.  Whether rejfix is required in the morning is
*> decided from ROMAN2DEC.REJ itself - any record reject on it,
*> whatever the return code - since a held feed outranks the rejects
*> from the other feeds and a 4 can mean late items only.  Each step's
*> start and end time and outcome go to the execution log
*> ROMAN2DEC.JSL, held steps included, so the morning shift can see
*> exactly what ran and what did not.  On the last night of the month
*> the list ends with the period close, e.g.
*>   PERCLOSE  ./perclose
*> and a PERCLOSE step that comes back nonzero means the period did
*> not tie and was left open - noted on the log for the morning.
*> Archive retention runs after cyclearc has rolled the night's
*> generations, e.g.
*>   CYCLERET  ./cycleret
*> The recovery backup follows, e.g.
*>   ROMANRCV  ./romanrcv BACKUP
*> which unloads the indexed files and rolls the recovery journal.
*> The morning operations bulletin is always the last step, e.g.
*>   OPSBULL   ./opsbull
*> and a step named OPSBULL runs even when the stream is held, since
*> a held night is exactly what the morning shift has to see.  The
*> execution log is closed while each step runs so the bulletin
*> reads the night's steps as they were logged.
*> The step-list file name may be supplied as a command-line
*> parameter; the prompt is only a fallback (blank for
*> ROMAN2DEC.STP).  The driver's own return code is 0 for a clean
*> stream, 4 when rejfix is required, 8 when a feed was held and
*> must be resent or the period close left the period open, and 12
*> when the stream was held short.

identification division.
program-id. jobdrive.
select exec-log-file assign to "ROMAN2DEC.JSL"
       organization is line sequential
       file status is exec-log-status.
select optional reject-file assign to "ROMAN2DEC.REJ"
       organization is line sequential.

data division.
file section.
fd step-file.
01 step-file-record pic x(132).
fd reject-file.
01 reject-record pic x(160).
fd exec-log-file.
01 exec-log-record pic x(160).

77 steps-held pic 9(4) value 0.
77 stream-held pic x value 'N'.
77 rejfix-required pic x value 'N'.
77 feed-held pic x value 'N'.
77 period-left-open pic x value 'N'.
77 step-outcome pic x(30) value spaces.
77 reject-eof pic x value 'n'.
77 record-rejects pic 9(8) value 0.
77 line-marks pic 9(4) value 0.

procedure division.
    accept run-date from date yyyymmdd
        write exec-log-record
        display "REJECTS WRITTEN THIS STREAM - RUN REJFIX IN THE MORNING"
    end-if
    if feed-held = 'Y'
        move spaces to exec-log-record
        string run-date delimited by size
               " STREAM NOTE: FEED HELD ON CONTROL CHECK - RESEND REQUIRED, SEE ROMAN2DEC.REJ" delimited by size
               into exec-log-record
        write exec-log-record
        display "A FEED WAS HELD ON ITS CONTROL CHECK - ASK THE SENDER TO RESEND"
    end-if
    if period-left-open = 'Y'
        move spaces to exec-log-record
        string run-date delimited by size
               " STREAM NOTE: PERIOD CLOSE DID NOT TIE - PERIOD LEFT OPEN, SEE ROMAN2DEC.PCS" delimited by size
               into exec-log-record
        write exec-log-record
        display "THE PERIOD CLOSE DID NOT TIE - SEE ROMAN2DEC.PCS"
    end-if
    move spaces to exec-log-record
    if stream-held = 'Y'
        string run-date delimited by size
        display "STREAM HELD - see ROMAN2DEC.JSL"
        move 12 to return-code
    else
        if feed-held = 'Y' or period-left-open = 'Y'
            move 8 to return-code
        else
        if rejfix-required = 'Y'
            move 4 to return-code
        else
            move 0 to return-code
        end-if
        end-if
    end-if
stop run.

        exit paragraph
    end-if

    if stream-held = 'Y' and step-name not = 'OPSBULL'
        *> everything after a holding failure is logged but not run -
        *> a CSV nobody verified must not reach billing
        add 1 to steps-held
    perform run-one-step
    .

count-record-rejects.
    *> record rejects are the "FILE x LINE n:" lines rejfix works
    *> through; file-level notices (open failures, held feeds) carry
    *> no LINE and are not for rejfix
    move 0 to record-rejects
    open input reject-file
    move 'n' to reject-eof
    perform until reject-eof = 'y'
        read reject-file
            at end
                move 'y' to reject-eof
            not at end
                if reject-record(1:5) = 'FILE '
                    move 0 to line-marks
                    inspect reject-record tallying line-marks for all " LINE "
                    if line-marks > 0
                        add 1 to record-rejects
                    end-if
                end-if
        end-read
    end-perform
    close reject-file
    .

parse-step-record.
    move spaces to step-name
    move spaces to step-command

run-one-step.
    accept step-start-time from time
    close exec-log-file
    call "SYSTEM" using step-command
    move return-code to system-status
    move 0 to return-code
    open extend exec-log-file
    if exec-log-status not = '00'
        *> without the log the morning shift cannot see what ran -
        *> stop the stream here, as the first open would have
        move 'Y' to stream-held
        display "Execution log unavailable after step " step-name " - file status " exec-log-status
        display "STREAM STOPPED - steps after " step-name " not run"
        move 12 to return-code
        stop run
    end-if
    accept step-end-time from time

    *> the raw status is the shell's: the exit code rides in the high

    move "OK" to step-outcome
    if step-name = 'ROMAN2DEC'
        perform count-record-rejects
        if record-rejects > 0
            move 'Y' to rejfix-required
        end-if
        if step-rc = 4
            if record-rejects > 0
                move "RC 4 - REJFIX REQUIRED" to step-outcome
            else
                move "RC 4 - LATE ITEMS, SEE LAT" to step-outcome
            end-if
        end-if
        if step-rc = 8
            move "RC 8 - INPUT OPEN FAILURE" to step-outcome
        end-if
        if step-rc = 10
            move 'Y' to feed-held
            move "RC 10 - FEED HELD, RESEND" to step-outcome
        end-if
        if step-rc >= 12
            move 'Y' to stream-held
            move "FAILED - DOWNSTREAM HELD" to step-outcome
        end-if
    else
    if step-name = 'PERCLOSE' and step-rc not = 0
        move 'Y' to period-left-open
        move "PERIOD LEFT OPEN - SEE PCS" to step-outcome
    else
        if step-rc not = 0
            move "NONZERO RC - NOTED" to step-outcome
        end-if
    end-if
    end-if

    move spaces to exec-log-record
    string run-date delimited by size
