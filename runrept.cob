*> Reads ROMAN2DEC.LOG and prints a month-to-date operations summary:
*> runs per day with volumes and reject rates, month totals, and any
*> runs that never completed cleanly (those flagged with an incomplete
*> checkpoint entry, stopped on tolerance, or holding a feed that
*> failed its control check).  The report month may be given as a YYYYMM
*> command-line parameter; it defaults to the current month.  The
*> report is written to ROMAN2DEC.OPS and summarised on the console.

                    move 'y' to end-of-file
                not at end
                    if log-run-date(1:6) = report-month
                       and (log-run-status = 'I' or log-run-status = 'F'
                            or log-run-status = 'H')
                        perform write-incomplete-line
                    end-if
            end-read
        add log-invalid-count to month-invalid
        add log-decimal-sum to month-sum
        if log-run-status = 'I' or log-run-status = 'F'
           or log-run-status = 'H'
            add 1 to incomplete-runs
        end-if
    end-if
           log-run-time delimited by size
           " MODE " delimited by size
           log-mode delimited by size
           " STATUS " delimited by size
           log-run-status delimited by size
           " " delimited by size
           log-source-name delimited by size
           into report-record
