*> hstconv - processed-id history layout conversion
*> ROMAN2DEC.HST records grew from 68 to 81 bytes when billadj began
*> stamping adjusted transactions (HST-ADJUST-STATUS, -DATE and -CYCLE
*> on the end of romanhst).  A history file written before that cannot
*> be read under the new layout, so this runs once, ahead of the first
*> night on the new programs, and carries every record across:
*>   (blank)   unload every record of the old file to the sequential
*>             ROMAN2DEC.HSU (old layout, 68 bytes a line), rebuild
*>             ROMAN2DEC.HST empty in the new layout, and reload it
*>             from the unload with the adjustment fields blank and
*>             zero - nothing converted before was ever adjusted
*>   RELOAD    the rebuild and reload only, from an ROMAN2DEC.HSU
*>             already on hand - a conversion that stopped after the
*>             unload restarts here, since the file it came from may
*>             already have been emptied
*> A file that already reads in the new layout is left exactly as it
*> is.  The unload stays behind on ROMAN2DEC.HSU afterwards, as
*> mstmaint's UNLOAD leaves ROMAN2DEC.UNL.  The conversion is not
*> journaled: take a romanrcv BACKUP straight after it, since a
*> ROMAN2DEC.HST.BKP taken before holds the old layout and cannot be
*> rebuilt from, e.g.
*>   HSTCONV   ./hstconv
*>   ROMANRCV  ./romanrcv BACKUP
*> Return code 0 when every record was carried across (or none needed
*> to be), 8 when some would not reload, and 12 when the old file
*> could not be unloaded or the new one built.

identification division.
program-id. hstconv.

environment division.
input-output section.
file-control.
select old-history-file assign to "ROMAN2DEC.HST"
       organization is indexed
       access is sequential
       record key is old-trx-id
       file status is old-history-status.
select history-file assign to "ROMAN2DEC.HST"
       organization is indexed
       access is random
       record key is hst-trx-id
       file status is history-file-status.
select unload-file assign to "ROMAN2DEC.HSU"
       organization is line sequential
       file status is unload-file-status.

data division.
file section.
fd old-history-file.
01 old-history-record.
   05 old-trx-id pic x(10).
   05 old-first-date pic 9(8).
   05 old-source-file pic x(50).
fd history-file.
copy "romanhst.cpy".
fd unload-file.
01 unload-record.
   05 unl-trx-id pic x(10).
   05 unl-first-date pic 9(8).
   05 unl-source-file pic x(50).

working-storage section.
77 old-history-status pic xx value '00'.
77 history-file-status pic xx value '00'.
77 unload-file-status pic xx value '00'.
77 command-param pic x(50) value spaces.
77 reload-only pic x value 'N'.
77 end-of-file pic x value 'n'.
77 unloaded-count pic 9(8) value 0.
77 reloaded-count pic 9(8) value 0.
77 reload-failed-count pic 9(8) value 0.

procedure division.
    accept command-param from command-line
    if command-param = 'RELOAD'
        move 'Y' to reload-only
    else
    if command-param not = spaces
        display "Unknown option " command-param " - blank to convert, RELOAD to reload ROMAN2DEC.HSU"
        move 12 to return-code
        stop run
    end-if
    end-if

    if reload-only = 'N'
        perform unload-old-history
    end-if
    perform rebuild-history
    perform reload-history

    display "Records unloaded:     " unloaded-count
    display "Records reloaded:     " reloaded-count
    display "Failed to reload:     " reload-failed-count
    if reload-failed-count > 0
        display "HISTORY CONVERSION INCOMPLETE - records above are still on ROMAN2DEC.HSU"
        move 8 to return-code
    else
        display "ROMAN2DEC.HST converted - take a romanrcv BACKUP now"
        move 0 to return-code
    end-if
stop run.

unload-old-history.
    open input old-history-file
    if old-history-status = '35'
        display "No history file ROMAN2DEC.HST - nothing to convert"
        move 0 to return-code
        stop run
    end-if
    if old-history-status = '39'
        *> the record length on file is not the old one - already
        *> converted, or not a history file at all; either way hands off
        display "ROMAN2DEC.HST is not in the old 68-byte layout - left as it is"
        move 0 to return-code
        stop run
    end-if
    if old-history-status not = '00'
        display "Cannot open ROMAN2DEC.HST - file status " old-history-status
        move 12 to return-code
        stop run
    end-if

    open output unload-file
    if unload-file-status not = '00'
        display "Cannot write ROMAN2DEC.HSU - file status " unload-file-status
        close old-history-file
        move 12 to return-code
        stop run
    end-if
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read old-history-file
            at end
                move 'y' to end-of-file
            not at end
                if old-history-status = '04'
                    *> a record longer than the old layout - already
                    *> converted, and nothing has been changed yet
                    display "ROMAN2DEC.HST already holds the new layout - left as it is"
                    close unload-file
                    close old-history-file
                    move 0 to return-code
                    stop run
                end-if
                move old-history-record to unload-record
                write unload-record
                add 1 to unloaded-count
        end-read
    end-perform
    if old-history-status not = '10' and old-history-status not = '00'
        *> the unload must be whole before the old file is emptied
        display "UNLOAD OF ROMAN2DEC.HST FAILED - FILE STATUS " old-history-status
        display "ROMAN2DEC.HST has not been changed"
        close unload-file
        close old-history-file
        move 12 to return-code
        stop run
    end-if
    close unload-file
    close old-history-file
    .

rebuild-history.
    *> the unload must be readable before the file is emptied
    open input unload-file
    if unload-file-status not = '00'
        display "Cannot open ROMAN2DEC.HSU - file status " unload-file-status
        display "ROMAN2DEC.HST has not been changed"
        move 12 to return-code
        stop run
    end-if
    close unload-file

    open output history-file
    if history-file-status not = '00'
        *> the unload just written is the recovery point - say so
        display "HISTORY REBUILD FAILED - FILE STATUS " history-file-status
        display "RERUN WITH RELOAD TO CARRY ROMAN2DEC.HSU ACROSS BEFORE THE NEXT RUN"
        move 12 to return-code
        stop run
    end-if
    .

reload-history.
    open input unload-file
    move 'n' to end-of-file
    perform until end-of-file = 'y'
        read unload-file
            at end
                move 'y' to end-of-file
            not at end
                if unload-record not = spaces
                    perform reload-one-record
                end-if
        end-read
    end-perform
    close unload-file
    close history-file
    .

reload-one-record.
    move spaces to history-record
    move unl-trx-id to hst-trx-id
    move unl-first-date to hst-first-date
    move unl-source-file to hst-source-file
    *> nothing written under the old layout was ever adjusted
    move space to hst-adjust-status
    move 0 to hst-adjust-date
    move 0 to hst-adjust-cycle
    write history-record
    if history-file-status = '00'
        add 1 to reloaded-count
    else
        add 1 to reload-failed-count
        display "NOT RELOADED " unl-trx-id " - FILE STATUS " history-file-status
    end-if
    .
