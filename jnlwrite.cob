*> jnlwrite - recovery journal writer, CALLed by every program that
*> changes ROMAN2DEC.MST, ROMAN2DEC.HST or ROMAN2DEC.SPM.  The caller
*> fills in the journal record (file, action, program, cycle and the
*> before/after images); jnlwrite stamps the date and time and
*> appends it to ROMAN2DEC.JNL, which it opens on the first call and
*> keeps open until called with function 'C' at the caller's end of
*> run:
*>   call "jnlwrite" using jnl-function journal-record
*> with JNL-FUNCTION 'W' to write the record, 'C' to close the
*> journal.  A journal that cannot be opened is reported once on the
*> console and the caller carries on - losing the journal must not
*> stop the night's batch, but the next backup should be taken early.

identification division.
program-id. jnlwrite.

environment division.
input-output section.
file-control.
select journal-file assign to "ROMAN2DEC.JNL"
       organization is line sequential
       file status is journal-file-status.

data division.
file section.
fd journal-file.
01 journal-file-record pic x(370).

working-storage section.
77 journal-file-status pic xx value '00'.
77 journal-open pic x value 'N'.
77 journal-failed pic x value 'N'.
77 stamp-time pic 9(8) value 0.
linkage section.
77 jnl-function pic x.
copy "jnlrec.cpy".

procedure division using jnl-function journal-record.
    if jnl-function = 'C'
        if journal-open = 'Y'
            close journal-file
            move 'N' to journal-open
        end-if
        goback
    end-if

    if journal-open = 'N' and journal-failed = 'N'
        *> the journal generation runs from one backup to the next -
        *> extended all the way, created on the first change after a
        *> backup started a fresh one
        open extend journal-file
        if journal-file-status = '35'
            open output journal-file
        end-if
        if journal-file-status = '00'
            move 'Y' to journal-open
        else
            move 'Y' to journal-failed
            display "Recovery journal ROMAN2DEC.JNL unavailable - file status " journal-file-status " - changes not journalled"
        end-if
    end-if
    if journal-open = 'N'
        goback
    end-if

    accept jnl-date from date yyyymmdd
    accept stamp-time from time
    move stamp-time to jnl-time
    move journal-record to journal-file-record
    write journal-file-record
    goback.
