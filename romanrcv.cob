*> romanrcv - backup and forward-recovery utility for the three indexed
*> files the nightly batch keeps in place: the conversion master
*> ROMAN2DEC.MST, the processed-id history ROMAN2DEC.HST and the reject
*> suspense master ROMAN2DEC.SPM.  Every program that changes one of
*> them journals the change on ROMAN2DEC.JNL (layout in jnlrec.cpy);
*> this utility takes the backups the journal runs from and uses the
*> two together.  One action per run, given as the command-line
*> parameter (the prompt is only a fallback):
*>   BACKUP                      unload all three files to
*>                               ROMAN2DEC.MST.BKP, .HST.BKP and
*>                               .SPM.BKP, then roll the journal to
*>                               ROMAN2DEC.JNL.Gnnnn (the current
*>                               cycle) and start a fresh one - the
*>                               live journal only ever holds the
*>                               changes since the last backup
*>   REBUILD MST|HST|SPM [cycle] recreate one file from its backup
*>                               and roll the live journal forward
*>                               over it, up to and including the
*>                               cycle given (all of it by default)
*>   BACKOUT cycle [MST|HST|SPM] undo one cycle's changes - to all
*>                               three files, or the one named - by
*>                               applying its before-images newest
*>                               first, from the journal generations
*>                               for that cycle onward and the live
*>                               journal
*> A backout only touches a record that still looks the way the
*> cycle left it: one changed again since is reported and left alone,
*> since restoring the old image would lose the later change.  The
*> backout's own changes are journaled under the current cycle as
*> program ROMANRCV, and a later backout passes over them.  Every
*> action is accounted for on ROMAN2DEC.RCV.  Run BACKUP as the last
*> step of the night's stream, e.g.
*>   ROMANRCV  ./romanrcv BACKUP
*> Return code 0 for a clean run, 4 when a backout left records it
*> could not safely restore, 8 when a file could not be opened (a
*> BACKUP that fails leaves the journal as it was) or a REBUILD could
*> not reload or replay every record, and 12 when the
*> action could not be taken at all.

identification division.
program-id. romanrcv.

environment division.
input-output section.
file-control.
select master-file assign to "ROMAN2DEC.MST"
       organization is indexed
       access is dynamic
       record key is mst-numeral
       file status is master-file-status.
select history-file assign to "ROMAN2DEC.HST"
       organization is indexed
       access is dynamic
       record key is hst-trx-id
       file status is history-file-status.
select suspense-file assign to "ROMAN2DEC.SPM"
       organization is indexed
       access is dynamic
       record key is sus-key
       file status is suspense-file-status.
select backup-file assign to dynamic backup-file-name
       organization is line sequential
       file status is backup-file-status.
select journal-file assign to dynamic journal-file-name
       organization is line sequential
       file status is journal-file-status.
select journal-gen-file assign to dynamic journal-gen-name
       organization is line sequential
       file status is journal-gen-status.
select optional cycle-file assign to "ROMAN2DEC.CYC"
       organization is line sequential.
select report-file assign to "ROMAN2DEC.RCV"
       organization is line sequential.
select backout-work assign to "ROMANRCV.TMP".

data division.
file section.
fd master-file.
copy "romanmst.cpy".
fd history-file.
copy "romanhst.cpy".
fd suspense-file.
copy "rejsus.cpy".
fd backup-file.
01 backup-record pic x(160).
fd journal-file.
01 journal-in-record pic x(370).
fd journal-gen-file.
01 journal-gen-record pic x(370).
fd cycle-file.
01 cycle-record pic 9(4).
fd report-file.
01 report-record pic x(132).
sd backout-work.
01 backout-sort-record.
   05 bw-seq pic 9(8).
   05 bw-file-id pic x(3).
   05 bw-action pic x.
   05 bw-program pic x(10).
   05 bw-cycle pic 9(4).
   05 bw-before-image pic x(160).
   05 bw-after-image pic x(160).

working-storage section.
77 master-file-status pic xx value '00'.
77 history-file-status pic xx value '00'.
77 suspense-file-status pic xx value '00'.
77 backup-file-status pic xx value '00'.
77 journal-file-status pic xx value '00'.
77 journal-gen-status pic xx value '00'.
77 target-status pic xx value '00'.
77 backup-file-name pic x(50) value spaces.
77 journal-file-name pic x(50) value spaces.
77 journal-gen-name pic x(50) value spaces.
77 command-param pic x(80) value spaces.
77 rcv-verb pic x(10) value spaces.
77 rcv-arg1 pic x(10) value spaces.
77 rcv-arg2 pic x(10) value spaces.
77 rcv-file-id pic x(3) value spaces.
77 rcv-file-filter pic x(3) value spaces.
77 rcv-open-mode pic x value 'I'.
77 cycle-arg pic x(10) value spaces.
77 cycle-arg-value pic 9(4) value 0.
77 cycle-arg-ok pic x value 'N'.
77 arg-len pic 9(3) value 0.
77 trim-done pic x value 'N'.
77 cycle-eof pic x value 'n'.
77 scan-eof pic x value 'n'.
77 sort-eof pic x value 'n'.
77 current-cycle pic 9(4) value 0.
77 target-cycle pic 9(4) value 0.
77 gen-cycle pic 9(4) value 0.
77 run-date pic 9(8) value 0.
77 image-length pic 9(3) value 0.
77 key-length pic 9(3) value 0.
77 record-image pic x(160) value spaces.
77 record-found pic x value 'N'.
77 file-idx pic 9 value 0.
77 backup-failed pic x value 'N'.
77 rcv-failed pic x value 'N'.
77 master-open pic x value 'N'.
77 history-open pic x value 'N'.
77 suspense-open pic x value 'N'.
77 file-count pic 9(8) value 0.
77 journal-seq pic 9(8) value 0.
77 journal-count pic 9(8) value 0.
77 gens-read pic 9(4) value 0.
77 applied-added pic 9(8) value 0.
77 applied-changed pic 9(8) value 0.
77 applied-deleted pic 9(8) value 0.
77 passed-count pic 9(8) value 0.
77 reload-failed-count pic 9(8) value 0.
77 replay-failed-count pic 9(8) value 0.
77 conflict-count pic 9(8) value 0.
77 conflict-text pic x(30) value spaces.
77 jnl-function pic x value 'W'.
copy "jnlrec.cpy".
01 file-id-list.
   05 filler pic x(3) value "MST".
   05 filler pic x(3) value "HST".
   05 filler pic x(3) value "SPM".
01 file-id-table redefines file-id-list.
   05 file-id-entry pic x(3) occurs 3 times.

procedure division.
    accept run-date from date yyyymmdd
    accept command-param from command-line
    if command-param = spaces
        display "Enter the recovery action (BACKUP, REBUILD MST|HST|SPM [cycle], BACKOUT cycle [MST|HST|SPM]):"
        accept command-param
    end-if
    unstring command-param delimited by all " "
        into rcv-verb rcv-arg1 rcv-arg2
    end-unstring
    perform read-current-cycle

    open output report-file
    move spaces to report-record
    string "RECOVERY UTILITY REPORT - " delimited by size
           run-date delimited by size
           " - CYCLE " delimited by size
           current-cycle delimited by size
           into report-record
    write report-record
    move "------------------------------------------------" to report-record
    write report-record
    move spaces to report-record
    string "ACTION: " delimited by size
           command-param delimited by size
           into report-record
    write report-record
    move spaces to report-record
    write report-record

    if rcv-verb = 'BACKUP'
        perform take-backup
    else
    if rcv-verb = 'REBUILD'
        perform rebuild-file
    else
    if rcv-verb = 'BACKOUT'
        perform backout-cycle
    else
        display "Recovery action not recognised: " command-param
        move "ACTION NOT RECOGNISED - NOTHING DONE" to report-record
        write report-record
        move 12 to return-code
    end-if
    end-if
    end-if

    close report-file
    display "Recovery report written to ROMAN2DEC.RCV"
stop run.

take-backup.
    *> all three files must unload cleanly before the journal is
    *> rolled - a journal reset over a failed backup would leave the
    *> changes since the previous backup recoverable from nowhere
    move 'N' to backup-failed
    perform varying file-idx from 1 by 1 until file-idx > 3
        move file-id-entry(file-idx) to rcv-file-id
        perform backup-one-file
    end-perform

    move spaces to report-record
    write report-record
    if backup-failed = 'Y'
        display "Backup incomplete - recovery journal left in place"
        move "BACKUP INCOMPLETE - ROMAN2DEC.JNL LEFT IN PLACE, NOT ROLLED" to report-record
        write report-record
        move 8 to return-code
        exit paragraph
    end-if

    move "ROMAN2DEC.JNL" to journal-file-name
    move spaces to journal-gen-name
    string "ROMAN2DEC.JNL.G" delimited by size
           current-cycle delimited by size
           into journal-gen-name
    move 0 to journal-count
    open input journal-file
    if journal-file-status = '00'
        *> a second backup in the same cycle adds to the generation
        *> rather than replacing it
        open extend journal-gen-file
        if journal-gen-status = '35'
            open output journal-gen-file
        end-if
        move 'n' to scan-eof
        perform until scan-eof = 'y'
            read journal-file
                at end
                    move 'y' to scan-eof
                not at end
                    move journal-in-record to journal-gen-record
                    write journal-gen-record
                    add 1 to journal-count
            end-read
        end-perform
        close journal-gen-file
        close journal-file
    end-if
    open output journal-file
    close journal-file

    move spaces to report-record
    string "JOURNAL ROLLED TO " delimited by size
           journal-gen-name delimited by space
           " (" delimited by size
           journal-count delimited by size
           " RECORDS) - ROMAN2DEC.JNL RESTARTED" delimited by size
           into report-record
    write report-record
    display "Backup complete - journal rolled to " journal-gen-name(1:19) " (" journal-count " records)"
    move 0 to return-code
    .

backup-one-file.
    perform set-file-lengths
    move spaces to backup-file-name
    string "ROMAN2DEC." delimited by size
           rcv-file-id delimited by size
           ".BKP" delimited by size
           into backup-file-name
    move 'I' to rcv-open-mode
    perform open-target-file
    if target-status not = '00' and target-status not = '35'
        move 'Y' to backup-failed
        display "ROMAN2DEC." rcv-file-id " unavailable - file status " target-status " - not backed up"
        move spaces to report-record
        string "ROMAN2DEC." delimited by size
               rcv-file-id delimited by size
               " UNAVAILABLE - FILE STATUS " delimited by size
               target-status delimited by size
               " - NOT BACKED UP" delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if

    *> a file not yet created backs up as an empty one
    move 0 to file-count
    open output backup-file
    if target-status = '00'
        perform start-target-file
        move 'n' to scan-eof
        perform until scan-eof = 'y' or target-status not = '00'
            perform read-next-image
            if scan-eof = 'n'
                move record-image to backup-record
                write backup-record
                add 1 to file-count
            end-if
        end-perform
        perform close-target-file
    end-if
    close backup-file

    move spaces to report-record
    string "BACKED UP   ROMAN2DEC." delimited by size
           rcv-file-id delimited by size
           " TO " delimited by size
           backup-file-name delimited by space
           ": " delimited by size
           file-count delimited by size
           " RECORDS" delimited by size
           into report-record
    write report-record
    display "ROMAN2DEC." rcv-file-id " backed up - " file-count " records"
    .

rebuild-file.
    move rcv-arg1 to rcv-file-id
    if rcv-file-id not = 'MST' and rcv-file-id not = 'HST'
       and rcv-file-id not = 'SPM'
        display "REBUILD needs MST, HST or SPM"
        move "REBUILD NEEDS MST, HST OR SPM - NOTHING DONE" to report-record
        write report-record
        move 12 to return-code
        exit paragraph
    end-if
    move 9999 to target-cycle
    if rcv-arg2 not = spaces
        move rcv-arg2 to cycle-arg
        perform parse-cycle-arg
        if cycle-arg-ok = 'N'
            display "REBUILD cycle must be numeric: " rcv-arg2
            move "REBUILD CYCLE MUST BE NUMERIC - NOTHING DONE" to report-record
            write report-record
            move 12 to return-code
            exit paragraph
        end-if
        move cycle-arg-value to target-cycle
    end-if
    perform set-file-lengths

    *> the backup is opened before the file is emptied - without one
    *> there is nothing to rebuild from and the file stays as it is
    move spaces to backup-file-name
    string "ROMAN2DEC." delimited by size
           rcv-file-id delimited by size
           ".BKP" delimited by size
           into backup-file-name
    open input backup-file
    if backup-file-status not = '00'
        display "No backup " backup-file-name(1:17) " - file status " backup-file-status " - nothing rebuilt"
        move spaces to report-record
        string "NO BACKUP " delimited by size
               backup-file-name delimited by space
               " - FILE STATUS " delimited by size
               backup-file-status delimited by size
               " - NOTHING REBUILT" delimited by size
               into report-record
        write report-record
        move 12 to return-code
        exit paragraph
    end-if

    move 'O' to rcv-open-mode
    perform open-target-file
    if target-status not = '00'
        close backup-file
        display "ROMAN2DEC." rcv-file-id " cannot be recreated - file status " target-status
        move spaces to report-record
        string "ROMAN2DEC." delimited by size
               rcv-file-id delimited by size
               " CANNOT BE RECREATED - FILE STATUS " delimited by size
               target-status delimited by size
               into report-record
        write report-record
        move 8 to return-code
        exit paragraph
    end-if
    move 0 to file-count
    move 'n' to scan-eof
    perform until scan-eof = 'y'
        read backup-file
            at end
                move 'y' to scan-eof
            not at end
                move backup-record to record-image
                perform write-image
                if target-status = '00'
                    add 1 to file-count
                else
                    add 1 to reload-failed-count
                    move spaces to report-record
                    string "NOT RELOADED " delimited by size
                           record-image(1:key-length) delimited by size
                           " - FILE STATUS " delimited by size
                           target-status delimited by size
                           into report-record
                    write report-record
                end-if
        end-read
    end-perform
    close backup-file
    perform close-target-file

    move spaces to report-record
    string "RELOADED    " delimited by size
           file-count delimited by size
           " RECORDS FROM " delimited by size
           backup-file-name delimited by space
           into report-record
    write report-record

    move 'U' to rcv-open-mode
    perform open-target-file
    if target-status not = '00'
        display "ROMAN2DEC." rcv-file-id " cannot be reopened for the roll-forward - file status " target-status
        move spaces to report-record
        string "ROMAN2DEC." delimited by size
               rcv-file-id delimited by size
               " CANNOT BE REOPENED FOR THE ROLL-FORWARD - FILE STATUS " delimited by size
               target-status delimited by size
               into report-record
        write report-record
        move "FILE HOLDS THE BACKUP ONLY - NO JOURNAL RECORDS APPLIED" to report-record
        write report-record
        move 8 to return-code
        exit paragraph
    end-if
    move "ROMAN2DEC.JNL" to journal-file-name
    move 0 to journal-count
    open input journal-file
    if journal-file-status = '00'
        move 'n' to scan-eof
        perform until scan-eof = 'y'
            read journal-file
                at end
                    move 'y' to scan-eof
                not at end
                    move journal-in-record to journal-record
                    if jnl-file-id = rcv-file-id
                        perform roll-forward-entry
                    end-if
            end-read
        end-perform
        close journal-file
    end-if
    perform close-target-file

    move spaces to report-record
    write report-record
    move spaces to report-record
    string "JOURNAL RECORDS APPLIED:   " delimited by size
           journal-count delimited by size
           into report-record
    write report-record
    perform write-applied-lines
    move spaces to report-record
    string "PAST TARGET CYCLE " delimited by size
           target-cycle delimited by size
           ":  " delimited by size
           passed-count delimited by size
           " NOT APPLIED" delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "FAILED TO RELOAD:          " delimited by size
           reload-failed-count delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "FAILED TO REPLAY:          " delimited by size
           replay-failed-count delimited by size
           into report-record
    write report-record
    display "ROMAN2DEC." rcv-file-id " rebuilt - " file-count " from backup, " journal-count " journal records applied"
    if reload-failed-count > 0 or replay-failed-count > 0
        display "REBUILD INCOMPLETE - " reload-failed-count " not reloaded, " replay-failed-count " not replayed - see ROMAN2DEC.RCV"
        move 8 to return-code
    else
        move 0 to return-code
    end-if
    .

roll-forward-entry.
    *> replay the after-image; a file rebuilt from a backup taken
    *> part-way through the journal can already hold an add or miss
    *> a change, so each action settles for the nearest equivalent
    if jnl-cycle > target-cycle
        add 1 to passed-count
        exit paragraph
    end-if
    add 1 to journal-count
    if jnl-action = 'D'
        move jnl-before-image to record-image
        perform read-key-image
        if record-found = 'Y'
            perform delete-image
        else
            *> already gone - nothing to replay
            move '00' to target-status
        end-if
    else
        move jnl-after-image to record-image
        perform read-key-image
        move jnl-after-image to record-image
        if record-found = 'Y'
            perform rewrite-image
        else
            perform write-image
        end-if
    end-if
    if target-status not = '00'
        add 1 to replay-failed-count
        move spaces to report-record
        string "NOT REPLAYED " delimited by size
               jnl-action delimited by size
               " CYCLE " delimited by size
               jnl-cycle delimited by size
               " " delimited by size
               record-image(1:key-length) delimited by size
               " - FILE STATUS " delimited by size
               target-status delimited by size
               into report-record
        write report-record
        exit paragraph
    end-if
    if jnl-action = 'D'
        add 1 to applied-deleted
    else
    if jnl-action = 'A'
        add 1 to applied-added
    else
        add 1 to applied-changed
    end-if
    end-if
    .

backout-cycle.
    move rcv-arg1 to cycle-arg
    perform parse-cycle-arg
    if cycle-arg-ok = 'N' or cycle-arg-value = 0
       or cycle-arg-value > current-cycle
        display "BACKOUT needs a cycle from 1 to the current cycle " current-cycle
        move "BACKOUT NEEDS A CYCLE NOT AFTER THE CURRENT ONE - NOTHING DONE" to report-record
        write report-record
        move 12 to return-code
        exit paragraph
    end-if
    move cycle-arg-value to target-cycle
    move rcv-arg2 to rcv-file-filter
    if rcv-file-filter not = spaces and rcv-file-filter not = 'MST'
       and rcv-file-filter not = 'HST' and rcv-file-filter not = 'SPM'
        display "BACKOUT file must be MST, HST or SPM"
        move "BACKOUT FILE MUST BE MST, HST OR SPM - NOTHING DONE" to report-record
        write report-record
        move 12 to return-code
        exit paragraph
    end-if

    *> every file the backout may touch is opened up front, so a
    *> missing one stops the run before anything is changed
    move 'N' to rcv-failed
    move 'U' to rcv-open-mode
    perform varying file-idx from 1 by 1 until file-idx > 3
        move file-id-entry(file-idx) to rcv-file-id
        if rcv-file-filter = spaces or rcv-file-filter = rcv-file-id
            perform open-target-file
            if target-status not = '00'
                move 'Y' to rcv-failed
                display "ROMAN2DEC." rcv-file-id " unavailable - file status " target-status
                move spaces to report-record
                string "ROMAN2DEC." delimited by size
                       rcv-file-id delimited by size
                       " UNAVAILABLE - FILE STATUS " delimited by size
                       target-status delimited by size
                       into report-record
                write report-record
            end-if
        end-if
    end-perform
    if rcv-failed = 'Y'
        perform close-open-files
        move "BACKOUT ABANDONED - NOTHING CHANGED" to report-record
        write report-record
        move 8 to return-code
        exit paragraph
    end-if

    move "BACKED OUT, NEWEST FIRST" to report-record
    write report-record
    move "FILE  ACTION  PROGRAM     KEY" to report-record
    write report-record
    move "----  ------  ----------  ---" to report-record
    write report-record

    *> the journal is read oldest first and numbered as it goes; the
    *> sort turns that round so each record is restored through every
    *> change the cycle made to it, last change first
    sort backout-work
        descending key bw-seq
        input procedure is collect-backout-entries
        output procedure is apply-backout-entries

    perform close-open-files
    move 'C' to jnl-function
    call "jnlwrite" using jnl-function journal-record

    move spaces to report-record
    write report-record
    move spaces to report-record
    string "JOURNAL GENERATIONS READ:  " delimited by size
           gens-read delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "CYCLE " delimited by size
           target-cycle delimited by size
           " CHANGES FOUND: " delimited by size
           journal-count delimited by size
           into report-record
    write report-record
    perform write-applied-lines
    move spaces to report-record
    string "NOT RESTORED:              " delimited by size
           conflict-count delimited by size
           into report-record
    write report-record
    display "Cycle " target-cycle " backed out - " journal-count " changes found, " conflict-count " not restored"
    if conflict-count > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    .

collect-backout-entries.
    move 0 to journal-seq
    move 0 to journal-count
    move 0 to gens-read
    perform varying gen-cycle from target-cycle by 1
            until gen-cycle > current-cycle
        move spaces to journal-file-name
        string "ROMAN2DEC.JNL.G" delimited by size
               gen-cycle delimited by size
               into journal-file-name
        perform release-journal-file
    end-perform
    move "ROMAN2DEC.JNL" to journal-file-name
    perform release-journal-file
    .

release-journal-file.
    open input journal-file
    if journal-file-status not = '00'
        exit paragraph
    end-if
    add 1 to gens-read
    move 'n' to scan-eof
    perform until scan-eof = 'y'
        read journal-file
            at end
                move 'y' to scan-eof
            not at end
                add 1 to journal-seq
                move journal-in-record to journal-record
                if jnl-cycle = target-cycle
                   and jnl-program not = "ROMANRCV"
                   and (rcv-file-filter = spaces
                        or rcv-file-filter = jnl-file-id)
                    add 1 to journal-count
                    move journal-seq to bw-seq
                    move jnl-file-id to bw-file-id
                    move jnl-action to bw-action
                    move jnl-program to bw-program
                    move jnl-cycle to bw-cycle
                    move jnl-before-image to bw-before-image
                    move jnl-after-image to bw-after-image
                    release backout-sort-record
                end-if
        end-read
    end-perform
    close journal-file
    .

apply-backout-entries.
    move 'n' to sort-eof
    perform until sort-eof = 'y'
        return backout-work
            at end
                move 'y' to sort-eof
            not at end
                perform back-out-one-entry
        end-return
    end-perform
    .

back-out-one-entry.
    *> only a record still exactly as this change left it is put back
    move bw-file-id to rcv-file-id
    perform set-file-lengths
    move spaces to conflict-text
    move spaces to journal-record
    if bw-action = 'D'
        move bw-before-image to record-image
        perform read-key-image
        if record-found = 'Y'
            move "ADDED AGAIN SINCE" to conflict-text
        else
            move bw-before-image to record-image
            perform write-image
            move 'A' to jnl-action
            move bw-before-image to jnl-after-image
        end-if
    else
        move bw-after-image to record-image
        perform read-key-image
        if record-found = 'N'
            move "NO LONGER ON FILE" to conflict-text
        else
        if record-image(1:image-length) not = bw-after-image(1:image-length)
            move "CHANGED SINCE" to conflict-text
        else
            move record-image to jnl-before-image
            if bw-action = 'A'
                perform delete-image
                move 'D' to jnl-action
            else
                move bw-before-image to record-image
                perform rewrite-image
                move 'C' to jnl-action
                move bw-before-image to jnl-after-image
            end-if
        end-if
        end-if
    end-if
    if conflict-text = spaces and target-status not = '00'
        move spaces to conflict-text
        string "FILE STATUS " delimited by size
               target-status delimited by size
               into conflict-text
    end-if

    move spaces to report-record
    if conflict-text = spaces
        if bw-action = 'A'
            add 1 to applied-deleted
        else
        if bw-action = 'C'
            add 1 to applied-changed
        else
            add 1 to applied-added
        end-if
        end-if
        move rcv-file-id to jnl-file-id
        move "ROMANRCV" to jnl-program
        move current-cycle to jnl-cycle
        move 'W' to jnl-function
        call "jnlwrite" using jnl-function journal-record
        string bw-file-id delimited by size
               "   " delimited by size
               bw-action delimited by size
               "       " delimited by size
               bw-program delimited by size
               "  " delimited by size
               record-image(1:key-length) delimited by size
               into report-record
    else
        add 1 to conflict-count
        string bw-file-id delimited by size
               "   " delimited by size
               bw-action delimited by size
               "       " delimited by size
               bw-program delimited by size
               "  " delimited by size
               bw-after-image(1:key-length) delimited by size
               "  NOT RESTORED - " delimited by size
               conflict-text delimited by size
               into report-record
        if bw-action = 'D'
            move spaces to report-record
            string bw-file-id delimited by size
                   "   " delimited by size
                   bw-action delimited by size
                   "       " delimited by size
                   bw-program delimited by size
                   "  " delimited by size
                   bw-before-image(1:key-length) delimited by size
                   "  NOT RESTORED - " delimited by size
                   conflict-text delimited by size
                   into report-record
        end-if
    end-if
    write report-record
    .

write-applied-lines.
    move spaces to report-record
    string "RECORDS ADDED:             " delimited by size
           applied-added delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "RECORDS CHANGED:           " delimited by size
           applied-changed delimited by size
           into report-record
    write report-record
    move spaces to report-record
    string "RECORDS DELETED:           " delimited by size
           applied-deleted delimited by size
           into report-record
    write report-record
    .

parse-cycle-arg.
    move 'N' to cycle-arg-ok
    move length of cycle-arg to arg-len
    move 'N' to trim-done
    perform until trim-done = 'Y' or arg-len < 1
        if cycle-arg(arg-len:1) = space
            subtract 1 from arg-len
        else
            move 'Y' to trim-done
        end-if
    end-perform
    if arg-len < 1 or arg-len > 4
        exit paragraph
    end-if
    if cycle-arg(1:arg-len) is not numeric
        exit paragraph
    end-if
    compute cycle-arg-value = function numval (cycle-arg(1:arg-len))
    move 'Y' to cycle-arg-ok
    .

set-file-lengths.
    *> record and key lengths of each file's image within the
    *> journal's 160-byte image fields
    if rcv-file-id = 'MST'
        move 74 to image-length
        move 40 to key-length
    else
    if rcv-file-id = 'HST'
        move 81 to image-length
        move 10 to key-length
    else
        move 159 to image-length
        move 58 to key-length
    end-if
    end-if
    .

*> the paragraphs below do one operation on whichever of the three
*> files RCV-FILE-ID names, moving the record through RECORD-IMAGE
*> and returning that file's status in TARGET-STATUS
open-target-file.
    if rcv-file-id = 'MST'
        if rcv-open-mode = 'I'
            open input master-file
        else
        if rcv-open-mode = 'O'
            open output master-file
        else
            open i-o master-file
        end-if
        end-if
        move master-file-status to target-status
        if target-status = '00'
            move 'Y' to master-open
        end-if
    else
    if rcv-file-id = 'HST'
        if rcv-open-mode = 'I'
            open input history-file
        else
        if rcv-open-mode = 'O'
            open output history-file
        else
            open i-o history-file
        end-if
        end-if
        move history-file-status to target-status
        if target-status = '00'
            move 'Y' to history-open
        end-if
    else
        if rcv-open-mode = 'I'
            open input suspense-file
        else
        if rcv-open-mode = 'O'
            open output suspense-file
        else
            open i-o suspense-file
        end-if
        end-if
        move suspense-file-status to target-status
        if target-status = '00'
            move 'Y' to suspense-open
        end-if
    end-if
    end-if
    .

close-target-file.
    if rcv-file-id = 'MST'
        if master-open = 'Y'
            close master-file
            move 'N' to master-open
        end-if
    else
    if rcv-file-id = 'HST'
        if history-open = 'Y'
            close history-file
            move 'N' to history-open
        end-if
    else
        if suspense-open = 'Y'
            close suspense-file
            move 'N' to suspense-open
        end-if
    end-if
    end-if
    .

close-open-files.
    perform varying file-idx from 1 by 1 until file-idx > 3
        move file-id-entry(file-idx) to rcv-file-id
        perform close-target-file
    end-perform
    .

start-target-file.
    if rcv-file-id = 'MST'
        move low-values to mst-numeral
        start master-file key not < mst-numeral
        move master-file-status to target-status
    else
    if rcv-file-id = 'HST'
        move low-values to hst-trx-id
        start history-file key not < hst-trx-id
        move history-file-status to target-status
    else
        move low-values to sus-key
        start suspense-file key not < sus-key
        move suspense-file-status to target-status
    end-if
    end-if
    .

read-next-image.
    move spaces to record-image
    if rcv-file-id = 'MST'
        read master-file next
            at end
                move 'y' to scan-eof
            not at end
                move master-record to record-image
        end-read
    else
    if rcv-file-id = 'HST'
        read history-file next
            at end
                move 'y' to scan-eof
            not at end
                move history-record to record-image
        end-read
    else
        read suspense-file next
            at end
                move 'y' to scan-eof
            not at end
                move suspense-record to record-image
        end-read
    end-if
    end-if
    .

read-key-image.
    *> the key is taken from the image passed in; on a hit the image
    *> is replaced by the record as the file holds it
    move 'N' to record-found
    if rcv-file-id = 'MST'
        move record-image to master-record
        read master-file
        move master-file-status to target-status
        if target-status = '00'
            move spaces to record-image
            move master-record to record-image
        end-if
    else
    if rcv-file-id = 'HST'
        move record-image to history-record
        read history-file
        move history-file-status to target-status
        if target-status = '00'
            move spaces to record-image
            move history-record to record-image
        end-if
    else
        move record-image to suspense-record
        read suspense-file
        move suspense-file-status to target-status
        if target-status = '00'
            move spaces to record-image
            move suspense-record to record-image
        end-if
    end-if
    end-if
    if target-status = '00'
        move 'Y' to record-found
    else
        move '00' to target-status
    end-if
    .

write-image.
    if rcv-file-id = 'MST'
        move record-image to master-record
        write master-record
        move master-file-status to target-status
    else
    if rcv-file-id = 'HST'
        move record-image to history-record
        write history-record
        move history-file-status to target-status
    else
        move record-image to suspense-record
        write suspense-record
        move suspense-file-status to target-status
    end-if
    end-if
    .

rewrite-image.
    if rcv-file-id = 'MST'
        move record-image to master-record
        rewrite master-record
        move master-file-status to target-status
    else
    if rcv-file-id = 'HST'
        move record-image to history-record
        rewrite history-record
        move history-file-status to target-status
    else
        move record-image to suspense-record
        rewrite suspense-record
        move suspense-file-status to target-status
    end-if
    end-if
    .

delete-image.
    if rcv-file-id = 'MST'
        move record-image to master-record
        delete master-file
        move master-file-status to target-status
    else
    if rcv-file-id = 'HST'
        move record-image to history-record
        delete history-file
        move history-file-status to target-status
    else
        move record-image to suspense-record
        delete suspense-file
        move suspense-file-status to target-status
    end-if
    end-if
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
