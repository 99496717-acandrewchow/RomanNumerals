*> cyclearc - cycle archive step for the nightly batch
*> Rolls the accumulated roman2dec outputs - ROMAN2DEC.OUT, .CSV,
*> .REJ, .DUP, the .BIF billing interface file and the .BAF billing
*> adjustment file - to per-cycle
*> generation files named for the cycle
*> number their rows carry (ROMAN2DEC.OUT.G0012 and so on, taken from
*> ROMAN2DEC.CYC, which still holds the cycle of the run that wrote
*> archive in place the live files only ever hold the current cycle,
*> and telling last night's rows from history stops being a hand
*> exercise.  The CSV is re-seeded with its header line so the feed
*> billing picks up stays self-describing.  cycleret catalogues the
*> generations and consolidates the older ones into monthly archives.

identification division.
program-id. cyclearc.
   05 roll-name-3 pic x(13) value "ROMAN2DEC.REJ".
   05 roll-name-4 pic x(13) value "ROMAN2DEC.DUP".
   05 roll-name-5 pic x(13) value "ROMAN2DEC.BIF".
   05 roll-name-6 pic x(13) value "ROMAN2DEC.BAF".
01 roll-table redefines roll-list.
   05 roll-name pic x(13) occurs 6 times.

procedure division.
    *> the cycle on ROMAN2DEC.CYC is the one the accumulated rows
        stop run
    end-if

    perform varying file-idx from 1 by 1 until file-idx > 6
        move roll-name(file-idx) to source-file-name
        perform roll-one-file
    end-perform
