*> jnlrec - forward-recovery journal record, appended to ROMAN2DEC.JNL
*> (through the jnlwrite subprogram) by every program that writes,
*> rewrites or deletes a record on one of the three indexed files the
*> nightly batch keeps in place: the conversion master ROMAN2DEC.MST,
*> the processed-id history ROMAN2DEC.HST and the reject suspense
*> master ROMAN2DEC.SPM.  JNL-ACTION is 'A' for a record added, 'C'
*> for a record changed and 'D' for a record deleted; the before-image
*> is blank for an add and the after-image blank for a delete.  Each
*> record carries the program that made the change and the run cycle
*> it belongs to - roman2dec's own cycle, or for the daytime programs
*> the cycle on ROMAN2DEC.CYC, i.e. the last night's run - and the
*> date and time jnlwrite stamped it.  romanrcv rebuilds a file from
*> its backup by rolling these forward, or backs one cycle out by
*> applying its before-images in reverse.
01 journal-record.
   05 jnl-file-id pic x(3).
      88 jnl-master-file value 'MST'.
      88 jnl-history-file value 'HST'.
      88 jnl-suspense-file value 'SPM'.
   05 filler pic x.
   05 jnl-action pic x.
      88 jnl-added value 'A'.
      88 jnl-changed value 'C'.
      88 jnl-deleted value 'D'.
   05 filler pic x.
   05 jnl-program pic x(10).
   05 filler pic x.
   05 jnl-cycle pic 9(4).
   05 filler pic x.
   05 jnl-date pic 9(8).
   05 filler pic x.
   05 jnl-time pic 9(8).
   05 filler pic x.
   05 jnl-before-image pic x(160).
   05 filler pic x.
   05 jnl-after-image pic x(160).
