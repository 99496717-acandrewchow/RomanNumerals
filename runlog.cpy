*> LOG-SOURCE-NAME is the ROMAN-FILE processed, or the @control-file
*> name when the run was a control-file batch.  LOG-RUN-STATUS is 'C'
*> when the run ended cleanly, 'I' when it left an incomplete
*> checkpoint entry behind on ROMAN2DEC.CKP, 'F' when it stopped
*> itself on the invalid-rate tolerance, and 'H' when it finished but
*> held a controlled feed whole on its header/trailer check.
*> LOG-CYCLE is the run-cycle number assigned from ROMAN2DEC.CYC and
*> stamped on that run's output and CSV rows; records written before
*> cycle numbering went in are shorter and leave the field as spaces.
01 run-log-record.
   05 log-run-date pic 9(8).
   05 filler pic x.
