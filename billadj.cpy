*> billadj - fixed-layout billing adjustment interface records, written
*> by billadj to ROMAN2DEC.BAF and proved by billackn (ADJ) against
*> billing's receipt, the same way billrec's sets are on ROMAN2DEC.BIF.
*> Every billadj run writes one header/detail.../trailer set.  The
*> header carries the run date and cycle.  One detail goes out per
*> credit or charge: a REVERSE is a single credit ('R'), a REBILL is a
*> credit of what was billed ('C') followed by a charge of the
*> corrected row ('D').  Each detail carries the cycle the original
*> row was billed in and a signed amount - the whole decimal value
*> with a leading sign, negative for a credit - and its twelfths,
*> which take the amount's sign.  The trailer carries the detail count,
*> the credit and debit totals, the signed net of the two, and the
*> transaction-id hash total folded the way billrec's is.  All three
*> records are 80 bytes; the first two columns say which layout
*> applies, and none of them starts the way a billrec record does.
01 baf-header-record.
   05 baf-h-type pic x(2).
   05 baf-h-run-date pic 9(8).
   05 baf-h-cycle pic 9(4).
   05 filler pic x(66).
01 baf-detail-record.
   05 baf-d-type pic x(2).
   05 baf-d-action pic x.
   05 baf-d-trx-id pic x(10).
   05 baf-d-orig-cycle pic 9(4).
   05 baf-d-numeral pic x(40).
   05 baf-d-amount pic s9(8) sign is leading separate.
   05 baf-d-twelfths pic 9(2).
   05 baf-d-trx-date pic x(8).
   05 baf-d-trx-dept pic x(4).
01 baf-trailer-record.
   05 baf-t-type pic x(2).
   05 baf-t-count pic 9(8).
   05 baf-t-credit-sum pic 9(9).
   05 baf-t-credit-twelfths pic 9(2).
   05 baf-t-debit-sum pic 9(9).
   05 baf-t-debit-twelfths pic 9(2).
   05 baf-t-net-sum pic s9(9) sign is leading separate.
   05 baf-t-net-twelfths pic 9(2).
   05 baf-t-hash pic 9(12).
   05 filler pic x(24).
