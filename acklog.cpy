*> acklog - acknowledgment proof record, appended by billackn to
*> ROMAN2DEC.AKL each time it proves the billing interface file against
*> billing's receipt, so perclose can tie a period's BIF trailers to
*> what billing actually acknowledged.  AKL-FIRST-CYCLE and
*> AKL-LAST-CYCLE are the lowest and highest cycles on the BIF headers
*> proved; AKL-RESULT is 'A' when trailer, details and receipt all
*> agreed and 'X' when anything did not.
01 ack-log-record.
   05 akl-run-date pic 9(8).
   05 filler pic x.
   05 akl-first-cycle pic 9(4).
   05 filler pic x.
   05 akl-last-cycle pic 9(4).
   05 filler pic x.
   05 akl-result pic x.
   05 filler pic x.
   05 akl-trailer-count pic 9(8).
   05 filler pic x.
   05 akl-trailer-sum pic 9(9).
   05 filler pic x.
   05 akl-trailer-twelfths pic 9(2).
   05 filler pic x.
   05 akl-trailer-hash pic 9(12).
   05 filler pic x.
   05 akl-receipt-count pic 9(8).
   05 filler pic x.
   05 akl-receipt-sum pic 9(9).
   05 filler pic x.
   05 akl-receipt-twelfths pic 9(2).
   05 filler pic x.
   05 akl-receipt-hash pic 9(12).
