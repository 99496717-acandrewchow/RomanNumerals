*> bulstat - scheduler status record, written by opsbull to
*> ROMAN2DEC.BUS once per bulletin for the enterprise scheduler
*> console to pick up.  One fixed 60-byte record, no separators:
*> the record id, when the bulletin was made and for which cycle,
*> the overall status word and its code (0 GREEN, 4 AMBER, 8 RED -
*> opsbull's own return code), how many checks came out red and
*> amber, and one byte per check in bulletin order ('G', 'A' or 'R';
*> 'N' for a check whose step did not run), in the order
*>   held steps, failed steps, run status, reject rate, billing
*>   acknowledgment, round trip, aged rejects, department swings,
*>   vinculum band
01 bulletin-status-record.
   05 bst-record-id pic x(8).
   05 bst-run-date pic 9(8).
   05 bst-run-time pic 9(6).
   05 bst-cycle pic 9(4).
   05 bst-overall pic x(5).
   05 bst-overall-code pic 9.
   05 bst-red-count pic 9(2).
   05 bst-amber-count pic 9(2).
   05 bst-check-status pic x occurs 9 times.
   05 filler pic x(15).
