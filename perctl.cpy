*> perctl - period-control record, one per billing period closed,
*> appended by perclose to ROMAN2DEC.PCF once every control pair for
*> the period ties.  roman2dec reads the file at start-up: a record
*> dated in a closed period goes to the late-item file instead of
*> billing, and a PER= naming a closed period is refused outright.
*> The cycle range and totals are those the close was proved on.
01 period-control-record.
   05 pcf-period pic 9(6).
   05 filler pic x.
   05 pcf-status pic x.
      88 pcf-closed value 'C'.
   05 filler pic x.
   05 pcf-close-date pic 9(8).
   05 filler pic x.
   05 pcf-first-cycle pic 9(4).
   05 filler pic x.
   05 pcf-last-cycle pic 9(4).
   05 filler pic x.
   05 pcf-valid-count pic 9(8).
   05 filler pic x.
   05 pcf-decimal-sum pic 9(9).
   05 filler pic x.
   05 pcf-sum-twelfths pic 9(2).
