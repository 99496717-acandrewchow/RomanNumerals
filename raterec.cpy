*> raterec - chargeback rate table record, read by deptinv from
*> ROMAN2DEC.RAT.  One fixed-column line per rate; a line with '*' in
*> column 1 is a comment.  RAT-TYPE says what the rate is:
*>   TIER  the per-record charge for a volume band - it prices a
*>         department's records numbered (in document-date order
*>         within the month) up to RAT-TIER-LIMIT and above the next
*>         lower TIER limit in effect.  A single TIER line is a flat
*>         per-record charge; the highest limit in effect also prices
*>         anything past it
*>   VINC  surcharge per record whose value is over 3999 (the
*>         vinculum range)
*>   LENI  surcharge per record accepted under the lenient profile
*> A rate applies to documents dated on or after RAT-EFFECTIVE-DATE
*> until a later line of the same type takes over, so a rate change
*> mid-year is keyed as a new set of lines, never by overkeying the old.
*> RAT-CHARGE is in currency units to four decimal places.
01 rate-record.
   05 rat-type pic x(4).
   05 filler pic x.
   05 rat-effective-date pic 9(8).
   05 filler pic x.
   05 rat-tier-limit pic 9(8).
   05 filler pic x.
   05 rat-charge pic 9(3)v9(4).
   05 filler pic x.
   05 rat-description pic x(30).
   05 filler pic x(19).
