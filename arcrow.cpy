*> arcrow - monthly archive row, ROMAN2DEC.<type>.Myyyymm, written by
*> cycleret when it consolidates nightly generations.  Each row is the
*> generation's record exactly as cyclearc rolled it, behind the cycle
*> number of the generation it came from, so a row keeps its cycle
*> once the generation itself is gone.  The CSV header line and blank
*> lines are not carried over.
01 archive-row-record.
   05 arc-cycle pic 9(4).
   05 filler pic x.
   05 arc-row pic x(200).
