*> arccat - archive catalogue record, ROMAN2DEC.ACT, kept by cycleret
*> and read by the programs that look back through archived rows.
*> One record per archived file: a nightly generation cyclearc rolled
*> (ACT-KIND 'G', ROMAN2DEC.<type>.Gnnnn) or a monthly archive cycleret
*> consolidated older generations into (ACT-KIND 'M',
*> ROMAN2DEC.<type>.Myyyymm, month in ACT-MONTH).  Each carries the
*> cycle range and document-date range of its rows (dates zero where
*> the file type has none), the row count and the decimal-sum total
*> (signed, since adjustment credits are negative; zero for files
*> with no decimal column), all re-proved against the file on every
*> cycleret pass with the outcome in ACT-VERIFY-RESULT.  ACT-STATUS
*> is 'A' while the file is on hand and 'P' once it was purged past
*> its retention period; a generation consolidated into a monthly
*> archive drops off the catalogue, its rows being counted there -
*> or, when its file would not delete, stays on as 'R' (removal
*> outstanding) until a later pass removes it.
01 archive-catalogue-record.
   05 act-type pic x(3).
   05 filler pic x.
   05 act-kind pic x.
      88 act-generation value 'G'.
      88 act-monthly value 'M'.
   05 filler pic x.
   05 act-file-name pic x(30).
   05 filler pic x.
   05 act-month pic 9(6).
   05 filler pic x.
   05 act-first-cycle pic 9(4).
   05 filler pic x.
   05 act-last-cycle pic 9(4).
   05 filler pic x.
   05 act-first-date pic 9(8).
   05 filler pic x.
   05 act-last-date pic 9(8).
   05 filler pic x.
   05 act-row-count pic 9(8).
   05 filler pic x.
   05 act-decimal-sum pic s9(11) sign is leading separate.
   05 filler pic x.
   05 act-status pic x.
      88 act-active value 'A'.
      88 act-purged value 'P'.
      88 act-removal-outstanding value 'R'.
   05 filler pic x.
   05 act-status-date pic 9(8).
   05 filler pic x.
   05 act-verified-date pic 9(8).
   05 filler pic x.
   05 act-verify-result pic x.
      88 act-verify-agreed value 'Y'.
      88 act-verify-differed value 'N'.
      88 act-verify-missing value 'X'.
