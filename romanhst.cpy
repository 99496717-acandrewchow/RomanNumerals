*> record's transaction id; one record per id ever converted, with
*> the date and source file it first arrived on, so a re-sent day's
*> file is caught as duplicates instead of double-counting the
*> decimal sums that go to billing.  billadj stamps the record once the
*> id's billing has been reversed or rebilled - a transaction is only
*> ever adjusted once, so HST-ADJUST-STATUS stays blank until then.
01 history-record.
   05 hst-trx-id pic x(10).
   05 hst-first-date pic 9(8).
   05 hst-source-file pic x(50).
   05 hst-adjust-status pic x.
      88 hst-not-adjusted value space.
      88 hst-reversed value 'R'.
      88 hst-rebilled value 'B'.
   05 hst-adjust-date pic 9(8).
   05 hst-adjust-cycle pic 9(4).
