*> feedrec - inbound feed control records, the layout upstream senders
*> bracket a feed with and roman2dec proves before it converts one.
*> A controlled feed opens with one header record and closes with one
*> trailer record around its detail records; both are 80 bytes like
*> the details, and the first six columns say which is which - no
*> numeral, decimal, calculator expression or transaction id starts
*> that way.  The header names the sending system, the date the feed
*> was created, and the feed sequence number, one higher than that
*> sender's previous feed.  The trailer carries the count of detail
*> records between the two and a hash total of their transaction-id
*> columns (cols 1-10 of trxrec), folded the way the billing trailer
*> is: each id's digits read as one number, summed to twelve places.
*> The numeric fields are carried as display text so a damaged record
*> can be tested before it is trusted.  A file whose first record is
*> not a header is an uncontrolled legacy feed and converts as it is.
01 feed-header-record.
   05 fh-marker pic x(6).
   05 fh-sender pic x(8).
   05 fh-create-date pic x(8).
   05 fh-sequence pic x(6).
   05 filler pic x(52).
01 feed-trailer-record.
   05 ft-marker pic x(6).
   05 ft-count pic x(8).
   05 ft-hash pic x(12).
   05 filler pic x(54).
