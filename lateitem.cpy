*> lateitem - late-item record, appended by roman2dec to ROMAN2DEC.LAT
*> for every record whose document date falls in a billing period
*> perclose has already closed.  Such a record is not converted or
*> billed; it is kept here whole, with the run, cycle and period that
*> turned it away and the file and line it came from, for the auditors.
01 late-item-record.
   05 lat-run-date pic 9(8).
   05 filler pic x.
   05 lat-cycle pic 9(4).
   05 filler pic x.
   05 lat-period pic 9(6).
   05 filler pic x.
   05 lat-src-file pic x(50).
   05 filler pic x.
   05 lat-src-line pic 9(8).
   05 filler pic x.
   05 lat-record pic x(80).
