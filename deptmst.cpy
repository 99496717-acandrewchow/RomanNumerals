*> deptmst - department reference master record, maintained by
*> deptmaint and read by roman2dec (which rejects a structured record
*> whose department is unknown, closed or not yet in effect on its
*> document date), rejfix (which refuses a FIX still carrying such a
*> department), and deptrept and cyclecmp (which print the name and
*> cost centre beside the code).  Keyed on the four-character code
*> trxrec carries in columns 19-22.  A department bills from its
*> effective date; DPM-STATUS is 'A' while it is active and 'C' once
*> closed, and a closed department still takes documents dated
*> before its closing date - the closing date is zero while open.
01 department-record.
   05 dpm-code pic x(4).
   05 dpm-name pic x(30).
   05 dpm-cost-centre pic 9(6).
   05 dpm-status pic x.
   05 dpm-effective-date pic 9(8).
   05 dpm-closing-date pic 9(8).
