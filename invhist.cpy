*> invhist - invoice history record, one per department invoice issued,
*> appended by deptinv to ROMAN2DEC.IVH the first time a department is
*> invoiced for a month.  A rerun for the same month finds the entry
*> and reprints under the same invoice number instead of taking a new
*> one off the counter, so the figures here are those of first issue.
01 invoice-history-record.
   05 ivh-month pic 9(6).
   05 ivh-dept pic x(4).
   05 ivh-invoice pic 9(8).
   05 ivh-issue-date pic 9(8).
   05 ivh-records pic 9(8).
   05 ivh-decimal-sum pic 9(12).
   05 ivh-amount pic 9(9)v99.
