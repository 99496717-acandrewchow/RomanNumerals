*> mstchg - conversion master change record, ROMAN2DEC.PCH and .PCR,
*> kept by mstmaint and reported by chgrept.  Every CORRECT, DELETE
*> and PURGE submitted to mstmaint lands here pending ('P') with the
*> operator who asked for it, when, and why, and waits for a second
*> operator to approve or decline it in an approval run.  CHG-NUMERAL
*> is blank for a PURGE, which carries its cut-off date in
*> CHG-PURGE-DATE instead.  The before values are the record as it
*> stood when the change was requested and the after values what a
*> CORRECT would make it (zero for a DELETE or PURGE).
*> CHG-RECORD-COUNT is the number of records a PURGE found stale when
*> requested, replaced by the number it purged once applied.
*> CHG-STATUS ends as 'A' when the change was approved and applied,
*> 'D' when declined, and 'F' when it was approved but could not be
*> applied because the record had gone or changed since it was
*> requested - the reason is in CHG-DECISION-NOTE, along with the
*> approver's or decliner's own note.  Once decided a change moves
*> from ROMAN2DEC.PCH to the change history file ROMAN2DEC.PCR, same
*> layout, for the change register.
01 master-change-record.
   05 chg-id pic 9(6).
   05 filler pic x.
   05 chg-action pic x(7).
      88 chg-correct value 'CORRECT'.
      88 chg-delete value 'DELETE'.
      88 chg-purge value 'PURGE'.
   05 filler pic x.
   05 chg-numeral pic x(40).
   05 filler pic x.
   05 chg-purge-date pic 9(8).
   05 filler pic x.
   05 chg-before-decimal pic 9(8).
   05 filler pic x.
   05 chg-before-twelfths pic 9(2).
   05 filler pic x.
   05 chg-after-decimal pic 9(8).
   05 filler pic x.
   05 chg-after-twelfths pic 9(2).
   05 filler pic x.
   05 chg-record-count pic 9(8).
   05 filler pic x.
   05 chg-requester pic x(8).
   05 filler pic x.
   05 chg-request-date pic 9(8).
   05 filler pic x.
   05 chg-request-time pic 9(6).
   05 filler pic x.
   05 chg-reason pic x(40).
   05 filler pic x.
   05 chg-status pic x.
      88 chg-pending value 'P'.
      88 chg-applied value 'A'.
      88 chg-declined value 'D'.
      88 chg-not-applied value 'F'.
   05 filler pic x.
   05 chg-approver pic x(8).
   05 filler pic x.
   05 chg-decision-date pic 9(8).
   05 filler pic x.
   05 chg-decision-time pic 9(6).
   05 filler pic x.
   05 chg-decision-note pic x(40).
