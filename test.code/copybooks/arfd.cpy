* and an OPEN/PART/PAID status cash application keeps current --
* so "was this invoice ever paid" stops meaning a dig through old
* remittance envelopes.
*
* A validated return opens a credit item (status CRED) carrying the
* credit as a negative open amount; what has been offset against the
* vendor's invoices accumulates, also negative, in the paid amount,
* and the credit goes PAID once it is used up -- so open minus paid
* is always what the item still means to the vendor's balance.
*
* An item a supervisor has written off as bad debt goes WOFF: it is
* closed, its balance moved to the bad-debt account, and nothing
* chases, ages or offsets it again.
*
 FD  ar-open-file.
 01 ar-rec.
      88  ar-item-open               value "OPEN".
      88  ar-item-part-paid          value "PART".
      88  ar-item-paid               value "PAID".
      88  ar-item-credit             value "CRED".
      88  ar-item-written-off        value "WOFF".
    05  ar-last-paid-date      pic 9(08).
    05  ar-run-id              pic X(14).
