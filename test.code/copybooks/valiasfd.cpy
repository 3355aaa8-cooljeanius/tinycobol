*
* shared FD and record layout for the vendor alias register. A
* RENAME is one vendor trading under a new name; a MERGE folds one
* vendor into another that was already on the master. Either way
* va-old-name is retired and va-new-name is the vendor that
* survives, from va-effective-date on. The supervisor who made the
* change and when ride along for the audit trail.
*
 FD  vendor-alias-file.
 01  vendor-alias-record.
     05 va-old-name          pic X(20).
     05 filler               pic X(1).
     05 va-new-name          pic X(20).
     05 filler               pic X(1).
     05 va-effective-date    pic 9(8).
     05 filler               pic X(1).
     05 va-kind              pic X(6).
       88 va-kind-rename          value "RENAME".
       88 va-kind-merge           value "MERGE".
     05 filler               pic X(1).
     05 va-recorded-by       pic X(8).
     05 filler               pic X(1).
     05 va-recorded-stamp    pic X(17).
