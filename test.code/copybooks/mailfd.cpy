*
* shared FD and record layout for the outbound mail spool. An item
* is queued under one of six kinds:
*   STMT     a per-run vendor statement (the report run)
*   MSTMT    a month-end vendor statement (monthstmt)
*   INVCOPY  an invoice copy (invcopy)
*   DUNNING  a dunning letter (ardunning)
*   INVOICE  a billing invoice to a contact (tdbbill)
*   ALERT    an escalated batch alert (alerttrk SWEEP)
* ms-vendor is blank for the items addressed to a contact alone.
* ms-attachment is the document as the producing program wrote it;
* ms-spool-file is the copy taken into mailout/ when it was queued,
* which is what goes out, so a later run writing the same name
* cannot change it. An item is WAITING (Q) until the relay takes it
* (SENT, S) or it is given up (FAILED, F); ms-result says why, and
* ms-last-try when the last attempt was made.
*
 FD  mail-spool-file.
 01  mail-spool-record.
     05 ms-id                pic 9(8).
     05 filler               pic X(1).
     05 ms-queued-stamp      pic X(17).
     05 filler               pic X(1).
     05 ms-kind              pic X(8).
       88 ms-kind-alert           value "ALERT".
     05 filler               pic X(1).
     05 ms-source            pic X(8).
     05 filler               pic X(1).
     05 ms-status            pic X(1).
       88 ms-waiting              value "Q".
       88 ms-sent                 value "S".
       88 ms-failed               value "F".
     05 filler               pic X(1).
     05 ms-attempts          pic 9(2).
     05 filler               pic X(1).
     05 ms-vendor            pic X(20).
     05 ms-contact           pic X(40).
     05 ms-address           pic X(40).
     05 ms-subject           pic X(60).
     05 ms-attachment        pic X(100).
     05 ms-spool-file        pic X(60).
     05 ms-last-try          pic X(17).
     05 ms-result            pic X(40).
