*
* shared FD and record layout for the API-key register. A key is
* issued to one client system (ak-client, the name its calls are
* logged under) under a supervisor's sign-on, and carries:
*   ak-scope-*       Y for each thing the key may do -- read
*                    contacts (jslist, jsget, select), read orders
*                    (ordlst), write orders (ordent, ordupd,
*                    ordcan); nothing else is open to a key
*   ak-expiry        the last date the key is honored
*   ak-daily-limit   the calls honored per calendar day
*   ak-use-date/
*   ak-use-count     the day being counted and the calls so far;
*                    tdb03 starts the count again on a new date
* A key is ACTIVE until it is REVOKED; revoked lines stay on the
* register with who revoked them and when.
*
 FD  api-key-file.
 01  api-key-record.
     05 ak-key               pic X(40).
     05 filler               pic X(1).
     05 ak-client            pic X(20).
     05 filler               pic X(1).
     05 ak-scopes.
        10 ak-scope-read-contacts pic X(1).
        10 ak-scope-read-orders   pic X(1).
        10 ak-scope-write-orders  pic X(1).
     05 filler               pic X(1).
     05 ak-expiry            pic 9(8).
     05 filler               pic X(1).
     05 ak-daily-limit       pic 9(6).
     05 filler               pic X(1).
     05 ak-status            pic X(8).
       88 ak-active               value "ACTIVE".
       88 ak-revoked              value "REVOKED".
     05 filler               pic X(1).
     05 ak-use-date          pic 9(8).
     05 filler               pic X(1).
     05 ak-use-count         pic 9(6).
     05 filler               pic X(1).
     05 ak-issued-by         pic X(8).
     05 filler               pic X(1).
     05 ak-issued-stamp      pic X(17).
     05 filler               pic X(1).
     05 ak-revoked-by        pic X(8).
     05 filler               pic X(1).
     05 ak-revoked-stamp     pic X(17).
