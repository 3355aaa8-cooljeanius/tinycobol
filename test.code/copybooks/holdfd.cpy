*
* shared FD and record layout for the legal-hold register. A hold
* names what it preserves by one of four kinds:
*   VENDOR  every record of the vendor in lh-value, limited to the
*           from/to sales dates when they are given
*   DATES   everything dated from lh-from-date to lh-to-date
*   RUN     everything the run lh-value produced or archived
*   FILE    the file lh-value and every dated generation of it,
*           and every archived row that came in on it
* A released hold stays on the register with who released it and
* when; only ACTIVE holds preserve anything.
*
 FD  legal-hold-file.
 01  legal-hold-record.
     05 lh-hold-id           pic 9(4).
     05 filler               pic X(1).
     05 lh-kind              pic X(6).
       88 lh-kind-vendor          value "VENDOR".
       88 lh-kind-dates           value "DATES".
       88 lh-kind-run             value "RUN".
       88 lh-kind-file            value "FILE".
     05 filler               pic X(1).
     05 lh-status            pic X(8).
       88 lh-active               value "ACTIVE".
       88 lh-released             value "RELEASED".
     05 filler               pic X(1).
     05 lh-value             pic X(80).
     05 lh-from-date         pic 9(8).
     05 filler               pic X(1).
     05 lh-to-date           pic 9(8).
     05 filler               pic X(1).
     05 lh-placed-by         pic X(8).
     05 lh-placed-stamp      pic X(17).
     05 lh-released-by       pic X(8).
     05 lh-released-stamp    pic X(17).
     05 lh-reason            pic X(40).
