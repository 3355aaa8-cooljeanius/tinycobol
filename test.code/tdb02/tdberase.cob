 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdberase.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Right-to-erasure processing over every place a contact lives.
*
*      tdberase SCAN <phone> <name>
*      tdberase ERASE <supervisor> <phone> <name>
*
*    The person is found the way the rest of the shop compares
*    contacts: a record whose name the shared namematch routine
*    scores 85 or better against the name given, and whose phone
*    normalizes (phonenorm) to the same digits, is theirs. Every
*    name found that way is then looked for exactly in the places
*    that carry a name but no phone -- orders, the billing and
*    delivery-note registers, the invoices and delivery notes,
*    consent and interaction history, the mail spool and the
*    vendor-to-contact links.
*
*    Places searched: filedb01 and mytable; myorders; the filedb01
*    and mytable journals with their dated generations and
*    snapshots (the .cat files); tdb01import.dat; formaudit.log
*    and its rolled generations (logroll.cat); the exports
*    tdb01export.dat and mytable.csv; billreg.txt and the bill_
*    invoices it names; shipreg.txt and the dlv_ delivery notes it
*    names; mailspool.dat and the mailout/ copies it names;
*    tdb01inter.dat, consent.dat and vendlink.dat; every
*    filedb01.<date>.bak backup, and every shopbkup backup of
*    consent.dat and tdb01inter.dat (<file>.<set>.bak).
*
*    SCAN changes nothing and lists what was found to tdberase.rpt.
*    ERASE, signed on by a level 3 supervisor (opersign), takes the
*    next certificate number from erasecert.seq and:
*      - deletes the live records: filedb01, mytable, the import
*        and export rows, the interaction history, the consent
*        record and any vendor's link to the person (the vendor
*        then shows on the vendlink unlinked report until it is
*        linked to someone else);
*      - redacts the journal, snapshot and formaudit entries in
*        place (write-new-then-mv): the name becomes the
*        reference ERASED-<certificate>, phone, address, city and
*        e-mail are blanked, stamps and operations are kept, so
*        tdb01asof and jrnlview still replay a consistent history;
*        the erasure itself is journaled as a DELETE of that
*        reference;
*      - keeps the orders, the billing and delivery-note
*        registers, the invoices and the delivery notes but puts
*        the reference where the name was and blanks the invoice
*        or delivery-note address;
*      - keeps the mail spool's items, sent or not, but puts the
*        reference where the addressee was and blanks the e-mail
*        address, so a waiting item can no longer go out; the
*        mailout/ copy each item names is anonymized as an invoice
*        is;
*      - never alters a backup (each carries its own count and
*        checksum) -- every backup still holding the person is
*        listed until it is retired;
*      - leaves a file under an active legal hold (holdchk)
*        untouched and says so.
*    The certificate, erasecert.<certificate>.txt, lists what was
*    removed, redacted or anonymized where, the backups still
*    holding the person, and the supervisor who signed it off.
*
*    Like tdb01dedup MERGE, ERASE stands down while a tdb01maint
*    session is open today; run it with tdb02/tdb03 idle, as for
*    jrnlsnap, since the journals are rewritten. mydatabase being
*    down, or at a schema version other than the one this program
*    was built for (schemachk.cpy), refuses the erasure.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT redact-in-file
         ASSIGN TO redact-in-name
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS redact-in-fs.
    SELECT redact-out-file
         ASSIGN TO redact-out-name
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS redact-out-fs.
    SELECT backup-list-file
         ASSIGN TO "tdberase.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS backup-list-fs.
    SELECT roll-catalog-file
         ASSIGN TO "logroll.cat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS roll-cat-fs.
    SELECT certificate-file
         ASSIGN TO certificate-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT sequence-file
         ASSIGN TO "erasecert.seq"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS sequence-fs.
    SELECT session-lock-file
         ASSIGN TO "tdb01maint.lock"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS sesslock-fs.
    COPY "t01jrnlsel.cpy".
    COPY "t01snapsel.cpy".
    COPY "jrnlsel.cpy".
    COPY "jsnapsel.cpy".
    COPY "intsel.cpy".
    COPY "cnsel.cpy".
    COPY "vlinksel.cpy".
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  redact-in-file.
 01  redact-in-record        pic X(500).

 FD  redact-out-file.
 01  redact-out-record       pic X(500).

 FD  backup-list-file.
 01  backup-list-record      pic X(40).

 FD  roll-catalog-file.
 01  roll-catalog-record.
     05 cat-log-name         pic x(20).
     05 cat-generation       pic x(40).

 FD  certificate-file.
 01  certificate-record      pic X(100).

 FD  sequence-file.
 01  sequence-record.
     05 sq-next-certificate  pic 9(6).

 FD  session-lock-file.
 01  session-lock-record.
     05 sl-operator      pic x(8).
     05 sl-date          pic 9(8).
     05 sl-open-time     pic 9(8).

 COPY "t01jrnlfd.cpy".
 COPY "t01snapfd.cpy".
 COPY "jrnlfd.cpy".
 COPY "jsnapfd.cpy".
 COPY "intfd.cpy".
 COPY "cnfd.cpy".
 COPY "vlinkfd.cpy".
 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(300).
    77  TXN-QUERY       PIC X(20).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  QRY-HANDLE      PIC 9(12) COMP.
    77  NTUPLE          PIC 9(12) COMP.
    77  MAX-TUPLE       PIC 9(12) COMP.
    77  DB-STATUS       pic 9(12) COMP.
    77  DB-MESSAGE      pic X(200).
    COPY "mytbl.cpy".
    01  MYTBL-NAME-ESC      pic X(80).
    01  MYTBL-PHONE-ESC     pic X(30).
    01  ERASE-TOKEN-ESC     pic X(80).
    77  ESC-IX              pic 9(3) comp.
    77  ESC-OX              pic 9(3) comp.
    77  ESC-CHAR            pic X.
    77  WS-DATE             pic 9(8).
    77  WS-TIME             pic 9(8).
    77  WS-TIMESTAMP        pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".

 77  datafile        pic x(80).
 77  len1            pic 9(9) comp.
 77  len2            pic 9(9) comp.
 77  len3            pic 9(9) comp.
 77  len4            pic 9(9) comp.
 77  sel             pic 9(9) comp.
 77  cursor-status   pic 9(9) comp.
 COPY "tdb01rec.cpy".
 77  erase-cmdline   pic x(120).
 77  cmd-ptr         pic 9(3) comp.
 77  erase-mode      pic x(5).
   88 scan-mode            value "SCAN".
   88 erase-run            value "ERASE".
 77  erase-phone-in  pic x(20).
 77  erase-phone-norm pic x(20).
 77  erase-name      pic x(40).
 77  erase-token     pic x(40) value spaces.
 77  certificate-number pic 9(6) value zeros.
 77  certificate-filename pic x(40).
 77  phone-norm-in   pic x(20).
 77  phone-norm-out  pic x(20).
 77  phone-norm-ok   pic x.
 77  name-score      pic 9(3).
 77  cand-name       pic x(40).
 77  cand-phone      pic x(20).
 77  cand-hit-flag   pic x.
   88 cand-hit             value "Y".
 01  name-set-table.
     05 name-set-entry occurs 20 times indexed by nsx.
        10 ns-name       pic x(40).
 77  name-set-count  pic 9(2) comp value zeros.
 77  name-set-full   pic x value "N".
 77  name-sub        pic 9(2) comp.
 77  pass-flag       pic x.
   88 collect-pass         value "C".
   88 act-pass             value "A".
 77  supervisor-id   pic x(8) value spaces.
 77  signon-password pic x(8).
 77  signon-req-level pic 9(1) value 3.
 77  signon-level    pic 9(1).
 77  signon-result   pic x(1).
 77  sesslock-fs     pic xx.
 77  sesslock-end-flag pic x.
 77  today-date      pic 9(8).
 77  sequence-fs     pic xx.
 77  redact-in-fs    pic xx.
 77  redact-out-fs   pic xx.
 77  redact-in-name  pic x(40).
 77  redact-out-name pic x(44).
 77  backup-list-fs  pic xx.
 77  roll-cat-fs     pic xx.
 77  t1jrnl-fs       pic xx.
 77  t1cat-fs        pic xx.
 77  t1snap-fs       pic xx.
 77  t1gen-fs        pic xx.
 77  t1snap-filename pic x(40).
 77  t1gen-filename  pic x(40).
 77  jrnl-fs         pic xx.
 77  jcat-fs         pic xx.
 77  jsnap-fs        pic xx.
 77  jgen-fs         pic xx.
 77  jsnap-filename  pic x(40).
 77  jgen-filename   pic x(40).
 77  inter-fs        pic xx.
 77  inter-end-flag  pic x.
 77  consent-fs      pic xx.
 77  vlink-fs        pic xx.
 77  vlink-end-flag  pic x.
 77  file-end-flag   pic x.
 77  scan-done-flag  pic x.
   88 scan-done            value "Y".
 77  db-connected-flag pic x value "N".
 77  system-command  pic x(120).
 77  list-command    pic x(60)
    value "ls filedb01.*.bak > tdberase.lst 2>/dev/null".
 01  file-list-table.
     05 file-list-entry occurs 200 times indexed by flx.
        10 fl-kind       pic x(3).
        10 fl-name       pic x(40).
 77  file-list-count pic 9(3) comp value zeros.
 77  file-kind-work  pic x(3).
 77  file-name-work  pic x(40).
 77  file-kind       pic x(3).
 77  files-searched  pic 9(3) comp value zeros.
 77  file-hits       pic 9(5) comp.
 77  line-no         pic 9(7) comp.
 77  line-hit-flag   pic x.
 77  line-drop-flag  pic x.
 77  write-flag      pic x.
 77  inv-addr-flag   pic x.
 77  aud-pos         pic 9(3) comp.
 77  aud-sub         pic 9(3) comp.
 77  comma-pos       pic 9(3) comp.
 77  scan-sub        pic 9(3) comp.
 77  csv-name        pic x(40).
 01  redact-work            pic x(500).
* a filedb01 journal record (t01jrnlfd.cpy)
 01  rw-t1j redefines redact-work.
     05 rwt-timestamp       pic x(17).
     05 rwt-program         pic x(12).
     05 rwt-operator        pic x(8).
     05 rwt-op              pic x(6).
     05 rwt-key             pic x(40).
     05 rwt-before.
        10 rwt-bef-name     pic x(40).
        10 rwt-bef-phone    pic x(20).
        10 filler           pic x(111).
     05 rwt-after.
        10 rwt-aft-name     pic x(40).
        10 rwt-aft-phone    pic x(20).
        10 filler           pic x(111).
     05 filler              pic x(75).
* a mytable journal record (jrnlfd.cpy)
 01  rw-mjr redefines redact-work.
     05 rwm-timestamp       pic x(17).
     05 rwm-program         pic x(8).
     05 rwm-op              pic x(6).
     05 rwm-key             pic x(40).
     05 rwm-before.
        10 rwm-bef-name     pic x(40).
        10 rwm-bef-addr     pic x(50).
        10 rwm-bef-phone    pic x(15).
     05 rwm-after.
        10 rwm-aft-name     pic x(40).
        10 rwm-aft-addr     pic x(50).
        10 rwm-aft-phone    pic x(15).
     05 filler              pic x(219).
* a filedb01 snapshot line (t01snapfd.cpy)
 01  rw-t1s redefines redact-work.
     05 rws-key             pic x(40).
     05 rws-state           pic x(1).
     05 rws-stamp           pic x(17).
     05 rws-image.
        10 rws-name         pic x(40).
        10 rws-phone        pic x(20).
        10 filler           pic x(111).
     05 filler              pic x(271).
* a mytable snapshot line (jsnapfd.cpy)
 01  rw-mjs redefines redact-work.
     05 rwj-key             pic x(40).
     05 rwj-state           pic x(1).
     05 rwj-stamp           pic x(17).
     05 rwj-image.
        10 rwj-name         pic x(40).
        10 rwj-addr         pic x(50).
        10 rwj-phone        pic x(15).
     05 filler              pic x(337).
* an import row, an export row, a backup REC line: name then phone
 01  rw-contact redefines redact-work.
     05 rwc-name            pic x(40).
     05 rwc-phone           pic x(20).
     05 filler              pic x(440).
 01  rw-backup redefines redact-work.
     05 rwb-tag             pic x(3).
     05 rwb-name            pic x(40).
     05 rwb-phone           pic x(20).
     05 filler              pic x(437).
* a billreg.txt line as tdbbill's 450-REGISTER-INVOICE writes it
 01  rw-billreg redefines redact-work.
     05 rwr-timestamp       pic x(17).
     05 rwr-literal         pic x(9).
     05 rwr-invoice         pic x(6).
     05 filler              pic x(1).
     05 rwr-contact         pic x(40).
     05 filler              pic x(427).
* a mailspool.dat line (mailfd.cpy)
 01  rw-mail redefines redact-work.
     05 filler              pic x(70).
     05 rwp-contact         pic x(40).
     05 rwp-address         pic x(40).
     05 filler              pic x(160).
     05 rwp-spool-file      pic x(60).
     05 filler              pic x(130).
* a shopbkup backup REC line: tag, slot, then the record image
 01  rw-shop-backup redefines redact-work.
     05 rwk-tag             pic x(3).
     05 rwk-slot            pic x(9).
     05 rwk-name            pic x(40).
     05 filler              pic x(448).
 01  bdb-hit-table.
     05 bdb-hit occurs 20 times.
        10 bh-name       pic x(40).
 77  bdb-hit-count   pic 9(2) comp value zeros.
 01  sql-hit-table.
     05 sql-hit occurs 20 times.
        10 sh-name       pic x(40).
        10 sh-phone      pic x(15).
 77  sql-hit-count   pic 9(2) comp value zeros.
 77  hit-sub         pic 9(2) comp.
 01  inter-key-table.
     05 inter-key-entry occurs 500 times.
        10 ik-key        pic x(57).
 77  inter-key-count pic 9(3) comp.
 77  inter-sub       pic 9(3) comp.
 01  link-key-table.
     05 link-key-entry occurs 500 times.
        10 lk-vendor     pic x(20).
 77  link-key-count  pic 9(3) comp.
 77  link-sub        pic 9(3) comp.
 77  links-removed   pic 9(5) comp value zeros.
 77  store-count     pic 9(5) comp.
 77  bdb-erased      pic 9(5) comp value zeros.
 77  sql-erased      pic 9(5) comp value zeros.
 01  result-table.
     05 result-entry occurs 250 times.
        10 rs-action     pic x(10).
        10 rs-source     pic x(40).
        10 rs-count      pic 9(5).
        10 rs-hold-id    pic 9(4).
 77  result-count    pic 9(3) comp value zeros.
 77  result-sub      pic 9(3) comp.
 77  result-action   pic x(10).
 77  result-source   pic x(40).
 77  result-hold-id  pic 9(4).
 77  backups-holding pic 9(3) comp value zeros.
 77  exports-changed pic x value "N".
 77  count-dsp       pic z(4)9.
 77  files-dsp       pic zz9.
 77  hold-only-id    pic 9(4) value zeros.
 77  hold-vendor     pic x(20) value spaces.
 77  hold-date       pic 9(8) value zeros.
 77  hold-run-id     pic x(14) value spaces.
 77  hold-file       pic x(80).
 77  hold-found-id   pic 9(4).
 77  hold-check-flag pic x value "Y".
   88 hold-check-down      value "N".

 PROCEDURE DIVISION.
 000-MAIN.
    move "tdberase" to DBERR-PROGRAM-NAME
    accept today-date from date yyyymmdd
    perform 050-PARSE-COMMAND
    if erase-run
        perform 060-CHECK-MAINT-SESSION
        perform 070-SIGN-ON-SUPERVISOR
        perform 080-TAKE-CERTIFICATE-NUMBER
    end-if
    perform 100-BUILD-FILE-LIST
    move length of dt-rec   to len1
    move length of dt-name  to len2
    move length of dt-city  to len3
    move length of dt-phone to len4
    string "filedb01" low-value into datafile
    call "tcdb_open" using datafile len1
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "tdberase: mydatabase is down, erasure refused"
        call "tcdb_close"
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdberase: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        call "tcdb_close"
        move 8 to return-code
        stop run
    end-if
    move "Y" to db-connected-flag
* first every phone-bearing record is read to learn the names the
* person stands under; only then is anything matched and changed.
    move "C" to pass-flag
    perform 200-WALK-FILEDB01
    perform 250-SCAN-MYTABLE
    perform 500-PROCESS-FILE-LIST
    move "A" to pass-flag
    perform 200-WALK-FILEDB01
    perform 250-SCAN-MYTABLE
    perform 400-ERASE-FILEDB01
    perform 430-ERASE-MYTABLE
    perform 450-ANONYMIZE-ORDERS
    perform 470-ERASE-INTERACTIONS
    perform 480-ERASE-CONSENT
    perform 490-ERASE-VENDOR-LINKS
    perform 500-PROCESS-FILE-LIST
    if erase-run
        if bdb-erased > zeros
            perform 600-JOURNAL-BDB-ERASURE
        end-if
        if sql-erased > zeros
            perform 610-JOURNAL-SQL-ERASURE
        end-if
    end-if
    perform 700-WRITE-DOCUMENT
    call "tcdb_close"
    call "sql_disconnect_db" using DB-HANDLE
    display "tdberase: " name-set-count " name(s) matched, "
        files-searched " file(s) searched, "
        backups-holding " backup(s) still holding the person"
    display "tdberase: see " certificate-filename
    stop run.

 050-PARSE-COMMAND.
    accept erase-cmdline from command-line
    move spaces to erase-mode erase-phone-in erase-name
    move 1 to cmd-ptr
    unstring erase-cmdline delimited by all space
        into erase-mode with pointer cmd-ptr
    if erase-run
        unstring erase-cmdline delimited by all space
            into supervisor-id with pointer cmd-ptr
    end-if
    unstring erase-cmdline delimited by all space
        into erase-phone-in with pointer cmd-ptr
    if cmd-ptr < 121
        move erase-cmdline (cmd-ptr:) to erase-name
    end-if
    move erase-phone-in to phone-norm-in
    call "phonenorm" using phone-norm-in phone-norm-out
        phone-norm-ok
    move phone-norm-out to erase-phone-norm
    if (not scan-mode and not erase-run)
        or erase-name = spaces
        or (erase-run and supervisor-id = spaces)
        display "tdberase: usage: tdberase SCAN <phone> <name>"
        display "                 tdberase ERASE <supervisor> "
            "<phone> <name>"
        move 8 to return-code
        stop run
    end-if
    if phone-norm-ok not = "Y"
        display "tdberase: " erase-phone-in " is not a phone"
        move 8 to return-code
        stop run
    end-if.

* Any session line dated today means a maintenance session may be
* mid-edit on this very contact.
 060-CHECK-MAINT-SESSION.
    open input session-lock-file
    if sesslock-fs = "00"
        move "N" to sesslock-end-flag
        perform 065-CHECK-ONE-SESSION
            until sesslock-end-flag = "Y"
        close session-lock-file
    end-if.

 065-CHECK-ONE-SESSION.
    read session-lock-file
        at end move "Y" to sesslock-end-flag
        not at end
            if sl-date = today-date
                display "tdberase: a tdb01maint session is open "
                    "(operator " sl-operator "), ERASE refused; "
                    "close the session and rerun"
                close session-lock-file
                move 8 to return-code
                stop run
            end-if
    end-read.

* Level 3 on operators.dat, through the shared opersign routine;
* with no operator file at all the erasure is refused outright.
 070-SIGN-ON-SUPERVISOR.
    display "Password for " supervisor-id ": " with no advancing
    accept signon-password
    move "N" to signon-result
    call "opersign" using supervisor-id signon-password
        signon-req-level signon-level signon-result
        on exception
            display "tdberase: opersign not available, erasure "
                "refused"
            move 8 to return-code
            stop run
    end-call
    if signon-result = "M"
        display "tdberase: no operators.dat on file, erasure "
            "refused"
        move 8 to return-code
        stop run
    end-if
    if signon-result not = "Y"
        display "tdberase: supervisor sign-on failed for "
            supervisor-id
        move 8 to return-code
        stop run
    end-if.

* Certificates are numbered from erasecert.seq, the billseq.dat
* way; the number is spent as soon as it is taken.
 080-TAKE-CERTIFICATE-NUMBER.
    move 1 to certificate-number
    open input sequence-file
    if sequence-fs = "00"
        read sequence-file
            at end continue
            not at end
                if sq-next-certificate is numeric
                    and sq-next-certificate > zeros
                    move sq-next-certificate to certificate-number
                end-if
        end-read
        close sequence-file
    end-if
    open output sequence-file
    compute sq-next-certificate = certificate-number + 1
    write sequence-record
    close sequence-file
    move spaces to erase-token
    string "ERASED-" certificate-number
        delimited by size into erase-token.

* The flat files, in the order they are worked: the journals with
* their generations and snapshots, the import, formaudit.log with
* its generations, the exports, the billing register (which adds
* the invoices it names as it goes), the delivery-note register
* (likewise its delivery notes), the mail spool (likewise the
* mailout/ copies) and the backups -- tdb01bkup's of filedb01, then
* shopbkup's of consent.dat and tdb01inter.dat.
 100-BUILD-FILE-LIST.
    move "T1J" to file-kind-work
    move "tdb01journal.dat" to file-name-work
    perform 110-ADD-FILE
    open input tdb01-snap-catalog
    if t1cat-fs = "00"
        move "N" to file-end-flag
        perform 120-ADD-ONE-T1-CUTOFF until file-end-flag = "Y"
        close tdb01-snap-catalog
    end-if
    move "MJR" to file-kind-work
    move "mytbljournal.dat" to file-name-work
    perform 110-ADD-FILE
    open input mytbl-snap-catalog
    if jcat-fs = "00"
        move "N" to file-end-flag
        perform 130-ADD-ONE-MYTBL-CUTOFF until file-end-flag = "Y"
        close mytbl-snap-catalog
    end-if
    move "IMP" to file-kind-work
    move "tdb01import.dat" to file-name-work
    perform 110-ADD-FILE
    move "AUD" to file-kind-work
    move "formaudit.log" to file-name-work
    perform 110-ADD-FILE
    open input roll-catalog-file
    if roll-cat-fs = "00"
        move "N" to file-end-flag
        perform 140-ADD-ONE-ROLLED-LOG until file-end-flag = "Y"
        close roll-catalog-file
    end-if
    move "EXP" to file-kind-work
    move "tdb01export.dat" to file-name-work
    perform 110-ADD-FILE
    move "CSV" to file-kind-work
    move "mytable.csv" to file-name-work
    perform 110-ADD-FILE
    move "REG" to file-kind-work
    move "billreg.txt" to file-name-work
    perform 110-ADD-FILE
    move "SRG" to file-kind-work
    move "shipreg.txt" to file-name-work
    perform 110-ADD-FILE
    move "MSP" to file-kind-work
    move "mailspool.dat" to file-name-work
    perform 110-ADD-FILE
    call "SYSTEM" using list-command
    open input backup-list-file
    if backup-list-fs = "00"
        move "BAK" to file-kind-work
        move "N" to file-end-flag
        perform 150-ADD-ONE-BACKUP until file-end-flag = "Y"
        close backup-list-file
    end-if
    move spaces to system-command
    string "ls consent.dat.*.bak tdb01inter.dat.*.bak "
        "> tdberase.lst 2>/dev/null"
        delimited by size into system-command
    call "SYSTEM" using system-command
    open input backup-list-file
    if backup-list-fs = "00"
        move "SBK" to file-kind-work
        move "N" to file-end-flag
        perform 150-ADD-ONE-BACKUP until file-end-flag = "Y"
        close backup-list-file
    end-if
    move "rm -f tdberase.lst" to system-command
    call "SYSTEM" using system-command.

 110-ADD-FILE.
    if file-list-count < 200
        add 1 to file-list-count
        move file-kind-work to fl-kind (file-list-count)
        move file-name-work to fl-name (file-list-count)
    else
        display "tdberase: more than 200 files to search, "
            file-name-work " not searched"
    end-if.

 120-ADD-ONE-T1-CUTOFF.
    read tdb01-snap-catalog
        at end move "Y" to file-end-flag
        not at end
            move "T1J" to file-kind-work
            move t1cat-gen-name to file-name-work
            perform 110-ADD-FILE
            move "T1S" to file-kind-work
            move t1cat-snap-name to file-name-work
            perform 110-ADD-FILE
    end-read.

 130-ADD-ONE-MYTBL-CUTOFF.
    read mytbl-snap-catalog
        at end move "Y" to file-end-flag
        not at end
            move "MJR" to file-kind-work
            move jcat-gen-name to file-name-work
            perform 110-ADD-FILE
            move "MJS" to file-kind-work
            move jcat-snap-name to file-name-work
            perform 110-ADD-FILE
    end-read.

 140-ADD-ONE-ROLLED-LOG.
    read roll-catalog-file
        at end move "Y" to file-end-flag
        not at end
            if cat-log-name = "formaudit.log"
                move "AUD" to file-kind-work
                move cat-generation to file-name-work
                perform 110-ADD-FILE
            end-if
    end-read.

 150-ADD-ONE-BACKUP.
    read backup-list-file
        at end move "Y" to file-end-flag
        not at end
            move backup-list-record to file-name-work
            perform 110-ADD-FILE
    end-read.

 200-WALK-FILEDB01.
    move "N" to scan-done-flag
    call "tcdb_first" using len1 dt-rec cursor-status
    if cursor-status = 0
        move "Y" to scan-done-flag
    end-if
    perform 210-CHECK-ONE-CONTACT until scan-done.

 210-CHECK-ONE-CONTACT.
    move dt-name  to cand-name
    move dt-phone to cand-phone
    perform 300-TEST-CANDIDATE
    if act-pass and cand-hit
        if bdb-hit-count < 20
            add 1 to bdb-hit-count
            move dt-name to bh-name (bdb-hit-count)
        end-if
    end-if
    call "tcdb_next" using len1 dt-rec cursor-status
    if cursor-status = 0
        move "Y" to scan-done-flag
    end-if.

 250-SCAN-MYTABLE.
    move "select * from mytable;;" to SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    move zero to NTUPLE
    perform 260-CHECK-ONE-ROW until NTUPLE = MAX-TUPLE
    call "sql_clear_query" using QRY-HANDLE.

 260-CHECK-ONE-ROW.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE MYTBL-RECORD
    move MYTBL-NAME  to cand-name
    move MYTBL-PHONE to cand-phone
    perform 300-TEST-CANDIDATE
    if act-pass and cand-hit
        if sql-hit-count < 20
            add 1 to sql-hit-count
            move MYTBL-NAME  to sh-name (sql-hit-count)
            move MYTBL-PHONE to sh-phone (sql-hit-count)
        end-if
    end-if
    add 1 to NTUPLE.

* A name already known to be the person's is a hit outright; any
* other needs namematch 85 or better AND the same phone digits,
* and then joins the names searched for everywhere else.
 300-TEST-CANDIDATE.
    move "N" to cand-hit-flag
    if cand-name not = spaces
        set nsx to 1
        search name-set-entry
            at end continue
            when nsx > name-set-count
                continue
            when ns-name (nsx) = cand-name
                move "Y" to cand-hit-flag
        end-search
        if not cand-hit and cand-phone not = spaces
            call "namematch" using erase-name cand-name name-score
            if name-score not < 85
                move cand-phone to phone-norm-in
                call "phonenorm" using phone-norm-in phone-norm-out
                    phone-norm-ok
                if phone-norm-out = erase-phone-norm
                    move "Y" to cand-hit-flag
                    perform 310-ADD-TO-NAME-SET
                end-if
            end-if
        end-if
    end-if.

 310-ADD-TO-NAME-SET.
    if name-set-count < 20
        add 1 to name-set-count
        move cand-name to ns-name (name-set-count)
    else
        if name-set-full = "N"
            move "Y" to name-set-full
            display "tdberase: more than 20 names for one person, "
                cand-name " not searched for"
        end-if
    end-if.

 400-ERASE-FILEDB01.
    perform 410-ERASE-ONE-CONTACT
        varying hit-sub from 1 by 1
        until hit-sub > bdb-hit-count
    move bdb-hit-count to store-count
    move "filedb01" to result-source
    move "REMOVED" to result-action
    perform 650-ADD-STORE-RESULT.

 410-ERASE-ONE-CONTACT.
    if erase-run
        move 0 to sel
        move bh-name (hit-sub) to dt-name
        call "tcdb_del" using sel len2 dt-name
        add 1 to bdb-erased
    end-if.

* mytable rows go by name and phone together, so a namesake with
* another phone is left alone.
 430-ERASE-MYTABLE.
    perform 440-ERASE-ONE-ROW
        varying hit-sub from 1 by 1
        until hit-sub > sql-hit-count
    move sql-hit-count to store-count
    move "mytable" to result-source
    move "REMOVED" to result-action
    perform 650-ADD-STORE-RESULT.

 440-ERASE-ONE-ROW.
    if erase-run
        move sh-name (hit-sub)  to MYTBL-NAME
        move sh-phone (hit-sub) to MYTBL-PHONE
        perform 800-ESCAPE-MYTBL
        move spaces to SQL-QUERY
        string "delete from mytable where name = '" MYTBL-NAME-ESC
            "' and phone = '" MYTBL-PHONE-ESC "';;"
            delimited by size into SQL-QUERY
        perform 820-BEGIN-TRANSACTION
        perform 830-DO-QUERY
        if DB-STATUS = 1 or DB-STATUS = 2
            add 1 to sql-erased
        end-if
        perform 840-END-TRANSACTION
        call "sql_clear_query" using QRY-HANDLE
    end-if.

* Orders are the shop's books and stay; only the contact name on
* them becomes the certificate reference.
 450-ANONYMIZE-ORDERS.
    move zeros to store-count
    move spaces to ERASE-TOKEN-ESC
    move erase-token to ERASE-TOKEN-ESC
    perform 460-ANONYMIZE-ONE-NAME
        varying name-sub from 1 by 1
        until name-sub > name-set-count
    move "myorders" to result-source
    move "ANONYMIZED" to result-action
    perform 650-ADD-STORE-RESULT.

 460-ANONYMIZE-ONE-NAME.
    move ns-name (name-sub) to MYTBL-NAME
    move spaces to MYTBL-PHONE
    perform 800-ESCAPE-MYTBL
    move spaces to SQL-QUERY
    string "select ordnum from myorders where contact_name = '"
        MYTBL-NAME-ESC "';;"
        delimited by size into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    call "sql_clear_query" using QRY-HANDLE
    if MAX-TUPLE > zeros
        add MAX-TUPLE to store-count
        if erase-run
            move spaces to SQL-QUERY
            string "update myorders set contact_name = '"
                ERASE-TOKEN-ESC "' where contact_name = '"
                MYTBL-NAME-ESC "';;"
                delimited by size into SQL-QUERY
            perform 820-BEGIN-TRANSACTION
            perform 830-DO-QUERY
            perform 840-END-TRANSACTION
            call "sql_clear_query" using QRY-HANDLE
        end-if
    end-if.

* The interaction history is the person's own record of calls and
* notes: it goes, keys collected first and deleted after.
 470-ERASE-INTERACTIONS.
    move zeros to store-count
    if erase-run
        open i-o contact-inter-file
    else
        open input contact-inter-file
    end-if
    if inter-fs = "00"
        perform 472-ERASE-ONE-HISTORY
            varying name-sub from 1 by 1
            until name-sub > name-set-count
        close contact-inter-file
    end-if
    move "tdb01inter.dat" to result-source
    move "REMOVED" to result-action
    perform 650-ADD-STORE-RESULT.

 472-ERASE-ONE-HISTORY.
    move zeros to inter-key-count
    move spaces to ci-key
    move ns-name (name-sub) to ci-name
    start contact-inter-file key >= ci-key
        invalid key move "Y" to inter-end-flag
        not invalid key move "N" to inter-end-flag
    end-start
    perform 474-COLLECT-ONE-INTERACTION until inter-end-flag = "Y"
    add inter-key-count to store-count
    if erase-run
        perform 476-DELETE-ONE-INTERACTION
            varying inter-sub from 1 by 1
            until inter-sub > inter-key-count
    end-if.

 474-COLLECT-ONE-INTERACTION.
    read contact-inter-file next record
        at end move "Y" to inter-end-flag
        not at end
            if ci-name not = ns-name (name-sub)
                move "Y" to inter-end-flag
            else
                if inter-key-count < 500
                    add 1 to inter-key-count
                    move ci-key to ik-key (inter-key-count)
                else
                    move "Y" to inter-end-flag
                end-if
            end-if
    end-read.

 476-DELETE-ONE-INTERACTION.
    move ik-key (inter-sub) to ci-key
    delete contact-inter-file
        invalid key continue
    end-delete.

 480-ERASE-CONSENT.
    move zeros to store-count
    if erase-run
        open i-o consent-file
    else
        open input consent-file
    end-if
    if consent-fs = "00"
        perform 485-ERASE-ONE-CONSENT
            varying name-sub from 1 by 1
            until name-sub > name-set-count
        close consent-file
    end-if
    move "consent.dat" to result-source
    move "REMOVED" to result-action
    perform 650-ADD-STORE-RESULT.

 485-ERASE-ONE-CONSENT.
    move ns-name (name-sub) to cn-name
    read consent-file
        invalid key continue
        not invalid key
            add 1 to store-count
            if erase-run
                delete consent-file
                    invalid key continue
                end-delete
            end-if
    end-read.

* A vendor linked to the person loses the link; keys are collected
* first and deleted after, as for the interaction history.
 490-ERASE-VENDOR-LINKS.
    move zeros to store-count link-key-count
    if erase-run
        open i-o vendor-link-file
    else
        open input vendor-link-file
    end-if
    if vlink-fs = "00"
        move "N" to vlink-end-flag
        perform 492-CHECK-ONE-LINK until vlink-end-flag = "Y"
        if erase-run
            perform 494-DELETE-ONE-LINK
                varying link-sub from 1 by 1
                until link-sub > link-key-count
        end-if
        close vendor-link-file
    end-if
    move link-key-count to store-count
    if erase-run
        move link-key-count to links-removed
    end-if
    move "vendlink.dat" to result-source
    move "REMOVED" to result-action
    perform 650-ADD-STORE-RESULT.

 492-CHECK-ONE-LINK.
    read vendor-link-file next record
        at end move "Y" to vlink-end-flag
        not at end
            move vl-contact-name to cand-name
            move spaces to cand-phone
            perform 300-TEST-CANDIDATE
            if cand-hit
                if link-key-count < 500
                    add 1 to link-key-count
                    move vl-vendor-name to lk-vendor (link-key-count)
                else
                    move "Y" to vlink-end-flag
                end-if
            end-if
    end-read.

 494-DELETE-ONE-LINK.
    move lk-vendor (link-sub) to vl-vendor-name
    delete vendor-link-file
        invalid key continue
    end-delete.

 500-PROCESS-FILE-LIST.
    perform 510-PROCESS-ONE-FILE thru 510-EXIT
        varying flx from 1 by 1
        until flx > file-list-count.

* A file is rewritten only on an ERASE, only outside a legal hold,
* and only put in place of the old one if a line of it changed.
 510-PROCESS-ONE-FILE.
    move fl-name (flx) to redact-in-name
    move fl-kind (flx) to file-kind
    move zeros to file-hits line-no hold-found-id
    move "N" to write-flag inv-addr-flag
    open input redact-in-file
    if redact-in-fs not = "00"
        go to 510-EXIT.
    if act-pass
        add 1 to files-searched
    end-if
    if act-pass and erase-run and file-kind not = "BAK"
        and file-kind not = "SBK"
        perform 590-CHECK-FILE-HOLD
        if hold-found-id = zeros and not hold-check-down
            move "Y" to write-flag
            move spaces to redact-out-name
            string redact-in-name delimited by space
                ".new" delimited by size into redact-out-name
            open output redact-out-file
        end-if
    end-if
    move "N" to file-end-flag
    perform 520-PROCESS-ONE-LINE until file-end-flag = "Y"
    close redact-in-file
    if write-flag = "Y"
        close redact-out-file
        move spaces to system-command
        if file-hits > zeros
            string "mv " delimited by size
                redact-out-name delimited by space
                " " delimited by size
                redact-in-name delimited by space
                into system-command
        else
            string "rm -f " delimited by size
                redact-out-name delimited by space
                into system-command
        end-if
        call "SYSTEM" using system-command
    end-if
    if act-pass and file-hits > zeros
        perform 660-ADD-FILE-RESULT
    end-if.
 510-EXIT.
    exit.

 520-PROCESS-ONE-LINE.
    read redact-in-file
        at end move "Y" to file-end-flag
        not at end
            add 1 to line-no
            move redact-in-record to redact-work
            move "N" to line-hit-flag line-drop-flag
            evaluate file-kind
                when "T1J" perform 530-LINE-T1-JOURNAL
                when "MJR" perform 535-LINE-MYTBL-JOURNAL
                when "T1S" perform 540-LINE-T1-SNAPSHOT
                when "MJS" perform 545-LINE-MYTBL-SNAPSHOT
                when "IMP" perform 550-LINE-CONTACT-ROW
                when "EXP" perform 550-LINE-CONTACT-ROW
                when "CSV" perform 555-LINE-CSV-ROW
                when "REG" perform 560-LINE-BILL-REGISTER
                when "INV" perform 565-LINE-INVOICE
                when "SRG" perform 560-LINE-BILL-REGISTER
                when "DLV" perform 565-LINE-INVOICE
                when "AUD" perform 570-LINE-FORM-AUDIT
                when "MSP" perform 575-LINE-MAIL-SPOOL
                when "BAK" perform 580-LINE-BACKUP
                when "SBK" perform 585-LINE-SHOP-BACKUP
            end-evaluate
            if line-hit-flag = "Y"
                add 1 to file-hits
            end-if
            if write-flag = "Y" and line-drop-flag = "N"
                move redact-work to redact-out-record
                write redact-out-record
            end-if
    end-read.

* Consent records carry the consent image, not the contact, in
* their before and after areas; only their key is the person.
 530-LINE-T1-JOURNAL.
    move rwt-key to cand-name
    move spaces to cand-phone
    perform 300-TEST-CANDIDATE
    if cand-hit
        move "Y" to line-hit-flag
    end-if
    if rwt-op not = "CONSNT"
        move rwt-bef-name  to cand-name
        move rwt-bef-phone to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
        end-if
        move rwt-aft-name  to cand-name
        move rwt-aft-phone to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
        end-if
    end-if
    if act-pass and line-hit-flag = "Y"
        move erase-token to rwt-key
        if rwt-op not = "CONSNT"
            if rwt-bef-name not = spaces
                move spaces to rwt-before
                move erase-token to rwt-bef-name
            end-if
            if rwt-aft-name not = spaces
                move spaces to rwt-after
                move erase-token to rwt-aft-name
            end-if
        end-if
    end-if.

 535-LINE-MYTBL-JOURNAL.
    move rwm-key to cand-name
    move spaces to cand-phone
    perform 300-TEST-CANDIDATE
    if cand-hit
        move "Y" to line-hit-flag
    end-if
    if rwm-op not = "CONSNT"
        move rwm-bef-name  to cand-name
        move rwm-bef-phone to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
        end-if
        move rwm-aft-name  to cand-name
        move rwm-aft-phone to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
        end-if
    end-if
    if act-pass and line-hit-flag = "Y"
        move erase-token to rwm-key
        if rwm-op not = "CONSNT"
            if rwm-bef-name not = spaces
                move spaces to rwm-before
                move erase-token to rwm-bef-name
            end-if
            if rwm-aft-name not = spaces
                move spaces to rwm-after
                move erase-token to rwm-aft-name
            end-if
        end-if
    end-if.

 540-LINE-T1-SNAPSHOT.
    move rws-name  to cand-name
    move rws-phone to cand-phone
    perform 300-TEST-CANDIDATE
    if not cand-hit
        move rws-key to cand-name
        move spaces to cand-phone
        perform 300-TEST-CANDIDATE
    end-if
    if cand-hit
        move "Y" to line-hit-flag
        if act-pass
            move erase-token to rws-key
            if rws-name not = spaces
                move spaces to rws-image
                move erase-token to rws-name
            end-if
        end-if
    end-if.

 545-LINE-MYTBL-SNAPSHOT.
    move rwj-name  to cand-name
    move rwj-phone to cand-phone
    perform 300-TEST-CANDIDATE
    if not cand-hit
        move rwj-key to cand-name
        move spaces to cand-phone
        perform 300-TEST-CANDIDATE
    end-if
    if cand-hit
        move "Y" to line-hit-flag
        if act-pass
            move erase-token to rwj-key
            if rwj-name not = spaces
                move spaces to rwj-image
                move erase-token to rwj-name
            end-if
        end-if
    end-if.

* import and export rows of the person are dropped outright.
 550-LINE-CONTACT-ROW.
    move rwc-name  to cand-name
    move rwc-phone to cand-phone
    perform 300-TEST-CANDIDATE
    if cand-hit
        move "Y" to line-hit-flag
        move "Y" to line-drop-flag
    end-if.

* mytable.csv is name,address,phone as tdb02 exports it; the
* address may hold commas of its own, so the phone is whatever
* follows the last one.
 555-LINE-CSV-ROW.
    move spaces to csv-name
    unstring redact-work delimited by ","
        into csv-name
    move zeros to comma-pos
    perform 557-FIND-LAST-COMMA
        varying scan-sub from 1 by 1
        until scan-sub > 200
    move csv-name to cand-name
    move spaces to cand-phone
    if comma-pos > zeros
        move redact-work (comma-pos + 1:15) to cand-phone
    end-if
    perform 300-TEST-CANDIDATE
    if cand-hit
        move "Y" to line-hit-flag
        move "Y" to line-drop-flag
    end-if.

 557-FIND-LAST-COMMA.
    if redact-work (scan-sub:1) = ","
        move scan-sub to comma-pos
    end-if.

* The register line keeps its invoice and amounts; the invoice it
* names is queued to be anonymized the same way. tdbship's
* delivery-note register is laid out the same, and queues the
* delivery note it names.
 560-LINE-BILL-REGISTER.
    move rwr-contact to cand-name
    move spaces to cand-phone
    perform 300-TEST-CANDIDATE
    if cand-hit
        move "Y" to line-hit-flag
        if act-pass
            move erase-token to rwr-contact
            move spaces to file-name-work
            if file-kind = "SRG"
                move "DLV" to file-kind-work
                string "dlv_" rwr-invoice ".txt"
                    delimited by size into file-name-work
            else
                move "INV" to file-kind-work
                string "bill_" rwr-invoice ".txt"
                    delimited by size into file-name-work
            end-if
            perform 110-ADD-FILE
        end-if
    end-if.

* tdbbill's invoice and tdbship's delivery note: line 2
* "TO: <contact>", line 3 the address.
 565-LINE-INVOICE.
    if line-no = 2 and redact-work (1:4) = "TO: "
        move redact-work (5:40) to cand-name
        move spaces to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
            move "Y" to inv-addr-flag
            if act-pass
                move spaces to redact-work
                string "TO: " erase-token
                    delimited by size into redact-work
            end-if
        end-if
    end-if
    if line-no = 3 and inv-addr-flag = "Y" and act-pass
        move spaces to redact-work
    end-if.

* formaudit.log lines are tdb03's 065 (" name=" with address and
* phone) and 078 (" contact=" on an order) -- fixed-width fields
* after the tag.
 570-LINE-FORM-AUDIT.
    move zeros to aud-pos
    inspect redact-work tallying aud-pos
        for characters before initial " name="
    if aud-pos < 375
        compute aud-sub = aud-pos + 7
        move redact-work (aud-sub:40) to cand-name
        move redact-work (aud-sub + 103:15) to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
            if act-pass
                move erase-token to redact-work (aud-sub:40)
                move spaces to redact-work (aud-sub + 46:50)
                move spaces to redact-work (aud-sub + 103:15)
            end-if
        end-if
    else
        move zeros to aud-pos
        inspect redact-work tallying aud-pos
            for characters before initial " contact="
        if aud-pos < 450
            compute aud-sub = aud-pos + 10
            move redact-work (aud-sub:40) to cand-name
            move spaces to cand-phone
            perform 300-TEST-CANDIDATE
            if cand-hit
                move "Y" to line-hit-flag
                if act-pass
                    move erase-token to redact-work (aud-sub:40)
                end-if
            end-if
        end-if
    end-if.

* A spool item keeps its kind, status and document but loses its
* addressee; the mailout/ copy it names is queued to be anonymized
* as an invoice is (its line 2 "TO: " where there is one).
 575-LINE-MAIL-SPOOL.
    move rwp-contact to cand-name
    move spaces to cand-phone
    perform 300-TEST-CANDIDATE
    if cand-hit
        move "Y" to line-hit-flag
        if act-pass
            move erase-token to rwp-contact
            move spaces to rwp-address
            if rwp-spool-file not = spaces
                move "INV" to file-kind-work
                move rwp-spool-file to file-name-work
                perform 110-ADD-FILE
            end-if
        end-if
    end-if.

 580-LINE-BACKUP.
    if rwb-tag = "REC"
        move rwb-name  to cand-name
        move rwb-phone to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
        end-if
    end-if.

* consent.dat and tdb01inter.dat both begin with the contact name,
* so their shopbkup images are read alike.
 585-LINE-SHOP-BACKUP.
    if rwk-tag = "REC"
        move rwk-name to cand-name
        move spaces to cand-phone
        perform 300-TEST-CANDIDATE
        if cand-hit
            move "Y" to line-hit-flag
        end-if
    end-if.

* A FILE hold covers the file and every dated generation of it; if
* the hold check cannot run, nothing is rewritten.
 590-CHECK-FILE-HOLD.
    move zeros to hold-found-id
    move redact-in-name to hold-file
    if not hold-check-down
        call "holdchk" using hold-only-id hold-vendor hold-date
            hold-run-id hold-file hold-found-id
            on exception
                display "tdberase: holdchk not available, legal "
                    "holds cannot be honored -- no file rewritten"
                move "N" to hold-check-flag
        end-call
    end-if.

* The erasure itself goes on each journal as a DELETE of the
* reference, so a replay ends with the reference gone.
 600-JOURNAL-BDB-ERASURE.
    perform 690-STAMP-TIME
    open extend tdb01-journal-file
    if t1jrnl-fs not = "00"
        open output tdb01-journal-file
    end-if
    move spaces to t1j-rec
    move WS-TIMESTAMP  to t1j-timestamp
    move "tdberase"    to t1j-program
    move supervisor-id to t1j-operator
    move "DELETE"      to t1j-op
    move erase-token   to t1j-key
    move erase-token   to t1j-bef-name
    write t1j-rec
    close tdb01-journal-file.

 610-JOURNAL-SQL-ERASURE.
    perform 690-STAMP-TIME
    open extend mytbl-journal-file
    if jrnl-fs not = "00"
        open output mytbl-journal-file
    end-if
    move spaces to jrnl-rec
    move WS-TIMESTAMP  to jrnl-timestamp
    move "tdberase"    to jrnl-program
    move "DELETE"      to jrnl-op
    move erase-token   to jrnl-key
    move erase-token   to jrnl-bef-name
    write jrnl-rec
    close mytbl-journal-file.

 650-ADD-STORE-RESULT.
    if scan-mode
        move "FOUND" to result-action
    end-if
    move zeros to result-hold-id
    perform 670-ADD-RESULT.

 660-ADD-FILE-RESULT.
    move fl-name (flx) to result-source
    move file-hits to store-count
    move zeros to result-hold-id
    evaluate true
        when file-kind = "BAK" or file-kind = "SBK"
            move "STILL IN" to result-action
            add 1 to backups-holding
        when scan-mode
            move "FOUND" to result-action
        when hold-found-id not = zeros or hold-check-down
            move "HELD" to result-action
            move hold-found-id to result-hold-id
        when file-kind = "IMP" or file-kind = "EXP"
            or file-kind = "CSV"
            move "REMOVED" to result-action
        when file-kind = "REG" or file-kind = "INV"
            or file-kind = "SRG" or file-kind = "DLV"
            move "ANONYMIZED" to result-action
        when other
            move "REDACTED" to result-action
    end-evaluate
    if (file-kind = "EXP" or file-kind = "CSV")
        and result-action = "REMOVED"
        move "Y" to exports-changed
    end-if
    perform 670-ADD-RESULT.

 670-ADD-RESULT.
    if result-count < 250
        add 1 to result-count
        move result-action  to rs-action (result-count)
        move result-source  to rs-source (result-count)
        move store-count    to rs-count (result-count)
        move result-hold-id to rs-hold-id (result-count)
    end-if.

 690-STAMP-TIME.
    accept WS-DATE from DATE YYYYMMDD
    accept WS-TIME from TIME
    move spaces to WS-TIMESTAMP
    string WS-DATE "-" WS-TIME delimited by size into WS-TIMESTAMP.

* The certificate on an ERASE, the scan report otherwise -- the
* same listing either way, the certificate signed off at the foot.
 700-WRITE-DOCUMENT.
    perform 690-STAMP-TIME
    move spaces to certificate-filename
    if erase-run
        string "erasecert." certificate-number ".txt"
            delimited by size into certificate-filename
    else
        move "tdberase.rpt" to certificate-filename
    end-if
    open output certificate-file
    move spaces to certificate-record
    if erase-run
        string "ERASURE CERTIFICATE " certificate-number
            "  DATE " WS-DATE
            delimited by size into certificate-record
    else
        string "ERASURE SCAN -- NOTHING CHANGED  DATE " WS-DATE
            delimited by size into certificate-record
    end-if
    write certificate-record
    move spaces to certificate-record
    string "SUBJECT   " erase-name
        delimited by size into certificate-record
    write certificate-record
    move spaces to certificate-record
    string "PHONE     " erase-phone-norm
        delimited by size into certificate-record
    write certificate-record
    if erase-run
        move spaces to certificate-record
        string "RETAINED RECORDS NOW STAND AS " erase-token
            delimited by size into certificate-record
        write certificate-record
    end-if
    move spaces to certificate-record
    write certificate-record
    move "NAMES MATCHED" to certificate-record
    write certificate-record
    perform 720-WRITE-ONE-NAME
        varying name-sub from 1 by 1
        until name-sub > name-set-count
    if name-set-count = zeros
        move "    (none)" to certificate-record
        write certificate-record
    end-if
    move spaces to certificate-record
    write certificate-record
    perform 710-WRITE-ONE-RESULT
        varying result-sub from 1 by 1
        until result-sub > result-count
    move spaces to certificate-record
    write certificate-record
    move files-searched to files-dsp
    move spaces to certificate-record
    string "SEARCHED  the live stores and " files-dsp " file(s)"
        delimited by size into certificate-record
    write certificate-record
    if backups-holding > zeros
        move "BACKUPS   are never altered; each one STILL IN above"
            to certificate-record
        write certificate-record
        move "          holds the subject until it is retired"
            to certificate-record
        write certificate-record
    end-if
    if exports-changed = "Y"
        move "EXPORTS   rerun maskexp so the masked variants follow"
            to certificate-record
        write certificate-record
    end-if
    if links-removed > zeros
        move "VENDORS   a vendor whose link was removed stays on the"
            to certificate-record
        write certificate-record
        move "          vendlink unlinked report until linked again"
            to certificate-record
        write certificate-record
    end-if
    if erase-run
        move spaces to certificate-record
        write certificate-record
        move spaces to certificate-record
        string "SIGNED OFF BY " supervisor-id " " WS-TIMESTAMP
            delimited by size into certificate-record
        write certificate-record
    end-if
    close certificate-file.

 710-WRITE-ONE-RESULT.
    move rs-count (result-sub) to count-dsp
    move spaces to certificate-record
    if rs-action (result-sub) = "HELD"
        string rs-action (result-sub) rs-source (result-sub)
            count-dsp "  legal hold " rs-hold-id (result-sub)
            ", not changed"
            delimited by size into certificate-record
    else
        string rs-action (result-sub) rs-source (result-sub)
            count-dsp
            delimited by size into certificate-record
    end-if
    write certificate-record.

 720-WRITE-ONE-NAME.
    move spaces to certificate-record
    string "    " ns-name (name-sub)
        delimited by size into certificate-record
    write certificate-record.

* quote-escaping, the same doubling tdb02's 065-ESCAPE-MYTBL does;
* the reference is escaped once, by the caller.
 800-ESCAPE-MYTBL.
    move spaces to MYTBL-NAME-ESC
    move 0 to ESC-OX
    perform 801-ESCAPE-NAME-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of MYTBL-NAME
    move spaces to MYTBL-PHONE-ESC
    move 0 to ESC-OX
    perform 803-ESCAPE-PHONE-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of MYTBL-PHONE.

 801-ESCAPE-NAME-CHAR.
    move MYTBL-NAME(ESC-IX:1) to ESC-CHAR
    add 1 to ESC-OX
    move ESC-CHAR to MYTBL-NAME-ESC(ESC-OX:1)
    if ESC-CHAR = quote
        add 1 to ESC-OX
        move quote to MYTBL-NAME-ESC(ESC-OX:1)
    end-if.

 803-ESCAPE-PHONE-CHAR.
    move MYTBL-PHONE(ESC-IX:1) to ESC-CHAR
    add 1 to ESC-OX
    move ESC-CHAR to MYTBL-PHONE-ESC(ESC-OX:1)
    if ESC-CHAR = quote
        add 1 to ESC-OX
        move quote to MYTBL-PHONE-ESC(ESC-OX:1)
    end-if.

 820-BEGIN-TRANSACTION.
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY QRY-HANDLE
        DB-STATUS.

 830-DO-QUERY.
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    if DB-STATUS not = 1 and DB-STATUS not = 2
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 840-END-TRANSACTION.
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
    else
        move "rollback;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY QRY-HANDLE
        DB-STATUS.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
