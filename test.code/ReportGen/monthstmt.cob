*    a header with the month, an opening balance (the vendor's
*    archived total for the year before the month begins -- prior
*    years close through their own year-end statements), the
*    vendor's transactions in date order -- the archive's vendor +
*    sales-date key already delivers them that way -- each line
*    naming the run it arrived through, the month's transaction
*    count and total, and the closing balance the opening and the
*    month add up to. Each requesting vendor is read by positioning
*    on that key at 1 January and reading forward to the month's
*    end, so the year's other vendors are never read at all.
*    A requesting vendor with no activity gets no file at all, the
*    same restraint the per-run statements show.
*
*    spaces folded to underscores, beside the stmt_<vendor>.txt
*    per-run files they consolidate.
*
*    Each statement opens with the vendor's addressee block, the
*    linked filedb01 contact's name, street, city and e-mail found
*    through the shared vendaddr routine; an unlinked vendor's
*    statement says NO MAILING ADDRESS ON FILE instead.
*
*    Each statement written is queued for e-mail to that contact
*    through the shared mailq routine (mailspool.dat, sent by
*    mailsend, listed by mailhist); one that cannot be queued --
*    no e-mail address, or the contact refuses e-mail -- is named
*    on the console and must go by post.
*
*    Usage: monthstmt <YYYYMM>
*
 ENVIRONMENT DIVISION.
  77      stmt-month          pic 9(6).
  77      month-start-date    pic 9(8).
  77      month-end-date      pic 9(8).
  77      vendor-end-flag     pic X.
    88     vendor-at-end            value 'Y'.
  01      stmt-request-table.
     05     stmt-request-entry occurs 50 times indexed by sqx.
        10     sq-name           pic X(20).
  77      stmt-closing-dsp    pic -(11)9.
  77      year-start-date     pic 9(8).
  77      stmt-year-work      pic 9(4).
  77      request-known-flag  pic X.
  77      stmt-name-len       pic 9(2) comp.
  77      stmt-scan-sub       pic 9(2) comp.
  77      stmt-vendor-work    pic X(20).
  01      stmt-addressee.
    05    stmt-addr-contact    pic X(40).
    05    stmt-addr-street     pic X(50).
    05    stmt-addr-city       pic X(20).
    05    stmt-addr-email      pic X(40).
  77      stmt-addr-result     pic X.
  77      mail-kind            pic X(8) value "MSTMT".
  77      mail-source          pic X(8) value "monthstm".
  77      mail-vendor          pic X(20).
  77      mail-contact         pic X(40).
  77      mail-subject         pic X(60).
  77      mail-attachment      pic X(100).
  77      mail-spool-id        pic 9(8).
  77      mail-result          pic X.
  77      statements-queued    pic 9(2) comp value zeros.

 PROCEDURE DIVISION.
 000-MAIN.
      move 8 to return-code
      stop run
  end-if
  divide stmt-month by 100 giving stmt-year-work
  compute year-start-date = stmt-year-work * 10000 + 0101
  perform 200-READ-ONE-VENDOR
    varying sqx from 1 by 1
    until sqx > stmt-request-count
  close sales-archive-file
  perform 500-TOTAL-STATEMENTS
  move statements-written to statements-dsp
  display "monthstmt: " statements-dsp " statement(s) "
      "written for " stmt-month
  move statements-queued to statements-dsp
  display "monthstmt: " statements-dsp " queued for e-mail"
  stop run.

 100-LOAD-STATEMENT-REQUESTS.
  read stmt-request-file
    at end continue
    not at end
        move 'N' to request-known-flag
        if stmt-request-record not = spaces
            perform 120-CHECK-REPEATED-REQUEST
        end-if
        if stmt-request-record not = spaces
            and request-known-flag = 'N'
            if stmt-request-count < 50
                add 1 to stmt-request-count
                move stmt-request-record
        end-if
  end-read.

* A vendor named twice on the list still gets one statement.
 120-CHECK-REPEATED-REQUEST.
  set sqx to 1
  search stmt-request-entry
      at end continue
      when sqx > stmt-request-count
          continue
      when sq-name (sqx) = stmt-request-record
          move 'Y' to request-known-flag
  end-search.

* The vendor + sales-date key puts one vendor's year together in
* date order: a START on the vendor at 1 January and a forward
* read gives first the rows before the month -- the opening
* balance, what the year had already archived for the vendor;
* prior years live in their own year files and close through
* their own statements -- then the month itself.
 200-READ-ONE-VENDOR.
  move 'N' to vendor-end-flag
  move sq-name (sqx)   to arch-vk-vendor
  move year-start-date to arch-vk-date
  start sales-archive-file key >= arch-vendor-key
      invalid key move 'Y' to vendor-end-flag
  end-start
  perform 300-TAKE-ONE-ROW until vendor-at-end.

 300-TAKE-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to vendor-end-flag
      not at end
          if arch-vk-vendor not = sq-name (sqx)
              or arch-sales-date > month-end-date
              move 'Y' to vendor-end-flag
          else
              if arch-sales-date < month-start-date
                  add arch-home-value to sq-opening (sqx)
              else
                  perform 320-STATEMENT-ONE-LINE
              end-if
          end-if
  end-read.

* Open/write/close per line, the same pattern the per-run
* statements use, so the number of open files stays flat no
* matter how many vendors ask.
          " MONTH " stmt-month
          delimited by size into statement-record
      write statement-record
      perform 330-STATEMENT-ADDRESSEE
      move sq-opening (sqx) to stmt-opening-dsp
      move spaces to statement-record
      string "OPENING BALANCE " stmt-opening-dsp
  add 1 to sq-tran-count (sqx)
  add arch-home-value to sq-total (sqx).

* The addressee block heads the statement: the vendor's linked
* contact as the vendaddr routine finds it, or a plain line saying
* there is none.
 330-STATEMENT-ADDRESSEE.
  call "vendaddr" using arch-vendor-name stmt-addressee
      stmt-addr-result
  move spaces to statement-record
  if stmt-addr-result = 'Y'
      string "TO: " stmt-addr-contact
          delimited by size into statement-record
      write statement-record
      move spaces to statement-record
      string "    " stmt-addr-street
          delimited by size into statement-record
      write statement-record
      move spaces to statement-record
      string "    " stmt-addr-city
          delimited by size into statement-record
      write statement-record
      move spaces to statement-record
      string "    " stmt-addr-email
          delimited by size into statement-record
  else
      move "NO MAILING ADDRESS ON FILE" to statement-record
  end-if
  write statement-record.

* mstmt_<vendor>_<YYYYMM>.txt, spaces folded to underscores the
* same way the per-run statement names are built.
 400-BUILD-STATEMENT-NAME.
          delimited by size into statement-record
      write statement-record
      close statement-file
      perform 520-QUEUE-ONE-STATEMENT
  end-if.

 520-QUEUE-ONE-STATEMENT.
  move sq-name (sqx) to mail-vendor
  move spaces to mail-contact
  move spaces to mail-subject
  string "Statement for " stmt-month (1:4) "-" stmt-month (5:2)
      delimited by size into mail-subject
  move stmt-filename to mail-attachment
  call "mailq" using mail-kind mail-source mail-vendor
      mail-contact mail-subject mail-attachment mail-spool-id
      mail-result
  evaluate mail-result
      when "Q" add 1 to statements-queued
      when "N" display "monthstmt: " sq-name (sqx)
                   " not mailed, no e-mail address on file"
      when "R" display "monthstmt: " sq-name (sqx)
                   " not mailed, contact refuses e-mail"
      when other display "monthstmt: " sq-name (sqx)
                   " not mailed, mail spool status " mail-result
  end-evaluate.
