*    one year (or under a reused number) renders every match, each
*    its own section.
*
*    Under the vendor line the copy carries the vendor's address
*    -- the linked filedb01 contact's name, street, city and e-mail,
*    through the shared vendaddr routine -- or says there is no
*    mailing address on file.
*
*    The finished invcopy.pdf is queued for e-mail to that contact
*    through the shared mailq routine (mailspool.dat, sent by
*    mailsend, listed by mailhist). When the matches belong to more
*    than one vendor -- a reused number -- nothing is queued, since
*    no one vendor may see the others' copies; the console says so
*    and the copy goes out by hand.
*
*    Usage: invcopy <sales-number>
*
 ENVIRONMENT DIVISION.
  77      copy-count-dsp      pic Z(10)9.
  77      section-label       pic X(17) value "INVOICE COPY".
  77      section-city        pic X(20).
  01      copy-addressee.
    05    copy-addr-contact    pic X(40).
    05    copy-addr-street     pic X(50).
    05    copy-addr-city       pic X(20).
    05    copy-addr-email      pic X(40).
  77      copy-addr-result     pic X.
  77      copy-vendor          pic X(20) value spaces.
  77      mixed-vendor-flag    pic X value 'N'.
  77      mail-kind            pic X(8) value "INVCOPY".
  77      mail-source          pic X(8) value "invcopy".
  77      mail-vendor          pic X(20).
  77      mail-contact         pic X(40).
  77      mail-subject         pic X(60).
  77      mail-attachment      pic X(100).
  77      mail-spool-id        pic 9(8).
  77      mail-result          pic X.
  77      value-dsp           pic -(9)9.
  77      home-value-dsp      pic -(12)9.
  77      REPORT-OUTPUT-NAME  pic X(80).
  else
      display "invcopy: " match-count-dsp " COPY document(s) "
          "rendered to invcopy.pdf for " copy-number
      perform 500-QUEUE-COPY
  end-if
  stop run.

* with COPY, and the section closes through rep_break so each
* match stands on its own page under the watermarking layout.
 300-RENDER-ONE-COPY.
  if copy-vendor = spaces
      move arch-vendor-name to copy-vendor
  else
      if arch-vendor-name not = copy-vendor
          move 'Y' to mixed-vendor-flag
      end-if
  end-if
  move arch-value      to value-dsp
  move arch-home-value to home-value-dsp
  move spaces to copy-line-dsp
  string "COPY  VENDOR " arch-vendor-name
      delimited by size into cl-text
  perform 400-EMIT-COPY-LINE
  perform 310-COPY-ADDRESSEE
  move spaces to copy-line-dsp
  string "COPY  VALUE " value-dsp " " arch-currency
      "  HOME " home-value-dsp
      on exception continue
  end-call.

 310-COPY-ADDRESSEE.
  call "vendaddr" using arch-vendor-name copy-addressee
      copy-addr-result
  move spaces to copy-line-dsp
  if copy-addr-result = 'Y'
      string "COPY  ADDRESS " copy-addr-contact
          delimited by size into cl-text
      perform 400-EMIT-COPY-LINE
      move spaces to copy-line-dsp
      string "COPY  ADDRESS " copy-addr-street
          delimited by size into cl-text
      perform 400-EMIT-COPY-LINE
      move spaces to copy-line-dsp
      string "COPY  ADDRESS " copy-addr-city
          delimited by size into cl-text
      perform 400-EMIT-COPY-LINE
      move spaces to copy-line-dsp
      string "COPY  E-MAIL " copy-addr-email
          delimited by size into cl-text
  else
      move "COPY  NO MAILING ADDRESS ON FILE" to cl-text
  end-if
  perform 400-EMIT-COPY-LINE.

 400-EMIT-COPY-LINE.
  add 1 to copy-line-count
  move copy-line-count to copy-count-dsp
      on exception
          display "invcopy: " cl-text
  end-call.

 500-QUEUE-COPY.
  if mixed-vendor-flag = 'Y'
      display "invcopy: matches span more than one vendor, "
          "not queued for e-mail"
  else
      move copy-vendor to mail-vendor
      move spaces to mail-contact
      move spaces to mail-subject
      string "Copy of invoice " copy-number
          delimited by size into mail-subject
      move "invcopy.pdf" to mail-attachment
      call "mailq" using mail-kind mail-source mail-vendor
          mail-contact mail-subject mail-attachment mail-spool-id
          mail-result
      evaluate mail-result
          when "Q" display "invcopy: queued for e-mail to "
                       copy-vendor ", item " mail-spool-id
          when "N" display "invcopy: not mailed, no e-mail "
                       "address on file for " copy-vendor
          when "R" display "invcopy: not mailed, contact refuses "
                       "e-mail"
          when other display "invcopy: not mailed, mail spool "
                       "status " mail-result
      end-evaluate
  end-if.
