 IDENTIFICATION DIVISION.
 PROGRAM-ID.    ardunning.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Dunning letter run over the AR open-item file.
*
*    araging says what is overdue; this program acts on it. It
*    walks aropen.dat and, for every OPEN or PART item whose sale
*    date has crossed the 30, 60 or 90 day cutoff, sends the
*    vendor a reminder letter -- one letter per vendor, listing
*    each overdue item with what is still outstanding. The letter
*    is firmer at each level: a REMINDER at 30 days, a SECOND
*    NOTICE at 60, a FINAL NOTICE at 90, the vendor's letter
*    taking the level of its oldest item. The cutoffs come from
*    the same calendar walk araging uses, so the two never
*    disagree about how late an item is.
*
*    The dunning history (dunhist.dat, dunsel.cpy/dunfd.cpy)
*    remembers the highest level each sales-number has been sent,
*    so the same item never receives the same level twice: an item
*    already reminded at 30 days stays quiet until it crosses 60.
*    Only OPEN and PART items are ever selected: an item cash
*    application has since marked PAID (or one written off, or a
*    credit) drops out on its own, and so does a PART item whose
*    balance has reached zero.
*
*    Letters render through the rep layer the way invcopy renders
*    its copies, to ardunning.pdf through ardunning.layout, each
*    vendor's letter its own section closed by rep_break, ready for
*    the distribution list. Each letter is addressed to the
*    vendor's linked filedb01 contact -- name, street, city and
*    e-mail, through the shared vendaddr routine; an unlinked
*    vendor's letter says NO MAILING ADDRESS ON FILE under its
*    name.
*
*    Each vendor's letter is also written on its own as
*    dun_<vendor>_<YYYYMMDD>.txt (spaces in the name folded to
*    underscores) and that file is queued for e-mail to the
*    contact through the shared mailq routine (mailspool.dat, sent
*    by mailsend, listed by mailhist) -- ardunning.pdf carries
*    every vendor's letter and is never mailed to any one of them.
*    A letter that cannot be queued is named on the console and
*    goes out from the PDF by post.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "arsel.cpy".
    COPY "dunsel.cpy".
    SELECT letter-file
         ASSIGN TO letter-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS letter-fs.

 DATA DIVISION.
 FILE SECTION.
 COPY "arfd.cpy".
 COPY "dunfd.cpy".

 FD  letter-file.
 01  letter-record           pic X(90).

 WORKING-STORAGE SECTION.
  77      ar-fs               pic XX.
  77      dun-fs              pic XX.
  77      items-end-flag      pic X value 'N'.
    88     items-at-end             value 'Y'.
  77      still-open-work     pic S9(12) comp.
  77      item-level          pic 9(1).
  77      bucket-sub          pic 9(1) comp.
  77      paid-item-count     pic 9(6) comp value zeros.
  77      not-due-count       pic 9(6) comp value zeros.
  77      already-sent-count  pic 9(6) comp value zeros.
  77      letter-count        pic 9(4) comp value zeros.
  77      count-dsp           pic Z(5)9.
* cutoff (1) is today minus 30 days, (2) minus 60, (3) minus 90;
* an item older than a cutoff has crossed that dunning level.
  01      dunning-cutoff-table.
     05     dunning-cutoff     pic 9(8) occurs 3 times.
* every item due a letter this run, and the vendors they belong
* to; a vendor's letter level is the highest of its items'.
  01      dun-item-table.
     05     dun-item-entry    occurs 1000 times indexed by dix.
        10     di-vendor-name    pic X(20).
        10     di-sales-number   pic X(13).
        10     di-sales-date     pic 9(8).
        10     di-open-amount    pic S9(12) comp.
        10     di-level          pic 9(1).
  77      dun-item-count      pic 9(4) comp value zeros.
  01      dun-vendor-table.
     05     dun-vendor-entry  occurs 200 times indexed by dvx.
        10     dv-vendor-name    pic X(20).
        10     dv-level          pic 9(1).
        10     dv-total          pic S9(12) comp.
  77      dun-vendor-count    pic 9(3) comp value zeros.
  01      letter-line-dsp.
     05     ll-text            pic X(90).
  77      letter-line-count   pic 9(12) comp value zeros.
  77      letter-count-dsp    pic Z(10)9.
  77      section-label       pic X(17).
  77      section-vendor      pic X(20).
  77      amount-dsp          pic -(11)9.
  77      level-days          pic X(3).
  01      letter-addressee.
    05    letter-addr-contact    pic X(40).
    05    letter-addr-street     pic X(50).
    05    letter-addr-city       pic X(20).
    05    letter-addr-email      pic X(40).
  77      letter-addr-result     pic X.
  77      letter-fs           pic XX.
  77      letter-filename     pic X(100).
  77      letter-open-flag    pic X value 'N'.
  77      letter-name-len     pic 9(2) comp.
  77      letter-scan-sub     pic 9(2) comp.
  77      letter-vendor-work  pic X(20).
  77      letters-queued      pic 9(4) comp value zeros.
  77      mail-kind            pic X(8) value "DUNNING".
  77      mail-source          pic X(8) value "ardunnin".
  77      mail-vendor          pic X(20).
  77      mail-contact         pic X(40).
  77      mail-subject         pic X(60).
  77      mail-attachment      pic X(100).
  77      mail-spool-id        pic 9(8).
  77      mail-result          pic X.
  77      REPORT-OUTPUT-NAME  pic X(80).
  77      REPORT-LAYOUT-NAME  pic X(80).
  77      END-OF-STRING       pic X value low-values.
* calendar work fields for the cutoff computation, the same shape
* araging's bucket cutoffs use.
  77      today-date          pic 9(8).
  01      today-date-split.
     05     tod-year           pic 9(4).
     05     tod-month          pic 9(2).
     05     tod-day            pic 9(2).
  01      cutoff-date-split.
     05     cut-year           pic 9(4).
     05     cut-month          pic 9(2).
     05     cut-day            pic 9(2).
  77      age-days-back       pic 9(4) comp.
  77      work-year           pic 9(4) comp.
  77      work-doy            pic 9(3) comp.
  77      work-days-left      pic 9(5) comp.
  77      days-in-year        pic 9(3) comp.
  77      month-sub           pic 9(2) comp.
  77      leap-quotient       pic 9(4) comp.
  77      leap-rem-4          pic 9(4) comp.
  77      leap-rem-100        pic 9(4) comp.
  77      leap-rem-400        pic 9(4) comp.
  77      leap-year-flag      pic X.
    88     is-leap-year             value 'Y'.
  01      month-length-values.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 28.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
  01 filler redefines month-length-values.
     05     month-length       pic 9(2) occurs 12 times.
  77      month-days-work     pic 9(3) comp.

 PROCEDURE DIVISION.
 000-MAIN.
  accept today-date from date yyyymmdd
  move 30 to age-days-back
  perform 100-COMPUTE-ONE-CUTOFF
    varying bucket-sub from 1 by 1
    until bucket-sub > 3
  open input ar-open-file
  if ar-fs not = "00"
      display "ardunning: open-item file not available, aropen.dat "
          "status " ar-fs
      move 8 to return-code
      stop run
  end-if
  open i-o dunning-hist-file
  if dun-fs not = "00"
      open output dunning-hist-file
      close dunning-hist-file
      open i-o dunning-hist-file
  end-if
  if dun-fs not = "00"
      display "ardunning: dunning history not usable, dunhist.dat "
          "status " dun-fs
      close ar-open-file
      move 8 to return-code
      stop run
  end-if
  perform 300-SELECT-ONE-ITEM until items-at-end
  close ar-open-file
  if dun-item-count = zeros
      close dunning-hist-file
      display "ardunning: no item due a reminder today"
      stop run
  end-if
  string "ardunning.pdf" END-OF-STRING into REPORT-OUTPUT-NAME
  string "ardunning.layout" END-OF-STRING into REPORT-LAYOUT-NAME
  call "rep_initiate" using REPORT-OUTPUT-NAME REPORT-LAYOUT-NAME
  perform 500-LETTER-ONE-VENDOR
    varying dvx from 1 by 1
    until dvx > dun-vendor-count
  call "rep_terminate"
  close dunning-hist-file
  move letter-count to count-dsp
  display "ardunning: " count-dsp " letter(s) rendered to "
      "ardunning.pdf" with no advancing
  move dun-item-count to count-dsp
  display ", " count-dsp " item(s) dunned" with no advancing
  move already-sent-count to count-dsp
  display ", " count-dsp " already at their level"
  move letters-queued to count-dsp
  display "ardunning: " count-dsp " letter(s) queued for e-mail"
  stop run.

* One cutoff per dunning level: walks today back age-days-back
* days through day-of-year space, borrowing whole calendar years
* as needed, exactly the way araging computes its bucket cutoffs.
 100-COMPUTE-ONE-CUTOFF.
  move today-date to today-date-split
  move tod-year to work-year
  perform 110-SET-LEAP-FLAG
  move zeros to work-doy
  perform 120-ADD-MONTH-DAYS
    varying month-sub from 1 by 1
    until month-sub >= tod-month
  add tod-day to work-doy
  move age-days-back to work-days-left
  perform 130-BORROW-YEARS until work-days-left < work-doy
  subtract work-days-left from work-doy
  perform 140-DOY-TO-DATE
  move cutoff-date-split to dunning-cutoff (bucket-sub)
  add 30 to age-days-back.

 110-SET-LEAP-FLAG.
  move 'N' to leap-year-flag
  divide work-year by 4 giving leap-quotient
      remainder leap-rem-4
  divide work-year by 100 giving leap-quotient
      remainder leap-rem-100
  divide work-year by 400 giving leap-quotient
      remainder leap-rem-400
  if leap-rem-4 = 0
      and (leap-rem-100 not = 0 or leap-rem-400 = 0)
      move 'Y' to leap-year-flag
  end-if.

 120-ADD-MONTH-DAYS.
  move month-length (month-sub) to month-days-work
  if month-sub = 2 and is-leap-year
      add 1 to month-days-work
  end-if
  add month-days-work to work-doy.

 130-BORROW-YEARS.
  subtract work-doy from work-days-left
  subtract 1 from work-year
  perform 110-SET-LEAP-FLAG
  if is-leap-year
      move 366 to days-in-year
  else
      move 365 to days-in-year
  end-if
  move days-in-year to work-doy.

 140-DOY-TO-DATE.
  move work-year to cut-year
  move 1 to month-sub
  perform 145-WALK-MONTHS
  move work-doy to cut-day.

 145-WALK-MONTHS.
  move month-length (month-sub) to month-days-work
  if month-sub = 2 and is-leap-year
      add 1 to month-days-work
  end-if
  if work-doy > month-days-work
      subtract month-days-work from work-doy
      add 1 to month-sub
      go to 145-WALK-MONTHS
  end-if
  move month-sub to cut-month.

* An item is selected when it still carries a balance, has crossed
* at least the 30-day cutoff, and the history shows it has not yet
* been sent the level it has now reached.
 300-SELECT-ONE-ITEM.
  read ar-open-file next
      at end move 'Y' to items-end-flag
      not at end
          compute still-open-work =
              ar-open-amount - ar-paid-amount
          if not (ar-item-open or ar-item-part-paid)
              or still-open-work not > zeros
              add 1 to paid-item-count
          else
              perform 350-PICK-LEVEL
              if item-level = zeros
                  add 1 to not-due-count
              else
                  perform 360-CHECK-HISTORY
              end-if
          end-if
  end-read.

 350-PICK-LEVEL.
  if ar-sales-date < dunning-cutoff (3)
      move 3 to item-level
  else
      if ar-sales-date < dunning-cutoff (2)
          move 2 to item-level
      else
          if ar-sales-date < dunning-cutoff (1)
              move 1 to item-level
          else
              move zeros to item-level
          end-if
      end-if
  end-if.

 360-CHECK-HISTORY.
  move ar-sales-number to dh-sales-number
  read dunning-hist-file
      invalid key
          perform 400-TABLE-ONE-ITEM
      not invalid key
          if dh-level >= item-level
              add 1 to already-sent-count
          else
              perform 400-TABLE-ONE-ITEM
          end-if
  end-read.

 400-TABLE-ONE-ITEM.
  if dun-item-count < 1000
      add 1 to dun-item-count
      move ar-vendor-name  to di-vendor-name (dun-item-count)
      move ar-sales-number to di-sales-number (dun-item-count)
      move ar-sales-date   to di-sales-date (dun-item-count)
      move still-open-work to di-open-amount (dun-item-count)
      move item-level      to di-level (dun-item-count)
      perform 410-FOLD-INTO-VENDOR
  else
      display "ardunning: item table full (1000), "
          ar-sales-number " left for the next run"
  end-if.

 410-FOLD-INTO-VENDOR.
  set dvx to 1
  search dun-vendor-entry
      at end perform 420-ADD-VENDOR-ENTRY
      when dvx > dun-vendor-count
          perform 420-ADD-VENDOR-ENTRY
      when dv-vendor-name (dvx) = ar-vendor-name
          add still-open-work to dv-total (dvx)
          if item-level > dv-level (dvx)
              move item-level to dv-level (dvx)
          end-if
  end-search.

 420-ADD-VENDOR-ENTRY.
  if dun-vendor-count < 200
      add 1 to dun-vendor-count
      set dvx to dun-vendor-count
      move ar-vendor-name  to dv-vendor-name (dvx)
      move item-level      to dv-level (dvx)
      move still-open-work to dv-total (dvx)
  else
* the item stays out of the table too, so the history is not
* stamped for a letter that never went.
      subtract 1 from dun-item-count
      display "ardunning: vendor table full (200), "
          ar-vendor-name " left for the next run"
  end-if.

* One vendor, one letter: the opening paragraph set by the letter
* level, every selected item with its own level, the total, and
* the closing line -- then the section break and the history.
 500-LETTER-ONE-VENDOR.
  add 1 to letter-count
  evaluate dv-level (dvx)
      when 1 move "REMINDER"      to section-label
      when 2 move "SECOND NOTICE" to section-label
      when other move "FINAL NOTICE" to section-label
  end-evaluate
  perform 540-OPEN-LETTER-FILE
  move spaces to letter-line-dsp
  string section-label "  DATED " today-date
      delimited by size into ll-text
  perform 700-EMIT-LETTER-LINE
  move spaces to letter-line-dsp
  string "TO: " dv-vendor-name (dvx)
      delimited by size into ll-text
  perform 700-EMIT-LETTER-LINE
  perform 505-LETTER-ADDRESSEE
  move spaces to letter-line-dsp
  perform 700-EMIT-LETTER-LINE
  perform 510-OPENING-PARAGRAPH
  move spaces to letter-line-dsp
  perform 700-EMIT-LETTER-LINE
  perform 520-LIST-ONE-ITEM
    varying dix from 1 by 1
    until dix > dun-item-count
  move dv-total (dvx) to amount-dsp
  move spaces to letter-line-dsp
  string "  TOTAL NOW DUE                        " amount-dsp
      delimited by size into ll-text
  perform 700-EMIT-LETTER-LINE
  move spaces to letter-line-dsp
  perform 700-EMIT-LETTER-LINE
  perform 530-CLOSING-PARAGRAPH
  move dv-vendor-name (dvx) to section-vendor
  move letter-line-count to letter-count-dsp
  call "rep_break" using section-label section-vendor
      letter-count-dsp letter-count-dsp
      on exception continue
  end-call
  if letter-open-flag = 'Y'
      close letter-file
      move 'N' to letter-open-flag
      perform 550-QUEUE-LETTER
  end-if.

 505-LETTER-ADDRESSEE.
  call "vendaddr" using dv-vendor-name (dvx) letter-addressee
      letter-addr-result
  move spaces to letter-line-dsp
  if letter-addr-result = 'Y'
      string "    ATTN: " letter-addr-contact
          delimited by size into ll-text
      perform 700-EMIT-LETTER-LINE
      move spaces to letter-line-dsp
      string "    " letter-addr-street
          delimited by size into ll-text
      perform 700-EMIT-LETTER-LINE
      move spaces to letter-line-dsp
      string "    " letter-addr-city
          delimited by size into ll-text
      perform 700-EMIT-LETTER-LINE
      move spaces to letter-line-dsp
      string "    " letter-addr-email
          delimited by size into ll-text
  else
      move "    NO MAILING ADDRESS ON FILE" to ll-text
  end-if
  perform 700-EMIT-LETTER-LINE.

 510-OPENING-PARAGRAPH.
  evaluate dv-level (dvx)
      when 1
          move "Our records show the items below unpaid more than 30"
              to ll-text
          perform 700-EMIT-LETTER-LINE
          move "days after the sale. If payment is already on its"
              to ll-text
          perform 700-EMIT-LETTER-LINE
          move "way, please disregard this reminder." to ll-text
          perform 700-EMIT-LETTER-LINE
      when 2
          move "We wrote to you about the items below and they are"
              to ll-text
          perform 700-EMIT-LETTER-LINE
          move "now more than 60 days overdue. Please settle them"
              to ll-text
          perform 700-EMIT-LETTER-LINE
          move "within 10 days or call our credit desk." to ll-text
          perform 700-EMIT-LETTER-LINE
      when other
          move "Despite earlier notices the items below remain unpaid"
              to ll-text
          perform 700-EMIT-LETTER-LINE
          move "more than 90 days. Unless payment reaches us within 7"
              to ll-text
          perform 700-EMIT-LETTER-LINE
          move "days your account will be placed on hold and referred"
              to ll-text
          perform 700-EMIT-LETTER-LINE
          move "for collection." to ll-text
          perform 700-EMIT-LETTER-LINE
  end-evaluate.

 520-LIST-ONE-ITEM.
  if di-vendor-name (dix) = dv-vendor-name (dvx)
      evaluate di-level (dix)
          when 1 move "30+" to level-days
          when 2 move "60+" to level-days
          when other move "90+" to level-days
      end-evaluate
      move di-open-amount (dix) to amount-dsp
      move spaces to letter-line-dsp
      string "  INVOICE " di-sales-number (dix) "  DATED "
          di-sales-date (dix) "  " amount-dsp "  " level-days
          " DAYS"
          delimited by size into ll-text
      perform 700-EMIT-LETTER-LINE
      perform 600-RECORD-DUNNING
  end-if.

 530-CLOSING-PARAGRAPH.
  if dv-level (dvx) = 3
      move "This is our final notice before collection." to ll-text
  else
      move "Thank you for your prompt attention." to ll-text
  end-if
  perform 700-EMIT-LETTER-LINE
  move "Accounts Receivable" to ll-text
  perform 700-EMIT-LETTER-LINE.

* The vendor's own copy of the letter, the one that is mailed:
* dun_<vendor>_<date>.txt with the name folded the way the
* statement files fold theirs.
 540-OPEN-LETTER-FILE.
  move zeros to letter-name-len
  perform 545-SIZE-LETTER-NAME
    varying letter-scan-sub from 20 by -1
    until letter-scan-sub < 1 or letter-name-len > 0
  if letter-name-len = zeros
      move 1 to letter-name-len
  end-if
  move dv-vendor-name (dvx) to letter-vendor-work
  inspect letter-vendor-work replacing all " " by "_"
  move spaces to letter-filename
  string "dun_" letter-vendor-work (1:letter-name-len) "_"
      today-date ".txt"
      delimited by size into letter-filename
  open output letter-file
  if letter-fs = "00"
      move 'Y' to letter-open-flag
  else
      display "ardunning: " letter-filename (1:40)
          " not written, status " letter-fs
  end-if.

 545-SIZE-LETTER-NAME.
  if dv-vendor-name (dvx) (letter-scan-sub:1) not = space
      move letter-scan-sub to letter-name-len
  end-if.

 550-QUEUE-LETTER.
  move dv-vendor-name (dvx) to mail-vendor
  move spaces to mail-contact
  move spaces to mail-subject
  string section-label delimited by "  "
      " -- overdue account, " delimited by size
      today-date delimited by size
      into mail-subject
  move letter-filename to mail-attachment
  call "mailq" using mail-kind mail-source mail-vendor
      mail-contact mail-subject mail-attachment mail-spool-id
      mail-result
  evaluate mail-result
      when "Q" add 1 to letters-queued
      when "N" display "ardunning: " dv-vendor-name (dvx)
                   " not mailed, no e-mail address on file"
      when "R" display "ardunning: " dv-vendor-name (dvx)
                   " not mailed, contact refuses e-mail"
      when other display "ardunning: " dv-vendor-name (dvx)
                   " not mailed, mail spool status " mail-result
  end-evaluate.

* The item's history moves up to the level just sent, dated today;
* an item seen for the first time gets its history record now.
 600-RECORD-DUNNING.
  move di-sales-number (dix) to dh-sales-number
  read dunning-hist-file
      invalid key
          move spaces to dh-rec
          move di-sales-number (dix) to dh-sales-number
          move zeros to dh-level dh-level-date (1)
              dh-level-date (2) dh-level-date (3)
          perform 610-STAMP-HISTORY
          write dh-rec
              invalid key
                  display "ardunning: history not written for "
                      dh-sales-number " status " dun-fs
          end-write
      not invalid key
          perform 610-STAMP-HISTORY
          rewrite dh-rec
              invalid key
                  display "ardunning: history not updated for "
                      dh-sales-number " status " dun-fs
          end-rewrite
  end-read.

 610-STAMP-HISTORY.
  move di-vendor-name (dix)  to dh-vendor-name
  move di-level (dix)        to dh-level
  move today-date            to dh-level-date (di-level (dix))
  move di-open-amount (dix)  to dh-last-open-amount
  move today-date            to dh-last-run-date.

 700-EMIT-LETTER-LINE.
  if letter-open-flag = 'Y'
      write letter-record from letter-line-dsp
  end-if
  add 1 to letter-line-count
  move letter-line-count to letter-count-dsp
  call "rep_generate" using letter-line-dsp letter-line-count
      letter-line-count letter-line-count letter-count-dsp
      on exception
          display "ardunning: " ll-text
  end-call.
