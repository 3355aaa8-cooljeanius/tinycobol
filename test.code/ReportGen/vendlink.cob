 IDENTIFICATION DIVISION.
 PROGRAM-ID.    vendlink.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Vendors without a mailing address.
*
*    Statements, monthly statements, invoice copies and dunning
*    letters address a vendor through its link to a filedb01
*    contact (vendlink.dat, kept from vendmaint option 6). This
*    program walks the vendor master and lists, in vendlink.rpt,
*    every vendor whose documents would go out with no address:
*    the ones never linked, and the ones linked to a contact that
*    is no longer on filedb01 (deleted, merged or erased since).
*    Each is checked through the same vendaddr routine the
*    documents use, so the report and the documents never differ
*    on who has an address.
*
*    Usage: vendlink
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    SELECT link-report-file
         ASSIGN TO "vendlink.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).

 FD  link-report-file.
 01  link-report-record      pic X(132).

 WORKING-STORAGE SECTION.
  77      vendmast-fs         pic XX.
  77      vendmast-end-flag   pic X value 'N'.
    88     vendmast-at-end          value 'Y'.
  01      link-addressee.
    05    link-addr-contact    pic X(40).
    05    link-addr-street     pic X(50).
    05    link-addr-city       pic X(20).
    05    link-addr-email      pic X(40).
  77      link-addr-result     pic X.
  77      vendors-read        pic 9(6) comp value zeros.
  77      unlinked-count      pic 9(6) comp value zeros.
  77      missing-count       pic 9(6) comp value zeros.
  01      link-line-work.
     05     ll-vendor          pic X(20).
     05     filler             pic X(2).
     05     ll-region          pic X(17).
     05     filler             pic X(2).
     05     ll-reason          pic X(30).
     05     filler             pic X(2).
     05     ll-contact         pic X(40).
  77      count-dsp           pic Z(5)9.

 PROCEDURE DIVISION.
 000-MAIN.
  open input vendor-master-file
  if vendmast-fs not = "00"
      display "vendlink: vendmast.dat not readable, status "
          vendmast-fs
      move 8 to return-code
      stop run
  end-if
  open output link-report-file
  move spaces to link-report-record
  string "VENDORS WITHOUT A MAILING ADDRESS"
      delimited by size into link-report-record
  write link-report-record
  move spaces to link-report-record
  write link-report-record
  move spaces to link-line-work
  move "VENDOR" to ll-vendor
  move "REGION" to ll-region
  move "REASON" to ll-reason
  move "LINKED CONTACT" to ll-contact
  move link-line-work to link-report-record
  write link-report-record
  perform 100-CHECK-ONE-VENDOR until vendmast-at-end
  close vendor-master-file
  perform 200-WRITE-TOTALS
  close link-report-file
  move unlinked-count to count-dsp
  display "vendlink: " count-dsp " vendor(s) never linked"
  move missing-count to count-dsp
  display "vendlink: " count-dsp
      " vendor(s) linked to a contact no longer on filedb01"
  stop run.

 100-CHECK-ONE-VENDOR.
  read vendor-master-file next record
      at end move 'Y' to vendmast-end-flag
      not at end
          add 1 to vendors-read
          call "vendaddr" using vm-vendor-name link-addressee
              link-addr-result
          if link-addr-result not = 'Y'
              perform 110-LIST-ONE-VENDOR
          end-if
  end-read.

 110-LIST-ONE-VENDOR.
  move spaces to link-line-work
  move vm-vendor-name   to ll-vendor
  move vm-vendor-region to ll-region
  if link-addr-result = 'M'
      move "CONTACT NOT ON FILEDB01" to ll-reason
      move link-addr-contact to ll-contact
      add 1 to missing-count
  else
      move "NOT LINKED" to ll-reason
      add 1 to unlinked-count
  end-if
  move link-line-work to link-report-record
  write link-report-record.

 200-WRITE-TOTALS.
  move spaces to link-report-record
  write link-report-record
  move vendors-read to count-dsp
  move spaces to link-report-record
  string "VENDORS ON THE MASTER      " count-dsp
      delimited by size into link-report-record
  write link-report-record
  move unlinked-count to count-dsp
  move spaces to link-report-record
  string "NEVER LINKED               " count-dsp
      delimited by size into link-report-record
  write link-report-record
  move missing-count to count-dsp
  move spaces to link-report-record
  string "CONTACT NO LONGER ON FILE  " count-dsp
      delimited by size into link-report-record
  write link-report-record.
