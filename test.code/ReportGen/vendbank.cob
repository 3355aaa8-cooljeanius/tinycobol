 IDENTIFICATION DIVISION.
 PROGRAM-ID.    vendbank.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Vendor bank details: the account each vendor's commission is
*    paid into.
*
*    The details live in the keyed vendbank.dat, one record per
*    vendor: bank code, branch code, account number and account
*    holder. commsettle SETTLE pays from them in the bank payment
*    file; a vendor with none on file is listed and left out.
*
*      vendbank LIST
*          every vendor's details to vendbank.rpt, the account
*          number shown by its last four characters only.
*      vendbank SET <supervisor>
*          add or change a vendor's details: prompts for the
*          vendor (which must be on vendmast.dat when there is a
*          master) and then each detail, showing what is on file
*          -- a blank answer keeps it. All four must end up filled.
*      vendbank REMOVE <supervisor>
*          take a vendor's details off file.
*
*    Every change takes a level-3 operators.dat sign-on through
*    the shared opersign routine (the legalhold rule) and is
*    recorded in vendbank.log with the supervisor, a timestamp and
*    the details before and after, account numbers masked the way
*    the listing shows them. The record itself carries who changed
*    it last and when.
*
*    Usage: vendbank LIST | SET <supervisor> | REMOVE <supervisor>
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "vbanksel.cpy".
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS RANDOM
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    SELECT bank-log-file
         ASSIGN TO "vendbank.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS banklog-fs.
    SELECT bank-report-file
         ASSIGN TO "vendbank.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "vbankfd.cpy".

 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).

 FD  bank-log-file.
 01  bank-log-record         pic X(200).

 FD  bank-report-file.
 01  bank-report-record      pic X(132).

 WORKING-STORAGE SECTION.
  77      vbank-fs            pic XX.
  77      vendmast-fs         pic XX.
  77      banklog-fs          pic XX.
  77      bank-cmdline        pic X(60).
  77      bank-mode           pic X(8).
  77      supervisor-id       pic X(8).
  77      file-end-flag       pic X.
  77      on-file-flag        pic X.
  77      new-vendor          pic X(20).
  77      answer-work         pic X(35).
  77      listed-count        pic 9(5) comp value zeros.
  77      count-dsp           pic Z(4)9.
  77      account-len         pic 9(2) comp.
  77      account-masked      pic X(20).
  77      before-masked       pic X(20).
  77      signon-password     pic X(8).
  77      signon-req-level    pic 9(1) value 3.
  77      signon-level        pic 9(1).
  77      signon-result       pic X(1).
  77      signon-ok-flag      pic X value 'N'.
    88     signon-ok                value 'Y'.
  77      stamp-date          pic 9(8).
  77      stamp-time          pic 9(8).
  77      log-stamp           pic X(17).
* the details as they stood before the change, for the audit line.
  01      before-details.
     05     bf-bank-code       pic X(8).
     05     bf-branch-code     pic X(6).
     05     bf-account-number  pic X(20).
     05     bf-account-holder  pic X(35).
  01      bank-line-work.
     05     bl-vendor          pic X(20).
     05     filler             pic X(1).
     05     bl-bank-code       pic X(8).
     05     filler             pic X(1).
     05     bl-branch-code     pic X(6).
     05     filler             pic X(1).
     05     bl-account         pic X(20).
     05     filler             pic X(1).
     05     bl-holder          pic X(35).
     05     filler             pic X(1).
     05     bl-changed-by      pic X(8).
     05     filler             pic X(1).
     05     bl-changed-stamp   pic X(17).

 PROCEDURE DIVISION.
 000-MAIN.
  accept bank-cmdline from command-line
  unstring bank-cmdline delimited by all ' '
      into bank-mode supervisor-id
  evaluate bank-mode
  when "LIST"
      perform 100-LIST-DETAILS
  when "SET"
      perform 200-SET-DETAILS
  when "REMOVE"
      perform 300-REMOVE-DETAILS
  when other
      display "Usage: vendbank LIST | SET <supervisor> | "
          "REMOVE <supervisor>"
      move 8 to return-code
  end-evaluate
  stop run.

 100-LIST-DETAILS.
  open input vendor-bank-file
  if vbank-fs not = "00"
      display "vendbank: no bank details on file (vendbank.dat "
          "status " vbank-fs ")"
      stop run
  end-if
  open output bank-report-file
  move "VENDOR BANK DETAILS" to bank-report-record
  write bank-report-record
  move spaces to bank-report-record
  write bank-report-record
  move spaces to bank-report-record
  string "VENDOR               BANK     BRANCH ACCOUNT              "
      "ACCOUNT HOLDER                      CHANGED BY"
      delimited by size into bank-report-record
  write bank-report-record
  move 'N' to file-end-flag
  perform 110-LIST-ONE-VENDOR until file-end-flag = 'Y'
  move listed-count to count-dsp
  move spaces to bank-report-record
  write bank-report-record
  move spaces to bank-report-record
  string "VENDORS WITH BANK DETAILS: " count-dsp
      delimited by size into bank-report-record
  write bank-report-record
  close bank-report-file vendor-bank-file
  display "vendbank: " count-dsp " vendor(s) on file; see "
      "vendbank.rpt".

 110-LIST-ONE-VENDOR.
  read vendor-bank-file next record
      at end move 'Y' to file-end-flag
      not at end
          add 1 to listed-count
          perform 700-MASK-ACCOUNT
          move spaces to bank-line-work
          move vb-vendor-name    to bl-vendor
          move vb-bank-code      to bl-bank-code
          move vb-branch-code    to bl-branch-code
          move account-masked    to bl-account
          move vb-account-holder to bl-holder
          move vb-changed-by     to bl-changed-by
          move vb-changed-stamp  to bl-changed-stamp
          move bank-line-work to bank-report-record
          write bank-report-record
  end-read.

* The new details are taken and validated whole, then the
* supervisor signs on, and only then is anything written: a
* refused sign-on leaves the file as it was.
 200-SET-DETAILS.
  perform 250-TAKE-VENDOR
  open i-o vendor-bank-file
  if vbank-fs not = "00"
      open output vendor-bank-file
      close vendor-bank-file
      open i-o vendor-bank-file
  end-if
  if vbank-fs not = "00"
      display "vendbank: vendbank.dat not available (status "
          vbank-fs ")"
      move 8 to return-code
      stop run
  end-if
  move new-vendor to vb-vendor-name
  move 'Y' to on-file-flag
  read vendor-bank-file
      invalid key
          move 'N' to on-file-flag
          move spaces to vb-rec
          move new-vendor to vb-vendor-name
  end-read
  move vb-bank-code      to bf-bank-code
  move vb-branch-code    to bf-branch-code
  move vb-account-number to bf-account-number
  move vb-account-holder to bf-account-holder
  perform 700-MASK-ACCOUNT
  move account-masked to before-masked
  display "Bank code [" vb-bank-code "]: " with no advancing
  accept answer-work
  if answer-work not = spaces
      move answer-work to vb-bank-code
  end-if
  display "Branch code [" vb-branch-code "]: " with no advancing
  accept answer-work
  if answer-work not = spaces
      move answer-work to vb-branch-code
  end-if
  display "Account number [" account-masked "]: "
      with no advancing
  accept answer-work
  if answer-work not = spaces
      move answer-work to vb-account-number
  end-if
  display "Account holder [" vb-account-holder "]: "
      with no advancing
  accept answer-work
  if answer-work not = spaces
      move answer-work to vb-account-holder
  end-if
  if vb-bank-code = spaces or vb-branch-code = spaces
      or vb-account-number = spaces or vb-account-holder = spaces
      display "vendbank: bank, branch, account and holder are "
          "all needed, nothing changed"
      close vendor-bank-file
      move 8 to return-code
      stop run
  end-if
  perform 400-SIGN-ON-SUPERVISOR
  perform 800-STAMP-TIME
  move supervisor-id to vb-changed-by
  move log-stamp     to vb-changed-stamp
  if on-file-flag = 'Y'
      rewrite vb-rec
          invalid key
              display "vendbank: rewrite failed for " new-vendor
                  " (status " vbank-fs ")"
              close vendor-bank-file
              move 8 to return-code
              stop run
      end-rewrite
  else
      write vb-rec
          invalid key
              display "vendbank: write failed for " new-vendor
                  " (status " vbank-fs ")"
              close vendor-bank-file
              move 8 to return-code
              stop run
      end-write
  end-if
  close vendor-bank-file
  perform 700-MASK-ACCOUNT
  move spaces to bank-log-record
  if on-file-flag = 'Y'
      string log-stamp " CHANGE " new-vendor " FROM "
          bf-bank-code "/" bf-branch-code "/" before-masked "/"
          bf-account-holder " TO " vb-bank-code "/"
          vb-branch-code "/" account-masked "/" vb-account-holder
          " by " supervisor-id
          delimited by size into bank-log-record
  else
      string log-stamp " ADD " new-vendor " "
          vb-bank-code "/" vb-branch-code "/" account-masked "/"
          vb-account-holder " by " supervisor-id
          delimited by size into bank-log-record
  end-if
  perform 810-WRITE-LOG
  display "vendbank: bank details for " new-vendor " recorded by "
      supervisor-id.

* With a vendor master on hand the details must be for a vendor
* on it; without one the name is taken as given.
 250-TAKE-VENDOR.
  if supervisor-id = spaces
      display "vendbank: " bank-mode " needs the supervisor id"
      move 8 to return-code
      stop run
  end-if
  display "Vendor: " with no advancing
  accept new-vendor
  if new-vendor = spaces
      display "vendbank: no vendor given"
      move 8 to return-code
      stop run
  end-if
  open input vendor-master-file
  if vendmast-fs = "00"
      move new-vendor to vm-vendor-name
      read vendor-master-file
          invalid key
              display "vendbank: " new-vendor " is not on the "
                  "vendor master"
              close vendor-master-file
              move 8 to return-code
              stop run
      end-read
      close vendor-master-file
  end-if.

 300-REMOVE-DETAILS.
  perform 250-TAKE-VENDOR
  open i-o vendor-bank-file
  if vbank-fs not = "00"
      display "vendbank: no bank details on file (vendbank.dat "
          "status " vbank-fs ")"
      move 8 to return-code
      stop run
  end-if
  move new-vendor to vb-vendor-name
  read vendor-bank-file
      invalid key
          display "vendbank: no bank details on file for "
              new-vendor
          close vendor-bank-file
          move 8 to return-code
          stop run
  end-read
  perform 400-SIGN-ON-SUPERVISOR
  delete vendor-bank-file record
      invalid key
          display "vendbank: " new-vendor " could not be removed "
              "(status " vbank-fs ")"
          close vendor-bank-file
          move 8 to return-code
          stop run
  end-delete
  close vendor-bank-file
  perform 700-MASK-ACCOUNT
  perform 800-STAMP-TIME
  move spaces to bank-log-record
  string log-stamp " REMOVE " new-vendor " "
      vb-bank-code "/" vb-branch-code "/" account-masked "/"
      vb-account-holder " by " supervisor-id
      delimited by size into bank-log-record
  perform 810-WRITE-LOG
  display "vendbank: bank details for " new-vendor " removed by "
      supervisor-id.

* Level 3 on operators.dat, through the shared opersign routine;
* with no operator file at all the change is refused outright.
 400-SIGN-ON-SUPERVISOR.
  display "Password for " supervisor-id ": " with no advancing
  accept signon-password
  move 'N' to signon-ok-flag
  move 'N' to signon-result
  call "opersign" using supervisor-id signon-password
      signon-req-level signon-level signon-result
      on exception
          display "vendbank: opersign not available, bank detail "
              "changes refused"
          move 8 to return-code
          stop run
  end-call
  if signon-result = "M"
      display "vendbank: no operators.dat on file, bank detail "
          "changes refused"
      move 8 to return-code
      stop run
  end-if
  if signon-result = "Y"
      move 'Y' to signon-ok-flag
  end-if
  if not signon-ok
      display "vendbank: supervisor sign-on failed for "
          supervisor-id
      move 8 to return-code
      stop run
  end-if.

* Nothing but the last four characters of an account number is
* ever shown or logged.
 700-MASK-ACCOUNT.
  move spaces to account-masked
  move zeros to account-len
  inspect vb-account-number tallying account-len
      for characters before initial space
  if account-len > 4
      move "****" to account-masked
      move vb-account-number (account-len - 3:4)
          to account-masked (5:4)
  else
      if account-len > zeros
          move "****" to account-masked
      end-if
  end-if.

 800-STAMP-TIME.
  accept stamp-date from date yyyymmdd
  accept stamp-time from time
  move spaces to log-stamp
  string stamp-date "-" stamp-time delimited by size into log-stamp.

 810-WRITE-LOG.
  open extend bank-log-file
  if banklog-fs not = "00"
      open output bank-log-file
  end-if
  write bank-log-record
  close bank-log-file.
