*    style when the card says CSV. The listing closes with the
*    match count and the matched total, so the requester gets a
*    control figure with their pull.
*    A card naming a vendor does not read the whole year: each year
*    file is entered on the archive's vendor + sales-date key at the
*    vendor and the card's start date, and read forward only while
*    the rows are that vendor's and inside the date range.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
          "not readable (status " arch-fs "), skipped"
  else
      move 'N' to archive-end-flag
      if sc-vendor not = spaces
          perform 197-POSITION-ON-VENDOR
          perform 198-SELECT-ONE-VENDOR-ROW until archive-at-end
      else
          perform 200-SELECT-ONE-ROW until archive-at-end
      end-if
      close sales-archive-file
  end-if.

* The vendor's rows come off the vendor + sales-date key in date
* order, so the first row past the vendor or past the end date
* ends the year.
 197-POSITION-ON-VENDOR.
  move sc-vendor      to arch-vk-vendor
  move sel-start-date to arch-vk-date
  start sales-archive-file key >= arch-vendor-key
      invalid key move 'Y' to archive-end-flag
  end-start.

 198-SELECT-ONE-VENDOR-ROW.
  read sales-archive-file next
      at end move 'Y' to archive-end-flag
      not at end
          if arch-vk-vendor not = sc-vendor
              or arch-sales-date > sel-end-date
              move 'Y' to archive-end-flag
          else
              perform 210-TAKE-SELECTED-ROW
          end-if
  end-read.

 200-SELECT-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to archive-end-flag
      not at end
          perform 210-TAKE-SELECTED-ROW
  end-read.

 210-TAKE-SELECTED-ROW.
  perform 300-APPLY-SELECTION
  if match-flag = 'Y'
      add 1 to matched-count
      add arch-home-value to matched-total
      if csv-mode
          perform 500-WRITE-CSV-ROW
      else
          perform 400-WRITE-LIST-ROW
      end-if
  end-if.

* Every filter the card actually filled must agree; a blank or
* zero field just stands aside.
 300-APPLY-SELECTION.
