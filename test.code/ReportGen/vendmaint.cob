* master change is appended to vendmaint.log with the operator id
* taken at sign-on and a timestamp, so "who changed this vendor"
* always has an answer. Colors and key codes come from the shop's
* screen.cpy; F3 from the menu leaves the program. A region or
* city is an assignment with an effective date: adding a vendor, or
* changing its region or city, records the assignment on the keyed
* territory history vendterr.dat (the first change of a vendor that
* has no history yet also records the assignment it is leaving,
* effective from the beginning), so the report run can carry older
* sales under the territory that was in force on their sales-date.
* The master itself always shows the latest assignment.
* A vendor can be linked to its filedb01 contact (vendlink.dat),
* found by name or by phone through the contact indexes; the
* statements, invoice copies and dunning letters print the linked
* contact's street, city and e-mail as the addressee block. A blank
* name and phone removes the link; deleting a vendor removes it
* too. Links and unlinks are audited like any master change.
* Adding a vendor and releasing one from hold take a second pair
* of eyes: a new vendor goes onto the master held (status H) and a
* release leaves the status as it is, each filed on the pending-
* approval register through the pendchk routine until another
* operator approves it with pendappr -- the keyed status is set
* then, and a rejected or expired new vendor comes off the master.
* Putting a vendor on hold needs nobody's approval and is
* immediate.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS audit-fs.
 COPY "vterrsel.cpy".
 COPY "vlinksel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  audit-log-file.
 01  audit-log-record        pic x(120).

 COPY "vterrfd.cpy".
 COPY "vlinkfd.cpy".

 WORKING-STORAGE SECTION.
 COPY "screen.cpy".

 77  vendmast-fs     pic xx.
 77  audit-fs        pic xx.
 77  vterr-fs        pic xx.
 77  vlink-fs        pic xx.
 77  datafile        pic x(80).
 77  len1            pic 9(9) comp.
 77  len2            pic 9(9) comp.
 77  len3            pic 9(9) comp.
 77  len4            pic 9(9) comp.
 77  sel             pic 9(9) comp.
 COPY "tdb01rec.cpy".
 77  link-name       pic x(40).
 77  link-phone      pic x(20).
 77  current-link    pic x(40).
 77  link-found-flag pic x.
   88 link-found          value "Y".
 77  contact-found-flag pic x.
   88 contact-found       value "Y".
 77  phone-norm-in   pic x(20).
 77  phone-norm-out  pic x(20).
 77  phone-norm-ok   pic x.
 77  menu-choice     pic 9 value 0.
 77  search-value    pic x(20).
 77  confirm-answer  pic x value "N".
 77  new-region      pic x(17).
 77  new-city        pic x(20).
 77  new-status      pic x value "A".
 77  new-effective   pic 9(8).
 77  old-region      pic x(17).
 77  old-city        pic x(20).
 77  old-status      pic x.
 77  terr-history-flag pic x.
   88 terr-history-found  value "Y".
 77  status-line     pic x(60) value spaces.
 77  operator-id     pic x(8).
 77  vendor-found-flag pic x.
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).
 77  pend-action     pic x(8) value "REQUEST".
 77  pend-kind       pic x(8).
 77  pend-value      pic x(40).
 77  pend-result     pic x.
 77  pend-request-id pic 9(6).

 SCREEN SECTION.
 01  menu-screen.
     05 line 5 col 10 value "3 - change a vendor".
     05 line 6 col 10 value "4 - delete a vendor".
     05 line 7 col 10 value "5 - hold / release a vendor".
     05 line 8 col 10 value "6 - link to a contact".
     05 line 9 col 10 value "0 - exit (or F3)".
     05 line 10 col 10 value "choice: ".
     05 line 10 col 19 pic 9 using menu-choice
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 12 col 5 pic x(60) from status-line
        foreground-color warning-color-fg
        background-color warning-color-bg.

     05 line 17 col 14 pic x using new-status
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 18 col 5  value "effective (YYYYMMDD): ".
     05 line 18 col 27 pic 9(8) using new-effective
        foreground-color required-field-color-fg
        background-color required-field-color-bg.

 01  link-entry-screen.
     05 line 15 col 5  value "linked: ".
     05 line 15 col 14 pic x(40) from current-link.
     05 line 16 col 5  value "contact name: ".
     05 line 16 col 20 pic x(40) using link-name
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 17 col 5  value "or phone    : ".
     05 line 17 col 20 pic x(20) using link-phone
        foreground-color required-field-color-fg
        background-color required-field-color-bg.

 01  contact-screen.
     05 line 18 col 5  value "contact: ".
     05 line 18 col 14 pic x(40) from dt-name.
     05 line 19 col 5  value "street : ".
     05 line 19 col 14 pic x(50) from dt-street.
     05 line 20 col 5  value "city   : ".
     05 line 20 col 14 pic x(20) from dt-city.
     05 line 20 col 36 value "e-mail: ".
     05 line 20 col 44 pic x(30) from dt-email.

 01  link-confirm-screen.
     05 line 22 col 5 value "confirm (Y/N): "
        foreground-color error-color-fg
        background-color error-color-bg.
     05 line 22 col 21 pic x using confirm-answer.

 01  confirm-screen.
     05 line 20 col 5 value "confirm (Y/N): "
            vendmast-fs
        move 8 to return-code
        stop run
    end-if
    open i-o vendor-terr-file
    if vterr-fs not = "00"
        open output vendor-terr-file
        close vendor-terr-file
        open i-o vendor-terr-file
    end-if
    if vterr-fs not = "00"
        display "vendmaint: vendterr.dat not usable, status "
            vterr-fs
        move 8 to return-code
        stop run
    end-if
    open i-o vendor-link-file
    if vlink-fs not = "00"
        open output vendor-link-file
        close vendor-link-file
        open i-o vendor-link-file
    end-if
    if vlink-fs not = "00"
        display "vendmaint: vendlink.dat not usable, status "
            vlink-fs
        move 8 to return-code
        stop run
    end-if
    move length of dt-rec   to len1
    move length of dt-name  to len2
    move length of dt-city  to len3
    move length of dt-phone to len4
    string "filedb01" low-value into datafile
    call "tcdb_open" using datafile len1.
 0100-MENU-LOOP.
    display menu-screen
    accept menu-screen
    evaluate menu-choice
        when 1 perform 1000-LOOKUP-VENDOR
        when 2 perform 2000-ADD-VENDOR
        when 3 perform 3000-CHANGE-VENDOR thru 3000-CHANGE-EXIT
        when 4 perform 4000-DELETE-VENDOR thru 4000-DELETE-EXIT
        when 5 perform 5000-TOGGLE-HOLD thru 5000-TOGGLE-EXIT
        when 6 perform 5500-LINK-CONTACT thru 5500-LINK-EXIT
        when 0 go to 0900-WRAP-UP
        when other move "unknown choice" to status-line
    end-evaluate
    go to 0100-MENU-LOOP.
 0900-WRAP-UP.
    close vendor-master-file vendor-terr-file vendor-link-file
    call "tcdb_close"
    stop run.

 1000-LOOKUP-VENDOR.
    else
        move spaces to new-region new-city
        move "A" to new-status
        accept new-effective from date yyyymmdd
        display entry-screen
        accept entry-screen
        perform 6000-CONFIRM
            move search-value to vm-vendor-name
            move new-region   to vm-vendor-region
            move new-city     to vm-vendor-city
            move "H"          to vm-status
            write vendor-master-record
                invalid key
                    move "write refused -- duplicate key?"
                        to status-line
                not invalid key
                    move "ADD" to audit-action
                    perform 7000-AUDIT-CHANGE
                    perform 8000-RECORD-TERRITORY
                    move "VENDADD" to pend-kind
                    perform 7200-REQUEST-APPROVAL
            end-write
        else
            move "add abandoned" to status-line
    move vm-vendor-region to new-region
    move vm-vendor-city   to new-city
    move vm-status        to new-status
    move vm-vendor-region to old-region
    move vm-vendor-city   to old-city
    move vm-status        to old-status
    accept new-effective from date yyyymmdd
    display entry-screen
    accept entry-screen
    perform 6000-CONFIRM
    if confirm-answer = "Y" or confirm-answer = "y"
        if new-region not = old-region or new-city not = old-city
            perform 8100-SEED-TERRITORY thru 8100-SEED-EXIT
        end-if
        move new-region to vm-vendor-region
        move new-city   to vm-vendor-city
        if new-status = "H"
            move new-status to vm-status
        end-if
        rewrite vendor-master-record
            invalid key
                move "rewrite failed" to status-line
                move "vendor updated" to status-line
                move "CHANGE" to audit-action
                perform 7000-AUDIT-CHANGE
                if new-region not = old-region
                        or new-city not = old-city
                    perform 8000-RECORD-TERRITORY
                end-if
                if new-status not = vm-status
                    move "VENDSTAT" to pend-kind
                    perform 7200-REQUEST-APPROVAL
                end-if
        end-rewrite
    else
        move "change abandoned" to status-line
                move "vendor deleted" to status-line
                move "DELETE" to audit-action
                perform 7000-AUDIT-CHANGE
                move vm-vendor-name to vl-vendor-name
                delete vendor-link-file
                    invalid key continue
                end-delete
        end-delete
    else
        move "delete abandoned" to status-line
    perform 6000-CONFIRM
    if confirm-answer = "Y" or confirm-answer = "y"
        if vm-status = "H"
            move "A" to new-status
            move "VENDSTAT" to pend-kind
            perform 7200-REQUEST-APPROVAL
            go to 5000-TOGGLE-EXIT
        end-if
        move "H" to vm-status
        move "HOLD" to audit-action
        rewrite vendor-master-record
            invalid key
                move "rewrite failed" to status-line
 5000-TOGGLE-EXIT.
    exit.

* The contact is found through the filedb01 indexes: by name when
* one is keyed, else by phone (normalized the way it was stored).
* Both blank takes the link away.
 5500-LINK-CONTACT.
    perform 1500-ACCEPT-SEARCH-VALUE
    perform 1550-FETCH-VENDOR
    perform 1600-SHOW-VENDOR
    if not vendor-found
        go to 5500-LINK-EXIT.
    move "N" to link-found-flag
    move spaces to current-link
    move vm-vendor-name to vl-vendor-name
    read vendor-link-file
        invalid key continue
        not invalid key
            move "Y" to link-found-flag
            move vl-contact-name to current-link
    end-read
    move spaces to link-name link-phone
    display link-entry-screen
    accept link-entry-screen
    if link-name = spaces and link-phone = spaces
        perform 5600-REMOVE-LINK
        go to 5500-LINK-EXIT.
    move spaces to dt-rec
    if link-name not = spaces
        move 0 to sel
        move link-name to dt-name
        call "tcdb_qry" using sel len2 dt-name len1 dt-rec
    else
        move 2 to sel
        move link-phone to phone-norm-in
        call "phonenorm" using phone-norm-in phone-norm-out
            phone-norm-ok
        if phone-norm-ok = "Y"
            move phone-norm-out to dt-phone
        else
            move link-phone to dt-phone
        end-if
        call "tcdb_qry" using sel len4 dt-phone len1 dt-rec
    end-if
    if dt-name = spaces
        or (dt-phone = spaces and dt-city = spaces
            and dt-street = spaces)
        move "no such contact on filedb01" to status-line
        go to 5500-LINK-EXIT.
    display contact-screen
    move "N" to confirm-answer
    display link-confirm-screen
    accept link-confirm-screen
    if confirm-answer not = "Y" and confirm-answer not = "y"
        move "link abandoned" to status-line
        go to 5500-LINK-EXIT.
    accept ws-date from date yyyymmdd
    move vm-vendor-name to vl-vendor-name
    move dt-name        to vl-contact-name
    move operator-id    to vl-linked-by
    move ws-date        to vl-linked-date
    if link-found
        rewrite vl-rec
            invalid key
                move "link not updated" to status-line
                go to 5500-LINK-EXIT
        end-rewrite
    else
        write vl-rec
            invalid key
                move "link not written" to status-line
                go to 5500-LINK-EXIT
        end-write
    end-if
    move "vendor linked to contact" to status-line
    move "LINK" to audit-action
    perform 7100-AUDIT-LINK.
 5500-LINK-EXIT.
    exit.

 5600-REMOVE-LINK.
    if not link-found
        move "no link to remove" to status-line
    else
        move "N" to confirm-answer
        display link-confirm-screen
        accept link-confirm-screen
        if confirm-answer = "Y" or confirm-answer = "y"
            delete vendor-link-file
                invalid key
                    move "unlink failed" to status-line
                not invalid key
                    move "link removed" to status-line
                    move "UNLINK" to audit-action
                    move current-link to vl-contact-name
                    perform 7100-AUDIT-LINK
            end-delete
        else
            move "unlink abandoned" to status-line
        end-if
    end-if.

 6000-CONFIRM.
    move "N" to confirm-answer
    display confirm-screen
        delimited by size into audit-log-record
    write audit-log-record
    close audit-log-file.

* A link line names the vendor and the contact it now points to
* (or pointed to, on an unlink).
 7100-AUDIT-LINK.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to ws-timestamp
    string ws-date "-" ws-time delimited by size into ws-timestamp
    open extend audit-log-file
    if audit-fs not = "00"
        open output audit-log-file
    end-if
    move spaces to audit-log-record
    string ws-timestamp " " operator-id " " audit-action " "
        vm-vendor-name " " vl-contact-name
        delimited by size into audit-log-record
    write audit-log-record
    close audit-log-file.

* The add or release goes on the pending-approval register with
* the status asked for; the request is audited here with that
* status, and the master keeps its own until pendappr decides.
 7200-REQUEST-APPROVAL.
    move spaces to pend-value
    move new-status to pend-value (1:1)
    call "pendchk" using pend-action pend-kind vm-vendor-name
        pend-value operator-id pend-result pend-request-id
    evaluate pend-result
        when "N"
            move spaces to status-line
            string "held for a second operator's approval, "
                "request " pend-request-id
                delimited by size into status-line
            move vm-status to old-status
            move new-status to vm-status
            move "REQUEST" to audit-action
            perform 7000-AUDIT-CHANGE
            move old-status to vm-status
        when other
            move spaces to status-line
            string "already waiting for approval, request "
                pend-request-id
                delimited by size into status-line
    end-evaluate.

* Record the assignment just keyed, effective from the date the
* operator gave. The same vendor and date keyed twice is a
* correction, so the second one replaces the first.
 8000-RECORD-TERRITORY.
    accept ws-date from date yyyymmdd
    move vm-vendor-name   to vt-vendor-name
    move new-effective    to vt-effective-date
    move vm-vendor-region to vt-region
    move vm-vendor-city   to vt-city
    move operator-id      to vt-recorded-by
    move ws-date          to vt-recorded-date
    write vt-rec
        invalid key
            rewrite vt-rec
                invalid key
                    move "territory history not updated"
                        to status-line
            end-rewrite
    end-write.

* A vendor keyed before territories were dated has no history yet;
* before its first change is recorded, keep the assignment it is
* leaving as the one in force from the beginning, so its older
* sales stay under the old region.
 8100-SEED-TERRITORY.
    move "N" to terr-history-flag
    move vm-vendor-name to vt-vendor-name
    move zeros          to vt-effective-date
    start vendor-terr-file key not < vt-key
        invalid key go to 8100-SEED-EXIT
    end-start
    read vendor-terr-file next record
        at end go to 8100-SEED-EXIT
    end-read
    if vt-vendor-name = vm-vendor-name
        move "Y" to terr-history-flag
    end-if.
 8100-SEED-EXIT.
    if not terr-history-found
        accept ws-date from date yyyymmdd
        move vm-vendor-name   to vt-vendor-name
        move zeros            to vt-effective-date
        move old-region       to vt-region
        move old-city         to vt-city
        move operator-id      to vt-recorded-by
        move ws-date          to vt-recorded-date
        write vt-rec
            invalid key continue
        end-write
    end-if.
