*     sessions never overwrite each other's marker and the first
*     to leave cannot unmark the one still editing; tdb01dedup
*     MERGE stands down while any line dated today remains.
*   - new option 8, interaction history: a contact's calls,
*     e-mails, visits and letters from the keyed tdb01inter.dat
*     (intsel/intfd copybooks) are listed newest last, and a new
*     one can be recorded with its channel, a note and the date a
*     promised follow-up falls due; recording one closes the
*     contact's earlier open follow-ups. tdb01follow lists what is
*     due each day per operator. A change that renames a contact
*     carries its history to the new name (tdb01imove).
*   - new option 9, consent flags: the contact's mail, phone,
*     e-mail and share-with-third-party consents from the shared
*     consent register, each with the date and source it was set,
*     are shown and can be given or refused through the consentupd
*     routine; each change is journaled (op CONSNT, the consents
*     before and after in the image areas). A rename carries the
*     contact's consents to the new name (consentmov).
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "t01jrnlsel.cpy".
    COPY "intsel.cpy".
    SELECT record-lock-file
         ASSIGN TO "tdb01locks.dat"
         ORGANIZATION IS LINE SEQUENTIAL
 DATA DIVISION.
 FILE SECTION.
 COPY "t01jrnlfd.cpy".
 COPY "intfd.cpy".

 FD  record-lock-file.
 01  record-lock-record.
 77  today-date      pic 9(8).
 77  reclock-rewrite-cmd pic x(60)
    value "mv tdb01locks.dat.new tdb01locks.dat".
 77  inter-fs        pic xx.
 77  inter-end-flag  pic x.
 77  inter-count     pic 9(5) comp.
 77  inter-count-dsp pic z(4)9.
 77  new-channel     pic x(6).
 77  new-note        pic x(60).
 77  new-followup-x  pic x(8).
 77  new-followup-date pic 9(8).
 77  followup-valid-flag pic x.
 77  imove-mode      pic x.
 77  imove-count     pic 9(5).
 01  new-consent-flags.
     05 new-cmail       pic x.
     05 new-cphone      pic x.
     05 new-cemail      pic x.
     05 new-cshare      pic x.
 77  new-consent-source pic x(10).
 77  consent-changed pic x.
 01  consent-before.
     05 cs-mail-flag    pic x.
     05 cs-mail-date    pic 9(8).
     05 cs-mail-source  pic x(10).
     05 cs-phone-flag   pic x.
     05 cs-phone-date   pic 9(8).
     05 cs-phone-source pic x(10).
     05 cs-email-flag   pic x.
     05 cs-email-date   pic 9(8).
     05 cs-email-source pic x(10).
     05 cs-share-flag   pic x.
     05 cs-share-date   pic 9(8).
     05 cs-share-source pic x(10).
 01  consent-after   pic x(76).

 SCREEN SECTION.
 01  menu-screen.
     05 line 7 col 10 value "5 - change a contact".
     05 line 8 col 10 value "6 - delete a contact".
     05 line 9 col 10 value "7 - browse by name prefix".
     05 line 10 col 10 value "8 - interaction history".
     05 line 11 col 10 value "9 - consent flags".
     05 line 12 col 10 value "0 - exit (or F3)".
     05 line 13 col 10 value "choice: ".
     05 line 13 col 19 pic 9 using menu-choice
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 14 col 5 pic x(60) from status-line
        foreground-color warning-color-fg
        background-color warning-color-bg.

        foreground-color required-field-color-fg
        background-color required-field-color-bg.

 01  interaction-screen.
     05 line 17 col 5  value "channel (PHONE/EMAIL/VISIT/LETTER/OTHER".
     05 line 17 col 45 value ", blank for none): ".
     05 line 17 col 64 pic x(6) using new-channel
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 18 col 5  value "note : ".
     05 line 18 col 13 pic x(60) using new-note
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 19 col 5  value "follow-up due (YYYYMMDD, blank none): ".
     05 line 19 col 44 pic x(8) using new-followup-x
        foreground-color required-field-color-fg
        background-color required-field-color-bg.

 01  consent-screen.
     05 line 17 col 5  value "consent   Y/N  set on    source".
     05 line 18 col 5  value "mail    : ".
     05 line 18 col 16 pic x using new-cmail
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 18 col 20 pic 9(8) from cs-mail-date.
     05 line 18 col 30 pic x(10) from cs-mail-source.
     05 line 19 col 5  value "phone   : ".
     05 line 19 col 16 pic x using new-cphone
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 19 col 20 pic 9(8) from cs-phone-date.
     05 line 19 col 30 pic x(10) from cs-phone-source.
     05 line 20 col 5  value "e-mail  : ".
     05 line 20 col 16 pic x using new-cemail
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 20 col 20 pic 9(8) from cs-email-date.
     05 line 20 col 30 pic x(10) from cs-email-source.
     05 line 21 col 5  value "share   : ".
     05 line 21 col 16 pic x using new-cshare
        foreground-color required-field-color-fg
        background-color required-field-color-bg.
     05 line 21 col 20 pic 9(8) from cs-share-date.
     05 line 21 col 30 pic x(10) from cs-share-source.
     05 line 22 col 5  value "source of this change: ".
     05 line 22 col 28 pic x(10) using new-consent-source
        foreground-color required-field-color-fg
        background-color required-field-color-bg.

 01  confirm-screen.
     05 line 23 col 5 value "confirm (Y/N): "
        foreground-color error-color-fg
        when 5 perform 3000-CHANGE-CONTACT
        when 6 perform 4000-DELETE-CONTACT
        when 7 perform 4500-BROWSE-BY-PREFIX
        when 8 perform 4700-INTERACTION-HISTORY thru 4700-EXIT
        when 9 perform 4800-CONSENT-FLAGS thru 4800-EXIT
        when 0 go to 0900-WRAP-UP
        when other move "unknown choice" to status-line
    end-evaluate
            len3 dt-city len4 dt-phone
        move "UPDATE" to jrnl-op-work
        perform 6000-JOURNAL-CHANGE
        if dt-name not = bc-name
            move "A" to imove-mode
            call "tdb01imove" using imove-mode bc-name dt-name
                imove-count
            call "consentmov" using bc-name dt-name consent-before
                consent-after consent-changed
            if consent-changed = "Y"
                perform 6100-JOURNAL-CONSENT
            end-if
        end-if
        move "contact updated" to status-line
    else
        move "change abandoned" to status-line
        move "Y" to browse-match-flag
    end-if.

* The contact's history scrolls below the screen, oldest first,
* the way the browse lists its matches; then a new interaction can
* be recorded against the contact on display.
 4700-INTERACTION-HISTORY.
    perform 1500-ACCEPT-SEARCH-VALUE
    move 0 to sel
    move spaces to dt-rec
    move search-value to dt-name
    call "tcdb_qry" using sel len2 dt-name len1 dt-rec
    if dt-phone = spaces and dt-city = spaces
        move "N" to contact-found-flag
    else
        move "Y" to contact-found-flag
    end-if
    perform 1600-SHOW-CONTACT
    if not contact-found
        go to 4700-EXIT.
    perform 4710-OPEN-INTERACTIONS
    move zeros to inter-count
    move spaces to ci-key
    move dt-name to ci-name
    start contact-inter-file key >= ci-key
        invalid key move "Y" to inter-end-flag
        not invalid key move "N" to inter-end-flag
    end-start
    perform 4720-LIST-ONE-INTERACTION until inter-end-flag = "Y"
    move spaces to new-channel new-note new-followup-x
    display interaction-screen
    accept interaction-screen
    if new-channel = spaces
        move inter-count to inter-count-dsp
        move spaces to status-line
        string inter-count-dsp " interaction(s) on file"
            delimited by size into status-line
        close contact-inter-file
        go to 4700-EXIT.
    if new-channel not = "PHONE" and new-channel not = "EMAIL"
        and new-channel not = "VISIT" and new-channel not = "LETTER"
        and new-channel not = "OTHER"
        move "channel must be PHONE, EMAIL, VISIT, LETTER or OTHER"
            to status-line
        close contact-inter-file
        go to 4700-EXIT.
    move zeros to new-followup-date
    if new-followup-x not = spaces
        move "N" to followup-valid-flag
        if new-followup-x is numeric
            move new-followup-x to new-followup-date
            call "datevalid" using new-followup-date
                followup-valid-flag
        end-if
        if followup-valid-flag not = "Y"
            move "follow-up date is not a date" to status-line
            close contact-inter-file
            go to 4700-EXIT
        end-if
    end-if
    perform 5000-CONFIRM
    if confirm-answer = "Y" or confirm-answer = "y"
        perform 4730-CLOSE-OPEN-FOLLOWUPS
        perform 4740-WRITE-INTERACTION
        move "interaction recorded" to status-line
    else
        move "interaction abandoned" to status-line
    end-if
    close contact-inter-file.
 4700-EXIT.
    exit.

* The history file is created on first use.
 4710-OPEN-INTERACTIONS.
    open i-o contact-inter-file
    if inter-fs not = "00"
        open output contact-inter-file
        close contact-inter-file
        open i-o contact-inter-file
    end-if.

 4720-LIST-ONE-INTERACTION.
    read contact-inter-file next record
        at end move "Y" to inter-end-flag
        not at end
            if ci-name not = dt-name
                move "Y" to inter-end-flag
            else
                add 1 to inter-count
                if ci-followup-date = zeros
                    display ci-date " " ci-operator " " ci-channel
                        " " ci-note
                else
                    display ci-date " " ci-operator " " ci-channel
                        " " ci-note " follow-up " ci-followup-date
                        " " ci-followup-state
                end-if
            end-if
    end-read.

* Any interaction with the contact answers the follow-ups promised
* before it.
 4730-CLOSE-OPEN-FOLLOWUPS.
    move spaces to ci-key
    move dt-name to ci-name
    start contact-inter-file key >= ci-key
        invalid key move "Y" to inter-end-flag
        not invalid key move "N" to inter-end-flag
    end-start
    perform 4735-CLOSE-ONE-FOLLOWUP until inter-end-flag = "Y".

 4735-CLOSE-ONE-FOLLOWUP.
    read contact-inter-file next record
        at end move "Y" to inter-end-flag
        not at end
            if ci-name not = dt-name
                move "Y" to inter-end-flag
            else
                if ci-followup-open
                    move "D" to ci-followup-state
                    rewrite ci-rec
                        invalid key continue
                    end-rewrite
                end-if
            end-if
    end-read.

 4740-WRITE-INTERACTION.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to ci-rec
    move dt-name to ci-name
    string ws-date "-" ws-time delimited by size into ci-stamp
    move ws-date           to ci-date
    move operator-id       to ci-operator
    move new-channel       to ci-channel
    move new-note          to ci-note
    move new-followup-date to ci-followup-date
    if new-followup-date not = zeros
        move "O" to ci-followup-state
    end-if
    move dt-name to ci-orig-name
    write ci-rec
        invalid key
            move "interaction not recorded, try again"
                to status-line
    end-write.

* The contact's four consents as the register holds them; the
* flags can be retyped (Y gives, N refuses, blank leaves as is) and
* a confirmed change goes through consentupd, stamped with today's
* date and the source typed here, and is journaled.
 4800-CONSENT-FLAGS.
    perform 1500-ACCEPT-SEARCH-VALUE
    move 0 to sel
    move spaces to dt-rec
    move search-value to dt-name
    call "tcdb_qry" using sel len2 dt-name len1 dt-rec
    if dt-phone = spaces and dt-city = spaces
        move "N" to contact-found-flag
    else
        move "Y" to contact-found-flag
    end-if
    perform 1600-SHOW-CONTACT
    if not contact-found
        go to 4800-EXIT.
    perform 7100-CLAIM-RECORD-LOCK
    if not lock-claimed
        go to 4800-EXIT.
    move spaces to new-consent-flags new-consent-source
    call "consentupd" using dt-name new-consent-flags
        new-consent-source consent-before consent-after
        consent-changed
    move cs-mail-flag  to new-cmail
    move cs-phone-flag to new-cphone
    move cs-email-flag to new-cemail
    move cs-share-flag to new-cshare
    display consent-screen
    accept consent-screen
    inspect new-consent-flags converting "yn" to "YN"
    if new-consent-flags = spaces
        or new-cmail  not = "Y" and new-cmail  not = "N"
        and new-cmail  not = space
        or new-cphone not = "Y" and new-cphone not = "N"
        and new-cphone not = space
        or new-cemail not = "Y" and new-cemail not = "N"
        and new-cemail not = space
        or new-cshare not = "Y" and new-cshare not = "N"
        and new-cshare not = space
        move "consent flags must be Y, N or blank" to status-line
        perform 7200-RELEASE-RECORD-LOCK
        go to 4800-EXIT.
    if new-consent-source = spaces
        move "give the source of the consent" to status-line
        perform 7200-RELEASE-RECORD-LOCK
        go to 4800-EXIT.
    perform 5000-CONFIRM
    if confirm-answer = "Y" or confirm-answer = "y"
        call "consentupd" using dt-name new-consent-flags
            new-consent-source consent-before consent-after
            consent-changed
        if consent-changed = "Y"
            perform 6100-JOURNAL-CONSENT
            move "consent updated" to status-line
        else
            move "consent unchanged" to status-line
        end-if
    else
        move "consent change abandoned" to status-line
    end-if
    perform 7200-RELEASE-RECORD-LOCK.
 4800-EXIT.
    exit.

 5000-CONFIRM.
    move "N" to confirm-answer
    display confirm-screen
    write t1j-rec
    close tdb01-journal-file.

* A consent change journals like any contact change, the four
* consents standing in for the contact images.
 6100-JOURNAL-CONSENT.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    open extend tdb01-journal-file
    if t1jrnl-fs not = "00"
        open output tdb01-journal-file
    end-if
    move spaces to t1j-rec
    string ws-date "-" ws-time delimited by size
        into t1j-timestamp
    move "tdb01maint"   to t1j-program
    move operator-id    to t1j-operator
    move "CONSNT"       to t1j-op
    move dt-name        to t1j-key
    move consent-before to t1j-before
    move consent-after  to t1j-after
    write t1j-rec
    close tdb01-journal-file.

 5100-NORMALIZE-NEW-PHONE.
    move new-phone to phone-norm-in
    call "phonenorm" using phone-norm-in phone-norm-out
