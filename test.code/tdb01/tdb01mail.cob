* Inactive contacts (dt-status I) are excluded unless the card's
* status field explicitly asks for them -- retired contacts
* finally stop getting letters.
*
* Consent is honored through the shared consentchk routine: a
* contact who refused postal mail is never extracted, whatever the
* card asks, and one who refused phone or e-mail contact goes out
* with that column of the merge row left empty.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 77  match-flag      pic x.
 77  selected-count  pic 9(5) comp value zeros.
 77  skipped-inactive pic 9(5) comp value zeros.
 77  skipped-consent pic 9(5) comp value zeros.
 77  consent-dsp     pic z(4)9.
 77  consent-channel pic x(5).
 77  consent-allowed pic x.
 77  merge-phone     pic x(20).
 77  merge-email     pic x(40).
 77  selected-dsp    pic z(4)9.
 77  inactive-dsp    pic z(4)9.

    close merge-csv-file
    move selected-count to selected-dsp
    move skipped-inactive to inactive-dsp
    move skipped-consent to consent-dsp
    display "tdb01mail: " selected-dsp " contact(s) extracted, "
        inactive-dsp " inactive skipped, " consent-dsp
        " refused mail"
    stop run.

 1000-READ-SELECTION-CARD.
    if match-flag = "Y" and mc-email = "N"
        and dt-email not = spaces
        move "N" to match-flag
    end-if
    if match-flag = "Y"
        move "MAIL" to consent-channel
        call "consentchk" using dt-name consent-channel
            consent-allowed
        if consent-allowed = "N"
            move "N" to match-flag
            add 1 to skipped-consent
        end-if
    end-if.

 3000-WRITE-LABEL.
    write label-record.

 4000-WRITE-MERGE-ROW.
    move dt-phone to merge-phone
    move dt-email to merge-email
    move "PHONE" to consent-channel
    call "consentchk" using dt-name consent-channel consent-allowed
    if consent-allowed = "N"
        move spaces to merge-phone
    end-if
    move "EMAIL" to consent-channel
    call "consentchk" using dt-name consent-channel consent-allowed
    if consent-allowed = "N"
        move spaces to merge-email
    end-if
    move spaces to merge-csv-record
    string dt-name   delimited by "  "
        ","          delimited by size
        ","          delimited by size
        dt-city      delimited by "  "
        ","          delimited by size
        merge-phone  delimited by "  "
        ","          delimited by size
        merge-email  delimited by "  "
        into merge-csv-record
    write merge-csv-record.
