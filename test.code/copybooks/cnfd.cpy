*
* shared FD and record layout for the contact consent register:
* four consents -- postal mail, phone, e-mail, and sharing with a
* third party -- each with its flag (Y given, N refused, blank
* never asked), the date it was last set and where it came from
* (the form, a call, a letter...). A contact with no record, or a
* blank flag, has refused nothing. cn-consent-table is the same
* four consents as a table, in that order, for the routines that
* treat them alike; cn-consents is the image the contact journals
* carry for a consent change.
*
 FD  consent-file.
 01 cn-rec.
    05  cn-name             pic X(40).
    05  cn-consents.
      10  cn-mail.
        15  cn-mail-flag        pic X(01).
          88  cn-mail-refused     value "N".
        15  cn-mail-date        pic 9(08).
        15  cn-mail-source      pic X(10).
      10  cn-phone.
        15  cn-phone-flag       pic X(01).
          88  cn-phone-refused    value "N".
        15  cn-phone-date       pic 9(08).
        15  cn-phone-source     pic X(10).
      10  cn-email.
        15  cn-email-flag       pic X(01).
          88  cn-email-refused    value "N".
        15  cn-email-date       pic 9(08).
        15  cn-email-source     pic X(10).
      10  cn-share.
        15  cn-share-flag       pic X(01).
          88  cn-share-refused    value "N".
        15  cn-share-date       pic 9(08).
        15  cn-share-source     pic X(10).
    05  cn-consent-table redefines cn-consents.
      10  cn-consent          occurs 4 times.
        15  cn-flag             pic X(01).
        15  cn-date             pic 9(08).
        15  cn-source           pic X(10).
