*
* shared FD and record layout for the contact interaction history:
* one record per call, e-mail, visit or letter -- who handled it,
* through what channel, a free-text note, and the date a promised
* follow-up falls due (zeros when none was promised). A follow-up
* stays OPEN until the next interaction with the contact is
* recorded. ci-orig-name keeps the name the interaction was first
* recorded under, so a history carried to a merge survivor can be
* carried back if the merged contact is restored.
*
 FD  contact-inter-file.
 01 ci-rec.
    05  ci-key.
      10  ci-name             pic X(40).
      10  ci-stamp            pic X(17).
    05  ci-date             pic 9(08).
    05  ci-operator         pic X(08).
    05  ci-channel          pic X(06).
    05  ci-note             pic X(60).
    05  ci-followup-date    pic 9(08).
    05  ci-followup-state   pic X(01).
      88  ci-followup-open    value "O".
      88  ci-followup-done    value "D".
    05  ci-orig-name        pic X(40).
