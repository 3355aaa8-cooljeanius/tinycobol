*
* shared SELECT clause for the contact consent register: one record
* per person who has ever given or refused consent, keyed on the
* contact name both contact stores use (dt-name in filedb01, the
* name column of mytable). Read through the consentchk routine by
* everything that mails, calls, e-mails or shares a contact, and
* written only through the consentupd routine. The COPYing program
* must declare consent-fs pic XX itself.
*
    SELECT consent-file
         ASSIGN TO "consent.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS cn-name
         FILE STATUS  IS consent-fs.
