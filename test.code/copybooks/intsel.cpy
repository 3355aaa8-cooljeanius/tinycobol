*
* shared SELECT clause for the filedb01 contact interaction
* history, COPYd into FILE-CONTROL by tdb01maint (the history
* panel), tdb01follow (the daily follow-up list) and the tdb01imove
* routine that carries a contact's history across a merge, a
* rename or a restore. Keyed on the contact name (dt-name) plus
* the moment the interaction was recorded; the alternate key on
* the follow-up date gives the daily list its due items directly.
* The COPYing program must declare inter-fs pic XX itself.
*
    SELECT contact-inter-file
         ASSIGN TO "tdb01inter.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS ci-key
         ALTERNATE RECORD KEY IS ci-followup-date
           WITH DUPLICATES
         FILE STATUS  IS inter-fs.
