*
* shared FDs for the mytable journal snapshots. A cut-off covers
* the whole of its day: the snapshot holds each contact's state
* at the end of jcat-cutoff (the last after-image, or DELETED,
* with the stamp of the change that set it), and the generation
* holds the journal records of the days after the previous
* cut-off up to and including this one, in the journal's own
* layout and order.
*
 FD  mytbl-snap-catalog.
 01 jcat-rec.
    05  jcat-cutoff         pic 9(8).
    05  filler              pic X(1).
    05  jcat-snap-name      pic X(40).
    05  jcat-gen-name       pic X(40).
    05  jcat-contacts       pic 9(6).
    05  filler              pic X(1).
    05  jcat-moved          pic 9(8).
    05  filler              pic X(1).
    05  jcat-taken-stamp    pic X(17).

 FD  mytbl-snap-file.
 01 jsnap-rec.
    05  jsnap-key           pic X(40).
    05  jsnap-state         pic X(1).
      88  jsnap-deleted       value "D".
      88  jsnap-present       value "P".
    05  jsnap-stamp         pic X(17).
    05  jsnap-image.
      10  jsnap-name          pic X(40).
      10  jsnap-addr          pic X(50).
      10  jsnap-phone         pic X(15).

 FD  mytbl-jgen-file.
 01 jgen-rec                pic X(281).
