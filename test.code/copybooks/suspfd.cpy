*
* shared FD and record layout for the keyed sales suspense file.
* The held row is the 151-byte sales record exactly as the run had
* it when the vendor check turned it away -- names standardized
* and any adjustment applied -- so a release puts back the same
* transaction the run would have reported. The status walks HELD
* -> RELEASED, the release naming the extract it went out in.
*
 FD  sales-suspense-file.
 01 susp-rec.
    05  susp-key.
      10  susp-source-file     pic X(80).
      10  susp-row             pic 9(08).
    05  susp-vendor-name       pic X(20).
    05  susp-sales-number      pic X(13).
    05  susp-reason            pic X(07).
      88  susp-unknown-vendor        value "UNKNOWN".
      88  susp-held-vendor           value "HOLD".
    05  susp-run-id            pic X(14).
    05  susp-company           pic X(02).
    05  susp-held-date         pic 9(08).
    05  susp-status            pic X(08).
      88  susp-item-held             value "HELD".
      88  susp-item-released         value "RELEASED".
    05  susp-released-date     pic 9(08).
    05  susp-release-file      pic X(40).
    05  susp-sales-image       pic X(151).
