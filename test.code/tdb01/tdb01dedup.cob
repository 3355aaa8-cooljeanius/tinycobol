* to tdb01merge.log with a timestamp, so what was merged into what
* stays on record. The survivor is looked up first and a pair whose
* survivor is missing is refused -- deleting the only copy is not a
* merge. The duplicate's interaction history (tdb01inter.dat) is
* carried to the survivor by tdb01imove, and the log line says how
* many interactions went with it. Its consents go to the survivor
* too (consentmov) -- a refusal on either side stands -- and a
* consent change that results is journaled against the survivor.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
     05 ml-duplicate         pic x(40).

 FD  merge-log-file.
 01  merge-log-record        pic x(160).

 COPY "t01jrnlfd.cpy".

   88 merge-at-end         value "Y".
 77  merged-count    pic 9(4) comp value zeros.
 77  refused-count   pic 9(4) comp value zeros.
 77  imove-mode      pic x value "A".
 77  imove-count     pic 9(5).
 77  consent-before  pic x(76).
 77  consent-after   pic x(76).
 77  consent-changed pic x.
 77  sel             pic 9(9) comp.
 77  lookup-rec      pic x(80).
 77  ws-date         pic 9(8).
        perform 3600-JOURNAL-ONE-MERGE
        move ml-duplicate to dt-name
        call "tcdb_del" using sel len2 dt-name
        call "tdb01imove" using imove-mode ml-duplicate ml-survivor
            imove-count
        call "consentmov" using ml-duplicate ml-survivor
            consent-before consent-after consent-changed
        if consent-changed = "Y"
            perform 3700-JOURNAL-CONSENT-MOVE
        end-if
        add 1 to merged-count
        perform 3300-LOG-ONE-MERGE
    end-if.
    end-if
    move spaces to merge-log-record
    string ws-timestamp " merged [" ml-duplicate "] into ["
        ml-survivor "], " imove-count " interaction(s) moved"
        delimited by size into merge-log-record
    write merge-log-record
    close merge-log-file.
    write t1j-rec
    close tdb01-journal-file.

* The survivor's consents before and after the duplicate's were
* folded in, journaled as any consent change is.
 3700-JOURNAL-CONSENT-MOVE.
    perform 3500-STAMP-TIME
    open extend tdb01-journal-file
    if t1jrnl-fs not = "00"
        open output tdb01-journal-file
    end-if
    move spaces to t1j-rec
    move ws-timestamp   to t1j-timestamp
    move "tdb01dedup"   to t1j-program
    move "*BATCH*"      to t1j-operator
    move "CONSNT"       to t1j-op
    move ml-survivor    to t1j-key
    move consent-before to t1j-before
    move consent-after  to t1j-after
    write t1j-rec
    close tdb01-journal-file.

 3500-STAMP-TIME.
    accept ws-date from date yyyymmdd
    accept ws-time from time
