*       through the same tcdb calls every maintenance path uses --
*       a deleted or merged-away contact is re-added, an
*       overwritten one is updated back. The restore itself is a
*       change, so it is journaled too (op RESTORE). Interactions
*       first recorded under the restored name that a merge or a
*       rename carried elsewhere come back with it (tdb01imove).
*
* Once tdb01snap has compacted the journal, ASOF starts from the
* newest snapshot taken before the asked-for moment (a date-only
* stamp can use that day's own snapshot) and replays only the
* dated generations after it and the live journal, so the answer
* is the same as a walk from the first record ever written.
* RESTORE looks for its record in the generation whose days hold
* the stamp, or in the live journal past the last cut-off.
*
* Consent changes share the journal (op CONSNT, the consents in the
* image areas); they are no state of the contact and both modes
* pass over them.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "t01jrnlsel.cpy".
    COPY "t01snapsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "t01jrnlfd.cpy".
 COPY "t01snapfd.cpy".

 WORKING-STORAGE SECTION.
 77  datafile        pic x(80).
 77  sel             pic 9(9) comp.
 COPY "tdb01rec.cpy".
 77  t1jrnl-fs       pic xx.
 77  t1cat-fs        pic xx.
 77  t1snap-fs       pic xx.
 77  t1gen-fs        pic xx.
 77  t1snap-filename pic x(40).
 77  t1gen-filename  pic x(40).
 77  gen-end-flag    pic x.
 77  snap-found-flag pic x.
 01  snap-catalog-table.
     05 catalog-entry occurs 100 times indexed by ctx.
        10 ce-cutoff    pic 9(8).
        10 ce-snap-name pic x(40).
        10 ce-gen-name  pic x(40).
 77  catalog-count   pic 9(3) comp value zeros.
 77  base-sub        pic 9(3) comp value zeros.
 77  gen-sub         pic 9(3) comp value zeros.
 77  first-gen-sub   pic 9(3) comp.
* each journal record, live or from a generation, is worked here.
 01  t1j-entry.
     05 te-timestamp pic x(17).
     05 te-program   pic x(12).
     05 te-operator  pic x(08).
     05 te-op        pic x(06).
     05 te-key       pic x(40).
     05 te-before    pic x(171).
     05 te-after     pic x(171).
 77  view-cmdline    pic x(80).
 77  view-mode       pic x(8).
 77  view-stamp      pic x(17).
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).
 77  imove-mode      pic x value "O".
 77  imove-from-name pic x(40) value spaces.
 77  imove-count     pic 9(5).

 PROCEDURE DIVISION.
 0000-MAINLINE.
        move 8 to return-code
        stop run
    end-if
    perform 0500-LOAD-SNAP-CATALOG
    evaluate view-mode
        when "ASOF"
            perform 1000-RECONSTRUCT
    end-evaluate
    stop run.

* The cut-offs tdb01snap has taken, oldest first.
 0500-LOAD-SNAP-CATALOG.
    open input tdb01-snap-catalog
    if t1cat-fs = "00"
        move "N" to gen-end-flag
        perform 0510-LOAD-ONE-CUTOFF until gen-end-flag = "Y"
        close tdb01-snap-catalog
    end-if.

 0510-LOAD-ONE-CUTOFF.
    read tdb01-snap-catalog
        at end move "Y" to gen-end-flag
        not at end
            if catalog-count < 100
                add 1 to catalog-count
                move t1cat-cutoff    to ce-cutoff (catalog-count)
                move t1cat-snap-name to ce-snap-name (catalog-count)
                move t1cat-gen-name  to ce-gen-name (catalog-count)
            end-if
    end-read.

* Starts from the newest snapshot that cannot contain a change
* after the asked-for moment, then walks the later generations and
* the live journal in arrival order; each matching record at or
* before the moment advances the known state.
 1000-RECONSTRUCT.
    move zeros to base-sub
    perform 1050-TRY-ONE-BASE
        varying ctx from 1 by 1
        until ctx > catalog-count
    if base-sub > zeros
        perform 1200-SEED-FROM-SNAPSHOT
    end-if
    compute first-gen-sub = base-sub + 1
    perform 1300-REPLAY-ONE-GENERATION
        varying gen-sub from first-gen-sub by 1
        until gen-sub > catalog-count
    perform 1100-APPLY-ONE-ENTRY until journal-at-end
    close tdb01-journal-file
    if state-deleted-flag = "Y"
        end-if
    end-if.

 1050-TRY-ONE-BASE.
    if ce-cutoff (ctx) < view-stamp (1:8)
        or ce-cutoff (ctx) = view-stamp (1:8)
        and view-stamp (9:1) = space
        set base-sub to ctx
    end-if.

 1100-APPLY-ONE-ENTRY.
    read tdb01-journal-file into t1j-entry
        at end move "Y" to journal-end-flag
        not at end
            perform 1150-APPLY-ENTRY-TO-STATE
    end-read.

 1150-APPLY-ENTRY-TO-STATE.
    if te-key = view-name and te-op not = "CONSNT"
        if earliest-seen-flag = "N"
            move "Y" to earliest-seen-flag
            move te-before to earliest-before
        end-if
        if te-timestamp <= view-stamp
            or te-timestamp (1:8) = view-stamp (1:8)
            and view-stamp (9:1) = space
            move "Y" to state-known-flag
            if te-op = "DELETE" or te-op = "MERGE"
                move "Y" to state-deleted-flag
            else
                move "N" to state-deleted-flag
                move te-after to state-image
            end-if
        end-if
    end-if.

* The contact's state at the end of the base cut-off day, when it
* had been touched by then.
 1200-SEED-FROM-SNAPSHOT.
    move ce-snap-name (base-sub) to t1snap-filename
    open input tdb01-snap-file
    if t1snap-fs not = "00"
        display "tdb01asof: snapshot " t1snap-filename " not "
            "readable (status " t1snap-fs ")"
        move 8 to return-code
        stop run
    end-if
    move "N" to gen-end-flag snap-found-flag
    perform 1250-CHECK-ONE-CONTACT
        until gen-end-flag = "Y" or snap-found-flag = "Y"
    close tdb01-snap-file.

 1250-CHECK-ONE-CONTACT.
    read tdb01-snap-file
        at end move "Y" to gen-end-flag
        not at end
            if t1snap-key = view-name
                move "Y" to snap-found-flag
                move "Y" to state-known-flag
                move "Y" to earliest-seen-flag
                if t1snap-deleted
                    move "Y" to state-deleted-flag
                else
                    move "N" to state-deleted-flag
                    move t1snap-image to state-image
                end-if
            end-if
    end-read.

 1300-REPLAY-ONE-GENERATION.
    move ce-gen-name (gen-sub) to t1gen-filename
    open input tdb01-jgen-file
    if t1gen-fs not = "00"
        display "tdb01asof: journal generation " t1gen-filename
            " not readable (status " t1gen-fs ")"
        move 8 to return-code
        stop run
    end-if
    move "N" to gen-end-flag
    perform 1350-APPLY-ONE-GEN-ENTRY until gen-end-flag = "Y"
    close tdb01-jgen-file.

 1350-APPLY-ONE-GEN-ENTRY.
    read tdb01-jgen-file into t1j-entry
        at end move "Y" to gen-end-flag
        not at end
            perform 1150-APPLY-ENTRY-TO-STATE
    end-read.

* The restore: find the one journal record at that timestamp -- in
* the generation whose days hold it, or on the live journal past
* the last cut-off -- put its before-image back through the tcdb
* library, and journal the restore itself -- undoing a change is
* also a change.
 3000-RESTORE.
    move zeros to gen-sub
    perform 3050-TRY-ONE-GENERATION
        varying ctx from catalog-count by -1
        until ctx < 1
    if gen-sub > zeros
        move ce-gen-name (gen-sub) to t1gen-filename
        open input tdb01-jgen-file
        if t1gen-fs = "00"
            move "N" to gen-end-flag
            perform 3120-FIND-ONE-GEN-ENTRY
                until gen-end-flag = "Y"
                or restore-found-flag = "Y"
            close tdb01-jgen-file
        end-if
    else
        perform 3100-FIND-ONE-ENTRY until journal-at-end
            or restore-found-flag = "Y"
    end-if
    close tdb01-journal-file
    if restore-found-flag not = "Y"
        display "tdb01asof: no journal record for " view-name
        perform 3200-APPLY-RESTORE
    end-if.

 3050-TRY-ONE-GENERATION.
    if ce-cutoff (ctx) not < view-stamp (1:8)
        set gen-sub to ctx
    end-if.

 3100-FIND-ONE-ENTRY.
    read tdb01-journal-file into t1j-entry
        at end move "Y" to journal-end-flag
        not at end
            perform 3110-CHECK-RESTORE-ENTRY
    end-read.

 3110-CHECK-RESTORE-ENTRY.
    if te-key = view-name
        and te-timestamp = view-stamp
        and te-op not = "CONSNT"
        move "Y" to restore-found-flag
        move te-before to restore-image
    end-if.

 3120-FIND-ONE-GEN-ENTRY.
    read tdb01-jgen-file into t1j-entry
        at end move "Y" to gen-end-flag
        not at end
            perform 3110-CHECK-RESTORE-ENTRY
    end-read.

* The tcdb query leaves the record area alone on a miss, so a
            "journal image of " view-stamp
    end-if
    call "tcdb_close"
    perform 3300-JOURNAL-RESTORE
    call "tdb01imove" using imove-mode imove-from-name rs-name
        imove-count
    if imove-count > zeros
        display "tdb01asof: " imove-count " interaction(s) back "
            "under " view-name
    end-if.

 3300-JOURNAL-RESTORE.
    accept ws-date from date yyyymmdd
