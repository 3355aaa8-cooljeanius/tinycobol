*          an update is reversed with an update, a delete with a
*          re-insert -- inside the same escaping and transaction
*          wrapping every live write gets.
*
*    Once jrnlsnap has compacted the journal, ASOF starts from the
*    newest snapshot taken before the asked-for moment (a date-only
*    stamp can use that day's own snapshot) and replays only the
*    dated generations after it and the live journal, so the answer
*    is the same as a walk from the first record ever written.
*    BACKOUT looks for its record in the generation whose days hold
*    the stamp, or in the live journal past the last cut-off.
*
*    Consent changes share the journal (op CONSNT, the consents in
*    the image areas); they are no state of the row and both modes
*    pass over them.
*
*    BACKOUT refuses to touch a mydatabase at a schema version
*    other than the one this program was built for (schemachk.cpy).
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "jrnlsel.cpy".
    COPY "jsnapsel.cpy".
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "jrnlfd.cpy".
 COPY "jsnapfd.cpy".
 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    77  jrnl-fs         pic XX.
    77  jcat-fs         pic XX.
    77  jsnap-fs        pic XX.
    77  jgen-fs         pic XX.
    77  jsnap-filename  pic X(40).
    77  jgen-filename   pic X(40).
    77  gen-end-flag    pic X.
    77  snap-found-flag pic X.
    01  SNAP-CATALOG-TABLE.
     05 CATALOG-ENTRY occurs 100 times indexed by ctx.
        10 CE-CUTOFF    pic 9(8).
        10 CE-SNAP-NAME pic X(40).
        10 CE-GEN-NAME  pic X(40).
    77  catalog-count   pic 9(3) comp value zeros.
    77  base-sub        pic 9(3) comp value zeros.
    77  gen-sub         pic 9(3) comp value zeros.
    77  first-gen-sub   pic 9(3) comp.
* each journal record, live or from a generation, is worked here.
    01  JRNL-ENTRY.
     05 JE-TIMESTAMP    pic X(17).
     05 JE-PROGRAM      pic X(8).
     05 JE-OP           pic X(6).
     05 JE-KEY          pic X(40).
     05 JE-BEFORE.
        10 JE-BEF-NAME  pic X(40).
        10 JE-BEF-ADDR  pic X(50).
        10 JE-BEF-PHONE pic X(15).
     05 JE-AFTER.
        10 JE-AFT-NAME  pic X(40).
        10 JE-AFT-ADDR  pic X(50).
        10 JE-AFT-PHONE pic X(15).
    77  view-cmdline    pic X(80).
    77  view-mode       pic X(7).
    77  view-stamp      pic X(17).
        move 8 to return-code
        stop run
    end-if
    perform 050-LOAD-SNAP-CATALOG
    evaluate view-mode
        when "ASOF"
            perform 100-RECONSTRUCT
    close mytbl-journal-file
    stop run.

* The cut-offs jrnlsnap has taken, oldest first.
 050-LOAD-SNAP-CATALOG.
    open input mytbl-snap-catalog
    if jcat-fs = "00"
        move "N" to gen-end-flag
        perform 055-LOAD-ONE-CUTOFF until gen-end-flag = "Y"
        close mytbl-snap-catalog
    end-if.

 055-LOAD-ONE-CUTOFF.
    read mytbl-snap-catalog
        at end move "Y" to gen-end-flag
        not at end
            if catalog-count < 100
                add 1 to catalog-count
                move jcat-cutoff    to CE-CUTOFF (catalog-count)
                move jcat-snap-name to CE-SNAP-NAME (catalog-count)
                move jcat-gen-name  to CE-GEN-NAME (catalog-count)
            end-if
    end-read.

* Starts from the newest snapshot that cannot contain a change
* after the asked-for moment, then walks the later generations and
* the live journal in arrival order; each matching record at or
* before the moment advances the known state.
 100-RECONSTRUCT.
    move zeros to base-sub
    perform 102-TRY-ONE-BASE
        varying ctx from 1 by 1
        until ctx > catalog-count
    if base-sub > zeros
        perform 120-SEED-FROM-SNAPSHOT
    end-if
    compute first-gen-sub = base-sub + 1
    perform 130-REPLAY-ONE-GENERATION
        varying gen-sub from first-gen-sub by 1
        until gen-sub > catalog-count
    perform 110-APPLY-ONE-ENTRY until journal-at-end
    if state-deleted-flag = "Y"
        display "jrnlview: " view-name " was DELETED as of "
        end-if
    end-if.

 102-TRY-ONE-BASE.
    if CE-CUTOFF (ctx) < view-stamp (1:8)
        or CE-CUTOFF (ctx) = view-stamp (1:8)
        and view-stamp (9:1) = space
        set base-sub to ctx
    end-if.

 110-APPLY-ONE-ENTRY.
    read mytbl-journal-file into JRNL-ENTRY
        at end move "Y" to journal-end-flag
        not at end
            perform 115-APPLY-ENTRY-TO-STATE
    end-read.

 115-APPLY-ENTRY-TO-STATE.
    if JE-KEY = view-name and JE-OP not = "CONSNT"
        if earliest-seen-flag = "N"
            move "Y" to earliest-seen-flag
            move JE-BEF-NAME  to EB-NAME
            move JE-BEF-ADDR  to EB-ADDR
            move JE-BEF-PHONE to EB-PHONE
        end-if
        if JE-TIMESTAMP <= view-stamp
            or JE-TIMESTAMP (1:8) = view-stamp (1:8)
            and view-stamp (9:1) = space
            move "Y" to state-known-flag
            if JE-OP = "DELETE"
                move "Y" to state-deleted-flag
            else
                move "N" to state-deleted-flag
                move JE-AFT-NAME  to ST-NAME
                move JE-AFT-ADDR  to ST-ADDR
                move JE-AFT-PHONE to ST-PHONE
            end-if
        end-if
    end-if.

* The contact's state at the end of the base cut-off day, when it
* had been touched by then.
 120-SEED-FROM-SNAPSHOT.
    move CE-SNAP-NAME (base-sub) to jsnap-filename
    open input mytbl-snap-file
    if jsnap-fs not = "00"
        display "jrnlview: snapshot " jsnap-filename " not "
            "readable (status " jsnap-fs ")"
        move 8 to return-code
        stop run
    end-if
    move "N" to gen-end-flag snap-found-flag
    perform 125-CHECK-ONE-CONTACT
        until gen-end-flag = "Y" or snap-found-flag = "Y"
    close mytbl-snap-file.

 125-CHECK-ONE-CONTACT.
    read mytbl-snap-file
        at end move "Y" to gen-end-flag
        not at end
            if jsnap-key = view-name
                move "Y" to snap-found-flag
                move "Y" to state-known-flag
                move "Y" to earliest-seen-flag
                if jsnap-deleted
                    move "Y" to state-deleted-flag
                else
                    move "N" to state-deleted-flag
                    move jsnap-name  to ST-NAME
                    move jsnap-addr  to ST-ADDR
                    move jsnap-phone to ST-PHONE
                end-if
            end-if
    end-read.

 130-REPLAY-ONE-GENERATION.
    move CE-GEN-NAME (gen-sub) to jgen-filename
    open input mytbl-jgen-file
    if jgen-fs not = "00"
        display "jrnlview: journal generation " jgen-filename
            " not readable (status " jgen-fs ")"
        move 8 to return-code
        stop run
    end-if
    move "N" to gen-end-flag
    perform 135-APPLY-ONE-GEN-ENTRY until gen-end-flag = "Y"
    close mytbl-jgen-file.

 135-APPLY-ONE-GEN-ENTRY.
    read mytbl-jgen-file into JRNL-ENTRY
        at end move "Y" to gen-end-flag
        not at end
            perform 115-APPLY-ENTRY-TO-STATE
    end-read.

* Finds the one journal record for this contact at this timestamp
* -- in the generation whose days hold it, or on the live journal
* past the last cut-off -- and pushes its before-image back at the
* database.
 300-BACKOUT.
    move zeros to gen-sub
    perform 302-TRY-ONE-GENERATION
        varying ctx from catalog-count by -1
        until ctx < 1
    if gen-sub > zeros
        move CE-GEN-NAME (gen-sub) to jgen-filename
        open input mytbl-jgen-file
        if jgen-fs = "00"
            move "N" to gen-end-flag
            perform 320-FIND-ONE-GEN-ENTRY until gen-end-flag = "Y"
                or backout-found-flag = "Y"
            close mytbl-jgen-file
        end-if
    else
        perform 310-FIND-ONE-ENTRY until journal-at-end
            or backout-found-flag = "Y"
    end-if
    if backout-found-flag not = "Y"
        display "jrnlview: no journal record for " view-name
            " at " view-stamp
        perform 400-APPLY-BACKOUT
    end-if.

 302-TRY-ONE-GENERATION.
    if CE-CUTOFF (ctx) not < view-stamp (1:8)
        set gen-sub to ctx
    end-if.

 310-FIND-ONE-ENTRY.
    read mytbl-journal-file into JRNL-ENTRY
        at end move "Y" to journal-end-flag
        not at end
            perform 315-CHECK-BACKOUT-ENTRY
    end-read.

 315-CHECK-BACKOUT-ENTRY.
    if JE-KEY = view-name
        and JE-TIMESTAMP = view-stamp
        and JE-OP not = "CONSNT"
        move "Y" to backout-found-flag
        move JE-OP to backout-op
        move JE-BEF-NAME  to BK-NAME
        move JE-BEF-ADDR  to BK-ADDR
        move JE-BEF-PHONE to BK-PHONE
    end-if.

 320-FIND-ONE-GEN-ENTRY.
    read mytbl-jgen-file into JRNL-ENTRY
        at end move "Y" to gen-end-flag
        not at end
            perform 315-CHECK-BACKOUT-ENTRY
    end-read.

 400-APPLY-BACKOUT.
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "jrnlview: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    perform 500-ESCAPE-BACKOUT-IMAGE
    if backout-op = "DELETE"
* the delete removed the row; backing out means putting it back
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
