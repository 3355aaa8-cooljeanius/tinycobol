 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdb01imove.
 AUTHOR. Rildo Pragana.
*
* Carries a contact's interaction history (tdb01inter.dat) to the
* name the contact now lives under, so no history is orphaned when
* the contact itself moves. CALLed by tdb01dedup when a merge
* removes a duplicate, by tdb01maint when a change renames a
* contact, and by tdb01asof when a restore brings one back.
*
*   CALL "tdb01imove" USING <mode X> <from-name X(40)>
*                           <to-name X(40)> <moved-count 9(5)>
*
*   mode "A"  every interaction under from-name moves to to-name
*             (a merge into the survivor, a rename)
*   mode "O"  every interaction first recorded under to-name that
*             now sits under some other name comes back to it
*             (a restore; from-name is not used)
*
* Interactions keep their stamp, date, operator, note, follow-up
* and original name; only the contact key changes. The keys to
* move are collected first and then rewritten one by one, never
* while the file is being walked. moved-count returns how many
* moved. With no history file on file nothing moves. RETURN-CODE
* is 0 on every path, per the house subroutine contract.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "intsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "intfd.cpy".

 WORKING-STORAGE SECTION.
 77  inter-fs        pic xx.
 77  inter-end-flag  pic x.
 01  move-key-table.
     05 move-key-entry occurs 500 times indexed by mkx.
        10 mk-key        pic x(57).
 77  move-key-count  pic 9(3) comp.
 01  moved-rec-save  pic x(188).

 LINKAGE SECTION.
 01  imove-mode      pic x.
 01  imove-from-name pic x(40).
 01  imove-to-name   pic x(40).
 01  imove-count     pic 9(5).

 PROCEDURE DIVISION USING imove-mode imove-from-name imove-to-name
     imove-count.
 0000-MOVE-HISTORY.
    move zeros to imove-count
    move zeros to move-key-count
    open i-o contact-inter-file
    if inter-fs not = "00"
        go to 9999-EXIT.
    if imove-mode = "A"
        perform 1000-COLLECT-BY-NAME
    else
        perform 2000-COLLECT-BY-ORIGIN
    end-if
    perform 3000-MOVE-ONE-INTERACTION
        varying mkx from 1 by 1
        until mkx > move-key-count
    close contact-inter-file.
 9999-EXIT.
    move 0 to return-code
    exit program.

 1000-COLLECT-BY-NAME.
    move spaces to ci-key
    move imove-from-name to ci-name
    start contact-inter-file key >= ci-key
        invalid key move "Y" to inter-end-flag
        not invalid key move "N" to inter-end-flag
    end-start
    perform 1100-COLLECT-ONE-BY-NAME until inter-end-flag = "Y".

 1100-COLLECT-ONE-BY-NAME.
    read contact-inter-file next record
        at end move "Y" to inter-end-flag
        not at end
            if ci-name not = imove-from-name
                move "Y" to inter-end-flag
            else
                perform 4000-KEEP-KEY
            end-if
    end-read.

 2000-COLLECT-BY-ORIGIN.
    move low-values to ci-key
    start contact-inter-file key >= ci-key
        invalid key move "Y" to inter-end-flag
        not invalid key move "N" to inter-end-flag
    end-start
    perform 2100-COLLECT-ONE-BY-ORIGIN until inter-end-flag = "Y".

 2100-COLLECT-ONE-BY-ORIGIN.
    read contact-inter-file next record
        at end move "Y" to inter-end-flag
        not at end
            if ci-orig-name = imove-to-name
                and ci-name not = imove-to-name
                perform 4000-KEEP-KEY
            end-if
    end-read.

* The record goes in under its new key before the old one is
* removed; a clash (the same moment already on the target name)
* leaves it where it was.
 3000-MOVE-ONE-INTERACTION.
    move mk-key (mkx) to ci-key
    read contact-inter-file
        invalid key continue
        not invalid key
            move ci-rec to moved-rec-save
            if imove-mode = "A"
                move imove-to-name to ci-name
            else
                move ci-orig-name to ci-name
            end-if
            write ci-rec
                invalid key
                    display "tdb01imove: " ci-name (1:20) " "
                        ci-stamp " already on file, left in place"
                not invalid key
                    move moved-rec-save to ci-rec
                    delete contact-inter-file
                        invalid key continue
                    end-delete
                    add 1 to imove-count
            end-write
    end-read.

 4000-KEEP-KEY.
    if move-key-count < 500
        add 1 to move-key-count
        move ci-key to mk-key (move-key-count)
    else
        display "tdb01imove: more than 500 interactions to move, "
            "the rest stay under " ci-name (1:20)
        move "Y" to inter-end-flag
    end-if.

 END PROGRAM tdb01imove.
