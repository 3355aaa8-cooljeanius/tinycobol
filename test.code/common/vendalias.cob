 IDENTIFICATION DIVISION.
 PROGRAM-ID.    vendalias.
 AUTHOR. Rildo Pragana.
*
* Shared vendor alias lookup, CALLable from everything that takes
* a vendor name in from outside the machine room -- the report
* run's vendor validation and the suspense release. One place
* reads the vendor alias register (vendalias.dat, kept by
* vendmerge), so a vendor renamed or merged away is recognized the
* same way everywhere and its late rows land on the survivor.
*
*   CALL "vendalias" USING <vendor X(20)> <surviving X(20)>
*                          <renamed X>
*
* surviving comes back with the name the vendor trades under now
* and renamed with "Y"; a vendor never renamed comes back as given
* with "N". A chain of changes (A renamed to B, B later merged into
* C) is followed to its end, up to ten steps, so an old extract
* still finds today's vendor. The register is read on the first
* call and kept for the life of the caller; with no register on
* file nothing is renamed. RETURN-CODE is 0 on every path, per the
* house subroutine contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "valiassel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "valiasfd.cpy".

 WORKING-STORAGE SECTION.
 77  VALIAS-FS           PIC XX.
 77  FILE-END-FLAG       PIC X.
 77  LOADED-FLAG         PIC X VALUE "N".
 01  ALIAS-TABLE.
     05 ALIAS-ENTRY OCCURS 200 TIMES INDEXED BY ATX.
        10 AT-OLD-NAME       PIC X(20).
        10 AT-NEW-NAME       PIC X(20).
 77  ALIAS-COUNT         PIC 9(3) COMP VALUE ZEROS.
 77  STEP-COUNT          PIC 9(2) COMP.
 77  STEP-FOUND-FLAG     PIC X.

 LINKAGE SECTION.
 01 ALIAS-VENDOR         PIC X(20).
 01 ALIAS-SURVIVOR       PIC X(20).
 01 ALIAS-RENAMED        PIC X.

 PROCEDURE DIVISION USING ALIAS-VENDOR ALIAS-SURVIVOR
     ALIAS-RENAMED.
 0000-RESOLVE.
    IF LOADED-FLAG NOT = "Y"
        PERFORM 1000-LOAD-REGISTER.
    MOVE ALIAS-VENDOR TO ALIAS-SURVIVOR.
    MOVE "N" TO ALIAS-RENAMED.
    IF ALIAS-COUNT = ZEROS OR ALIAS-VENDOR = SPACES
        GO TO 9999-EXIT.
    MOVE ZEROS TO STEP-COUNT.
    MOVE "Y" TO STEP-FOUND-FLAG.
    PERFORM 2000-TAKE-ONE-STEP
        UNTIL STEP-FOUND-FLAG = "N" OR STEP-COUNT > 9.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-LOAD-REGISTER.
    MOVE "Y" TO LOADED-FLAG.
    OPEN INPUT VENDOR-ALIAS-FILE.
    IF VALIAS-FS = "00"
        MOVE "N" TO FILE-END-FLAG
        PERFORM 1100-LOAD-ONE-ALIAS UNTIL FILE-END-FLAG = "Y"
        CLOSE VENDOR-ALIAS-FILE.

 1100-LOAD-ONE-ALIAS.
    READ VENDOR-ALIAS-FILE
        AT END MOVE "Y" TO FILE-END-FLAG
        NOT AT END
            IF VA-OLD-NAME NOT = SPACES
                AND VA-NEW-NAME NOT = SPACES
                AND VA-OLD-NAME NOT = VA-NEW-NAME
                AND ALIAS-COUNT < 200
                ADD 1 TO ALIAS-COUNT
                MOVE VA-OLD-NAME TO AT-OLD-NAME (ALIAS-COUNT)
                MOVE VA-NEW-NAME TO AT-NEW-NAME (ALIAS-COUNT)
            END-IF
    END-READ.

* One step along the chain: the latest line retiring the current
* name wins, so a name re-used after a rename follows the newer
* change.
 2000-TAKE-ONE-STEP.
    ADD 1 TO STEP-COUNT.
    MOVE "N" TO STEP-FOUND-FLAG.
    PERFORM 2100-TEST-ONE-ALIAS
        VARYING ATX FROM ALIAS-COUNT BY -1
        UNTIL ATX < 1 OR STEP-FOUND-FLAG = "Y".

 2100-TEST-ONE-ALIAS.
    IF AT-OLD-NAME (ATX) = ALIAS-SURVIVOR
        MOVE AT-NEW-NAME (ATX) TO ALIAS-SURVIVOR
        MOVE "Y" TO ALIAS-RENAMED
        MOVE "Y" TO STEP-FOUND-FLAG.

 END PROGRAM vendalias.
