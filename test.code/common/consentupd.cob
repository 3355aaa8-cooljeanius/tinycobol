 IDENTIFICATION DIVISION.
 PROGRAM-ID.    consentupd.
 AUTHOR. Rildo Pragana.
*
* Shared consent maintenance: the one writer of the consent
* register (consent.dat), CALLed by the tdb01maint consent panel
* and by the tdb03 form, so a consent is stamped the same way
* whichever door it comes through.
*
*   CALL "consentupd" USING <name X(40)> <new-flags X(4)>
*                           <source X(10)> <before X(76)>
*                           <after X(76)> <changed X>
*
* new-flags holds the mail, phone, e-mail and share flags in that
* order: Y gives the consent, N refuses it, a space leaves it as it
* stands. Every flag that actually changes is stamped with today's
* date and the source. before and after come back as the contact's
* four consents (the cn-consents layout) as they stood and as they
* stand now, for the caller to journal; changed comes back "Y" when
* anything was written. All-blank new-flags only looks the contact
* up. The register is created on first use. RETURN-CODE is 0 on
* every path, per the house subroutine contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "cnsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "cnfd.cpy".

 WORKING-STORAGE SECTION.
 77  CONSENT-FS          PIC XX.
 77  RECORD-FOUND-FLAG   PIC X.
 77  CONSENT-SUB         PIC 9(1) COMP.
 77  TODAY-DATE          PIC 9(8).

 LINKAGE SECTION.
 01 UPD-NAME             PIC X(40).
 01 UPD-NEW-FLAGS.
    05 UPD-NEW-FLAG      PIC X OCCURS 4 TIMES.
 01 UPD-SOURCE           PIC X(10).
 01 UPD-BEFORE           PIC X(76).
 01 UPD-AFTER            PIC X(76).
 01 UPD-CHANGED          PIC X.

 PROCEDURE DIVISION USING UPD-NAME UPD-NEW-FLAGS UPD-SOURCE
     UPD-BEFORE UPD-AFTER UPD-CHANGED.
 0000-UPDATE.
    MOVE "N" TO UPD-CHANGED.
    MOVE SPACES TO UPD-BEFORE UPD-AFTER.
    OPEN I-O CONSENT-FILE.
    IF CONSENT-FS NOT = "00"
        OPEN OUTPUT CONSENT-FILE
        CLOSE CONSENT-FILE
        OPEN I-O CONSENT-FILE.
    IF CONSENT-FS NOT = "00"
        GO TO 9999-EXIT.
    MOVE UPD-NAME TO CN-NAME.
    MOVE "Y" TO RECORD-FOUND-FLAG.
    READ CONSENT-FILE
        INVALID KEY MOVE "N" TO RECORD-FOUND-FLAG
    END-READ.
    IF RECORD-FOUND-FLAG = "N"
        MOVE SPACES TO CN-REC
        MOVE UPD-NAME TO CN-NAME
        MOVE ZEROS TO CN-MAIL-DATE CN-PHONE-DATE CN-EMAIL-DATE
            CN-SHARE-DATE.
    MOVE CN-CONSENTS TO UPD-BEFORE.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
    PERFORM 1000-APPLY-ONE-FLAG
        VARYING CONSENT-SUB FROM 1 BY 1
        UNTIL CONSENT-SUB > 4.
    MOVE CN-CONSENTS TO UPD-AFTER.
    IF UPD-CHANGED = "Y"
        IF RECORD-FOUND-FLAG = "Y"
            REWRITE CN-REC
                INVALID KEY MOVE "N" TO UPD-CHANGED
            END-REWRITE
        ELSE
            WRITE CN-REC
                INVALID KEY MOVE "N" TO UPD-CHANGED
            END-WRITE
        END-IF
    END-IF.
    IF UPD-CHANGED NOT = "Y"
        MOVE UPD-BEFORE TO UPD-AFTER.
    CLOSE CONSENT-FILE.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-APPLY-ONE-FLAG.
    IF (UPD-NEW-FLAG (CONSENT-SUB) = "Y"
            OR UPD-NEW-FLAG (CONSENT-SUB) = "N")
        AND UPD-NEW-FLAG (CONSENT-SUB) NOT = CN-FLAG (CONSENT-SUB)
        MOVE UPD-NEW-FLAG (CONSENT-SUB) TO CN-FLAG (CONSENT-SUB)
        MOVE TODAY-DATE TO CN-DATE (CONSENT-SUB)
        MOVE UPD-SOURCE TO CN-SOURCE (CONSENT-SUB)
        MOVE "Y" TO UPD-CHANGED.

 END PROGRAM consentupd.
