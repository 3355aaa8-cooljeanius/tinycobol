 IDENTIFICATION DIVISION.
 PROGRAM-ID.    consentmov.
 AUTHOR. Rildo Pragana.
*
* Carries a contact's consents (consent.dat) to the name the
* contact now lives under, so a refusal is never lost when a
* change renames the contact or a dedup merge folds it into its
* survivor. CALLed by tdb01maint and tdb01dedup.
*
*   CALL "consentmov" USING <from-name X(40)> <to-name X(40)>
*                           <before X(76)> <after X(76)>
*                           <changed X>
*
* With no record under to-name the from-name record simply moves.
* When both have one, a refusal on either side wins -- each flag
* the from-name record has refused, or has given where to-name was
* never asked, is taken over with its own date and source. The
* from-name record is removed either way. before and after are
* to-name's consents (the cn-consents layout) as they stood and as
* they stand now, for the caller to journal; changed comes back
* "Y" when they differ. RETURN-CODE is 0 on every path, per the
* house subroutine contract.
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
 77  TARGET-FOUND-FLAG   PIC X.
 77  CONSENT-SUB         PIC 9(1) COMP.
 01  FROM-CONSENTS.
     05 FROM-CONSENT     OCCURS 4 TIMES.
        10 FROM-FLAG         PIC X(01).
        10 FROM-DATE         PIC 9(08).
        10 FROM-SOURCE       PIC X(10).

 LINKAGE SECTION.
 01 MOV-FROM-NAME        PIC X(40).
 01 MOV-TO-NAME          PIC X(40).
 01 MOV-BEFORE           PIC X(76).
 01 MOV-AFTER            PIC X(76).
 01 MOV-CHANGED          PIC X.

 PROCEDURE DIVISION USING MOV-FROM-NAME MOV-TO-NAME MOV-BEFORE
     MOV-AFTER MOV-CHANGED.
 0000-MOVE-CONSENTS.
    MOVE "N" TO MOV-CHANGED.
    MOVE SPACES TO MOV-BEFORE MOV-AFTER.
    IF MOV-FROM-NAME = MOV-TO-NAME
        GO TO 9999-EXIT.
    OPEN I-O CONSENT-FILE.
    IF CONSENT-FS NOT = "00"
        GO TO 9999-EXIT.
    MOVE MOV-FROM-NAME TO CN-NAME.
    READ CONSENT-FILE
        INVALID KEY
            CLOSE CONSENT-FILE
            GO TO 9999-EXIT
    END-READ.
    MOVE CN-CONSENTS TO FROM-CONSENTS.
    DELETE CONSENT-FILE
        INVALID KEY CONTINUE
    END-DELETE.
    MOVE MOV-TO-NAME TO CN-NAME.
    MOVE "Y" TO TARGET-FOUND-FLAG.
    READ CONSENT-FILE
        INVALID KEY MOVE "N" TO TARGET-FOUND-FLAG
    END-READ.
    IF TARGET-FOUND-FLAG = "N"
        MOVE SPACES TO CN-REC
        MOVE MOV-TO-NAME TO CN-NAME
        MOVE ZEROS TO CN-MAIL-DATE CN-PHONE-DATE CN-EMAIL-DATE
            CN-SHARE-DATE.
    MOVE CN-CONSENTS TO MOV-BEFORE.
    PERFORM 1000-TAKE-ONE-CONSENT
        VARYING CONSENT-SUB FROM 1 BY 1
        UNTIL CONSENT-SUB > 4.
    MOVE CN-CONSENTS TO MOV-AFTER.
    IF MOV-AFTER NOT = MOV-BEFORE
        MOVE "Y" TO MOV-CHANGED
        IF TARGET-FOUND-FLAG = "Y"
            REWRITE CN-REC
                INVALID KEY CONTINUE
            END-REWRITE
        ELSE
            WRITE CN-REC
                INVALID KEY CONTINUE
            END-WRITE
        END-IF
    END-IF.
    CLOSE CONSENT-FILE.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-TAKE-ONE-CONSENT.
    IF FROM-FLAG (CONSENT-SUB) = "N"
        AND CN-FLAG (CONSENT-SUB) NOT = "N"
        OR FROM-FLAG (CONSENT-SUB) = "Y"
        AND CN-FLAG (CONSENT-SUB) = SPACE
        MOVE FROM-FLAG (CONSENT-SUB)   TO CN-FLAG (CONSENT-SUB)
        MOVE FROM-DATE (CONSENT-SUB)   TO CN-DATE (CONSENT-SUB)
        MOVE FROM-SOURCE (CONSENT-SUB) TO CN-SOURCE (CONSENT-SUB).

 END PROGRAM consentmov.
