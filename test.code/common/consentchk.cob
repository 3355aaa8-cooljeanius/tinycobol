 IDENTIFICATION DIVISION.
 PROGRAM-ID.    consentchk.
 AUTHOR. Rildo Pragana.
*
* Shared consent test, CALLable from everything that mails, calls,
* e-mails or hands a contact to someone else -- the mailing
* extract, the masked exports for the outside vendor, the portal's
* JSON commands. One place reads the consent register (consent.dat,
* written through consentupd), so no program can have its own idea
* of who asked not to be contacted.
*
*   CALL "consentchk" USING <name X(40)> <channel X(5)>
*                           <allowed X>
*
* channel is MAIL, PHONE, EMAIL or SHARE. allowed comes back "N"
* only when the contact's consent for that channel is on record as
* refused; no record, a blank flag, an unknown channel or no
* register at all leave it "Y". The register is opened on the first
* call and kept open for the life of the caller. RETURN-CODE is 0
* on every path, per the house subroutine contract.
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
 77  OPENED-FLAG         PIC X VALUE "N".
 77  REGISTER-FLAG       PIC X VALUE "N".
 77  CONSENT-SUB         PIC 9(1) COMP.

 LINKAGE SECTION.
 01 CHECK-NAME           PIC X(40).
 01 CHECK-CHANNEL        PIC X(5).
 01 CHECK-ALLOWED        PIC X.

 PROCEDURE DIVISION USING CHECK-NAME CHECK-CHANNEL CHECK-ALLOWED.
 0000-CHECK.
    MOVE "Y" TO CHECK-ALLOWED.
    IF OPENED-FLAG NOT = "Y"
        PERFORM 1000-OPEN-REGISTER.
    IF REGISTER-FLAG NOT = "Y"
        GO TO 9999-EXIT.
    EVALUATE CHECK-CHANNEL
        WHEN "MAIL "  MOVE 1 TO CONSENT-SUB
        WHEN "PHONE"  MOVE 2 TO CONSENT-SUB
        WHEN "EMAIL"  MOVE 3 TO CONSENT-SUB
        WHEN "SHARE"  MOVE 4 TO CONSENT-SUB
        WHEN OTHER    GO TO 9999-EXIT
    END-EVALUATE.
    MOVE CHECK-NAME TO CN-NAME.
    READ CONSENT-FILE
        INVALID KEY GO TO 9999-EXIT
    END-READ.
    IF CN-FLAG (CONSENT-SUB) = "N"
        MOVE "N" TO CHECK-ALLOWED.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-OPEN-REGISTER.
    MOVE "Y" TO OPENED-FLAG.
    OPEN INPUT CONSENT-FILE.
    IF CONSENT-FS = "00"
        MOVE "Y" TO REGISTER-FLAG.

 END PROGRAM consentchk.
