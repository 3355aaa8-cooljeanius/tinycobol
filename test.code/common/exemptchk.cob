 IDENTIFICATION DIVISION.
 PROGRAM-ID.    exemptchk.
 AUTHOR. Rildo Pragana.
*
* Shared tax exemption test, CALLable from everything that prices
* sales tax -- the report run as it reports, the tax return as it
* re-prices the archive. One place reads the exemption certificate
* file (taxexempt.dat, kept by taxexempt), so the tax the run posts
* and the tax the return recomputes cannot part company.
*
*   CALL "exemptchk" USING <vendor X(20)> <region X(17)>
*                          <sales-date 9(8)> <cert-number X(20)>
*
* cert-number comes back with the first of the vendor's
* certificates that lists the region and is valid on the sales-date
* (valid-from to expiry, both days included), spaces when none
* does. The file is opened on the first call and kept open for the
* life of the caller; with no file on hand nothing is exempt.
* RETURN-CODE is 0 on every path, per the house subroutine
* contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "exemsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "exemfd.cpy".

 WORKING-STORAGE SECTION.
 77  TXE-FS              PIC XX.
 77  OPENED-FLAG         PIC X VALUE "N".
 77  FILE-ACTIVE-FLAG    PIC X VALUE "N".
 77  VENDOR-END-FLAG     PIC X.
 77  REGION-SUB          PIC 9(2) COMP.

 LINKAGE SECTION.
 01 EXEMPT-VENDOR        PIC X(20).
 01 EXEMPT-REGION        PIC X(17).
 01 EXEMPT-DATE          PIC 9(8).
 01 EXEMPT-CERT-NUMBER   PIC X(20).

 PROCEDURE DIVISION USING EXEMPT-VENDOR EXEMPT-REGION EXEMPT-DATE
     EXEMPT-CERT-NUMBER.
 0000-CHECK.
    MOVE SPACES TO EXEMPT-CERT-NUMBER.
    IF OPENED-FLAG NOT = "Y"
        PERFORM 1000-OPEN-CERTIFICATES.
    IF FILE-ACTIVE-FLAG NOT = "Y" OR EXEMPT-VENDOR = SPACES
        GO TO 9999-EXIT.
    MOVE EXEMPT-VENDOR TO TXE-VENDOR-NAME.
    MOVE LOW-VALUES TO TXE-CERT-NUMBER.
    MOVE "N" TO VENDOR-END-FLAG.
    START TAX-EXEMPT-FILE KEY NOT < TXE-KEY
        INVALID KEY MOVE "Y" TO VENDOR-END-FLAG
    END-START.
    PERFORM 2000-TEST-ONE-CERTIFICATE THRU 2000-EXIT
        UNTIL VENDOR-END-FLAG = "Y".
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-OPEN-CERTIFICATES.
    MOVE "Y" TO OPENED-FLAG.
    OPEN INPUT TAX-EXEMPT-FILE.
    IF TXE-FS = "00"
        MOVE "Y" TO FILE-ACTIVE-FLAG.

 2000-TEST-ONE-CERTIFICATE.
    READ TAX-EXEMPT-FILE NEXT RECORD
        AT END MOVE "Y" TO VENDOR-END-FLAG
    END-READ.
    IF VENDOR-END-FLAG = "Y"
        GO TO 2000-EXIT.
    IF TXE-VENDOR-NAME NOT = EXEMPT-VENDOR
        MOVE "Y" TO VENDOR-END-FLAG
        GO TO 2000-EXIT.
    IF EXEMPT-DATE < TXE-VALID-FROM OR EXEMPT-DATE > TXE-EXPIRY
        GO TO 2000-EXIT.
    PERFORM 2100-TEST-ONE-REGION
        VARYING REGION-SUB FROM 1 BY 1
        UNTIL REGION-SUB > 5 OR VENDOR-END-FLAG = "Y".
 2000-EXIT.
    EXIT.

 2100-TEST-ONE-REGION.
    IF TXE-REGION (REGION-SUB) NOT = SPACES
        AND TXE-REGION (REGION-SUB) = EXEMPT-REGION
        MOVE TXE-CERT-NUMBER TO EXEMPT-CERT-NUMBER
        MOVE "Y" TO VENDOR-END-FLAG.
