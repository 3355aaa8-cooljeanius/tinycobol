 IDENTIFICATION DIVISION.
 PROGRAM-ID.    vendaddr.
 AUTHOR. Rildo Pragana.
*
* Shared vendor addressee lookup, CALLable from everything that
* puts a vendor's name at the top of a page meant to be mailed --
* the per-run and monthly statements, the invoice copies, the
* dunning letters. One place follows the vendor's link
* (vendlink.dat, kept by vendmaint) to its filedb01 contact, so no
* document has its own idea of where a vendor's mail goes.
*
*   CALL "vendaddr" USING <vendor X(20)> <addressee block>
*                         <result X>
*
*   addressee block   contact name X(40), street X(50),
*                     city X(20), e-mail X(40)
*
* The result comes back:
*   "Y"  the vendor is linked and the contact is on filedb01; the
*        block carries the contact's name, street, city and e-mail
*   "N"  the vendor has no link (or there is no link file at all)
*   "M"  the vendor is linked but the contact is no longer on
*        filedb01; the block carries the linked name only
* The link file and filedb01 are opened on the first call and kept
* open for the life of the caller. RETURN-CODE is 0 on every path,
* per the house subroutine contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "vlinksel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "vlinkfd.cpy".

 WORKING-STORAGE SECTION.
 77  VLINK-FS            PIC XX.
 77  OPENED-FLAG         PIC X VALUE "N".
 77  LINK-FILE-FLAG      PIC X VALUE "N".
 77  DATAFILE            PIC X(80).
 77  LEN1                PIC 9(9) COMP.
 77  LEN2                PIC 9(9) COMP.
 77  SEL                 PIC 9(9) COMP.
 COPY "tdb01rec.cpy".

 LINKAGE SECTION.
 01 ADDR-VENDOR          PIC X(20).
 01 ADDR-BLOCK.
    05 ADDR-CONTACT      PIC X(40).
    05 ADDR-STREET       PIC X(50).
    05 ADDR-CITY         PIC X(20).
    05 ADDR-EMAIL        PIC X(40).
 01 ADDR-RESULT          PIC X.

 PROCEDURE DIVISION USING ADDR-VENDOR ADDR-BLOCK ADDR-RESULT.
 0000-LOOKUP.
    MOVE "N" TO ADDR-RESULT.
    MOVE SPACES TO ADDR-BLOCK.
    IF OPENED-FLAG NOT = "Y"
        PERFORM 1000-OPEN-FILES.
    IF LINK-FILE-FLAG NOT = "Y"
        GO TO 9999-EXIT.
    MOVE ADDR-VENDOR TO VL-VENDOR-NAME.
    READ VENDOR-LINK-FILE
        INVALID KEY GO TO 9999-EXIT
    END-READ.
    IF VL-CONTACT-NAME = SPACES
        GO TO 9999-EXIT.
    MOVE VL-CONTACT-NAME TO ADDR-CONTACT.
    MOVE "M" TO ADDR-RESULT.
* a tcdb_qry miss leaves the record area alone, so it is primed
* with spaces and a still-blank area means no such contact.
    MOVE 0 TO SEL.
    MOVE SPACES TO DT-REC.
    MOVE VL-CONTACT-NAME TO DT-NAME.
    CALL "tcdb_qry" USING SEL LEN2 DT-NAME LEN1 DT-REC.
    IF DT-PHONE = SPACES AND DT-CITY = SPACES
            AND DT-STREET = SPACES
        GO TO 9999-EXIT.
    MOVE DT-STREET TO ADDR-STREET.
    MOVE DT-CITY   TO ADDR-CITY.
    MOVE DT-EMAIL  TO ADDR-EMAIL.
    MOVE "Y" TO ADDR-RESULT.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-OPEN-FILES.
    MOVE "Y" TO OPENED-FLAG.
    OPEN INPUT VENDOR-LINK-FILE.
    IF VLINK-FS = "00"
        MOVE "Y" TO LINK-FILE-FLAG
        MOVE LENGTH OF DT-REC  TO LEN1
        MOVE LENGTH OF DT-NAME TO LEN2
        STRING "filedb01" LOW-VALUE DELIMITED BY SIZE
            INTO DATAFILE
        CALL "tcdb_open" USING DATAFILE LEN1.

 END PROGRAM vendaddr.
