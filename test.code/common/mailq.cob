 IDENTIFICATION DIVISION.
 PROGRAM-ID.    mailq.
 AUTHOR. Rildo Pragana.
*
* Shared outbound mail queue, CALLable from everything that
* produces a document or an alert for someone outside the machine
* room -- the report run's statements, monthstmt, invcopy,
* ardunning, tdbbill, the alerttrk escalations. One place writes
* the mail spool (mailspool.dat, mailsel/mailfd copybooks), so
* every item sent, or not sent, is on one record that mailsend
* works and mailhist reports from.
*
*   CALL "mailq" USING <kind X(8)> <source X(8)> <vendor X(20)>
*                      <contact X(40)> <subject X(60)>
*                      <attachment X(100)> <spool-id 9(8)>
*                      <result X>
*
* The recipient comes from the vendor's link when a vendor is
* given (through the shared vendaddr routine, the contact's name
* coming back with the address); otherwise from the contact, which
* is either an e-mail address itself or a filedb01 contact name
* whose e-mail is looked up. attachment may be blank (an alert
* goes as its subject alone). The item is always written, and
* spool-id comes back with its number; result says how:
*   "Q"  queued for mailsend, the attachment copied to
*        mailout/<spool-id>_<name> as it stands now
*   "N"  no e-mail address on file for the recipient
*   "R"  the contact has refused e-mail (consentchk)
*   "A"  the attachment could not be read
*   "F"  the spool could not be written; nothing recorded
* N, R and A are recorded as FAILED with the reason, so the history
* shows the item was produced and why it never went. Callers use
* either vendors or contacts, never both in one run: the filedb01
* lookup for a contact opens the file here the first time one is
* needed, as vendaddr does for vendors. RETURN-CODE is 0 on every
* path, per the house subroutine contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "mailsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "mailfd.cpy".

 WORKING-STORAGE SECTION.
 77  MAIL-FS             PIC XX.
 77  MKDIR-DONE-FLAG     PIC X VALUE "N".
 77  FILEDB-OPEN-FLAG    PIC X VALUE "N".
 77  HIGH-ID             PIC 9(8) VALUE ZEROS.
 01  PENDING-SPOOL-RECORD PIC X(427).
 77  WS-DATE             PIC 9(8).
 77  WS-TIME             PIC 9(8).
 77  WS-TIMESTAMP        PIC X(17).
 77  AT-SIGN-COUNT       PIC 9(3) COMP.
 77  BASE-START          PIC 9(3) COMP.
 77  SCAN-SUB            PIC 9(3) COMP.
 77  CONSENT-CHANNEL     PIC X(5) VALUE "EMAIL".
 77  CONSENT-ALLOWED     PIC X.
 77  SHELL-COMMAND       PIC X(250).
 77  MKDIR-COMMAND       PIC X(20) VALUE "mkdir -p mailout".
 77  DATAFILE            PIC X(80).
 77  LEN1                PIC 9(9) COMP.
 77  LEN2                PIC 9(9) COMP.
 77  SEL                 PIC 9(9) COMP.
 COPY "tdb01rec.cpy".
 01  VENDOR-ADDRESSEE.
     05 VA-CONTACT       PIC X(40).
     05 VA-STREET        PIC X(50).
     05 VA-CITY          PIC X(20).
     05 VA-EMAIL         PIC X(40).
 77  VA-RESULT           PIC X.

 LINKAGE SECTION.
 01 MAIL-KIND            PIC X(8).
 01 MAIL-SOURCE          PIC X(8).
 01 MAIL-VENDOR          PIC X(20).
 01 MAIL-CONTACT         PIC X(40).
 01 MAIL-SUBJECT         PIC X(60).
 01 MAIL-ATTACHMENT      PIC X(100).
 01 MAIL-SPOOL-ID        PIC 9(8).
 01 MAIL-RESULT          PIC X.

 PROCEDURE DIVISION USING MAIL-KIND MAIL-SOURCE MAIL-VENDOR
     MAIL-CONTACT MAIL-SUBJECT MAIL-ATTACHMENT MAIL-SPOOL-ID
     MAIL-RESULT.
 0000-QUEUE.
    MOVE "F" TO MAIL-RESULT.
    MOVE ZEROS TO MAIL-SPOOL-ID.
    ACCEPT WS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME FROM TIME.
    MOVE SPACES TO WS-TIMESTAMP.
    STRING WS-DATE "-" WS-TIME DELIMITED BY SIZE
        INTO WS-TIMESTAMP.
    MOVE SPACES TO MAIL-SPOOL-RECORD.
    MOVE WS-TIMESTAMP    TO MS-QUEUED-STAMP.
    MOVE MAIL-KIND       TO MS-KIND.
    MOVE MAIL-SOURCE     TO MS-SOURCE.
    MOVE MAIL-VENDOR     TO MS-VENDOR.
    MOVE MAIL-CONTACT    TO MS-CONTACT.
    MOVE MAIL-SUBJECT    TO MS-SUBJECT.
    MOVE MAIL-ATTACHMENT TO MS-ATTACHMENT.
    MOVE ZEROS           TO MS-ATTEMPTS.
    MOVE "Q"             TO MS-STATUS.
    MOVE "Q"             TO VA-RESULT.
    PERFORM 2000-FIND-ADDRESS THRU 2000-EXIT.
    IF VA-RESULT = "Q"
        PERFORM 3000-CHECK-CONSENT.
    PERFORM 1000-FIND-HIGH-ID.
    ADD 1 TO HIGH-ID.
    MOVE HIGH-ID         TO MS-ID.
    IF VA-RESULT = "Q" AND MS-ATTACHMENT NOT = SPACES
        PERFORM 4000-SPOOL-ATTACHMENT.
    IF VA-RESULT = "N"
        MOVE "NO E-MAIL ADDRESS ON FILE" TO MS-RESULT.
    IF VA-RESULT = "R"
        MOVE "E-MAIL REFUSED BY THE CONTACT" TO MS-RESULT.
    IF VA-RESULT = "A"
        MOVE "ATTACHMENT NOT READABLE WHEN QUEUED" TO MS-RESULT.
    IF VA-RESULT NOT = "Q"
        MOVE "F" TO MS-STATUS
        MOVE WS-TIMESTAMP TO MS-LAST-TRY.
    OPEN EXTEND MAIL-SPOOL-FILE.
    IF MAIL-FS NOT = "00"
        OPEN OUTPUT MAIL-SPOOL-FILE.
    IF MAIL-FS NOT = "00"
        GO TO 9999-EXIT.
    WRITE MAIL-SPOOL-RECORD.
    CLOSE MAIL-SPOOL-FILE.
    MOVE MS-ID TO MAIL-SPOOL-ID.
    MOVE VA-RESULT TO MAIL-RESULT.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

* The spool is read for its highest number on every call, just
* before the item is numbered and written: the report run, tdbbill,
* alerttrk and qrelease all queue at once, and a number held over
* from an earlier call would repeat one another caller has used
* since. The record is built in the spool's own record area, so
* it is read into a save copy.
 1000-FIND-HIGH-ID.
    MOVE ZEROS TO HIGH-ID.
    MOVE MAIL-SPOOL-RECORD TO PENDING-SPOOL-RECORD.
    IF MKDIR-DONE-FLAG NOT = "Y"
        MOVE "Y" TO MKDIR-DONE-FLAG
        CALL "SYSTEM" USING MKDIR-COMMAND.
    OPEN INPUT MAIL-SPOOL-FILE.
    IF MAIL-FS = "00"
        PERFORM 1100-READ-ONE-ITEM UNTIL MAIL-FS NOT = "00"
        CLOSE MAIL-SPOOL-FILE.
    MOVE PENDING-SPOOL-RECORD TO MAIL-SPOOL-RECORD.

 1100-READ-ONE-ITEM.
    READ MAIL-SPOOL-FILE
        AT END CONTINUE
    END-READ.
    IF MAIL-FS = "00" AND MS-ID IS NUMERIC
            AND MS-ID > HIGH-ID
        MOVE MS-ID TO HIGH-ID.

 2000-FIND-ADDRESS.
    IF MS-VENDOR NOT = SPACES
        CALL "vendaddr" USING MS-VENDOR VENDOR-ADDRESSEE VA-RESULT
        IF VA-RESULT = "Y" AND VA-EMAIL NOT = SPACES
            MOVE VA-EMAIL TO MS-ADDRESS
            MOVE VA-CONTACT TO MS-CONTACT
            MOVE "Q" TO VA-RESULT
        ELSE
            IF VA-CONTACT NOT = SPACES
                MOVE VA-CONTACT TO MS-CONTACT
            END-IF
            MOVE "N" TO VA-RESULT
        END-IF
        GO TO 2000-EXIT.
    MOVE ZEROS TO AT-SIGN-COUNT.
    INSPECT MS-CONTACT TALLYING AT-SIGN-COUNT FOR ALL "@".
    IF AT-SIGN-COUNT > ZEROS
        MOVE MS-CONTACT TO MS-ADDRESS
        GO TO 2000-EXIT.
    MOVE "N" TO VA-RESULT.
    IF MS-CONTACT = SPACES
        GO TO 2000-EXIT.
    IF FILEDB-OPEN-FLAG NOT = "Y"
        PERFORM 2100-OPEN-FILEDB01.
* a tcdb_qry miss leaves the record area alone, so it is primed
* with spaces and a still-blank e-mail means nothing to send to.
    MOVE 0 TO SEL.
    MOVE SPACES TO DT-REC.
    MOVE MS-CONTACT TO DT-NAME.
    CALL "tcdb_qry" USING SEL LEN2 DT-NAME LEN1 DT-REC.
    IF DT-EMAIL NOT = SPACES
        MOVE DT-EMAIL TO MS-ADDRESS
        MOVE "Q" TO VA-RESULT.
 2000-EXIT.
    EXIT.

 2100-OPEN-FILEDB01.
    MOVE "Y" TO FILEDB-OPEN-FLAG.
    MOVE LENGTH OF DT-REC  TO LEN1.
    MOVE LENGTH OF DT-NAME TO LEN2.
    STRING "filedb01" LOW-VALUE DELIMITED BY SIZE INTO DATAFILE.
    CALL "tcdb_open" USING DATAFILE LEN1.

* A bare address (an operator on the alert list) has no consent
* record to look at; a contact's refusal stops the mail.
 3000-CHECK-CONSENT.
    MOVE ZEROS TO AT-SIGN-COUNT.
    INSPECT MS-CONTACT TALLYING AT-SIGN-COUNT FOR ALL "@".
    IF AT-SIGN-COUNT = ZEROS AND MS-CONTACT NOT = SPACES
        CALL "consentchk" USING MS-CONTACT CONSENT-CHANNEL
            CONSENT-ALLOWED
        IF CONSENT-ALLOWED = "N"
            MOVE "R" TO VA-RESULT.

* The copy keeps the document's own file name behind the spool
* number, so the recipient sees the name the document was made
* under.
 4000-SPOOL-ATTACHMENT.
    MOVE 1 TO BASE-START.
    PERFORM 4100-FIND-LAST-SLASH
        VARYING SCAN-SUB FROM 1 BY 1
        UNTIL SCAN-SUB > LENGTH OF MS-ATTACHMENT.
    MOVE SPACES TO MS-SPOOL-FILE.
    STRING "mailout/" MS-ID "_" DELIMITED BY SIZE
        MS-ATTACHMENT (BASE-START:) DELIMITED BY SPACE
        INTO MS-SPOOL-FILE.
    MOVE SPACES TO SHELL-COMMAND.
    STRING "cp " DELIMITED BY SIZE
        MS-ATTACHMENT DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        MS-SPOOL-FILE DELIMITED BY SPACE
        " 2>/dev/null" DELIMITED BY SIZE
        INTO SHELL-COMMAND.
    CALL "SYSTEM" USING SHELL-COMMAND.
    IF RETURN-CODE NOT = 0
        MOVE SPACES TO MS-SPOOL-FILE
        MOVE "A" TO VA-RESULT.

 4100-FIND-LAST-SLASH.
    IF MS-ATTACHMENT (SCAN-SUB:1) = "/"
        COMPUTE BASE-START = SCAN-SUB + 1.

 END PROGRAM mailq.
