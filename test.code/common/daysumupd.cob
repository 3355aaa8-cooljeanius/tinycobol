 IDENTIFICATION DIVISION.
 PROGRAM-ID.    daysumupd.
 AUTHOR. Rildo Pragana.
*
* Shared daily summary maintenance: the one writer of the keyed
* daily sales summary (salesdaysum.dat), CALLed by everything that
* puts rows into the sales archive or takes them out -- the report
* run as it loads the archive, archpurge as it removes rows,
* archretire as a year is retired or recalled, vendmerge as a
* retired vendor's rows are restated to the survivor -- so the
* summary moves in step with the archive whichever door a row
* comes through.
*
*   CALL "daysumupd" USING <action X> <company X(2)>
*                          <sales-date 9(8)> <region X(17)>
*                          <city X(20)> <vendor X(20)>
*                          <sales-type X> <home-value S9(12)>
*                          <posted X>
*
* action A adds one archive row to its summary record (created
* when new), S takes one back out (the record goes when its last
* row does), C closes the summary at the end of the caller's work.
* A blank company is summarized as 01. posted comes back "Y" when
* the summary was written; "N" means the file was not usable or,
* on S, there was no summary record to take the row from -- the
* daysum CHECK will show the difference. The file is opened on the
* first call, created when missing, and kept open until C.
* RETURN-CODE is 0 on every path, per the house subroutine
* contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "dsumsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "dsumfd.cpy".

 WORKING-STORAGE SECTION.
 77  DSUM-FS             PIC XX.
 77  OPENED-FLAG         PIC X VALUE "N".
 77  FILE-ACTIVE-FLAG    PIC X VALUE "N".
 77  RECORD-FOUND-FLAG   PIC X.

 LINKAGE SECTION.
 01 DAYSUM-ACTION        PIC X.
 01 DAYSUM-COMPANY       PIC X(2).
 01 DAYSUM-DATE          PIC 9(8).
 01 DAYSUM-REGION        PIC X(17).
 01 DAYSUM-CITY          PIC X(20).
 01 DAYSUM-VENDOR        PIC X(20).
 01 DAYSUM-SALES-TYPE    PIC X.
 01 DAYSUM-HOME-VALUE    PIC S9(12).
 01 DAYSUM-POSTED        PIC X.

 PROCEDURE DIVISION USING DAYSUM-ACTION DAYSUM-COMPANY DAYSUM-DATE
     DAYSUM-REGION DAYSUM-CITY DAYSUM-VENDOR DAYSUM-SALES-TYPE
     DAYSUM-HOME-VALUE DAYSUM-POSTED.
 0000-POST.
    MOVE "N" TO DAYSUM-POSTED.
    IF DAYSUM-ACTION = "C"
        PERFORM 1200-CLOSE-SUMMARY
        GO TO 9999-EXIT.
    IF OPENED-FLAG NOT = "Y"
        PERFORM 1000-OPEN-SUMMARY.
    IF FILE-ACTIVE-FLAG NOT = "Y"
        GO TO 9999-EXIT.
    PERFORM 1100-SET-SUMMARY-KEY.
    MOVE "Y" TO RECORD-FOUND-FLAG.
    READ SALES-DAYSUM-FILE
        INVALID KEY MOVE "N" TO RECORD-FOUND-FLAG
    END-READ.
    IF DAYSUM-ACTION = "A"
        PERFORM 2000-ADD-ROW THRU 2000-EXIT.
    IF DAYSUM-ACTION = "S"
        PERFORM 3000-TAKE-ROW-OUT THRU 3000-EXIT.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-OPEN-SUMMARY.
    MOVE "Y" TO OPENED-FLAG.
    OPEN I-O SALES-DAYSUM-FILE.
    IF DSUM-FS NOT = "00"
        OPEN OUTPUT SALES-DAYSUM-FILE
        CLOSE SALES-DAYSUM-FILE
        OPEN I-O SALES-DAYSUM-FILE.
    IF DSUM-FS = "00"
        MOVE "Y" TO FILE-ACTIVE-FLAG.

 1100-SET-SUMMARY-KEY.
    MOVE SPACES TO DSUM-REC.
    MOVE DAYSUM-COMPANY TO DSUM-COMPANY.
    IF DSUM-COMPANY = SPACES
        MOVE "01" TO DSUM-COMPANY.
    MOVE DAYSUM-DATE TO DSUM-SALES-DATE.
    MOVE DAYSUM-REGION TO DSUM-REGION.
    MOVE DAYSUM-CITY TO DSUM-CITY.
    MOVE DAYSUM-VENDOR TO DSUM-VENDOR-NAME.
    MOVE DAYSUM-SALES-TYPE TO DSUM-SALES-TYPE.

 1200-CLOSE-SUMMARY.
    IF FILE-ACTIVE-FLAG = "Y"
        CLOSE SALES-DAYSUM-FILE.
    MOVE "N" TO OPENED-FLAG.
    MOVE "N" TO FILE-ACTIVE-FLAG.

 2000-ADD-ROW.
    IF RECORD-FOUND-FLAG = "N"
        PERFORM 1100-SET-SUMMARY-KEY
        MOVE ZEROS TO DSUM-TRAN-COUNT DSUM-GROSS-TOTAL
            DSUM-RETURNS-TOTAL DSUM-HOME-TOTAL.
    ADD 1 TO DSUM-TRAN-COUNT.
    ADD DAYSUM-HOME-VALUE TO DSUM-HOME-TOTAL.
    IF DAYSUM-SALES-TYPE = "R"
        ADD DAYSUM-HOME-VALUE TO DSUM-RETURNS-TOTAL
    ELSE
        ADD DAYSUM-HOME-VALUE TO DSUM-GROSS-TOTAL.
    IF RECORD-FOUND-FLAG = "Y"
        REWRITE DSUM-REC
            INVALID KEY GO TO 2000-EXIT
        END-REWRITE
    ELSE
        WRITE DSUM-REC
            INVALID KEY GO TO 2000-EXIT
        END-WRITE.
    MOVE "Y" TO DAYSUM-POSTED.
 2000-EXIT.
    EXIT.

 3000-TAKE-ROW-OUT.
    IF RECORD-FOUND-FLAG = "N"
        GO TO 3000-EXIT.
    IF DSUM-TRAN-COUNT NOT > 1
        DELETE SALES-DAYSUM-FILE
            INVALID KEY GO TO 3000-EXIT
        END-DELETE
        MOVE "Y" TO DAYSUM-POSTED
        GO TO 3000-EXIT.
    SUBTRACT 1 FROM DSUM-TRAN-COUNT.
    SUBTRACT DAYSUM-HOME-VALUE FROM DSUM-HOME-TOTAL.
    IF DAYSUM-SALES-TYPE = "R"
        SUBTRACT DAYSUM-HOME-VALUE FROM DSUM-RETURNS-TOTAL
    ELSE
        SUBTRACT DAYSUM-HOME-VALUE FROM DSUM-GROSS-TOTAL.
    REWRITE DSUM-REC
        INVALID KEY GO TO 3000-EXIT
    END-REWRITE.
    MOVE "Y" TO DAYSUM-POSTED.
 3000-EXIT.
    EXIT.

 END PROGRAM daysumupd.
