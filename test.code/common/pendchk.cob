 IDENTIFICATION DIVISION.
 PROGRAM-ID.    pendchk.
 AUTHOR. Rildo Pragana.
*
* Shared four-eyes routine, CALLable from everything that makes a
* change a second operator must approve -- vendmaint, operadm,
* qrelease, the tdb03 quarantine page and ctlchange. One place
* writes the pending-approval register (pendappr.dat, decided
* through pendappr), so no program can have its own idea of what
* is waiting.
*
*   CALL "pendchk" USING <action X(8)> <kind X(8)> <key X(20)>
*                        <value X(40)> <operator X(8)>
*                        <result X(1)> <request-id 9(6)>
*
* action REQUEST asks for the change kind/key (value describes it,
* operator is who wants it):
*   result "A" -- a different operator has APPROVED it; the line
*                 is marked APPLIED and the caller carries it out
*   result "P" -- a request for it is already waiting; nothing is
*                 written
*   result "N" -- a new PENDING request is filed
* action APPLIED or WITHDRAWN closes the open request for kind/key
* with that outcome, decided by operator (result "C"; blank when
* none was open). request-id comes back with the request's number.
* The register is rewritten through the write-new-then-mv pattern.
* RETURN-CODE is 0 on every path, per the house subroutine
* contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "pendsel.cpy".
    SELECT PENDING-NEW-FILE
         ASSIGN TO "pendappr.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS PEND-NEW-FS.

 DATA DIVISION.
 FILE SECTION.
 COPY "pendfd.cpy".

 FD  PENDING-NEW-FILE.
 01  PENDING-NEW-RECORD      PIC X(138).

 WORKING-STORAGE SECTION.
 77  PEND-FS             PIC XX.
 77  PEND-NEW-FS         PIC XX.
 77  FILE-END-FLAG       PIC X.
 77  HIGH-ID             PIC 9(6).
 77  WS-DATE             PIC 9(8).
 77  WS-TIME             PIC 9(8).
 77  WS-TIMESTAMP        PIC X(17).
 77  REWRITE-COMMAND     PIC X(60)
    VALUE "mv pendappr.dat.new pendappr.dat".

 LINKAGE SECTION.
 01 PEND-ACTION          PIC X(8).
 01 PEND-KIND            PIC X(8).
 01 PEND-KEY             PIC X(20).
 01 PEND-VALUE           PIC X(40).
 01 PEND-OPERATOR        PIC X(8).
 01 PEND-RESULT          PIC X(1).
 01 PEND-REQUEST-ID      PIC 9(6).

 PROCEDURE DIVISION USING PEND-ACTION PEND-KIND PEND-KEY
     PEND-VALUE PEND-OPERATOR PEND-RESULT PEND-REQUEST-ID.
 0000-CHECK.
    MOVE SPACE TO PEND-RESULT.
    MOVE ZEROS TO PEND-REQUEST-ID HIGH-ID.
    ACCEPT WS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME FROM TIME.
    MOVE SPACES TO WS-TIMESTAMP.
    STRING WS-DATE "-" WS-TIME DELIMITED BY SIZE
        INTO WS-TIMESTAMP.
    OPEN OUTPUT PENDING-NEW-FILE.
    OPEN INPUT PENDING-APPR-FILE.
    IF PEND-FS = "00"
        MOVE "N" TO FILE-END-FLAG
        PERFORM 1000-COPY-ONE-REQUEST UNTIL FILE-END-FLAG = "Y"
        CLOSE PENDING-APPR-FILE.
    IF PEND-ACTION = "REQUEST" AND PEND-RESULT = SPACE
        PERFORM 2000-FILE-REQUEST.
    CLOSE PENDING-NEW-FILE.
    CALL "SYSTEM" USING REWRITE-COMMAND.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

* Only one request per kind and key is open at a time; the first
* open line found answers the call.
 1000-COPY-ONE-REQUEST.
    READ PENDING-APPR-FILE
        AT END MOVE "Y" TO FILE-END-FLAG
        NOT AT END
            IF PA-REQUEST-ID > HIGH-ID
                MOVE PA-REQUEST-ID TO HIGH-ID
            END-IF
            IF PEND-RESULT = SPACE AND PA-OPEN
                AND PA-KIND = PEND-KIND AND PA-KEY = PEND-KEY
                PERFORM 1100-ANSWER-FROM-REQUEST
            END-IF
            MOVE PENDING-APPR-RECORD TO PENDING-NEW-RECORD
            WRITE PENDING-NEW-RECORD
    END-READ.

 1100-ANSWER-FROM-REQUEST.
    MOVE PA-REQUEST-ID TO PEND-REQUEST-ID.
    IF PEND-ACTION = "REQUEST"
        IF PA-APPROVED
            MOVE "APPLIED" TO PA-STATUS
            MOVE "A" TO PEND-RESULT
        ELSE
            MOVE "P" TO PEND-RESULT
        END-IF
    ELSE
        MOVE PEND-ACTION   TO PA-STATUS
        MOVE PEND-OPERATOR TO PA-DECIDED-BY
        MOVE WS-TIMESTAMP  TO PA-DECIDED-STAMP
        MOVE "C" TO PEND-RESULT
    END-IF.

 2000-FILE-REQUEST.
    ADD 1 TO HIGH-ID.
    MOVE SPACES TO PENDING-APPR-RECORD.
    MOVE HIGH-ID       TO PA-REQUEST-ID.
    MOVE PEND-KIND     TO PA-KIND.
    MOVE "PENDING"     TO PA-STATUS.
    MOVE PEND-KEY      TO PA-KEY.
    MOVE PEND-VALUE    TO PA-VALUE.
    MOVE PEND-OPERATOR TO PA-REQUESTED-BY.
    MOVE WS-TIMESTAMP  TO PA-REQUESTED-STAMP.
    MOVE PENDING-APPR-RECORD TO PENDING-NEW-RECORD.
    WRITE PENDING-NEW-RECORD.
    MOVE HIGH-ID TO PEND-REQUEST-ID.
    MOVE "N" TO PEND-RESULT.

 END PROGRAM pendchk.
