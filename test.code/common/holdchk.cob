 IDENTIFICATION DIVISION.
 PROGRAM-ID.    holdchk.
 AUTHOR. Rildo Pragana.
*
* Shared legal-hold test, CALLable from everything that deletes by
* age -- the archive purge, the generation catalog purge, the log
* rotation -- and from the hold report itself. One place reads the
* legal-hold register (legalhold.dat, kept by legalhold), so no
* purge can have its own idea of what is preserved.
*
*   CALL "holdchk" USING <only-hold 9(4)> <vendor X(20)>
*                        <date 9(8)> <run-id X(14)> <file X(80)>
*                        <held-by 9(4)>
*
* Describe the candidate with whatever is known of it (spaces or
* zeros for the rest): the vendor, the date it carries, the run
* that produced it, its file name. held-by comes back with the id
* of the first ACTIVE hold covering it, zeros when nothing does.
* only-hold non-zero tests that one hold alone (the report lists
* each hold's items that way). A file hold covers the file itself
* and every dated generation of it (<file>.<suffix>). The register
* is read on the first call and kept for the life of the caller;
* with no register on file nothing is held. RETURN-CODE is 0 on
* every path, per the house subroutine contract -- save one: more
* active holds than the table takes is reported when the register
* is read and RETURN-CODE comes back 8 on every call, since a hold
* past the table would otherwise pass for released.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "holdsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "holdfd.cpy".

 WORKING-STORAGE SECTION.
 77  HOLD-FS             PIC XX.
 77  FILE-END-FLAG       PIC X.
 77  LOADED-FLAG         PIC X VALUE "N".
 01  HOLD-TABLE.
     05 HOLD-ENTRY OCCURS 100 TIMES INDEXED BY HTX.
        10 HT-HOLD-ID        PIC 9(4).
        10 HT-KIND           PIC X(6).
        10 HT-VALUE          PIC X(80).
        10 HT-VALUE-LEN      PIC 9(2) COMP.
        10 HT-FROM-DATE      PIC 9(8).
        10 HT-TO-DATE        PIC 9(8).
 77  HOLD-COUNT          PIC 9(3) COMP VALUE ZEROS.
 77  VALUE-LEN           PIC 9(2) COMP.
 77  MATCH-FLAG          PIC X.
 77  TABLE-FULL-FLAG     PIC X VALUE "N".

 LINKAGE SECTION.
 01 HOLD-ONLY-ID         PIC 9(4).
 01 HOLD-VENDOR          PIC X(20).
 01 HOLD-DATE            PIC 9(8).
 01 HOLD-RUN-ID          PIC X(14).
 01 HOLD-FILE            PIC X(80).
 01 HOLD-FOUND-ID        PIC 9(4).

 PROCEDURE DIVISION USING HOLD-ONLY-ID HOLD-VENDOR HOLD-DATE
     HOLD-RUN-ID HOLD-FILE HOLD-FOUND-ID.
 0000-CHECK.
    MOVE ZEROS TO HOLD-FOUND-ID.
    IF LOADED-FLAG NOT = "Y"
        PERFORM 1000-LOAD-REGISTER.
    PERFORM 2000-TEST-ONE-HOLD THRU 2000-EXIT
        VARYING HTX FROM 1 BY 1
        UNTIL HTX > HOLD-COUNT OR HOLD-FOUND-ID NOT = ZEROS.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    IF TABLE-FULL-FLAG = "Y"
        MOVE 8 TO RETURN-CODE.
    EXIT PROGRAM.

 1000-LOAD-REGISTER.
    MOVE "Y" TO LOADED-FLAG.
    OPEN INPUT LEGAL-HOLD-FILE.
    IF HOLD-FS = "00"
        MOVE "N" TO FILE-END-FLAG
        PERFORM 1100-LOAD-ONE-HOLD UNTIL FILE-END-FLAG = "Y"
        CLOSE LEGAL-HOLD-FILE.
    IF TABLE-FULL-FLAG = "Y"
        DISPLAY "holdchk: *** more than 100 active holds in "
            "legalhold.dat, those past the 100th not applied"
        DISPLAY "holdchk: *** no purge may be trusted until "
            "the register is cleared down".

 1100-LOAD-ONE-HOLD.
    READ LEGAL-HOLD-FILE
        AT END MOVE "Y" TO FILE-END-FLAG
        NOT AT END
            IF LH-ACTIVE AND HOLD-COUNT = 100
                MOVE "Y" TO TABLE-FULL-FLAG
            END-IF
            IF LH-ACTIVE AND HOLD-COUNT < 100
                ADD 1 TO HOLD-COUNT
                MOVE LH-HOLD-ID   TO HT-HOLD-ID (HOLD-COUNT)
                MOVE LH-KIND      TO HT-KIND (HOLD-COUNT)
                MOVE LH-VALUE     TO HT-VALUE (HOLD-COUNT)
                MOVE LH-FROM-DATE TO HT-FROM-DATE (HOLD-COUNT)
                MOVE LH-TO-DATE   TO HT-TO-DATE (HOLD-COUNT)
                MOVE ZEROS TO VALUE-LEN
                INSPECT LH-VALUE TALLYING VALUE-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
                MOVE VALUE-LEN TO HT-VALUE-LEN (HOLD-COUNT)
            END-IF
    END-READ.

* A date range limits a vendor or file hold only when the
* candidate carries a date; an undated candidate of a held vendor
* or file stays held.
 2000-TEST-ONE-HOLD.
    IF HOLD-ONLY-ID NOT = ZEROS
        AND HOLD-ONLY-ID NOT = HT-HOLD-ID (HTX)
        GO TO 2000-EXIT.
    MOVE "N" TO MATCH-FLAG.
    EVALUATE HT-KIND (HTX)
        WHEN "VENDOR"
            IF HOLD-VENDOR NOT = SPACES
                AND HOLD-VENDOR = HT-VALUE (HTX) (1:20)
                PERFORM 2100-TEST-DATE-LIMIT
            END-IF
        WHEN "DATES"
            IF HOLD-DATE NOT = ZEROS
                AND HOLD-DATE NOT < HT-FROM-DATE (HTX)
                AND HOLD-DATE NOT > HT-TO-DATE (HTX)
                MOVE "Y" TO MATCH-FLAG
            END-IF
        WHEN "RUN"
            IF HOLD-RUN-ID NOT = SPACES
                AND HOLD-RUN-ID = HT-VALUE (HTX) (1:14)
                MOVE "Y" TO MATCH-FLAG
            END-IF
        WHEN "FILE"
            IF HOLD-FILE NOT = SPACES
                PERFORM 2200-TEST-FILE-NAME
            END-IF
    END-EVALUATE.
    IF MATCH-FLAG = "Y"
        MOVE HT-HOLD-ID (HTX) TO HOLD-FOUND-ID.
 2000-EXIT.
    EXIT.

 2100-TEST-DATE-LIMIT.
    IF HOLD-DATE = ZEROS
        MOVE "Y" TO MATCH-FLAG
    ELSE
        IF (HT-FROM-DATE (HTX) = ZEROS
                OR HOLD-DATE NOT < HT-FROM-DATE (HTX))
            AND (HT-TO-DATE (HTX) = ZEROS
                OR HOLD-DATE NOT > HT-TO-DATE (HTX))
            MOVE "Y" TO MATCH-FLAG
        END-IF
    END-IF.

 2200-TEST-FILE-NAME.
    IF HOLD-FILE = HT-VALUE (HTX)
        PERFORM 2100-TEST-DATE-LIMIT
    ELSE
        IF HT-VALUE-LEN (HTX) > ZEROS
            AND HT-VALUE-LEN (HTX) < 80
            AND HOLD-FILE (1:HT-VALUE-LEN (HTX)) =
                HT-VALUE (HTX) (1:HT-VALUE-LEN (HTX))
            AND HOLD-FILE (HT-VALUE-LEN (HTX) + 1:1) = "."
            PERFORM 2100-TEST-DATE-LIMIT
        END-IF
    END-IF.

 END PROGRAM holdchk.
