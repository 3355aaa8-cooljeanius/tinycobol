 IDENTIFICATION DIVISION.
 PROGRAM-ID.    amtparse.
 AUTHOR. Rildo Pragana.
*
* Shared keyed-amount parsing, CALLable from every program that
* takes a quantity or a money amount as typed text: the tdb02 and
* tdb03 order paths, and the order-line migration that converts
* the old free-text order amounts. One place decides what a keyed
* amount means, so the menu, the web form and the migration can
* never disagree about "12.5".
*
*   CALL "amtparse" USING <amount-in X(12)> <amount-out S9(10)V99>
*                         <flag X>
*
* The input is digits with one optional decimal point and at most
* two places after it; spaces anywhere are ignored. The flag comes
* back "Y" with the value in amount-out, or "N" with amount-out
* zero when the input was blank, had any other character, a
* second point or a third decimal place -- the caller rejects it,
* nothing is ever taken as zero by default. RETURN-CODE is 0 on
* every path.
*
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 77 SCAN-SUB                PIC 9(2) COMP.
 77 DIGIT-COUNT             PIC 9(2) COMP.
 77 DECIMALS-SEEN           PIC 9(1) COMP.
 77 PARSE-CHAR              PIC X.
 77 PARSE-DIGIT REDEFINES PARSE-CHAR PIC 9.

 LINKAGE SECTION.
 01 AMOUNT-IN               PIC X(12).
 01 AMOUNT-OUT              PIC S9(10)V99.
 01 AMOUNT-OK-FLAG          PIC X.

 PROCEDURE DIVISION USING AMOUNT-IN AMOUNT-OUT AMOUNT-OK-FLAG.
 0000-PARSE.
    MOVE ZEROS TO AMOUNT-OUT.
    MOVE ZEROS TO DIGIT-COUNT DECIMALS-SEEN.
    MOVE "Y" TO AMOUNT-OK-FLAG.
    PERFORM 1000-TAKE-ONE-CHAR
        VARYING SCAN-SUB FROM 1 BY 1
        UNTIL SCAN-SUB > 12 OR AMOUNT-OK-FLAG = "N".
    IF DIGIT-COUNT = ZEROS
        MOVE "N" TO AMOUNT-OK-FLAG
    END-IF.
    IF AMOUNT-OK-FLAG = "N"
        MOVE ZEROS TO AMOUNT-OUT
    END-IF.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

* DECIMALS-SEEN is 0 before the point, 1 right after it, and
* counts up one per place taken after that.
 1000-TAKE-ONE-CHAR.
    MOVE AMOUNT-IN (SCAN-SUB:1) TO PARSE-CHAR.
    EVALUATE TRUE
        WHEN PARSE-CHAR = SPACE
            CONTINUE
        WHEN PARSE-CHAR = "."
            IF DECIMALS-SEEN = ZEROS
                MOVE 1 TO DECIMALS-SEEN
            ELSE
                MOVE "N" TO AMOUNT-OK-FLAG
            END-IF
        WHEN PARSE-CHAR IS NUMERIC
            ADD 1 TO DIGIT-COUNT
            EVALUATE DECIMALS-SEEN
                WHEN 0
                    IF AMOUNT-OUT > 999999999
                        MOVE "N" TO AMOUNT-OK-FLAG
                    ELSE
                        COMPUTE AMOUNT-OUT =
                            AMOUNT-OUT * 10 + PARSE-DIGIT
                    END-IF
                WHEN 1
                    COMPUTE AMOUNT-OUT =
                        AMOUNT-OUT + PARSE-DIGIT / 10
                    MOVE 2 TO DECIMALS-SEEN
                WHEN 2
                    COMPUTE AMOUNT-OUT =
                        AMOUNT-OUT + PARSE-DIGIT / 100
                    MOVE 3 TO DECIMALS-SEEN
                WHEN OTHER
                    MOVE "N" TO AMOUNT-OK-FLAG
            END-EVALUATE
        WHEN OTHER
            MOVE "N" TO AMOUNT-OK-FLAG
    END-EVALUATE.

 END PROGRAM amtparse.
