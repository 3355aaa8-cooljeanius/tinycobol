 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdb04pick.
 AUTHOR. Rildo Pragana.
*
* Pick list for the orders awaiting fulfilment, from the bin
* locations on the tdb04 indexed batch file, so the warehouse
* stops working from handwritten lists.
*
* Every line of an open order (myorders status O) that names a
* stock item (myordlines.item_key, the item's TR-KEY-1) and still
* has a quantity to ship -- ordered less what tdbship has already
* shipped, which is the quantity printed -- is looked up on
* tdb04dat and sent to the item's first TR-BIN-NUMBER-1
* location; tdb04pick.rpt prints the lines grouped under their
* bin, bins in order and items in order within a bin, so the
* picker walks the warehouse once. The item's other bins, when it
* has any, are named on the line as alternates.
*
* An order with a line whose item is not on file, is soft-deleted
* (TR-IS-DELETED-1) or has no bins (TR-BIN-IDX-1 zero) is not
* printed at all: a picker sent for half an order is worse than
* none. It is listed under UNPICKABLE ORDERS with the reason for
* each bad line, to be put right on tdb04maint or the order. Lines
* that name no item (services, orders from before lines named
* items) have nothing to pick and are passed over.
*
* mydatabase being down, at a schema version other than the one
* this program was built for (schemachk.cpy), or tdb04dat not
* readable refuses the run with RETURN-CODE 8; unpickable orders
* end it with 4.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "tdb04sel.cpy".
    SELECT PICK-REPORT-FILE
         ASSIGN TO "tdb04pick.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 COPY "tdb04fd.cpy".

 FD  PICK-REPORT-FILE.
 01  PICK-REPORT-RECORD         PIC X(132).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
 01 TR-FS                      PIC 9(02).
 77 DATABASE-NAME              PIC X(80).
 77 SQL-QUERY                  PIC X(400).
 77 DB-HANDLE                  PIC 9(12) COMP.
 77 QRY-HANDLE                 PIC 9(12) COMP.
 77 NTUPLE                     PIC 9(12) COMP.
 77 MAX-TUPLE                  PIC 9(12) COMP.
 77 DB-STATUS                  PIC 9(12) COMP.
 77 DB-MESSAGE                 PIC X(200).
 77 WS-DATE                    PIC 9(8).
 77 WS-TIME                    PIC 9(8).
 77 WS-TIMESTAMP               PIC X(17).
 COPY "dberrws.cpy".
 COPY "schemaws.cpy".
 01 PICK-TUPLE.
    05 PT-ORDNUM               PIC X(10).
    05 PT-CONTACT              PIC X(40).
    05 PT-LINENO               PIC X(03).
    05 PT-ITEM                 PIC X(03).
    05 PT-DESCR                PIC X(40).
    05 PT-QTY                  PIC 9(07)V99.
* the lines of the order in hand, held until the order is known
* to be pickable as a whole.
 01 ORDER-BUFFER.
    05 OB-ENTRY OCCURS 50 TIMES.
       10 OB-LINENO            PIC X(03).
       10 OB-ITEM              PIC X(03).
       10 OB-QTY               PIC 9(07)V99.
       10 OB-BIN               PIC X(03).
       10 OB-ITEM-DESC         PIC X(05).
       10 OB-ALT-BINS          PIC X(20).
       10 OB-REASON            PIC X(20).
 01 W-BUF-COUNT                PIC 9(02) COMP VALUE 0.
 01 W-BUF-SUB                  PIC 9(02) COMP.
 01 W-BAD-LINES                PIC 9(02) COMP VALUE 0.
 01 W-CURRENT-ORDNUM           PIC X(10) VALUE SPACES.
 01 W-CURRENT-CONTACT          PIC X(40).
* every pickable line, kept in walk order: bin, item, order, line.
 01 PICK-TABLE.
    05 PK-ENTRY OCCURS 500 TIMES.
       10 PK-SORT-KEY.
          15 PK-BIN            PIC X(03).
          15 PK-ITEM           PIC X(03).
          15 PK-ORDNUM         PIC X(10).
          15 PK-LINENO         PIC X(03).
       10 PK-ITEM-DESC         PIC X(05).
       10 PK-QTY               PIC 9(07)V99.
       10 PK-CONTACT           PIC X(40).
       10 PK-ALT-BINS          PIC X(20).
 01 W-PICK-COUNT               PIC 9(03) COMP VALUE 0.
 01 W-PICK-SUB                 PIC 9(03) COMP.
 01 W-INSERT-AT                PIC 9(03) COMP.
 01 W-NEW-PICK.
    05 NP-SORT-KEY.
       10 NP-BIN               PIC X(03).
       10 NP-ITEM              PIC X(03).
       10 NP-ORDNUM            PIC X(10).
       10 NP-LINENO            PIC X(03).
    05 NP-ITEM-DESC            PIC X(05).
    05 NP-QTY                  PIC 9(07)V99.
    05 NP-CONTACT              PIC X(40).
    05 NP-ALT-BINS             PIC X(20).
 01 W-PICK-FULL-FLAG           PIC X VALUE "N".
 01 UNPICKABLE-TABLE.
    05 UP-ENTRY OCCURS 200 TIMES.
       10 UP-ORDNUM            PIC X(10).
       10 UP-LINENO            PIC X(03).
       10 UP-ITEM              PIC X(03).
       10 UP-REASON            PIC X(20).
       10 UP-CONTACT           PIC X(40).
 01 W-UNPICK-COUNT             PIC 9(03) COMP VALUE 0.
 01 W-UNPICK-ORDERS            PIC 9(05) VALUE 0.
 01 W-PICK-ORDERS              PIC 9(05) VALUE 0.
 01 W-BIN-SUB                  PIC 9(02) COMP.
 01 W-ALT-POS                  PIC 9(02) COMP.
 01 W-LAST-BIN                 PIC X(03).
 01 W-QTY-DSP                  PIC Z(6)9.99.
 01 W-COUNT-DSP                PIC Z(4)9.
 01 PICK-LINE.
    05 PL-ITEM                 PIC X(03).
    05 FILLER                  PIC X(02).
    05 PL-ITEM-DESC            PIC X(05).
    05 FILLER                  PIC X(02).
    05 PL-QTY                  PIC Z(6)9.99.
    05 FILLER                  PIC X(02).
    05 PL-ORDNUM               PIC X(10).
    05 FILLER                  PIC X(01).
    05 PL-LINENO               PIC X(03).
    05 FILLER                  PIC X(02).
    05 PL-CONTACT              PIC X(40).
    05 FILLER                  PIC X(02).
    05 PL-ALT-BINS             PIC X(20).
 01 UNPICK-LINE.
    05 UL-ORDNUM               PIC X(10).
    05 FILLER                  PIC X(01).
    05 UL-LINENO               PIC X(03).
    05 FILLER                  PIC X(02).
    05 UL-ITEM                 PIC X(03).
    05 FILLER                  PIC X(02).
    05 UL-REASON               PIC X(20).
    05 FILLER                  PIC X(02).
    05 UL-CONTACT              PIC X(40).

 PROCEDURE DIVISION.
 0000-PROGRAM-ENTRY.
    MOVE "tdb04pck" TO DBERR-PROGRAM-NAME.
    ACCEPT WS-DATE FROM DATE YYYYMMDD.
    OPEN INPUT TEST-FILE.
    IF TR-FS NOT = "00"
        DISPLAY "tdb04pick: cannot open TEST-FILE, status " TR-FS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "mydatabase" TO DATABASE-NAME.
    CALL "sql_connect_db" USING DATABASE-NAME DB-HANDLE DB-STATUS.
    IF DB-STATUS NOT = ZEROS
        PERFORM 205-LOG-DB-ERROR
        DISPLAY "tdb04pick: mydatabase is down, no pick list"
        CLOSE TEST-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 206-CHECK-SCHEMA-VERSION.
    IF NOT SCHEMA-IS-CURRENT
        DISPLAY "tdb04pick: " SCHEMA-MESSAGE
        CALL "sql_disconnect_db" USING DB-HANDLE
        CLOSE TEST-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM A000-COLLECT-OPEN-LINES.
    CALL "sql_disconnect_db" USING DB-HANDLE.
    CLOSE TEST-FILE.
    PERFORM C000-PRINT-PICK-LIST.
    MOVE W-PICK-ORDERS TO W-COUNT-DSP.
    DISPLAY "tdb04pick: " W-COUNT-DSP " order(s) on the pick list".
    MOVE W-UNPICK-ORDERS TO W-COUNT-DSP.
    DISPLAY "tdb04pick: " W-COUNT-DSP " order(s) unpickable".
    IF W-PICK-FULL-FLAG = "Y"
        DISPLAY "tdb04pick: *** more than 500 lines to pick, the "
            "list stops at 500"
    END-IF.
    IF W-UNPICK-ORDERS > 0 OR W-PICK-FULL-FLAG = "Y"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

* The open lines arrive ordered by order and line; an order change
* settles the order in hand before the next one starts.
 A000-COLLECT-OPEN-LINES.
    STRING "select o.ordnum, o.contact_name,"
        " cast(to_char(l.lineno, 'FM000') as char(3)),"
        " l.item_key, l.descr,"
        " cast(to_char((l.qty - l.shipped_qty) * 100,"
        " 'FM000000000') as char(9))"
        " from myorders o, myordlines l"
        " where l.ordnum = o.ordnum and o.status = 'O'"
        " and l.shipped_qty < l.qty"
        " and l.item_key is not null and l.item_key <> '   '"
        " order by o.ordnum, l.lineno;;"
        DELIMITED BY SIZE INTO SQL-QUERY.
    CALL "sql_exec_query" USING DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS.
    PERFORM 200-CHECK-STATUS.
    CALL "sql_max_tuple" USING QRY-HANDLE MAX-TUPLE.
    MOVE ZERO TO NTUPLE.
    PERFORM A100-TAKE-ONE-LINE UNTIL NTUPLE = MAX-TUPLE.
    PERFORM B000-SETTLE-ORDER.
    CALL "sql_clear_query" USING QRY-HANDLE.

 A100-TAKE-ONE-LINE.
    CALL "sql_get_tuple" USING QRY-HANDLE NTUPLE PICK-TUPLE.
    IF PT-ORDNUM NOT = W-CURRENT-ORDNUM
        PERFORM B000-SETTLE-ORDER
        MOVE PT-ORDNUM  TO W-CURRENT-ORDNUM
        MOVE PT-CONTACT TO W-CURRENT-CONTACT
    END-IF.
    IF W-BUF-COUNT < 50
        ADD 1 TO W-BUF-COUNT
        PERFORM A200-LOCATE-ITEM
    END-IF.
    ADD 1 TO NTUPLE.

* The item's first bin is where the picker is sent; the rest are
* named as alternates in case the first is empty.
 A200-LOCATE-ITEM.
    MOVE PT-LINENO TO OB-LINENO (W-BUF-COUNT).
    MOVE PT-ITEM   TO OB-ITEM (W-BUF-COUNT).
    MOVE PT-QTY    TO OB-QTY (W-BUF-COUNT).
    MOVE SPACES TO OB-BIN (W-BUF-COUNT) OB-ITEM-DESC (W-BUF-COUNT)
        OB-ALT-BINS (W-BUF-COUNT) OB-REASON (W-BUF-COUNT).
    IF PT-ITEM NOT NUMERIC
        MOVE "ITEM NOT ON FILE" TO OB-REASON (W-BUF-COUNT)
    ELSE
        MOVE PT-ITEM TO TR-KEY-1
        READ TEST-FILE
            INVALID KEY
                MOVE "ITEM NOT ON FILE" TO OB-REASON (W-BUF-COUNT)
            NOT INVALID KEY
                PERFORM A300-CHECK-ITEM
        END-READ
    END-IF.
    IF OB-REASON (W-BUF-COUNT) NOT = SPACES
        ADD 1 TO W-BAD-LINES
    END-IF.

 A300-CHECK-ITEM.
    MOVE TR-DESCRIPTION-1 TO OB-ITEM-DESC (W-BUF-COUNT).
    EVALUATE TRUE
        WHEN TR-IS-DELETED-1
            MOVE "ITEM DELETED" TO OB-REASON (W-BUF-COUNT)
        WHEN TR-BIN-IDX-1 = ZERO OR TR-BIN-IDX-1 > 20
            MOVE "ITEM HAS NO BIN" TO OB-REASON (W-BUF-COUNT)
        WHEN OTHER
            MOVE TR-BIN-NUMBER-1 (1) TO OB-BIN (W-BUF-COUNT)
            MOVE 1 TO W-ALT-POS
            PERFORM A310-NAME-ONE-ALTERNATE
                VARYING W-BIN-SUB FROM 2 BY 1
                UNTIL W-BIN-SUB > TR-BIN-IDX-1 OR W-ALT-POS > 17
    END-EVALUATE.

 A310-NAME-ONE-ALTERNATE.
    MOVE TR-BIN-NUMBER-1 (W-BIN-SUB)
        TO OB-ALT-BINS (W-BUF-COUNT) (W-ALT-POS:3).
    ADD 4 TO W-ALT-POS.

* A clean order goes to the pick table line by line; an order with
* any bad line goes, bad lines only, to the unpickable list.
 B000-SETTLE-ORDER.
    IF W-BUF-COUNT > 0
        IF W-BAD-LINES = 0
            ADD 1 TO W-PICK-ORDERS
            PERFORM B100-PICK-ONE-LINE
                VARYING W-BUF-SUB FROM 1 BY 1
                UNTIL W-BUF-SUB > W-BUF-COUNT
        ELSE
            ADD 1 TO W-UNPICK-ORDERS
            PERFORM B200-HOLD-ONE-LINE
                VARYING W-BUF-SUB FROM 1 BY 1
                UNTIL W-BUF-SUB > W-BUF-COUNT
        END-IF
    END-IF.
    MOVE 0 TO W-BUF-COUNT W-BAD-LINES.

 B100-PICK-ONE-LINE.
    IF W-PICK-COUNT < 500
        MOVE OB-BIN (W-BUF-SUB)       TO NP-BIN
        MOVE OB-ITEM (W-BUF-SUB)      TO NP-ITEM
        MOVE W-CURRENT-ORDNUM         TO NP-ORDNUM
        MOVE OB-LINENO (W-BUF-SUB)    TO NP-LINENO
        MOVE OB-ITEM-DESC (W-BUF-SUB) TO NP-ITEM-DESC
        MOVE OB-QTY (W-BUF-SUB)       TO NP-QTY
        MOVE W-CURRENT-CONTACT        TO NP-CONTACT
        MOVE OB-ALT-BINS (W-BUF-SUB)  TO NP-ALT-BINS
        PERFORM B110-INSERT-IN-WALK-ORDER
    ELSE
        MOVE "Y" TO W-PICK-FULL-FLAG
    END-IF.

* Insertion keeps the table in walk order as it fills: find the
* first entry that sorts after the new one, open a gap there.
 B110-INSERT-IN-WALK-ORDER.
    MOVE 1 TO W-INSERT-AT.
    PERFORM B120-STEP-PAST-ONE
        UNTIL W-INSERT-AT > W-PICK-COUNT
        OR PK-SORT-KEY (W-INSERT-AT) > NP-SORT-KEY.
    PERFORM B130-SHIFT-ONE-UP
        VARYING W-PICK-SUB FROM W-PICK-COUNT BY -1
        UNTIL W-PICK-SUB < W-INSERT-AT.
    ADD 1 TO W-PICK-COUNT.
    MOVE W-NEW-PICK TO PK-ENTRY (W-INSERT-AT).

 B120-STEP-PAST-ONE.
    ADD 1 TO W-INSERT-AT.

 B130-SHIFT-ONE-UP.
    MOVE PK-ENTRY (W-PICK-SUB) TO PK-ENTRY (W-PICK-SUB + 1).

 B200-HOLD-ONE-LINE.
    IF OB-REASON (W-BUF-SUB) NOT = SPACES
        AND W-UNPICK-COUNT < 200
        ADD 1 TO W-UNPICK-COUNT
        MOVE W-CURRENT-ORDNUM      TO UP-ORDNUM (W-UNPICK-COUNT)
        MOVE OB-LINENO (W-BUF-SUB) TO UP-LINENO (W-UNPICK-COUNT)
        MOVE OB-ITEM (W-BUF-SUB)   TO UP-ITEM (W-UNPICK-COUNT)
        MOVE OB-REASON (W-BUF-SUB) TO UP-REASON (W-UNPICK-COUNT)
        MOVE W-CURRENT-CONTACT     TO UP-CONTACT (W-UNPICK-COUNT)
    END-IF.

 C000-PRINT-PICK-LIST.
    OPEN OUTPUT PICK-REPORT-FILE.
    MOVE SPACES TO PICK-REPORT-RECORD.
    STRING "PICK LIST  " WS-DATE "  ORDERS AWAITING FULFILMENT"
        DELIMITED BY SIZE INTO PICK-REPORT-RECORD.
    WRITE PICK-REPORT-RECORD.
    MOVE SPACES TO W-LAST-BIN.
    PERFORM C100-PRINT-ONE-PICK
        VARYING W-PICK-SUB FROM 1 BY 1
        UNTIL W-PICK-SUB > W-PICK-COUNT.
    MOVE SPACES TO PICK-REPORT-RECORD.
    WRITE PICK-REPORT-RECORD.
    MOVE "UNPICKABLE ORDERS" TO PICK-REPORT-RECORD.
    WRITE PICK-REPORT-RECORD.
    MOVE SPACES TO UNPICK-LINE.
    MOVE "ORDER"  TO UL-ORDNUM.
    MOVE "LN"     TO UL-LINENO.
    MOVE "ITM"    TO UL-ITEM.
    MOVE "REASON" TO UL-REASON.
    MOVE "CONTACT" TO UL-CONTACT.
    MOVE UNPICK-LINE TO PICK-REPORT-RECORD.
    WRITE PICK-REPORT-RECORD.
    PERFORM C200-PRINT-ONE-UNPICKABLE
        VARYING W-PICK-SUB FROM 1 BY 1
        UNTIL W-PICK-SUB > W-UNPICK-COUNT.
    CLOSE PICK-REPORT-FILE.

 C100-PRINT-ONE-PICK.
    IF PK-BIN (W-PICK-SUB) NOT = W-LAST-BIN
        MOVE PK-BIN (W-PICK-SUB) TO W-LAST-BIN
        MOVE SPACES TO PICK-REPORT-RECORD
        WRITE PICK-REPORT-RECORD
        STRING "BIN " W-LAST-BIN
            DELIMITED BY SIZE INTO PICK-REPORT-RECORD
        WRITE PICK-REPORT-RECORD
    END-IF.
    MOVE SPACES TO PICK-LINE.
    MOVE PK-ITEM (W-PICK-SUB)      TO PL-ITEM.
    MOVE PK-ITEM-DESC (W-PICK-SUB) TO PL-ITEM-DESC.
    MOVE PK-QTY (W-PICK-SUB)       TO PL-QTY.
    MOVE PK-ORDNUM (W-PICK-SUB)    TO PL-ORDNUM.
    MOVE PK-LINENO (W-PICK-SUB)    TO PL-LINENO.
    MOVE PK-CONTACT (W-PICK-SUB)   TO PL-CONTACT.
    MOVE PK-ALT-BINS (W-PICK-SUB)  TO PL-ALT-BINS.
    MOVE SPACES TO PICK-REPORT-RECORD.
    STRING "    " PICK-LINE DELIMITED BY SIZE
        INTO PICK-REPORT-RECORD.
    WRITE PICK-REPORT-RECORD.

 C200-PRINT-ONE-UNPICKABLE.
    MOVE SPACES TO UNPICK-LINE.
    MOVE UP-ORDNUM (W-PICK-SUB)  TO UL-ORDNUM.
    MOVE UP-LINENO (W-PICK-SUB)  TO UL-LINENO.
    MOVE UP-ITEM (W-PICK-SUB)    TO UL-ITEM.
    MOVE UP-REASON (W-PICK-SUB)  TO UL-REASON.
    MOVE UP-CONTACT (W-PICK-SUB) TO UL-CONTACT.
    MOVE UNPICK-LINE TO PICK-REPORT-RECORD.
    WRITE PICK-REPORT-RECORD.

 200-CHECK-STATUS.
    IF (DB-STATUS NOT = 1 AND DB-STATUS NOT = 2)
        MOVE SPACES TO DB-MESSAGE
        CALL "sql_status_message" USING DB-HANDLE DB-MESSAGE
        DISPLAY DB-MESSAGE
        PERFORM 205-LOG-DB-ERROR
    END-IF.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
