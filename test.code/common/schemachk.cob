 IDENTIFICATION DIVISION.
 PROGRAM-ID.    schemachk.
 AUTHOR. Rildo Pragana.
*
* Shared schema-version check, CALLed (through schemachk.cpy's
* 206-CHECK-SCHEMA-VERSION) by every program that reads or writes
* mytable or myorders, straight after it connects to mydatabase.
* The database's version is the highest one recorded in myschema,
* the table tdbschema writes a row to as it applies each numbered
* script; a program is compiled against the version named in
* schemaws.cpy and must not run against any other.
*
*   CALL "schemachk" USING <db-handle 9(12) comp>
*                          <built-version 9(4)>
*                          <found-version 9(4)>
*                          <ok X>
*
* ok comes back "Y" when the database is at built-version, "N"
* otherwise; found-version comes back with the database's version,
* zero when myschema is not there or holds no rows (tdbschema has
* never been run against it). The query runs on its own handle and
* buffer, so the caller's SQL-QUERY is left as it was.
* RETURN-CODE is 0 on every path, per the house subroutine
* contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.

 DATA DIVISION.
 WORKING-STORAGE SECTION.
 77  SQL-QUERY           PIC X(120).
 77  QRY-HANDLE          PIC 9(12) COMP.
 77  MAX-TUPLE           PIC 9(12) COMP.
 77  NTUPLE              PIC 9(12) COMP.
 77  DB-STATUS           PIC 9(12) COMP.
 01  VERSION-TUPLE.
     05 VT-VERSION       PIC 9(4).

 LINKAGE SECTION.
 01 SCHEMA-DB-HANDLE     PIC 9(12) COMP.
 01 SCHEMA-BUILT         PIC 9(4).
 01 SCHEMA-FOUND         PIC 9(4).
 01 SCHEMA-OK            PIC X.

 PROCEDURE DIVISION USING SCHEMA-DB-HANDLE SCHEMA-BUILT
     SCHEMA-FOUND SCHEMA-OK.
 0000-CHECK.
    MOVE "N" TO SCHEMA-OK.
    MOVE ZEROS TO SCHEMA-FOUND.
    MOVE SPACES TO SQL-QUERY.
    STRING "select cast(to_char(coalesce(max(version), 0),"
        " 'FM0000') as char(4)) from myschema;;"
        DELIMITED BY SIZE INTO SQL-QUERY.
    CALL "sql_exec_query" USING SCHEMA-DB-HANDLE SQL-QUERY
        QRY-HANDLE DB-STATUS.
    IF DB-STATUS NOT = 1 AND DB-STATUS NOT = 2
        GO TO 9999-EXIT.
    CALL "sql_max_tuple" USING QRY-HANDLE MAX-TUPLE.
    IF MAX-TUPLE NOT = 0
        MOVE ZERO TO NTUPLE
        MOVE ZEROS TO VERSION-TUPLE
        CALL "sql_get_tuple" USING QRY-HANDLE NTUPLE VERSION-TUPLE
        IF VT-VERSION IS NUMERIC
            MOVE VT-VERSION TO SCHEMA-FOUND.
    CALL "sql_clear_query" USING QRY-HANDLE.
    IF SCHEMA-FOUND = SCHEMA-BUILT
        MOVE "Y" TO SCHEMA-OK.
 9999-EXIT.
    MOVE 0 TO RETURN-CODE.
    EXIT PROGRAM.

 END PROGRAM schemachk.
