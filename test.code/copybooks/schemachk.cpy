*
* Checks, straight after the connect to mydatabase, that the
* database is at the schema version this program was compiled
* against (schemaws.cpy) by way of the shared schemachk routine.
* A mismatch is filed to dberror.log through 205-LOG-DB-ERROR and
* leaves SCHEMA-IS-CURRENT false with SCHEMA-MESSAGE saying what
* was found; the caller then refuses the run the way it refuses a
* database that is down.
*
* The COPYing program must COPY dberrlog.cpy and schemaws.cpy and
* already have DB-HANDLE defined.
*
 206-CHECK-SCHEMA-VERSION.
        call "schemachk" using DB-HANDLE SCHEMA-BUILT-VERSION
            SCHEMA-FOUND-VERSION SCHEMA-OK-FLAG
        if not SCHEMA-IS-CURRENT
            move spaces to SCHEMA-MESSAGE
            string "mydatabase is at schema version "
                SCHEMA-FOUND-VERSION ", built for "
                SCHEMA-BUILT-VERSION " -- run refused"
                delimited by size into SCHEMA-MESSAGE
            move zeros to DB-STATUS
            move SCHEMA-MESSAGE to DB-MESSAGE
            perform 205-LOG-DB-ERROR
        end-if.
