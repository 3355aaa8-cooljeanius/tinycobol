*
* working-storage items needed by schemachk.cpy's
* 206-CHECK-SCHEMA-VERSION. SCHEMA-BUILT-VERSION is the mydatabase
* schema version the COPYing program is compiled against -- the
* number of the last script in tdb02/schema that tdbschema applies.
* When a new script goes in, raise it here and recompile every
* program that copies this; a program left on the old number
* refuses to run against the migrated database.
*
    77  SCHEMA-BUILT-VERSION  pic 9(4) value 1.
    77  SCHEMA-FOUND-VERSION  pic 9(4).
    77  SCHEMA-OK-FLAG        pic X.
      88  SCHEMA-IS-CURRENT           value "Y".
    77  SCHEMA-MESSAGE        pic X(80).
