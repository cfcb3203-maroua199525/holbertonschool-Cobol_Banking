       01  SQL-PARAMS.
           05  SQL-PARAM        PIC X(256) OCCURS 10 TIMES.
       01  SQL-PARAM-RC         PIC S9(9) COMP-5.
      *> Read-only reports connect through DB-CONNECT-READONLY, which
      *> prefers the reporting replica (DB_REPLICA_CONNSTR) and only
      *> reads the primary when no replica is configured or the
      *> operator allows it with REPORT_PRIMARY_FALLBACK=Y.
       01  DB-READONLY-RESULT   PIC X.
           88  DB-ON-REPLICA           VALUE 'R'.
           88  DB-ON-PRIMARY           VALUE 'P'.
           88  DB-NOT-CONNECTED        VALUE 'N'.
      *> Schema level: CHECK-SCHEMA-VERSION compares the highest
      *> version in schema_version (one row per applied migration)
      *> with the minimum the calling program names, right after
      *> connecting and before any feed is read.
       01  DB-SCHEMA-FOUND      PIC 9(4).
       01  DB-SCHEMA-RESULT     PIC X.
           88  DB-SCHEMA-OK            VALUE 'Y'.
