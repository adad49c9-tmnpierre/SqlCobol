      * least at SCHEMA-LEVEL-NEEDED and fail fast when it is behind.
      * Bump SCHEMA-LEVEL-NEEDED here when SchemaMig gains a step.
       01  SCHEMA-LEVEL-CURRENT    PIC S9(4) COMP-5 VALUE ZERO.
       01  SCHEMA-LEVEL-NEEDED     PIC S9(4) COMP-5 VALUE 107.
