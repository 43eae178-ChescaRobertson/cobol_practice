           FD F-REGION-MASTER-FILE.                                       * The list of regions the routing recognizes
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-COUNTERS-FILE.
      * One partition's counters in the filterer checkpoint layout,
      * position 999999 marking a slice that finished clean
