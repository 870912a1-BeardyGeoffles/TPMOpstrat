       01 ws-purge-count pic 9(5) value zero.
       01 ws-purge-updated-int pic 9(8) value zero.
       01 ws-purge-withdrawn-days pic 9(5) value zero.
       01 ws-purge-archive-data pic x(500) value spaces.
       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.
